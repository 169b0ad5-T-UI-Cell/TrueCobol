       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG19.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM PRINTS THE MONTHLY CUSTOMER STATEMENTS FROM THE
      *    OPEN ITEM A/R MASTER WRITTEN BY COBTPG06.  THE CUSTOMER
      *    MASTER IS LOADED INTO A TABLE FOR THE BILL-TO NAME, ADDRESS
      *    AND TERMS, AND THE PAYMENT HISTORY KEPT BY COBTPG06 IS
      *    LOADED FOR THE STATEMENT PERIOD ONLY.  THE PERIOD RUNS FROM
      *    THE DAY AFTER THE PRIOR STATEMENT DATE THROUGH THE STATEMENT
      *    DATE, BOTH TAKEN FROM THE CONTROL CARD; IF NOT GIVEN THE
      *    STATEMENT DATE IS TODAY AND THE PRIOR STATEMENT DATE IS THE
      *    LAST DAY OF THE PREVIOUS MONTH.  A PAYMENT BELONGS TO THE
      *    PERIOD IF ITS RECEIPT DATE FALLS IN IT, OR IF IT WAS POSTED
      *    IN THE PERIOD AFTER BEING MISSED ON AN EARLIER STATEMENT.
      *    ONE STATEMENT IS PRINTED PER CUSTOMER SHOWING EACH OPEN
      *    INVOICE, ANY INVOICE PAID OFF OR BILLED IN THE PERIOD, THE
      *    PAYMENTS RECEIVED AGAINST EACH, THE SAME CURRENT / 1-30 /
      *    31-60 / 61-90 / OVER 90 DAY BUCKETS AS THE AGED TRIAL
      *    BALANCE (COBTPG07) AS OF THE STATEMENT DATE, AND A TEAR-OFF
      *    REMITTANCE STUB WITH THE CUSTOMER NUMBER AND AMOUNT DUE.
      *    A CUSTOMER WITH A ZERO BALANCE AND NO ACTIVITY IN THE
      *    PERIOD IS SKIPPED.
      *
      *    THE FIRST RECORDS OF ARNEW.DAT AND CUSTMAST.DAT ARE THEIR
      *    GENERATION CONTROL HEADERS (SEE COBTPG27) AND ARE
      *    SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STMTCARD
               ASSIGN TO "STMTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMTCARD-FILE-STATUS.

           SELECT ARFILE
               ASSIGN TO "ARNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARFILE-FILE-STATUS.

           SELECT CUSTFILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT OPTIONAL PAYHIST
               ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-FILE-STATUS.

           SELECT STMTDOC
               ASSIGN TO "ARSTMT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  STMTCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS STMT-CARD
           RECORD CONTAINS 16 CHARACTERS.
       01  STMT-CARD.
           05  SC-STMT-DATE          PIC X(8).
           05  SC-PRIOR-DATE         PIC X(8).

       FD  ARFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-REC.
           05  AR-CUST-NO            PIC X(6).
           05  AR-EST-NO             PIC X(4).
           05  AR-STATUS             PIC X(1).
           05  AR-INV-DATE           PIC 9(8).
           05  AR-SUBTOTAL           PIC 9(8)V99.
           05  AR-SALES-TAX          PIC 9(8)V99.
           05  AR-TOTAL-DUE          PIC 9(9)V99.
           05  AR-PAID-AMT           PIC 9(9)V99.
           05  AR-BALANCE            PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  AR-INV-TYPE           PIC X(1).
           05  FILLER                PIC X(6).

       FD  CUSTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  CUST-REC.
           05  CM-CUST-NO            PIC X(6).
           05  CM-CUST-NAME          PIC X(20).
           05  CM-BILL-ADDR          PIC X(30).
           05  CM-PHONE              PIC X(10).
           05  CM-TERMS              PIC X(15).
           05  CM-STATUS             PIC X(1).
           05  FILLER                PIC X(18).

       FD  PAYHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-HIST-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  PAY-HIST-REC.
           05  PH-CUST-NO            PIC X(6).
           05  PH-EST-NO             PIC X(4).
           05  PH-INV-TYPE           PIC X(1).
           05  PH-RCPT-DATE          PIC 9(8).
           05  PH-CHECK-NO           PIC X(10).
           05  PH-AMOUNT             PIC 9(7)V99.
           05  PH-POST-DATE          PIC 9(8).
           05  FILLER                PIC X(4).

       FD  STMTDOC
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DOCLINE.
       01  DOCLINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-REC              PIC XXX VALUE "YES".
           05  MORE-CUSTS            PIC XXX VALUE "YES".
           05  MORE-PAYS             PIC XXX VALUE "YES".
           05  CUST-FOUND-SW         PIC XXX VALUE "NO".
           05  FIRST-REC-SW          PIC XXX VALUE "YES".
           05  ACTIVITY-SW           PIC XXX VALUE "NO".
           05  ITEM-ACTIVITY-SW      PIC XXX VALUE "NO".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM100         PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM400         PIC 9(4) VALUE ZERO.
           05  DAYS-FOUND-SW         PIC XXX VALUE "NO".
           05  C-CUST-SUB            PIC 9(4) VALUE ZERO.
           05  C-PAY-SUB             PIC 9(4) VALUE ZERO.
           05  C-ITEM-SUB            PIC 999 VALUE ZERO.
           05  C-ITEM-PAYCTR         PIC 999 VALUE ZERO.
           05  C-PREV-CUST-NO        PIC X(6) VALUE SPACES.
           05  C-STMT-DATE-N         PIC 9(8) VALUE ZERO.
           05  C-PRIOR-DATE-N        PIC 9(8) VALUE ZERO.
           05  C-FROM-DATE-N         PIC 9(8) VALUE ZERO.
           05  C-STMT-INT            PIC 9(8) VALUE ZERO.
           05  C-DUE-INT             PIC 9(8) VALUE ZERO.
           05  C-DAYS-PAST           PIC S9(5) VALUE ZERO.
           05  C-NET-DAYS            PIC 999 VALUE ZERO.
           05  C-TALLY-CTR           PIC 99 VALUE ZERO.
           05  C-TERMS-WORK          PIC X(15) VALUE SPACES.
           05  C-CUST-BALANCE        PIC S9(9)V99 VALUE ZERO.
           05  C-STMTCTR             PIC 9(5) VALUE ZERO.
           05  C-SKIPCTR             PIC 9(5) VALUE ZERO.
           05  C-NOCUSTCTR           PIC 9(5) VALUE ZERO.
           05  C-PAYREADCTR          PIC 9(5) VALUE ZERO.
           05  STMTCARD-FILE-STATUS  PIC XX VALUE SPACES.
           05  ARFILE-FILE-STATUS    PIC XX VALUE SPACES.
           05  CUST-FILE-STATUS      PIC XX VALUE SPACES.
           05  PAYHIST-FILE-STATUS   PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  CUST-ACCUM.
           05  CA-CURRENT            PIC S9(9)V99 VALUE ZERO.
           05  CA-30                 PIC S9(9)V99 VALUE ZERO.
           05  CA-60                 PIC S9(9)V99 VALUE ZERO.
           05  CA-90                 PIC S9(9)V99 VALUE ZERO.
           05  CA-OVER-90            PIC S9(9)V99 VALUE ZERO.

       01  CUST-TABLE.
           05  CUST-TBL-CTR          PIC 9(4) VALUE ZERO.
           05  CUST-TBL-ENTRY OCCURS 1000 TIMES.
               10  CU-CUST-NO        PIC X(6).
               10  CU-CUST-NAME      PIC X(20).
               10  CU-BILL-ADDR      PIC X(30).
               10  CU-TERMS          PIC X(15).

       01  CURR-CUST.
           05  CC-CUST-NAME          PIC X(20).
           05  CC-BILL-ADDR          PIC X(30).
           05  CC-TERMS              PIC X(15).

       01  PAY-TABLE.
           05  PT-TBL-CTR            PIC 9(4) VALUE ZERO.
           05  PT-TBL-ENTRY OCCURS 2000 TIMES.
               10  PT-CUST-NO        PIC X(6).
               10  PT-EST-NO         PIC X(4).
               10  PT-INV-TYPE       PIC X(1).
               10  PT-RCPT-DATE      PIC 9(8).
               10  PT-CHECK-NO       PIC X(10).
               10  PT-AMOUNT         PIC 9(7)V99.

       01  ITEM-TABLE.
           05  IT-TBL-CTR            PIC 999 VALUE ZERO.
           05  IT-TBL-ENTRY OCCURS 100 TIMES.
               10  IT-EST-NO         PIC X(4).
               10  IT-INV-TYPE       PIC X(1).
               10  IT-STATUS         PIC X(1).
               10  IT-INV-DATE       PIC 9(8).
               10  IT-TOTAL-DUE      PIC 9(9)V99.
               10  IT-BALANCE        PIC S9(9)V99.

       01  CARD-DATE-WORK.
           05  TC-DATE-X             PIC X(8) VALUE SPACES.
           05  TC-DATE-N REDEFINES TC-DATE-X
                                     PIC 9(8).

       01  DATE-WORK.
           05  DW-YY                 PIC 9(4).
           05  DW-MM                 PIC 99.
           05  DW-DD                 PIC 99.
       01  DATE-WORK-N REDEFINES DATE-WORK
                                     PIC 9(8).

       01  MONTH-DAYS-VALUES         PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  DM-DAYS               PIC 99 OCCURS 12 TIMES.

       01  DATE-EDIT.
           05  DE-MM                 PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  DE-DD                 PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  DE-YY                 PIC 9(4).

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  I-YY              PIC 9(4).
               10  I-MM              PIC 99.
               10  I-DD              PIC 99.

       01  DOC-COMPANY-LINE.
           05  FILLER                PIC X(28) VALUE SPACES.
           05  FILLER                PIC X(24)
                                  VALUE "GRAHAMS PAINT COMPANY".
           05  FILLER                PIC X(28) VALUE SPACES.

       01  DOC-TITLE-LINE.
           05  FILLER                PIC X(30) VALUE SPACES.
           05  FILLER                PIC X(20)
                                     VALUE "STATEMENT OF ACCOUNT".
           05  FILLER                PIC X(30) VALUE SPACES.

       01  DOC-DATE-LINE.
           05  FILLER                PIC X(16)
                                     VALUE "STATEMENT DATE:".
           05  O-STMT-DATE           PIC X(10).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE "CUSTOMER NO:".
           05  O-CUST-NO             PIC X(6).
           05  FILLER                PIC X(15) VALUE SPACES.

       01  DOC-BILL-TO-LINE.
           05  FILLER                PIC X(10) VALUE "BILL TO:".
           05  O-CUST-NAME           PIC X(20).
           05  FILLER                PIC X(50) VALUE SPACES.

       01  DOC-BILL-ADDR-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  O-BILL-ADDR           PIC X(30).
           05  FILLER                PIC X(40) VALUE SPACES.

       01  DOC-TERMS-LINE.
           05  FILLER                PIC X(7)  VALUE "TERMS:".
           05  O-TERMS               PIC X(15).
           05  FILLER                PIC X(58) VALUE SPACES.

       01  DOC-PERIOD-LINE.
           05  FILLER                PIC X(14) VALUE "ACTIVITY FROM".
           05  O-FROM-DATE           PIC X(10).
           05  FILLER                PIC X(9)  VALUE " THROUGH".
           05  O-THRU-DATE           PIC X(10).
           05  FILLER                PIC X(37) VALUE SPACES.

       01  DOC-ITEM-HDG-LINE.
           05  FILLER                PIC X(8)  VALUE "EST NO".
           05  FILLER                PIC X(12) VALUE "INV DATE".
           05  FILLER                PIC X(12) VALUE "DUE DATE".
           05  FILLER                PIC X(16) VALUE "   INVOICE AMT".
           05  FILLER                PIC X(16) VALUE "       BALANCE".
           05  FILLER                PIC X(16) VALUE SPACES.

       01  DOC-ITEM-LINE.
           05  O-EST-NO              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-INV-TYPE            PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-INV-DATE            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-DUE-DATE            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-INV-AMT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ITEM-BAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-ITEM-NOTE           PIC X(16).

       01  DOC-PAYMENT-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(17)
                                     VALUE "PAYMENT RECEIVED".
           05  O-PAY-DATE            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE "CHECK".
           05  O-PAY-CHECK           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-PAY-AMT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(12) VALUE SPACES.

       01  DOC-AGE-HDG-LINE.
           05  FILLER                PIC X(15) VALUE "       CURRENT".
           05  FILLER                PIC X(15) VALUE "          1-30".
           05  FILLER                PIC X(15) VALUE "         31-60".
           05  FILLER                PIC X(15) VALUE "         61-90".
           05  FILLER                PIC X(15) VALUE "       OVER 90".
           05  FILLER                PIC X(5)  VALUE SPACES.

       01  DOC-AGE-LINE.
           05  O-AGE-CURRENT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-AGE-30              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-AGE-60              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-AGE-90              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-AGE-OVER-90         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(6)  VALUE SPACES.

       01  DOC-AMOUNT-DUE-LINE.
           05  FILLER                PIC X(45) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "AMOUNT DUE:".
           05  O-AMT-DUE             PIC $$$,$$$,$$9.99-.
           05  FILLER                PIC X(8)  VALUE SPACES.

       01  DOC-TEAR-LINE.
           05  FILLER                PIC X(40)
                   VALUE "- - - - - DETACH AND RETURN THIS PORTION".
           05  FILLER                PIC X(40)
                   VALUE " WITH YOUR PAYMENT - - - - - - - - - - -".

       01  DOC-STUB-TITLE-LINE.
           05  FILLER                PIC X(35) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "REMITTANCE".
           05  FILLER                PIC X(35) VALUE SPACES.

       01  DOC-STUB-CUST-LINE.
           05  FILLER                PIC X(13) VALUE "CUSTOMER NO:".
           05  O-STUB-CUST-NO        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-STUB-CUST-NAME      PIC X(20).
           05  FILLER                PIC X(39) VALUE SPACES.

       01  DOC-STUB-DATE-LINE.
           05  FILLER                PIC X(16)
                                     VALUE "STATEMENT DATE:".
           05  O-STUB-DATE           PIC X(10).
           05  FILLER                PIC X(54) VALUE SPACES.

       01  DOC-STUB-DUE-LINE.
           05  FILLER                PIC X(17) VALUE "AMOUNT DUE:".
           05  O-STUB-AMT-DUE        PIC $$$,$$$,$$9.99-.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  DOC-STUB-ENCLOSED-LINE.
           05  FILLER                PIC X(17) VALUE "AMOUNT ENCLOSED:".
           05  FILLER                PIC X(15) VALUE "$_____________".
           05  FILLER                PIC X(48) VALUE SPACES.

       01  DOC-STUB-PAYABLE-LINE.
           05  FILLER                PIC X(40)
                   VALUE "MAKE CHECKS PAYABLE TO GRAHAMS PAINT CO.".
           05  FILLER                PIC X(40)
                   VALUE "  PLEASE SHOW YOUR CUSTOMER NUMBER.".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL MORE-REC = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE C-STMT-DATE-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE ZERO TO C-PRIOR-DATE-N.
           PERFORM 1050-READ-CONTROL-CARD.
           IF C-PRIOR-DATE-N = ZERO
               PERFORM 1080-DEFAULT-PRIOR-DATE
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE (C-STMT-DATE-N)
               TO C-STMT-INT.
           COMPUTE C-FROM-DATE-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (C-PRIOR-DATE-N) + 1).
           PERFORM 1550-LOAD-CUSTOMERS.
           PERFORM 1600-LOAD-PAYMENTS.
           OPEN INPUT ARFILE.
           IF ARFILE-FILE-STATUS NOT = "00"
               PERFORM 9910-ARFILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-AR-HEADER.
           OPEN OUTPUT STMTDOC.
           PERFORM 9000-READ.

       1010-SKIP-AR-HEADER.
           READ ARFILE
               AT END
                   MOVE SPACES TO AR-REC
           END-READ.
           MOVE AR-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ARMAST"
               DISPLAY "COBTPG19 - ARNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT STMTCARD.
           IF STMTCARD-FILE-STATUS = "00"
               READ STMTCARD
                   AT END
                       DISPLAY "COBTPG19 - STMTCARD EMPTY, STATEMENTS "
                           "DATED TODAY"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE STMTCARD
           ELSE
               DISPLAY "COBTPG19 - STMTCARD NOT FOUND, STATEMENTS "
                   "DATED TODAY"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF SC-STMT-DATE NOT = SPACES
               MOVE SC-STMT-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   MOVE TC-DATE-N TO C-STMT-DATE-N
               ELSE
                   DISPLAY "COBTPG19 - STATEMENT DATE INVALID, "
                       "USING TODAY"
               END-IF
           END-IF.
           IF SC-PRIOR-DATE NOT = SPACES
               MOVE SC-PRIOR-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   AND TC-DATE-N < C-STMT-DATE-N
                   MOVE TC-DATE-N TO C-PRIOR-DATE-N
               ELSE
                   DISPLAY "COBTPG19 - PRIOR STATEMENT DATE INVALID, "
                       "USING END OF PREVIOUS MONTH"
               END-IF
           END-IF.

       1070-CHECK-CARD-DATE.
           MOVE "NO" TO DATE-OK-SW.
           IF TC-DATE-X IS NUMERIC
               MOVE TC-DATE-N TO DATE-WORK-N
               IF DW-YY > 1900
                   AND DW-MM >= 1 AND DW-MM <= 12
                   MOVE DM-DAYS (DW-MM) TO C-MONTH-DAYS
                   IF DW-MM = 2
                       PERFORM 1075-CHECK-LEAP-YEAR
                   END-IF
                   IF DW-DD >= 1 AND DW-DD <= C-MONTH-DAYS
                       MOVE "YES" TO DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

       1075-CHECK-LEAP-YEAR.
           DIVIDE DW-YY BY 4 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM4.
           DIVIDE DW-YY BY 100 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM100.
           DIVIDE DW-YY BY 400 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM400.
           IF C-LEAP-REM4 = ZERO
               IF C-LEAP-REM100 NOT = ZERO OR C-LEAP-REM400 = ZERO
                   MOVE 29 TO C-MONTH-DAYS
               END-IF
           END-IF.

       1080-DEFAULT-PRIOR-DATE.
           MOVE C-STMT-DATE-N TO DATE-WORK-N.
           MOVE 1 TO DW-DD.
           COMPUTE C-PRIOR-DATE-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DATE-WORK-N) - 1).

       1550-LOAD-CUSTOMERS.
           OPEN INPUT CUSTFILE.
           IF CUST-FILE-STATUS NOT = "00"
               PERFORM 9930-CUST-FILE-ERROR
           END-IF.
           PERFORM 1555-SKIP-CUST-HEADER.
           MOVE "YES" TO MORE-CUSTS.
           PERFORM 1560-READ-CUSTOMER.
           PERFORM 1570-STORE-CUSTOMER
               UNTIL MORE-CUSTS = "NO".
           CLOSE CUSTFILE.

       1555-SKIP-CUST-HEADER.
           READ CUSTFILE
               AT END
                   MOVE SPACES TO CUST-REC
           END-READ.
           MOVE CUST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CUSTMAST"
               DISPLAY "COBTPG19 - CUSTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1560-READ-CUSTOMER.
           READ CUSTFILE
               AT END
                   MOVE "NO" TO MORE-CUSTS.

       1570-STORE-CUSTOMER.
           IF CUST-TBL-CTR >= 1000
               DISPLAY "COBTPG19 - CUSTOMER TABLE FULL, IGNORING "
                   "CUSTOMER " CM-CUST-NO
           ELSE
               ADD 1 TO CUST-TBL-CTR
               MOVE CM-CUST-NO   TO CU-CUST-NO   (CUST-TBL-CTR)
               MOVE CM-CUST-NAME TO CU-CUST-NAME (CUST-TBL-CTR)
               MOVE CM-BILL-ADDR TO CU-BILL-ADDR (CUST-TBL-CTR)
               MOVE CM-TERMS     TO CU-TERMS     (CUST-TBL-CTR)
           END-IF.
           PERFORM 1560-READ-CUSTOMER.

       1600-LOAD-PAYMENTS.
           OPEN INPUT PAYHIST.
           IF PAYHIST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9940-PAYHIST-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-PAYS.
           PERFORM 1610-READ-PAYMENT.
           PERFORM 1620-STORE-PAYMENT
               UNTIL MORE-PAYS = "NO".
           CLOSE PAYHIST.

       1610-READ-PAYMENT.
           READ PAYHIST
               AT END
                   MOVE "NO" TO MORE-PAYS
               NOT AT END
                   ADD 1 TO C-PAYREADCTR
           END-READ.

       1620-STORE-PAYMENT.
           IF PH-RCPT-DATE IS NUMERIC
               AND PH-POST-DATE IS NUMERIC
               AND PH-AMOUNT IS NUMERIC
               AND PH-RCPT-DATE NOT > C-STMT-DATE-N
               AND (PH-RCPT-DATE > C-PRIOR-DATE-N
                 OR (PH-POST-DATE > C-PRIOR-DATE-N
                   AND PH-POST-DATE NOT > C-STMT-DATE-N))
               IF PT-TBL-CTR >= 2000
                   DISPLAY "COBTPG19 - PAYMENT TABLE FULL, IGNORING "
                       "CHECK " PH-CHECK-NO " FOR " PH-CUST-NO
               ELSE
                   ADD 1 TO PT-TBL-CTR
                   MOVE PH-CUST-NO   TO PT-CUST-NO   (PT-TBL-CTR)
                   MOVE PH-EST-NO    TO PT-EST-NO    (PT-TBL-CTR)
                   MOVE PH-INV-TYPE  TO PT-INV-TYPE  (PT-TBL-CTR)
                   MOVE PH-RCPT-DATE TO PT-RCPT-DATE (PT-TBL-CTR)
                   MOVE PH-CHECK-NO  TO PT-CHECK-NO  (PT-TBL-CTR)
                   MOVE PH-AMOUNT    TO PT-AMOUNT    (PT-TBL-CTR)
               END-IF
           END-IF.
           PERFORM 1610-READ-PAYMENT.

       2000-MAINLINE.
           IF AR-CUST-NO NOT = C-PREV-CUST-NO
               IF FIRST-REC-SW = "YES"
                   MOVE "NO" TO FIRST-REC-SW
               ELSE
                   PERFORM 2300-END-CUSTOMER
               END-IF
               PERFORM 2100-START-CUSTOMER
           END-IF.
           PERFORM 2200-STORE-ITEM.
           PERFORM 9000-READ.

       2100-START-CUSTOMER.
           MOVE AR-CUST-NO TO C-PREV-CUST-NO.
           MOVE ZERO TO IT-TBL-CTR.
           MOVE ZERO TO C-CUST-BALANCE.
           MOVE "NO" TO ACTIVITY-SW.

       2200-STORE-ITEM.
           MOVE "NO" TO ITEM-ACTIVITY-SW.
           MOVE ZERO TO C-ITEM-PAYCTR.
           PERFORM 2210-COUNT-ITEM-PAYMENT
               VARYING C-PAY-SUB FROM 1 BY 1
               UNTIL C-PAY-SUB > PT-TBL-CTR.
           IF C-ITEM-PAYCTR > ZERO
               MOVE "YES" TO ITEM-ACTIVITY-SW
           END-IF.
           IF AR-INV-DATE IS NUMERIC
               AND AR-INV-DATE > C-PRIOR-DATE-N
               AND AR-INV-DATE NOT > C-STMT-DATE-N
               MOVE "YES" TO ITEM-ACTIVITY-SW
           END-IF.
           IF ITEM-ACTIVITY-SW = "YES"
               MOVE "YES" TO ACTIVITY-SW
           END-IF.
           IF AR-STATUS NOT = "P"
               ADD AR-BALANCE TO C-CUST-BALANCE
           END-IF.
           IF AR-STATUS NOT = "P" OR ITEM-ACTIVITY-SW = "YES"
               IF IT-TBL-CTR >= 100
                   DISPLAY "COBTPG19 - ITEM TABLE FULL, ESTIMATE "
                       AR-EST-NO " LEFT OFF STATEMENT FOR "
                       AR-CUST-NO
               ELSE
                   ADD 1 TO IT-TBL-CTR
                   MOVE AR-EST-NO    TO IT-EST-NO    (IT-TBL-CTR)
                   MOVE AR-INV-TYPE  TO IT-INV-TYPE  (IT-TBL-CTR)
                   MOVE AR-STATUS    TO IT-STATUS    (IT-TBL-CTR)
                   MOVE AR-INV-DATE  TO IT-INV-DATE  (IT-TBL-CTR)
                   MOVE AR-TOTAL-DUE TO IT-TOTAL-DUE (IT-TBL-CTR)
                   MOVE AR-BALANCE   TO IT-BALANCE   (IT-TBL-CTR)
               END-IF
           END-IF.

       2210-COUNT-ITEM-PAYMENT.
           IF PT-CUST-NO (C-PAY-SUB) = AR-CUST-NO
               AND PT-EST-NO (C-PAY-SUB) = AR-EST-NO
               AND PT-INV-TYPE (C-PAY-SUB) = AR-INV-TYPE
               ADD 1 TO C-ITEM-PAYCTR.

       2300-END-CUSTOMER.
           IF C-CUST-BALANCE = ZERO AND ACTIVITY-SW = "NO"
               ADD 1 TO C-SKIPCTR
           ELSE
               PERFORM 2400-PRINT-STATEMENT
           END-IF.

       2400-PRINT-STATEMENT.
           ADD 1 TO C-STMTCTR.
           PERFORM 2410-FIND-CUSTOMER.
           MOVE ZERO TO CA-CURRENT.
           MOVE ZERO TO CA-30.
           MOVE ZERO TO CA-60.
           MOVE ZERO TO CA-90.
           MOVE ZERO TO CA-OVER-90.
           WRITE DOCLINE FROM DOC-COMPANY-LINE
             AFTER ADVANCING PAGE.
           WRITE DOCLINE FROM DOC-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-STMT-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-STMT-DATE.
           MOVE C-PREV-CUST-NO TO O-CUST-NO.
           WRITE DOCLINE FROM DOC-DATE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE CC-CUST-NAME TO O-CUST-NAME.
           WRITE DOCLINE FROM DOC-BILL-TO-LINE
             AFTER ADVANCING 2 LINES.
           MOVE CC-BILL-ADDR TO O-BILL-ADDR.
           WRITE DOCLINE FROM DOC-BILL-ADDR-LINE
             AFTER ADVANCING 1 LINE.
           MOVE CC-TERMS TO O-TERMS.
           WRITE DOCLINE FROM DOC-TERMS-LINE
             AFTER ADVANCING 2 LINES.
           MOVE C-FROM-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-FROM-DATE.
           MOVE C-STMT-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-THRU-DATE.
           WRITE DOCLINE FROM DOC-PERIOD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE DOCLINE FROM DOC-ITEM-HDG-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 2600-FIND-NET-DAYS.
           PERFORM 2500-PRINT-ITEM
               VARYING C-ITEM-SUB FROM 1 BY 1
               UNTIL C-ITEM-SUB > IT-TBL-CTR.
           WRITE DOCLINE FROM DOC-AGE-HDG-LINE
             AFTER ADVANCING 2 LINES.
           MOVE CA-CURRENT TO O-AGE-CURRENT.
           MOVE CA-30      TO O-AGE-30.
           MOVE CA-60      TO O-AGE-60.
           MOVE CA-90      TO O-AGE-90.
           MOVE CA-OVER-90 TO O-AGE-OVER-90.
           WRITE DOCLINE FROM DOC-AGE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-CUST-BALANCE TO O-AMT-DUE.
           WRITE DOCLINE FROM DOC-AMOUNT-DUE-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 2800-PRINT-STUB.

       2410-FIND-CUSTOMER.
           MOVE "NO" TO CUST-FOUND-SW.
           MOVE SPACES TO CC-CUST-NAME.
           MOVE SPACES TO CC-BILL-ADDR.
           MOVE SPACES TO CC-TERMS.
           PERFORM 2420-CHECK-CUST-ENTRY
               VARYING C-CUST-SUB FROM 1 BY 1
               UNTIL C-CUST-SUB > CUST-TBL-CTR.
           IF CUST-FOUND-SW = "NO"
               ADD 1 TO C-NOCUSTCTR
               DISPLAY "COBTPG19 - CUSTOMER " C-PREV-CUST-NO
                   " NOT ON CUSTOMER MASTER, STATEMENT HAS NO ADDRESS"
           END-IF.

       2420-CHECK-CUST-ENTRY.
           IF CU-CUST-NO (C-CUST-SUB) = C-PREV-CUST-NO
               MOVE "YES" TO CUST-FOUND-SW
               MOVE CU-CUST-NAME (C-CUST-SUB) TO CC-CUST-NAME
               MOVE CU-BILL-ADDR (C-CUST-SUB) TO CC-BILL-ADDR
               MOVE CU-TERMS (C-CUST-SUB)     TO CC-TERMS.

       2500-PRINT-ITEM.
           MOVE IT-EST-NO (C-ITEM-SUB)   TO O-EST-NO.
           MOVE IT-INV-TYPE (C-ITEM-SUB) TO O-INV-TYPE.
           MOVE IT-INV-DATE (C-ITEM-SUB) TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-INV-DATE.
           PERFORM 2700-AGE-ITEM.
           MOVE IT-TOTAL-DUE (C-ITEM-SUB) TO O-INV-AMT.
           WRITE DOCLINE FROM DOC-ITEM-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 2510-PRINT-ITEM-PAYMENT
               VARYING C-PAY-SUB FROM 1 BY 1
               UNTIL C-PAY-SUB > PT-TBL-CTR.

       2510-PRINT-ITEM-PAYMENT.
           IF PT-CUST-NO (C-PAY-SUB) = C-PREV-CUST-NO
               AND PT-EST-NO (C-PAY-SUB) = IT-EST-NO (C-ITEM-SUB)
               AND PT-INV-TYPE (C-PAY-SUB) = IT-INV-TYPE (C-ITEM-SUB)
               MOVE PT-RCPT-DATE (C-PAY-SUB) TO DATE-WORK-N
               PERFORM 8100-EDIT-DATE
               MOVE DATE-EDIT TO O-PAY-DATE
               MOVE PT-CHECK-NO (C-PAY-SUB) TO O-PAY-CHECK
               MOVE PT-AMOUNT (C-PAY-SUB)   TO O-PAY-AMT
               WRITE DOCLINE FROM DOC-PAYMENT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

       2600-FIND-NET-DAYS.
           MOVE CC-TERMS TO C-TERMS-WORK.
           MOVE 30 TO C-NET-DAYS.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR
               FOR ALL "RECEIPT".
           IF C-TALLY-CTR > ZERO
               MOVE ZERO TO C-NET-DAYS
           ELSE
               PERFORM 2610-SCAN-TERMS-DAYS
           END-IF.

       2610-SCAN-TERMS-DAYS.
           MOVE "NO" TO DAYS-FOUND-SW.
           PERFORM 2620-CHECK-TERMS-90.
           PERFORM 2630-CHECK-TERMS-60.
           PERFORM 2640-CHECK-TERMS-45.
           PERFORM 2650-CHECK-TERMS-30.
           PERFORM 2660-CHECK-TERMS-15.
           PERFORM 2670-CHECK-TERMS-10.

       2620-CHECK-TERMS-90.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "90".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 90 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2630-CHECK-TERMS-60.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "60".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 60 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2640-CHECK-TERMS-45.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "45".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 45 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2650-CHECK-TERMS-30.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "30".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 30 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2660-CHECK-TERMS-15.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "15".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 15 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2670-CHECK-TERMS-10.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "10".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 10 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2700-AGE-ITEM.
           IF IT-INV-DATE (C-ITEM-SUB) IS NUMERIC
               AND IT-INV-DATE (C-ITEM-SUB) > ZERO
               COMPUTE C-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (IT-INV-DATE (C-ITEM-SUB))
                   + C-NET-DAYS
               SUBTRACT C-DUE-INT FROM C-STMT-INT
                   GIVING C-DAYS-PAST
           ELSE
               MOVE C-STMT-INT TO C-DUE-INT
               MOVE ZERO TO C-DAYS-PAST
           END-IF.
           COMPUTE DATE-WORK-N =
               FUNCTION DATE-OF-INTEGER (C-DUE-INT).
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-DUE-DATE.
           IF IT-STATUS (C-ITEM-SUB) = "P"
               MOVE ZERO TO O-ITEM-BAL
               MOVE "PAID IN FULL" TO O-ITEM-NOTE
           ELSE
               MOVE IT-BALANCE (C-ITEM-SUB) TO O-ITEM-BAL
               PERFORM 2710-BUCKET-BALANCE
           END-IF.

       2710-BUCKET-BALANCE.
           IF C-DAYS-PAST NOT > ZERO
               MOVE SPACES TO O-ITEM-NOTE
               ADD IT-BALANCE (C-ITEM-SUB) TO CA-CURRENT
           ELSE
               MOVE "PAST DUE" TO O-ITEM-NOTE
               IF C-DAYS-PAST NOT > 30
                   ADD IT-BALANCE (C-ITEM-SUB) TO CA-30
               ELSE
                   IF C-DAYS-PAST NOT > 60
                       ADD IT-BALANCE (C-ITEM-SUB) TO CA-60
                   ELSE
                       IF C-DAYS-PAST NOT > 90
                           ADD IT-BALANCE (C-ITEM-SUB) TO CA-90
                       ELSE
                           ADD IT-BALANCE (C-ITEM-SUB) TO CA-OVER-90
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2800-PRINT-STUB.
           WRITE DOCLINE FROM DOC-TEAR-LINE
             AFTER ADVANCING 3 LINES.
           WRITE DOCLINE FROM DOC-COMPANY-LINE
             AFTER ADVANCING 2 LINES.
           WRITE DOCLINE FROM DOC-STUB-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-PREV-CUST-NO TO O-STUB-CUST-NO.
           MOVE CC-CUST-NAME   TO O-STUB-CUST-NAME.
           WRITE DOCLINE FROM DOC-STUB-CUST-LINE
             AFTER ADVANCING 2 LINES.
           MOVE O-STMT-DATE TO O-STUB-DATE.
           WRITE DOCLINE FROM DOC-STUB-DATE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-CUST-BALANCE TO O-STUB-AMT-DUE.
           WRITE DOCLINE FROM DOC-STUB-DUE-LINE
             AFTER ADVANCING 2 LINES.
           WRITE DOCLINE FROM DOC-STUB-ENCLOSED-LINE
             AFTER ADVANCING 2 LINES.
           WRITE DOCLINE FROM DOC-STUB-PAYABLE-LINE
             AFTER ADVANCING 2 LINES.

       3000-CLOSING.
           IF FIRST-REC-SW = "NO"
               PERFORM 2300-END-CUSTOMER
           END-IF.
           DISPLAY "COBTPG19 - PAYMENT HISTORY READ:    " C-PAYREADCTR.
           DISPLAY "COBTPG19 - PAYMENTS IN PERIOD:      " PT-TBL-CTR.
           DISPLAY "COBTPG19 - STATEMENTS PRINTED:      " C-STMTCTR.
           DISPLAY "COBTPG19 - CUSTOMERS SKIPPED:       " C-SKIPCTR.
           DISPLAY "COBTPG19 - CUSTOMERS NOT ON MASTER: " C-NOCUSTCTR.
           CLOSE ARFILE.
           CLOSE STMTDOC.

       8100-EDIT-DATE.
           IF DATE-WORK-N IS NUMERIC
               MOVE DW-MM TO DE-MM
               MOVE DW-DD TO DE-DD
               MOVE DW-YY TO DE-YY
           ELSE
               MOVE ZERO TO DE-MM
               MOVE ZERO TO DE-DD
               MOVE ZERO TO DE-YY
           END-IF.

       9000-READ.
           READ ARFILE
               AT END
                   MOVE "NO" TO MORE-REC
           END-READ.

       9910-ARFILE-ERROR.
           DISPLAY "COBTPG19 - I/O ERROR ON ARNEW FILE".
           DISPLAY "COBTPG19 - FILE STATUS IS: " ARFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-CUST-FILE-ERROR.
           DISPLAY "COBTPG19 - I/O ERROR ON CUSTMAST FILE".
           DISPLAY "COBTPG19 - FILE STATUS IS: " CUST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-PAYHIST-FILE-ERROR.
           DISPLAY "COBTPG19 - I/O ERROR ON ARPAYHST FILE".
           DISPLAY "COBTPG19 - FILE STATUS IS: " PAYHIST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG19 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
