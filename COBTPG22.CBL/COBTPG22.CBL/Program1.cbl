       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG22.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM RECONCILES THE PHYSICAL INVENTORY COUNT TO THE
      *    PAINT STOCK FILE.  THE COUNTS KEYED FROM THE COBTPG21 COUNT
      *    SHEET ARE READ FROM THE COUNTED QUANTITY FILE (A GRADE
      *    COUNTED IN MORE THAN ONE LOCATION MAY HAVE SEVERAL RECORDS,
      *    WHICH ARE ADDED TOGETHER) AND COMPARED WITH STK-ON-HAND.
      *    EACH VARIANCE IS VALUED IN GALLONS AND IN DOLLARS AT THE
      *    VENDOR UNIT COST.  A VARIANCE WITHIN THE GALLON AND DOLLAR
      *    TOLERANCES ON THE COUNT CONTROL CARD IS APPENDED TO THE
      *    STOCK TRANSACTION FILE AS AN "A" ADJUSTMENT FOR COBTPG11
      *    UNDER THE USER ID ON THE CARD.  A LARGER VARIANCE, A GRADE
      *    NOT COUNTED, A GRADE WITH NO UNIT COST AND A COUNT THAT
      *    CANNOT BE USED ARE PRINTED ON THE EXCEPTION LISTING FOR THE
      *    WAREHOUSE MANAGER TO APPROVE; APPROVED ADJUSTMENTS ARE KEYED
      *    TO COBTPG11 UNDER THE MANAGER'S OWN USER ID.  EVERY GRADE'S
      *    RESULT IS APPENDED TO THE COUNT HISTORY FILE WITH THE COUNT
      *    DATE SO EACH ADJUSTMENT CAN BE TRACED TO ITS COUNT.  IF NO
      *    TOLERANCE IS GIVEN EVERY VARIANCE IS HELD FOR APPROVAL.
      *
      *    A COUNT DATE THAT IS ALREADY ON THE COUNT HISTORY FILE HAS
      *    BEEN RECONCILED AND ITS ADJUSTMENTS WRITTEN, SO THE RUN IS
      *    REFUSED WITH RETURN CODE 8 RATHER THAN ADJUST THE STOCK A
      *    SECOND TIME FOR THE SAME COUNT.
      *
      *    THE FIRST RECORD OF PAINTSTK.DAT IS ITS GENERATION
      *    CONTROL HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CNTCARD
               ASSIGN TO "CNTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTCARD-FILE-STATUS.

           SELECT OLDSTOCK
               ASSIGN TO "PAINTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDSTOCK-FILE-STATUS.

           SELECT VENDFILE
               ASSIGN TO "PAINTVND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDFILE-FILE-STATUS.

           SELECT CNTQTY
               ASSIGN TO "CNTQTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTQTY-FILE-STATUS.

           SELECT OPTIONAL STKTRAN
               ASSIGN TO "STKTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKTRAN-FILE-STATUS.

           SELECT OPTIONAL CNTHIST
               ASSIGN TO "STKCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTHIST-FILE-STATUS.

           SELECT CNTLST
               ASSIGN TO "CNTRECON.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCLST
               ASSIGN TO "CNTEXC.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CNTCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-CARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CNT-CARD.
           05  CN-COUNT-DATE         PIC X(8).
           05  CN-TOL-GAL            PIC X(7).
           05  CN-TOL-AMT            PIC X(7).
           05  CN-USER-ID            PIC X(8).

       FD  OLDSTOCK
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCK-REC
           RECORD CONTAINS 40 CHARACTERS.
       01  STOCK-REC.
           05  STK-GRADE             PIC X(1).
           05  STK-ON-HAND           PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  STK-REORDER-POINT     PIC 9(5)V99.
           05  FILLER                PIC X(22).

       FD  VENDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS VEND-REC
           RECORD CONTAINS 40 CHARACTERS.
       01  VEND-REC.
           05  VN-GRADE              PIC X(1).
           05  VN-VENDOR             PIC X(20).
           05  VN-UNIT-COST          PIC 99V99.
           05  VN-LEAD-DAYS          PIC 999.
           05  VN-ORDER-MULT         PIC 9(3).
           05  FILLER                PIC X(9).

       FD  CNTQTY
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-QTY-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  CNT-QTY-REC.
           05  CQ-GRADE              PIC X(1).
           05  CQ-QTY                PIC X(9).
           05  CQ-COUNTER            PIC X(8).
           05  CQ-LOCATION           PIC X(12).

       01  CNT-QTY-NUM REDEFINES CNT-QTY-REC.
           05  FILLER                PIC X(1).
           05  CQ-QTY-N              PIC 9(7)V99.
           05  FILLER                PIC X(20).

       FD  STKTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS STK-TRAN-REC
           RECORD CONTAINS 20 CHARACTERS.
       01  STK-TRAN-REC.
           05  SK-ACTION             PIC X(1).
           05  SK-USER-ID            PIC X(8).
           05  SK-GRADE              PIC X(1).
           05  SK-QTY-N              PIC S9(7)V99
                                     SIGN LEADING SEPARATE.

       FD  CNTHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-HIST-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  CNT-HIST-REC.
           05  CH-COUNT-DATE         PIC 9(8).
           05  CH-GRADE              PIC X(1).
           05  CH-BOOK-QTY           PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  CH-COUNTED-QTY        PIC 9(7)V99.
           05  CH-VAR-QTY            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  CH-VAR-AMT            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  CH-DISPOSITION        PIC X(1).
               88  CH-NO-VARIANCE    VALUE "N".
               88  CH-ADJUSTED       VALUE "A".
               88  CH-HELD           VALUE "E".
               88  CH-NOT-COUNTED    VALUE "U".
           05  FILLER                PIC X(1).

       FD  CNTLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       FD  EXCLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE.
       01  EXCLINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-STOCK            PIC XXX VALUE "YES".
           05  MORE-VENDS            PIC XXX VALUE "YES".
           05  MORE-COUNTS           PIC XXX VALUE "YES".
           05  MORE-HIST             PIC XXX VALUE "YES".
           05  COUNT-DONE-SW         PIC XXX VALUE "NO".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM100         PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM400         PIC 9(4) VALUE ZERO.
           05  TOL-GAL-SW            PIC XXX VALUE "NO".
           05  TOL-AMT-SW            PIC XXX VALUE "NO".
           05  WITHIN-TOL-SW         PIC XXX VALUE "NO".
           05  C-COUNT-DATE-N        PIC 9(8) VALUE ZERO.
           05  C-TOL-GAL             PIC 9(5)V99 VALUE ZERO.
           05  C-TOL-AMT             PIC 9(5)V99 VALUE ZERO.
           05  C-USER-ID             PIC X(8) VALUE "PHYSCNT".
           05  C-ST-SUB              PIC 99 VALUE ZERO.
           05  C-ST-HIT              PIC 99 VALUE ZERO.
           05  C-VN-SUB              PIC 99 VALUE ZERO.
           05  C-VN-HIT              PIC 99 VALUE ZERO.
           05  C-CNTCTR              PIC 9(5) VALUE ZERO.
           05  C-CNTREJCTR           PIC 999 VALUE ZERO.
           05  C-GRADECTR            PIC 999 VALUE ZERO.
           05  C-NOVARCTR            PIC 999 VALUE ZERO.
           05  C-ADJCTR              PIC 999 VALUE ZERO.
           05  C-EXCCTR              PIC 999 VALUE ZERO.
           05  C-UNCNTCTR            PIC 999 VALUE ZERO.
           05  C-VAR-QTY             PIC S9(7)V99 VALUE ZERO.
           05  C-VAR-AMT             PIC S9(7)V99 VALUE ZERO.
           05  C-ABS-QTY             PIC 9(7)V99 VALUE ZERO.
           05  C-ABS-AMT             PIC 9(7)V99 VALUE ZERO.
           05  C-UNIT-COST           PIC 99V99 VALUE ZERO.
           05  C-BOOK-VALUE          PIC S9(9)V99 VALUE ZERO.
           05  C-COUNT-VALUE         PIC S9(9)V99 VALUE ZERO.
           05  C-ADJ-VAR-AMT         PIC S9(9)V99 VALUE ZERO.
           05  C-EXC-VAR-AMT         PIC S9(9)V99 VALUE ZERO.
           05  REJECT-REASON         PIC X(30) VALUE SPACES.
           05  CNTCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  OLDSTOCK-FILE-STATUS  PIC XX VALUE SPACES.
           05  VENDFILE-FILE-STATUS  PIC XX VALUE SPACES.
           05  CNTQTY-FILE-STATUS    PIC XX VALUE SPACES.
           05  STKTRAN-FILE-STATUS   PIC XX VALUE SPACES.
           05  CNTHIST-FILE-STATUS   PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  TOLERANCE-CARD.
           05  TC-TOL-GAL-X          PIC X(7) VALUE SPACES.
           05  TC-TOL-GAL-N REDEFINES TC-TOL-GAL-X
                                     PIC 9(5)V99.
           05  TC-TOL-AMT-X          PIC X(7) VALUE SPACES.
           05  TC-TOL-AMT-N REDEFINES TC-TOL-AMT-X
                                     PIC 9(5)V99.

       01  STOCK-TABLE.
           05  ST-TBL-CTR            PIC 99 VALUE ZERO.
           05  ST-TBL-ENTRY OCCURS 10 TIMES.
               10  ST-GRADE          PIC X(1).
               10  ST-ON-HAND        PIC S9(7)V99.
               10  ST-COUNTED        PIC 9(7)V99.
               10  ST-COUNTED-SW     PIC XXX.

       01  VEND-TABLE.
           05  VN-TBL-CTR            PIC 99 VALUE ZERO.
           05  VN-TBL-ENTRY OCCURS 10 TIMES.
               10  VT-GRADE          PIC X(1).
               10  VT-UNIT-COST      PIC 99V99.

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

       01  LST-HEADING.
           05  FILLER                PIC X(6)  VALUE "DATE:".
           05  O-MM                  PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-DD                  PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-YY                  PIC 9(4).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(34)
                           VALUE 'PHYSICAL COUNT RECONCILIATION'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  EXC-HEADING.
           05  FILLER                PIC X(6)  VALUE "DATE:".
           05  O-EXC-MM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-EXC-DD              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-EXC-YY              PIC 9(4).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(40)
                     VALUE 'COUNT VARIANCES HELD FOR APPROVAL'.
           05  FILLER                PIC X(56) VALUE SPACES.

       01  LST-CARD-LINE.
           05  FILLER                PIC X(12) VALUE "COUNT DATE:".
           05  O-COUNT-DATE          PIC X(10).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(16)
                                     VALUE "GALLON TOLERANCE".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-TOL-GAL             PIC X(10).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(16)
                                     VALUE "DOLLAR TOLERANCE".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-TOL-AMT             PIC X(10).
           05  FILLER                PIC X(46) VALUE SPACES.

       01  TOLERANCE-EDIT.
           05  O-TOL-EDIT            PIC ZZ,ZZ9.99.

       01  LST-COLUMN-HEADINGS.
           05  FILLER                PIC X(7)  VALUE "GRADE".
           05  FILLER                PIC X(15) VALUE "   BOOK GALS".
           05  FILLER                PIC X(15) VALUE "COUNTED GALS".
           05  FILLER                PIC X(15) VALUE "  VARIANCE GALS".
           05  FILLER                PIC X(11) VALUE " UNIT COST".
           05  FILLER                PIC X(15) VALUE "  VARIANCE $".
           05  FILLER                PIC X(54) VALUE "DISPOSITION".

       01  LST-DETAIL-LINE.
           05  O-GRADE               PIC X(1).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-BOOK-QTY            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-COUNTED-QTY         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-VAR-QTY             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-UNIT-COST           PIC ZZ.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-VAR-AMT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-DISPOSITION         PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-APPROVAL            PIC X(25).

       01  EXC-REJECT-HDG.
           05  FILLER                PIC X(40)
                       VALUE "COUNT RECORDS NOT USED".
           05  FILLER                PIC X(92) VALUE SPACES.

       01  EXC-REJECT-LINE.
           05  O-REJ-GRADE           PIC X(1).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-REJ-QTY             PIC X(9).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-REJ-COUNTER         PIC X(8).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-REJ-LOCATION        PIC X(12).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-REJ-REASON          PIC X(30).
           05  FILLER                PIC X(59) VALUE SPACES.

       01  LST-TOTAL-LINE-1.
           05  FILLER                PIC X(16) VALUE "GRADES:".
           05  O-GRADECTR            PIC ZZ9.
           05  FILLER                PIC X(16) VALUE "  NO VARIANCE:".
           05  O-NOVARCTR            PIC ZZ9.
           05  FILLER                PIC X(16) VALUE "  ADJUSTED:".
           05  O-ADJCTR              PIC ZZ9.
           05  FILLER                PIC X(16) VALUE "  HELD:".
           05  O-EXCCTR              PIC ZZ9.
           05  FILLER                PIC X(16) VALUE "  NOT COUNTED:".
           05  O-UNCNTCTR            PIC ZZ9.
           05  FILLER                PIC X(16) VALUE "  COUNTS USED:".
           05  O-CNTCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  LST-TOTAL-LINE-2.
           05  FILLER                PIC X(12) VALUE "BOOK VALUE:".
           05  O-BOOK-VALUE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(17) VALUE "  COUNTED VALUE:".
           05  O-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(14) VALUE "  ADJUSTED $:".
           05  O-ADJ-VAR-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(10) VALUE "  HELD $:".
           05  O-EXC-VAR-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(19) VALUE SPACES.

       01  EXC-SIGN-LINE.
           05  FILLER                PIC X(40)
                   VALUE "REVIEWED BY: ______________________".
           05  FILLER                PIC X(40)
                   VALUE "DATE: ____________".
           05  FILLER                PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               VARYING C-ST-SUB FROM 1 BY 1
               UNTIL C-ST-SUB > ST-TBL-CTR.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO O-EXC-YY.
           MOVE I-MM TO O-EXC-MM.
           MOVE I-DD TO O-EXC-DD.
           COMPUTE C-COUNT-DATE-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           IF TOL-GAL-SW = "NO" AND TOL-AMT-SW = "NO"
               DISPLAY "COBTPG22 - NO TOLERANCE GIVEN, ALL VARIANCES "
                   "HELD FOR APPROVAL"
           END-IF.
           PERFORM 1800-CHECK-COUNT-HISTORY.
           PERFORM 1500-LOAD-STOCK.
           PERFORM 1600-LOAD-VENDORS.
           OPEN EXTEND STKTRAN.
           IF STKTRAN-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9930-STKTRAN-FILE-ERROR
           END-IF.
           OPEN EXTEND CNTHIST.
           IF CNTHIST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9935-CNTHIST-FILE-ERROR
           END-IF.
           OPEN OUTPUT CNTLST.
           OPEN OUTPUT EXCLST.
           PERFORM 1100-WRITE-HEADINGS.
           PERFORM 1700-LOAD-COUNTS.

       1050-READ-CONTROL-CARD.
           OPEN INPUT CNTCARD.
           IF CNTCARD-FILE-STATUS = "00"
               READ CNTCARD
                   AT END
                       DISPLAY "COBTPG22 - CNTCARD EMPTY, COUNT "
                           "DATED TODAY"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE CNTCARD
           ELSE
               DISPLAY "COBTPG22 - CNTCARD NOT FOUND, COUNT "
                   "DATED TODAY"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF CN-COUNT-DATE NOT = SPACES
               MOVE CN-COUNT-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   MOVE TC-DATE-N TO C-COUNT-DATE-N
               ELSE
                   DISPLAY "COBTPG22 - COUNT DATE INVALID, "
                       "USING TODAY"
               END-IF
           END-IF.
           IF CN-TOL-GAL NOT = SPACES
               IF CN-TOL-GAL IS NUMERIC
                   MOVE CN-TOL-GAL TO TC-TOL-GAL-X
                   MOVE TC-TOL-GAL-N TO C-TOL-GAL
                   MOVE "YES" TO TOL-GAL-SW
               ELSE
                   DISPLAY "COBTPG22 - GALLON TOLERANCE NOT NUMERIC, "
                       "IGNORED"
               END-IF
           END-IF.
           IF CN-TOL-AMT NOT = SPACES
               IF CN-TOL-AMT IS NUMERIC
                   MOVE CN-TOL-AMT TO TC-TOL-AMT-X
                   MOVE TC-TOL-AMT-N TO C-TOL-AMT
                   MOVE "YES" TO TOL-AMT-SW
               ELSE
                   DISPLAY "COBTPG22 - DOLLAR TOLERANCE NOT NUMERIC, "
                       "IGNORED"
               END-IF
           END-IF.
           IF CN-USER-ID NOT = SPACES
               MOVE CN-USER-ID TO C-USER-ID
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

       1100-WRITE-HEADINGS.
           MOVE C-COUNT-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-COUNT-DATE.
           IF TOL-GAL-SW = "YES"
               MOVE C-TOL-GAL TO O-TOL-EDIT
               MOVE TOLERANCE-EDIT TO O-TOL-GAL
           ELSE
               MOVE "NONE" TO O-TOL-GAL
           END-IF.
           IF TOL-AMT-SW = "YES"
               MOVE C-TOL-AMT TO O-TOL-EDIT
               MOVE TOLERANCE-EDIT TO O-TOL-AMT
           ELSE
               MOVE "NONE" TO O-TOL-AMT
           END-IF.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-CARD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           WRITE EXCLINE FROM EXC-HEADING
             AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM LST-CARD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE EXCLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.

       1500-LOAD-STOCK.
           OPEN INPUT OLDSTOCK.
           IF OLDSTOCK-FILE-STATUS NOT = "00"
               PERFORM 9910-OLDSTOCK-FILE-ERROR
           END-IF.
           PERFORM 1505-SKIP-STOCK-HEADER.
           PERFORM 1510-READ-STOCK.
           PERFORM 1520-STORE-STOCK
               UNTIL MORE-STOCK = "NO".
           CLOSE OLDSTOCK.

       1505-SKIP-STOCK-HEADER.
           READ OLDSTOCK
               AT END
                   MOVE SPACES TO STOCK-REC
           END-READ.
           MOVE STOCK-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "PAINTSTK"
               DISPLAY "COBTPG22 - PAINTSTK.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1510-READ-STOCK.
           READ OLDSTOCK
               AT END
                   MOVE "NO" TO MORE-STOCK.

       1520-STORE-STOCK.
           IF ST-TBL-CTR >= 10
               DISPLAY "COBTPG22 - STOCK TABLE FULL, IGNORING "
                   "GRADE " STK-GRADE
           ELSE
               ADD 1 TO ST-TBL-CTR
               MOVE STK-GRADE   TO ST-GRADE      (ST-TBL-CTR)
               MOVE STK-ON-HAND TO ST-ON-HAND    (ST-TBL-CTR)
               MOVE ZERO        TO ST-COUNTED    (ST-TBL-CTR)
               MOVE "NO"        TO ST-COUNTED-SW (ST-TBL-CTR)
           END-IF.
           PERFORM 1510-READ-STOCK.

       1600-LOAD-VENDORS.
           OPEN INPUT VENDFILE.
           IF VENDFILE-FILE-STATUS NOT = "00"
               PERFORM 9915-VENDFILE-ERROR
           END-IF.
           PERFORM 1610-READ-VENDOR.
           PERFORM 1620-STORE-VENDOR
               UNTIL MORE-VENDS = "NO".
           CLOSE VENDFILE.

       1610-READ-VENDOR.
           READ VENDFILE
               AT END
                   MOVE "NO" TO MORE-VENDS.

       1620-STORE-VENDOR.
           IF VN-TBL-CTR >= 10
               DISPLAY "COBTPG22 - VENDOR TABLE FULL, IGNORING "
                   "GRADE " VN-GRADE
           ELSE
               ADD 1 TO VN-TBL-CTR
               MOVE VN-GRADE      TO VT-GRADE      (VN-TBL-CTR)
               MOVE VN-UNIT-COST  TO VT-UNIT-COST  (VN-TBL-CTR)
           END-IF.
           PERFORM 1610-READ-VENDOR.

       1700-LOAD-COUNTS.
           OPEN INPUT CNTQTY.
           IF CNTQTY-FILE-STATUS NOT = "00"
               PERFORM 9920-CNTQTY-FILE-ERROR
           END-IF.
           PERFORM 1710-READ-COUNT.
           PERFORM 1720-APPLY-COUNT
               UNTIL MORE-COUNTS = "NO".
           CLOSE CNTQTY.

       1710-READ-COUNT.
           READ CNTQTY
               AT END
                   MOVE "NO" TO MORE-COUNTS.

       1720-APPLY-COUNT.
           MOVE SPACES TO REJECT-REASON.
           IF CQ-QTY-N IS NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO REJECT-REASON
           ELSE
               PERFORM 1730-FIND-STOCK-SLOT
               IF C-ST-HIT = ZERO
                   MOVE "GRADE NOT ON STOCK FILE" TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               ADD 1 TO C-CNTCTR
               ADD CQ-QTY-N TO ST-COUNTED (C-ST-HIT)
               MOVE "YES" TO ST-COUNTED-SW (C-ST-HIT)
           ELSE
               PERFORM 1750-REJECT-COUNT
           END-IF.
           PERFORM 1710-READ-COUNT.

       1730-FIND-STOCK-SLOT.
           MOVE ZERO TO C-ST-HIT.
           PERFORM 1740-CHECK-STOCK-SLOT
               VARYING C-ST-SUB FROM 1 BY 1
               UNTIL C-ST-SUB > ST-TBL-CTR.

       1740-CHECK-STOCK-SLOT.
           IF ST-GRADE (C-ST-SUB) = CQ-GRADE
               MOVE C-ST-SUB TO C-ST-HIT.

       1750-REJECT-COUNT.
           IF C-CNTREJCTR = ZERO
               WRITE EXCLINE FROM EXC-REJECT-HDG
                 AFTER ADVANCING 2 LINES
               MOVE SPACES TO EXCLINE
               WRITE EXCLINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO C-CNTREJCTR.
           MOVE CQ-GRADE      TO O-REJ-GRADE.
           MOVE CQ-QTY        TO O-REJ-QTY.
           MOVE CQ-COUNTER    TO O-REJ-COUNTER.
           MOVE CQ-LOCATION   TO O-REJ-LOCATION.
           MOVE REJECT-REASON TO O-REJ-REASON.
           WRITE EXCLINE FROM EXC-REJECT-LINE
             AFTER ADVANCING 1 LINE.

       1800-CHECK-COUNT-HISTORY.
           OPEN INPUT CNTHIST.
           IF CNTHIST-FILE-STATUS = "00" OR CNTHIST-FILE-STATUS = "05"
               PERFORM 1810-READ-HISTORY
               PERFORM 1820-CHECK-HISTORY
                   UNTIL MORE-HIST = "NO"
               CLOSE CNTHIST
           ELSE
               IF CNTHIST-FILE-STATUS NOT = "35"
                   PERFORM 9935-CNTHIST-FILE-ERROR
               END-IF
           END-IF.
           IF COUNT-DONE-SW = "YES"
               DISPLAY "COBTPG22 - COUNT DATED " C-COUNT-DATE-N
                   " HAS ALREADY BEEN RECONCILED"
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1810-READ-HISTORY.
           READ CNTHIST
               AT END
                   MOVE "NO" TO MORE-HIST.

       1820-CHECK-HISTORY.
           IF CH-COUNT-DATE = C-COUNT-DATE-N
               MOVE "YES" TO COUNT-DONE-SW
               MOVE "NO" TO MORE-HIST
           ELSE
               PERFORM 1810-READ-HISTORY
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-GRADECTR.
           MOVE SPACES TO CNT-HIST-REC.
           PERFORM 2100-FIND-VENDOR.
           MOVE SPACES TO O-APPROVAL.
           MOVE ST-GRADE (C-ST-SUB)   TO O-GRADE.
           MOVE ST-ON-HAND (C-ST-SUB) TO O-BOOK-QTY.
           MOVE C-UNIT-COST           TO O-UNIT-COST.
           COMPUTE C-BOOK-VALUE ROUNDED = C-BOOK-VALUE
               + ST-ON-HAND (C-ST-SUB) * C-UNIT-COST.
           IF ST-COUNTED-SW (C-ST-SUB) = "NO"
               PERFORM 2200-NOT-COUNTED
           ELSE
               COMPUTE C-COUNT-VALUE ROUNDED = C-COUNT-VALUE
                   + ST-COUNTED (C-ST-SUB) * C-UNIT-COST
               SUBTRACT ST-ON-HAND (C-ST-SUB)
                   FROM ST-COUNTED (C-ST-SUB)
                   GIVING C-VAR-QTY
               COMPUTE C-VAR-AMT ROUNDED = C-VAR-QTY * C-UNIT-COST
               MOVE ST-COUNTED (C-ST-SUB) TO O-COUNTED-QTY
               MOVE C-VAR-QTY TO O-VAR-QTY
               MOVE C-VAR-AMT TO O-VAR-AMT
               IF C-VAR-QTY = ZERO
                   ADD 1 TO C-NOVARCTR
                   MOVE "N" TO CH-DISPOSITION
                   MOVE "NO VARIANCE" TO O-DISPOSITION
               ELSE
                   PERFORM 2300-CHECK-TOLERANCE
                   IF WITHIN-TOL-SW = "YES"
                       PERFORM 2400-GENERATE-ADJUSTMENT
                   ELSE
                       PERFORM 2500-HOLD-VARIANCE
                   END-IF
               END-IF
           END-IF.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 2600-WRITE-HISTORY.

       2100-FIND-VENDOR.
           MOVE ZERO TO C-VN-HIT.
           PERFORM 2110-CHECK-VENDOR
               VARYING C-VN-SUB FROM 1 BY 1
               UNTIL C-VN-SUB > VN-TBL-CTR.
           IF C-VN-HIT = ZERO
               MOVE ZERO TO C-UNIT-COST
           ELSE
               MOVE VT-UNIT-COST (C-VN-HIT) TO C-UNIT-COST
           END-IF.

       2110-CHECK-VENDOR.
           IF VT-GRADE (C-VN-SUB) = ST-GRADE (C-ST-SUB)
               MOVE C-VN-SUB TO C-VN-HIT.

       2200-NOT-COUNTED.
           ADD 1 TO C-UNCNTCTR.
           MOVE ZERO TO C-VAR-QTY.
           MOVE ZERO TO C-VAR-AMT.
           MOVE ZERO TO O-COUNTED-QTY.
           MOVE ZERO TO O-VAR-QTY.
           MOVE ZERO TO O-VAR-AMT.
           MOVE "U" TO CH-DISPOSITION.
           MOVE "GRADE NOT COUNTED" TO O-DISPOSITION.
           MOVE "RECOUNT: ____________" TO O-APPROVAL.
           WRITE EXCLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO O-APPROVAL.

       2300-CHECK-TOLERANCE.
           MOVE "YES" TO WITHIN-TOL-SW.
           IF C-VAR-QTY < ZERO
               COMPUTE C-ABS-QTY = C-VAR-QTY * -1
               COMPUTE C-ABS-AMT = C-VAR-AMT * -1
           ELSE
               MOVE C-VAR-QTY TO C-ABS-QTY
               MOVE C-VAR-AMT TO C-ABS-AMT
           END-IF.
           IF TOL-GAL-SW = "NO" AND TOL-AMT-SW = "NO"
               MOVE "NO" TO WITHIN-TOL-SW
           END-IF.
           IF TOL-GAL-SW = "YES" AND C-ABS-QTY > C-TOL-GAL
               MOVE "NO" TO WITHIN-TOL-SW
           END-IF.
           IF TOL-AMT-SW = "YES" AND C-ABS-AMT > C-TOL-AMT
               MOVE "NO" TO WITHIN-TOL-SW
           END-IF.
           IF C-VN-HIT = ZERO
               MOVE "NO" TO WITHIN-TOL-SW
           END-IF.

       2400-GENERATE-ADJUSTMENT.
           MOVE SPACES               TO STK-TRAN-REC.
           MOVE "A"                  TO SK-ACTION.
           MOVE C-USER-ID            TO SK-USER-ID.
           MOVE ST-GRADE (C-ST-SUB)  TO SK-GRADE.
           MOVE C-VAR-QTY            TO SK-QTY-N.
           WRITE STK-TRAN-REC.
           IF STKTRAN-FILE-STATUS NOT = "00"
               PERFORM 9930-STKTRAN-FILE-ERROR
           END-IF.
           ADD 1 TO C-ADJCTR.
           ADD C-VAR-AMT TO C-ADJ-VAR-AMT.
           MOVE "A" TO CH-DISPOSITION.
           MOVE "ADJUSTMENT GENERATED" TO O-DISPOSITION.

       2500-HOLD-VARIANCE.
           ADD 1 TO C-EXCCTR.
           ADD C-VAR-AMT TO C-EXC-VAR-AMT.
           MOVE "E" TO CH-DISPOSITION.
           IF C-VN-HIT = ZERO
               MOVE "HELD - NO UNIT COST" TO O-DISPOSITION
           ELSE
               MOVE "HELD - OUTSIDE TOLERANCE" TO O-DISPOSITION
           END-IF.
           MOVE "APPROVED: ____________" TO O-APPROVAL.
           WRITE EXCLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO O-APPROVAL.

       2600-WRITE-HISTORY.
           MOVE C-COUNT-DATE-N        TO CH-COUNT-DATE.
           MOVE ST-GRADE (C-ST-SUB)   TO CH-GRADE.
           MOVE ST-ON-HAND (C-ST-SUB) TO CH-BOOK-QTY.
           MOVE ST-COUNTED (C-ST-SUB) TO CH-COUNTED-QTY.
           MOVE C-VAR-QTY             TO CH-VAR-QTY.
           MOVE C-VAR-AMT             TO CH-VAR-AMT.
           WRITE CNT-HIST-REC.
           IF CNTHIST-FILE-STATUS NOT = "00"
               PERFORM 9935-CNTHIST-FILE-ERROR
           END-IF.

       3000-CLOSING.
           MOVE C-GRADECTR     TO O-GRADECTR.
           MOVE C-NOVARCTR     TO O-NOVARCTR.
           MOVE C-ADJCTR       TO O-ADJCTR.
           MOVE C-EXCCTR       TO O-EXCCTR.
           MOVE C-UNCNTCTR     TO O-UNCNTCTR.
           MOVE C-CNTCTR       TO O-CNTCTR.
           MOVE C-BOOK-VALUE   TO O-BOOK-VALUE.
           MOVE C-COUNT-VALUE  TO O-COUNT-VALUE.
           MOVE C-ADJ-VAR-AMT  TO O-ADJ-VAR-AMT.
           MOVE C-EXC-VAR-AMT  TO O-EXC-VAR-AMT.
           WRITE LSTLINE FROM LST-TOTAL-LINE-1
             AFTER ADVANCING 3 LINES.
           WRITE LSTLINE FROM LST-TOTAL-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE EXCLINE FROM LST-TOTAL-LINE-1
             AFTER ADVANCING 3 LINES.
           WRITE EXCLINE FROM LST-TOTAL-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE EXCLINE FROM EXC-SIGN-LINE
             AFTER ADVANCING 3 LINES.
           DISPLAY "COBTPG22 - GRADES RECONCILED:     " C-GRADECTR.
           DISPLAY "COBTPG22 - ADJUSTMENTS GENERATED: " C-ADJCTR.
           DISPLAY "COBTPG22 - VARIANCES HELD:        " C-EXCCTR.
           DISPLAY "COBTPG22 - GRADES NOT COUNTED:    " C-UNCNTCTR.
           DISPLAY "COBTPG22 - COUNT RECORDS REJECTED:" C-CNTREJCTR.
           CLOSE STKTRAN.
           CLOSE CNTHIST.
           CLOSE CNTLST.
           CLOSE EXCLST.

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

       9910-OLDSTOCK-FILE-ERROR.
           DISPLAY "COBTPG22 - I/O ERROR ON PAINTSTK FILE".
           DISPLAY "COBTPG22 - FILE STATUS IS: "
               OLDSTOCK-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9915-VENDFILE-ERROR.
           DISPLAY "COBTPG22 - I/O ERROR ON PAINTVND FILE".
           DISPLAY "COBTPG22 - FILE STATUS IS: "
               VENDFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-CNTQTY-FILE-ERROR.
           DISPLAY "COBTPG22 - I/O ERROR ON CNTQTY FILE".
           DISPLAY "COBTPG22 - FILE STATUS IS: " CNTQTY-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-STKTRAN-FILE-ERROR.
           DISPLAY "COBTPG22 - I/O ERROR ON STKTRAN FILE".
           DISPLAY "COBTPG22 - FILE STATUS IS: " STKTRAN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-CNTHIST-FILE-ERROR.
           DISPLAY "COBTPG22 - I/O ERROR ON STKCNT FILE".
           DISPLAY "COBTPG22 - FILE STATUS IS: " CNTHIST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG22 - RUN REFUSED, COUNT ALREADY RECONCILED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG22 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
