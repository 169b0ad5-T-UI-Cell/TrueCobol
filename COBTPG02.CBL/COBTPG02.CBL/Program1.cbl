      *    THE OLD MASTER AND A TRANSACTION FILE, BOTH IN CUSTOMER
      *    NUMBER ORDER, APPLIES ADD / CHANGE / DEACTIVATE TRANSACTIONS
      *    AND WRITES A NEW MASTER PLUS A MAINTENANCE LISTING.
      *    THE CUSTOMER CREDIT LIMIT IS CARRIED ON THE MASTER AND IS
      *    USED BY COBTPG01 TO PUT ESTIMATES ON CREDIT HOLD.  A ZERO
      *    LIMIT MEANS NO LIMIT HAS BEEN SET.  ON A CHANGE, A BLANK
      *    CREDIT LIMIT LEAVES THE LIMIT ON FILE AS IT IS.
      *
      *    THE OLD MASTER MUST START WITH A GENERATION CONTROL HEADER
      *    FOR THE CURRENT GENERATION IN THE CATALOG (GENCTL.DAT) THAT
      *    NO EARLIER RUN HAS CONSUMED, OR THE RUN IS REFUSED WITH
      *    RETURN CODE 8 BEFORE ANYTHING IS WRITTEN.  THE NEW MASTER
      *    IS BUILT IN A WORK FILE AND COPIED TO CUSTNEW.DAT BEHIND A
      *    HEADER FOR THE NEXT GENERATION CARRYING THE RUN DATE AND
      *    RECORD COUNT, AND THE CATALOG IS UPDATED.  IF THE RECORDS
      *    READ DO NOT AGREE WITH THE OLD HEADER'S COUNT, CUSTNEW.DAT
      *    IS NOT WRITTEN AND THE RUN ENDS WITH RETURN CODE 8.
      *    COBTPG27 KEEPS PRIOR GENERATIONS AND ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CUSTTRAN-FILE-STATUS.

           SELECT NEWCUST
               ASSIGN TO "CUSTNEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWCUST-FILE-STATUS.

           SELECT CUSTGEN
               ASSIGN TO "CUSTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTGEN-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT CUSTLST
               ASSIGN TO "CUSTMNT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  OC-PHONE              PIC X(10).
           05  OC-TERMS              PIC X(15).
           05  OC-STATUS             PIC X(1).
           05  OC-CREDIT-LIMIT       PIC 9(7)V99.
           05  FILLER                PIC X(9).

       FD  CUSTTRAN
           LABEL RECORD IS STANDARD
           05  CT-BILL-ADDR          PIC X(30).
           05  CT-PHONE              PIC X(10).
           05  CT-TERMS              PIC X(15).
           05  CT-CREDIT-LIMIT       PIC X(9).
           05  CT-CREDIT-LIMIT-N REDEFINES CT-CREDIT-LIMIT
                                     PIC 9(7)V99.
           05  FILLER                PIC X(9).

       FD  NEWCUST
           LABEL RECORD IS STANDARD
           05  NC-PHONE              PIC X(10).
           05  NC-TERMS              PIC X(15).
           05  NC-STATUS             PIC X(1).
           05  NC-CREDIT-LIMIT       PIC 9(7)V99.
           05  FILLER                PIC X(9).

       FD  CUSTGEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-GEN-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  CUST-GEN-REC              PIC X(100).

       FD  GENCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-CTL-REC
           RECORD CONTAINS 60 CHARACTERS.
       01  GEN-CTL-REC.
           05  GC-FILE-ID            PIC X(8).
           05  GC-CUR-GEN            PIC 9(6).
           05  GC-USED-GEN           PIC 9(6).
           05  GC-RUN-DATE           PIC 9(8).
           05  GC-REC-COUNT          PIC 9(7).
           05  GC-PROGRAM            PIC X(8).
           05  FILLER                PIC X(17).

       FD  CUSTLST
           LABEL RECORD IS OMITTED
           05  NEWCUST-FILE-STATUS   PIC XX VALUE SPACES.
           05  C-PREV-M-KEY          PIC X(6) VALUE LOW-VALUES.
           05  C-PREV-T-KEY          PIC X(6) VALUE LOW-VALUES.
           05  CUSTGEN-FILE-STATUS   PIC XX VALUE SPACES.
           05  GENCTL-FILE-STATUS    PIC XX VALUE SPACES.
           05  MORE-CATALOG          PIC XXX VALUE "YES".
           05  MORE-COPY             PIC XXX VALUE "YES".
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-GT-SUB              PIC 99 VALUE ZERO.
           05  C-GT-HIT              PIC 99 VALUE ZERO.
           05  C-IN-GEN-NO           PIC 9(6) VALUE ZERO.
           05  C-IN-REC-COUNT        PIC 9(7) VALUE ZERO.
           05  C-NEW-GEN-NO          PIC 9(6) VALUE ZERO.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  GEN-CATALOG.
           05  GT-TBL-CTR            PIC 99 VALUE ZERO.
           05  GT-TBL-ENTRY OCCURS 20 TIMES.
               10  GT-FILE-ID        PIC X(8).
               10  GT-CUR-GEN        PIC 9(6).
               10  GT-USED-GEN       PIC 9(6).
               10  GT-RUN-DATE       PIC 9(8).
               10  GT-REC-COUNT      PIC 9(7).
               10  GT-PROGRAM        PIC X(8).

       01  HOLD-CUST.
           05  HC-CUST-NO            PIC X(6).
           05  HC-PHONE              PIC X(10).
           05  HC-TERMS              PIC X(15).
           05  HC-STATUS             PIC X(1).
           05  HC-CREDIT-LIMIT       PIC 9(7)V99.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           05  FILLER                PIC X(6)  VALUE "ACTN".
           05  FILLER                PIC X(10) VALUE "CUST NO".
           05  FILLER                PIC X(24) VALUE "CUSTOMER NAME".
           05  FILLER                PIC X(44) VALUE "DISPOSITION".
           05  FILLER                PIC X(12) VALUE "CREDIT LIMIT".
           05  FILLER                PIC X(36) VALUE SPACES.

       01  LST-DETAIL-LINE.
           05  O-ACTION              PIC X(1).
           05  O-CUST-NAME           PIC X(20).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-DISPOSITION         PIC X(40).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-CREDIT-LIMIT        PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "ADDED:".
               MOVE "NO" TO MORE-MASTERS
               MOVE HIGH-VALUES TO M-KEY
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           OPEN INPUT CUSTTRAN.
           IF CUSTTRAN-FILE-STATUS NOT = "00"
               PERFORM 9920-CUSTTRAN-FILE-ERROR
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
           END-IF.
           PERFORM 9050-READ-TRAN.

      *-----------------------------------------------------------------
      *    THE OLD MASTER'S HEADER MUST NAME THE CURRENT GENERATION IN
      *    THE CATALOG, AND THAT GENERATION MUST NOT ALREADY HAVE BEEN
      *    CONSUMED BY AN EARLIER RUN.  A MISSING MASTER MAY ONLY BE
      *    BUILT FROM NOTHING WHEN THE CATALOG HAS NO ENTRY FOR IT.
      *-----------------------------------------------------------------
       1100-CHECK-GENERATION.
           PERFORM 1110-LOAD-GEN-CATALOG.
           MOVE ZERO TO C-GT-HIT.
           PERFORM 1130-FIND-GEN-ENTRY
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.
           IF OLDCUST-FILE-STATUS = "35"
               IF C-GT-HIT NOT = ZERO
                   DISPLAY "COBTPG02 - CUSTMAST GENERATION "
                       GT-CUR-GEN (C-GT-HIT)
                       " IS CATALOGED BUT THE FILE IS MISSING"
                   PERFORM 9980-REFUSE-RUN
               END-IF
               MOVE ZERO TO C-IN-GEN-NO
               MOVE ZERO TO C-IN-REC-COUNT
           ELSE
               PERFORM 1140-READ-GEN-HEADER
           END-IF.
           COMPUTE C-NEW-GEN-NO = C-IN-GEN-NO + 1.
           DISPLAY "COBTPG02 - CUSTMAST GENERATION " C-IN-GEN-NO
               " IN, GENERATION " C-NEW-GEN-NO " OUT".

       1110-LOAD-GEN-CATALOG.
           OPEN INPUT GENCTL.
           IF GENCTL-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9960-GENCTL-FILE-ERROR
           END-IF.
           IF GENCTL-FILE-STATUS = "00"
               MOVE "YES" TO MORE-CATALOG
               PERFORM 1115-READ-GEN-CATALOG
               PERFORM 1120-STORE-GEN-CATALOG
                   UNTIL MORE-CATALOG = "NO"
               CLOSE GENCTL
           END-IF.

       1115-READ-GEN-CATALOG.
           READ GENCTL
               AT END
                   MOVE "NO" TO MORE-CATALOG.

       1120-STORE-GEN-CATALOG.
           IF GT-TBL-CTR >= 20
               DISPLAY "COBTPG02 - GENERATION CATALOG TABLE FULL"
               PERFORM 9990-ABORT-RUN
           END-IF.
           ADD 1 TO GT-TBL-CTR.
           MOVE GC-FILE-ID   TO GT-FILE-ID   (GT-TBL-CTR).
           MOVE GC-CUR-GEN   TO GT-CUR-GEN   (GT-TBL-CTR).
           MOVE GC-USED-GEN  TO GT-USED-GEN  (GT-TBL-CTR).
           MOVE GC-RUN-DATE  TO GT-RUN-DATE  (GT-TBL-CTR).
           MOVE GC-REC-COUNT TO GT-REC-COUNT (GT-TBL-CTR).
           MOVE GC-PROGRAM   TO GT-PROGRAM   (GT-TBL-CTR).
           PERFORM 1115-READ-GEN-CATALOG.

       1130-FIND-GEN-ENTRY.
           IF GT-FILE-ID (C-GT-SUB) = "CUSTMAST"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ OLDCUST
               AT END
                   MOVE SPACES TO OLD-CUST-REC
           END-READ.
           MOVE OLD-CUST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CUSTMAST"
               DISPLAY "COBTPG02 - CUSTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG02 - CUSTMAST IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG02 - CUSTMAST GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG02 - CUSTMAST GENERATION " GH-GEN-NO
                   " IS NOT THE CURRENT GENERATION "
                   GT-CUR-GEN (C-GT-HIT)
               PERFORM 9980-REFUSE-RUN
           END-IF.
           MOVE GH-GEN-NO    TO C-IN-GEN-NO.
           MOVE GH-REC-COUNT TO C-IN-REC-COUNT.

       2000-MAINLINE.
           IF HOLD-ACTIVE-SW = "NO"
               PERFORM 2100-SELECT-NEXT
               MOVE OC-PHONE     TO HC-PHONE
               MOVE OC-TERMS     TO HC-TERMS
               MOVE OC-STATUS    TO HC-STATUS
               IF OC-CREDIT-LIMIT IS NUMERIC
                   MOVE OC-CREDIT-LIMIT TO HC-CREDIT-LIMIT
               ELSE
                   MOVE ZERO TO HC-CREDIT-LIMIT
               END-IF
               MOVE "YES" TO HOLD-ACTIVE-SW
               PERFORM 9000-READ-MASTER
           ELSE
               IF TRAN-ADD
                   IF CT-CREDIT-LIMIT NOT = SPACES
                       AND CT-CREDIT-LIMIT IS NOT NUMERIC
                       PERFORM 2130-REJECT-CREDIT-LIMIT
                   ELSE
                       PERFORM 2110-ADD-CUSTOMER
                   END-IF
               ELSE
                   PERFORM 2120-REJECT-NO-MATCH
               END-IF
           MOVE CT-PHONE     TO HC-PHONE.
           MOVE CT-TERMS     TO HC-TERMS.
           MOVE "A"          TO HC-STATUS.
           IF CT-CREDIT-LIMIT IS NUMERIC
               MOVE CT-CREDIT-LIMIT-N TO HC-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO HC-CREDIT-LIMIT
           END-IF.
           MOVE "YES" TO HOLD-ACTIVE-SW.
           ADD 1 TO C-ADDCTR.
           MOVE "CUSTOMER ADDED" TO O-DISPOSITION.
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       2130-REJECT-CREDIT-LIMIT.
           ADD 1 TO C-REJCTR.
           MOVE "CREDIT LIMIT NOT NUMERIC" TO O-DISPOSITION.
           PERFORM 8000-WRITE-LISTING.

       2200-APPLY-TRAN.
           IF TRAN-ADD
               ADD 1 TO C-REJCTR
               PERFORM 8000-WRITE-LISTING
           ELSE
               IF TRAN-CHANGE
                   IF CT-CREDIT-LIMIT NOT = SPACES
                       AND CT-CREDIT-LIMIT IS NOT NUMERIC
                       PERFORM 2130-REJECT-CREDIT-LIMIT
                   ELSE
                       PERFORM 2210-CHANGE-CUSTOMER
                   END-IF
               ELSE
                   IF TRAN-DEACTIVATE
                       PERFORM 2220-DEACTIVATE-CUSTOMER
           IF CT-TERMS NOT = SPACES
               MOVE CT-TERMS TO HC-TERMS
           END-IF.
           IF CT-CREDIT-LIMIT NOT = SPACES
               MOVE CT-CREDIT-LIMIT-N TO HC-CREDIT-LIMIT
           END-IF.
           IF HC-STATUS NOT = "A"
               MOVE "A" TO HC-STATUS
               MOVE "CUSTOMER CHANGED AND REACTIVATED"
           MOVE HC-PHONE     TO NC-PHONE.
           MOVE HC-TERMS     TO NC-TERMS.
           MOVE HC-STATUS    TO NC-STATUS.
           MOVE HC-CREDIT-LIMIT TO NC-CREDIT-LIMIT.
           WRITE NEW-CUST-REC.
           IF NEWCUST-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWCUST-FILE-ERROR
           CLOSE CUSTTRAN.
           CLOSE NEWCUST.
           CLOSE CUSTLST.
           PERFORM 3500-WRITE-GENERATION.

      *-----------------------------------------------------------------
      *    THE NEW MASTER IS COPIED FROM THE WORK FILE BEHIND ITS
      *    GENERATION HEADER ONCE THE RECORD COUNT IS KNOWN.
      *-----------------------------------------------------------------
       3500-WRITE-GENERATION.
           IF C-OLDCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG02 - " C-OLDCTR " CUSTMAST RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               DISPLAY "COBTPG02 - CUSTNEW.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NEWCUST
               IF NEWCUST-FILE-STATUS NOT = "00"
                   PERFORM 9930-NEWCUST-FILE-ERROR
               END-IF
               OPEN OUTPUT CUSTGEN
               IF CUSTGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-CUSTGEN-FILE-ERROR
               END-IF
               MOVE SPACES       TO GEN-HEADER
               MOVE "*GENHDR*"   TO GH-MARKER
               MOVE "CUSTMAST"   TO GH-FILE-ID
               MOVE C-NEW-GEN-NO TO GH-GEN-NO
               MOVE C-TODAY-N    TO GH-RUN-DATE
               MOVE C-NEWCTR     TO GH-REC-COUNT
               MOVE GEN-HEADER   TO CUST-GEN-REC
               WRITE CUST-GEN-REC
               IF CUSTGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-CUSTGEN-FILE-ERROR
               END-IF
               MOVE "YES" TO MORE-COPY
               PERFORM 3510-READ-WORK-MASTER
               PERFORM 3520-COPY-WORK-MASTER
                   UNTIL MORE-COPY = "NO"
               CLOSE NEWCUST
               CLOSE CUSTGEN
               PERFORM 3600-UPDATE-GEN-CATALOG
               DISPLAY "COBTPG02 - CUSTNEW.DAT WRITTEN AS CUSTMAST "
                   "GENERATION " C-NEW-GEN-NO
           END-IF.

       3510-READ-WORK-MASTER.
           READ NEWCUST
               AT END
                   MOVE "NO" TO MORE-COPY.

       3520-COPY-WORK-MASTER.
           WRITE CUST-GEN-REC FROM NEW-CUST-REC.
           IF CUSTGEN-FILE-STATUS NOT = "00"
               PERFORM 9935-CUSTGEN-FILE-ERROR
           END-IF.
           PERFORM 3510-READ-WORK-MASTER.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG02 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "CUSTMAST" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-NEWCTR     TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG02"   TO GT-PROGRAM   (C-GT-HIT).
           OPEN OUTPUT GENCTL.
           IF GENCTL-FILE-STATUS NOT = "00"
               PERFORM 9960-GENCTL-FILE-ERROR
           END-IF.
           PERFORM 3610-WRITE-GEN-CATALOG
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.
           CLOSE GENCTL.

       3610-WRITE-GEN-CATALOG.
           MOVE SPACES                  TO GEN-CTL-REC.
           MOVE GT-FILE-ID   (C-GT-SUB) TO GC-FILE-ID.
           MOVE GT-CUR-GEN   (C-GT-SUB) TO GC-CUR-GEN.
           MOVE GT-USED-GEN  (C-GT-SUB) TO GC-USED-GEN.
           MOVE GT-RUN-DATE  (C-GT-SUB) TO GC-RUN-DATE.
           MOVE GT-REC-COUNT (C-GT-SUB) TO GC-REC-COUNT.
           MOVE GT-PROGRAM   (C-GT-SUB) TO GC-PROGRAM.
           WRITE GEN-CTL-REC.
           IF GENCTL-FILE-STATUS NOT = "00"
               PERFORM 9960-GENCTL-FILE-ERROR
           END-IF.

       8000-WRITE-LISTING.
           MOVE CT-ACTION    TO O-ACTION.
           MOVE CT-CUST-NO   TO O-CUST-NO.
           MOVE CT-CUST-NAME TO O-CUST-NAME.
           IF HOLD-ACTIVE-SW = "YES" AND HC-CUST-NO = CT-CUST-NO
               MOVE HC-CREDIT-LIMIT TO O-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO O-CREDIT-LIMIT
           END-IF.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

           PERFORM 9990-ABORT-RUN.

       9930-NEWCUST-FILE-ERROR.
           DISPLAY "COBTPG02 - I/O ERROR ON CUSTNEW WORK FILE".
           DISPLAY "COBTPG02 - FILE STATUS IS: " NEWCUST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-CUSTGEN-FILE-ERROR.
           DISPLAY "COBTPG02 - I/O ERROR ON CUSTNEW FILE".
           DISPLAY "COBTPG02 - FILE STATUS IS: " CUSTGEN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-MASTER-SEQ-ERROR.
           DISPLAY "COBTPG02 - CUSTMAST OUT OF SEQUENCE AT CUSTOMER "
               OC-CUST-NO " AFTER " C-PREV-M-KEY.
               CT-CUST-NO " AFTER " C-PREV-T-KEY.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG02 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG02 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG02 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG02 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
