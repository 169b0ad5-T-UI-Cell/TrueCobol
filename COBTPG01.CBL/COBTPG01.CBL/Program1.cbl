       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM IS TO MAKE A PAINT JOB ESTIMATOR REPORT
      *
      *    EACH PRICED ESTIMATE IS CREDIT CHECKED AGAINST THE OPEN
      *    ITEM A/R MASTER (ARNEW.DAT FROM COBTPG06).  IF THE OPEN
      *    BALANCE PLUS THE ESTIMATE IS OVER THE CUSTOMER'S CREDIT
      *    LIMIT, OR THE OLDEST OPEN ITEM IS MORE THAN 60 DAYS PAST
      *    DUE, THE ESTIMATE STILL PRINTS BUT IS LISTED ON THE CREDIT
      *    HOLD LISTING AND POSTED WITH STATUS H SO IT IS NOT INVOICED
      *    OR SCHEDULED UNTIL THE OFFICE RELEASES IT.  A ZERO CREDIT
      *    LIMIT MEANS NO LIMIT HAS BEEN SET FOR THE CUSTOMER.  AN
      *    ESTIMATE THAT IS NOT HELD IS ADDED TO THE CUSTOMER'S OPEN
      *    BALANCE FOR THE REST OF THE RUN, SO SEVERAL ESTIMATES FOR
      *    ONE CUSTOMER IN THE SAME BATCH ARE CHECKED TOGETHER.
      *
      *    PAINT DRAWN FROM STOCK FOR EACH ESTIMATE IS APPENDED TO THE
      *    GENERAL LEDGER SOURCE EXTRACT (GRADE AND GALLONS) SO THE
      *    JOURNAL RUN (COBTPG20) CAN POST COST OF GOODS AND INVENTORY.
      *    USAGE IS RECOGNISED WHEN THE ESTIMATE IS PRICED, THE SAME
      *    POINT AT WHICH STOCK IS DRAWN, SO THE LEDGER AGREES WITH THE
      *    STOCK FILE WHETHER OR NOT A PROPOSAL IS LATER ACCEPTED.
      *    NOTHING IS WRITTEN WHEN A SELECTION FILTER IS IN EFFECT,
      *    SINCE STOCK IS NOT DRAWN ON THOSE RUNS.
      *
      *    THE STOCK FILE AND THE A/R MASTER CARRY A GENERATION
      *    CONTROL HEADER AS THEIR FIRST RECORD.  WHEN STOCK IS TO BE
      *    DRAWN, THE STOCK FILE MUST BE THE CURRENT GENERATION IN THE
      *    CATALOG (GENCTL.DAT), NOT ALREADY CONSUMED, AND HOLD THE
      *    NUMBER OF RECORDS ITS HEADER SAYS, OR THE RUN IS REFUSED
      *    WITH RETURN CODE 8 BEFORE ANYTHING IS WRITTEN.  THE STOCK
      *    FILE IS REWRITTEN AS THE NEXT GENERATION AND THE CATALOG IS
      *    UPDATED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STOCK-FILE-STATUS.

           SELECT GENCTL
              ASSIGN TO DYNAMIC CTL-GENCTL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT SHORTOUT
              ASSIGN TO DYNAMIC CTL-SHORT-FILE
              ORGANIZATION IS RECORD SEQUENTIAL.
              ASSIGN TO DYNAMIC CTL-RUNLOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARFILE
              ASSIGN TO DYNAMIC CTL-AR-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AR-FILE-STATUS.

           SELECT HOLDOUT
              ASSIGN TO DYNAMIC CTL-HOLD-FILE
              ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL GLPOST
              ASSIGN TO DYNAMIC CTL-GL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GL-FILE-STATUS.

           SELECT SORTFILE
              ASSIGN TO "SORTWK".

       FD  CONTROLCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONTROL-CARD
           RECORD CONTAINS 992 CHARACTERS.
       01  CONTROL-CARD.
           05  CC-PAINT-FILE         PIC X(60).
           05  CC-PRT-FILE           PIC X(60).
           05  CC-SEL-GRADE          PIC X(1).
           05  CC-SEL-EST-NO         PIC X(4).
           05  CC-SEL-CUST-NO        PIC X(6).
           05  CC-AR-FILE            PIC X(60).
           05  CC-HOLD-FILE          PIC X(60).
           05  CC-GL-FILE            PIC X(60).

       FD  PAINT-NUM
           LABEL RECORD IS STANDARD
           05  CM-PHONE              PIC X(10).
           05  CM-TERMS              PIC X(15).
           05  CM-STATUS             PIC X(1).
           05  CM-CREDIT-LIMIT       PIC 9(7)V99.
           05  FILLER                PIC X(9).

       FD  CHKPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHKPT-REC
           RECORD CONTAINS 2804 CHARACTERS.
       01  CHKPT-REC.
           05  CHKPT-PCTR              PIC 99.
           05  CHKPT-EST-NO            PIC X(4).
           05  CHKPT-SUMM-MONTH-AREA   PIC X(648).
           05  CHKPT-STOCK-AREA        PIC X(172).
           05  CHKPT-SKIPCTR           PIC 9(5).
           05  CHKPT-HOLDCTR           PIC 999.
           05  CHKPT-HOLD-TOTAL        PIC 9(9)V99.

       FD  BILLOUT
           LABEL RECORD IS OMITTED
       FD  STOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCK-REC
           RECORD CONTAINS 40 CHARACTERS.
       01  STOCK-REC.
           05  STK-GRADE             PIC X(1).
           05  STK-ON-HAND           PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  STK-REORDER-POINT     PIC 9(5)V99.
           05  FILLER                PIC X(22).

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

       FD  SHORTOUT
           LABEL RECORD IS OMITTED
           05  RL-END-STATUS         PIC X(10).
           05  FILLER                PIC X(5).

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

       FD  HOLDOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS HOLDLINE.
       01  HOLDLINE                  PIC X(132).

       FD  GLPOST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-SOURCE-REC
           RECORD CONTAINS 90 CHARACTERS.
       01  GL-SOURCE-REC.
           05  GS-SOURCE             PIC X(2).
           05  GS-POST-DATE          PIC 9(8).
           05  GS-CUST-NO            PIC X(6).
           05  GS-EST-NO             PIC X(4).
           05  GS-INV-TYPE           PIC X(1).
           05  GS-REFERENCE          PIC X(10).
           05  GS-GRADE              PIC X(1).
           05  GS-GALLONS            PIC 9(5)V99.
           05  GS-TOTAL-AMT          PIC 9(9)V99.
           05  GS-PAINT-AMT          PIC 9(9)V99.
           05  GS-LABOR-AMT          PIC 9(9)V99.
           05  GS-TAX-AMT            PIC 9(9)V99.
           05  FILLER                PIC X(7).

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 93 CHARACTERS.
           05  C-ST-SUB                PIC 99 VALUE ZERO.
           05  C-ST-HIT                PIC 99 VALUE ZERO.
           05  C-GAL-SHORT             PIC S9(7)V99 VALUE ZERO.
           05  CTL-GENCTL-FILE         PIC X(60)
                               VALUE "C:\COBOL\GENCTL.DAT".
           05  GENCTL-FILE-STATUS      PIC XX VALUE SPACES.
           05  MORE-CATALOG            PIC XXX VALUE "YES".
           05  C-STKCTR                PIC 9(7) VALUE ZERO.
           05  C-GT-SUB                PIC 99 VALUE ZERO.
           05  C-GT-HIT                PIC 99 VALUE ZERO.
           05  C-IN-GEN-NO             PIC 9(6) VALUE ZERO.
           05  C-IN-REC-COUNT          PIC 9(7) VALUE ZERO.
           05  C-NEW-GEN-NO            PIC 9(6) VALUE ZERO.
           05  MORE-INPUT              PIC XXX VALUE "YES".
           05  CTL-INV-FILE            PIC X(60)
                               VALUE "C:\COBOL\PAINTINV.DAT".
           05  C-EST-CEIL-COAT-SQ-FT   PIC 9(6) VALUE ZERO.
           05  C-PREP-LABOR-COST       PIC 9(7)V99 VALUE ZERO.
           05  C-APPL-LABOR-COST       PIC 9(7)V99 VALUE ZERO.
           05  CTL-AR-FILE             PIC X(60)
                               VALUE "C:\COBOL\ARNEW.DAT".
           05  CTL-HOLD-FILE           PIC X(60)
                               VALUE "C:\COBOL\PAINTHLD.PRT".
           05  AR-FILE-STATUS          PIC XX VALUE SPACES.
           05  CTL-GL-FILE             PIC X(60)
                               VALUE "C:\COBOL\GLPOST.DAT".
           05  GL-FILE-STATUS          PIC XX VALUE SPACES.
           05  MORE-AR                 PIC XXX VALUE "YES".
           05  CREDIT-HOLD-SW          PIC XXX VALUE "NO".
           05  C-CREDIT-LIMIT          PIC 9(7)V99 VALUE ZERO.
           05  C-OPEN-BAL              PIC S9(9)V99 VALUE ZERO.
           05  C-OLDEST-DATE           PIC 9(8) VALUE ZERO.
           05  C-EXPOSURE              PIC S9(9)V99 VALUE ZERO.
           05  C-HOLD-DAYS             PIC 999 VALUE 60.
           05  C-DAYS-PAST             PIC S9(5) VALUE ZERO.
           05  C-TODAY-N               PIC 9(8) VALUE ZERO.
           05  C-TODAY-INT             PIC 9(8) VALUE ZERO.
           05  C-DUE-INT               PIC 9(8) VALUE ZERO.
           05  C-NET-DAYS              PIC 999 VALUE ZERO.
           05  C-TALLY-CTR             PIC 99 VALUE ZERO.
           05  C-TERMS-WORK            PIC X(15) VALUE SPACES.
           05  DAYS-FOUND-SW           PIC XXX VALUE "NO".
           05  C-AB-SUB                PIC 9(4) VALUE ZERO.
           05  C-AB-HIT                PIC 9(4) VALUE ZERO.
           05  C-HOLDCTR               PIC 999 VALUE ZERO.
           05  C-HOLD-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  HOLD-REASON             PIC X(30) VALUE SPACES.

       01 CURR-HDR.
           05  CH-EST-NO               PIC X(4).
               10  RT-LABOR            PIC 99V99.
               10  RT-CEILING-COVERAGE PIC 999.

       01 AR-BAL-TABLE.
           05  AB-TBL-CTR              PIC 9(4) VALUE ZERO.
           05  AB-TBL-ENTRY OCCURS 1000 TIMES.
               10  AB-CUST-NO          PIC X(6).
               10  AB-OPEN-BAL         PIC S9(9)V99.
               10  AB-OLDEST-DATE      PIC 9(8).

       01 GEN-HEADER.
           05  GH-MARKER               PIC X(8).
               88  GH-IS-HEADER        VALUE "*GENHDR*".
           05  GH-FILE-ID              PIC X(8).
           05  GH-GEN-NO               PIC 9(6).
           05  GH-RUN-DATE             PIC 9(8).
           05  GH-REC-COUNT            PIC 9(7).
           05  FILLER                  PIC X(3).

       01 GEN-CATALOG.
           05  GT-TBL-CTR              PIC 99 VALUE ZERO.
           05  GT-TBL-ENTRY OCCURS 20 TIMES.
               10  GT-FILE-ID          PIC X(8).
               10  GT-CUR-GEN          PIC 9(6).
               10  GT-USED-GEN         PIC 9(6).
               10  GT-RUN-DATE         PIC 9(8).
               10  GT-REC-COUNT        PIC 9(7).
               10  GT-PROGRAM          PIC X(8).

       01 STOCK-TABLE.
           05  ST-TBL-CTR              PIC 99 VALUE ZERO.
           05  ST-TBL-ENTRY OCCURS 10 TIMES.
           05  O-REJ-REASON           PIC X(40).
           05  FILLER                 PIC X(26) VALUE SPACES.

       01 HOLD-HEADING.
           05  FILLER                 PIC X(30) VALUE
                                       "ESTIMATE CREDIT HOLD LISTING".
           05  FILLER                 PIC X(102) VALUE SPACES.

       01 HOLD-COLUMN-HEADINGS.
           05  FILLER                 PIC X(8)  VALUE "EST NO".
           05  FILLER                 PIC X(9)  VALUE "CUST NO".
           05  FILLER                 PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER                 PIC X(15) VALUE "      ESTIMATE".
           05  FILLER                 PIC X(16) VALUE "   OPEN BALANCE".
           05  FILLER                 PIC X(15) VALUE " CREDIT LIMIT".
           05  FILLER                 PIC X(15) VALUE "DAYS PAST DUE".
           05  FILLER                 PIC X(32) VALUE "REASON HELD".

       01 HOLD-DETAIL-LINE.
           05  O-HD-EST-NO            PIC X(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  O-HD-CUST-NO           PIC X(6).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  O-HD-CUST-NAME         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  O-HD-EST-AMT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  O-HD-OPEN-BAL          PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  O-HD-LIMIT             PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  O-HD-DAYS-PAST         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  O-HD-REASON            PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.

       01 HOLD-GT-LINE.
           05  FILLER                 PIC X(20) VALUE
                                       "TOTAL HELD:".
           05  O-HOLDCTR              PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "VALUE HELD:".
           05  O-HOLD-TOTAL           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01 REJ-GT-LINE.
           05  FILLER                 PIC X(20) VALUE
                                       "TOTAL REJECTED:".
               PERFORM 9930-CUST-FILE-ERROR
           END-IF.
           PERFORM 1580-LOAD-STOCK.
           PERFORM 1800-LOAD-AR-BALANCES.
           PERFORM 1700-CLEAR-SUMMARY.
           PERFORM 1600-CHECK-RESTART.

               OPEN EXTEND SUMMOUT
               OPEN EXTEND SHORTOUT
               OPEN EXTEND INVOUT
               OPEN EXTEND HOLDOUT
           ELSE
               OPEN OUTPUT PRTOUT
               OPEN OUTPUT REJOUT
               OPEN OUTPUT SUMMOUT
               OPEN OUTPUT SHORTOUT
               OPEN OUTPUT INVOUT
               OPEN OUTPUT HOLDOUT
           END-IF.
           IF PRT-FILE-STATUS NOT = "00"
               PERFORM 9920-PRT-FILE-ERROR
           END-IF.
           OPEN EXTEND GLPOST.
           IF GL-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9960-GL-FILE-ERROR
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE FUNCTION INTEGER-OF-DATE (C-TODAY-N)
               TO C-TODAY-INT.

           IF RESTART-FOUND-SW = "NO"
               WRITE REJLINE FROM REJ-HEADING
               END-IF
               WRITE SHORTLINE FROM SHORT-COLUMN-HEADINGS
                 AFTER ADVANCING 2 LINES
               WRITE HOLDLINE FROM HOLD-HEADING
                 AFTER ADVANCING PAGE
               WRITE HOLDLINE FROM HOLD-COLUMN-HEADINGS
                 AFTER ADVANCING 2 LINES
               PERFORM 9000-READ
           END-IF.
           PERFORM 9100-HDGS.
               MOVE CC-SEL-CUST-NO TO O-SEL-CUST-NO
               MOVE "YES" TO FILTER-ACTIVE-SW
           END-IF.
           IF CC-AR-FILE NOT = SPACES
               MOVE CC-AR-FILE TO CTL-AR-FILE
           END-IF.
           IF CC-HOLD-FILE NOT = SPACES
               MOVE CC-HOLD-FILE TO CTL-HOLD-FILE
           END-IF.
           IF CC-GL-FILE NOT = SPACES
               MOVE CC-GL-FILE TO CTL-GL-FILE
           END-IF.

       1600-CHECK-RESTART.
           MOVE "NO" TO RESTART-FOUND-SW.
           MOVE CHKPT-FIRST-REC-SW      TO FIRST-REC-SW.
           MOVE CHKPT-PREV-YY           TO C-PREV-YY.
           MOVE CHKPT-SKIPCTR           TO C-SKIPCTR.
           IF CHKPT-HOLDCTR IS NUMERIC
               AND CHKPT-HOLD-TOTAL IS NUMERIC
               MOVE CHKPT-HOLDCTR       TO C-HOLDCTR
               MOVE CHKPT-HOLD-TOTAL    TO C-HOLD-TOTAL
           END-IF.
           MOVE CHKPT-SUMM-GRADE-AREA   TO SUMM-GRADE-TABLE.
           MOVE CHKPT-SUMM-MONTH-AREA   TO SUMM-MONTH-TABLE.
           MOVE CHKPT-STOCK-AREA        TO STOCK-TABLE.
               UNTIL C-SKIP-SUB > CHKPT-REC-COUNT
                  OR MORE-REC = "NO".

      *-----------------------------------------------------------------
      *    THE STOCK FILE MUST START WITH ITS GENERATION CONTROL
      *    HEADER.  WHEN STOCK IS TO BE DRAWN AND THE FILE REWRITTEN,
      *    THE HEADER MUST ALSO NAME THE CURRENT GENERATION IN THE
      *    CATALOG AND THAT GENERATION MUST NOT ALREADY HAVE BEEN
      *    CONSUMED BY AN EARLIER RUN.
      *-----------------------------------------------------------------
       1100-CHECK-GENERATION.
           READ STOCKFILE
               AT END
                   MOVE SPACES TO STOCK-REC
           END-READ.
           MOVE STOCK-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "PAINTSTK"
               DISPLAY "COBTPG01 - STOCK FILE HAS NO GENERATION "
                   "HEADER: " CTL-STOCK-FILE
               PERFORM 9980-REFUSE-RUN
           END-IF.
           MOVE GH-GEN-NO    TO C-IN-GEN-NO.
           MOVE GH-REC-COUNT TO C-IN-REC-COUNT.
           COMPUTE C-NEW-GEN-NO = C-IN-GEN-NO + 1.
           IF FILTER-ACTIVE-SW = "NO"
               PERFORM 1110-LOAD-GEN-CATALOG
               MOVE ZERO TO C-GT-HIT
               PERFORM 1130-FIND-GEN-ENTRY
                   VARYING C-GT-SUB FROM 1 BY 1
                   UNTIL C-GT-SUB > GT-TBL-CTR
               PERFORM 1140-CHECK-CURRENT-GEN
               DISPLAY "COBTPG01 - PAINTSTK GENERATION " C-IN-GEN-NO
                   " IN, GENERATION " C-NEW-GEN-NO " OUT"
           END-IF.

       1110-LOAD-GEN-CATALOG.
           OPEN INPUT GENCTL.
           IF GENCTL-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9965-GENCTL-FILE-ERROR
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
               DISPLAY "COBTPG01 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "PAINTSTK"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-CHECK-CURRENT-GEN.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG01 - PAINTSTK IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG01 - PAINTSTK GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG01 - PAINTSTK GENERATION " GH-GEN-NO
                   " IS NOT THE CURRENT GENERATION "
                   GT-CUR-GEN (C-GT-HIT)
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1500-LOAD-RATES.
           OPEN INPUT RATEFILE.
           MOVE "YES" TO MORE-RATES.
           IF STOCK-FILE-STATUS NOT = "00"
               PERFORM 9940-STOCK-FILE-ERROR
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           MOVE "YES" TO MORE-STOCK.
           PERFORM 1585-READ-STOCK.
           PERFORM 1590-STORE-STOCK
               UNTIL MORE-STOCK = "NO".
           CLOSE STOCKFILE.
           IF FILTER-ACTIVE-SW = "NO"
               AND C-STKCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG01 - " C-STKCTR " PAINTSTK RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1585-READ-STOCK.
           READ STOCKFILE
                   MOVE "NO" TO MORE-STOCK.

       1590-STORE-STOCK.
           ADD 1 TO C-STKCTR.
           IF ST-TBL-CTR >= 10
               DISPLAY "COBTPG01 - STOCK TABLE FULL, IGNORING "
                   "GRADE " STK-GRADE
           END-IF.
           PERFORM 1585-READ-STOCK.

       1800-LOAD-AR-BALANCES.
           OPEN INPUT ARFILE.
           IF AR-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9950-AR-FILE-ERROR
           END-IF.
           IF AR-FILE-STATUS = "00"
               PERFORM 1805-SKIP-AR-HEADER
           END-IF.
           IF AR-FILE-STATUS = "05"
               DISPLAY "COBTPG01 - NO A/R MASTER FOUND, CREDIT CHECK "
                   "USES THE ESTIMATE AMOUNT ONLY"
           END-IF.
           MOVE "YES" TO MORE-AR.
           PERFORM 1810-READ-AR.
           PERFORM 1820-STORE-AR-BALANCE
               UNTIL MORE-AR = "NO".
           CLOSE ARFILE.

       1805-SKIP-AR-HEADER.
           READ ARFILE
               AT END
                   MOVE SPACES TO AR-REC
           END-READ.
           MOVE AR-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ARMAST"
               DISPLAY "COBTPG01 - A/R MASTER HAS NO GENERATION "
                   "HEADER: " CTL-AR-FILE
               PERFORM 9990-ABORT-RUN
           END-IF.

       1810-READ-AR.
           READ ARFILE
               AT END
                   MOVE "NO" TO MORE-AR.

       1820-STORE-AR-BALANCE.
           IF AR-STATUS NOT = "P"
               IF AB-TBL-CTR = ZERO
                   OR AB-CUST-NO (AB-TBL-CTR) NOT = AR-CUST-NO
                   PERFORM 1830-NEW-AR-CUSTOMER
               END-IF
               IF AB-TBL-CTR > ZERO
                   AND AB-CUST-NO (AB-TBL-CTR) = AR-CUST-NO
                   ADD AR-BALANCE TO AB-OPEN-BAL (AB-TBL-CTR)
                   IF AR-BALANCE > ZERO
                       AND AR-INV-DATE IS NUMERIC
                       AND AR-INV-DATE > ZERO
                       AND (AB-OLDEST-DATE (AB-TBL-CTR) = ZERO
                         OR AR-INV-DATE < AB-OLDEST-DATE (AB-TBL-CTR))
                       MOVE AR-INV-DATE
                           TO AB-OLDEST-DATE (AB-TBL-CTR)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1810-READ-AR.

       1830-NEW-AR-CUSTOMER.
           IF AB-TBL-CTR >= 1000
               DISPLAY "COBTPG01 - A/R BALANCE TABLE FULL, IGNORING "
                   "CUSTOMER " AR-CUST-NO
           ELSE
               ADD 1 TO AB-TBL-CTR
               MOVE AR-CUST-NO TO AB-CUST-NO     (AB-TBL-CTR)
               MOVE ZERO       TO AB-OPEN-BAL    (AB-TBL-CTR)
               MOVE ZERO       TO AB-OLDEST-DATE (AB-TBL-CTR)
           END-IF.

       1700-CLEAR-SUMMARY.
           MOVE ZERO TO SG-TBL-CTR.
           PERFORM 1710-CLEAR-GRADE-ENTRY
           IF VALID-REC = "YES"
               PERFORM 2090-FIND-RATE
               PERFORM 2100-CALCS
               PERFORM 2500-CREDIT-CHECK
               PERFORM 2200-OUTPUT
           ELSE
               PERFORM 2300-REJECT
           MOVE FIRST-REC-SW        TO CHKPT-FIRST-REC-SW.
           MOVE C-PREV-YY           TO CHKPT-PREV-YY.
           MOVE C-SKIPCTR           TO CHKPT-SKIPCTR.
           MOVE C-HOLDCTR           TO CHKPT-HOLDCTR.
           MOVE C-HOLD-TOTAL        TO CHKPT-HOLD-TOTAL.
           MOVE SUMM-GRADE-TABLE    TO CHKPT-SUMM-GRADE-AREA.
           MOVE SUMM-MONTH-TABLE    TO CHKPT-SUMM-MONTH-AREA.
           MOVE STOCK-TABLE         TO CHKPT-STOCK-AREA.
       2080-FIND-CUSTOMER.
           MOVE "NO" TO CUST-FOUND-SW.
           MOVE SPACE TO C-CUST-STATUS.
           MOVE ZERO TO C-CREDIT-LIMIT.
           MOVE CH-CUST-NO TO CM-CUST-NO.
           READ CUSTFILE
               INVALID KEY
                   MOVE CM-BILL-ADDR TO CH-BILL-ADDR
                   MOVE CM-TERMS     TO CH-TERMS
                   MOVE CM-PHONE     TO CH-PHONE
                   IF CM-CREDIT-LIMIT IS NUMERIC
                       MOVE CM-CREDIT-LIMIT TO C-CREDIT-LIMIT
                   END-IF
           END-READ.
           IF CUST-FOUND-SW = "NO"
               AND CUST-FILE-STATUS NOT = "23"
               IF FILTER-ACTIVE-SW = "NO"
                   SUBTRACT C-TOTAL-GAL-NEED
                       FROM ST-ON-HAND (C-ST-HIT)
                   PERFORM 2180-GL-USAGE-EXTRACT
               END-IF
               IF ST-ON-HAND (C-ST-HIT) <
                   ST-REORDER-POINT (C-ST-HIT)
           WRITE SHORTLINE FROM SHORT-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       2180-GL-USAGE-EXTRACT.
           MOVE SPACES           TO GL-SOURCE-REC.
           MOVE "PU"             TO GS-SOURCE.
           MOVE C-TODAY-N        TO GS-POST-DATE.
           MOVE CH-CUST-NO       TO GS-CUST-NO.
           MOVE CH-EST-NO        TO GS-EST-NO.
           MOVE CH-GRADE         TO GS-GRADE.
           MOVE C-TOTAL-GAL-NEED TO GS-GALLONS.
           MOVE ZERO             TO GS-TOTAL-AMT.
           MOVE ZERO             TO GS-PAINT-AMT.
           MOVE ZERO             TO GS-LABOR-AMT.
           MOVE ZERO             TO GS-TAX-AMT.
           WRITE GL-SOURCE-REC.
           IF GL-FILE-STATUS NOT = "00"
               PERFORM 9960-GL-FILE-ERROR
           END-IF.

       2200-OUTPUT.
           MOVE CH-CUST-NAME TO O-CUST-NAME.
           MOVE CH-JOB-ADDR TO O-JOB-ADDR.
           PERFORM 2250-BILL-EXTRACT.
           PERFORM 2260-POST-EXTRACT.
           PERFORM 2270-INVOICE-EXTRACT.
           IF CREDIT-HOLD-SW = "YES"
               PERFORM 2560-WRITE-HOLD
           END-IF.

       2250-BILL-EXTRACT.
           MOVE C-TOTAL-COST TO BILL-COST-ED.
           MOVE SPACES         TO POST-REC.
           MOVE "A"            TO EP-ACTION.
           MOVE CH-EST-NO      TO EP-EST-NO.
           IF CREDIT-HOLD-SW = "YES"
               MOVE "H"        TO EP-STATUS
           ELSE
               MOVE "P"        TO EP-STATUS
           END-IF.
           MOVE 1              TO EP-VERSION.
           MOVE CH-CUST-NO     TO EP-CUST-NO.
           MOVE C-JOB-DATE-N   TO EP-EST-DATE.
           MOVE C-PREP-LABOR-COST TO IVH-PREP-AMT.
           WRITE INV-REC.

       2500-CREDIT-CHECK.
           MOVE "NO" TO CREDIT-HOLD-SW.
           MOVE SPACES TO HOLD-REASON.
           MOVE ZERO TO C-OPEN-BAL.
           MOVE ZERO TO C-OLDEST-DATE.
           MOVE ZERO TO C-DAYS-PAST.
           MOVE ZERO TO C-AB-HIT.
           PERFORM 2510-CHECK-AR-ENTRY
               VARYING C-AB-SUB FROM 1 BY 1
               UNTIL C-AB-SUB > AB-TBL-CTR
                  OR C-AB-HIT NOT = ZERO.
           IF C-AB-HIT NOT = ZERO
               MOVE AB-OPEN-BAL    (C-AB-HIT) TO C-OPEN-BAL
               MOVE AB-OLDEST-DATE (C-AB-HIT) TO C-OLDEST-DATE
           END-IF.
           IF C-OLDEST-DATE > ZERO
               PERFORM 2530-FIND-NET-DAYS
               COMPUTE C-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (C-OLDEST-DATE)
                   + C-NET-DAYS
               SUBTRACT C-DUE-INT FROM C-TODAY-INT
                   GIVING C-DAYS-PAST
           END-IF.
           ADD C-OPEN-BAL C-TOTAL-COST GIVING C-EXPOSURE.
           IF C-CREDIT-LIMIT > ZERO
               AND C-EXPOSURE > C-CREDIT-LIMIT
               MOVE "YES" TO CREDIT-HOLD-SW
               MOVE "OVER CREDIT LIMIT" TO HOLD-REASON
           END-IF.
           IF C-DAYS-PAST > C-HOLD-DAYS
               IF CREDIT-HOLD-SW = "YES"
                   MOVE "OVER LIMIT AND PAST DUE" TO HOLD-REASON
               ELSE
                   MOVE "YES" TO CREDIT-HOLD-SW
                   MOVE "ITEM OVER 60 DAYS PAST DUE" TO HOLD-REASON
               END-IF
           END-IF.
           IF CREDIT-HOLD-SW = "NO"
               PERFORM 2550-ADD-EXPOSURE
           END-IF.

       2510-CHECK-AR-ENTRY.
           IF AB-CUST-NO (C-AB-SUB) = CH-CUST-NO
               MOVE C-AB-SUB TO C-AB-HIT.

       2530-FIND-NET-DAYS.
           MOVE CH-TERMS TO C-TERMS-WORK.
           MOVE 30 TO C-NET-DAYS.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR
               FOR ALL "RECEIPT".
           IF C-TALLY-CTR > ZERO
               MOVE ZERO TO C-NET-DAYS
           ELSE
               MOVE "NO" TO DAYS-FOUND-SW
               PERFORM 2540-CHECK-TERMS-90
               PERFORM 2541-CHECK-TERMS-60
               PERFORM 2542-CHECK-TERMS-45
               PERFORM 2543-CHECK-TERMS-30
               PERFORM 2544-CHECK-TERMS-15
               PERFORM 2545-CHECK-TERMS-10
           END-IF.

       2540-CHECK-TERMS-90.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "90".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 90 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2541-CHECK-TERMS-60.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "60".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 60 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2542-CHECK-TERMS-45.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "45".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 45 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2543-CHECK-TERMS-30.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "30".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 30 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2544-CHECK-TERMS-15.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "15".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 15 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2545-CHECK-TERMS-10.
           MOVE ZERO TO C-TALLY-CTR.
           INSPECT C-TERMS-WORK TALLYING C-TALLY-CTR FOR ALL "10".
           IF DAYS-FOUND-SW = "NO" AND C-TALLY-CTR > ZERO
               MOVE 10 TO C-NET-DAYS
               MOVE "YES" TO DAYS-FOUND-SW
           END-IF.

       2550-ADD-EXPOSURE.
           IF C-AB-HIT = ZERO
               IF AB-TBL-CTR >= 1000
                   DISPLAY "COBTPG01 - A/R BALANCE TABLE FULL, "
                       "IGNORING CUSTOMER " CH-CUST-NO
               ELSE
                   ADD 1 TO AB-TBL-CTR
                   MOVE AB-TBL-CTR TO C-AB-HIT
                   MOVE CH-CUST-NO TO AB-CUST-NO     (C-AB-HIT)
                   MOVE ZERO       TO AB-OPEN-BAL    (C-AB-HIT)
                   MOVE ZERO       TO AB-OLDEST-DATE (C-AB-HIT)
               END-IF
           END-IF.
           IF C-AB-HIT NOT = ZERO
               ADD C-TOTAL-COST TO AB-OPEN-BAL (C-AB-HIT)
           END-IF.

       2560-WRITE-HOLD.
           ADD 1 TO C-HOLDCTR.
           ADD C-TOTAL-COST TO C-HOLD-TOTAL.
           MOVE CH-EST-NO      TO O-HD-EST-NO.
           MOVE CH-CUST-NO     TO O-HD-CUST-NO.
           MOVE CH-CUST-NAME   TO O-HD-CUST-NAME.
           MOVE C-TOTAL-COST   TO O-HD-EST-AMT.
           MOVE C-OPEN-BAL     TO O-HD-OPEN-BAL.
           MOVE C-CREDIT-LIMIT TO O-HD-LIMIT.
           IF C-DAYS-PAST > ZERO
               MOVE C-DAYS-PAST TO O-HD-DAYS-PAST
           ELSE
               MOVE ZERO TO O-HD-DAYS-PAST
           END-IF.
           MOVE HOLD-REASON    TO O-HD-REASON.
           WRITE HOLDLINE FROM HOLD-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       2300-REJECT.
           ADD 1 TO C-REJCTR.
           MOVE CH-EST-NO TO O-REJ-EST-NO.
           WRITE REJLINE FROM REJ-GT-LINE
             AFTER ADVANCING 3 LINES.

           MOVE C-HOLDCTR    TO O-HOLDCTR.
           MOVE C-HOLD-TOTAL TO O-HOLD-TOTAL.
           WRITE HOLDLINE FROM HOLD-GT-LINE
             AFTER ADVANCING 3 LINES.

           OPEN OUTPUT CHKPTFILE.
           CLOSE CHKPTFILE.

           CLOSE SUMMOUT.
           CLOSE SHORTOUT.
           CLOSE INVOUT.
           CLOSE HOLDOUT.
           CLOSE GLPOST.
           IF C-HOLDCTR > ZERO
               DISPLAY "COBTPG01 - ESTIMATES ON CREDIT HOLD: "
                   C-HOLDCTR
           END-IF.

           IF C-REJCTR > C-REJ-LIMIT
               MOVE "REJ LIMIT" TO C-RUN-STATUS
           IF STOCK-FILE-STATUS NOT = "00"
               PERFORM 9940-STOCK-FILE-ERROR
           END-IF.
           MOVE SPACES       TO GEN-HEADER.
           MOVE "*GENHDR*"   TO GH-MARKER.
           MOVE "PAINTSTK"   TO GH-FILE-ID.
           MOVE C-NEW-GEN-NO TO GH-GEN-NO.
           MOVE C-TODAY-N    TO GH-RUN-DATE.
           MOVE ST-TBL-CTR   TO GH-REC-COUNT.
           MOVE GEN-HEADER   TO STOCK-REC.
           WRITE STOCK-REC.
           PERFORM 3310-WRITE-STOCK-ENTRY
               VARYING C-ST-SUB FROM 1 BY 1
               UNTIL C-ST-SUB > ST-TBL-CTR.
           CLOSE STOCKFILE.
           PERFORM 3600-UPDATE-GEN-CATALOG.
           DISPLAY "COBTPG01 - STOCK FILE REWRITTEN AS PAINTSTK "
               "GENERATION " C-NEW-GEN-NO.

       3310-WRITE-STOCK-ENTRY.
           MOVE SPACES                      TO STOCK-REC.
           MOVE ST-REORDER-POINT (C-ST-SUB) TO STK-REORDER-POINT.
           WRITE STOCK-REC.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG01 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "PAINTSTK" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE ST-TBL-CTR   TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG01"   TO GT-PROGRAM   (C-GT-HIT).
           OPEN OUTPUT GENCTL.
           IF GENCTL-FILE-STATUS NOT = "00"
               PERFORM 9965-GENCTL-FILE-ERROR
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
               PERFORM 9965-GENCTL-FILE-ERROR
           END-IF.

       3100-BALANCE-CHECK.
           IF TRAILER-FOUND-SW = "NO"
               MOVE "*** TRAILER RECORD MISSING ***" TO O-BAL-MSG
           DISPLAY "COBTPG01 - FILE STATUS IS: " STOCK-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9950-AR-FILE-ERROR.
           DISPLAY "COBTPG01 - I/O ERROR ON ARFILE FILE: "
               CTL-AR-FILE.
           DISPLAY "COBTPG01 - FILE STATUS IS: " AR-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9960-GL-FILE-ERROR.
           DISPLAY "COBTPG01 - I/O ERROR ON GLPOST FILE: "
               CTL-GL-FILE.
           DISPLAY "COBTPG01 - FILE STATUS IS: " GL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9965-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG01 - I/O ERROR ON GENCTL FILE: "
               CTL-GENCTL-FILE.
           DISPLAY "COBTPG01 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-PRT-FILE-ERROR.
           DISPLAY "COBTPG01 - I/O ERROR ON PRTOUT FILE: "
               CTL-PRT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG01 - RUN REFUSED BY GENERATION CONTROL".
           MOVE "REFUSED" TO C-RUN-STATUS.
           PERFORM 8500-WRITE-RUN-LOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
