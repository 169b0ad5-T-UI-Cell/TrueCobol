       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG26.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM IS THE OFFICE ESTIMATE ENTRY PROGRAM THAT
      *    BUILDS THE PAINTTEST.DAT BATCH PRICED BY COBTPG01.  THE
      *    CLERK KEYS EACH ESTIMATE HEADER AND ITS ROOM LINES AT THE
      *    TERMINAL AND EVERY FIELD IS EDITED AS IT IS KEYED, SO A
      *    TYPING ERROR IS CORRECTED ON THE SPOT INSTEAD OF SHOWING UP
      *    THE NEXT MORNING ON THE REJECT LISTING:
      *        - THE CUSTOMER IS READ FROM THE INDEXED CUSTOMER FILE
      *          AS SOON AS THE NUMBER IS KEYED AND MUST BE ACTIVE;
      *        - THE ESTIMATE DATE MUST BE A REAL CALENDAR DATE;
      *        - THE GRADE MUST HAVE A RATE IN EFFECT ON THAT DATE;
      *        - THE PRICE PER GALLON MUST BE GREATER THAN ZERO;
      *        - EVERY ROOM NEEDS WALL SQUARE FEET GREATER THAN ZERO,
      *          NO MORE DOOR THAN WALL, 1 TO 9 COATS AND NUMERIC PREP
      *          HOURS, AND AN ESTIMATE NEEDS AT LEAST ONE ROOM.
      *
      *    ESTIMATES ARE HELD IN A WORK BATCH (ESTBATCH.DAT) THAT IS
      *    REWRITTEN AFTER EVERY ADD, CORRECTION OR DELETE, SO A BATCH
      *    NOT YET CLOSED IS RECALLED THE NEXT TIME THE PROGRAM IS RUN
      *    AND ANY ESTIMATE IN IT CAN BE CORRECTED OR DELETED.  WHEN
      *    THE CLERK CLOSES THE BATCH, PAINTTEST.DAT IS WRITTEN WITH
      *    THE "T" TRAILER (HEADER COUNT, ROOM COUNT AND WALL SQUARE
      *    FOOT HASH) COMPUTED FROM THE RECORDS WRITTEN, AND THE WORK
      *    BATCH IS EMPTIED.  AT ANY PROMPT AN ASTERISK ABANDONS THE
      *    ESTIMATE BEING KEYED; A BLANK KEEPS THE VALUE SHOWN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTIDX
               ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CUST-NO
               FILE STATUS IS CUSTIDX-FILE-STATUS.

           SELECT RATEFILE
               ASSIGN TO "PAINTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEFILE-FILE-STATUS.

           SELECT BATCHFILE
               ASSIGN TO "ESTBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCHFILE-FILE-STATUS.

           SELECT PAINTOUT
               ASSIGN TO "PAINTTEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAINTOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTIDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS IDX-CUST-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  IDX-CUST-REC.
           05  CI-CUST-NO            PIC X(6).
           05  CI-CUST-NAME          PIC X(20).
           05  CI-BILL-ADDR          PIC X(30).
           05  CI-PHONE              PIC X(10).
           05  CI-TERMS              PIC X(15).
           05  CI-STATUS             PIC X(1).
           05  CI-CREDIT-LIMIT       PIC X(9).
           05  FILLER                PIC X(9).

       FD  RATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-REC
           RECORD CONTAINS 19 CHARACTERS.
       01  RATE-REC.
           05  RATE-EFF-DATE         PIC 9(8).
           05  RATE-GRADE            PIC X(1).
           05  RATE-COVERAGE         PIC 999.
           05  RATE-LABOR            PIC 99V99.
           05  RATE-CEILING-COVERAGE PIC 999.

       FD  BATCHFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BATCH-REC
           RECORD CONTAINS 78 CHARACTERS.
       01  BATCH-REC                 PIC X(78).

       FD  PAINTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 78 CHARACTERS.
       01  PAINT-REC                 PIC X(78).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  END-OF-SESSION        PIC XXX VALUE "NO".
           05  MORE-RATES            PIC XXX VALUE "YES".
           05  MORE-BATCH            PIC XXX VALUE "YES".
           05  FIELD-OK-SW           PIC XXX VALUE "NO".
           05  CANCEL-SW             PIC XXX VALUE "NO".
           05  ROOMS-DONE-SW         PIC XXX VALUE "NO".
           05  LOAD-DONE-SW          PIC XXX VALUE "NO".
           05  CUST-FOUND-SW         PIC XXX VALUE "NO".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  OLD-BATCH-SW          PIC XXX VALUE "NO".
           05  YES-NO-ANSWER         PIC X(1) VALUE SPACE.
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-KEY-EST-NO          PIC X(4) VALUE SPACES.
           05  C-RATE-SUB            PIC 999 VALUE ZERO.
           05  C-BEST-EFF-DATE       PIC 9(8) VALUE ZERO.
           05  C-BEST-COVERAGE       PIC 999 VALUE ZERO.
           05  C-BEST-LABOR          PIC 99V99 VALUE ZERO.
           05  C-BT-SUB              PIC 9(4) VALUE ZERO.
           05  C-BT-HIT              PIC 9(4) VALUE ZERO.
           05  C-BT-START            PIC 9(4) VALUE ZERO.
           05  C-BT-NEED             PIC 9(4) VALUE ZERO.
           05  C-RM-SUB              PIC 99 VALUE ZERO.
           05  C-ROOM-NO             PIC 99 VALUE ZERO.
           05  C-BATCH-ESTCTR        PIC 9(5) VALUE ZERO.
           05  C-BATCH-ROOMCTR       PIC 9(5) VALUE ZERO.
           05  C-BATCH-WALL-HASH     PIC 9(9) VALUE ZERO.
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 999 VALUE ZERO.
           05  C-LEAP-REM100         PIC 999 VALUE ZERO.
           05  C-LEAP-REM400         PIC 999 VALUE ZERO.
           05  CUSTIDX-FILE-STATUS   PIC XX VALUE SPACES.
           05  RATEFILE-FILE-STATUS  PIC XX VALUE SPACES.
           05  BATCHFILE-FILE-STATUS PIC XX VALUE SPACES.
           05  PAINTOUT-FILE-STATUS  PIC XX VALUE SPACES.

       01  ENTRY-AREA.
           05  ENTRY-FIELD           PIC X(30) VALUE SPACES.
       01  ENTRY-N1 REDEFINES ENTRY-AREA.
           05  EN-DIGITS-1           PIC 9.
           05  FILLER                PIC X(29).
       01  ENTRY-N3 REDEFINES ENTRY-AREA.
           05  EN-DIGITS-3           PIC 999.
           05  FILLER                PIC X(27).
       01  ENTRY-N4 REDEFINES ENTRY-AREA.
           05  EN-DIGITS-4           PIC 9(4).
           05  EN-PRICE-4 REDEFINES EN-DIGITS-4
                                     PIC 99V99.
           05  EN-PREP-4 REDEFINES EN-DIGITS-4
                                     PIC 999V9.
           05  FILLER                PIC X(26).
       01  ENTRY-N8 REDEFINES ENTRY-AREA.
           05  EN-DIGITS-8           PIC 9(8).
           05  FILLER                PIC X(22).

       01  EST-WORK.
           05  EW-EST-NO             PIC X(4).
           05  EW-CUST-NO            PIC X(6).
           05  EW-CUST-NAME          PIC X(20).
           05  EW-JOB-ADDR           PIC X(30).
           05  EW-DATE               PIC 9(8).
           05  EW-GRADE              PIC X(1).
           05  EW-PRICE-GAL          PIC 99V99.
           05  EW-ROOM-CTR           PIC 99.
           05  EW-ROOM OCCURS 50 TIMES.
               10  EW-ROOM-NAME      PIC X(15).
               10  EW-WALL-SQ-FT     PIC 9(4).
               10  EW-DOOR-SQ-FT     PIC 999.
               10  EW-CEILING-SQ-FT  PIC 9(4).
               10  EW-COATS          PIC 9.
               10  EW-PREP-HRS       PIC 999V9.

       01  ROOM-ENTRY.
           05  RW-ROOM-NAME          PIC X(15).
           05  RW-WALL-SQ-FT         PIC 9(4).
           05  RW-DOOR-SQ-FT         PIC 999.
           05  RW-CEILING-SQ-FT      PIC 9(4).
           05  RW-COATS              PIC 9.
           05  RW-PREP-HRS           PIC 999V9.

       01  BATCH-WORK.
           05  BW-REC-TYPE           PIC X(1).
               88  BW-HEADER         VALUE "H".
               88  BW-ROOM           VALUE "R".
               88  BW-TRAILER        VALUE "T".
           05  BW-REC-BODY           PIC X(77).

       01  BATCH-HDR-WORK REDEFINES BATCH-WORK.
           05  FILLER                PIC X(1).
           05  BW-EST-NO             PIC X(4).
           05  BW-DATE               PIC 9(8).
           05  BW-PRICE-GAL          PIC 99V99.
           05  BW-GRADE              PIC X(1).
           05  BW-CUST-NAME          PIC X(20).
           05  BW-JOB-ADDR           PIC X(30).
           05  BW-CUST-NO            PIC X(6).
           05  FILLER                PIC X(4).

       01  BATCH-ROOM-WORK REDEFINES BATCH-WORK.
           05  FILLER                PIC X(1).
           05  BW-ROOM-EST-NO        PIC X(4).
           05  BW-ROOM-NAME          PIC X(15).
           05  BW-WALL-SQ-FT         PIC 9(4).
           05  BW-DOOR-SQ-FT         PIC 9(3).
           05  BW-CEILING-SQ-FT      PIC 9(4).
           05  BW-COATS              PIC 9(1).
           05  BW-PREP-HRS           PIC 9(3)V9.
           05  FILLER                PIC X(42).

       01  BATCH-TRL-WORK REDEFINES BATCH-WORK.
           05  FILLER                PIC X(1).
           05  BW-TRL-HDR-COUNT      PIC 9(5).
           05  BW-TRL-ROOM-COUNT     PIC 9(5).
           05  BW-TRL-WALL-HASH      PIC 9(9).
           05  FILLER                PIC X(58).

       01  BATCH-TABLE.
           05  BT-TBL-CTR            PIC 9(4) VALUE ZERO.
           05  BT-TBL-ENTRY OCCURS 3000 TIMES.
               10  BT-DELETED-SW     PIC X(1).
               10  BT-REC            PIC X(78).

       01  RATE-TABLE.
           05  RATE-TBL-CTR          PIC 999 VALUE ZERO.
           05  RATE-TBL-ENTRY OCCURS 500 TIMES.
               10  RT-EFF-DATE       PIC 9(8).
               10  RT-GRADE          PIC X(1).
               10  RT-COVERAGE       PIC 999.
               10  RT-LABOR          PIC 99V99.

       01  MONTH-DAYS-VALUES         PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  DM-DAYS               PIC 99 OCCURS 12 TIMES.

       01  DATE-WORK.
           05  DW-YY                 PIC 9(4).
           05  DW-MM                 PIC 99.
           05  DW-DD                 PIC 99.
       01  DATE-WORK-N REDEFINES DATE-WORK
                                     PIC 9(8).

       01  DATE-EDIT.
           05  DE-MM                 PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  DE-DD                 PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  DE-YY                 PIC 9(4).

       01  DISPLAY-EDITS.
           05  O-PRICE-GAL           PIC Z9.99.
           05  O-LABOR               PIC Z9.99.
           05  O-COVERAGE            PIC ZZ9.
           05  O-WALL-SQ-FT          PIC ZZZ9.
           05  O-DOOR-SQ-FT          PIC ZZ9.
           05  O-CEILING-SQ-FT       PIC ZZZ9.
           05  O-PREP-HRS            PIC ZZ9.9.
           05  O-ROOM-NO             PIC Z9.
           05  O-ESTCTR              PIC ZZ,ZZ9.
           05  O-ROOMCTR             PIC ZZ,ZZ9.
           05  O-WALL-HASH           PIC ZZZ,ZZZ,ZZ9.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  I-YY              PIC 9(4).
               10  I-MM              PIC 99.
               10  I-DD              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL END-OF-SESSION = "YES".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           PERFORM 1500-LOAD-RATES.
           OPEN INPUT CUSTIDX.
           IF CUSTIDX-FILE-STATUS NOT = "00"
               PERFORM 9910-CUSTIDX-FILE-ERROR
           END-IF.
           PERFORM 1600-LOAD-BATCH.
           PERFORM 1700-COUNT-BATCH.
           IF C-BATCH-ESTCTR > ZERO
               MOVE C-BATCH-ESTCTR TO O-ESTCTR
               DISPLAY "COBTPG26 - UNSUBMITTED BATCH RECALLED WITH "
                   O-ESTCTR " ESTIMATES"
           END-IF.

       1500-LOAD-RATES.
           OPEN INPUT RATEFILE.
           IF RATEFILE-FILE-STATUS NOT = "00"
               PERFORM 9940-RATEFILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-RATES.
           PERFORM 1510-READ-RATE.
           PERFORM 1520-STORE-RATE
               UNTIL MORE-RATES = "NO".
           CLOSE RATEFILE.

       1510-READ-RATE.
           READ RATEFILE
               AT END
                   MOVE "NO" TO MORE-RATES.

       1520-STORE-RATE.
           IF RATE-TBL-CTR >= 500
               DISPLAY "COBTPG26 - RATE TABLE FULL, IGNORING RATE "
                   "EFFECTIVE " RATE-EFF-DATE
           ELSE
               ADD 1 TO RATE-TBL-CTR
               MOVE RATE-EFF-DATE TO RT-EFF-DATE (RATE-TBL-CTR)
               MOVE RATE-GRADE    TO RT-GRADE    (RATE-TBL-CTR)
               MOVE RATE-COVERAGE TO RT-COVERAGE (RATE-TBL-CTR)
               MOVE RATE-LABOR    TO RT-LABOR    (RATE-TBL-CTR)
           END-IF.
           PERFORM 1510-READ-RATE.

       1600-LOAD-BATCH.
           OPEN INPUT BATCHFILE.
           IF BATCHFILE-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9930-BATCHFILE-ERROR
           END-IF.
           IF BATCHFILE-FILE-STATUS = "00"
               MOVE "YES" TO MORE-BATCH
               PERFORM 1610-READ-BATCH
               PERFORM 1620-STORE-BATCH
                   UNTIL MORE-BATCH = "NO"
               CLOSE BATCHFILE
           END-IF.

       1610-READ-BATCH.
           READ BATCHFILE
               AT END
                   MOVE "NO" TO MORE-BATCH.

       1620-STORE-BATCH.
           IF BT-TBL-CTR >= 3000
               DISPLAY "COBTPG26 - WORK BATCH TABLE FULL, RECORDS "
                   "PAST 3000 NOT RECALLED"
               MOVE "NO" TO MORE-BATCH
           ELSE
               ADD 1 TO BT-TBL-CTR
               MOVE "N"       TO BT-DELETED-SW (BT-TBL-CTR)
               MOVE BATCH-REC TO BT-REC        (BT-TBL-CTR)
               PERFORM 1610-READ-BATCH
           END-IF.

       1700-COUNT-BATCH.
           MOVE ZERO TO C-BATCH-ESTCTR.
           MOVE ZERO TO C-BATCH-ROOMCTR.
           MOVE ZERO TO C-BATCH-WALL-HASH.
           PERFORM 1710-COUNT-ENTRY
               VARYING C-BT-SUB FROM 1 BY 1
               UNTIL C-BT-SUB > BT-TBL-CTR.

       1710-COUNT-ENTRY.
           IF BT-DELETED-SW (C-BT-SUB) = "N"
               MOVE BT-REC (C-BT-SUB) TO BATCH-WORK
               IF BW-HEADER
                   ADD 1 TO C-BATCH-ESTCTR
               END-IF
               IF BW-ROOM
                   ADD 1 TO C-BATCH-ROOMCTR
                   ADD BW-WALL-SQ-FT TO C-BATCH-WALL-HASH
               END-IF
           END-IF.

       2000-MAINLINE.
           MOVE C-BATCH-ESTCTR  TO O-ESTCTR.
           MOVE C-BATCH-ROOMCTR TO O-ROOMCTR.
           DISPLAY " ".
           DISPLAY "COBTPG26 - ESTIMATE ENTRY     BATCH:" O-ESTCTR
               " ESTIMATES" O-ROOMCTR " ROOMS".
           DISPLAY "  A = ADD AN ESTIMATE       C = CORRECT AN "
               "ESTIMATE".
           DISPLAY "  D = DELETE AN ESTIMATE    L = LIST THE BATCH".
           DISPLAY "  X = CLOSE THE BATCH AND WRITE PAINTTEST.DAT".
           DISPLAY "  Q = QUIT AND KEEP THE BATCH FOR LATER".
           DISPLAY "  SELECTION: " WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           IF ENTRY-FIELD = "A"
               PERFORM 2100-ADD-ESTIMATE
           ELSE
               IF ENTRY-FIELD = "C"
                   PERFORM 2200-CORRECT-ESTIMATE
               ELSE
                   IF ENTRY-FIELD = "D"
                       PERFORM 2550-DELETE-ESTIMATE
                   ELSE
                       IF ENTRY-FIELD = "L"
                           PERFORM 2600-LIST-BATCH
                       ELSE
                           IF ENTRY-FIELD = "X"
                               PERFORM 2700-CLOSE-BATCH
                           ELSE
                               IF ENTRY-FIELD = "Q"
                                   MOVE "YES" TO END-OF-SESSION
                               ELSE
                                   DISPLAY "  *** INVALID SELECTION"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-ADD-ESTIMATE.
           MOVE "NO" TO CANCEL-SW.
           MOVE "NO" TO FIELD-OK-SW.
           PERFORM 2110-KEY-NEW-EST-NO
               UNTIL FIELD-OK-SW = "YES".
           IF CANCEL-SW = "NO"
               MOVE SPACES       TO EST-WORK
               MOVE C-KEY-EST-NO TO EW-EST-NO
               MOVE C-TODAY-N    TO EW-DATE
               MOVE ZERO         TO EW-PRICE-GAL
               MOVE ZERO         TO EW-ROOM-CTR
               PERFORM 2300-KEY-ESTIMATE
           END-IF.
           IF CANCEL-SW = "NO"
               PERFORM 2400-CONFIRM-SAVE
           END-IF.
           IF CANCEL-SW = "NO"
               PERFORM 2500-STORE-ESTIMATE
               DISPLAY "  ESTIMATE " EW-EST-NO " ADDED TO THE BATCH"
           ELSE
               DISPLAY "  NOTHING ADDED"
           END-IF.

       2110-KEY-NEW-EST-NO.
           DISPLAY "  ESTIMATE NUMBER (BLANK = MENU): "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = SPACES
               MOVE "YES" TO CANCEL-SW
           ELSE
               IF ENTRY-FIELD (5:26) NOT = SPACES
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** ESTIMATE NUMBER IS 4 CHARACTERS"
               ELSE
                   MOVE ENTRY-FIELD (1:4) TO C-KEY-EST-NO
                   PERFORM 2120-FIND-ESTIMATE
                   IF C-BT-HIT NOT = ZERO
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** ESTIMATE " C-KEY-EST-NO
                           " IS ALREADY IN THIS BATCH"
                   END-IF
               END-IF
           END-IF.

       2120-FIND-ESTIMATE.
           MOVE ZERO TO C-BT-HIT.
           PERFORM 2125-CHECK-ESTIMATE
               VARYING C-BT-SUB FROM 1 BY 1
               UNTIL C-BT-SUB > BT-TBL-CTR.

       2125-CHECK-ESTIMATE.
           IF BT-DELETED-SW (C-BT-SUB) = "N"
               MOVE BT-REC (C-BT-SUB) TO BATCH-WORK
               IF BW-HEADER AND BW-EST-NO = C-KEY-EST-NO
                   MOVE C-BT-SUB TO C-BT-HIT
               END-IF
           END-IF.

       2130-KEY-OLD-EST-NO.
           DISPLAY "  ESTIMATE NUMBER (BLANK = MENU): "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = SPACES
               MOVE "YES" TO CANCEL-SW
           ELSE
               MOVE ENTRY-FIELD (1:4) TO C-KEY-EST-NO
               PERFORM 2120-FIND-ESTIMATE
               IF C-BT-HIT = ZERO OR ENTRY-FIELD (5:26) NOT = SPACES
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** ESTIMATE " C-KEY-EST-NO
                       " IS NOT IN THIS BATCH"
               END-IF
           END-IF.

       2200-CORRECT-ESTIMATE.
           MOVE "NO" TO CANCEL-SW.
           MOVE "NO" TO FIELD-OK-SW.
           PERFORM 2130-KEY-OLD-EST-NO
               UNTIL FIELD-OK-SW = "YES".
           IF CANCEL-SW = "NO"
               PERFORM 2210-LOAD-WORK
               PERFORM 2300-KEY-ESTIMATE
           END-IF.
           IF CANCEL-SW = "NO"
               PERFORM 2400-CONFIRM-SAVE
           END-IF.
           IF CANCEL-SW = "NO"
               PERFORM 2120-FIND-ESTIMATE
               PERFORM 2520-REMOVE-ESTIMATE
               PERFORM 2500-STORE-ESTIMATE
               DISPLAY "  ESTIMATE " EW-EST-NO " CORRECTED"
           ELSE
               DISPLAY "  NOTHING CHANGED"
           END-IF.

       2210-LOAD-WORK.
           MOVE BT-REC (C-BT-HIT) TO BATCH-WORK.
           MOVE SPACES       TO EST-WORK.
           MOVE BW-EST-NO    TO EW-EST-NO.
           MOVE BW-CUST-NO   TO EW-CUST-NO.
           MOVE BW-CUST-NAME TO EW-CUST-NAME.
           MOVE BW-JOB-ADDR  TO EW-JOB-ADDR.
           MOVE BW-DATE      TO EW-DATE.
           MOVE BW-GRADE     TO EW-GRADE.
           MOVE BW-PRICE-GAL TO EW-PRICE-GAL.
           MOVE ZERO         TO EW-ROOM-CTR.
           MOVE "NO"         TO LOAD-DONE-SW.
           COMPUTE C-BT-START = C-BT-HIT + 1.
           PERFORM 2215-LOAD-ROOM
               VARYING C-BT-SUB FROM C-BT-START BY 1
               UNTIL C-BT-SUB > BT-TBL-CTR
                  OR LOAD-DONE-SW = "YES".

       2215-LOAD-ROOM.
           MOVE BT-REC (C-BT-SUB) TO BATCH-WORK.
           IF BW-ROOM AND BT-DELETED-SW (C-BT-SUB) = "N"
               AND EW-ROOM-CTR < 50
               ADD 1 TO EW-ROOM-CTR
               MOVE BW-ROOM-NAME     TO EW-ROOM-NAME    (EW-ROOM-CTR)
               MOVE BW-WALL-SQ-FT    TO EW-WALL-SQ-FT   (EW-ROOM-CTR)
               MOVE BW-DOOR-SQ-FT    TO EW-DOOR-SQ-FT   (EW-ROOM-CTR)
               MOVE BW-CEILING-SQ-FT
                                 TO EW-CEILING-SQ-FT (EW-ROOM-CTR)
               MOVE BW-COATS         TO EW-COATS        (EW-ROOM-CTR)
               MOVE BW-PREP-HRS      TO EW-PREP-HRS     (EW-ROOM-CTR)
           ELSE
               MOVE "YES" TO LOAD-DONE-SW
           END-IF.

       2300-KEY-ESTIMATE.
           MOVE "NO" TO FIELD-OK-SW.
           PERFORM 2310-KEY-CUSTOMER
               UNTIL FIELD-OK-SW = "YES".
           IF CANCEL-SW = "NO"
               PERFORM 2320-KEY-JOB-ADDR
           END-IF.
           IF CANCEL-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2330-KEY-DATE
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF CANCEL-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2340-KEY-GRADE
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF CANCEL-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2350-KEY-PRICE
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF CANCEL-SW = "NO"
               PERFORM 2360-KEY-ROOMS
           END-IF.

       2310-KEY-CUSTOMER.
           DISPLAY "  CUSTOMER NUMBER [" EW-CUST-NO "]: "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD (7:24) NOT = SPACES
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** CUSTOMER NUMBER IS 6 CHARACTERS"
               ELSE
                   IF ENTRY-FIELD NOT = SPACES
                       MOVE ENTRY-FIELD (1:6) TO EW-CUST-NO
                   END-IF
                   IF EW-CUST-NO = SPACES
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** CUSTOMER NUMBER IS REQUIRED"
                   ELSE
                       PERFORM 2315-FIND-CUSTOMER
                   END-IF
               END-IF
           END-IF.

       2315-FIND-CUSTOMER.
           MOVE EW-CUST-NO TO CI-CUST-NO.
           READ CUSTIDX
               INVALID KEY
                   MOVE "NO" TO CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO CUST-FOUND-SW
           END-READ.
           IF CUST-FOUND-SW = "NO"
               IF CUSTIDX-FILE-STATUS NOT = "23"
                   PERFORM 9910-CUSTIDX-FILE-ERROR
               END-IF
               MOVE "NO" TO FIELD-OK-SW
               DISPLAY "  *** CUSTOMER " EW-CUST-NO " IS NOT ON FILE"
           ELSE
               IF CI-STATUS NOT = "A"
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** CUSTOMER " EW-CUST-NO
                       " IS INACTIVE"
               ELSE
                   MOVE CI-CUST-NAME TO EW-CUST-NAME
                   IF EW-JOB-ADDR = SPACES
                       MOVE CI-BILL-ADDR TO EW-JOB-ADDR
                   END-IF
                   DISPLAY "      " CI-CUST-NAME "  " CI-BILL-ADDR
               END-IF
           END-IF.

       2320-KEY-JOB-ADDR.
           DISPLAY "  JOB ADDRESS [" EW-JOB-ADDR "]: "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   MOVE ENTRY-FIELD TO EW-JOB-ADDR
               END-IF
           END-IF.

       2330-KEY-DATE.
           MOVE EW-DATE TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           DISPLAY "  ESTIMATE DATE YYYYMMDD [" DATE-EDIT "]: "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   IF ENTRY-FIELD (1:8) IS NUMERIC
                       AND ENTRY-FIELD (9:22) = SPACES
                       MOVE EN-DIGITS-8 TO DATE-WORK-N
                       PERFORM 8300-CHECK-DATE
                       IF DATE-OK-SW = "YES"
                           MOVE EN-DIGITS-8 TO EW-DATE
                       ELSE
                           MOVE "NO" TO FIELD-OK-SW
                           DISPLAY "  *** NOT A VALID CALENDAR DATE"
                       END-IF
                   ELSE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** KEY THE DATE AS 8 DIGITS, "
                           "YYYYMMDD"
                   END-IF
               END-IF
           END-IF.

       2340-KEY-GRADE.
           DISPLAY "  PAINT GRADE [" EW-GRADE "]: "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD (2:29) NOT = SPACES
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** GRADE IS 1 CHARACTER"
               ELSE
                   IF ENTRY-FIELD NOT = SPACES
                       MOVE ENTRY-FIELD (1:1) TO EW-GRADE
                   END-IF
                   IF EW-GRADE = SPACE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** GRADE IS REQUIRED"
                   ELSE
                       PERFORM 2345-FIND-RATE
                   END-IF
               END-IF
           END-IF.

       2345-FIND-RATE.
           MOVE ZERO TO C-BEST-EFF-DATE.
           PERFORM 2346-CHECK-RATE-ENTRY
               VARYING C-RATE-SUB FROM 1 BY 1
               UNTIL C-RATE-SUB > RATE-TBL-CTR.
           IF C-BEST-EFF-DATE = ZERO
               MOVE "NO" TO FIELD-OK-SW
               MOVE EW-DATE TO DATE-WORK-N
               PERFORM 8100-EDIT-DATE
               DISPLAY "  *** GRADE " EW-GRADE " HAS NO RATE IN "
                   "EFFECT ON " DATE-EDIT
           ELSE
               MOVE C-BEST-COVERAGE TO O-COVERAGE
               MOVE C-BEST-LABOR    TO O-LABOR
               DISPLAY "      COVERAGE " O-COVERAGE
                   " SQ FT PER GALLON   LABOR " O-LABOR
           END-IF.

       2346-CHECK-RATE-ENTRY.
           IF RT-GRADE (C-RATE-SUB) = EW-GRADE
               AND RT-EFF-DATE (C-RATE-SUB) NOT > EW-DATE
               AND RT-EFF-DATE (C-RATE-SUB) > C-BEST-EFF-DATE
                   MOVE RT-EFF-DATE (C-RATE-SUB) TO C-BEST-EFF-DATE
                   MOVE RT-COVERAGE (C-RATE-SUB) TO C-BEST-COVERAGE
                   MOVE RT-LABOR    (C-RATE-SUB) TO C-BEST-LABOR.

       2350-KEY-PRICE.
           MOVE EW-PRICE-GAL TO O-PRICE-GAL.
           DISPLAY "  PRICE PER GALLON, 4 DIGITS (2499 = 24.99) ["
               O-PRICE-GAL "]: " WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   IF ENTRY-FIELD (1:4) IS NUMERIC
                       AND ENTRY-FIELD (5:26) = SPACES
                       MOVE EN-PRICE-4 TO EW-PRICE-GAL
                   ELSE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** KEY THE PRICE AS 4 DIGITS"
                   END-IF
               END-IF
               IF FIELD-OK-SW = "YES" AND EW-PRICE-GAL = ZERO
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** PRICE PER GALLON MUST BE GREATER "
                       "THAN ZERO"
               END-IF
           END-IF.

       2360-KEY-ROOMS.
           MOVE "NO" TO ROOMS-DONE-SW.
           IF EW-ROOM-CTR > ZERO
               DISPLAY "  ROOMS ON THIS ESTIMATE:"
               PERFORM 2362-SHOW-ROOM
                   VARYING C-RM-SUB FROM 1 BY 1
                   UNTIL C-RM-SUB > EW-ROOM-CTR
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2365-KEY-ROOM-ACTION
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           PERFORM 2370-KEY-ROOM
               UNTIL ROOMS-DONE-SW = "YES".

       2362-SHOW-ROOM.
           MOVE C-RM-SUB                     TO O-ROOM-NO.
           MOVE EW-WALL-SQ-FT    (C-RM-SUB)  TO O-WALL-SQ-FT.
           MOVE EW-DOOR-SQ-FT    (C-RM-SUB)  TO O-DOOR-SQ-FT.
           MOVE EW-CEILING-SQ-FT (C-RM-SUB)  TO O-CEILING-SQ-FT.
           MOVE EW-PREP-HRS      (C-RM-SUB)  TO O-PREP-HRS.
           DISPLAY "    " O-ROOM-NO " " EW-ROOM-NAME (C-RM-SUB)
               " WALL " O-WALL-SQ-FT " DOOR " O-DOOR-SQ-FT
               " CEILING " O-CEILING-SQ-FT " COATS "
               EW-COATS (C-RM-SUB) " PREP " O-PREP-HRS.

       2365-KEY-ROOM-ACTION.
           DISPLAY "  ROOMS: K = KEEP, A = ADD MORE, R = REKEY ALL: "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD = "K"
                   MOVE "YES" TO ROOMS-DONE-SW
               ELSE
                   IF ENTRY-FIELD = "R"
                       MOVE ZERO TO EW-ROOM-CTR
                   ELSE
                       IF ENTRY-FIELD NOT = "A"
                           MOVE "NO" TO FIELD-OK-SW
                           DISPLAY "  *** KEY K, A OR R"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2370-KEY-ROOM.
           IF EW-ROOM-CTR >= 50
               DISPLAY "  ROOM LIMIT OF 50 REACHED"
               MOVE "YES" TO ROOMS-DONE-SW
           ELSE
               PERFORM 2380-KEY-ROOM-FIELDS
           END-IF.

       2380-KEY-ROOM-FIELDS.
           MOVE SPACES TO RW-ROOM-NAME.
           MOVE ZERO   TO RW-WALL-SQ-FT.
           MOVE ZERO   TO RW-DOOR-SQ-FT.
           MOVE ZERO   TO RW-CEILING-SQ-FT.
           MOVE 1      TO RW-COATS.
           MOVE ZERO   TO RW-PREP-HRS.
           MOVE "NO" TO FIELD-OK-SW.
           PERFORM 2381-KEY-ROOM-NAME
               UNTIL FIELD-OK-SW = "YES".
           IF ROOMS-DONE-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2382-KEY-WALL
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF ROOMS-DONE-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2383-KEY-DOOR
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF ROOMS-DONE-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2384-KEY-CEILING
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF ROOMS-DONE-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2385-KEY-COATS
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF ROOMS-DONE-SW = "NO"
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2386-KEY-PREP-HRS
                   UNTIL FIELD-OK-SW = "YES"
           END-IF.
           IF ROOMS-DONE-SW = "NO"
               ADD 1 TO EW-ROOM-CTR
               MOVE ROOM-ENTRY TO EW-ROOM (EW-ROOM-CTR)
           END-IF.

       2381-KEY-ROOM-NAME.
           COMPUTE C-ROOM-NO = EW-ROOM-CTR + 1.
           MOVE C-ROOM-NO TO O-ROOM-NO.
           DISPLAY "  ROOM " O-ROOM-NO " NAME (BLANK = NO MORE "
               "ROOMS): " WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD = SPACES
                   IF EW-ROOM-CTR = ZERO
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** AT LEAST ONE ROOM IS REQUIRED "
                           "(* ABANDONS THE ESTIMATE)"
                   ELSE
                       MOVE "YES" TO ROOMS-DONE-SW
                   END-IF
               ELSE
                   MOVE ENTRY-FIELD TO RW-ROOM-NAME
               END-IF
           END-IF.

       2382-KEY-WALL.
           DISPLAY "    WALL SQ FT, 4 DIGITS: " WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD (1:4) IS NUMERIC
                   AND ENTRY-FIELD (5:26) = SPACES
                   AND EN-DIGITS-4 > ZERO
                   MOVE EN-DIGITS-4 TO RW-WALL-SQ-FT
               ELSE
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** WALL SQ FT MUST BE 4 DIGITS AND "
                       "GREATER THAN ZERO"
               END-IF
           END-IF.

       2383-KEY-DOOR.
           DISPLAY "    DOOR SQ FT, 3 DIGITS (BLANK = NONE): "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   IF ENTRY-FIELD (1:3) IS NUMERIC
                       AND ENTRY-FIELD (4:27) = SPACES
                       MOVE EN-DIGITS-3 TO RW-DOOR-SQ-FT
                   ELSE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** KEY DOOR SQ FT AS 3 DIGITS"
                   END-IF
               END-IF
               IF FIELD-OK-SW = "YES"
                   AND RW-DOOR-SQ-FT > RW-WALL-SQ-FT
                   MOVE "NO" TO FIELD-OK-SW
                   DISPLAY "  *** DOOR SQ FT EXCEEDS WALL SQ FT"
               END-IF
           END-IF.

       2384-KEY-CEILING.
           DISPLAY "    CEILING SQ FT, 4 DIGITS (BLANK = NONE): "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   IF ENTRY-FIELD (1:4) IS NUMERIC
                       AND ENTRY-FIELD (5:26) = SPACES
                       MOVE EN-DIGITS-4 TO RW-CEILING-SQ-FT
                   ELSE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** KEY CEILING SQ FT AS 4 DIGITS"
                   END-IF
               END-IF
           END-IF.

       2385-KEY-COATS.
           DISPLAY "    COATS, 1 TO 9 (BLANK = 1): "
               WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   IF ENTRY-FIELD (1:1) IS NUMERIC
                       AND ENTRY-FIELD (2:29) = SPACES
                       AND EN-DIGITS-1 > ZERO
                       MOVE EN-DIGITS-1 TO RW-COATS
                   ELSE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** COATS MUST BE 1 TO 9"
                   END-IF
               END-IF
           END-IF.

       2386-KEY-PREP-HRS.
           DISPLAY "    PREP HOURS, 4 DIGITS (0025 = 2.5, BLANK = "
               "NONE): " WITH NO ADVANCING.
           PERFORM 8000-ACCEPT-ENTRY.
           MOVE "YES" TO FIELD-OK-SW.
           IF ENTRY-FIELD = "*"
               PERFORM 8050-CANCEL-ENTRY
           ELSE
               IF ENTRY-FIELD NOT = SPACES
                   IF ENTRY-FIELD (1:4) IS NUMERIC
                       AND ENTRY-FIELD (5:26) = SPACES
                       MOVE EN-PREP-4 TO RW-PREP-HRS
                   ELSE
                       MOVE "NO" TO FIELD-OK-SW
                       DISPLAY "  *** KEY PREP HOURS AS 4 DIGITS"
                   END-IF
               END-IF
           END-IF.

       2400-CONFIRM-SAVE.
           COMPUTE C-BT-NEED = BT-TBL-CTR + EW-ROOM-CTR + 1.
           IF C-BT-NEED > 3000
               DISPLAY "  *** WORK BATCH IS FULL - CLOSE THE BATCH "
                   "AND START ANOTHER"
               MOVE "YES" TO CANCEL-SW
           ELSE
               MOVE EW-ROOM-CTR TO O-ROOM-NO
               DISPLAY "  SAVE ESTIMATE " EW-EST-NO " WITH "
                   O-ROOM-NO " ROOMS (Y/N): " WITH NO ADVANCING
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2410-KEY-YES-NO
                   UNTIL FIELD-OK-SW = "YES"
               IF YES-NO-ANSWER = "N"
                   MOVE "YES" TO CANCEL-SW
               END-IF
           END-IF.

       2410-KEY-YES-NO.
           PERFORM 8000-ACCEPT-ENTRY.
           IF ENTRY-FIELD = "Y" OR ENTRY-FIELD = "N"
               MOVE "YES" TO FIELD-OK-SW
               MOVE ENTRY-FIELD (1:1) TO YES-NO-ANSWER
           ELSE
               DISPLAY "  PLEASE ANSWER Y OR N: " WITH NO ADVANCING
           END-IF.

       2500-STORE-ESTIMATE.
           MOVE SPACES       TO BATCH-WORK.
           MOVE "H"          TO BW-REC-TYPE.
           MOVE EW-EST-NO    TO BW-EST-NO.
           MOVE EW-DATE      TO BW-DATE.
           MOVE EW-PRICE-GAL TO BW-PRICE-GAL.
           MOVE EW-GRADE     TO BW-GRADE.
           MOVE EW-CUST-NAME TO BW-CUST-NAME.
           MOVE EW-JOB-ADDR  TO BW-JOB-ADDR.
           MOVE EW-CUST-NO   TO BW-CUST-NO.
           ADD 1 TO BT-TBL-CTR.
           MOVE "N"        TO BT-DELETED-SW (BT-TBL-CTR).
           MOVE BATCH-WORK TO BT-REC        (BT-TBL-CTR).
           PERFORM 2510-STORE-ROOM
               VARYING C-RM-SUB FROM 1 BY 1
               UNTIL C-RM-SUB > EW-ROOM-CTR.
           PERFORM 7000-SAVE-BATCH.
           PERFORM 1700-COUNT-BATCH.

       2510-STORE-ROOM.
           MOVE SPACES    TO BATCH-WORK.
           MOVE "R"       TO BW-REC-TYPE.
           MOVE EW-EST-NO TO BW-ROOM-EST-NO.
           MOVE EW-ROOM-NAME     (C-RM-SUB) TO BW-ROOM-NAME.
           MOVE EW-WALL-SQ-FT    (C-RM-SUB) TO BW-WALL-SQ-FT.
           MOVE EW-DOOR-SQ-FT    (C-RM-SUB) TO BW-DOOR-SQ-FT.
           MOVE EW-CEILING-SQ-FT (C-RM-SUB) TO BW-CEILING-SQ-FT.
           MOVE EW-COATS         (C-RM-SUB) TO BW-COATS.
           MOVE EW-PREP-HRS      (C-RM-SUB) TO BW-PREP-HRS.
           ADD 1 TO BT-TBL-CTR.
           MOVE "N"        TO BT-DELETED-SW (BT-TBL-CTR).
           MOVE BATCH-WORK TO BT-REC        (BT-TBL-CTR).

       2520-REMOVE-ESTIMATE.
           MOVE "Y"  TO BT-DELETED-SW (C-BT-HIT).
           MOVE "NO" TO LOAD-DONE-SW.
           COMPUTE C-BT-START = C-BT-HIT + 1.
           PERFORM 2525-REMOVE-ROOM
               VARYING C-BT-SUB FROM C-BT-START BY 1
               UNTIL C-BT-SUB > BT-TBL-CTR
                  OR LOAD-DONE-SW = "YES".

       2525-REMOVE-ROOM.
           MOVE BT-REC (C-BT-SUB) TO BATCH-WORK.
           IF BW-ROOM AND BT-DELETED-SW (C-BT-SUB) = "N"
               MOVE "Y" TO BT-DELETED-SW (C-BT-SUB)
           ELSE
               MOVE "YES" TO LOAD-DONE-SW
           END-IF.

       2550-DELETE-ESTIMATE.
           MOVE "NO" TO CANCEL-SW.
           MOVE "NO" TO FIELD-OK-SW.
           PERFORM 2130-KEY-OLD-EST-NO
               UNTIL FIELD-OK-SW = "YES".
           IF CANCEL-SW = "NO"
               PERFORM 2210-LOAD-WORK
               MOVE EW-DATE TO DATE-WORK-N
               PERFORM 8100-EDIT-DATE
               DISPLAY "    " EW-EST-NO " " EW-CUST-NO " "
                   EW-CUST-NAME " " DATE-EDIT " GRADE " EW-GRADE
               PERFORM 2362-SHOW-ROOM
                   VARYING C-RM-SUB FROM 1 BY 1
                   UNTIL C-RM-SUB > EW-ROOM-CTR
               DISPLAY "  DELETE ESTIMATE " EW-EST-NO " (Y/N): "
                   WITH NO ADVANCING
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2410-KEY-YES-NO
                   UNTIL FIELD-OK-SW = "YES"
               IF YES-NO-ANSWER = "N"
                   MOVE "YES" TO CANCEL-SW
               END-IF
           END-IF.
           IF CANCEL-SW = "NO"
               PERFORM 2520-REMOVE-ESTIMATE
               PERFORM 7000-SAVE-BATCH
               PERFORM 1700-COUNT-BATCH
               DISPLAY "  ESTIMATE " EW-EST-NO " DELETED FROM THE "
                   "BATCH"
           ELSE
               DISPLAY "  NOTHING DELETED"
           END-IF.

       2600-LIST-BATCH.
           IF C-BATCH-ESTCTR = ZERO
               DISPLAY "  THE BATCH IS EMPTY"
           ELSE
               PERFORM 2610-LIST-ENTRY
                   VARYING C-BT-SUB FROM 1 BY 1
                   UNTIL C-BT-SUB > BT-TBL-CTR
               PERFORM 2620-SHOW-TOTALS
           END-IF.

       2610-LIST-ENTRY.
           IF BT-DELETED-SW (C-BT-SUB) = "N"
               MOVE BT-REC (C-BT-SUB) TO BATCH-WORK
               IF BW-HEADER
                   MOVE BW-DATE      TO DATE-WORK-N
                   PERFORM 8100-EDIT-DATE
                   MOVE BW-PRICE-GAL TO O-PRICE-GAL
                   DISPLAY "  " BW-EST-NO " " BW-CUST-NO " "
                       BW-CUST-NAME " " DATE-EDIT " GRADE "
                       BW-GRADE " PRICE " O-PRICE-GAL
               END-IF
               IF BW-ROOM
                   MOVE BW-WALL-SQ-FT    TO O-WALL-SQ-FT
                   MOVE BW-DOOR-SQ-FT    TO O-DOOR-SQ-FT
                   MOVE BW-CEILING-SQ-FT TO O-CEILING-SQ-FT
                   MOVE BW-PREP-HRS      TO O-PREP-HRS
                   DISPLAY "       " BW-ROOM-NAME
                       " WALL " O-WALL-SQ-FT " DOOR " O-DOOR-SQ-FT
                       " CEILING " O-CEILING-SQ-FT " COATS "
                       BW-COATS " PREP " O-PREP-HRS
               END-IF
           END-IF.

       2620-SHOW-TOTALS.
           MOVE C-BATCH-ESTCTR    TO O-ESTCTR.
           MOVE C-BATCH-ROOMCTR   TO O-ROOMCTR.
           MOVE C-BATCH-WALL-HASH TO O-WALL-HASH.
           DISPLAY "  ESTIMATES" O-ESTCTR "   ROOMS" O-ROOMCTR
               "   WALL SQ FT HASH" O-WALL-HASH.

       2700-CLOSE-BATCH.
           IF C-BATCH-ESTCTR = ZERO
               DISPLAY "  THE BATCH IS EMPTY - NOTHING TO CLOSE"
           ELSE
               PERFORM 2620-SHOW-TOTALS
               PERFORM 2710-CHECK-OLD-BATCH
               IF OLD-BATCH-SW = "YES"
                   DISPLAY "  PAINTTEST.DAT ALREADY HOLDS A BATCH - "
                       "REPLACE IT (Y/N): " WITH NO ADVANCING
               ELSE
                   DISPLAY "  CLOSE THE BATCH AND WRITE "
                       "PAINTTEST.DAT (Y/N): " WITH NO ADVANCING
               END-IF
               MOVE "NO" TO FIELD-OK-SW
               PERFORM 2410-KEY-YES-NO
                   UNTIL FIELD-OK-SW = "YES"
               IF YES-NO-ANSWER = "Y"
                   PERFORM 2720-WRITE-BATCH
               ELSE
                   DISPLAY "  BATCH NOT CLOSED"
               END-IF
           END-IF.

       2710-CHECK-OLD-BATCH.
           MOVE "NO" TO OLD-BATCH-SW.
           OPEN INPUT PAINTOUT.
           IF PAINTOUT-FILE-STATUS = "00"
               READ PAINTOUT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "YES" TO OLD-BATCH-SW
               END-READ
               CLOSE PAINTOUT
           END-IF.

       2720-WRITE-BATCH.
           OPEN OUTPUT PAINTOUT.
           IF PAINTOUT-FILE-STATUS NOT = "00"
               PERFORM 9920-PAINTOUT-FILE-ERROR
           END-IF.
           PERFORM 2725-WRITE-BATCH-ENTRY
               VARYING C-BT-SUB FROM 1 BY 1
               UNTIL C-BT-SUB > BT-TBL-CTR.
           MOVE SPACES            TO BATCH-WORK.
           MOVE "T"               TO BW-REC-TYPE.
           MOVE C-BATCH-ESTCTR    TO BW-TRL-HDR-COUNT.
           MOVE C-BATCH-ROOMCTR   TO BW-TRL-ROOM-COUNT.
           MOVE C-BATCH-WALL-HASH TO BW-TRL-WALL-HASH.
           WRITE PAINT-REC FROM BATCH-WORK.
           IF PAINTOUT-FILE-STATUS NOT = "00"
               PERFORM 9920-PAINTOUT-FILE-ERROR
           END-IF.
           CLOSE PAINTOUT.
           DISPLAY "COBTPG26 - BATCH CLOSED TO PAINTTEST.DAT".
           DISPLAY "COBTPG26 - HEADER RECORDS: " C-BATCH-ESTCTR.
           DISPLAY "COBTPG26 - ROOM RECORDS:   " C-BATCH-ROOMCTR.
           DISPLAY "COBTPG26 - WALL SQ FT HASH:" C-BATCH-WALL-HASH.
           MOVE ZERO TO BT-TBL-CTR.
           PERFORM 7000-SAVE-BATCH.
           PERFORM 1700-COUNT-BATCH.
           MOVE "YES" TO END-OF-SESSION.

       2725-WRITE-BATCH-ENTRY.
           IF BT-DELETED-SW (C-BT-SUB) = "N"
               WRITE PAINT-REC FROM BT-REC (C-BT-SUB)
               IF PAINTOUT-FILE-STATUS NOT = "00"
                   PERFORM 9920-PAINTOUT-FILE-ERROR
               END-IF
           END-IF.

       3000-CLOSING.
           CLOSE CUSTIDX.
           IF C-BATCH-ESTCTR > ZERO
               MOVE C-BATCH-ESTCTR TO O-ESTCTR
               DISPLAY "COBTPG26 - BATCH KEPT FOR LATER WITH "
                   O-ESTCTR " ESTIMATES NOT YET SUBMITTED"
           END-IF.

       7000-SAVE-BATCH.
           OPEN OUTPUT BATCHFILE.
           IF BATCHFILE-FILE-STATUS NOT = "00"
               PERFORM 9930-BATCHFILE-ERROR
           END-IF.
           PERFORM 7010-SAVE-ENTRY
               VARYING C-BT-SUB FROM 1 BY 1
               UNTIL C-BT-SUB > BT-TBL-CTR.
           CLOSE BATCHFILE.

       7010-SAVE-ENTRY.
           IF BT-DELETED-SW (C-BT-SUB) = "N"
               WRITE BATCH-REC FROM BT-REC (C-BT-SUB)
               IF BATCHFILE-FILE-STATUS NOT = "00"
                   PERFORM 9930-BATCHFILE-ERROR
               END-IF
           END-IF.

       8000-ACCEPT-ENTRY.
           MOVE SPACES TO ENTRY-FIELD.
           ACCEPT ENTRY-FIELD.
           INSPECT ENTRY-FIELD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       8050-CANCEL-ENTRY.
           MOVE "YES" TO CANCEL-SW.
           MOVE "YES" TO ROOMS-DONE-SW.
           MOVE "YES" TO FIELD-OK-SW.

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

       8300-CHECK-DATE.
           MOVE "NO" TO DATE-OK-SW.
           IF DW-YY > 1900
               AND DW-MM >= 1 AND DW-MM <= 12
               AND DW-DD >= 1
               MOVE DM-DAYS (DW-MM) TO C-MONTH-DAYS
               IF DW-MM = 2
                   PERFORM 8310-CHECK-LEAP-YEAR
               END-IF
               IF DW-DD <= C-MONTH-DAYS
                   MOVE "YES" TO DATE-OK-SW
               END-IF
           END-IF.

       8310-CHECK-LEAP-YEAR.
           DIVIDE DW-YY BY 4 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM4.
           DIVIDE DW-YY BY 100 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM100.
           DIVIDE DW-YY BY 400 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM400.
           IF C-LEAP-REM4 = ZERO
               AND (C-LEAP-REM100 NOT = ZERO OR C-LEAP-REM400 = ZERO)
               MOVE 29 TO C-MONTH-DAYS
           END-IF.

       9910-CUSTIDX-FILE-ERROR.
           DISPLAY "COBTPG26 - I/O ERROR ON CUSTIDX FILE".
           DISPLAY "COBTPG26 - FILE STATUS IS: " CUSTIDX-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-PAINTOUT-FILE-ERROR.
           DISPLAY "COBTPG26 - I/O ERROR ON PAINTTEST FILE".
           DISPLAY "COBTPG26 - FILE STATUS IS: "
               PAINTOUT-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-BATCHFILE-ERROR.
           DISPLAY "COBTPG26 - I/O ERROR ON ESTBATCH FILE".
           DISPLAY "COBTPG26 - FILE STATUS IS: "
               BATCHFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-RATEFILE-ERROR.
           DISPLAY "COBTPG26 - I/O ERROR ON PAINTRATE FILE".
           DISPLAY "COBTPG26 - FILE STATUS IS: "
               RATEFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG26 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
