       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG24.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM PRINTS THE WEEKLY CREW UTILIZATION REPORT FROM
      *    THE WORK ORDER MASTER WRITTEN BY COBTPG08 AND THE CREW
      *    MASTER MAINTAINED BY COBTPG23.  FOR EACH CREW IT SHOWS, FOR
      *    EACH OF THE SEVEN DAYS OF THE WEEK, THE HOURS BOOKED, THE
      *    HOURS AVAILABLE (CREW SIZE TIMES HOURS PER DAY, ZERO ON A
      *    DAY OFF) AND THE PERCENT USED, PLUS THE WEEK TOTALS.
      *    BOOKED HOURS ARE FOUND THE SAME WAY COBTPG08 CHECKS THEM:
      *    EACH SCHEDULED WORK ORDER'S ESTIMATED JOB HOURS ARE SPREAD
      *    OVER THE CREW'S WORKING DAYS FROM THE SCHEDULED DATE AT NO
      *    MORE THAN THE DAILY CAPACITY, SO A JOB STARTED THE WEEK
      *    BEFORE STILL SHOWS ON THE DAYS IT RUNS INTO.  THE WEEK
      *    STARTS ON THE WEEK DATE FROM THE SCHEDULING CARD, OR ON
      *    MONDAY OF THE CURRENT WEEK IF NONE IS GIVEN.  INACTIVE
      *    CREWS ARE LISTED ONLY IF THEY STILL HAVE HOURS BOOKED.
      *
      *    THE FIRST RECORDS OF WORKNEW.DAT AND CREWMAST.DAT ARE THEIR
      *    GENERATION CONTROL HEADERS (SEE COBTPG27) AND ARE SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SCHDCARD
               ASSIGN TO "SCHDCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHDCARD-FILE-STATUS.

           SELECT CREWFILE
               ASSIGN TO "CREWMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREW-FILE-STATUS.

           SELECT WOFILE
               ASSIGN TO "WORKNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOFILE-FILE-STATUS.

           SELECT UTILLST
               ASSIGN TO "CREWUTIL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SCHDCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCHD-CARD
           RECORD CONTAINS 20 CHARACTERS.
       01  SCHD-CARD.
           05  SC-CREW-RATE          PIC X(5).
           05  SC-OVER-ACTION        PIC X(1).
           05  SC-WEEK-DATE          PIC X(8).
           05  FILLER                PIC X(6).

       FD  CREWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  CREW-REC.
           05  CW-CREW               PIC X(4).
           05  CW-FOREMAN            PIC X(20).
           05  CW-CREW-SIZE          PIC 99.
           05  CW-HRS-PER-DAY        PIC 99V9.
           05  CW-STATUS             PIC X(1).
           05  CW-DAYS-OFF           PIC X(7).
           05  FILLER                PIC X(13).

       FD  WOFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 113 CHARACTERS.
       01  WO-REC.
           05  WO-EST-NO             PIC X(4).
           05  WO-STATUS             PIC X(1).
           05  FILLER                PIC X(64).
           05  WO-LABOR-COST         PIC 9(9)V99.
           05  WO-CREW               PIC X(4).
           05  WO-SCHED-DATE         PIC 9(8).
           05  FILLER                PIC X(11).
           05  WO-PREP-HRS           PIC 9(4)V9.
           05  WO-EST-HRS            PIC 9(4)V9.

       FD  UTILLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-WO               PIC XXX VALUE "YES".
           05  MORE-CREWS            PIC XXX VALUE "YES".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-CREW-RATE           PIC 999V99 VALUE 40.00.
           05  C-CW-SUB              PIC 99 VALUE ZERO.
           05  C-CW-HIT              PIC 99 VALUE ZERO.
           05  C-DAY-SUB             PIC 99 VALUE ZERO.
           05  C-WEEK-START-N        PIC 9(8) VALUE ZERO.
           05  C-WEEK-START-INT      PIC 9(7) VALUE ZERO.
           05  C-WEEK-END-INT        PIC 9(7) VALUE ZERO.
           05  C-TODAY-INT           PIC 9(7) VALUE ZERO.
           05  C-SPREAD-HRS          PIC 9(4)V9 VALUE ZERO.
           05  C-REMAIN-HRS          PIC S9(4)V9 VALUE ZERO.
           05  C-DAY-HRS             PIC 9(4)V9 VALUE ZERO.
           05  C-HRS-WORK            PIC 9(7)V9 VALUE ZERO.
           05  C-DAY-INT             PIC 9(7) VALUE ZERO.
           05  C-DAY-DATE            PIC 9(8) VALUE ZERO.
           05  C-DOW-WORK            PIC 9(7) VALUE ZERO.
           05  C-DOW-QUOT            PIC 9(7) VALUE ZERO.
           05  C-DOW                 PIC 9 VALUE ZERO.
           05  C-DAYCTR              PIC 999 VALUE ZERO.
           05  C-AVAIL-HRS           PIC 999V9 VALUE ZERO.
           05  C-WEEK-BOOKED         PIC 9(5)V9 VALUE ZERO.
           05  C-WEEK-AVAIL          PIC 9(5)V9 VALUE ZERO.
           05  C-PCT                 PIC 9(4) VALUE ZERO.
           05  C-WOCTR               PIC 9(5) VALUE ZERO.
           05  C-BOOKCTR             PIC 9(5) VALUE ZERO.
           05  C-NOCREWCTR           PIC 9(5) VALUE ZERO.
           05  C-CREWLSTCTR          PIC 99 VALUE ZERO.
           05  C-TOT-BOOKED          PIC 9(6)V9 VALUE ZERO.
           05  C-TOT-AVAIL           PIC 9(6)V9 VALUE ZERO.
           05  SCHDCARD-FILE-STATUS  PIC XX VALUE SPACES.
           05  CREW-FILE-STATUS      PIC XX VALUE SPACES.
           05  WOFILE-FILE-STATUS    PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  CREW-TABLE.
           05  CW-TBL-CTR            PIC 99 VALUE ZERO.
           05  CW-TBL-ENTRY OCCURS 50 TIMES.
               10  CR-CREW           PIC X(4).
               10  CR-FOREMAN        PIC X(20).
               10  CR-STATUS         PIC X(1).
               10  CR-CAPACITY       PIC 999V9.
               10  CR-DAYS-OFF       PIC X(7).
               10  CR-BOOKED         PIC 9(4)V9 OCCURS 7 TIMES.

       01  WEEK-TABLE.
           05  WK-DAY-ENTRY OCCURS 7 TIMES.
               10  WK-DATE           PIC 9(8).
               10  WK-DOW            PIC 9.

       01  DAY-NAME-VALUES.
           05  FILLER                PIC X(21)
                                     VALUE "MONTUEWEDTHUFRISATSUN".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DN-NAME               PIC X(3) OCCURS 7 TIMES.

       01  CARD-DATE-WORK.
           05  TC-DATE-X             PIC X(8) VALUE SPACES.
           05  TC-DATE-N REDEFINES TC-DATE-X
                                     PIC 9(8).

       01  SCHED-RATE-CARD.
           05  TC-CREW-RATE-X        PIC X(5) VALUE SPACES.
           05  TC-CREW-RATE-N REDEFINES TC-CREW-RATE-X
                                     PIC 999V99.

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

       01  PCT-EDIT.
           05  PE-PCT                PIC ZZZ9.
           05  FILLER                PIC X(1)  VALUE "%".

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
                                  VALUE 'WEEKLY CREW UTILIZATION'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  LST-WEEK-LINE.
           05  FILLER                PIC X(14) VALUE "WEEK STARTING:".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-WEEK-START          PIC X(10).
           05  FILLER                PIC X(107) VALUE SPACES.

       01  LST-COLUMN-HEADINGS.
           05  FILLER                PIC X(6)  VALUE "CREW".
           05  FILLER                PIC X(22) VALUE "FOREMAN".
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  O-HDG-DAY OCCURS 7 TIMES.
               10  O-HDG-PAD         PIC X(8).
               10  O-HDG-NAME        PIC X(3).
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(4)  VALUE "WEEK".
           05  FILLER                PIC X(7)  VALUE SPACES.

       01  LST-COLUMN-DATES.
           05  FILLER                PIC X(36) VALUE SPACES.
           05  O-HDG-DATE OCCURS 7 TIMES.
               10  O-HDG-DATE-PAD    PIC X(6).
               10  O-HDG-MMDD        PIC X(5).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  LST-HOURS-LINE.
           05  O-CREW                PIC X(4).
           05  FILLER                PIC X(2).
           05  O-FOREMAN             PIC X(20).
           05  FILLER                PIC X(2).
           05  O-LINE-LABEL          PIC X(8).
           05  O-DAY-ENTRY OCCURS 7 TIMES.
               10  O-DAY-PAD         PIC X(5).
               10  O-DAY-HRS         PIC ZZZ9.9.
           05  FILLER                PIC X(4).
           05  O-WEEK-HRS            PIC ZZ,ZZ9.9.
           05  FILLER                PIC X(7).

       01  LST-PCT-LINE.
           05  FILLER                PIC X(28).
           05  O-PCT-LABEL           PIC X(8).
           05  O-PCT-ENTRY OCCURS 7 TIMES.
               10  O-PCT-PAD         PIC X(6).
               10  O-PCT-TEXT        PIC X(5).
           05  FILLER                PIC X(7).
           05  O-WEEK-PCT            PIC X(5).
           05  FILLER                PIC X(7).

       01  LST-TOTAL-LINE.
           05  FILLER                PIC X(15) VALUE "CREWS LISTED:".
           05  O-CREWLSTCTR          PIC Z9.
           05  FILLER                PIC X(16) VALUE "  HOURS BOOKED:".
           05  O-TOT-BOOKED          PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(19)
                                     VALUE "  HOURS AVAILABLE:".
           05  O-TOT-AVAIL           PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(15) VALUE "  PERCENT USED:".
           05  O-TOT-PCT             PIC X(5).
           05  FILLER                PIC X(42) VALUE SPACES.

       01  LST-TOTAL-LINE-2.
           05  FILLER                PIC X(28)
                           VALUE "SCHEDULED WORK ORDERS READ:".
           05  O-BOOKCTR             PIC ZZ,ZZ9.
           05  FILLER                PIC X(29)
                                     VALUE "  CREW NOT ON CREW MASTER:".
           05  O-NOCREWCTR           PIC ZZ,ZZ9.
           05  FILLER                PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL MORE-WO = "NO".
           PERFORM 2500-PRINT-REPORT.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (I-YY * 10000 + I-MM * 100 + I-DD).
           COMPUTE C-DOW-WORK = C-TODAY-INT - 1.
           DIVIDE C-DOW-WORK BY 7 GIVING C-DOW-QUOT
               REMAINDER C-DOW.
           COMPUTE C-WEEK-START-INT = C-TODAY-INT - C-DOW.
           PERFORM 1050-READ-CONTROL-CARD.
           COMPUTE C-WEEK-END-INT = C-WEEK-START-INT + 6.
           COMPUTE C-WEEK-START-N =
               FUNCTION DATE-OF-INTEGER (C-WEEK-START-INT).
           PERFORM 1100-BUILD-WEEK
               VARYING C-DAY-SUB FROM 1 BY 1
               UNTIL C-DAY-SUB > 7.
           PERFORM 1500-LOAD-CREWS.
           OPEN INPUT WOFILE.
           IF WOFILE-FILE-STATUS NOT = "00"
               PERFORM 9910-WOFILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-WO-HEADER.
           OPEN OUTPUT UTILLST.
           PERFORM 9000-READ-WO.

       1010-SKIP-WO-HEADER.
           READ WOFILE
               AT END
                   MOVE SPACES TO WO-REC
           END-READ.
           MOVE WO-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "WORKORD"
               DISPLAY "COBTPG24 - WORKNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT SCHDCARD.
           IF SCHDCARD-FILE-STATUS = "00"
               READ SCHDCARD
                   AT END
                       DISPLAY "COBTPG24 - SCHDCARD EMPTY, REPORTING "
                           "THE CURRENT WEEK"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE SCHDCARD
           ELSE
               DISPLAY "COBTPG24 - SCHDCARD NOT FOUND, REPORTING "
                   "THE CURRENT WEEK"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF SC-WEEK-DATE NOT = SPACES
               MOVE SC-WEEK-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   COMPUTE C-WEEK-START-INT =
                       FUNCTION INTEGER-OF-DATE (TC-DATE-N)
               ELSE
                   DISPLAY "COBTPG24 - WEEK DATE INVALID, "
                       "REPORTING THE CURRENT WEEK"
               END-IF
           END-IF.
           MOVE SC-CREW-RATE TO TC-CREW-RATE-X.
           IF TC-CREW-RATE-X IS NUMERIC AND TC-CREW-RATE-N > ZERO
               MOVE TC-CREW-RATE-N TO C-CREW-RATE
           END-IF.

       1070-CHECK-CARD-DATE.
           MOVE "NO" TO DATE-OK-SW.
           IF TC-DATE-X IS NUMERIC
               MOVE TC-DATE-N TO DATE-WORK-N
               IF DW-YY > 1900
                   AND DW-MM >= 1 AND DW-MM <= 12
                   AND DW-DD >= 1 AND DW-DD <= 31
                   IF FUNCTION INTEGER-OF-DATE (DATE-WORK-N) > ZERO
                       MOVE "YES" TO DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

       1100-BUILD-WEEK.
           COMPUTE C-DAY-INT = C-WEEK-START-INT + C-DAY-SUB - 1.
           COMPUTE WK-DATE (C-DAY-SUB) =
               FUNCTION DATE-OF-INTEGER (C-DAY-INT).
           COMPUTE C-DOW-WORK = C-DAY-INT - 1.
           DIVIDE C-DOW-WORK BY 7 GIVING C-DOW-QUOT
               REMAINDER C-DOW.
           ADD 1 C-DOW GIVING WK-DOW (C-DAY-SUB).
           MOVE SPACES TO O-HDG-PAD (C-DAY-SUB).
           MOVE DN-NAME (WK-DOW (C-DAY-SUB))
               TO O-HDG-NAME (C-DAY-SUB).
           MOVE WK-DATE (C-DAY-SUB) TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE SPACES TO O-HDG-DATE-PAD (C-DAY-SUB).
           MOVE DATE-EDIT (1:5) TO O-HDG-MMDD (C-DAY-SUB).

       1500-LOAD-CREWS.
           OPEN INPUT CREWFILE.
           IF CREW-FILE-STATUS NOT = "00"
               PERFORM 9915-CREW-FILE-ERROR
           END-IF.
           PERFORM 1505-SKIP-CREW-HEADER.
           MOVE "YES" TO MORE-CREWS.
           PERFORM 1510-READ-CREW.
           PERFORM 1520-STORE-CREW
               UNTIL MORE-CREWS = "NO".
           CLOSE CREWFILE.

       1505-SKIP-CREW-HEADER.
           READ CREWFILE
               AT END
                   MOVE SPACES TO CREW-REC
           END-READ.
           MOVE CREW-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CREWMAST"
               DISPLAY "COBTPG24 - CREWMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1510-READ-CREW.
           READ CREWFILE
               AT END
                   MOVE "NO" TO MORE-CREWS.

       1520-STORE-CREW.
           IF CW-TBL-CTR >= 50
               DISPLAY "COBTPG24 - CREW TABLE FULL, IGNORING "
                   "CREW " CW-CREW
           ELSE
               ADD 1 TO CW-TBL-CTR
               MOVE CW-CREW     TO CR-CREW     (CW-TBL-CTR)
               MOVE CW-FOREMAN  TO CR-FOREMAN  (CW-TBL-CTR)
               MOVE CW-STATUS   TO CR-STATUS   (CW-TBL-CTR)
               MOVE CW-DAYS-OFF TO CR-DAYS-OFF (CW-TBL-CTR)
               IF CW-CREW-SIZE IS NUMERIC
                   AND CW-HRS-PER-DAY IS NUMERIC
                   COMPUTE CR-CAPACITY (CW-TBL-CTR) =
                       CW-CREW-SIZE * CW-HRS-PER-DAY
               ELSE
                   MOVE ZERO TO CR-CAPACITY (CW-TBL-CTR)
               END-IF
               PERFORM 1530-CLEAR-BOOKED
                   VARYING C-DAY-SUB FROM 1 BY 1
                   UNTIL C-DAY-SUB > 7
           END-IF.
           PERFORM 1510-READ-CREW.

       1530-CLEAR-BOOKED.
           MOVE ZERO TO CR-BOOKED (CW-TBL-CTR C-DAY-SUB).

       2000-MAINLINE.
           ADD 1 TO C-WOCTR.
           IF WO-STATUS = "S" AND WO-CREW NOT = SPACES
               AND WO-SCHED-DATE IS NUMERIC
               AND WO-SCHED-DATE > ZERO
               ADD 1 TO C-BOOKCTR
               PERFORM 2100-BOOK-WORK-ORDER
           END-IF.
           PERFORM 9000-READ-WO.

       2100-BOOK-WORK-ORDER.
           MOVE ZERO TO C-CW-HIT.
           PERFORM 2110-CHECK-CREW-ENTRY
               VARYING C-CW-SUB FROM 1 BY 1
               UNTIL C-CW-SUB > CW-TBL-CTR.
           IF C-CW-HIT = ZERO
               ADD 1 TO C-NOCREWCTR
           ELSE
               IF WO-EST-HRS IS NUMERIC
                   MOVE WO-EST-HRS TO C-SPREAD-HRS
               ELSE
                   IF WO-LABOR-COST IS NUMERIC
                       COMPUTE C-HRS-WORK ROUNDED =
                           WO-LABOR-COST / C-CREW-RATE
                   ELSE
                       MOVE ZERO TO C-HRS-WORK
                   END-IF
                   IF C-HRS-WORK > 9999.9
                       MOVE 9999.9 TO C-HRS-WORK
                   END-IF
                   MOVE C-HRS-WORK TO C-SPREAD-HRS
               END-IF
               PERFORM 2200-SPREAD-HOURS
           END-IF.

       2110-CHECK-CREW-ENTRY.
           IF CR-CREW (C-CW-SUB) = WO-CREW
               MOVE C-CW-SUB TO C-CW-HIT.

      *-----------------------------------------------------------------
      *    SPREADS THE JOB HOURS OVER THE CREW'S WORKING DAYS FROM THE
      *    SCHEDULED DATE, NO MORE THAN THE DAILY CAPACITY ON ANY ONE
      *    DAY, AS COBTPG08 DOES WHEN IT BOOKS THE CREW.  DAY OF WEEK
      *    1 IS MONDAY.  ONLY DAYS INSIDE THE REPORT WEEK ARE KEPT.
      *-----------------------------------------------------------------
       2200-SPREAD-HOURS.
           COMPUTE C-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WO-SCHED-DATE).
           IF C-DAY-INT > ZERO AND C-SPREAD-HRS > ZERO
               AND CR-CAPACITY (C-CW-HIT) > ZERO
               MOVE C-SPREAD-HRS TO C-REMAIN-HRS
               MOVE ZERO TO C-DAYCTR
               PERFORM 2210-SPREAD-DAY
                   UNTIL C-REMAIN-HRS NOT > ZERO
                      OR C-DAYCTR >= 366
                      OR C-DAY-INT > C-WEEK-END-INT
           END-IF.

       2210-SPREAD-DAY.
           COMPUTE C-DOW-WORK = C-DAY-INT - 1.
           DIVIDE C-DOW-WORK BY 7 GIVING C-DOW-QUOT
               REMAINDER C-DOW.
           ADD 1 TO C-DOW.
           IF CR-DAYS-OFF (C-CW-HIT) (C-DOW:1) NOT = "Y"
               IF C-REMAIN-HRS > CR-CAPACITY (C-CW-HIT)
                   MOVE CR-CAPACITY (C-CW-HIT) TO C-DAY-HRS
               ELSE
                   MOVE C-REMAIN-HRS TO C-DAY-HRS
               END-IF
               SUBTRACT C-DAY-HRS FROM C-REMAIN-HRS
               IF C-DAY-INT >= C-WEEK-START-INT
                   COMPUTE C-DAY-SUB =
                       C-DAY-INT - C-WEEK-START-INT + 1
                   ADD C-DAY-HRS TO CR-BOOKED (C-CW-HIT C-DAY-SUB)
               END-IF
           END-IF.
           ADD 1 TO C-DAY-INT.
           ADD 1 TO C-DAYCTR.

       2500-PRINT-REPORT.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           MOVE C-WEEK-START-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-WEEK-START.
           WRITE LSTLINE FROM LST-WEEK-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           WRITE LSTLINE FROM LST-COLUMN-DATES
             AFTER ADVANCING 1 LINE.
           PERFORM 2600-PRINT-CREW
               VARYING C-CW-SUB FROM 1 BY 1
               UNTIL C-CW-SUB > CW-TBL-CTR.

       2600-PRINT-CREW.
           MOVE ZERO TO C-WEEK-BOOKED.
           PERFORM 2610-ADD-WEEK-BOOKED
               VARYING C-DAY-SUB FROM 1 BY 1
               UNTIL C-DAY-SUB > 7.
           IF CR-STATUS (C-CW-SUB) = "A" OR C-WEEK-BOOKED > ZERO
               PERFORM 2620-PRINT-CREW-LINES
           END-IF.

       2610-ADD-WEEK-BOOKED.
           ADD CR-BOOKED (C-CW-SUB C-DAY-SUB) TO C-WEEK-BOOKED.

       2620-PRINT-CREW-LINES.
           ADD 1 TO C-CREWLSTCTR.
           MOVE ZERO TO C-WEEK-AVAIL.
           MOVE SPACES TO LST-HOURS-LINE.
           MOVE CR-CREW (C-CW-SUB)    TO O-CREW.
           MOVE CR-FOREMAN (C-CW-SUB) TO O-FOREMAN.
           MOVE "BOOKED" TO O-LINE-LABEL.
           PERFORM 2630-MOVE-BOOKED
               VARYING C-DAY-SUB FROM 1 BY 1
               UNTIL C-DAY-SUB > 7.
           MOVE C-WEEK-BOOKED TO O-WEEK-HRS.
           WRITE LSTLINE FROM LST-HOURS-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LST-HOURS-LINE.
           IF CR-STATUS (C-CW-SUB) = "A"
               MOVE "AVAIL" TO O-LINE-LABEL
           ELSE
               MOVE "INACTIVE" TO O-LINE-LABEL
           END-IF.
           PERFORM 2640-MOVE-AVAIL
               VARYING C-DAY-SUB FROM 1 BY 1
               UNTIL C-DAY-SUB > 7.
           MOVE C-WEEK-AVAIL TO O-WEEK-HRS.
           WRITE LSTLINE FROM LST-HOURS-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LST-PCT-LINE.
           MOVE "USED" TO O-PCT-LABEL.
           PERFORM 2650-MOVE-PCT
               VARYING C-DAY-SUB FROM 1 BY 1
               UNTIL C-DAY-SUB > 7.
           IF C-WEEK-AVAIL = ZERO
               MOVE "  OFF" TO O-WEEK-PCT
           ELSE
               COMPUTE C-PCT ROUNDED =
                   C-WEEK-BOOKED * 100 / C-WEEK-AVAIL
               MOVE C-PCT TO PE-PCT
               MOVE PCT-EDIT TO O-WEEK-PCT
           END-IF.
           WRITE LSTLINE FROM LST-PCT-LINE
             AFTER ADVANCING 1 LINE.
           ADD C-WEEK-BOOKED TO C-TOT-BOOKED.
           ADD C-WEEK-AVAIL  TO C-TOT-AVAIL.

       2630-MOVE-BOOKED.
           MOVE CR-BOOKED (C-CW-SUB C-DAY-SUB)
               TO O-DAY-HRS (C-DAY-SUB).

       2640-MOVE-AVAIL.
           PERFORM 2660-DAY-AVAIL.
           MOVE C-AVAIL-HRS TO O-DAY-HRS (C-DAY-SUB).
           ADD C-AVAIL-HRS TO C-WEEK-AVAIL.

       2650-MOVE-PCT.
           PERFORM 2660-DAY-AVAIL.
           IF C-AVAIL-HRS = ZERO
               IF CR-BOOKED (C-CW-SUB C-DAY-SUB) = ZERO
                   MOVE "  OFF" TO O-PCT-TEXT (C-DAY-SUB)
               ELSE
                   MOVE " OVER" TO O-PCT-TEXT (C-DAY-SUB)
               END-IF
           ELSE
               COMPUTE C-PCT ROUNDED =
                   CR-BOOKED (C-CW-SUB C-DAY-SUB) * 100
                   / C-AVAIL-HRS
               MOVE C-PCT TO PE-PCT
               MOVE PCT-EDIT TO O-PCT-TEXT (C-DAY-SUB)
           END-IF.

       2660-DAY-AVAIL.
           IF CR-STATUS (C-CW-SUB) NOT = "A"
               OR CR-DAYS-OFF (C-CW-SUB) (WK-DOW (C-DAY-SUB):1) = "Y"
               MOVE ZERO TO C-AVAIL-HRS
           ELSE
               MOVE CR-CAPACITY (C-CW-SUB) TO C-AVAIL-HRS
           END-IF.

       3000-CLOSING.
           MOVE C-CREWLSTCTR TO O-CREWLSTCTR.
           MOVE C-TOT-BOOKED TO O-TOT-BOOKED.
           MOVE C-TOT-AVAIL  TO O-TOT-AVAIL.
           IF C-TOT-AVAIL = ZERO
               MOVE SPACES TO O-TOT-PCT
           ELSE
               COMPUTE C-PCT ROUNDED =
                   C-TOT-BOOKED * 100 / C-TOT-AVAIL
               MOVE C-PCT TO PE-PCT
               MOVE PCT-EDIT TO O-TOT-PCT
           END-IF.
           WRITE LSTLINE FROM LST-TOTAL-LINE
             AFTER ADVANCING 3 LINES.
           MOVE C-BOOKCTR   TO O-BOOKCTR.
           MOVE C-NOCREWCTR TO O-NOCREWCTR.
           WRITE LSTLINE FROM LST-TOTAL-LINE-2
             AFTER ADVANCING 1 LINE.
           DISPLAY "COBTPG24 - WORK ORDERS READ: " C-WOCTR
               " SCHEDULED: " C-BOOKCTR
               " CREW NOT ON FILE: " C-NOCREWCTR.
           CLOSE WOFILE.
           CLOSE UTILLST.

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

       9000-READ-WO.
           READ WOFILE
               AT END
                   MOVE "NO" TO MORE-WO.

       9910-WOFILE-ERROR.
           DISPLAY "COBTPG24 - I/O ERROR ON WORKNEW FILE".
           DISPLAY "COBTPG24 - FILE STATUS IS: " WOFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9915-CREW-FILE-ERROR.
           DISPLAY "COBTPG24 - I/O ERROR ON CREWMAST FILE".
           DISPLAY "COBTPG24 - FILE STATUS IS: " CREW-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG24 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
