      *    HEADING, WORK ORDERS FLAGGED FOR REVIEW BECAUSE THE
      *    ESTIMATE WAS CANCELLED ARE MARKED SO THE CREW IS PULLED
      *    OFF, AND COMPLETED WORK ORDERS ARE SKIPPED.
      *
      *    THE FIRST RECORD OF WORKNEW.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  WOFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 113 CHARACTERS.
       01  WO-REC.
           05  WO-EST-NO             PIC X(4).
           05  WO-STATUS             PIC X(1).
           05  WO-LABOR-COST         PIC 9(9)V99.
           05  WO-CREW               PIC X(4).
           05  WO-SCHED-DATE         PIC 9(8).
           05  FILLER                PIC X(21).

       FD  SCHEDLST
           LABEL RECORD IS OMITTED

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 125 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-SCHED-DATE  PIC 9(8).
               10  S-KEY-CREW        PIC X(4).
           05  S-WO-REC              PIC X(113).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-COMPCTR             PIC 9(5) VALUE ZERO.
           05  WOFILE-FILE-STATUS    PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  HOLD-WO.
           05  HW-EST-NO             PIC X(4).
           05  HW-STATUS             PIC X(1).
           05  HW-LABOR-COST         PIC 9(9)V99.
           05  HW-CREW               PIC X(4).
           05  HW-SCHED-DATE         PIC 9(8).
           05  FILLER                PIC X(21).

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           IF WOFILE-FILE-STATUS NOT = "00"
               PERFORM 9910-WOFILE-ERROR
           END-IF.
           PERFORM 0105-SKIP-WO-HEADER.
           MOVE "YES" TO MORE-INPUT.
           PERFORM 0110-READ-RELEASE
               UNTIL MORE-INPUT = "NO".
           CLOSE WOFILE.

       0105-SKIP-WO-HEADER.
           READ WOFILE
               AT END
                   MOVE SPACES TO WO-REC
           END-READ.
           MOVE WO-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "WORKORD"
               DISPLAY "COBTPG09 - WORKNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       0110-READ-RELEASE.
           READ WOFILE
               AT END
