      *    OVER OR UNDER QUOTES.  THE ACTUALS FILE IS SORTED INTO
      *    ESTIMATE NUMBER ORDER INSIDE THE RUN; THE MASTER MUST
      *    ALREADY BE IN ESTIMATE NUMBER ORDER.  ACTUALS WITH NO
      *    MATCHING ESTIMATE ARE LISTED AND COUNTED.  THE JOB
      *    COMPLETION DATE AT THE END OF EACH ACTUALS RECORD IS NOT
      *    USED HERE; COBTPG25 SELECTS JOBS BY IT WHEN IT TURNS THESE
      *    SAME VARIANCES INTO PROPOSED RATE CHANGES.
      *
      *    THE FIRST RECORD OF ESTMAST.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ESTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-EST-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  OLD-EST-REC.
           05  OM-EST-NO             PIC X(4).
           05  OM-STATUS             PIC X(1).
           05  OM-LABOR-COST         PIC 9(9)V99.
           05  OM-TOTAL-COST         PIC 9(9)V99.
           05  OM-PREP-HRS           PIC 9(4)V9.
           05  OM-RESP-DATE          PIC 9(8).
           05  FILLER                PIC X(3).

       FD  JOBACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOB-ACT-REC
           RECORD CONTAINS 48 CHARACTERS.
       01  JOB-ACT-REC.
           05  JA-EST-NO             PIC X(4).
           05  JA-ACT-GALLONS        PIC 9(5)V99.
           05  JA-ACT-PAINT-COST     PIC 9(7)V99.
           05  JA-ACT-LABOR-COST     PIC 9(7)V99.
           05  FILLER                PIC X(6).
           05  JA-COMP-DATE          PIC 9(8).

       FD  COSTLST
           LABEL RECORD IS OMITTED

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 59 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-EST-NO      PIC X(4).
               10  S-KEY-SEQ         PIC 9(7).
           05  S-ACT-REC             PIC X(48).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  ESTMAST-FILE-STATUS   PIC XX VALUE SPACES.
           05  JOBACT-FILE-STATUS    PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  JOB-ACT-WORK.
           05  JW-EST-NO             PIC X(4).
           05  JW-ACT-GALLONS        PIC 9(5)V99.
           05  JW-ACT-PAINT-COST     PIC 9(7)V99.
           05  JW-ACT-LABOR-COST     PIC 9(7)V99.
           05  FILLER                PIC X(6).
           05  JW-COMP-DATE          PIC 9(8).

       01  GRADE-SUB-TABLE.
           05  JG-TBL-CTR            PIC 99 VALUE ZERO.
           IF ESTMAST-FILE-STATUS NOT = "00"
               PERFORM 9910-ESTMAST-FILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-EST-HEADER.
           PERFORM 9000-READ-MASTER.
           PERFORM 9050-READ-TRAN.

       1010-SKIP-EST-HEADER.
           READ ESTMAST
               AT END
                   MOVE SPACES TO OLD-EST-REC
           END-READ.
           MOVE OLD-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG10 - ESTMAST.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       2000-MAINLINE.
           IF T-KEY > M-KEY AND M-KEY NOT = HIGH-VALUES
               PERFORM 9000-READ-MASTER
