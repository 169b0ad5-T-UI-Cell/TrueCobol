       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG25.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM CALIBRATES THE PAINT RATE FILE AGAINST WHAT THE
      *    CREWS ACTUALLY USED.  JOB ACTUALS COMPLETED WITHIN THE DATE
      *    RANGE ON THE CALIBRATION CARD ARE SORTED INTO ESTIMATE
      *    NUMBER ORDER AND MATCHED TO THE ESTIMATE MASTER THE SAME WAY
      *    AS THE COBTPG10 VARIANCE REPORT (SEVERAL ACTUALS RECORDS FOR
      *    ONE ESTIMATE ARE ADDED TOGETHER AS ONE JOB).  AN ACTUALS
      *    RECORD WITH NO COMPLETION DATE IS DATED BY ITS ESTIMATE.
      *
      *    FOR EACH GRADE THE ESTIMATED AND ACTUAL SQUARE FEET PER
      *    GALLON AND LABOR COST PER GALLON ARE PRINTED NEXT TO THE
      *    COVERAGE AND LABOR RATES IN EFFECT TODAY.  THE ESTIMATE
      *    SQUARE FOOTAGE IS BEFORE COATS, SO EACH JOB'S COVERAGE IS
      *    THE RATE THAT WAS IN EFFECT ON ITS ESTIMATE DATE (THE RATE
      *    COBTPG01 PRICED IT AT) SCALED BY ESTIMATED GALLONS OVER
      *    ACTUAL GALLONS.  THE PROPOSED WALL AND CEILING COVERAGES ARE
      *    THOSE JOB COVERAGES AVERAGED BY ACTUAL GALLONS, SO A RATE
      *    CHANGE INSIDE THE DATE RANGE DOES NOT DISTORT THEM.  THE
      *    PROPOSED LABOR RATE IS ACTUAL LABOR COST DIVIDED BY ACTUAL
      *    GALLONS PLUS PREP HOURS, WHICH IS HOW COBTPG01 APPLIES THE
      *    RATE.
      *
      *    A GRADE WITH FEWER JOBS THAN THE CARD MINIMUM, A GRADE
      *    WHOSE RATE IN EFFECT HAS ZERO COVERAGE, A RESULT THAT WILL
      *    NOT FIT THE RATE FILE, A GRADE THAT ALREADY HAS A FUTURE
      *    RATE ON FILE, OR A CHANGE SMALLER THAN THE CARD MINIMUM
      *    PERCENT IS PRINTED BUT NOT PROPOSED.  EVERY OTHER
      *    GRADE GETS AN "A" TRANSACTION IN THE RATE TRANSACTION
      *    LAYOUT, DATED WITH THE FUTURE EFFECTIVE DATE FROM THE CARD,
      *    ON THE PROPOSAL FILE.  ONCE THE MANAGER APPROVES THEM THE
      *    PROPOSALS ARE RUN THROUGH COBTPG04 AS ITS RATE TRANSACTION
      *    FILE SO THEY GET ITS DUPLICATE CHECKING AND AUDIT TRAIL.
      *
      *    THE FIRST RECORD OF ESTMAST.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CALCARD
               ASSIGN TO "CALCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCARD-FILE-STATUS.

           SELECT RATEFILE
               ASSIGN TO "PAINTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEFILE-FILE-STATUS.

           SELECT ESTMAST
               ASSIGN TO "ESTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMAST-FILE-STATUS.

           SELECT JOBACT
               ASSIGN TO "JOBACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBACT-FILE-STATUS.

           SELECT RATEPROP
               ASSIGN TO "RATEPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEPROP-FILE-STATUS.

           SELECT CALLST
               ASSIGN TO "RATECAL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SORTFILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  CALCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAL-CARD
           RECORD CONTAINS 40 CHARACTERS.
       01  CAL-CARD.
           05  CC-FROM-DATE          PIC X(8).
           05  CC-THRU-DATE          PIC X(8).
           05  CC-EFF-DATE           PIC X(8).
           05  CC-MIN-JOBS           PIC X(3).
           05  CC-MIN-PCT            PIC X(3).
           05  CC-USER-ID            PIC X(8).
           05  FILLER                PIC X(2).

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

       FD  ESTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-EST-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  OLD-EST-REC.
           05  OM-EST-NO             PIC X(4).
           05  OM-STATUS             PIC X(1).
           05  OM-VERSION            PIC 9(3).
           05  OM-CUST-NO            PIC X(6).
           05  OM-EST-DATE           PIC 9(8).
           05  OM-GRADE              PIC X(1).
           05  OM-PRICE-GAL          PIC 99V99.
           05  OM-CUST-NAME          PIC X(20).
           05  OM-JOB-ADDR           PIC X(30).
           05  OM-TOTAL-SQ-FT        PIC 9(7).
           05  OM-GAL-NEED           PIC 9(5)V99.
           05  OM-PAINT-COST         PIC 9(9)V99.
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
           05  JA-ACT-LABOR-HRS      PIC 9(4)V9.
           05  JA-ACT-PAINT-COST     PIC 9(7)V99.
           05  JA-ACT-LABOR-COST     PIC 9(7)V99.
           05  FILLER                PIC X(6).
           05  JA-COMP-DATE          PIC 9(8).

       FD  RATEPROP
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-TRAN-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  RATE-TRAN-REC.
           05  RT-ACTION             PIC X(1).
           05  RT-USER-ID            PIC X(8).
           05  RT-EFF-DATE           PIC 9(8).
           05  RT-GRADE              PIC X(1).
           05  RT-COVERAGE           PIC 999.
           05  RT-LABOR              PIC 99V99.
           05  RT-CEILING-COVERAGE   PIC 999.
           05  FILLER                PIC X(2).

       FD  CALLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

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
           05  MORE-MASTERS          PIC XXX VALUE "YES".
           05  MORE-TRANS            PIC XXX VALUE "YES".
           05  MORE-INPUT            PIC XXX VALUE "YES".
           05  MORE-RATES            PIC XXX VALUE "YES".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  FUTURE-RATE-SW        PIC XXX VALUE "NO".
           05  M-KEY                 PIC X(4) VALUE SPACES.
           05  T-KEY                 PIC X(4) VALUE SPACES.
           05  C-REL-SEQ             PIC 9(7) VALUE ZERO.
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-FROM-DATE-N         PIC 9(8) VALUE ZERO.
           05  C-THRU-DATE-N         PIC 9(8) VALUE ZERO.
           05  C-EFF-DATE-N          PIC 9(8) VALUE ZERO.
           05  C-MIN-JOBS            PIC 999 VALUE 5.
           05  C-MIN-PCT             PIC 99V9 VALUE ZERO.
           05  C-USER-ID             PIC X(8) VALUE "CALIBRAT".
           05  C-RATE-SUB            PIC 999 VALUE ZERO.
           05  C-BEST-EFF-DATE       PIC 9(8) VALUE ZERO.
           05  C-CG-SUB              PIC 99 VALUE ZERO.
           05  C-CG-HIT              PIC 99 VALUE ZERO.
           05  C-JOB-RECS            PIC 999 VALUE ZERO.
           05  C-JOB-DATE-N          PIC 9(8) VALUE ZERO.
           05  C-JOB-ACT-GAL         PIC 9(7)V99 VALUE ZERO.
           05  C-JOB-ACT-LABOR       PIC 9(9)V99 VALUE ZERO.
           05  C-REC-DATE-N          PIC 9(8) VALUE ZERO.
           05  C-USEDCTR             PIC 9(5) VALUE ZERO.
           05  C-RANGECTR            PIC 9(5) VALUE ZERO.
           05  C-NOMATCHCTR          PIC 9(5) VALUE ZERO.
           05  C-BADCTR              PIC 9(5) VALUE ZERO.
           05  C-NOGALCTR            PIC 9(5) VALUE ZERO.
           05  C-PROPCTR             PIC 999 VALUE ZERO.
           05  C-HELDCTR             PIC 999 VALUE ZERO.
           05  C-CUR-COVERAGE        PIC 999 VALUE ZERO.
           05  C-CUR-LABOR           PIC 99V99 VALUE ZERO.
           05  C-CUR-CEILING         PIC 999 VALUE ZERO.
           05  C-JOB-COVERAGE        PIC 999 VALUE ZERO.
           05  C-JOB-CEILING         PIC 999 VALUE ZERO.
           05  C-JOB-EFF-DATE        PIC 9(8) VALUE ZERO.
           05  C-JOB-COV-GAL         PIC 9(11)V99 VALUE ZERO.
           05  C-JOB-CEIL-GAL        PIC 9(11)V99 VALUE ZERO.
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM100         PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM400         PIC 9(4) VALUE ZERO.
           05  C-EST-SQ-GAL          PIC 9(5)V9 VALUE ZERO.
           05  C-ACT-SQ-GAL          PIC 9(5)V9 VALUE ZERO.
           05  C-EST-LBR-GAL         PIC 9(5)V99 VALUE ZERO.
           05  C-ACT-LBR-GAL         PIC 9(5)V99 VALUE ZERO.
           05  C-PROP-COVERAGE       PIC 9(7) VALUE ZERO.
           05  C-PROP-CEILING        PIC 9(7) VALUE ZERO.
           05  C-PROP-LABOR          PIC 9(5)V99 VALUE ZERO.
           05  C-COV-PCT             PIC S9(5)V9 VALUE ZERO.
           05  C-LBR-PCT             PIC S9(5)V9 VALUE ZERO.
           05  C-ABS-COV-PCT         PIC 9(5)V9 VALUE ZERO.
           05  C-ABS-LBR-PCT         PIC 9(5)V9 VALUE ZERO.
           05  C-LABOR-UNITS         PIC 9(9)V99 VALUE ZERO.
           05  CALCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  RATEFILE-FILE-STATUS  PIC XX VALUE SPACES.
           05  ESTMAST-FILE-STATUS   PIC XX VALUE SPACES.
           05  JOBACT-FILE-STATUS    PIC XX VALUE SPACES.
           05  RATEPROP-FILE-STATUS  PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  CAL-CARD-WORK.
           05  TC-MIN-JOBS-X         PIC X(3) VALUE SPACES.
           05  TC-MIN-JOBS-N REDEFINES TC-MIN-JOBS-X
                                     PIC 999.
           05  TC-MIN-PCT-X          PIC X(3) VALUE SPACES.
           05  TC-MIN-PCT-N REDEFINES TC-MIN-PCT-X
                                     PIC 99V9.

       01  JOB-ACT-WORK.
           05  JW-EST-NO             PIC X(4).
           05  JW-ACT-GALLONS        PIC 9(5)V99.
           05  JW-ACT-LABOR-HRS      PIC 9(4)V9.
           05  JW-ACT-PAINT-COST     PIC 9(7)V99.
           05  JW-ACT-LABOR-COST     PIC 9(7)V99.
           05  FILLER                PIC X(6).
           05  JW-COMP-DATE          PIC 9(8).

       01  RATE-TABLE.
           05  RATE-TBL-CTR          PIC 999 VALUE ZERO.
           05  RATE-TBL-ENTRY OCCURS 500 TIMES.
               10  RM-EFF-DATE       PIC 9(8).
               10  RM-GRADE          PIC X(1).
               10  RM-COVERAGE       PIC 999.
               10  RM-LABOR          PIC 99V99.
               10  RM-CEILING        PIC 999.

       01  CAL-GRADE-TABLE.
           05  CG-TBL-CTR            PIC 99 VALUE ZERO.
           05  CG-TBL-ENTRY OCCURS 10 TIMES.
               10  CG-GRADE          PIC X(1).
               10  CG-JOBCTR         PIC 9(5).
               10  CG-SQ-FT          PIC 9(9).
               10  CG-EST-GAL        PIC 9(7)V99.
               10  CG-ACT-GAL        PIC 9(7)V99.
               10  CG-EST-LABOR      PIC 9(9)V99.
               10  CG-ACT-LABOR      PIC 9(9)V99.
               10  CG-PREP-HRS       PIC 9(7)V9.
               10  CG-COV-GAL        PIC 9(11)V99.
               10  CG-CEIL-GAL       PIC 9(11)V99.

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
           05  FILLER                PIC X(40)
                       VALUE 'RATE CALIBRATION FROM JOB ACTUALS'.
           05  FILLER                PIC X(56) VALUE SPACES.

       01  LST-CARD-LINE.
           05  FILLER                PIC X(11) VALUE "JOBS FROM:".
           05  O-FROM-DATE           PIC X(10).
           05  FILLER                PIC X(7)  VALUE " THRU:".
           05  O-THRU-DATE           PIC X(10).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "EFFECTIVE:".
           05  O-EFF-DATE            PIC X(10).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "MIN JOBS:".
           05  O-MIN-JOBS            PIC ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "MIN CHG%:".
           05  O-MIN-PCT             PIC Z9.9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE "USER:".
           05  O-USER-ID             PIC X(8).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  LST-COLUMN-HEADINGS.
           05  FILLER                PIC X(7)  VALUE "EST NO".
           05  FILLER                PIC X(4)  VALUE "GR".
           05  FILLER                PIC X(12) VALUE "COMP DATE".
           05  FILLER                PIC X(11) VALUE "    SQ FT".
           05  FILLER                PIC X(11) VALUE "  EST GAL".
           05  FILLER                PIC X(11) VALUE "  ACT GAL".
           05  FILLER                PIC X(12) VALUE " EST LABOR".
           05  FILLER                PIC X(12) VALUE " ACT LABOR".
           05  FILLER                PIC X(52) VALUE "PREP HR".

       01  LST-DETAIL-LINE.
           05  O-EST-NO              PIC X(4).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-GRADE               PIC X(1).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-COMP-DATE           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-SQ-FT               PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-EST-GAL             PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACT-GAL             PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-EST-LABOR           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACT-LABOR           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-PREP-HRS            PIC Z,ZZ9.9.
           05  FILLER                PIC X(45) VALUE SPACES.

       01  LST-NOMATCH-LINE.
           05  O-NM-EST-NO           PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(40)
                       VALUE "*** ACTUALS - ESTIMATE NOT ON FILE ***".
           05  FILLER                PIC X(84) VALUE SPACES.

       01  LST-BADNUM-LINE.
           05  O-BN-EST-NO           PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(45) VALUE
                   "*** ACTUALS NOT NUMERIC - RECORD REJECTED ***".
           05  FILLER                PIC X(79) VALUE SPACES.

       01  LST-NOGAL-LINE.
           05  O-NG-EST-NO           PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(45) VALUE
                   "*** NO ESTIMATED OR ACTUAL GALLONS - SKIPPED".
           05  FILLER                PIC X(79) VALUE SPACES.

       01  LST-GRADE-SECT-LINE.
           05  FILLER                PIC X(20)
                                     VALUE "CALIBRATION BY GRADE".
           05  FILLER                PIC X(112) VALUE SPACES.

       01  LST-GRADE-HDGS1.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE "SQ FT PER GAL".
           05  FILLER                PIC X(19)
                                     VALUE "---WALL COVERAGE---".
           05  FILLER                PIC X(11) VALUE "--CEILING--".
           05  FILLER                PIC X(15) VALUE "LABOR PER GAL".
           05  FILLER                PIC X(23)
                                     VALUE "------LABOR RATE------".
           05  FILLER                PIC X(39) VALUE SPACES.

       01  LST-GRADE-HDGS2.
           05  FILLER                PIC X(3)  VALUE "GR".
           05  FILLER                PIC X(7)  VALUE " JOBS".
           05  FILLER                PIC X(7)  VALUE "   EST".
           05  FILLER                PIC X(8)  VALUE "   ACT".
           05  FILLER                PIC X(4)  VALUE "CUR".
           05  FILLER                PIC X(6)  VALUE " PROP".
           05  FILLER                PIC X(9)  VALUE "   CHG%".
           05  FILLER                PIC X(4)  VALUE "CUR".
           05  FILLER                PIC X(7)  VALUE " PROP".
           05  FILLER                PIC X(7)  VALUE "   EST".
           05  FILLER                PIC X(8)  VALUE "   ACT".
           05  FILLER                PIC X(6)  VALUE "  CUR".
           05  FILLER                PIC X(8)  VALUE "   PROP".
           05  FILLER                PIC X(9)  VALUE "   CHG%".
           05  FILLER                PIC X(39) VALUE "DISPOSITION".

       01  LST-GRADE-LINE.
           05  O-CG-GRADE            PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-JOBS             PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-EST-SQ-GAL       PIC ZZZ9.9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-ACT-SQ-GAL       PIC ZZZ9.9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-CUR-COV          PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-PROP-COV         PIC ZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-COV-PCT          PIC ZZZ9.9-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-CUR-CEIL         PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-PROP-CEIL        PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-EST-LBR-GAL      PIC ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-ACT-LBR-GAL      PIC ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-CUR-LABOR        PIC Z9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-PROP-LABOR       PIC ZZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-CG-LBR-PCT          PIC ZZZ9.9-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CG-DISPOSITION      PIC X(38).
           05  FILLER                PIC X(1)  VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "JOBS USED:".
           05  O-USEDCTR             PIC ZZ,ZZ9.
           05  FILLER                PIC X(17)
                                     VALUE "  OUT OF RANGE:".
           05  O-RANGECTR            PIC ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  NO MATCH:".
           05  O-NOMATCHCTR          PIC ZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE "  NOT NUMERIC:".
           05  O-BADCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE "  NO GALLONS:".
           05  O-NOGALCTR            PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE "  PROPOSALS:".
           05  O-PROPCTR             PIC ZZ9.
           05  FILLER                PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORTFILE
               ON ASCENDING KEY S-SORT-KEY
               INPUT PROCEDURE IS 0100-SORT-INPUT
               OUTPUT PROCEDURE IS 0200-PROCESS-SORTED.
           STOP RUN.

       0100-SORT-INPUT.
           PERFORM 1000-INIT.
           OPEN INPUT JOBACT.
           IF JOBACT-FILE-STATUS NOT = "00"
               PERFORM 9920-JOBACT-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-INPUT.
           MOVE ZERO TO C-REL-SEQ.
           PERFORM 0110-READ-RELEASE
               UNTIL MORE-INPUT = "NO".
           CLOSE JOBACT.

       0110-READ-RELEASE.
           READ JOBACT
               AT END
                   MOVE "NO" TO MORE-INPUT
               NOT AT END
                   IF JA-ACT-GALLONS IS NOT NUMERIC
                       OR JA-ACT-LABOR-HRS IS NOT NUMERIC
                       OR JA-ACT-PAINT-COST IS NOT NUMERIC
                       OR JA-ACT-LABOR-COST IS NOT NUMERIC
                       PERFORM 0130-REJECT-ACTUALS
                   ELSE
                       PERFORM 0120-RELEASE-REC
                   END-IF
           END-READ.

       0120-RELEASE-REC.
           ADD 1 TO C-REL-SEQ.
           MOVE JA-EST-NO   TO S-KEY-EST-NO.
           MOVE C-REL-SEQ   TO S-KEY-SEQ.
           MOVE JOB-ACT-REC TO S-ACT-REC.
           RELEASE SORT-REC.

       0130-REJECT-ACTUALS.
           ADD 1 TO C-BADCTR.
           MOVE JA-EST-NO TO O-BN-EST-NO.
           WRITE LSTLINE FROM LST-BADNUM-LINE
             AFTER ADVANCING 1 LINE.

       0200-PROCESS-SORTED.
           PERFORM 1200-OPEN-MASTER.
           PERFORM 2000-MAINLINE
             UNTIL MORE-TRANS = "NO".
           PERFORM 3000-CLOSING.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           MOVE C-TODAY-N TO C-THRU-DATE-N.
           SUBTRACT 10000 FROM C-TODAY-N GIVING C-FROM-DATE-N.
           PERFORM 1080-DEFAULT-EFF-DATE.
           PERFORM 1050-READ-CONTROL-CARD.
           IF C-FROM-DATE-N > C-THRU-DATE-N
               DISPLAY "COBTPG25 - FROM DATE AFTER THRU DATE, "
                   "USING THE LAST YEAR"
               MOVE C-TODAY-N TO C-THRU-DATE-N
               SUBTRACT 10000 FROM C-TODAY-N GIVING C-FROM-DATE-N
           END-IF.
           PERFORM 1500-LOAD-RATES.
           OPEN OUTPUT RATEPROP.
           IF RATEPROP-FILE-STATUS NOT = "00"
               PERFORM 9930-RATEPROP-FILE-ERROR
           END-IF.
           OPEN OUTPUT CALLST.
           PERFORM 1100-WRITE-HEADINGS.

       1050-READ-CONTROL-CARD.
           OPEN INPUT CALCARD.
           IF CALCARD-FILE-STATUS = "00"
               READ CALCARD
                   AT END
                       DISPLAY "COBTPG25 - CALCARD EMPTY, USING "
                           "DEFAULTS"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE CALCARD
           ELSE
               DISPLAY "COBTPG25 - CALCARD NOT FOUND, USING "
                   "DEFAULTS"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF CC-FROM-DATE NOT = SPACES
               MOVE CC-FROM-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   MOVE TC-DATE-N TO C-FROM-DATE-N
               ELSE
                   DISPLAY "COBTPG25 - FROM DATE INVALID, "
                       "USING ONE YEAR AGO"
               END-IF
           END-IF.
           IF CC-THRU-DATE NOT = SPACES
               MOVE CC-THRU-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   MOVE TC-DATE-N TO C-THRU-DATE-N
               ELSE
                   DISPLAY "COBTPG25 - THRU DATE INVALID, "
                       "USING TODAY"
               END-IF
           END-IF.
           IF CC-EFF-DATE NOT = SPACES
               MOVE CC-EFF-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES" AND TC-DATE-N > C-TODAY-N
                   MOVE TC-DATE-N TO C-EFF-DATE-N
               ELSE
                   DISPLAY "COBTPG25 - EFFECTIVE DATE INVALID OR "
                       "NOT IN THE FUTURE, USING FIRST OF NEXT MONTH"
               END-IF
           END-IF.
           IF CC-MIN-JOBS NOT = SPACES
               MOVE CC-MIN-JOBS TO TC-MIN-JOBS-X
               IF TC-MIN-JOBS-X IS NUMERIC AND TC-MIN-JOBS-N > ZERO
                   MOVE TC-MIN-JOBS-N TO C-MIN-JOBS
               ELSE
                   DISPLAY "COBTPG25 - MINIMUM JOBS INVALID, "
                       "USING " C-MIN-JOBS
               END-IF
           END-IF.
           IF CC-MIN-PCT NOT = SPACES
               MOVE CC-MIN-PCT TO TC-MIN-PCT-X
               IF TC-MIN-PCT-X IS NUMERIC
                   MOVE TC-MIN-PCT-N TO C-MIN-PCT
               ELSE
                   DISPLAY "COBTPG25 - MINIMUM CHANGE PERCENT NOT "
                       "NUMERIC, IGNORED"
               END-IF
           END-IF.
           IF CC-USER-ID NOT = SPACES
               MOVE CC-USER-ID TO C-USER-ID
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

       1080-DEFAULT-EFF-DATE.
           MOVE I-YY TO DW-YY.
           MOVE I-MM TO DW-MM.
           MOVE 1    TO DW-DD.
           IF DW-MM = 12
               ADD 1 TO DW-YY
               MOVE 1 TO DW-MM
           ELSE
               ADD 1 TO DW-MM
           END-IF.
           MOVE DATE-WORK-N TO C-EFF-DATE-N.

       1100-WRITE-HEADINGS.
           MOVE C-FROM-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-FROM-DATE.
           MOVE C-THRU-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-THRU-DATE.
           MOVE C-EFF-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-EFF-DATE.
           MOVE C-MIN-JOBS TO O-MIN-JOBS.
           MOVE C-MIN-PCT  TO O-MIN-PCT.
           MOVE C-USER-ID  TO O-USER-ID.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-CARD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.

       1200-OPEN-MASTER.
           OPEN INPUT ESTMAST.
           IF ESTMAST-FILE-STATUS NOT = "00"
               PERFORM 9910-ESTMAST-FILE-ERROR
           END-IF.
           PERFORM 1205-SKIP-EST-HEADER.
           PERFORM 9000-READ-MASTER.
           PERFORM 9050-READ-TRAN.

       1205-SKIP-EST-HEADER.
           READ ESTMAST
               AT END
                   MOVE SPACES TO OLD-EST-REC
           END-READ.
           MOVE OLD-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG25 - ESTMAST.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1500-LOAD-RATES.
           OPEN INPUT RATEFILE.
           IF RATEFILE-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9940-RATEFILE-ERROR
           END-IF.
           IF RATEFILE-FILE-STATUS = "35"
               DISPLAY "COBTPG25 - NO RATE FILE FOUND, COMPARING "
                   "TO THE STANDARD RATES"
           ELSE
               MOVE "YES" TO MORE-RATES
               PERFORM 1510-READ-RATE
               PERFORM 1520-STORE-RATE
                   UNTIL MORE-RATES = "NO"
               CLOSE RATEFILE
           END-IF.

       1510-READ-RATE.
           READ RATEFILE
               AT END
                   MOVE "NO" TO MORE-RATES.

       1520-STORE-RATE.
           IF RATE-TBL-CTR >= 500
               DISPLAY "COBTPG25 - RATE TABLE FULL, IGNORING RATE "
                   "EFFECTIVE " RATE-EFF-DATE
           ELSE
               ADD 1 TO RATE-TBL-CTR
               MOVE RATE-EFF-DATE TO RM-EFF-DATE (RATE-TBL-CTR)
               MOVE RATE-GRADE    TO RM-GRADE    (RATE-TBL-CTR)
               MOVE RATE-COVERAGE TO RM-COVERAGE (RATE-TBL-CTR)
               MOVE RATE-LABOR    TO RM-LABOR    (RATE-TBL-CTR)
               MOVE RATE-CEILING-COVERAGE
                                  TO RM-CEILING  (RATE-TBL-CTR)
           END-IF.
           PERFORM 1510-READ-RATE.

       2000-MAINLINE.
           IF T-KEY > M-KEY AND M-KEY NOT = HIGH-VALUES
               PERFORM 2300-POST-JOB
               PERFORM 9000-READ-MASTER
           ELSE
               IF T-KEY = M-KEY
                   PERFORM 2100-ADD-ACTUALS
               ELSE
                   PERFORM 2200-NO-MATCH
               END-IF
               PERFORM 9050-READ-TRAN
           END-IF.

       2100-ADD-ACTUALS.
           ADD 1                 TO C-JOB-RECS.
           ADD JW-ACT-GALLONS    TO C-JOB-ACT-GAL.
           ADD JW-ACT-LABOR-COST TO C-JOB-ACT-LABOR.
           IF JW-COMP-DATE IS NUMERIC AND JW-COMP-DATE > ZERO
               MOVE JW-COMP-DATE TO C-REC-DATE-N
           ELSE
               MOVE OM-EST-DATE  TO C-REC-DATE-N
           END-IF.
           IF C-REC-DATE-N > C-JOB-DATE-N
               MOVE C-REC-DATE-N TO C-JOB-DATE-N
           END-IF.

       2200-NO-MATCH.
           ADD 1 TO C-NOMATCHCTR.
           MOVE JW-EST-NO TO O-NM-EST-NO.
           WRITE LSTLINE FROM LST-NOMATCH-LINE
             AFTER ADVANCING 1 LINE.

       2300-POST-JOB.
           IF C-JOB-RECS > ZERO
               IF C-JOB-DATE-N < C-FROM-DATE-N
                   OR C-JOB-DATE-N > C-THRU-DATE-N
                   ADD 1 TO C-RANGECTR
               ELSE
                   IF C-JOB-ACT-GAL = ZERO OR OM-GAL-NEED = ZERO
                       ADD 1 TO C-NOGALCTR
                       MOVE OM-EST-NO TO O-NG-EST-NO
                       WRITE LSTLINE FROM LST-NOGAL-LINE
                         AFTER ADVANCING 1 LINE
                   ELSE
                       PERFORM 2310-PRINT-JOB
                       PERFORM 2400-GRADE-ACCUM
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO C-JOB-RECS.
           MOVE ZERO TO C-JOB-DATE-N.
           MOVE ZERO TO C-JOB-ACT-GAL.
           MOVE ZERO TO C-JOB-ACT-LABOR.

       2310-PRINT-JOB.
           ADD 1 TO C-USEDCTR.
           MOVE OM-EST-NO       TO O-EST-NO.
           MOVE OM-GRADE        TO O-GRADE.
           MOVE C-JOB-DATE-N    TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT       TO O-COMP-DATE.
           MOVE OM-TOTAL-SQ-FT  TO O-SQ-FT.
           MOVE OM-GAL-NEED     TO O-EST-GAL.
           MOVE C-JOB-ACT-GAL   TO O-ACT-GAL.
           MOVE OM-LABOR-COST   TO O-EST-LABOR.
           MOVE C-JOB-ACT-LABOR TO O-ACT-LABOR.
           MOVE OM-PREP-HRS     TO O-PREP-HRS.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       2400-GRADE-ACCUM.
           PERFORM 2410-FIND-GRADE-SLOT.
           IF C-CG-HIT = ZERO
               DISPLAY "COBTPG25 - GRADE TABLE FULL, IGNORING "
                   "GRADE " OM-GRADE
           ELSE
               ADD 1               TO CG-JOBCTR    (C-CG-HIT)
               ADD OM-TOTAL-SQ-FT  TO CG-SQ-FT     (C-CG-HIT)
               ADD OM-GAL-NEED     TO CG-EST-GAL   (C-CG-HIT)
               ADD C-JOB-ACT-GAL   TO CG-ACT-GAL   (C-CG-HIT)
               ADD OM-LABOR-COST   TO CG-EST-LABOR (C-CG-HIT)
               ADD C-JOB-ACT-LABOR TO CG-ACT-LABOR (C-CG-HIT)
               ADD OM-PREP-HRS     TO CG-PREP-HRS  (C-CG-HIT)
               PERFORM 2430-FIND-JOB-RATE
               COMPUTE C-JOB-COV-GAL  = C-JOB-COVERAGE * OM-GAL-NEED
               COMPUTE C-JOB-CEIL-GAL = C-JOB-CEILING  * OM-GAL-NEED
               ADD C-JOB-COV-GAL   TO CG-COV-GAL   (C-CG-HIT)
               ADD C-JOB-CEIL-GAL  TO CG-CEIL-GAL  (C-CG-HIT)
           END-IF.

       2410-FIND-GRADE-SLOT.
           MOVE ZERO TO C-CG-HIT.
           PERFORM 2420-CHECK-GRADE-SLOT
               VARYING C-CG-SUB FROM 1 BY 1
               UNTIL C-CG-SUB > CG-TBL-CTR.
           IF C-CG-HIT = ZERO AND CG-TBL-CTR < 10
               ADD 1 TO CG-TBL-CTR
               MOVE OM-GRADE TO CG-GRADE (CG-TBL-CTR)
               MOVE ZERO TO CG-JOBCTR    (CG-TBL-CTR)
               MOVE ZERO TO CG-SQ-FT     (CG-TBL-CTR)
               MOVE ZERO TO CG-EST-GAL   (CG-TBL-CTR)
               MOVE ZERO TO CG-ACT-GAL   (CG-TBL-CTR)
               MOVE ZERO TO CG-EST-LABOR (CG-TBL-CTR)
               MOVE ZERO TO CG-ACT-LABOR (CG-TBL-CTR)
               MOVE ZERO TO CG-PREP-HRS  (CG-TBL-CTR)
               MOVE ZERO TO CG-COV-GAL   (CG-TBL-CTR)
               MOVE ZERO TO CG-CEIL-GAL  (CG-TBL-CTR)
               MOVE CG-TBL-CTR TO C-CG-HIT
           END-IF.

       2420-CHECK-GRADE-SLOT.
           IF CG-GRADE (C-CG-SUB) = OM-GRADE
               MOVE C-CG-SUB TO C-CG-HIT.

       2430-FIND-JOB-RATE.
           MOVE ZERO  TO C-JOB-EFF-DATE.
           MOVE 115   TO C-JOB-COVERAGE.
           MOVE 350   TO C-JOB-CEILING.
           PERFORM 2435-CHECK-JOB-RATE
               VARYING C-RATE-SUB FROM 1 BY 1
               UNTIL C-RATE-SUB > RATE-TBL-CTR.

       2435-CHECK-JOB-RATE.
           IF RM-GRADE (C-RATE-SUB) = OM-GRADE
               AND RM-EFF-DATE (C-RATE-SUB) NOT > OM-EST-DATE
               AND RM-EFF-DATE (C-RATE-SUB) > C-JOB-EFF-DATE
                   MOVE RM-EFF-DATE (C-RATE-SUB) TO C-JOB-EFF-DATE
                   MOVE RM-COVERAGE (C-RATE-SUB) TO C-JOB-COVERAGE
                   MOVE RM-CEILING  (C-RATE-SUB) TO C-JOB-CEILING.

       3000-CLOSING.
           PERFORM 2300-POST-JOB.
           WRITE LSTLINE FROM LST-GRADE-SECT-LINE
             AFTER ADVANCING 3 LINES.
           WRITE LSTLINE FROM LST-GRADE-HDGS1
             AFTER ADVANCING 2 LINES.
           WRITE LSTLINE FROM LST-GRADE-HDGS2
             AFTER ADVANCING 1 LINE.
           PERFORM 3100-CALIBRATE-GRADE
               VARYING C-CG-SUB FROM 1 BY 1
               UNTIL C-CG-SUB > CG-TBL-CTR.
           MOVE C-USEDCTR    TO O-USEDCTR.
           MOVE C-RANGECTR   TO O-RANGECTR.
           MOVE C-NOMATCHCTR TO O-NOMATCHCTR.
           MOVE C-BADCTR     TO O-BADCTR.
           MOVE C-NOGALCTR   TO O-NOGALCTR.
           MOVE C-PROPCTR    TO O-PROPCTR.
           WRITE LSTLINE FROM LST-TOTAL-LINE
             AFTER ADVANCING 3 LINES.
           DISPLAY "COBTPG25 - JOBS USED:           " C-USEDCTR.
           DISPLAY "COBTPG25 - GRADES PROPOSED:     " C-PROPCTR.
           DISPLAY "COBTPG25 - GRADES NOT PROPOSED: " C-HELDCTR.
           CLOSE ESTMAST.
           CLOSE RATEPROP.
           CLOSE CALLST.

       3100-CALIBRATE-GRADE.
           PERFORM 3110-FIND-CURRENT-RATE.
           COMPUTE C-EST-SQ-GAL ROUNDED =
               CG-SQ-FT (C-CG-SUB) / CG-EST-GAL (C-CG-SUB).
           COMPUTE C-ACT-SQ-GAL ROUNDED =
               CG-SQ-FT (C-CG-SUB) / CG-ACT-GAL (C-CG-SUB).
           COMPUTE C-EST-LBR-GAL ROUNDED =
               CG-EST-LABOR (C-CG-SUB) / CG-EST-GAL (C-CG-SUB).
           COMPUTE C-ACT-LBR-GAL ROUNDED =
               CG-ACT-LABOR (C-CG-SUB) / CG-ACT-GAL (C-CG-SUB).
           COMPUTE C-PROP-COVERAGE ROUNDED =
               CG-COV-GAL (C-CG-SUB) / CG-ACT-GAL (C-CG-SUB).
           COMPUTE C-PROP-CEILING ROUNDED =
               CG-CEIL-GAL (C-CG-SUB) / CG-ACT-GAL (C-CG-SUB).
           ADD CG-ACT-GAL (C-CG-SUB) CG-PREP-HRS (C-CG-SUB)
               GIVING C-LABOR-UNITS.
           COMPUTE C-PROP-LABOR ROUNDED =
               CG-ACT-LABOR (C-CG-SUB) / C-LABOR-UNITS.
           IF C-CUR-COVERAGE > ZERO
               COMPUTE C-COV-PCT ROUNDED =
                   (C-PROP-COVERAGE - C-CUR-COVERAGE) * 100
                       / C-CUR-COVERAGE
           ELSE
               MOVE 999.9 TO C-COV-PCT
           END-IF.
           IF C-CUR-LABOR > ZERO
               COMPUTE C-LBR-PCT ROUNDED =
                   (C-PROP-LABOR - C-CUR-LABOR) * 100 / C-CUR-LABOR
           ELSE
               MOVE 999.9 TO C-LBR-PCT
           END-IF.
           MOVE C-COV-PCT TO C-ABS-COV-PCT.
           MOVE C-LBR-PCT TO C-ABS-LBR-PCT.
           PERFORM 3120-SET-DISPOSITION.
           MOVE CG-GRADE  (C-CG-SUB) TO O-CG-GRADE.
           MOVE CG-JOBCTR (C-CG-SUB) TO O-CG-JOBS.
           MOVE C-EST-SQ-GAL         TO O-CG-EST-SQ-GAL.
           MOVE C-ACT-SQ-GAL         TO O-CG-ACT-SQ-GAL.
           MOVE C-CUR-COVERAGE       TO O-CG-CUR-COV.
           MOVE C-PROP-COVERAGE      TO O-CG-PROP-COV.
           MOVE C-COV-PCT            TO O-CG-COV-PCT.
           MOVE C-CUR-CEILING        TO O-CG-CUR-CEIL.
           MOVE C-PROP-CEILING       TO O-CG-PROP-CEIL.
           MOVE C-EST-LBR-GAL        TO O-CG-EST-LBR-GAL.
           MOVE C-ACT-LBR-GAL        TO O-CG-ACT-LBR-GAL.
           MOVE C-CUR-LABOR          TO O-CG-CUR-LABOR.
           MOVE C-PROP-LABOR         TO O-CG-PROP-LABOR.
           MOVE C-LBR-PCT            TO O-CG-LBR-PCT.
           WRITE LSTLINE FROM LST-GRADE-LINE
             AFTER ADVANCING 1 LINE.

       3110-FIND-CURRENT-RATE.
           MOVE ZERO  TO C-BEST-EFF-DATE.
           MOVE "NO"  TO FUTURE-RATE-SW.
           MOVE 115   TO C-CUR-COVERAGE.
           MOVE 23.55 TO C-CUR-LABOR.
           MOVE 350   TO C-CUR-CEILING.
           PERFORM 3115-CHECK-RATE-ENTRY
               VARYING C-RATE-SUB FROM 1 BY 1
               UNTIL C-RATE-SUB > RATE-TBL-CTR.

       3115-CHECK-RATE-ENTRY.
           IF RM-GRADE (C-RATE-SUB) = CG-GRADE (C-CG-SUB)
               IF RM-EFF-DATE (C-RATE-SUB) > C-TODAY-N
                   MOVE "YES" TO FUTURE-RATE-SW
               ELSE
                   IF RM-EFF-DATE (C-RATE-SUB) > C-BEST-EFF-DATE
                       MOVE RM-EFF-DATE (C-RATE-SUB)
                           TO C-BEST-EFF-DATE
                       MOVE RM-COVERAGE (C-RATE-SUB)
                           TO C-CUR-COVERAGE
                       MOVE RM-LABOR    (C-RATE-SUB)
                           TO C-CUR-LABOR
                       MOVE RM-CEILING  (C-RATE-SUB)
                           TO C-CUR-CEILING
                   END-IF
               END-IF
           END-IF.

       3120-SET-DISPOSITION.
           IF CG-JOBCTR (C-CG-SUB) < C-MIN-JOBS
               ADD 1 TO C-HELDCTR
               MOVE "TOO FEW JOBS - NOT PROPOSED"
                   TO O-CG-DISPOSITION
           ELSE
               IF C-CUR-COVERAGE = ZERO
                   ADD 1 TO C-HELDCTR
                   MOVE "ZERO COVERAGE ON FILE - NOT PROPOSED"
                       TO O-CG-DISPOSITION
               ELSE
                   PERFORM 3125-CHECK-RESULT
               END-IF
           END-IF.

       3125-CHECK-RESULT.
           IF C-PROP-COVERAGE = ZERO OR C-PROP-COVERAGE > 999
               OR C-PROP-CEILING = ZERO
               OR C-PROP-CEILING > 999
               OR C-PROP-LABOR > 99.99
               ADD 1 TO C-HELDCTR
               MOVE "RESULT OUT OF RANGE - NOT PROPOSED"
                   TO O-CG-DISPOSITION
           ELSE
               IF FUTURE-RATE-SW = "YES"
                   ADD 1 TO C-HELDCTR
                   MOVE "FUTURE RATE ON FILE - NOT PROPOSED"
                       TO O-CG-DISPOSITION
               ELSE
                   PERFORM 3130-CHECK-CHANGE
               END-IF
           END-IF.

       3130-CHECK-CHANGE.
           IF C-PROP-COVERAGE = C-CUR-COVERAGE
               AND C-PROP-CEILING = C-CUR-CEILING
               AND C-PROP-LABOR = C-CUR-LABOR
               ADD 1 TO C-HELDCTR
               MOVE "NO CHANGE" TO O-CG-DISPOSITION
           ELSE
               IF C-ABS-COV-PCT < C-MIN-PCT
                   AND C-ABS-LBR-PCT < C-MIN-PCT
                   ADD 1 TO C-HELDCTR
                   MOVE "CHANGE UNDER MINIMUM - NOT PROPOSED"
                       TO O-CG-DISPOSITION
               ELSE
                   PERFORM 3140-WRITE-PROPOSAL
               END-IF
           END-IF.

       3140-WRITE-PROPOSAL.
           MOVE SPACES              TO RATE-TRAN-REC.
           MOVE "A"                 TO RT-ACTION.
           MOVE C-USER-ID           TO RT-USER-ID.
           MOVE C-EFF-DATE-N        TO RT-EFF-DATE.
           MOVE CG-GRADE (C-CG-SUB) TO RT-GRADE.
           MOVE C-PROP-COVERAGE     TO RT-COVERAGE.
           MOVE C-PROP-LABOR        TO RT-LABOR.
           MOVE C-PROP-CEILING      TO RT-CEILING-COVERAGE.
           WRITE RATE-TRAN-REC.
           IF RATEPROP-FILE-STATUS NOT = "00"
               PERFORM 9930-RATEPROP-FILE-ERROR
           END-IF.
           ADD 1 TO C-PROPCTR.
           MOVE "PROPOSED FOR APPROVAL" TO O-CG-DISPOSITION.

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

       9000-READ-MASTER.
           READ ESTMAST
               AT END
                   MOVE "NO" TO MORE-MASTERS
                   MOVE HIGH-VALUES TO M-KEY
               NOT AT END
                   MOVE OM-EST-NO TO M-KEY
           END-READ.

       9050-READ-TRAN.
           RETURN SORTFILE
               AT END
                   MOVE "NO" TO MORE-TRANS
                   MOVE HIGH-VALUES TO T-KEY
               NOT AT END
                   MOVE S-ACT-REC TO JOB-ACT-WORK
                   MOVE JW-EST-NO TO T-KEY
           END-RETURN.

       9910-ESTMAST-FILE-ERROR.
           DISPLAY "COBTPG25 - I/O ERROR ON ESTMAST FILE".
           DISPLAY "COBTPG25 - FILE STATUS IS: " ESTMAST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-JOBACT-FILE-ERROR.
           DISPLAY "COBTPG25 - I/O ERROR ON JOBACT FILE".
           DISPLAY "COBTPG25 - FILE STATUS IS: " JOBACT-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-RATEPROP-FILE-ERROR.
           DISPLAY "COBTPG25 - I/O ERROR ON RATEPROP FILE".
           DISPLAY "COBTPG25 - FILE STATUS IS: "
               RATEPROP-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-RATEFILE-ERROR.
           DISPLAY "COBTPG25 - I/O ERROR ON PAINTRATE FILE".
           DISPLAY "COBTPG25 - FILE STATUS IS: "
               RATEFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG25 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
