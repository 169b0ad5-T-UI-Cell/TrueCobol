       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG27.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM MAINTAINS THE GENERATION CHAIN OF THE MASTER
      *    FILES.  EVERY MASTER (CUSTMAST, ESTMAST, ARMAST, WORKORD,
      *    PAINTSTK AND CREWMAST) CARRIES A GENERATION CONTROL HEADER
      *    AS ITS FIRST RECORD (GENERATION NUMBER, RUN DATE AND RECORD
      *    COUNT) AND THE CURRENT AND LAST CONSUMED GENERATION OF EACH
      *    MASTER ARE KEPT IN THE GENERATION CATALOG (GENCTL.DAT).  THE
      *    UPDATE PROGRAMS REFUSE TO RUN, WITH RETURN CODE 8, AGAINST A
      *    MASTER THAT IS NOT THE CURRENT GENERATION OR HAS ALREADY
      *    BEEN CONSUMED.
      *
      *    THE FUNCTION IS TAKEN FROM THE CONTROL CARD (GENCARD.DAT):
      *        I - INITIALIZE.  EVERY MASTER NOT YET IN THE CATALOG IS
      *            CATALOGED.  A MASTER WITHOUT A HEADER IS GIVEN ONE
      *            AS GENERATION 1.
      *        S - SAVE.  AFTER THE NEW MASTERS HAVE BEEN RENAMED,
      *            EVERY CATALOGED MASTER IS CHECKED TO BE THE CURRENT
      *            GENERATION AND COPIED TO ITS SAVE FILE (ID.GNN) AS
      *            ONE NEW CHAIN GENERATION.  ONLY THE LAST N CHAIN
      *            GENERATIONS ARE KEPT (N FROM THE CARD, DEFAULT 5).
      *        R - ROLLBACK.  EVERY MASTER SAVED IN THE NAMED CHAIN
      *            GENERATION IS COPIED BACK OVER ITS MASTER AND MADE
      *            THE CURRENT, UNCONSUMED GENERATION IN THE CATALOG.
      *            LATER CHAIN GENERATIONS ARE DROPPED.
      *        L - LIST (OR BLANK).  THE CATALOG AND THE RETAINED
      *            CHAIN GENERATIONS ARE LISTED ONLY.
      *    THE SAVED CHAIN GENERATIONS ARE RECORDED IN GENHIST.DAT.  A
      *    SAVE OR ROLLBACK THAT CANNOT BE DONE FOR EVERY MASTER IS
      *    REFUSED WITH RETURN CODE 8 BEFORE ANY FILE IS CHANGED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GENCARD
               ASSIGN TO "GENCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCARD-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT GENHIST
               ASSIGN TO "GENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENHIST-FILE-STATUS.

           SELECT GENIN
               ASSIGN TO DYNAMIC CTL-IN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENIN-FILE-STATUS.

           SELECT GENOUT
               ASSIGN TO DYNAMIC CTL-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENOUT-FILE-STATUS.

           SELECT GENWORK
               ASSIGN TO "GENWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENWORK-FILE-STATUS.

           SELECT GENLST
               ASSIGN TO "GENMGT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GENCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-CARD
           RECORD CONTAINS 30 CHARACTERS.
       01  GEN-CARD.
           05  GN-FUNCTION           PIC X(1).
           05  GN-KEEP               PIC X(2).
           05  GN-ROLL-GEN           PIC X(6).
           05  GN-USER-ID            PIC X(8).
           05  FILLER                PIC X(13).

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

       FD  GENHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-HIST-REC
           RECORD CONTAINS 60 CHARACTERS.
       01  GEN-HIST-REC.
           05  HS-CHAIN-GEN          PIC 9(6).
           05  HS-SAVE-DATE          PIC 9(8).
           05  HS-FILE-ID            PIC X(8).
           05  HS-FILE-GEN           PIC 9(6).
           05  HS-REC-COUNT          PIC 9(7).
           05  HS-SLOT               PIC 99.
           05  HS-USER-ID            PIC X(8).
           05  FILLER                PIC X(15).

       FD  GENIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-IN-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  GEN-IN-REC                PIC X(140).

       FD  GENOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-OUT-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  GEN-OUT-REC               PIC X(140).

       FD  GENWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-WORK-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  GEN-WORK-REC              PIC X(140).

       FD  GENLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-CATALOG          PIC XXX VALUE "YES".
           05  MORE-HIST             PIC XXX VALUE "YES".
           05  MORE-COPY             PIC XXX VALUE "YES".
           05  VERIFY-ERROR-SW       PIC XXX VALUE "NO".
           05  CATALOG-CHANGED-SW    PIC XXX VALUE "NO".
           05  HIST-CHANGED-SW       PIC XXX VALUE "NO".
           05  C-FUNCTION            PIC X(1) VALUE "L".
               88  FN-INITIALIZE     VALUE "I".
               88  FN-SAVE           VALUE "S".
               88  FN-ROLLBACK       VALUE "R".
               88  FN-LIST           VALUE "L".
           05  C-KEEP                PIC 99 VALUE 5.
           05  C-ROLL-GEN            PIC 9(6) VALUE ZERO.
           05  C-USER-ID             PIC X(8) VALUE "BATCH".
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-ML-SUB              PIC 9 VALUE ZERO.
           05  C-ML-HIT              PIC 9 VALUE ZERO.
           05  C-GT-SUB              PIC 99 VALUE ZERO.
           05  C-GT-HIT              PIC 99 VALUE ZERO.
           05  C-HT-SUB              PIC 999 VALUE ZERO.
           05  C-HT-OUT              PIC 999 VALUE ZERO.
           05  C-FIND-ID             PIC X(8) VALUE SPACES.
           05  C-LAST-CHAIN          PIC 9(6) VALUE ZERO.
           05  C-CHAIN-GEN           PIC 9(6) VALUE ZERO.
           05  C-CHAIN-WORK          PIC 9(6) VALUE ZERO.
           05  C-SLOT-QUOT           PIC 9(6) VALUE ZERO.
           05  C-SLOT                PIC 99 VALUE ZERO.
           05  C-SAVE-NAME           PIC X(12) VALUE SPACES.
           05  C-COPYCTR             PIC 9(7) VALUE ZERO.
           05  C-ROLLCTR             PIC 99 VALUE ZERO.
           05  C-DROPCTR             PIC 999 VALUE ZERO.
           05  C-ACTIONCTR           PIC 99 VALUE ZERO.
           05  C-SKIPCTR             PIC 99 VALUE ZERO.
           05  GENCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  GENCTL-FILE-STATUS    PIC XX VALUE SPACES.
           05  GENHIST-FILE-STATUS   PIC XX VALUE SPACES.
           05  GENIN-FILE-STATUS     PIC XX VALUE SPACES.
           05  GENOUT-FILE-STATUS    PIC XX VALUE SPACES.
           05  GENWORK-FILE-STATUS   PIC XX VALUE SPACES.

       01  GEN-FILE-NAMES.
           05  CTL-IN-FILE           PIC X(12) VALUE SPACES.
           05  CTL-OUT-FILE          PIC X(12) VALUE SPACES.

       01  CARD-NUMBER-WORK.
           05  TC-KEEP-X             PIC X(2) VALUE SPACES.
           05  TC-KEEP-N REDEFINES TC-KEEP-X
                                     PIC 99.
           05  TC-ROLL-X             PIC X(6) VALUE SPACES.
           05  TC-ROLL-N REDEFINES TC-ROLL-X
                                     PIC 9(6).

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  MASTER-LIST-VALUES.
           05  FILLER                PIC X(20)
                                     VALUE "CUSTMASTCUSTMAST.DAT".
           05  FILLER                PIC X(20)
                                     VALUE "ESTMAST ESTMAST.DAT ".
           05  FILLER                PIC X(20)
                                     VALUE "ARMAST  ARMAST.DAT  ".
           05  FILLER                PIC X(20)
                                     VALUE "WORKORD WORKORD.DAT ".
           05  FILLER                PIC X(20)
                                     VALUE "PAINTSTKPAINTSTK.DAT".
           05  FILLER                PIC X(20)
                                     VALUE "CREWMASTCREWMAST.DAT".
       01  MASTER-LIST REDEFINES MASTER-LIST-VALUES.
           05  ML-ENTRY OCCURS 6 TIMES.
               10  ML-FILE-ID        PIC X(8).
               10  ML-FILE-NAME      PIC X(12).

       01  GEN-CATALOG.
           05  GT-TBL-CTR            PIC 99 VALUE ZERO.
           05  GT-TBL-ENTRY OCCURS 20 TIMES.
               10  GT-FILE-ID        PIC X(8).
               10  GT-CUR-GEN        PIC 9(6).
               10  GT-USED-GEN       PIC 9(6).
               10  GT-RUN-DATE       PIC 9(8).
               10  GT-REC-COUNT      PIC 9(7).
               10  GT-PROGRAM        PIC X(8).

       01  GEN-HISTORY.
           05  HT-TBL-CTR            PIC 999 VALUE ZERO.
           05  HT-TBL-ENTRY OCCURS 500 TIMES.
               10  HT-CHAIN-GEN      PIC 9(6).
               10  HT-SAVE-DATE      PIC 9(8).
               10  HT-FILE-ID        PIC X(8).
               10  HT-FILE-GEN       PIC 9(6).
               10  HT-REC-COUNT      PIC 9(7).
               10  HT-SLOT           PIC 99.
               10  HT-USER-ID        PIC X(8).
               10  HT-DROP-SW        PIC X(1).

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
                           VALUE 'MASTER FILE GENERATION CONTROL'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  LST-FUNCTION-LINE.
           05  FILLER                PIC X(10) VALUE "FUNCTION:".
           05  O-FUNCTION            PIC X(12).
           05  FILLER                PIC X(6)  VALUE "KEEP:".
           05  O-KEEP                PIC Z9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(13) VALUE "ROLLBACK TO:".
           05  O-ROLL-GEN            PIC ZZZZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE "USER:".
           05  O-USER-ID             PIC X(8).
           05  FILLER                PIC X(61) VALUE SPACES.

       01  LST-TITLE-LINE.
           05  O-TITLE               PIC X(60).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  LST-ACTION-HEADINGS.
           05  FILLER                PIC X(10) VALUE "FILE ID".
           05  FILLER                PIC X(14) VALUE "FILE NAME".
           05  FILLER                PIC X(8)  VALUE "GEN".
           05  FILLER                PIC X(11) VALUE "RECORDS".
           05  FILLER                PIC X(89) VALUE "ACTION".

       01  LST-ACTION-LINE.
           05  O-ACT-FILE-ID         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACT-FILE-NAME       PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACT-GEN             PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACT-RECS            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACT-REMARK          PIC X(50).
           05  FILLER                PIC X(39) VALUE SPACES.

       01  LST-CATALOG-HEADINGS.
           05  FILLER                PIC X(10) VALUE "FILE ID".
           05  FILLER                PIC X(10) VALUE "CUR GEN".
           05  FILLER                PIC X(10) VALUE "USED GEN".
           05  FILLER                PIC X(12) VALUE "RUN DATE".
           05  FILLER                PIC X(11) VALUE "RECORDS".
           05  FILLER                PIC X(79) VALUE "UPDATED BY".

       01  LST-CATALOG-LINE.
           05  O-CT-FILE-ID          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CT-CUR-GEN          PIC ZZZZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-CT-USED-GEN         PIC ZZZZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-CT-RUN-DATE         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CT-RECS             PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CT-PROGRAM          PIC X(8).
           05  FILLER                PIC X(71) VALUE SPACES.

       01  LST-HIST-HEADINGS.
           05  FILLER                PIC X(10) VALUE "CHAIN GEN".
           05  FILLER                PIC X(12) VALUE "SAVED ON".
           05  FILLER                PIC X(10) VALUE "FILE ID".
           05  FILLER                PIC X(10) VALUE "FILE GEN".
           05  FILLER                PIC X(11) VALUE "RECORDS".
           05  FILLER                PIC X(14) VALUE "SAVE FILE".
           05  FILLER                PIC X(65) VALUE "SAVED BY".

       01  LST-HIST-LINE.
           05  O-HS-CHAIN-GEN        PIC ZZZZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-HS-SAVE-DATE        PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-HS-FILE-ID          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-HS-FILE-GEN         PIC ZZZZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-HS-RECS             PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-HS-SAVE-FILE        PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-HS-USER-ID          PIC X(8).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  LST-NONE-LINE.
           05  FILLER                PIC X(30)
                                     VALUE "  NONE".
           05  FILLER                PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF FN-INITIALIZE
               PERFORM 2000-INITIALIZE-CHAIN
           END-IF.
           IF FN-SAVE
               PERFORM 3000-SAVE-CHAIN
           END-IF.
           IF FN-ROLLBACK
               PERFORM 4000-ROLLBACK-CHAIN
           END-IF.
           PERFORM 5000-LIST-CHAIN.
           PERFORM 6000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           PERFORM 1110-LOAD-GEN-CATALOG.
           PERFORM 1210-LOAD-GEN-HISTORY.
           OPEN OUTPUT GENLST.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           IF FN-INITIALIZE
               MOVE "INITIALIZE" TO O-FUNCTION
           END-IF.
           IF FN-SAVE
               MOVE "SAVE" TO O-FUNCTION
           END-IF.
           IF FN-ROLLBACK
               MOVE "ROLLBACK" TO O-FUNCTION
           END-IF.
           IF FN-LIST
               MOVE "LIST" TO O-FUNCTION
           END-IF.
           MOVE C-KEEP TO O-KEEP.
           MOVE C-ROLL-GEN TO O-ROLL-GEN.
           MOVE C-USER-ID TO O-USER-ID.
           WRITE LSTLINE FROM LST-FUNCTION-LINE
             AFTER ADVANCING 2 LINES.
           IF NOT FN-LIST
               WRITE LSTLINE FROM LST-ACTION-HEADINGS
                 AFTER ADVANCING 2 LINES
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT GENCARD.
           IF GENCARD-FILE-STATUS = "00"
               READ GENCARD
                   AT END
                       DISPLAY "COBTPG27 - GENCARD EMPTY, LIST ONLY"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE GENCARD
           ELSE
               DISPLAY "COBTPG27 - GENCARD NOT FOUND, LIST ONLY"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF GN-FUNCTION NOT = SPACE
               MOVE GN-FUNCTION TO C-FUNCTION
           END-IF.
           IF NOT FN-INITIALIZE AND NOT FN-SAVE
               AND NOT FN-ROLLBACK AND NOT FN-LIST
               DISPLAY "COBTPG27 - INVALID FUNCTION " GN-FUNCTION
                   " ON GENCARD"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GN-KEEP NOT = SPACES
               MOVE GN-KEEP TO TC-KEEP-X
               IF TC-KEEP-X IS NUMERIC AND TC-KEEP-N > ZERO
                   MOVE TC-KEEP-N TO C-KEEP
               ELSE
                   DISPLAY "COBTPG27 - KEEP COUNT INVALID, "
                       "KEEPING " C-KEEP
               END-IF
           END-IF.
           IF GN-ROLL-GEN NOT = SPACES
               MOVE GN-ROLL-GEN TO TC-ROLL-X
               IF TC-ROLL-X IS NUMERIC
                   MOVE TC-ROLL-N TO C-ROLL-GEN
               END-IF
           END-IF.
           IF FN-ROLLBACK AND C-ROLL-GEN = ZERO
               DISPLAY "COBTPG27 - ROLLBACK NEEDS A CHAIN GENERATION "
                   "ON GENCARD"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GN-USER-ID NOT = SPACES
               MOVE GN-USER-ID TO C-USER-ID
           END-IF.

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
               DISPLAY "COBTPG27 - GENERATION CATALOG TABLE FULL"
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

       1210-LOAD-GEN-HISTORY.
           OPEN INPUT GENHIST.
           IF GENHIST-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9950-GENHIST-FILE-ERROR
           END-IF.
           IF GENHIST-FILE-STATUS = "00"
               MOVE "YES" TO MORE-HIST
               PERFORM 1215-READ-GEN-HISTORY
               PERFORM 1220-STORE-GEN-HISTORY
                   UNTIL MORE-HIST = "NO"
               CLOSE GENHIST
           END-IF.

       1215-READ-GEN-HISTORY.
           READ GENHIST
               AT END
                   MOVE "NO" TO MORE-HIST.

       1220-STORE-GEN-HISTORY.
           IF HT-TBL-CTR >= 500
               DISPLAY "COBTPG27 - GENERATION HISTORY TABLE FULL"
               PERFORM 9990-ABORT-RUN
           END-IF.
           ADD 1 TO HT-TBL-CTR.
           MOVE HS-CHAIN-GEN TO HT-CHAIN-GEN (HT-TBL-CTR).
           MOVE HS-SAVE-DATE TO HT-SAVE-DATE (HT-TBL-CTR).
           MOVE HS-FILE-ID   TO HT-FILE-ID   (HT-TBL-CTR).
           MOVE HS-FILE-GEN  TO HT-FILE-GEN  (HT-TBL-CTR).
           MOVE HS-REC-COUNT TO HT-REC-COUNT (HT-TBL-CTR).
           MOVE HS-SLOT      TO HT-SLOT      (HT-TBL-CTR).
           MOVE HS-USER-ID   TO HT-USER-ID   (HT-TBL-CTR).
           MOVE "N"          TO HT-DROP-SW   (HT-TBL-CTR).
           IF HS-CHAIN-GEN > C-LAST-CHAIN
               MOVE HS-CHAIN-GEN TO C-LAST-CHAIN
           END-IF.
           PERFORM 1215-READ-GEN-HISTORY.

      *-----------------------------------------------------------------
      *    I - CATALOG EVERY MASTER NOT ALREADY IN THE CATALOG.
      *-----------------------------------------------------------------
       2000-INITIALIZE-CHAIN.
           PERFORM 2100-INIT-MASTER
               VARYING C-ML-SUB FROM 1 BY 1
               UNTIL C-ML-SUB > 6.
           DISPLAY "COBTPG27 - MASTERS CATALOGED: " C-ACTIONCTR.

       2100-INIT-MASTER.
           MOVE ML-FILE-ID (C-ML-SUB) TO C-FIND-ID.
           PERFORM 8200-FIND-CATALOG-ENTRY.
           MOVE ML-FILE-ID (C-ML-SUB)   TO O-ACT-FILE-ID.
           MOVE ML-FILE-NAME (C-ML-SUB) TO O-ACT-FILE-NAME.
           MOVE ZERO TO O-ACT-GEN.
           MOVE ZERO TO O-ACT-RECS.
           IF C-GT-HIT NOT = ZERO
               MOVE GT-CUR-GEN (C-GT-HIT)   TO O-ACT-GEN
               MOVE GT-REC-COUNT (C-GT-HIT) TO O-ACT-RECS
               MOVE "ALREADY CATALOGED" TO O-ACT-REMARK
           ELSE
               MOVE ML-FILE-NAME (C-ML-SUB) TO CTL-IN-FILE
               OPEN INPUT GENIN
               IF GENIN-FILE-STATUS = "35"
                   MOVE "NOT FOUND - CATALOGED BY ITS FIRST UPDATE"
                       TO O-ACT-REMARK
               ELSE
                   IF GENIN-FILE-STATUS NOT = "00"
                       PERFORM 9920-GENIN-FILE-ERROR
                   END-IF
                   PERFORM 2110-CATALOG-MASTER
               END-IF
           END-IF.
           WRITE LSTLINE FROM LST-ACTION-LINE
             AFTER ADVANCING 1 LINE.

       2110-CATALOG-MASTER.
           MOVE "YES" TO MORE-COPY.
           PERFORM 8510-READ-COPY-IN.
           MOVE SPACES TO GEN-HEADER.
           IF MORE-COPY = "YES"
               MOVE GEN-IN-REC TO GEN-HEADER
           END-IF.
           IF GH-IS-HEADER
               CLOSE GENIN
               IF GH-FILE-ID = ML-FILE-ID (C-ML-SUB)
                   PERFORM 8300-ADD-CATALOG-ENTRY
                   MOVE GH-GEN-NO TO GT-CUR-GEN (C-GT-HIT)
                   MOVE ZERO TO GT-USED-GEN (C-GT-HIT)
                   IF GH-GEN-NO > ZERO
                       COMPUTE GT-USED-GEN (C-GT-HIT) = GH-GEN-NO - 1
                   END-IF
                   MOVE GH-RUN-DATE  TO GT-RUN-DATE  (C-GT-HIT)
                   MOVE GH-REC-COUNT TO GT-REC-COUNT (C-GT-HIT)
                   MOVE "COBTPG27"   TO GT-PROGRAM   (C-GT-HIT)
                   MOVE GH-GEN-NO    TO O-ACT-GEN
                   MOVE GH-REC-COUNT TO O-ACT-RECS
                   MOVE "CATALOGED FROM ITS GENERATION HEADER"
                       TO O-ACT-REMARK
                   MOVE "YES" TO CATALOG-CHANGED-SW
                   ADD 1 TO C-ACTIONCTR
               ELSE
                   ADD 1 TO C-SKIPCTR
                   MOVE "HEADER IS FOR ANOTHER FILE - NOT CATALOGED"
                       TO O-ACT-REMARK
               END-IF
           ELSE
               PERFORM 2120-ADD-HEADER
           END-IF.

       2120-ADD-HEADER.
           MOVE ZERO TO C-COPYCTR.
           OPEN OUTPUT GENWORK.
           IF GENWORK-FILE-STATUS NOT = "00"
               PERFORM 9940-GENWORK-FILE-ERROR
           END-IF.
           PERFORM 2130-COPY-TO-WORK
               UNTIL MORE-COPY = "NO".
           CLOSE GENIN.
           CLOSE GENWORK.
           MOVE ML-FILE-NAME (C-ML-SUB) TO CTL-OUT-FILE.
           OPEN OUTPUT GENOUT.
           IF GENOUT-FILE-STATUS NOT = "00"
               PERFORM 9930-GENOUT-FILE-ERROR
           END-IF.
           MOVE SPACES TO GEN-HEADER.
           MOVE "*GENHDR*" TO GH-MARKER.
           MOVE ML-FILE-ID (C-ML-SUB) TO GH-FILE-ID.
           MOVE 1 TO GH-GEN-NO.
           MOVE C-TODAY-N TO GH-RUN-DATE.
           MOVE C-COPYCTR TO GH-REC-COUNT.
           MOVE SPACES TO GEN-OUT-REC.
           MOVE GEN-HEADER TO GEN-OUT-REC.
           WRITE GEN-OUT-REC.
           OPEN INPUT GENWORK.
           IF GENWORK-FILE-STATUS NOT = "00"
               PERFORM 9940-GENWORK-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-COPY.
           PERFORM 2140-READ-WORK.
           PERFORM 2150-COPY-FROM-WORK
               UNTIL MORE-COPY = "NO".
           CLOSE GENWORK.
           CLOSE GENOUT.
           PERFORM 8300-ADD-CATALOG-ENTRY.
           MOVE 1         TO GT-CUR-GEN   (C-GT-HIT).
           MOVE ZERO      TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-COPYCTR TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG27" TO GT-PROGRAM  (C-GT-HIT).
           MOVE 1 TO O-ACT-GEN.
           MOVE C-COPYCTR TO O-ACT-RECS.
           MOVE "HEADER ADDED, CATALOGED AS GENERATION 1"
               TO O-ACT-REMARK.
           MOVE "YES" TO CATALOG-CHANGED-SW.
           ADD 1 TO C-ACTIONCTR.

       2130-COPY-TO-WORK.
           MOVE GEN-IN-REC TO GEN-WORK-REC.
           WRITE GEN-WORK-REC.
           ADD 1 TO C-COPYCTR.
           PERFORM 8510-READ-COPY-IN.

       2140-READ-WORK.
           READ GENWORK
               AT END
                   MOVE "NO" TO MORE-COPY.

       2150-COPY-FROM-WORK.
           MOVE GEN-WORK-REC TO GEN-OUT-REC.
           WRITE GEN-OUT-REC.
           PERFORM 2140-READ-WORK.

      *-----------------------------------------------------------------
      *    S - SAVE EVERY CATALOGED MASTER AS ONE CHAIN GENERATION.
      *-----------------------------------------------------------------
       3000-SAVE-CHAIN.
           IF GT-TBL-CTR = ZERO
               DISPLAY "COBTPG27 - NO MASTERS CATALOGED, RUN "
                   "FUNCTION I FIRST"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           PERFORM 3100-VERIFY-MASTER
               VARYING C-ML-SUB FROM 1 BY 1
               UNTIL C-ML-SUB > 6.
           IF VERIFY-ERROR-SW = "YES"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           COMPUTE C-CHAIN-GEN = C-LAST-CHAIN + 1.
           COMPUTE C-CHAIN-WORK = C-CHAIN-GEN - 1.
           DIVIDE C-CHAIN-WORK BY C-KEEP GIVING C-SLOT-QUOT
               REMAINDER C-SLOT.
           ADD 1 TO C-SLOT.
           PERFORM 3200-MARK-OLD-SAVE
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.
           PERFORM 8400-DROP-MARKED-SAVES.
           PERFORM 3300-SAVE-MASTER
               VARYING C-ML-SUB FROM 1 BY 1
               UNTIL C-ML-SUB > 6.
           MOVE "YES" TO HIST-CHANGED-SW.
           DISPLAY "COBTPG27 - CHAIN GENERATION " C-CHAIN-GEN
               " SAVED, MASTERS: " C-ACTIONCTR.
           DISPLAY "COBTPG27 - OLDER SAVES DROPPED: " C-DROPCTR.

       3100-VERIFY-MASTER.
           MOVE ML-FILE-ID (C-ML-SUB) TO C-FIND-ID.
           PERFORM 8200-FIND-CATALOG-ENTRY.
           IF C-GT-HIT NOT = ZERO
               MOVE ML-FILE-NAME (C-ML-SUB) TO CTL-IN-FILE
               PERFORM 8600-READ-FILE-HEADER
               IF NOT GH-IS-HEADER
                   OR GH-FILE-ID NOT = ML-FILE-ID (C-ML-SUB)
                   DISPLAY "COBTPG27 - " CTL-IN-FILE
                       " IS MISSING OR HAS NO GENERATION HEADER"
                   MOVE "YES" TO VERIFY-ERROR-SW
               ELSE
                   IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
                       DISPLAY "COBTPG27 - " CTL-IN-FILE
                           " IS GENERATION " GH-GEN-NO
                           ", CURRENT IS " GT-CUR-GEN (C-GT-HIT)
                       MOVE "YES" TO VERIFY-ERROR-SW
                   END-IF
               END-IF
           END-IF.

       3200-MARK-OLD-SAVE.
           IF HT-CHAIN-GEN (C-HT-SUB) + C-KEEP NOT > C-CHAIN-GEN
               OR HT-SLOT (C-HT-SUB) = C-SLOT
               MOVE "Y" TO HT-DROP-SW (C-HT-SUB)
           END-IF.

       3300-SAVE-MASTER.
           MOVE ML-FILE-ID (C-ML-SUB) TO C-FIND-ID.
           PERFORM 8200-FIND-CATALOG-ENTRY.
           IF C-GT-HIT NOT = ZERO
               PERFORM 8700-BUILD-SAVE-NAME
               MOVE ML-FILE-NAME (C-ML-SUB) TO CTL-IN-FILE
               MOVE C-SAVE-NAME TO CTL-OUT-FILE
               PERFORM 8500-COPY-FILE
               IF HT-TBL-CTR >= 500
                   DISPLAY "COBTPG27 - GENERATION HISTORY TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO HT-TBL-CTR
               MOVE C-CHAIN-GEN TO HT-CHAIN-GEN (HT-TBL-CTR)
               MOVE C-TODAY-N   TO HT-SAVE-DATE (HT-TBL-CTR)
               MOVE C-FIND-ID   TO HT-FILE-ID   (HT-TBL-CTR)
               MOVE GT-CUR-GEN (C-GT-HIT)
                                TO HT-FILE-GEN  (HT-TBL-CTR)
               MOVE C-COPYCTR   TO HT-REC-COUNT (HT-TBL-CTR)
               MOVE C-SLOT      TO HT-SLOT      (HT-TBL-CTR)
               MOVE C-USER-ID   TO HT-USER-ID   (HT-TBL-CTR)
               MOVE "N"         TO HT-DROP-SW   (HT-TBL-CTR)
               MOVE C-FIND-ID   TO O-ACT-FILE-ID
               MOVE ML-FILE-NAME (C-ML-SUB) TO O-ACT-FILE-NAME
               MOVE GT-CUR-GEN (C-GT-HIT) TO O-ACT-GEN
               MOVE C-COPYCTR TO O-ACT-RECS
               MOVE SPACES TO O-ACT-REMARK
               STRING "SAVED TO " DELIMITED BY SIZE
                      C-SAVE-NAME DELIMITED BY SPACE
                      " AS CHAIN GENERATION " DELIMITED BY SIZE
                      C-CHAIN-GEN DELIMITED BY SIZE
                   INTO O-ACT-REMARK
               WRITE LSTLINE FROM LST-ACTION-LINE
                 AFTER ADVANCING 1 LINE
               ADD 1 TO C-ACTIONCTR
           END-IF.

      *-----------------------------------------------------------------
      *    R - RESTORE EVERY MASTER SAVED IN THE NAMED CHAIN GENERATION.
      *-----------------------------------------------------------------
       4000-ROLLBACK-CHAIN.
           MOVE ZERO TO C-ROLLCTR.
           PERFORM 4100-VERIFY-SAVE
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.
           IF C-ROLLCTR = ZERO
               DISPLAY "COBTPG27 - CHAIN GENERATION " C-ROLL-GEN
                   " IS NOT RETAINED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF VERIFY-ERROR-SW = "YES"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           PERFORM 4200-RESTORE-MASTER
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.
           PERFORM 4300-MARK-LATER-SAVE
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.
           PERFORM 8400-DROP-MARKED-SAVES.
           MOVE "YES" TO CATALOG-CHANGED-SW.
           MOVE "YES" TO HIST-CHANGED-SW.
           DISPLAY "COBTPG27 - ROLLED BACK TO CHAIN GENERATION "
               C-ROLL-GEN ", MASTERS: " C-ACTIONCTR.
           DISPLAY "COBTPG27 - LATER SAVES DROPPED: " C-DROPCTR.

       4100-VERIFY-SAVE.
           IF HT-CHAIN-GEN (C-HT-SUB) = C-ROLL-GEN
               ADD 1 TO C-ROLLCTR
               MOVE HT-FILE-ID (C-HT-SUB) TO C-FIND-ID
               MOVE HT-SLOT (C-HT-SUB) TO C-SLOT
               PERFORM 8700-BUILD-SAVE-NAME
               PERFORM 8100-FIND-MASTER
               IF C-ML-HIT = ZERO
                   DISPLAY "COBTPG27 - " C-FIND-ID
                       " IS NOT A MASTER FILE"
                   MOVE "YES" TO VERIFY-ERROR-SW
               END-IF
               MOVE C-SAVE-NAME TO CTL-IN-FILE
               PERFORM 8600-READ-FILE-HEADER
               IF NOT GH-IS-HEADER
                   OR GH-FILE-ID NOT = C-FIND-ID
                   OR GH-GEN-NO NOT = HT-FILE-GEN (C-HT-SUB)
                   DISPLAY "COBTPG27 - SAVE FILE " C-SAVE-NAME
                       " IS MISSING OR NOT GENERATION "
                       HT-FILE-GEN (C-HT-SUB)
                   MOVE "YES" TO VERIFY-ERROR-SW
               END-IF
           END-IF.

       4200-RESTORE-MASTER.
           IF HT-CHAIN-GEN (C-HT-SUB) = C-ROLL-GEN
               MOVE HT-FILE-ID (C-HT-SUB) TO C-FIND-ID
               MOVE HT-SLOT (C-HT-SUB) TO C-SLOT
               PERFORM 8700-BUILD-SAVE-NAME
               PERFORM 8100-FIND-MASTER
               MOVE C-SAVE-NAME TO CTL-IN-FILE
               MOVE ML-FILE-NAME (C-ML-HIT) TO CTL-OUT-FILE
               PERFORM 8500-COPY-FILE
               PERFORM 8200-FIND-CATALOG-ENTRY
               IF C-GT-HIT = ZERO
                   PERFORM 8300-ADD-CATALOG-ENTRY
               END-IF
               MOVE HT-FILE-GEN (C-HT-SUB) TO GT-CUR-GEN (C-GT-HIT)
               MOVE ZERO TO GT-USED-GEN (C-GT-HIT)
               IF HT-FILE-GEN (C-HT-SUB) > ZERO
                   COMPUTE GT-USED-GEN (C-GT-HIT) =
                       HT-FILE-GEN (C-HT-SUB) - 1
               END-IF
               MOVE C-TODAY-N  TO GT-RUN-DATE  (C-GT-HIT)
               MOVE C-COPYCTR  TO GT-REC-COUNT (C-GT-HIT)
               MOVE "COBTPG27" TO GT-PROGRAM   (C-GT-HIT)
               MOVE C-FIND-ID TO O-ACT-FILE-ID
               MOVE ML-FILE-NAME (C-ML-HIT) TO O-ACT-FILE-NAME
               MOVE HT-FILE-GEN (C-HT-SUB) TO O-ACT-GEN
               MOVE C-COPYCTR TO O-ACT-RECS
               MOVE SPACES TO O-ACT-REMARK
               STRING "RESTORED FROM " DELIMITED BY SIZE
                      C-SAVE-NAME DELIMITED BY SPACE
                      ", NOW CURRENT GENERATION" DELIMITED BY SIZE
                   INTO O-ACT-REMARK
               WRITE LSTLINE FROM LST-ACTION-LINE
                 AFTER ADVANCING 1 LINE
               ADD 1 TO C-ACTIONCTR
           END-IF.

       4300-MARK-LATER-SAVE.
           IF HT-CHAIN-GEN (C-HT-SUB) > C-ROLL-GEN
               MOVE "Y" TO HT-DROP-SW (C-HT-SUB)
           END-IF.

      *-----------------------------------------------------------------
      *    LIST THE CATALOG AND THE RETAINED CHAIN GENERATIONS.
      *-----------------------------------------------------------------
       5000-LIST-CHAIN.
           MOVE "GENERATION CATALOG" TO O-TITLE.
           WRITE LSTLINE FROM LST-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           WRITE LSTLINE FROM LST-CATALOG-HEADINGS
             AFTER ADVANCING 2 LINES.
           IF GT-TBL-CTR = ZERO
               WRITE LSTLINE FROM LST-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 5100-LIST-CATALOG-ENTRY
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.
           MOVE "RETAINED CHAIN GENERATIONS" TO O-TITLE.
           WRITE LSTLINE FROM LST-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           WRITE LSTLINE FROM LST-HIST-HEADINGS
             AFTER ADVANCING 2 LINES.
           IF HT-TBL-CTR = ZERO
               WRITE LSTLINE FROM LST-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 5200-LIST-HIST-ENTRY
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.

       5100-LIST-CATALOG-ENTRY.
           MOVE GT-FILE-ID (C-GT-SUB)   TO O-CT-FILE-ID.
           MOVE GT-CUR-GEN (C-GT-SUB)   TO O-CT-CUR-GEN.
           MOVE GT-USED-GEN (C-GT-SUB)  TO O-CT-USED-GEN.
           MOVE GT-RUN-DATE (C-GT-SUB)  TO DATE-WORK-N.
           PERFORM 8800-EDIT-DATE.
           MOVE DATE-EDIT               TO O-CT-RUN-DATE.
           MOVE GT-REC-COUNT (C-GT-SUB) TO O-CT-RECS.
           MOVE GT-PROGRAM (C-GT-SUB)   TO O-CT-PROGRAM.
           WRITE LSTLINE FROM LST-CATALOG-LINE
             AFTER ADVANCING 1 LINE.

       5200-LIST-HIST-ENTRY.
           MOVE HT-CHAIN-GEN (C-HT-SUB) TO O-HS-CHAIN-GEN.
           MOVE HT-SAVE-DATE (C-HT-SUB) TO DATE-WORK-N.
           PERFORM 8800-EDIT-DATE.
           MOVE DATE-EDIT               TO O-HS-SAVE-DATE.
           MOVE HT-FILE-ID (C-HT-SUB)   TO O-HS-FILE-ID.
           MOVE HT-FILE-GEN (C-HT-SUB)  TO O-HS-FILE-GEN.
           MOVE HT-REC-COUNT (C-HT-SUB) TO O-HS-RECS.
           MOVE HT-FILE-ID (C-HT-SUB)   TO C-FIND-ID.
           MOVE HT-SLOT (C-HT-SUB)      TO C-SLOT.
           PERFORM 8700-BUILD-SAVE-NAME.
           MOVE C-SAVE-NAME             TO O-HS-SAVE-FILE.
           MOVE HT-USER-ID (C-HT-SUB)   TO O-HS-USER-ID.
           WRITE LSTLINE FROM LST-HIST-LINE
             AFTER ADVANCING 1 LINE.

       6000-CLOSING.
           IF CATALOG-CHANGED-SW = "YES"
               PERFORM 6100-WRITE-GEN-CATALOG
           END-IF.
           IF HIST-CHANGED-SW = "YES"
               PERFORM 6200-WRITE-GEN-HISTORY
           END-IF.
           CLOSE GENLST.
           IF C-SKIPCTR > ZERO
               DISPLAY "COBTPG27 - MASTERS NOT CATALOGED: " C-SKIPCTR
               MOVE 8 TO RETURN-CODE
           END-IF.

       6100-WRITE-GEN-CATALOG.
           OPEN OUTPUT GENCTL.
           IF GENCTL-FILE-STATUS NOT = "00"
               PERFORM 9960-GENCTL-FILE-ERROR
           END-IF.
           PERFORM 6110-WRITE-CATALOG-ENTRY
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.
           CLOSE GENCTL.

       6110-WRITE-CATALOG-ENTRY.
           MOVE SPACES TO GEN-CTL-REC.
           MOVE GT-FILE-ID   (C-GT-SUB) TO GC-FILE-ID.
           MOVE GT-CUR-GEN   (C-GT-SUB) TO GC-CUR-GEN.
           MOVE GT-USED-GEN  (C-GT-SUB) TO GC-USED-GEN.
           MOVE GT-RUN-DATE  (C-GT-SUB) TO GC-RUN-DATE.
           MOVE GT-REC-COUNT (C-GT-SUB) TO GC-REC-COUNT.
           MOVE GT-PROGRAM   (C-GT-SUB) TO GC-PROGRAM.
           WRITE GEN-CTL-REC.

       6200-WRITE-GEN-HISTORY.
           OPEN OUTPUT GENHIST.
           IF GENHIST-FILE-STATUS NOT = "00"
               PERFORM 9950-GENHIST-FILE-ERROR
           END-IF.
           PERFORM 6210-WRITE-HIST-ENTRY
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.
           CLOSE GENHIST.

       6210-WRITE-HIST-ENTRY.
           MOVE SPACES TO GEN-HIST-REC.
           MOVE HT-CHAIN-GEN (C-HT-SUB) TO HS-CHAIN-GEN.
           MOVE HT-SAVE-DATE (C-HT-SUB) TO HS-SAVE-DATE.
           MOVE HT-FILE-ID   (C-HT-SUB) TO HS-FILE-ID.
           MOVE HT-FILE-GEN  (C-HT-SUB) TO HS-FILE-GEN.
           MOVE HT-REC-COUNT (C-HT-SUB) TO HS-REC-COUNT.
           MOVE HT-SLOT      (C-HT-SUB) TO HS-SLOT.
           MOVE HT-USER-ID   (C-HT-SUB) TO HS-USER-ID.
           WRITE GEN-HIST-REC.

       8100-FIND-MASTER.
           MOVE ZERO TO C-ML-HIT.
           PERFORM 8110-CHECK-MASTER
               VARYING C-ML-SUB FROM 1 BY 1
               UNTIL C-ML-SUB > 6.

       8110-CHECK-MASTER.
           IF ML-FILE-ID (C-ML-SUB) = C-FIND-ID
               MOVE C-ML-SUB TO C-ML-HIT.

       8200-FIND-CATALOG-ENTRY.
           MOVE ZERO TO C-GT-HIT.
           PERFORM 8210-CHECK-CATALOG-ENTRY
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.

       8210-CHECK-CATALOG-ENTRY.
           IF GT-FILE-ID (C-GT-SUB) = C-FIND-ID
               MOVE C-GT-SUB TO C-GT-HIT.

       8300-ADD-CATALOG-ENTRY.
           IF GT-TBL-CTR >= 20
               DISPLAY "COBTPG27 - GENERATION CATALOG TABLE FULL"
               PERFORM 9990-ABORT-RUN
           END-IF.
           ADD 1 TO GT-TBL-CTR.
           MOVE GT-TBL-CTR TO C-GT-HIT.
           MOVE C-FIND-ID TO GT-FILE-ID (C-GT-HIT).

       8400-DROP-MARKED-SAVES.
           MOVE ZERO TO C-HT-OUT.
           PERFORM 8410-KEEP-SAVE-ENTRY
               VARYING C-HT-SUB FROM 1 BY 1
               UNTIL C-HT-SUB > HT-TBL-CTR.
           COMPUTE C-DROPCTR = HT-TBL-CTR - C-HT-OUT.
           MOVE C-HT-OUT TO HT-TBL-CTR.

       8410-KEEP-SAVE-ENTRY.
           IF HT-DROP-SW (C-HT-SUB) NOT = "Y"
               ADD 1 TO C-HT-OUT
               IF C-HT-OUT NOT = C-HT-SUB
                   MOVE HT-TBL-ENTRY (C-HT-SUB)
                       TO HT-TBL-ENTRY (C-HT-OUT)
               END-IF
           END-IF.

       8500-COPY-FILE.
           MOVE ZERO TO C-COPYCTR.
           OPEN INPUT GENIN.
           IF GENIN-FILE-STATUS NOT = "00"
               PERFORM 9920-GENIN-FILE-ERROR
           END-IF.
           OPEN OUTPUT GENOUT.
           IF GENOUT-FILE-STATUS NOT = "00"
               PERFORM 9930-GENOUT-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-COPY.
           PERFORM 8510-READ-COPY-IN.
           PERFORM 8520-COPY-RECORD
               UNTIL MORE-COPY = "NO".
           CLOSE GENIN.
           CLOSE GENOUT.
           IF C-COPYCTR > ZERO
               SUBTRACT 1 FROM C-COPYCTR
           END-IF.

       8510-READ-COPY-IN.
           READ GENIN
               AT END
                   MOVE "NO" TO MORE-COPY.

       8520-COPY-RECORD.
           MOVE GEN-IN-REC TO GEN-OUT-REC.
           WRITE GEN-OUT-REC.
           ADD 1 TO C-COPYCTR.
           PERFORM 8510-READ-COPY-IN.

       8600-READ-FILE-HEADER.
           MOVE SPACES TO GEN-HEADER.
           OPEN INPUT GENIN.
           IF GENIN-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9920-GENIN-FILE-ERROR
           END-IF.
           IF GENIN-FILE-STATUS = "00"
               MOVE "YES" TO MORE-COPY
               PERFORM 8510-READ-COPY-IN
               IF MORE-COPY = "YES"
                   MOVE GEN-IN-REC TO GEN-HEADER
               END-IF
               CLOSE GENIN
           END-IF.

       8700-BUILD-SAVE-NAME.
           MOVE SPACES TO C-SAVE-NAME.
           STRING C-FIND-ID DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  C-SLOT DELIMITED BY SIZE
               INTO C-SAVE-NAME.

       8800-EDIT-DATE.
           IF DATE-WORK-N IS NUMERIC
               MOVE DW-MM TO DE-MM
               MOVE DW-DD TO DE-DD
               MOVE DW-YY TO DE-YY
           ELSE
               MOVE ZERO TO DE-MM
               MOVE ZERO TO DE-DD
               MOVE ZERO TO DE-YY
           END-IF.

       9920-GENIN-FILE-ERROR.
           DISPLAY "COBTPG27 - I/O ERROR ON " CTL-IN-FILE " FILE".
           DISPLAY "COBTPG27 - FILE STATUS IS: " GENIN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-GENOUT-FILE-ERROR.
           DISPLAY "COBTPG27 - I/O ERROR ON " CTL-OUT-FILE " FILE".
           DISPLAY "COBTPG27 - FILE STATUS IS: " GENOUT-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-GENWORK-FILE-ERROR.
           DISPLAY "COBTPG27 - I/O ERROR ON GENWORK FILE".
           DISPLAY "COBTPG27 - FILE STATUS IS: " GENWORK-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9950-GENHIST-FILE-ERROR.
           DISPLAY "COBTPG27 - I/O ERROR ON GENHIST FILE".
           DISPLAY "COBTPG27 - FILE STATUS IS: " GENHIST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG27 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG27 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG27 - RUN REFUSED, NO MASTER FILE CHANGED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG27 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
