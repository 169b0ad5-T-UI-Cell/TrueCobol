      *    IN, KEPT AND ARCHIVED, AND THE RUN ENDS WITH A BAD RETURN
      *    CODE IF THE COUNTS OR HASHES DO NOT RECONCILE, THE SAME
      *    WAY COBTPG01 REFUSES AN OUT-OF-BALANCE BATCH.
      *
      *    THE ESTIMATE MASTER MUST START WITH A GENERATION CONTROL
      *    HEADER FOR THE CURRENT GENERATION IN THE CATALOG
      *    (GENCTL.DAT) THAT NO EARLIER RUN HAS CONSUMED, AND MUST HOLD
      *    THE NUMBER OF RECORDS THE HEADER SAYS, OR THE RUN IS REFUSED
      *    WITH RETURN CODE 8 BEFORE ANYTHING IS ARCHIVED OR WRITTEN.
      *    THE SURVIVORS ARE BUILT IN A WORK FILE AND COPIED TO
      *    ESTKEEP.DAT BEHIND A HEADER FOR THE NEXT ESTMAST
      *    GENERATION, AND THE CATALOG IS UPDATED.  AN OUT-OF-BALANCE
      *    PURGE, OR ONE WHOSE RECORDS IN DO NOT AGREE WITH THE OLD
      *    HEADER'S COUNT, LEAVES ESTKEEP.DAT UNWRITTEN.  COBTPG27
      *    KEEPS PRIOR GENERATIONS AND ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ESTARCH-FILE-STATUS.

           SELECT ESTKEEP
               ASSIGN TO "ESTKEEP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTKEEP-FILE-STATUS.

           SELECT KEEPGEN
               ASSIGN TO "ESTKEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEPGEN-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT PURGLST
               ASSIGN TO "ESTPURG.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
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

       FD  ESTARCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCH-EST-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  ARCH-EST-REC              PIC X(140).

       FD  ESTKEEP
           LABEL RECORD IS STANDARD
           DATA RECORD IS KEEP-EST-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  KEEP-EST-REC              PIC X(140).

       FD  KEEPGEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS KEEP-GEN-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  KEEP-GEN-REC              PIC X(140).

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

       FD  PURGLST
           LABEL RECORD IS OMITTED
           05  ESTMAST-FILE-STATUS   PIC XX VALUE SPACES.
           05  ESTARCH-FILE-STATUS   PIC XX VALUE SPACES.
           05  ESTKEEP-FILE-STATUS   PIC XX VALUE SPACES.
           05  KEEPGEN-FILE-STATUS   PIC XX VALUE SPACES.
           05  GENCTL-FILE-STATUS    PIC XX VALUE SPACES.
           05  MORE-CATALOG          PIC XXX VALUE "YES".
           05  MORE-COPY             PIC XXX VALUE "YES".
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-GT-SUB              PIC 99 VALUE ZERO.
           05  C-GT-HIT              PIC 99 VALUE ZERO.
           05  C-IN-GEN-NO           PIC 9(6) VALUE ZERO.
           05  C-IN-REC-COUNT        PIC 9(7) VALUE ZERO.
           05  C-PRE-COUNT           PIC 9(7) VALUE ZERO.
           05  MORE-COUNT            PIC XXX VALUE "YES".
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

       01  CUTOFF-CARD.
           05  TC-CUTOFF-X           PIC X(8) VALUE SPACES.
           IF ESTMAST-FILE-STATUS NOT = "00"
               PERFORM 9910-ESTMAST-FILE-ERROR
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           OPEN EXTEND ESTARCH.
           IF ESTARCH-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9920-ESTARCH-FILE-ERROR
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           MOVE C-CUTOFF-DATE    TO O-CUTOFF-DATE.
               MOVE "N" TO C-CANCELLED-ONLY
           END-IF.

      *-----------------------------------------------------------------
      *    THE OLD MASTER'S HEADER MUST NAME THE CURRENT GENERATION IN
      *    THE CATALOG, AND THAT GENERATION MUST NOT ALREADY HAVE BEEN
      *    CONSUMED BY AN EARLIER RUN.
      *-----------------------------------------------------------------
       1100-CHECK-GENERATION.
           PERFORM 1110-LOAD-GEN-CATALOG.
           MOVE ZERO TO C-GT-HIT.
           PERFORM 1130-FIND-GEN-ENTRY
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.
           PERFORM 1140-READ-GEN-HEADER.
           COMPUTE C-NEW-GEN-NO = C-IN-GEN-NO + 1.
           DISPLAY "COBTPG13 - ESTMAST GENERATION " C-IN-GEN-NO
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
               DISPLAY "COBTPG13 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "ESTMAST"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ ESTMAST
               AT END
                   MOVE SPACES TO OLD-EST-REC
           END-READ.
           MOVE OLD-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG13 - ESTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG13 - ESTMAST IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG13 - ESTMAST GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG13 - ESTMAST GENERATION " GH-GEN-NO
                   " IS NOT THE CURRENT GENERATION "
                   GT-CUR-GEN (C-GT-HIT)
               PERFORM 9980-REFUSE-RUN
           END-IF.
           MOVE GH-GEN-NO    TO C-IN-GEN-NO.
           MOVE GH-REC-COUNT TO C-IN-REC-COUNT.
           PERFORM 1150-COUNT-OLD-MASTER.
      *-----------------------------------------------------------------
      *    THE OLD MASTER IS COUNTED AGAINST ITS HEADER BEFORE ANY
      *    HISTORY OR POSTING FILE IS EXTENDED, SO A REFUSED RUN LEAVES
      *    NOTHING BEHIND TO BE DUPLICATED WHEN IT IS RERUN.
      *-----------------------------------------------------------------
       1150-COUNT-OLD-MASTER.
           MOVE ZERO TO C-PRE-COUNT.
           MOVE "YES" TO MORE-COUNT.
           PERFORM 1155-COUNT-MASTER-REC
               UNTIL MORE-COUNT = "NO".
           CLOSE ESTMAST.
           OPEN INPUT ESTMAST.
           IF ESTMAST-FILE-STATUS NOT = "00"
               PERFORM 9910-ESTMAST-FILE-ERROR
           END-IF.
           READ ESTMAST
               AT END
                   MOVE SPACES TO OLD-EST-REC
           END-READ.
           IF C-PRE-COUNT NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG13 - " C-PRE-COUNT " ESTMAST RECORDS "
                   "ON FILE, CONTROL HEADER SAYS " C-IN-REC-COUNT
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1155-COUNT-MASTER-REC.
           READ ESTMAST
               AT END
                   MOVE "NO" TO MORE-COUNT
               NOT AT END
                   ADD 1 TO C-PRE-COUNT
           END-READ.

       2000-MAINLINE.
           ADD 1 TO C-INCTR.
           ADD OM-TOTAL-COST TO C-IN-COST.
           CLOSE ESTARCH.
           CLOSE ESTKEEP.
           CLOSE PURGLST.
           IF OUT-OF-BAL-SW = "YES"
               DISPLAY "COBTPG13 - ESTKEEP.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
           ELSE
               PERFORM 3500-WRITE-GENERATION
           END-IF.

       3100-BALANCE-CHECK.
           MOVE "NO" TO OUT-OF-BAL-SW.
               WRITE LSTLINE FROM LST-STATUS-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
      *-----------------------------------------------------------------
      *    THE NEW MASTER IS COPIED FROM THE WORK FILE BEHIND ITS
      *    GENERATION HEADER ONCE THE RECORD COUNT IS KNOWN.
      *-----------------------------------------------------------------
       3500-WRITE-GENERATION.
           IF C-INCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG13 - " C-INCTR " ESTMAST RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               DISPLAY "COBTPG13 - ESTKEEP.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ESTKEEP
               IF ESTKEEP-FILE-STATUS NOT = "00"
                   PERFORM 9930-ESTKEEP-FILE-ERROR
               END-IF
               OPEN OUTPUT KEEPGEN
               IF KEEPGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-KEEPGEN-FILE-ERROR
               END-IF
               MOVE SPACES       TO GEN-HEADER
               MOVE "*GENHDR*"   TO GH-MARKER
               MOVE "ESTMAST"   TO GH-FILE-ID
               MOVE C-NEW-GEN-NO TO GH-GEN-NO
               MOVE C-TODAY-N    TO GH-RUN-DATE
               MOVE C-KEEPCTR    TO GH-REC-COUNT
               MOVE GEN-HEADER   TO KEEP-GEN-REC
               WRITE KEEP-GEN-REC
               IF KEEPGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-KEEPGEN-FILE-ERROR
               END-IF
               MOVE "YES" TO MORE-COPY
               PERFORM 3510-READ-WORK-MASTER
               PERFORM 3520-COPY-WORK-MASTER
                   UNTIL MORE-COPY = "NO"
               CLOSE ESTKEEP
               CLOSE KEEPGEN
               PERFORM 3600-UPDATE-GEN-CATALOG
               DISPLAY "COBTPG13 - ESTKEEP.DAT WRITTEN AS ESTMAST "
                   "GENERATION " C-NEW-GEN-NO
           END-IF.

       3510-READ-WORK-MASTER.
           READ ESTKEEP
               AT END
                   MOVE "NO" TO MORE-COPY.

       3520-COPY-WORK-MASTER.
           WRITE KEEP-GEN-REC FROM KEEP-EST-REC.
           IF KEEPGEN-FILE-STATUS NOT = "00"
               PERFORM 9935-KEEPGEN-FILE-ERROR
           END-IF.
           PERFORM 3510-READ-WORK-MASTER.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG13 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "ESTMAST" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-KEEPCTR    TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG13"   TO GT-PROGRAM   (C-GT-HIT).
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


       9000-READ.
           READ ESTMAST
           PERFORM 9990-ABORT-RUN.

       9930-ESTKEEP-FILE-ERROR.
           DISPLAY "COBTPG13 - I/O ERROR ON ESTKEEP WORK FILE".
           DISPLAY "COBTPG13 - FILE STATUS IS: " ESTKEEP-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-KEEPGEN-FILE-ERROR.
           DISPLAY "COBTPG13 - I/O ERROR ON ESTKEEP FILE".
           DISPLAY "COBTPG13 - FILE STATUS IS: " KEEPGEN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG13 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG13 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG13 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG13 - RUN TERMINATED".
           MOVE 16 TO RETURN-CODE.
