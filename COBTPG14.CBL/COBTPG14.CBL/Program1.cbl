      *    ANY MISMATCH SO THE SCHEDULER CAN HOLD THE STREAM, THE
      *    SAME CONVENTION COBTPG01 USES FOR REJECT-LIMIT AND
      *    OUT-OF-BALANCE CONDITIONS.
      *
      *    THE FIRST RECORD OF ESTNEW.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ESTNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-EST-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  NEW-EST-REC.
           05  NM-EST-NO             PIC X(4).
           05  NM-STATUS             PIC X(1).
           05  NM-LABOR-COST         PIC 9(9)V99.
           05  NM-TOTAL-COST         PIC 9(9)V99.
           05  NM-PREP-HRS           PIC 9(4)V9.
           05  NM-RESP-DATE          PIC 9(8).
           05  FILLER                PIC X(3).

       FD  BILLCSV
           LABEL RECORD IS OMITTED
           05  BILLCSV-FILE-STATUS   PIC XX VALUE SPACES.
           05  INVEXT-FILE-STATUS    PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  POST-WORK.
           05  PW-ACTION             PIC X(1).
           05  PW-EST-NO             PIC X(4).
           IF ESTNEW-FILE-STATUS NOT = "00"
               PERFORM 9920-ESTNEW-FILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-EST-HEADER.
           OPEN OUTPUT RECONLST.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           PERFORM 9000-READ-MASTER.
           PERFORM 9050-READ-TRAN.

       1010-SKIP-EST-HEADER.
           READ ESTNEW
               AT END
                   MOVE SPACES TO NEW-EST-REC
           END-READ.
           MOVE NEW-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG14 - ESTNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1500-LOAD-CSV.
           OPEN INPUT BILLCSV.
           IF BILLCSV-FILE-STATUS NOT = "00"
