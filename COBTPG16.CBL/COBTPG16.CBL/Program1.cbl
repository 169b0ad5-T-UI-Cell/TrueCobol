      *    CUSTOMER COUNT IS NO LONGER CAPPED BY AN IN-CORE TABLE.
      *    DUPLICATE CUSTOMER NUMBERS ARE REPORTED AND SKIPPED AND
      *    THE RUN ENDS WITH RETURN CODE 8 WHEN ANY ARE FOUND.
      *
      *    THE FIRST RECORD OF CUSTNEW.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  NC-PHONE              PIC X(10).
           05  NC-TERMS              PIC X(15).
           05  NC-STATUS             PIC X(1).
           05  NC-CREDIT-LIMIT       PIC X(9).
           05  FILLER                PIC X(9).

       FD  CUSTIDX
           LABEL RECORD IS STANDARD
           05  CI-PHONE              PIC X(10).
           05  CI-TERMS              PIC X(15).
           05  CI-STATUS             PIC X(1).
           05  CI-CREDIT-LIMIT       PIC X(9).
           05  FILLER                PIC X(9).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  CUSTSEQ-FILE-STATUS   PIC XX VALUE SPACES.
           05  CUSTIDX-FILE-STATUS   PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF CUSTSEQ-FILE-STATUS NOT = "00"
               PERFORM 9910-CUSTSEQ-FILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-CUST-HEADER.
           OPEN OUTPUT CUSTIDX.
           IF CUSTIDX-FILE-STATUS NOT = "00"
               PERFORM 9920-CUSTIDX-FILE-ERROR
           END-IF.
           PERFORM 9000-READ.

       1010-SKIP-CUST-HEADER.
           READ CUSTSEQ
               AT END
                   MOVE SPACES TO NEW-CUST-REC
           END-READ.
           MOVE NEW-CUST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CUSTMAST"
               DISPLAY "COBTPG16 - CUSTNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-INCTR.
           MOVE NC-CUST-NO   TO CI-CUST-NO.
           MOVE NC-PHONE     TO CI-PHONE.
           MOVE NC-TERMS     TO CI-TERMS.
           MOVE NC-STATUS    TO CI-STATUS.
           MOVE NC-CREDIT-LIMIT TO CI-CREDIT-LIMIT.
           WRITE IDX-CUST-REC
               INVALID KEY
                   ADD 1 TO C-DUPCTR
