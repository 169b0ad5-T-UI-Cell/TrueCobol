      *    SET THE DUE DATE AND EACH OPEN BALANCE IS AGED INTO
      *    CURRENT / 1-30 / 31-60 / 61-90 / OVER 90 DAY COLUMNS WITH
      *    CUSTOMER SUBTOTALS AND A GRAND TOTAL.  PAID ITEMS ARE
      *    SKIPPED.  A JOB BILLED IN STAGES SHOWS ITS DEPOSIT (D) AND
      *    FINAL (F) INVOICES AS SEPARATE LINES UNDER THE ESTIMATE.
      *
      *    THE FIRST RECORDS OF ARNEW.DAT AND CUSTMAST.DAT ARE THEIR
      *    GENERATION CONTROL HEADERS (SEE COBTPG27) AND ARE
      *    SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           05  AR-PAID-AMT           PIC 9(9)V99.
           05  AR-BALANCE            PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  AR-INV-TYPE           PIC X(1).
           05  FILLER                PIC X(6).

       FD  CUSTFILE
           LABEL RECORD IS STANDARD
           05  ARFILE-FILE-STATUS    PIC XX VALUE SPACES.
           05  CUST-FILE-STATUS      PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  CUST-ACCUM.
           05  CA-CURRENT            PIC S9(9)V99 VALUE ZERO.
           05  CA-30                 PIC S9(9)V99 VALUE ZERO.

       01  AGE-DETAIL-LINE.
           05  O-EST-NO              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-INV-TYPE            PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-INV-DATE            PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-DUE-DATE            PIC 9(8).
           IF ARFILE-FILE-STATUS NOT = "00"
               PERFORM 9910-ARFILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-AR-HEADER.
           OPEN OUTPUT AGELST.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
             AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ.

       1010-SKIP-AR-HEADER.
           READ ARFILE
               AT END
                   MOVE SPACES TO AR-REC
           END-READ.
           MOVE AR-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ARMAST"
               DISPLAY "COBTPG07 - ARNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1550-LOAD-CUSTOMERS.
           OPEN INPUT CUSTFILE.
           IF CUST-FILE-STATUS NOT = "00"
               PERFORM 9930-CUST-FILE-ERROR
           END-IF.
           PERFORM 1555-SKIP-CUST-HEADER.
           MOVE "YES" TO MORE-CUSTS.
           PERFORM 1560-READ-CUSTOMER.
           PERFORM 1570-STORE-CUSTOMER
               UNTIL MORE-CUSTS = "NO".
           CLOSE CUSTFILE.

       1555-SKIP-CUST-HEADER.
           READ CUSTFILE
               AT END
                   MOVE SPACES TO CUST-REC
           END-READ.
           MOVE CUST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CUSTMAST"
               DISPLAY "COBTPG07 - CUSTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1560-READ-CUSTOMER.
           READ CUSTFILE
               AT END
               MOVE ZERO TO C-DAYS-PAST
           END-IF.
           MOVE AR-EST-NO TO O-EST-NO.
           MOVE AR-INV-TYPE TO O-INV-TYPE.
           MOVE AR-INV-DATE TO O-INV-DATE.
           COMPUTE O-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (C-DUE-INT).
