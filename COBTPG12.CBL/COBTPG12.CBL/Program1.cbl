      *    STATUS AND TOTAL COST, A PER-CUSTOMER TOTAL, AND A FLAG
      *    WHEN ESTIMATES EXIST FOR A CUSTOMER WHO IS INACTIVE ON THE
      *    CUSTOMER MASTER.
      *
      *    THE FIRST RECORDS OF ESTMAST.DAT AND CUSTMAST.DAT ARE
      *    THEIR GENERATION CONTROL HEADERS (SEE COBTPG27) AND ARE
      *    SKIPPED.
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

       FD  CUSTFILE
           LABEL RECORD IS STANDARD

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 150 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-CUST-NO     PIC X(6).
               10  S-KEY-EST-NO      PIC X(4).
           05  S-EST-REC             PIC X(140).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  ESTMAST-FILE-STATUS   PIC XX VALUE SPACES.
           05  CUST-FILE-STATUS      PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  HOLD-EST.
           05  HM-EST-NO             PIC X(4).
           05  HM-STATUS             PIC X(1).
           05  HM-LABOR-COST         PIC 9(9)V99.
           05  HM-TOTAL-COST         PIC 9(9)V99.
           05  HM-PREP-HRS           PIC 9(4)V9.
           05  HM-RESP-DATE          PIC 9(8).
           05  FILLER                PIC X(3).

       01  CUST-TABLE.
           05  CUST-TBL-CTR          PIC 9(4) VALUE ZERO.
           IF ESTMAST-FILE-STATUS NOT = "00"
               PERFORM 9910-ESTMAST-FILE-ERROR
           END-IF.
           PERFORM 0105-SKIP-EST-HEADER.
           MOVE "YES" TO MORE-INPUT.
           PERFORM 0110-READ-RELEASE
               UNTIL MORE-INPUT = "NO".
           CLOSE ESTMAST.

       0105-SKIP-EST-HEADER.
           READ ESTMAST
               AT END
                   MOVE SPACES TO OLD-EST-REC
           END-READ.
           MOVE OLD-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG12 - ESTMAST.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       0110-READ-RELEASE.
           READ ESTMAST
               AT END
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
               DISPLAY "COBTPG12 - CUSTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1560-READ-CUSTOMER.
           READ CUSTFILE
               AT END
           IF HM-STATUS = "C"
               MOVE "CANCELLED" TO O-STATUS
           ELSE
               IF HM-STATUS = "P"
                   MOVE "PROPOSED" TO O-STATUS
               ELSE
                   IF HM-STATUS = "D"
                       MOVE "DECLINED" TO O-STATUS
                   ELSE
                       IF HM-STATUS = "X"
                           MOVE "EXPIRED" TO O-STATUS
                       ELSE
                           IF HM-STATUS = "H"
                               MOVE "CR HOLD" TO O-STATUS
                           ELSE
                               MOVE "ACTIVE" TO O-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE HM-GRADE      TO O-GRADE.
           MOVE HM-JOB-ADDR   TO O-JOB-ADDR.
