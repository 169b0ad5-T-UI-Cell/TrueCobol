      *    SUGGESTED PURCHASE ORDER RECORD, WITH THE SHORTFALL ROUNDED
      *    UP TO THE VENDOR'S ORDER MULTIPLE, PLUS A LINE ON THE
      *    LISTING.
      *
      *    THE OLD STOCK FILE MUST START WITH A GENERATION CONTROL
      *    HEADER FOR THE CURRENT GENERATION IN THE CATALOG
      *    (GENCTL.DAT) THAT NO EARLIER RUN HAS CONSUMED, AND ITS
      *    RECORDS MUST AGREE WITH THE HEADER'S COUNT, OR THE RUN IS
      *    REFUSED WITH RETURN CODE 8 BEFORE ANYTHING IS WRITTEN.  THE
      *    NEW STOCK FILE IS WRITTEN BEHIND A HEADER FOR THE NEXT
      *    GENERATION AND THE CATALOG IS UPDATED.  COBTPG27 KEEPS
      *    PRIOR GENERATIONS AND ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POFILE-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT STKLST
               ASSIGN TO "STKMNT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  OLDSTOCK
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCK-REC
           RECORD CONTAINS 40 CHARACTERS.
       01  STOCK-REC.
           05  STK-GRADE             PIC X(1).
           05  STK-ON-HAND           PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  STK-REORDER-POINT     PIC 9(5)V99.
           05  FILLER                PIC X(22).

       FD  VENDFILE
           LABEL RECORD IS STANDARD
       FD  NEWSTOCK
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-STOCK-REC
           RECORD CONTAINS 40 CHARACTERS.
       01  NEW-STOCK-REC.
           05  NS-GRADE              PIC X(1).
           05  NS-ON-HAND            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  NS-REORDER-POINT      PIC 9(5)V99.
           05  FILLER                PIC X(22).

       FD  STKAUD
           LABEL RECORD IS STANDARD
           05  PO-ORDER-DATE         PIC 9(8).
           05  FILLER                PIC X(8).

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

       FD  STKLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  STKTRAN-FILE-STATUS   PIC XX VALUE SPACES.
           05  NEWSTOCK-FILE-STATUS  PIC XX VALUE SPACES.
           05  POFILE-FILE-STATUS    PIC XX VALUE SPACES.
           05  GENCTL-FILE-STATUS    PIC XX VALUE SPACES.
           05  MORE-CATALOG          PIC XXX VALUE "YES".
           05  C-GT-SUB              PIC 99 VALUE ZERO.
           05  C-GT-HIT              PIC 99 VALUE ZERO.
           05  C-IN-GEN-NO           PIC 9(6) VALUE ZERO.
           05  C-IN-REC-COUNT        PIC 9(7) VALUE ZERO.
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

       01  STOCK-TABLE.
           05  ST-TBL-CTR            PIC 99 VALUE ZERO.
           IF OLDSTOCK-FILE-STATUS NOT = "00"
               PERFORM 9910-OLDSTOCK-FILE-ERROR
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           PERFORM 1500-LOAD-STOCK.
           PERFORM 1150-CHECK-STOCK-COUNT.
           OPEN INPUT VENDFILE.
           IF VENDFILE-FILE-STATUS NOT = "00"
               PERFORM 9915-VENDFILE-ERROR
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.

           PERFORM 1600-LOAD-VENDORS.
           PERFORM 9050-READ-TRAN.

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
           DISPLAY "COBTPG11 - PAINTSTK GENERATION " C-IN-GEN-NO
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
               DISPLAY "COBTPG11 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "PAINTSTK"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ OLDSTOCK
               AT END
                   MOVE SPACES TO STOCK-REC
           END-READ.
           MOVE STOCK-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "PAINTSTK"
               DISPLAY "COBTPG11 - PAINTSTK.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG11 - PAINTSTK IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG11 - PAINTSTK GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG11 - PAINTSTK GENERATION " GH-GEN-NO
                   " IS NOT THE CURRENT GENERATION "
                   GT-CUR-GEN (C-GT-HIT)
               PERFORM 9980-REFUSE-RUN
           END-IF.
           MOVE GH-GEN-NO    TO C-IN-GEN-NO.
           MOVE GH-REC-COUNT TO C-IN-REC-COUNT.

       1150-CHECK-STOCK-COUNT.
           IF C-OLDCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG11 - " C-OLDCTR " PAINTSTK RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1500-LOAD-STOCK.
           PERFORM 1510-READ-STOCK.
           PERFORM 1520-STORE-STOCK
                   MOVE "NO" TO MORE-STOCK.

       1520-STORE-STOCK.
           ADD 1 TO C-OLDCTR.
           IF ST-TBL-CTR >= 10
               DISPLAY "COBTPG11 - STOCK TABLE FULL, IGNORING "
                   "GRADE " STK-GRADE
           ELSE
               ADD 1 TO ST-TBL-CTR
               MOVE STK-GRADE         TO ST-GRADE       (ST-TBL-CTR)
               MOVE STK-ON-HAND       TO ST-ON-HAND     (ST-TBL-CTR)
               MOVE STK-REORDER-POINT
           CLOSE POFILE.
           CLOSE STKAUD.
           CLOSE STKLST.
           PERFORM 3600-UPDATE-GEN-CATALOG.
           DISPLAY "COBTPG11 - STKNEW.DAT WRITTEN AS PAINTSTK "
               "GENERATION " C-NEW-GEN-NO.

       3100-WRITE-NEW-STOCK.
           MOVE SPACES       TO GEN-HEADER.
           MOVE "*GENHDR*"   TO GH-MARKER.
           MOVE "PAINTSTK"   TO GH-FILE-ID.
           MOVE C-NEW-GEN-NO TO GH-GEN-NO.
           MOVE C-TODAY-N    TO GH-RUN-DATE.
           MOVE ST-TBL-CTR   TO GH-REC-COUNT.
           MOVE GEN-HEADER   TO NEW-STOCK-REC.
           WRITE NEW-STOCK-REC.
           IF NEWSTOCK-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWSTOCK-FILE-ERROR
           END-IF.
           PERFORM 3110-WRITE-STOCK-ENTRY
               VARYING C-ST-SUB FROM 1 BY 1
               UNTIL C-ST-SUB > ST-TBL-CTR.
           END-IF.
           ADD 1 TO C-NEWCTR.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG11 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "PAINTSTK" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-NEWCTR     TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG11"   TO GT-PROGRAM   (C-GT-HIT).
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

       3200-SUGGEST-ORDERS.
           WRITE LSTLINE FROM LST-PO-SECT-LINE
             AFTER ADVANCING 3 LINES.
           DISPLAY "COBTPG11 - FILE STATUS IS: " POFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG11 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG11 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG11 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG11 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
