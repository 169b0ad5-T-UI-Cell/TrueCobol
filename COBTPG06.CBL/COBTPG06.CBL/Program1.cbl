       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM POSTS TO THE OPEN ITEM A/R MASTER FILE, WHICH
      *    IS KEYED ON CUSTOMER NUMBER PLUS ESTIMATE NUMBER PLUS ITEM
      *    TYPE, SO A JOB BILLED IN STAGES CARRIES ITS DEPOSIT (D) AND
      *    FINAL (F) INVOICES AS TWO ITEMS UNDER THE SAME CUSTOMER AND
      *    ESTIMATE; A JOB BILLED IN FULL HAS A BLANK TYPE.  NEW OPEN
      *    ITEMS ARRIVE ON THE A/R POSTING EXTRACT WRITTEN BY COBTPG05
      *    AND ARE APPLIED AS ADDS; CASH RECEIPT TRANSACTIONS ARE
      *    APPLIED AS PAYMENTS AGAINST THE MATCHING OPEN ITEM, NAMED
      *    BY THE ITEM TYPE KEYED ON THE RECEIPT.  FINAL INVOICES ARE
      *    APPENDED TO THE POSTING EXTRACT BY COBTPG08.  BOTH
      *    STREAMS ARE SORTED INTO KEY ORDER INSIDE THE RUN; THE OLD
      *    MASTER MUST ALREADY BE IN KEY ORDER AND THE RUN ENDS WITH A
      *    BAD RETURN CODE IF IT IS NOT.  AN ITEM WHOSE BALANCE REACHES
      *    ZERO IS MARKED PAID.  A NEW MASTER PLUS AN UPDATE LISTING
      *    ARE WRITTEN.  AN ADD FOR AN ITEM ALREADY ON FILE IS
      *    REPORTED, NOT APPLIED.  EVERY PAYMENT APPLIED IS ALSO
      *    APPENDED TO THE PAYMENT HISTORY FILE WITH ITS RECEIPT DATE,
      *    CHECK NUMBER AND AMOUNT FOR THE MONTHLY CUSTOMER STATEMENTS
      *    PRINTED BY COBTPG19.  EACH PAYMENT APPLIED IS ALSO
      *    APPENDED TO THE GENERAL LEDGER SOURCE EXTRACT AS A CASH
      *    RECEIPT FOR THE JOURNAL BUILT BY COBTPG20.
      *
      *    THE OLD MASTER MUST START WITH A GENERATION CONTROL HEADER
      *    FOR THE CURRENT GENERATION IN THE CATALOG (GENCTL.DAT) THAT
      *    NO EARLIER RUN HAS CONSUMED, AND MUST HOLD THE NUMBER OF
      *    RECORDS THE HEADER SAYS, OR THE RUN IS REFUSED WITH
      *    RETURN CODE 8 BEFORE ANY FILE IS UPDATED.  THE NEW MASTER
      *    IS BUILT IN A WORK FILE AND COPIED TO ARNEW.DAT BEHIND A
      *    HEADER FOR THE NEXT GENERATION CARRYING THE RUN DATE AND
      *    RECORD COUNT, AND THE CATALOG IS UPDATED.  IF THE RECORDS
      *    READ DO NOT AGREE WITH THE OLD HEADER'S COUNT, ARNEW.DAT
      *    IS NOT WRITTEN AND THE RUN ENDS WITH RETURN CODE 8.
      *    COBTPG27 KEEPS PRIOR GENERATIONS AND ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHRCPT-FILE-STATUS.

           SELECT OPTIONAL PAYHIST
               ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYHIST-FILE-STATUS.

           SELECT OPTIONAL GLPOST
               ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLPOST-FILE-STATUS.

           SELECT NEWAR
               ASSIGN TO "ARNEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWAR-FILE-STATUS.

           SELECT ARGEN
               ASSIGN TO "ARNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARGEN-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT ARLST
               ASSIGN TO "ARUPDT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  OA-PAID-AMT           PIC 9(9)V99.
           05  OA-BALANCE            PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  OA-INV-TYPE           PIC X(1).
           05  FILLER                PIC X(6).

       FD  ARPOST
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-POST-REC
           RECORD CONTAINS 51 CHARACTERS.
       01  AR-POST-REC.
           05  AP-ACTION             PIC X(1).
           05  AP-CUST-NO            PIC X(6).
           05  AP-SUBTOTAL           PIC 9(8)V99.
           05  AP-SALES-TAX          PIC 9(8)V99.
           05  AP-TOTAL-DUE          PIC 9(9)V99.
           05  AP-INV-TYPE           PIC X(1).

       FD  CASHRCPT
           LABEL RECORD IS STANDARD
           05  CR-RCPT-DATE          PIC 9(8).
           05  CR-AMOUNT             PIC 9(7)V99.
           05  CR-CHECK-NO           PIC X(10).
           05  CR-INV-TYPE           PIC X(1).
           05  FILLER                PIC X(1).

       FD  PAYHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-HIST-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  PAY-HIST-REC.
           05  PH-CUST-NO            PIC X(6).
           05  PH-EST-NO             PIC X(4).
           05  PH-INV-TYPE           PIC X(1).
           05  PH-RCPT-DATE          PIC 9(8).
           05  PH-CHECK-NO           PIC X(10).
           05  PH-AMOUNT             PIC 9(7)V99.
           05  PH-POST-DATE          PIC 9(8).
           05  FILLER                PIC X(4).

       FD  GLPOST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-SOURCE-REC
           RECORD CONTAINS 90 CHARACTERS.
       01  GL-SOURCE-REC.
           05  GS-SOURCE             PIC X(2).
           05  GS-POST-DATE          PIC 9(8).
           05  GS-CUST-NO            PIC X(6).
           05  GS-EST-NO             PIC X(4).
           05  GS-INV-TYPE           PIC X(1).
           05  GS-REFERENCE          PIC X(10).
           05  GS-GRADE              PIC X(1).
           05  GS-GALLONS            PIC 9(5)V99.
           05  GS-TOTAL-AMT          PIC 9(9)V99.
           05  GS-PAINT-AMT          PIC 9(9)V99.
           05  GS-LABOR-AMT          PIC 9(9)V99.
           05  GS-TAX-AMT            PIC 9(9)V99.
           05  FILLER                PIC X(7).

       FD  NEWAR
           LABEL RECORD IS STANDARD
           05  NA-PAID-AMT           PIC 9(9)V99.
           05  NA-BALANCE            PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  NA-INV-TYPE           PIC X(1).
           05  FILLER                PIC X(6).

       FD  ARGEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-GEN-REC
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-GEN-REC                PIC X(80).

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

       FD  ARLST
           LABEL RECORD IS OMITTED

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 79 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-CUST-NO     PIC X(6).
               10  S-KEY-EST-NO      PIC X(4).
               10  S-KEY-INV-TYPE    PIC X(1).
               10  S-KEY-SEQ         PIC 9(7).
           05  S-TRAN-REC            PIC X(61).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  M-KEY.
               10  M-KEY-CUST-NO     PIC X(6) VALUE SPACES.
               10  M-KEY-EST-NO      PIC X(4) VALUE SPACES.
               10  M-KEY-INV-TYPE    PIC X(1) VALUE SPACES.
           05  T-KEY.
               10  T-KEY-CUST-NO     PIC X(6) VALUE SPACES.
               10  T-KEY-EST-NO      PIC X(4) VALUE SPACES.
               10  T-KEY-INV-TYPE    PIC X(1) VALUE SPACES.
           05  H-KEY.
               10  H-KEY-CUST-NO     PIC X(6) VALUE SPACES.
               10  H-KEY-EST-NO      PIC X(4) VALUE SPACES.
               10  H-KEY-INV-TYPE    PIC X(1) VALUE SPACES.
           05  HOLD-ACTIVE-SW        PIC XXX VALUE "NO".
           05  C-ADDCTR              PIC 999 VALUE ZERO.
           05  C-PAYCTR              PIC 999 VALUE ZERO.
           05  ARPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  CASHRCPT-FILE-STATUS  PIC XX VALUE SPACES.
           05  NEWAR-FILE-STATUS     PIC XX VALUE SPACES.
           05  PAYHIST-FILE-STATUS   PIC XX VALUE SPACES.
           05  GLPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  MORE-INPUT            PIC XXX VALUE "YES".
           05  C-REL-SEQ             PIC 9(7) VALUE ZERO.
           05  C-PREV-M-KEY          PIC X(11) VALUE LOW-VALUES.
           05  C-PREV-T-KEY          PIC X(11) VALUE LOW-VALUES.
           05  ARGEN-FILE-STATUS     PIC XX VALUE SPACES.
           05  GENCTL-FILE-STATUS    PIC XX VALUE SPACES.
           05  MORE-CATALOG          PIC XXX VALUE "YES".
           05  MORE-COPY             PIC XXX VALUE "YES".
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

       01  AR-TRAN-REC.
           05  AT-ACTION             PIC X(1).
           05  AT-SALES-TAX          PIC 9(8)V99.
           05  AT-AMOUNT             PIC 9(9)V99.
           05  AT-CHECK-NO           PIC X(10).
           05  AT-INV-TYPE           PIC X(1).

       01  HOLD-AR.
           05  HA-CUST-NO            PIC X(6).
           05  HA-TOTAL-DUE          PIC 9(9)V99.
           05  HA-PAID-AMT           PIC 9(9)V99.
           05  HA-BALANCE            PIC S9(9)V99.
           05  HA-INV-TYPE           PIC X(1).

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           05  O-CUST-NO             PIC X(6).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-EST-NO              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  O-INV-TYPE            PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CHECK-NO            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
           MOVE AP-SALES-TAX TO AT-SALES-TAX.
           MOVE AP-TOTAL-DUE TO AT-AMOUNT.
           MOVE SPACES       TO AT-CHECK-NO.
           MOVE AP-INV-TYPE  TO AT-INV-TYPE.
           PERFORM 0150-RELEASE-TRAN.

       0130-READ-RELEASE-RCPT.
               MOVE ZERO         TO AT-SALES-TAX
               MOVE CR-AMOUNT    TO AT-AMOUNT
               MOVE CR-CHECK-NO  TO AT-CHECK-NO
               MOVE CR-INV-TYPE  TO AT-INV-TYPE
               PERFORM 0150-RELEASE-TRAN
           END-IF.

           MOVE CR-ACTION   TO O-ACTION.
           MOVE CR-CUST-NO  TO O-CUST-NO.
           MOVE CR-EST-NO   TO O-EST-NO.
           MOVE CR-INV-TYPE TO O-INV-TYPE.
           MOVE CR-CHECK-NO TO O-CHECK-NO.
           IF CR-AMOUNT IS NUMERIC
               MOVE CR-AMOUNT TO O-AMOUNT
           ADD 1 TO C-REL-SEQ.
           MOVE AT-CUST-NO   TO S-KEY-CUST-NO.
           MOVE AT-EST-NO    TO S-KEY-EST-NO.
           MOVE AT-INV-TYPE  TO S-KEY-INV-TYPE.
           MOVE C-REL-SEQ    TO S-KEY-SEQ.
           MOVE AR-TRAN-REC  TO S-TRAN-REC.
           RELEASE SORT-REC.
               MOVE "NO" TO MORE-MASTERS
               MOVE HIGH-VALUES TO M-KEY
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           OPEN OUTPUT NEWAR.
           IF NEWAR-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWAR-FILE-ERROR
           END-IF.
           OPEN EXTEND PAYHIST.
           IF PAYHIST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9935-PAYHIST-FILE-ERROR
           END-IF.
           OPEN EXTEND GLPOST.
           IF GLPOST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9937-GLPOST-FILE-ERROR
           END-IF.

           IF MORE-MASTERS = "YES"
               PERFORM 9000-READ-MASTER
           END-IF.
           PERFORM 9050-READ-TRAN.

      *-----------------------------------------------------------------
      *    THE OLD MASTER'S HEADER MUST NAME THE CURRENT GENERATION IN
      *    THE CATALOG, AND THAT GENERATION MUST NOT ALREADY HAVE BEEN
      *    CONSUMED BY AN EARLIER RUN.  A MISSING MASTER MAY ONLY BE
      *    BUILT FROM NOTHING WHEN THE CATALOG HAS NO ENTRY FOR IT.
      *-----------------------------------------------------------------
       1100-CHECK-GENERATION.
           PERFORM 1110-LOAD-GEN-CATALOG.
           MOVE ZERO TO C-GT-HIT.
           PERFORM 1130-FIND-GEN-ENTRY
               VARYING C-GT-SUB FROM 1 BY 1
               UNTIL C-GT-SUB > GT-TBL-CTR.
           IF OLDAR-FILE-STATUS = "35"
               IF C-GT-HIT NOT = ZERO
                   DISPLAY "COBTPG06 - ARMAST GENERATION "
                       GT-CUR-GEN (C-GT-HIT)
                       " IS CATALOGED BUT THE FILE IS MISSING"
                   PERFORM 9980-REFUSE-RUN
               END-IF
               MOVE ZERO TO C-IN-GEN-NO
               MOVE ZERO TO C-IN-REC-COUNT
           ELSE
               PERFORM 1140-READ-GEN-HEADER
           END-IF.
           COMPUTE C-NEW-GEN-NO = C-IN-GEN-NO + 1.
           DISPLAY "COBTPG06 - ARMAST GENERATION " C-IN-GEN-NO
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
               DISPLAY "COBTPG06 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "ARMAST"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ OLDAR
               AT END
                   MOVE SPACES TO OLD-AR-REC
           END-READ.
           MOVE OLD-AR-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ARMAST"
               DISPLAY "COBTPG06 - ARMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG06 - ARMAST IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG06 - ARMAST GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG06 - ARMAST GENERATION " GH-GEN-NO
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
           CLOSE OLDAR.
           OPEN INPUT OLDAR.
           IF OLDAR-FILE-STATUS NOT = "00"
               PERFORM 9910-OLDAR-FILE-ERROR
           END-IF.
           READ OLDAR
               AT END
                   MOVE SPACES TO OLD-AR-REC
           END-READ.
           IF C-PRE-COUNT NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG06 - " C-PRE-COUNT " ARMAST RECORDS "
                   "ON FILE, CONTROL HEADER SAYS " C-IN-REC-COUNT
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1155-COUNT-MASTER-REC.
           READ OLDAR
               AT END
                   MOVE "NO" TO MORE-COUNT
               NOT AT END
                   ADD 1 TO C-PRE-COUNT
           END-READ.

       2000-MAINLINE.
           IF HOLD-ACTIVE-SW = "NO"
               PERFORM 2100-SELECT-NEXT
               MOVE OA-TOTAL-DUE TO HA-TOTAL-DUE
               MOVE OA-PAID-AMT  TO HA-PAID-AMT
               MOVE OA-BALANCE   TO HA-BALANCE
               MOVE OA-INV-TYPE  TO HA-INV-TYPE
               MOVE OA-CUST-NO   TO H-KEY-CUST-NO
               MOVE OA-EST-NO    TO H-KEY-EST-NO
               MOVE OA-INV-TYPE  TO H-KEY-INV-TYPE
               MOVE "YES" TO HOLD-ACTIVE-SW
               PERFORM 9000-READ-MASTER
           ELSE
           MOVE AT-AMOUNT    TO HA-TOTAL-DUE.
           MOVE ZERO         TO HA-PAID-AMT.
           MOVE AT-AMOUNT    TO HA-BALANCE.
           MOVE AT-INV-TYPE  TO HA-INV-TYPE.
           MOVE AT-CUST-NO   TO H-KEY-CUST-NO.
           MOVE AT-EST-NO    TO H-KEY-EST-NO.
           MOVE AT-INV-TYPE  TO H-KEY-INV-TYPE.
           MOVE "YES" TO HOLD-ACTIVE-SW.
           ADD 1 TO C-ADDCTR.
           MOVE HA-BALANCE TO O-BALANCE.
           END-IF.
           MOVE HA-BALANCE TO O-BALANCE.
           PERFORM 8000-WRITE-LISTING.
           PERFORM 2220-WRITE-PAY-HISTORY.
           PERFORM 2230-GL-EXTRACT.

       2220-WRITE-PAY-HISTORY.
           MOVE SPACES       TO PAY-HIST-REC.
           MOVE AT-CUST-NO   TO PH-CUST-NO.
           MOVE AT-EST-NO    TO PH-EST-NO.
           MOVE AT-INV-TYPE  TO PH-INV-TYPE.
           MOVE AT-TRAN-DATE TO PH-RCPT-DATE.
           MOVE AT-CHECK-NO  TO PH-CHECK-NO.
           MOVE AT-AMOUNT    TO PH-AMOUNT.
           MOVE C-TODAY-N    TO PH-POST-DATE.
           WRITE PAY-HIST-REC.
           IF PAYHIST-FILE-STATUS NOT = "00"
               PERFORM 9935-PAYHIST-FILE-ERROR
           END-IF.

       2230-GL-EXTRACT.
           MOVE SPACES       TO GL-SOURCE-REC.
           MOVE "CR"         TO GS-SOURCE.
           MOVE AT-TRAN-DATE TO GS-POST-DATE.
           MOVE AT-CUST-NO   TO GS-CUST-NO.
           MOVE AT-EST-NO    TO GS-EST-NO.
           MOVE AT-INV-TYPE  TO GS-INV-TYPE.
           MOVE AT-CHECK-NO  TO GS-REFERENCE.
           MOVE ZERO         TO GS-GALLONS.
           MOVE AT-AMOUNT    TO GS-TOTAL-AMT.
           MOVE ZERO         TO GS-PAINT-AMT.
           MOVE ZERO         TO GS-LABOR-AMT.
           MOVE ZERO         TO GS-TAX-AMT.
           WRITE GL-SOURCE-REC.
           IF GLPOST-FILE-STATUS NOT = "00"
               PERFORM 9937-GLPOST-FILE-ERROR
           END-IF.

       2300-RELEASE-HOLD.
           MOVE SPACES       TO NEW-AR-REC.
           MOVE HA-TOTAL-DUE TO NA-TOTAL-DUE.
           MOVE HA-PAID-AMT  TO NA-PAID-AMT.
           MOVE HA-BALANCE   TO NA-BALANCE.
           MOVE HA-INV-TYPE  TO NA-INV-TYPE.
           WRITE NEW-AR-REC.
           IF NEWAR-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWAR-FILE-ERROR
             AFTER ADVANCING 3 LINES.
           CLOSE OLDAR.
           CLOSE NEWAR.
           CLOSE PAYHIST.
           CLOSE GLPOST.
           CLOSE ARLST.
           PERFORM 3500-WRITE-GENERATION.
      *-----------------------------------------------------------------
      *    THE NEW MASTER IS COPIED FROM THE WORK FILE BEHIND ITS
      *    GENERATION HEADER ONCE THE RECORD COUNT IS KNOWN.
      *-----------------------------------------------------------------
       3500-WRITE-GENERATION.
           IF C-OLDCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG06 - " C-OLDCTR " ARMAST RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               DISPLAY "COBTPG06 - ARNEW.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NEWAR
               IF NEWAR-FILE-STATUS NOT = "00"
                   PERFORM 9930-NEWAR-FILE-ERROR
               END-IF
               OPEN OUTPUT ARGEN
               IF ARGEN-FILE-STATUS NOT = "00"
                   PERFORM 9933-ARGEN-FILE-ERROR
               END-IF
               MOVE SPACES       TO GEN-HEADER
               MOVE "*GENHDR*"   TO GH-MARKER
               MOVE "ARMAST"   TO GH-FILE-ID
               MOVE C-NEW-GEN-NO TO GH-GEN-NO
               MOVE C-TODAY-N    TO GH-RUN-DATE
               MOVE C-NEWCTR     TO GH-REC-COUNT
               MOVE GEN-HEADER   TO AR-GEN-REC
               WRITE AR-GEN-REC
               IF ARGEN-FILE-STATUS NOT = "00"
                   PERFORM 9933-ARGEN-FILE-ERROR
               END-IF
               MOVE "YES" TO MORE-COPY
               PERFORM 3510-READ-WORK-MASTER
               PERFORM 3520-COPY-WORK-MASTER
                   UNTIL MORE-COPY = "NO"
               CLOSE NEWAR
               CLOSE ARGEN
               PERFORM 3600-UPDATE-GEN-CATALOG
               DISPLAY "COBTPG06 - ARNEW.DAT WRITTEN AS ARMAST "
                   "GENERATION " C-NEW-GEN-NO
           END-IF.

       3510-READ-WORK-MASTER.
           READ NEWAR
               AT END
                   MOVE "NO" TO MORE-COPY.

       3520-COPY-WORK-MASTER.
           WRITE AR-GEN-REC FROM NEW-AR-REC.
           IF ARGEN-FILE-STATUS NOT = "00"
               PERFORM 9933-ARGEN-FILE-ERROR
           END-IF.
           PERFORM 3510-READ-WORK-MASTER.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG06 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "ARMAST" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-NEWCTR     TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG06"   TO GT-PROGRAM   (C-GT-HIT).
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


       8000-WRITE-LISTING.
           MOVE AT-ACTION   TO O-ACTION.
           MOVE AT-CUST-NO  TO O-CUST-NO.
           MOVE AT-EST-NO   TO O-EST-NO.
           MOVE AT-INV-TYPE TO O-INV-TYPE.
           MOVE AT-CHECK-NO TO O-CHECK-NO.
           MOVE AT-AMOUNT   TO O-AMOUNT.
           WRITE LSTLINE FROM LST-DETAIL-LINE
                   ADD 1 TO C-OLDCTR
                   MOVE OA-CUST-NO TO M-KEY-CUST-NO
                   MOVE OA-EST-NO  TO M-KEY-EST-NO
                   MOVE OA-INV-TYPE TO M-KEY-INV-TYPE
                   IF M-KEY < C-PREV-M-KEY
                       PERFORM 9940-MASTER-SEQ-ERROR
                   END-IF
                   ADD 1 TO C-TRANCTR
                   MOVE AT-CUST-NO TO T-KEY-CUST-NO
                   MOVE AT-EST-NO  TO T-KEY-EST-NO
                   MOVE AT-INV-TYPE TO T-KEY-INV-TYPE
                   IF T-KEY < C-PREV-T-KEY
                       PERFORM 9950-TRAN-SEQ-ERROR
                   END-IF
           PERFORM 9990-ABORT-RUN.

       9930-NEWAR-FILE-ERROR.
           DISPLAY "COBTPG06 - I/O ERROR ON ARNEW WORK FILE".
           DISPLAY "COBTPG06 - FILE STATUS IS: " NEWAR-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9933-ARGEN-FILE-ERROR.
           DISPLAY "COBTPG06 - I/O ERROR ON ARNEW FILE".
           DISPLAY "COBTPG06 - FILE STATUS IS: " ARGEN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-PAYHIST-FILE-ERROR.
           DISPLAY "COBTPG06 - I/O ERROR ON ARPAYHST FILE".
           DISPLAY "COBTPG06 - FILE STATUS IS: " PAYHIST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9937-GLPOST-FILE-ERROR.
           DISPLAY "COBTPG06 - I/O ERROR ON GLPOST FILE".
           DISPLAY "COBTPG06 - FILE STATUS IS: " GLPOST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-MASTER-SEQ-ERROR.
           DISPLAY "COBTPG06 - ARMAST OUT OF SEQUENCE AT ITEM "
               M-KEY " AFTER " C-PREV-M-KEY.
               T-KEY " AFTER " C-PREV-T-KEY.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG06 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG06 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG06 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG06 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
