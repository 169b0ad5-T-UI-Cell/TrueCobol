      *    ITEM RECORD PER INVOICE IS ALSO WRITTEN TO THE A/R POSTING
      *    EXTRACT SO COBTPG06 CAN CARRY THE RECEIVABLE ON THE A/R
      *    MASTER FILE.
      *
      *    WHEN THE CONTROL CARD CARRIES A DEPOSIT PERCENT THE INVOICE
      *    IS A DEPOSIT INVOICE: THE JOB TOTAL IS SHOWN AND ONLY THE
      *    DEPOSIT PERCENT OF IT IS BILLED AND TAXED NOW.  THE OPEN
      *    ITEM IS POSTED AS A DEPOSIT ITEM (TYPE D) AND THE BALANCE
      *    IS BILLED ON THE FINAL INVOICE RAISED BY COBTPG08 WHEN THE
      *    WORK ORDER IS COMPLETED.  WITH NO DEPOSIT PERCENT THE WHOLE
      *    JOB IS BILLED AS BEFORE.
      *
      *    ONLY ESTIMATES THE CUSTOMER HAS ACCEPTED ARE INVOICED.  EACH
      *    HEADER IS CHECKED AGAINST THE NEW ESTIMATE MASTER FROM
      *    COBTPG03.  PROPOSALS STILL AWAITING A RESPONSE, AND
      *    ESTIMATES ON CREDIT HOLD, ARE CARRIED
      *    FORWARD, ROOMS AND HEADER, TO THE NEW PENDING EXTRACT AND
      *    ARE READ BACK AHEAD OF THE NEXT NIGHT'S EXTRACT.  DECLINED,
      *    EXPIRED AND CANCELLED ESTIMATES, AND OLD VERSIONS WHOSE
      *    TOTAL NO LONGER MATCHES THE MASTER, ARE DROPPED.
      *
      *    EVERY INVOICE RAISED IS ALSO APPENDED TO THE GENERAL LEDGER
      *    SOURCE EXTRACT WITH THE AMOUNT BILLED SPLIT INTO PAINT
      *    SALES, LABOR SALES (PREP PLUS APPLICATION) AND SALES TAX.
      *    A DEPOSIT INVOICE IS SPLIT IN THE SAME PROPORTION AS THE
      *    JOB.  THE JOURNAL ITSELF IS PRODUCED BY COBTPG20.
      *
      *    THE FIRST RECORD OF ESTNEW.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVEXT-FILE-STATUS.

           SELECT OPTIONAL INVPEND
               ASSIGN TO DYNAMIC CTL-PND-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVPEND-FILE-STATUS.

           SELECT INVPNEW
               ASSIGN TO DYNAMIC CTL-PNW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVPNEW-FILE-STATUS.

           SELECT ESTMAST
               ASSIGN TO "ESTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMAST-FILE-STATUS.

           SELECT INVDOC
               ASSIGN TO DYNAMIC CTL-DOC-FILE
               ORGANIZATION IS RECORD SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARPOST-FILE-STATUS.

           SELECT OPTIONAL GLPOST
               ASSIGN TO DYNAMIC CTL-GLP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLPOST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INVCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-CARD
           RECORD CONTAINS 371 CHARACTERS.
       01  INV-CARD.
           05  IC-TAX-RATE           PIC X(6).
           05  IC-EXT-FILE           PIC X(60).
           05  IC-DOC-FILE           PIC X(60).
           05  IC-ARP-FILE           PIC X(60).
           05  IC-PND-FILE           PIC X(60).
           05  IC-PNW-FILE           PIC X(60).
           05  IC-DEP-PCT            PIC X(5).
           05  IC-GLP-FILE           PIC X(60).

       FD  INVEXT
           LABEL RECORD IS STANDARD
           05  IVR-PREP-HRS          PIC 9(3)V9.
           05  FILLER                PIC X(114).

       FD  INVPEND
           LABEL RECORD IS STANDARD
           DATA RECORD IS PEND-REC
           RECORD CONTAINS 150 CHARACTERS.
       01  PEND-REC                  PIC X(150).

       FD  INVPNEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS PNEW-REC
           RECORD CONTAINS 150 CHARACTERS.
       01  PNEW-REC                  PIC X(150).

       FD  ESTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS EST-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  EST-REC.
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

       FD  INVDOC
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-REC              PIC XXX VALUE "YES".
           05  MORE-PEND             PIC XXX VALUE "YES".
           05  MORE-ESTS             PIC XXX VALUE "YES".
           05  C-INVCTR              PIC 9(5) VALUE ZERO.
           05  C-DROPCTR             PIC 9(5) VALUE ZERO.
           05  C-CARRYCTR            PIC 9(5) VALUE ZERO.
           05  C-SKIPCTR             PIC 9(5) VALUE ZERO.
           05  C-ES-SUB              PIC 9(5) VALUE ZERO.
           05  C-ES-HIT              PIC 9(5) VALUE ZERO.
           05  C-EXT-TOTAL           PIC 9(9)V99 VALUE ZERO.
           05  C-INV-DISP            PIC X(7) VALUE SPACES.
           05  SKIP-REASON           PIC X(40) VALUE SPACES.
           05  C-ROOM-SUB            PIC 999 VALUE ZERO.
           05  C-TAX-RATE            PIC 9V9(5) VALUE ZERO.
           05  C-DEP-PCT             PIC 999V99 VALUE ZERO.
           05  C-DEPCTR              PIC 9(5) VALUE ZERO.
           05  C-JOB-TOTAL           PIC 9(8)V99 VALUE ZERO.
           05  C-BAL-TO-FINISH       PIC 9(8)V99 VALUE ZERO.
           05  C-PREP-AMT            PIC 9(8)V99 VALUE ZERO.
           05  C-SUBTOTAL            PIC 9(8)V99 VALUE ZERO.
           05  C-SALES-TAX           PIC 9(8)V99 VALUE ZERO.
           05  C-TOTAL-DUE           PIC 9(9)V99 VALUE ZERO.
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-GL-PAINT            PIC 9(8)V99 VALUE ZERO.
           05  C-GL-LABOR            PIC 9(8)V99 VALUE ZERO.
           05  GLPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  INVCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  INVEXT-FILE-STATUS    PIC XX VALUE SPACES.
           05  ARPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  INVPEND-FILE-STATUS   PIC XX VALUE SPACES.
           05  INVPNEW-FILE-STATUS   PIC XX VALUE SPACES.
           05  ESTMAST-FILE-STATUS   PIC XX VALUE SPACES.
           05  CTL-EXT-FILE          PIC X(60)
                               VALUE "C:\COBOL\PAINTINV.DAT".
           05  CTL-DOC-FILE          PIC X(60)
                               VALUE "C:\COBOL\PAINTDOC.PRT".
           05  CTL-ARP-FILE          PIC X(60)
                               VALUE "C:\COBOL\ARPOST.DAT".
           05  CTL-PND-FILE          PIC X(60)
                               VALUE "C:\COBOL\INVPEND.DAT".
           05  CTL-PNW-FILE          PIC X(60)
                               VALUE "C:\COBOL\INVPNEW.DAT".
           05  CTL-GLP-FILE          PIC X(60)
                               VALUE "C:\COBOL\GLPOST.DAT".

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  TAX-RATE-CARD.
           05  TC-TAX-RATE-X         PIC X(6) VALUE SPACES.
           05  TC-TAX-RATE-N REDEFINES TC-TAX-RATE-X
                                     PIC 9V9(5).

       01  DEP-PCT-CARD.
           05  TC-DEP-PCT-X          PIC X(5) VALUE SPACES.
           05  TC-DEP-PCT-N REDEFINES TC-DEP-PCT-X
                                     PIC 999V99.

       01  ROOM-HOLD-TABLE.
           05  RH-TBL-CTR            PIC 999 VALUE ZERO.
           05  RH-TBL-ENTRY OCCURS 100 TIMES.
               10  RH-CEILING-SQ-FT  PIC 9(4).
               10  RH-COATS          PIC 9(1).
               10  RH-PREP-HRS       PIC 9(3)V9.
               10  RH-INV-REC        PIC X(150).

       01  EST-STATUS-TABLE.
           05  ES-TBL-CTR            PIC 9(5) VALUE ZERO.
           05  ES-TBL-ENTRY OCCURS 5000 TIMES.
               10  ES-EST-NO         PIC X(4).
               10  ES-STATUS         PIC X(1).
               10  ES-TOTAL-COST     PIC 9(9)V99.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           05  FILLER                PIC X(28) VALUE SPACES.

       01  DOC-TITLE-LINE.
           05  FILLER                PIC X(32) VALUE SPACES.
           05  O-DOC-TITLE           PIC X(15) VALUE SPACES.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  DOC-DATE-LINE.
           05  FILLER                PIC X(6)  VALUE "DATE:".
           05  O-AMT                 PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(45) VALUE SPACES.

       01  DOC-DEP-PCT-LINE.
           05  FILLER                PIC X(22)
                                     VALUE "DEPOSIT PERCENT .....".
           05  O-DEP-PCT             PIC ZZ9.99.
           05  FILLER                PIC X(1)  VALUE "%".
           05  FILLER                PIC X(51) VALUE SPACES.

       01  DOC-BALANCE-NOTE-LINE.
           05  FILLER                PIC X(22)
                                     VALUE "BALANCE OF".
           05  O-BAL-TO-FINISH       PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(45)
                   VALUE " PLUS TAX WILL BE BILLED ON COMPLETION".

       01  DOC-TERMS-LINE.
           05  FILLER                PIC X(7)  VALUE "TERMS:".
           05  O-TERMS               PIC X(15).

       1000-INIT.
           PERFORM 1050-READ-CONTROL-CARD.
           PERFORM 1500-LOAD-ESTIMATES.
           OPEN INPUT INVPEND.
           IF INVPEND-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9930-INVPEND-FILE-ERROR
           END-IF.
           OPEN INPUT INVEXT.
           IF INVEXT-FILE-STATUS NOT = "00"
               PERFORM 9910-INVEXT-FILE-ERROR
           END-IF.
           OPEN OUTPUT INVPNEW.
           IF INVPNEW-FILE-STATUS NOT = "00"
               PERFORM 9940-INVPNEW-FILE-ERROR
           END-IF.
           OPEN OUTPUT INVDOC.
           OPEN OUTPUT ARPOST.
           IF ARPOST-FILE-STATUS NOT = "00"
               PERFORM 9920-ARPOST-FILE-ERROR
           END-IF.
           OPEN EXTEND GLPOST.
           IF GLPOST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9960-GLPOST-FILE-ERROR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           IF IC-ARP-FILE NOT = SPACES
               MOVE IC-ARP-FILE TO CTL-ARP-FILE
           END-IF.
           IF IC-PND-FILE NOT = SPACES
               MOVE IC-PND-FILE TO CTL-PND-FILE
           END-IF.
           IF IC-PNW-FILE NOT = SPACES
               MOVE IC-PNW-FILE TO CTL-PNW-FILE
           END-IF.
           IF IC-GLP-FILE NOT = SPACES
               MOVE IC-GLP-FILE TO CTL-GLP-FILE
           END-IF.
           IF IC-DEP-PCT NOT = SPACES
               MOVE IC-DEP-PCT TO TC-DEP-PCT-X
               IF TC-DEP-PCT-X IS NUMERIC AND TC-DEP-PCT-N NOT > 100
                   MOVE TC-DEP-PCT-N TO C-DEP-PCT
               ELSE
                   DISPLAY "COBTPG05 - DEPOSIT PERCENT INVALID, "
                       "BILLING JOBS IN FULL"
               END-IF
           END-IF.

       1500-LOAD-ESTIMATES.
           OPEN INPUT ESTMAST.
           IF ESTMAST-FILE-STATUS NOT = "00"
               PERFORM 9950-ESTMAST-FILE-ERROR
           END-IF.
           PERFORM 1505-SKIP-EST-HEADER.
           MOVE "YES" TO MORE-ESTS.
           PERFORM 1510-READ-ESTIMATE.
           PERFORM 1520-STORE-ESTIMATE
               UNTIL MORE-ESTS = "NO".
           CLOSE ESTMAST.

       1505-SKIP-EST-HEADER.
           READ ESTMAST
               AT END
                   MOVE SPACES TO EST-REC
           END-READ.
           MOVE EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG05 - ESTNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1510-READ-ESTIMATE.
           READ ESTMAST
               AT END
                   MOVE "NO" TO MORE-ESTS.

       1520-STORE-ESTIMATE.
           IF ES-TBL-CTR >= 5000
               DISPLAY "COBTPG05 - ESTIMATE TABLE FULL, IGNORING "
                   "ESTIMATE " OM-EST-NO
           ELSE
               ADD 1 TO ES-TBL-CTR
               MOVE OM-EST-NO     TO ES-EST-NO     (ES-TBL-CTR)
               MOVE OM-STATUS     TO ES-STATUS     (ES-TBL-CTR)
               MOVE OM-TOTAL-COST TO ES-TOTAL-COST (ES-TBL-CTR)
           END-IF.
           PERFORM 1510-READ-ESTIMATE.

       2000-MAINLINE.
           IF INV-ROOM-REC
               PERFORM 2100-HOLD-ROOM
           ELSE
               IF INV-HEADER-REC
                   PERFORM 2150-CHECK-ESTIMATE
                   IF C-INV-DISP = "INVOICE"
                       PERFORM 2200-PRINT-INVOICE
                   ELSE
                       IF C-INV-DISP = "CARRY"
                           PERFORM 2600-CARRY-FORWARD
                       ELSE
                           PERFORM 2700-SKIP-ESTIMATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-READ.
               ELSE
                   MOVE ZERO TO RH-PREP-HRS (RH-TBL-CTR)
               END-IF
               MOVE INV-REC TO RH-INV-REC (RH-TBL-CTR)
           END-IF.

       2150-CHECK-ESTIMATE.
           MOVE ZERO TO C-ES-HIT.
           PERFORM 2160-CHECK-EST-ENTRY
               VARYING C-ES-SUB FROM 1 BY 1
               UNTIL C-ES-SUB > ES-TBL-CTR
                  OR C-ES-HIT NOT = ZERO.
           IF IVH-PREP-AMT IS NUMERIC
               ADD IVH-PAINT-AMT IVH-LABOR-AMT IVH-PREP-AMT
                   GIVING C-EXT-TOTAL
           ELSE
               ADD IVH-PAINT-AMT IVH-LABOR-AMT
                   GIVING C-EXT-TOTAL
           END-IF.
           MOVE SPACES TO SKIP-REASON.
           IF C-ES-HIT = ZERO
               MOVE "SKIP" TO C-INV-DISP
               MOVE "NOT ON ESTIMATE MASTER" TO SKIP-REASON
           ELSE
               IF ES-TOTAL-COST (C-ES-HIT) NOT = C-EXT-TOTAL
                   MOVE "SKIP" TO C-INV-DISP
                   MOVE "SUPERSEDED BY A LATER VERSION"
                       TO SKIP-REASON
               ELSE
                   IF ES-STATUS (C-ES-HIT) = "A"
                       MOVE "INVOICE" TO C-INV-DISP
                   ELSE
                       IF ES-STATUS (C-ES-HIT) = "P"
                           OR ES-STATUS (C-ES-HIT) = "H"
                           MOVE "CARRY" TO C-INV-DISP
                       ELSE
                           MOVE "SKIP" TO C-INV-DISP
                           MOVE "DECLINED, EXPIRED OR CANCELLED"
                               TO SKIP-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2160-CHECK-EST-ENTRY.
           IF ES-EST-NO (C-ES-SUB) = IVH-EST-NO
               MOVE C-ES-SUB TO C-ES-HIT.

       2200-PRINT-INVOICE.
           ADD 1 TO C-INVCTR.
           IF C-DEP-PCT > ZERO
               MOVE "DEPOSIT INVOICE" TO O-DOC-TITLE
           ELSE
               MOVE "    INVOICE" TO O-DOC-TITLE
           END-IF.
           WRITE DOCLINE FROM DOC-COMPANY-LINE
             AFTER ADVANCING PAGE.
           WRITE DOCLINE FROM DOC-TITLE-LINE
               MOVE ZERO TO C-PREP-AMT
           END-IF.
           ADD IVH-PAINT-AMT IVH-LABOR-AMT C-PREP-AMT
               GIVING C-JOB-TOTAL.
           IF C-DEP-PCT > ZERO
               COMPUTE C-SUBTOTAL ROUNDED =
                   C-JOB-TOTAL * C-DEP-PCT / 100
               SUBTRACT C-SUBTOTAL FROM C-JOB-TOTAL
                   GIVING C-BAL-TO-FINISH
           ELSE
               MOVE C-JOB-TOTAL TO C-SUBTOTAL
               MOVE ZERO TO C-BAL-TO-FINISH
           END-IF.
           COMPUTE C-SALES-TAX ROUNDED =
               C-SUBTOTAL * C-TAX-RATE.
           ADD C-SUBTOTAL C-SALES-TAX
           MOVE IVH-LABOR-AMT TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           IF C-DEP-PCT > ZERO
               PERFORM 2410-PRINT-DEPOSIT-LINES
               MOVE "DEPOSIT BILLED ......" TO O-AMT-LABEL
           ELSE
               MOVE "SUBTOTAL ............" TO O-AMT-LABEL
           END-IF.
           MOVE C-SUBTOTAL TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-TOTAL-DUE TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           IF C-DEP-PCT > ZERO
               MOVE C-BAL-TO-FINISH TO O-BAL-TO-FINISH
               WRITE DOCLINE FROM DOC-BALANCE-NOTE-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 2500-AR-EXTRACT.

       2410-PRINT-DEPOSIT-LINES.
           MOVE "JOB TOTAL ..........." TO O-AMT-LABEL.
           MOVE C-JOB-TOTAL TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-DEP-PCT TO O-DEP-PCT.
           WRITE DOCLINE FROM DOC-DEP-PCT-LINE
             AFTER ADVANCING 2 LINES.

       2500-AR-EXTRACT.
           MOVE SPACES      TO AR-POST-REC.
           MOVE "A"         TO AP-ACTION.
           MOVE C-SUBTOTAL  TO AP-SUBTOTAL.
           MOVE C-SALES-TAX TO AP-SALES-TAX.
           MOVE C-TOTAL-DUE TO AP-TOTAL-DUE.
           IF C-DEP-PCT > ZERO
               MOVE "D" TO AP-INV-TYPE
               ADD 1 TO C-DEPCTR
           ELSE
               MOVE SPACE TO AP-INV-TYPE
           END-IF.
           WRITE AR-POST-REC.
           IF ARPOST-FILE-STATUS NOT = "00"
               PERFORM 9920-ARPOST-FILE-ERROR
           END-IF.
           PERFORM 2510-GL-EXTRACT.

       2510-GL-EXTRACT.
           IF C-JOB-TOTAL > ZERO
               COMPUTE C-GL-PAINT ROUNDED =
                   C-SUBTOTAL * IVH-PAINT-AMT / C-JOB-TOTAL
           ELSE
               MOVE ZERO TO C-GL-PAINT
           END-IF.
           SUBTRACT C-GL-PAINT FROM C-SUBTOTAL GIVING C-GL-LABOR.
           MOVE SPACES       TO GL-SOURCE-REC.
           MOVE "IN"         TO GS-SOURCE.
           MOVE C-TODAY-N    TO GS-POST-DATE.
           MOVE IVH-CUST-NO  TO GS-CUST-NO.
           MOVE IVH-EST-NO   TO GS-EST-NO.
           MOVE AP-INV-TYPE  TO GS-INV-TYPE.
           MOVE ZERO         TO GS-GALLONS.
           MOVE C-TOTAL-DUE  TO GS-TOTAL-AMT.
           MOVE C-GL-PAINT   TO GS-PAINT-AMT.
           MOVE C-GL-LABOR   TO GS-LABOR-AMT.
           MOVE C-SALES-TAX  TO GS-TAX-AMT.
           WRITE GL-SOURCE-REC.
           IF GLPOST-FILE-STATUS NOT = "00"
               PERFORM 9960-GLPOST-FILE-ERROR
           END-IF.

       2600-CARRY-FORWARD.
           ADD 1 TO C-CARRYCTR.
           PERFORM 2610-CARRY-ROOM
               VARYING C-ROOM-SUB FROM 1 BY 1
               UNTIL C-ROOM-SUB > RH-TBL-CTR.
           WRITE PNEW-REC FROM INV-REC.
           IF INVPNEW-FILE-STATUS NOT = "00"
               PERFORM 9940-INVPNEW-FILE-ERROR
           END-IF.
           MOVE ZERO TO RH-TBL-CTR.

       2610-CARRY-ROOM.
           IF RH-EST-NO (C-ROOM-SUB) = IVH-EST-NO
               WRITE PNEW-REC FROM RH-INV-REC (C-ROOM-SUB)
               IF INVPNEW-FILE-STATUS NOT = "00"
                   PERFORM 9940-INVPNEW-FILE-ERROR
               END-IF
           ELSE
               ADD 1 TO C-DROPCTR
               DISPLAY "COBTPG05 - ROOM " RH-ROOM-NAME (C-ROOM-SUB)
                   " FOR ESTIMATE " RH-EST-NO (C-ROOM-SUB)
                   " HAS NO HEADER, DROPPED"
           END-IF.

       2700-SKIP-ESTIMATE.
           ADD 1 TO C-SKIPCTR.
           DISPLAY "COBTPG05 - ESTIMATE " IVH-EST-NO
               " NOT INVOICED - " SKIP-REASON.
           MOVE ZERO TO RH-TBL-CTR.

       3000-CLOSING.
           IF RH-TBL-CTR NOT = ZERO
               ADD RH-TBL-CTR TO C-DROPCTR
           END-IF.
           DISPLAY "COBTPG05 - INVOICES PRINTED: " C-INVCTR.
           DISPLAY "COBTPG05 - DEPOSIT INVOICES: " C-DEPCTR.
           DISPLAY "COBTPG05 - ROOMS DROPPED:    " C-DROPCTR.
           DISPLAY "COBTPG05 - AWAITING RESPONSE: " C-CARRYCTR.
           DISPLAY "COBTPG05 - NOT INVOICED:     " C-SKIPCTR.
           CLOSE INVPEND.
           CLOSE INVPNEW.
           CLOSE INVEXT.
           CLOSE INVDOC.
           CLOSE ARPOST.
           CLOSE GLPOST.

       9000-READ.
           IF MORE-PEND = "YES"
               READ INVPEND INTO INV-REC
                   AT END
                       MOVE "NO" TO MORE-PEND
               END-READ
           END-IF.
           IF MORE-PEND = "NO"
               READ INVEXT
                   AT END
                       MOVE "NO" TO MORE-REC
               END-READ
           END-IF.

       9910-INVEXT-FILE-ERROR.
           DISPLAY "COBTPG05 - I/O ERROR ON INVEXT FILE: "
           DISPLAY "COBTPG05 - FILE STATUS IS: " ARPOST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-INVPEND-FILE-ERROR.
           DISPLAY "COBTPG05 - I/O ERROR ON INVPEND FILE: "
               CTL-PND-FILE.
           DISPLAY "COBTPG05 - FILE STATUS IS: " INVPEND-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-INVPNEW-FILE-ERROR.
           DISPLAY "COBTPG05 - I/O ERROR ON INVPNEW FILE: "
               CTL-PNW-FILE.
           DISPLAY "COBTPG05 - FILE STATUS IS: " INVPNEW-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9950-ESTMAST-FILE-ERROR.
           DISPLAY "COBTPG05 - I/O ERROR ON ESTNEW FILE".
           DISPLAY "COBTPG05 - FILE STATUS IS: " ESTMAST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9960-GLPOST-FILE-ERROR.
           DISPLAY "COBTPG05 - I/O ERROR ON GLPOST FILE: "
               CTL-GLP-FILE.
           DISPLAY "COBTPG05 - FILE STATUS IS: " GLPOST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG05 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
