       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG18.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM PRINTS THE MONTHLY QUOTE WIN/LOSS REPORT FROM
      *    THE ESTIMATE MASTER.  AN ESTIMATE THE CUSTOMER HAS ANSWERED
      *    IS COUNTED IN THE MONTH OF ITS RESPONSE DATE; ONE WITH NO
      *    RESPONSE DATE IS COUNTED IN THE MONTH IT WAS DATED.  EACH IS
      *    COUNTED BY ITS CURRENT STATUS: WON (A), DECLINED
      *    (D), EXPIRED (X), CANCELLED (C) OR STILL OPEN (P OR H).  THE
      *    WIN PERCENT IS WON OVER ALL QUOTES THE CUSTOMER HAS ANSWERED
      *    (WON + DECLINED + EXPIRED).  ONE LINE PRINTS PER CUSTOMER,
      *    THEN ONE LINE PER PAINT GRADE AND A GRAND TOTAL, WITH THE
      *    VALUE QUOTED AND THE VALUE WON.  THE MONTH COMES FROM THE
      *    WINCARD CONTROL CARD AS YYYYMM; IF THE CARD IS MISSING THE
      *    CURRENT MONTH IS REPORTED.
      *
      *    THE FIRST RECORD OF ESTMAST.DAT IS ITS GENERATION CONTROL
      *    HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WINCARD
               ASSIGN TO "WINCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINCARD-FILE-STATUS.

           SELECT ESTMAST
               ASSIGN TO "ESTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMAST-FILE-STATUS.

           SELECT WLLST
               ASSIGN TO "QUOTEWL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SORTFILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  WINCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS WIN-CARD
           RECORD CONTAINS 6 CHARACTERS.
       01  WIN-CARD.
           05  WC-MONTH              PIC X(6).

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

       FD  WLLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

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
           05  MORE-REC              PIC XXX VALUE "YES".
           05  MORE-INPUT            PIC XXX VALUE "YES".
           05  FIRST-REC-SW          PIC XXX VALUE "YES".
           05  C-PREV-CUST-NO        PIC X(6) VALUE SPACES.
           05  C-RPT-MONTH           PIC 9(6) VALUE ZERO.
           05  C-EST-MONTH           PIC 9(6) VALUE ZERO.
           05  C-READCTR             PIC 9(5) VALUE ZERO.
           05  C-SKIPCTR             PIC 9(5) VALUE ZERO.
           05  C-CUSTCTR             PIC 9(5) VALUE ZERO.
           05  C-ANSWERED            PIC 9(5) VALUE ZERO.
           05  C-WIN-PCT             PIC 999V9 VALUE ZERO.
           05  C-WG-SUB              PIC 99 VALUE ZERO.
           05  C-WG-HIT              PIC 99 VALUE ZERO.
           05  WINCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  ESTMAST-FILE-STATUS   PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  MONTH-CARD.
           05  TC-MONTH-X            PIC X(6) VALUE SPACES.
           05  TC-MONTH-N REDEFINES TC-MONTH-X
                                     PIC 9(6).

       01  RPT-MONTH-WORK.
           05  RM-YY                 PIC 9(4).
           05  RM-MM                 PIC 99.

       01  HOLD-EST.
           05  HM-EST-NO             PIC X(4).
           05  HM-STATUS             PIC X(1).
               88  EST-WON           VALUE "A".
               88  EST-DECLINED      VALUE "D".
               88  EST-EXPIRED       VALUE "X".
               88  EST-CANCELLED     VALUE "C".
           05  HM-VERSION            PIC 9(3).
           05  HM-CUST-NO            PIC X(6).
           05  HM-EST-DATE           PIC 9(8).
           05  HM-GRADE              PIC X(1).
           05  HM-PRICE-GAL          PIC 99V99.
           05  HM-CUST-NAME          PIC X(20).
           05  HM-JOB-ADDR           PIC X(30).
           05  HM-TOTAL-SQ-FT        PIC 9(7).
           05  HM-GAL-NEED           PIC 9(5)V99.
           05  HM-PAINT-COST         PIC 9(9)V99.
           05  HM-LABOR-COST         PIC 9(9)V99.
           05  HM-TOTAL-COST         PIC 9(9)V99.
           05  HM-PREP-HRS           PIC 9(4)V9.
           05  HM-RESP-DATE          PIC 9(8).
           05  FILLER                PIC X(3).

       01  CUST-ACCUM.
           05  CA-QUOTED             PIC 9(5) VALUE ZERO.
           05  CA-WON                PIC 9(5) VALUE ZERO.
           05  CA-DECLINED           PIC 9(5) VALUE ZERO.
           05  CA-EXPIRED            PIC 9(5) VALUE ZERO.
           05  CA-CANCELLED          PIC 9(5) VALUE ZERO.
           05  CA-OPEN               PIC 9(5) VALUE ZERO.
           05  CA-QUOTED-VALUE       PIC 9(11)V99 VALUE ZERO.
           05  CA-WON-VALUE          PIC 9(11)V99 VALUE ZERO.

       01  GRAND-ACCUM.
           05  GA-QUOTED             PIC 9(5) VALUE ZERO.
           05  GA-WON                PIC 9(5) VALUE ZERO.
           05  GA-DECLINED           PIC 9(5) VALUE ZERO.
           05  GA-EXPIRED            PIC 9(5) VALUE ZERO.
           05  GA-CANCELLED          PIC 9(5) VALUE ZERO.
           05  GA-OPEN               PIC 9(5) VALUE ZERO.
           05  GA-QUOTED-VALUE       PIC 9(11)V99 VALUE ZERO.
           05  GA-WON-VALUE          PIC 9(11)V99 VALUE ZERO.

       01  LINE-ACCUM.
           05  LA-QUOTED             PIC 9(5) VALUE ZERO.
           05  LA-WON                PIC 9(5) VALUE ZERO.
           05  LA-DECLINED           PIC 9(5) VALUE ZERO.
           05  LA-EXPIRED            PIC 9(5) VALUE ZERO.
           05  LA-CANCELLED          PIC 9(5) VALUE ZERO.
           05  LA-OPEN               PIC 9(5) VALUE ZERO.
           05  LA-QUOTED-VALUE       PIC 9(11)V99 VALUE ZERO.
           05  LA-WON-VALUE          PIC 9(11)V99 VALUE ZERO.

       01  GRADE-SUB-TABLE.
           05  WG-TBL-CTR            PIC 99 VALUE ZERO.
           05  WG-TBL-ENTRY OCCURS 10 TIMES.
               10  WG-GRADE          PIC X(1).
               10  WG-ACCUM.
                   15  WG-QUOTED         PIC 9(5).
                   15  WG-WON            PIC 9(5).
                   15  WG-DECLINED       PIC 9(5).
                   15  WG-EXPIRED        PIC 9(5).
                   15  WG-CANCELLED      PIC 9(5).
                   15  WG-OPEN           PIC 9(5).
                   15  WG-QUOTED-VALUE   PIC 9(11)V99.
                   15  WG-WON-VALUE      PIC 9(11)V99.

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
                                  VALUE 'QUOTE WIN/LOSS REPORT'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  LST-MONTH-LINE.
           05  FILLER                PIC X(36) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "FOR MONTH:".
           05  O-RPT-MM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-RPT-YY              PIC 9(4).
           05  FILLER                PIC X(78) VALUE SPACES.

       01  LST-SECTION-LINE.
           05  O-SECTION-TITLE       PIC X(40).
           05  FILLER                PIC X(92) VALUE SPACES.

       01  LST-COLUMN-HEADINGS.
           05  O-COL-LABEL           PIC X(30).
           05  FILLER                PIC X(9)  VALUE "   QUOTED".
           05  FILLER                PIC X(9)  VALUE "      WON".
           05  FILLER                PIC X(9)  VALUE " DECLINED".
           05  FILLER                PIC X(9)  VALUE "  EXPIRED".
           05  FILLER                PIC X(9)  VALUE " CANCELED".
           05  FILLER                PIC X(9)  VALUE "     OPEN".
           05  FILLER                PIC X(9)  VALUE "  WIN PCT".
           05  FILLER                PIC X(16)
                                     VALUE "    QUOTED VALUE".
           05  FILLER                PIC X(16)
                                     VALUE "       WON VALUE".
           05  FILLER                PIC X(7)  VALUE SPACES.

       01  LST-DETAIL-LINE.
           05  O-LABEL               PIC X(30).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-QUOTED              PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-WON                 PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-DECLINED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-EXPIRED             PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-CANCELLED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-OPEN                PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-WIN-PCT             PIC ZZ9.9.
           05  FILLER                PIC X(1)  VALUE "%".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-QUOTED-VALUE        PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-WON-VALUE           PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(7)  VALUE SPACES.

       01  LST-CUST-LABEL.
           05  OL-CUST-NO            PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  OL-CUST-NAME          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.

       01  LST-GRADE-LABEL.
           05  FILLER                PIC X(6)  VALUE "GRADE ".
           05  OL-GRADE              PIC X(1).
           05  FILLER                PIC X(23) VALUE SPACES.

       01  LST-COUNT-LINE.
           05  FILLER                PIC X(20)
                                     VALUE "ESTIMATES READ:".
           05  O-READCTR             PIC ZZ,ZZ9.
           05  FILLER                PIC X(24)
                                     VALUE "  OUTSIDE REPORT MONTH:".
           05  O-SKIPCTR             PIC ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE "  CUSTOMERS:".
           05  O-CUSTCTR             PIC ZZ,ZZ9.
           05  FILLER                PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORTFILE
               ON ASCENDING KEY S-SORT-KEY
               INPUT PROCEDURE IS 0100-SORT-INPUT
               OUTPUT PROCEDURE IS 0200-PROCESS-SORTED.
           STOP RUN.

       0100-SORT-INPUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE C-RPT-MONTH = I-YY * 100 + I-MM.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN INPUT ESTMAST.
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
               DISPLAY "COBTPG18 - ESTMAST.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       0110-READ-RELEASE.
           READ ESTMAST
               AT END
                   MOVE "NO" TO MORE-INPUT
               NOT AT END
                   ADD 1 TO C-READCTR
                   PERFORM 0120-RELEASE-REC
           END-READ.

       0120-RELEASE-REC.
           IF OM-RESP-DATE IS NUMERIC AND OM-RESP-DATE > ZERO
               COMPUTE C-EST-MONTH = OM-RESP-DATE / 100
           ELSE
               IF OM-EST-DATE IS NUMERIC
                   COMPUTE C-EST-MONTH = OM-EST-DATE / 100
               ELSE
                   MOVE ZERO TO C-EST-MONTH
               END-IF
           END-IF.
           IF C-EST-MONTH = C-RPT-MONTH
               MOVE OM-CUST-NO  TO S-KEY-CUST-NO
               MOVE OM-EST-NO   TO S-KEY-EST-NO
               MOVE OLD-EST-REC TO S-EST-REC
               RELEASE SORT-REC
           ELSE
               ADD 1 TO C-SKIPCTR
           END-IF.

       0200-PROCESS-SORTED.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL MORE-REC = "NO".
           PERFORM 3000-CLOSING.

       1000-INIT.
           OPEN OUTPUT WLLST.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE C-RPT-MONTH TO RPT-MONTH-WORK.
           MOVE RM-MM TO O-RPT-MM.
           MOVE RM-YY TO O-RPT-YY.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-MONTH-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "WIN/LOSS BY CUSTOMER" TO O-SECTION-TITLE.
           WRITE LSTLINE FROM LST-SECTION-LINE
             AFTER ADVANCING 2 LINES.
           MOVE "CUSTOMER" TO O-COL-LABEL.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ.

       1050-READ-CONTROL-CARD.
           OPEN INPUT WINCARD.
           IF WINCARD-FILE-STATUS = "00"
               READ WINCARD
                   AT END
                       DISPLAY "COBTPG18 - WINCARD EMPTY, REPORTING "
                           "CURRENT MONTH"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE WINCARD
           ELSE
               DISPLAY "COBTPG18 - WINCARD NOT FOUND, REPORTING "
                   "CURRENT MONTH"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           MOVE WC-MONTH TO TC-MONTH-X.
           IF TC-MONTH-X IS NUMERIC
               MOVE TC-MONTH-N TO RPT-MONTH-WORK
               IF RM-MM > ZERO AND RM-MM < 13
                   MOVE TC-MONTH-N TO C-RPT-MONTH
               ELSE
                   DISPLAY "COBTPG18 - REPORT MONTH INVALID, "
                       "REPORTING CURRENT MONTH"
               END-IF
           ELSE
               DISPLAY "COBTPG18 - REPORT MONTH NOT NUMERIC, "
                   "REPORTING CURRENT MONTH"
           END-IF.

       2000-MAINLINE.
           IF HM-CUST-NO NOT = C-PREV-CUST-NO
               IF FIRST-REC-SW = "YES"
                   MOVE "NO" TO FIRST-REC-SW
               ELSE
                   PERFORM 2300-CUST-TOTAL
               END-IF
               PERFORM 2100-START-CUSTOMER
           END-IF.
           PERFORM 2200-COUNT-ESTIMATE.
           PERFORM 9000-READ.

       2100-START-CUSTOMER.
           MOVE HM-CUST-NO TO C-PREV-CUST-NO.
           ADD 1 TO C-CUSTCTR.
           MOVE HM-CUST-NO   TO OL-CUST-NO.
           MOVE HM-CUST-NAME TO OL-CUST-NAME.
           MOVE ZERO TO CA-QUOTED.
           MOVE ZERO TO CA-WON.
           MOVE ZERO TO CA-DECLINED.
           MOVE ZERO TO CA-EXPIRED.
           MOVE ZERO TO CA-CANCELLED.
           MOVE ZERO TO CA-OPEN.
           MOVE ZERO TO CA-QUOTED-VALUE.
           MOVE ZERO TO CA-WON-VALUE.

       2200-COUNT-ESTIMATE.
           MOVE ZERO TO LA-QUOTED.
           MOVE ZERO TO LA-WON.
           MOVE ZERO TO LA-DECLINED.
           MOVE ZERO TO LA-EXPIRED.
           MOVE ZERO TO LA-CANCELLED.
           MOVE ZERO TO LA-OPEN.
           MOVE ZERO TO LA-WON-VALUE.
           MOVE 1 TO LA-QUOTED.
           MOVE HM-TOTAL-COST TO LA-QUOTED-VALUE.
           IF EST-WON
               MOVE 1 TO LA-WON
               MOVE HM-TOTAL-COST TO LA-WON-VALUE
           ELSE
               IF EST-DECLINED
                   MOVE 1 TO LA-DECLINED
               ELSE
                   IF EST-EXPIRED
                       MOVE 1 TO LA-EXPIRED
                   ELSE
                       IF EST-CANCELLED
                           MOVE 1 TO LA-CANCELLED
                       ELSE
                           MOVE 1 TO LA-OPEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD LA-QUOTED       TO CA-QUOTED       GA-QUOTED.
           ADD LA-WON          TO CA-WON          GA-WON.
           ADD LA-DECLINED     TO CA-DECLINED     GA-DECLINED.
           ADD LA-EXPIRED      TO CA-EXPIRED      GA-EXPIRED.
           ADD LA-CANCELLED    TO CA-CANCELLED    GA-CANCELLED.
           ADD LA-OPEN         TO CA-OPEN         GA-OPEN.
           ADD LA-QUOTED-VALUE TO CA-QUOTED-VALUE GA-QUOTED-VALUE.
           ADD LA-WON-VALUE    TO CA-WON-VALUE    GA-WON-VALUE.
           PERFORM 2310-FIND-GRADE-SLOT.
           IF C-WG-HIT = ZERO
               DISPLAY "COBTPG18 - GRADE TABLE FULL, IGNORING "
                   "GRADE " HM-GRADE
           ELSE
               ADD LA-QUOTED       TO WG-QUOTED       (C-WG-HIT)
               ADD LA-WON          TO WG-WON          (C-WG-HIT)
               ADD LA-DECLINED     TO WG-DECLINED     (C-WG-HIT)
               ADD LA-EXPIRED      TO WG-EXPIRED      (C-WG-HIT)
               ADD LA-CANCELLED    TO WG-CANCELLED    (C-WG-HIT)
               ADD LA-OPEN         TO WG-OPEN         (C-WG-HIT)
               ADD LA-QUOTED-VALUE TO WG-QUOTED-VALUE (C-WG-HIT)
               ADD LA-WON-VALUE    TO WG-WON-VALUE    (C-WG-HIT)
           END-IF.

       2300-CUST-TOTAL.
           MOVE LST-CUST-LABEL TO O-LABEL.
           MOVE CUST-ACCUM TO LINE-ACCUM.
           PERFORM 2400-WRITE-ACCUM-LINE.

       2310-FIND-GRADE-SLOT.
           MOVE ZERO TO C-WG-HIT.
           PERFORM 2320-CHECK-GRADE-SLOT
               VARYING C-WG-SUB FROM 1 BY 1
               UNTIL C-WG-SUB > WG-TBL-CTR.
           IF C-WG-HIT = ZERO AND WG-TBL-CTR < 10
               ADD 1 TO WG-TBL-CTR
               MOVE HM-GRADE TO WG-GRADE (WG-TBL-CTR)
               MOVE ZERO TO WG-QUOTED       (WG-TBL-CTR)
               MOVE ZERO TO WG-WON          (WG-TBL-CTR)
               MOVE ZERO TO WG-DECLINED     (WG-TBL-CTR)
               MOVE ZERO TO WG-EXPIRED      (WG-TBL-CTR)
               MOVE ZERO TO WG-CANCELLED    (WG-TBL-CTR)
               MOVE ZERO TO WG-OPEN         (WG-TBL-CTR)
               MOVE ZERO TO WG-QUOTED-VALUE (WG-TBL-CTR)
               MOVE ZERO TO WG-WON-VALUE    (WG-TBL-CTR)
               MOVE WG-TBL-CTR TO C-WG-HIT
           END-IF.

       2320-CHECK-GRADE-SLOT.
           IF WG-GRADE (C-WG-SUB) = HM-GRADE
               MOVE C-WG-SUB TO C-WG-HIT.

       2400-WRITE-ACCUM-LINE.
           ADD LA-WON LA-DECLINED LA-EXPIRED GIVING C-ANSWERED.
           IF C-ANSWERED = ZERO
               MOVE ZERO TO C-WIN-PCT
           ELSE
               COMPUTE C-WIN-PCT ROUNDED =
                   LA-WON * 100 / C-ANSWERED
           END-IF.
           MOVE LA-QUOTED       TO O-QUOTED.
           MOVE LA-WON          TO O-WON.
           MOVE LA-DECLINED     TO O-DECLINED.
           MOVE LA-EXPIRED      TO O-EXPIRED.
           MOVE LA-CANCELLED    TO O-CANCELLED.
           MOVE LA-OPEN         TO O-OPEN.
           MOVE C-WIN-PCT       TO O-WIN-PCT.
           MOVE LA-QUOTED-VALUE TO O-QUOTED-VALUE.
           MOVE LA-WON-VALUE    TO O-WON-VALUE.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           IF FIRST-REC-SW = "NO"
               PERFORM 2300-CUST-TOTAL
           END-IF.
           MOVE "WIN/LOSS BY PAINT GRADE" TO O-SECTION-TITLE.
           WRITE LSTLINE FROM LST-SECTION-LINE
             AFTER ADVANCING 3 LINES.
           MOVE "GRADE" TO O-COL-LABEL.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           PERFORM 3100-WRITE-GRADE-LINE
               VARYING C-WG-SUB FROM 1 BY 1
               UNTIL C-WG-SUB > WG-TBL-CTR.
           MOVE "GRAND TOTAL" TO O-LABEL.
           MOVE GRAND-ACCUM TO LINE-ACCUM.
           MOVE SPACES TO O-SECTION-TITLE.
           WRITE LSTLINE FROM LST-SECTION-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 2400-WRITE-ACCUM-LINE.
           MOVE C-READCTR TO O-READCTR.
           MOVE C-SKIPCTR TO O-SKIPCTR.
           MOVE C-CUSTCTR TO O-CUSTCTR.
           WRITE LSTLINE FROM LST-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           CLOSE WLLST.

       3100-WRITE-GRADE-LINE.
           MOVE WG-GRADE (C-WG-SUB) TO OL-GRADE.
           MOVE LST-GRADE-LABEL TO O-LABEL.
           MOVE WG-ACCUM (C-WG-SUB) TO LINE-ACCUM.
           PERFORM 2400-WRITE-ACCUM-LINE.

       9000-READ.
           RETURN SORTFILE
               AT END
                   MOVE "NO" TO MORE-REC
               NOT AT END
                   MOVE S-EST-REC TO HOLD-EST
           END-RETURN.

       9910-ESTMAST-FILE-ERROR.
           DISPLAY "COBTPG18 - I/O ERROR ON ESTMAST FILE".
           DISPLAY "COBTPG18 - FILE STATUS IS: " ESTMAST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG18 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
