       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG21.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM PRINTS THE PHYSICAL INVENTORY COUNT SHEET FOR
      *    THE PAINT STOCK FILE.  ONE LINE IS PRINTED PER GRADE ON
      *    PAINTSTK.DAT WITH THE VENDOR AND UNIT COST FROM THE VENDOR
      *    FILE AND BLANKS FOR THE COUNTED GALLONS AND THE COUNTER'S
      *    INITIALS.  THE BOOK QUANTITY IS LEFT OFF THE SHEET SO THE
      *    COUNT IS TAKEN BLIND.  THE COUNT DATE COMES FROM THE COUNT
      *    CONTROL CARD (TODAY IF NOT GIVEN).  THE COUNTS ARE KEYED TO
      *    THE COUNTED QUANTITY FILE AND RECONCILED BY COBTPG22.
      *
      *    THE FIRST RECORD OF PAINTSTK.DAT IS ITS GENERATION
      *    CONTROL HEADER (SEE COBTPG27) AND IS SKIPPED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CNTCARD
               ASSIGN TO "CNTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTCARD-FILE-STATUS.

           SELECT OLDSTOCK
               ASSIGN TO "PAINTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDSTOCK-FILE-STATUS.

           SELECT VENDFILE
               ASSIGN TO "PAINTVND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDFILE-FILE-STATUS.

           SELECT CNTLST
               ASSIGN TO "CNTSHEET.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CNTCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-CARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CNT-CARD.
           05  CN-COUNT-DATE         PIC X(8).
           05  CN-TOL-GAL            PIC X(7).
           05  CN-TOL-AMT            PIC X(7).
           05  CN-USER-ID            PIC X(8).

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
           DATA RECORD IS VEND-REC
           RECORD CONTAINS 40 CHARACTERS.
       01  VEND-REC.
           05  VN-GRADE              PIC X(1).
           05  VN-VENDOR             PIC X(20).
           05  VN-UNIT-COST          PIC 99V99.
           05  VN-LEAD-DAYS          PIC 999.
           05  VN-ORDER-MULT         PIC 9(3).
           05  FILLER                PIC X(9).

       FD  CNTLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-STOCK            PIC XXX VALUE "YES".
           05  MORE-VENDS            PIC XXX VALUE "YES".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM100         PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM400         PIC 9(4) VALUE ZERO.
           05  C-GRADECTR            PIC 999 VALUE ZERO.
           05  C-VN-SUB              PIC 99 VALUE ZERO.
           05  C-VN-HIT              PIC 99 VALUE ZERO.
           05  C-COUNT-DATE-N        PIC 9(8) VALUE ZERO.
           05  CNTCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  OLDSTOCK-FILE-STATUS  PIC XX VALUE SPACES.
           05  VENDFILE-FILE-STATUS  PIC XX VALUE SPACES.

       01  GEN-HEADER.
           05  GH-MARKER             PIC X(8).
               88  GH-IS-HEADER      VALUE "*GENHDR*".
           05  GH-FILE-ID            PIC X(8).
           05  GH-GEN-NO             PIC 9(6).
           05  GH-RUN-DATE           PIC 9(8).
           05  GH-REC-COUNT          PIC 9(7).
           05  FILLER                PIC X(3).

       01  VEND-TABLE.
           05  VN-TBL-CTR            PIC 99 VALUE ZERO.
           05  VN-TBL-ENTRY OCCURS 10 TIMES.
               10  VT-GRADE          PIC X(1).
               10  VT-VENDOR         PIC X(20).
               10  VT-UNIT-COST      PIC 99V99.

       01  CARD-DATE-WORK.
           05  TC-DATE-X             PIC X(8) VALUE SPACES.
           05  TC-DATE-N REDEFINES TC-DATE-X
                                     PIC 9(8).

       01  DATE-WORK.
           05  DW-YY                 PIC 9(4).
           05  DW-MM                 PIC 99.
           05  DW-DD                 PIC 99.
       01  DATE-WORK-N REDEFINES DATE-WORK
                                     PIC 9(8).

       01  MONTH-DAYS-VALUES         PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  DM-DAYS               PIC 99 OCCURS 12 TIMES.

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
                           VALUE 'PAINT STOCK PHYSICAL COUNT SHEET'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  LST-COUNT-DATE-LINE.
           05  FILLER                PIC X(12) VALUE "COUNT DATE:".
           05  O-COUNT-DATE          PIC X(10).
           05  FILLER                PIC X(110) VALUE SPACES.

       01  LST-COLUMN-HEADINGS.
           05  FILLER                PIC X(7)  VALUE "GRADE".
           05  FILLER                PIC X(22) VALUE "VENDOR".
           05  FILLER                PIC X(11) VALUE "UNIT COST".
           05  FILLER                PIC X(22) VALUE "COUNTED GALLONS".
           05  FILLER                PIC X(14) VALUE "COUNTED BY".
           05  FILLER                PIC X(56) VALUE "REMARKS".

       01  LST-DETAIL-LINE.
           05  O-GRADE               PIC X(1).
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  O-VENDOR              PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-UNIT-COST           PIC ZZ.99.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(20)
                                     VALUE "_______________".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "__________".
           05  FILLER                PIC X(30)
                         VALUE "______________________________".
           05  FILLER                PIC X(26) VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  FILLER                PIC X(16) VALUE "GRADES LISTED:".
           05  O-GRADECTR            PIC ZZ9.
           05  FILLER                PIC X(113) VALUE SPACES.

       01  LST-SIGN-LINE.
           05  FILLER                PIC X(40)
                   VALUE "COUNT TAKEN BY: ______________________".
           05  FILLER                PIC X(40)
                   VALUE "CHECKED BY: ______________________".
           05  FILLER                PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL MORE-STOCK = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-COUNT-DATE-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           PERFORM 1600-LOAD-VENDORS.
           OPEN INPUT OLDSTOCK.
           IF OLDSTOCK-FILE-STATUS NOT = "00"
               PERFORM 9910-OLDSTOCK-FILE-ERROR
           END-IF.
           PERFORM 1010-SKIP-STOCK-HEADER.
           OPEN OUTPUT CNTLST.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           MOVE C-COUNT-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT TO O-COUNT-DATE.
           WRITE LSTLINE FROM LST-COUNT-DATE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ-STOCK.

       1010-SKIP-STOCK-HEADER.
           READ OLDSTOCK
               AT END
                   MOVE SPACES TO STOCK-REC
           END-READ.
           MOVE STOCK-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "PAINTSTK"
               DISPLAY "COBTPG21 - PAINTSTK.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT CNTCARD.
           IF CNTCARD-FILE-STATUS = "00"
               READ CNTCARD
                   AT END
                       DISPLAY "COBTPG21 - CNTCARD EMPTY, COUNT "
                           "DATED TODAY"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE CNTCARD
           ELSE
               DISPLAY "COBTPG21 - CNTCARD NOT FOUND, COUNT "
                   "DATED TODAY"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF CN-COUNT-DATE NOT = SPACES
               MOVE CN-COUNT-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   MOVE TC-DATE-N TO C-COUNT-DATE-N
               ELSE
                   DISPLAY "COBTPG21 - COUNT DATE INVALID, "
                       "USING TODAY"
               END-IF
           END-IF.

       1070-CHECK-CARD-DATE.
           MOVE "NO" TO DATE-OK-SW.
           IF TC-DATE-X IS NUMERIC
               MOVE TC-DATE-N TO DATE-WORK-N
               IF DW-YY > 1900
                   AND DW-MM >= 1 AND DW-MM <= 12
                   MOVE DM-DAYS (DW-MM) TO C-MONTH-DAYS
                   IF DW-MM = 2
                       PERFORM 1075-CHECK-LEAP-YEAR
                   END-IF
                   IF DW-DD >= 1 AND DW-DD <= C-MONTH-DAYS
                       MOVE "YES" TO DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

       1075-CHECK-LEAP-YEAR.
           DIVIDE DW-YY BY 4 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM4.
           DIVIDE DW-YY BY 100 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM100.
           DIVIDE DW-YY BY 400 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM400.
           IF C-LEAP-REM4 = ZERO
               IF C-LEAP-REM100 NOT = ZERO OR C-LEAP-REM400 = ZERO
                   MOVE 29 TO C-MONTH-DAYS
               END-IF
           END-IF.

       1600-LOAD-VENDORS.
           OPEN INPUT VENDFILE.
           IF VENDFILE-FILE-STATUS NOT = "00"
               PERFORM 9915-VENDFILE-ERROR
           END-IF.
           PERFORM 1610-READ-VENDOR.
           PERFORM 1620-STORE-VENDOR
               UNTIL MORE-VENDS = "NO".
           CLOSE VENDFILE.

       1610-READ-VENDOR.
           READ VENDFILE
               AT END
                   MOVE "NO" TO MORE-VENDS.

       1620-STORE-VENDOR.
           IF VN-TBL-CTR >= 10
               DISPLAY "COBTPG21 - VENDOR TABLE FULL, IGNORING "
                   "GRADE " VN-GRADE
           ELSE
               ADD 1 TO VN-TBL-CTR
               MOVE VN-GRADE      TO VT-GRADE      (VN-TBL-CTR)
               MOVE VN-VENDOR     TO VT-VENDOR     (VN-TBL-CTR)
               MOVE VN-UNIT-COST  TO VT-UNIT-COST  (VN-TBL-CTR)
           END-IF.
           PERFORM 1610-READ-VENDOR.

       2000-MAINLINE.
           ADD 1 TO C-GRADECTR.
           PERFORM 2100-FIND-VENDOR.
           MOVE STK-GRADE TO O-GRADE.
           IF C-VN-HIT = ZERO
               MOVE "** NO VENDOR **" TO O-VENDOR
               MOVE ZERO TO O-UNIT-COST
           ELSE
               MOVE VT-VENDOR (C-VN-HIT)    TO O-VENDOR
               MOVE VT-UNIT-COST (C-VN-HIT) TO O-UNIT-COST
           END-IF.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ-STOCK.

       2100-FIND-VENDOR.
           MOVE ZERO TO C-VN-HIT.
           PERFORM 2110-CHECK-VENDOR
               VARYING C-VN-SUB FROM 1 BY 1
               UNTIL C-VN-SUB > VN-TBL-CTR.

       2110-CHECK-VENDOR.
           IF VT-GRADE (C-VN-SUB) = STK-GRADE
               MOVE C-VN-SUB TO C-VN-HIT.

       3000-CLOSING.
           MOVE C-GRADECTR TO O-GRADECTR.
           WRITE LSTLINE FROM LST-TOTAL-LINE
             AFTER ADVANCING 3 LINES.
           WRITE LSTLINE FROM LST-SIGN-LINE
             AFTER ADVANCING 3 LINES.
           DISPLAY "COBTPG21 - GRADES ON COUNT SHEET: " C-GRADECTR.
           CLOSE OLDSTOCK.
           CLOSE CNTLST.

       8100-EDIT-DATE.
           IF DATE-WORK-N IS NUMERIC
               MOVE DW-MM TO DE-MM
               MOVE DW-DD TO DE-DD
               MOVE DW-YY TO DE-YY
           ELSE
               MOVE ZERO TO DE-MM
               MOVE ZERO TO DE-DD
               MOVE ZERO TO DE-YY
           END-IF.

       9000-READ-STOCK.
           READ OLDSTOCK
               AT END
                   MOVE "NO" TO MORE-STOCK.

       9910-OLDSTOCK-FILE-ERROR.
           DISPLAY "COBTPG21 - I/O ERROR ON PAINTSTK FILE".
           DISPLAY "COBTPG21 - FILE STATUS IS: "
               OLDSTOCK-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9915-VENDFILE-ERROR.
           DISPLAY "COBTPG21 - I/O ERROR ON PAINTVND FILE".
           DISPLAY "COBTPG21 - FILE STATUS IS: "
               VENDFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG21 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
