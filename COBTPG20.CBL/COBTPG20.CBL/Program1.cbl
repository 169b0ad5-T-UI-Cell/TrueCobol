       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG20.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM BUILDS THE GENERAL LEDGER JOURNAL FROM THE GL
      *    SOURCE EXTRACT.  COBTPG05 AND COBTPG08 APPEND ONE RECORD PER
      *    INVOICE SPLIT INTO PAINT SALES, LABOR SALES AND SALES TAX,
      *    COBTPG06 APPENDS ONE RECORD PER CASH RECEIPT APPLIED, AND
      *    COBTPG01 APPENDS ONE RECORD PER PRICED ESTIMATE FOR THE
      *    PAINT DRAWN FROM STOCK; USAGE IS RECOGNISED AT PRICING, THE
      *    SAME POINT AT WHICH STOCK IS DRAWN, WHETHER OR NOT THE
      *    PROPOSAL IS LATER ACCEPTED.  THE EXTRACT IS SORTED INTO
      *    POSTING DATE ORDER AND
      *    EACH RECORD IS TURNED INTO BALANCED DEBIT AND CREDIT LINES:
      *        INVOICE   DR A/R          CR PAINT SALES, LABOR SALES,
      *                                     SALES TAX PAYABLE
      *        CASH      DR CASH         CR A/R
      *        USAGE     DR COST OF GOODS CR INVENTORY
      *    PAINT USAGE IS VALUED AT THE VENDOR UNIT COST ON THE VENDOR
      *    FILE.  ACCOUNT NUMBERS COME FROM THE ACCOUNT MAPPING FILE,
      *    ONE RECORD PER POSTING ROLE (AR, CASH, PAINTSLS, LABORSLS,
      *    SALESTAX, COGS, INVENTRY).  A LINE WHOSE ROLE IS NOT MAPPED
      *    IS LISTED AS AN ERROR AND NOT WRITTEN.  THE CONTROL CARD
      *    MAY LIMIT THE RUN TO A RANGE OF POSTING DATES.  THE CONTROL
      *    LISTING SHOWS EVERY LINE, DEBIT AND CREDIT TOTALS FOR EACH
      *    DATE AND A SUMMARY BY ACCOUNT.  IF THE DEBITS AND CREDITS
      *    FOR ANY DATE DO NOT BALANCE, OR ANY LINE IS LISTED AS AN
      *    ERROR, THE RUN ENDS WITH RETURN CODE 8 AND THE JOURNAL MUST
      *    NOT BE LOADED.
      *
      *    THE EXTRACT IS CUMULATIVE.  WHEN THE CONTROL CARD GIVES NO
      *    DATE RANGE, ONLY RECORDS ADDED SINCE THE LAST JOURNAL ARE
      *    TAKEN: GLMARK.DAT HOLDS THE NUMBER OF EXTRACT RECORDS ALREADY
      *    JOURNALED AND THE EXTRACT FILE THEY CAME FROM, AND IS MOVED
      *    UP TO THE END OF THE EXTRACT ONLY WHEN THE RUN BALANCES WITH
      *    NO ERRORS.  A RUN WITH A DATE RANGE READS THE WHOLE EXTRACT
      *    AND LEAVES THE MARK ALONE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLCARD
               ASSIGN TO "GLCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCARD-FILE-STATUS.

           SELECT OPTIONAL GLPOST
               ASSIGN TO DYNAMIC CTL-GLP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLPOST-FILE-STATUS.

           SELECT GLMARK
               ASSIGN TO "GLMARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLMARK-FILE-STATUS.

           SELECT GLACCT
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCT-FILE-STATUS.

           SELECT VENDFILE
               ASSIGN TO "PAINTVND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDFILE-FILE-STATUS.

           SELECT GLJRNL
               ASSIGN TO DYNAMIC CTL-JRNL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJRNL-FILE-STATUS.

           SELECT GLLST
               ASSIGN TO "GLJRNL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SORTFILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  GLCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-CARD
           RECORD CONTAINS 136 CHARACTERS.
       01  GL-CARD.
           05  GC-FROM-DATE          PIC X(8).
           05  GC-TO-DATE            PIC X(8).
           05  GC-GLP-FILE           PIC X(60).
           05  GC-JRNL-FILE          PIC X(60).

       FD  GLPOST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-SOURCE-REC
           RECORD CONTAINS 90 CHARACTERS.
       01  GL-SOURCE-REC.
           05  GS-SOURCE             PIC X(2).
               88  GS-INVOICE        VALUE "IN".
               88  GS-CASH           VALUE "CR".
               88  GS-USAGE          VALUE "PU".
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

       FD  GLMARK
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-MARK-REC
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-MARK-REC.
           05  GM-REC-COUNT          PIC 9(9).
           05  GM-RUN-DATE           PIC 9(8).
           05  GM-GLP-FILE           PIC X(60).
           05  FILLER                PIC X(3).

       FD  GLACCT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-ACCT-REC
           RECORD CONTAINS 48 CHARACTERS.
       01  GL-ACCT-REC.
           05  GA-ROLE               PIC X(8).
           05  GA-ACCOUNT            PIC X(10).
           05  GA-DESC               PIC X(30).

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

       FD  GLJRNL
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-JRNL-REC
           RECORD CONTAINS 82 CHARACTERS.
       01  GL-JRNL-REC.
           05  GJ-POST-DATE          PIC 9(8).
           05  GJ-ACCOUNT            PIC X(10).
           05  GJ-DR-CR              PIC X(1).
           05  GJ-AMOUNT             PIC 9(9)V99.
           05  GJ-SOURCE             PIC X(2).
           05  GJ-CUST-NO            PIC X(6).
           05  GJ-EST-NO             PIC X(4).
           05  GJ-REFERENCE          PIC X(10).
           05  GJ-DESC               PIC X(30).

       FD  GLLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 105 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-DATE        PIC 9(8).
               10  S-KEY-SEQ         PIC 9(7).
           05  S-SOURCE-REC          PIC X(90).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-INPUT            PIC XXX VALUE "YES".
           05  MORE-TRANS            PIC XXX VALUE "YES".
           05  MORE-ACCTS            PIC XXX VALUE "YES".
           05  MORE-VENDS            PIC XXX VALUE "YES".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM100         PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM400         PIC 9(4) VALUE ZERO.
           05  OUT-OF-BAL-SW         PIC XXX VALUE "NO".
           05  RANGE-CARD-SW         PIC XXX VALUE "NO".
           05  MARK-ERROR-SW         PIC XXX VALUE "NO".
           05  C-MARK-COUNT          PIC 9(9) VALUE ZERO.
           05  C-MARKCTR             PIC 9(9) VALUE ZERO.
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-REL-SEQ             PIC 9(7) VALUE ZERO.
           05  C-READCTR             PIC 9(7) VALUE ZERO.
           05  C-SKIPCTR             PIC 9(7) VALUE ZERO.
           05  C-SRCCTR              PIC 9(7) VALUE ZERO.
           05  C-LINECTR             PIC 9(7) VALUE ZERO.
           05  C-ERRCTR              PIC 9(5) VALUE ZERO.
           05  C-BADDATECTR          PIC 9(5) VALUE ZERO.
           05  C-FROM-DATE-N         PIC 9(8) VALUE ZERO.
           05  C-TO-DATE-N           PIC 9(8) VALUE 99999999.
           05  C-CUR-DATE-N          PIC 9(8) VALUE ZERO.
           05  C-GA-SUB              PIC 99 VALUE ZERO.
           05  C-GA-HIT              PIC 99 VALUE ZERO.
           05  C-AS-SUB              PIC 99 VALUE ZERO.
           05  C-AS-HIT              PIC 99 VALUE ZERO.
           05  C-VN-SUB              PIC 99 VALUE ZERO.
           05  C-VN-HIT              PIC 99 VALUE ZERO.
           05  C-ROLE                PIC X(8) VALUE SPACES.
           05  C-DR-CR               PIC X(1) VALUE SPACES.
           05  C-LINE-AMT            PIC 9(9)V99 VALUE ZERO.
           05  C-REFERENCE           PIC X(10) VALUE SPACES.
           05  C-COST-AMT            PIC 9(9)V99 VALUE ZERO.
           05  C-DATE-DEBITS         PIC 9(11)V99 VALUE ZERO.
           05  C-DATE-CREDITS        PIC 9(11)V99 VALUE ZERO.
           05  C-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
           05  C-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.
           05  C-NET-AMT             PIC S9(11)V99 VALUE ZERO.
           05  GLCARD-FILE-STATUS    PIC XX VALUE SPACES.
           05  GLPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  GLACCT-FILE-STATUS    PIC XX VALUE SPACES.
           05  VENDFILE-FILE-STATUS  PIC XX VALUE SPACES.
           05  GLJRNL-FILE-STATUS    PIC XX VALUE SPACES.
           05  GLMARK-FILE-STATUS    PIC XX VALUE SPACES.
           05  CTL-GLP-FILE          PIC X(60)
                               VALUE "C:\COBOL\GLPOST.DAT".
           05  CTL-JRNL-FILE         PIC X(60)
                               VALUE "C:\COBOL\GLJRNL.DAT".

       01  USAGE-REFERENCE.
           05  FILLER                PIC X(6)  VALUE "GRADE ".
           05  UR-GRADE              PIC X(1).
           05  FILLER                PIC X(3)  VALUE SPACES.

       01  ACCT-TABLE.
           05  GA-TBL-CTR            PIC 99 VALUE ZERO.
           05  GA-TBL-ENTRY OCCURS 20 TIMES.
               10  GT-ROLE           PIC X(8).
               10  GT-ACCOUNT        PIC X(10).
               10  GT-DESC           PIC X(30).

       01  ACCT-SUMMARY-TABLE.
           05  AS-TBL-CTR            PIC 99 VALUE ZERO.
           05  AS-TBL-ENTRY OCCURS 20 TIMES.
               10  AS-ACCOUNT        PIC X(10).
               10  AS-DESC           PIC X(30).
               10  AS-DEBITS         PIC 9(11)V99.
               10  AS-CREDITS        PIC 9(11)V99.

       01  VEND-TABLE.
           05  VN-TBL-CTR            PIC 99 VALUE ZERO.
           05  VN-TBL-ENTRY OCCURS 10 TIMES.
               10  VT-GRADE          PIC X(1).
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
                           VALUE 'GENERAL LEDGER JOURNAL CONTROL'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  LST-RANGE-LINE.
           05  FILLER                PIC X(15)
                                     VALUE "POSTING DATES:".
           05  O-RANGE-FROM          PIC X(10).
           05  FILLER                PIC X(6)  VALUE " THRU ".
           05  O-RANGE-TO            PIC X(10).
           05  FILLER                PIC X(91) VALUE SPACES.

       01  LST-COLUMN-HEADINGS.
           05  FILLER                PIC X(12) VALUE "POST DATE".
           05  FILLER                PIC X(4)  VALUE "SRC".
           05  FILLER                PIC X(8)  VALUE "CUST".
           05  FILLER                PIC X(6)  VALUE "EST".
           05  FILLER                PIC X(12) VALUE "REFERENCE".
           05  FILLER                PIC X(12) VALUE "ACCOUNT".
           05  FILLER                PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                PIC X(14) VALUE "         DEBIT".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "        CREDIT".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "REMARK".

       01  LST-DETAIL-LINE.
           05  O-POST-DATE           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-SOURCE              PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CUST-NO             PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-EST-NO              PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-REFERENCE           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACCOUNT             PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-ACCT-DESC           PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-DEBIT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-REMARK              PIC X(14).

       01  LST-DATE-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "  TOTAL FOR".
           05  O-TOT-DATE            PIC X(10).
           05  FILLER                PIC X(64) VALUE SPACES.
           05  O-TOT-DEBIT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-TOT-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-TOT-MSG             PIC X(14).

       01  LST-MARK-LINE.
           05  FILLER                PIC X(38)
                     VALUE "RECORDS ALREADY JOURNALED, SKIPPED:".
           05  O-MARKCTR             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       01  LST-ERROR-MSG-LINE.
           05  FILLER                PIC X(44)
                     VALUE "*** ERRORS LISTED - REVIEW BEFORE LOAD ***".
           05  FILLER                PIC X(88) VALUE SPACES.

       01  LST-ACCT-SECT-LINE.
           05  FILLER                PIC X(30)
                       VALUE "SUMMARY BY ACCOUNT".
           05  FILLER                PIC X(102) VALUE SPACES.

       01  LST-ACCT-HDGS.
           05  FILLER                PIC X(12) VALUE "ACCOUNT".
           05  FILLER                PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                PIC X(18) VALUE "          DEBITS".
           05  FILLER                PIC X(18) VALUE "         CREDITS".
           05  FILLER                PIC X(18) VALUE "             NET".
           05  FILLER                PIC X(34) VALUE SPACES.

       01  LST-ACCT-LINE.
           05  O-AS-ACCOUNT          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-AS-DESC             PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-AS-DEBIT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-AS-CREDIT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-AS-NET              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(35) VALUE SPACES.

       01  LST-GRAND-TOTAL-LINE.
           05  FILLER                PIC X(44)
                                     VALUE "JOURNAL TOTALS".
           05  O-GT-DEBIT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-GT-CREDIT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-GT-MSG              PIC X(36).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  LST-COUNT-LINE.
           05  FILLER                PIC X(16) VALUE "SOURCE RECORDS:".
           05  O-SRCCTR              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(17) VALUE "  JOURNAL LINES:".
           05  O-LINECTR             PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE "  ERRORS:".
           05  O-ERRCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(26)
                                 VALUE "  DATES OUT OF BALANCE:".
           05  O-BADDATECTR          PIC ZZ,ZZ9.
           05  FILLER                PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORTFILE
               ON ASCENDING KEY S-SORT-KEY
               INPUT PROCEDURE IS 0100-SORT-INPUT
               OUTPUT PROCEDURE IS 0200-PROCESS-SORTED.
           STOP RUN.

       0100-SORT-INPUT.
           PERFORM 1050-READ-CONTROL-CARD.
           IF RANGE-CARD-SW = "NO"
               PERFORM 1080-READ-JOURNAL-MARK
           END-IF.
           MOVE ZERO TO C-REL-SEQ.
           OPEN INPUT GLPOST.
           IF GLPOST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9910-GLPOST-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-INPUT.
           PERFORM 0110-READ-RELEASE
               UNTIL MORE-INPUT = "NO".
           CLOSE GLPOST.
           IF C-READCTR < C-MARK-COUNT
               MOVE "YES" TO MARK-ERROR-SW
               DISPLAY "COBTPG20 - GLMARK SAYS " C-MARK-COUNT
                   " RECORDS JOURNALED BUT THE EXTRACT HAS ONLY "
                   C-READCTR
           END-IF.

       0110-READ-RELEASE.
           READ GLPOST
               AT END
                   MOVE "NO" TO MORE-INPUT
               NOT AT END
                   ADD 1 TO C-READCTR
                   PERFORM 0120-RELEASE-SOURCE
           END-READ.

       0120-RELEASE-SOURCE.
           IF C-READCTR NOT > C-MARK-COUNT
               ADD 1 TO C-MARKCTR
           ELSE
               IF GS-POST-DATE IS NOT NUMERIC
                   OR GS-POST-DATE < C-FROM-DATE-N
                   OR GS-POST-DATE > C-TO-DATE-N
                   ADD 1 TO C-SKIPCTR
               ELSE
                   ADD 1 TO C-REL-SEQ
                   MOVE GS-POST-DATE  TO S-KEY-DATE
                   MOVE C-REL-SEQ     TO S-KEY-SEQ
                   MOVE GL-SOURCE-REC TO S-SOURCE-REC
                   RELEASE SORT-REC
               END-IF
           END-IF.

       0200-PROCESS-SORTED.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL MORE-TRANS = "NO".
           PERFORM 3000-CLOSING.

       1000-INIT.
           PERFORM 1500-LOAD-ACCOUNTS.
           PERFORM 1600-LOAD-VENDORS.
           OPEN OUTPUT GLJRNL.
           IF GLJRNL-FILE-STATUS NOT = "00"
               PERFORM 9940-GLJRNL-FILE-ERROR
           END-IF.
           OPEN OUTPUT GLLST.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           IF C-FROM-DATE-N = ZERO
               MOVE "FIRST" TO O-RANGE-FROM
           ELSE
               MOVE C-FROM-DATE-N TO DATE-WORK-N
               PERFORM 8100-EDIT-DATE
               MOVE DATE-EDIT TO O-RANGE-FROM
           END-IF.
           IF C-TO-DATE-N = 99999999
               MOVE "LAST" TO O-RANGE-TO
           ELSE
               MOVE C-TO-DATE-N TO DATE-WORK-N
               PERFORM 8100-EDIT-DATE
               MOVE DATE-EDIT TO O-RANGE-TO
           END-IF.
           WRITE LSTLINE FROM LST-RANGE-LINE
             AFTER ADVANCING 1 LINE.
           IF RANGE-CARD-SW = "NO"
               MOVE C-MARKCTR TO O-MARKCTR
               WRITE LSTLINE FROM LST-MARK-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           PERFORM 9050-READ-TRAN.

       1050-READ-CONTROL-CARD.
           OPEN INPUT GLCARD.
           IF GLCARD-FILE-STATUS = "00"
               READ GLCARD
                   AT END
                       DISPLAY "COBTPG20 - GLCARD EMPTY, JOURNALING "
                           "RECORDS SINCE THE LAST JOURNAL"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE GLCARD
           ELSE
               DISPLAY "COBTPG20 - GLCARD NOT FOUND, JOURNALING "
                   "RECORDS SINCE THE LAST JOURNAL"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF GC-FROM-DATE NOT = SPACES OR GC-TO-DATE NOT = SPACES
               MOVE "YES" TO RANGE-CARD-SW
           END-IF.
           IF GC-FROM-DATE NOT = SPACES
               MOVE GC-FROM-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   MOVE TC-DATE-N TO C-FROM-DATE-N
               ELSE
                   DISPLAY "COBTPG20 - FROM DATE INVALID, "
                       "STARTING WITH THE FIRST DATE"
               END-IF
           END-IF.
           IF GC-TO-DATE NOT = SPACES
               MOVE GC-TO-DATE TO TC-DATE-X
               PERFORM 1070-CHECK-CARD-DATE
               IF DATE-OK-SW = "YES"
                   AND TC-DATE-N NOT < C-FROM-DATE-N
                   MOVE TC-DATE-N TO C-TO-DATE-N
               ELSE
                   DISPLAY "COBTPG20 - THRU DATE INVALID, "
                       "ENDING WITH THE LAST DATE"
               END-IF
           END-IF.
           IF GC-GLP-FILE NOT = SPACES
               MOVE GC-GLP-FILE TO CTL-GLP-FILE
           END-IF.
           IF GC-JRNL-FILE NOT = SPACES
               MOVE GC-JRNL-FILE TO CTL-JRNL-FILE
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

      *-----------------------------------------------------------------
      *    THE MARK APPLIES ONLY TO THE EXTRACT FILE IT WAS TAKEN FROM.
      *-----------------------------------------------------------------
       1080-READ-JOURNAL-MARK.
           MOVE ZERO TO C-MARK-COUNT.
           OPEN INPUT GLMARK.
           IF GLMARK-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9950-GLMARK-FILE-ERROR
           END-IF.
           IF GLMARK-FILE-STATUS = "35"
               DISPLAY "COBTPG20 - GLMARK NOT FOUND, JOURNALING FROM "
                   "THE FIRST EXTRACT RECORD"
           ELSE
               READ GLMARK
                   AT END
                       DISPLAY "COBTPG20 - GLMARK EMPTY, JOURNALING "
                           "FROM THE FIRST EXTRACT RECORD"
                   NOT AT END
                       PERFORM 1085-APPLY-JOURNAL-MARK
               END-READ
               CLOSE GLMARK
           END-IF.

       1085-APPLY-JOURNAL-MARK.
           IF GM-GLP-FILE NOT = CTL-GLP-FILE
               DISPLAY "COBTPG20 - GLMARK IS FOR " GM-GLP-FILE
               DISPLAY "COBTPG20 - JOURNALING FROM THE FIRST RECORD "
                   "OF " CTL-GLP-FILE
           ELSE
               IF GM-REC-COUNT IS NUMERIC
                   MOVE GM-REC-COUNT TO C-MARK-COUNT
                   DISPLAY "COBTPG20 - " C-MARK-COUNT " EXTRACT "
                       "RECORDS JOURNALED THROUGH " GM-RUN-DATE
               ELSE
                   DISPLAY "COBTPG20 - GLMARK COUNT NOT NUMERIC, "
                       "JOURNALING FROM THE FIRST EXTRACT RECORD"
               END-IF
           END-IF.

       1500-LOAD-ACCOUNTS.
           OPEN INPUT GLACCT.
           IF GLACCT-FILE-STATUS NOT = "00"
               PERFORM 9920-GLACCT-FILE-ERROR
           END-IF.
           PERFORM 1510-READ-ACCOUNT.
           PERFORM 1520-STORE-ACCOUNT
               UNTIL MORE-ACCTS = "NO".
           CLOSE GLACCT.

       1510-READ-ACCOUNT.
           READ GLACCT
               AT END
                   MOVE "NO" TO MORE-ACCTS.

       1520-STORE-ACCOUNT.
           IF GA-TBL-CTR >= 20
               DISPLAY "COBTPG20 - ACCOUNT TABLE FULL, IGNORING "
                   "ROLE " GA-ROLE
           ELSE
               ADD 1 TO GA-TBL-CTR
               MOVE GA-ROLE    TO GT-ROLE    (GA-TBL-CTR)
               MOVE GA-ACCOUNT TO GT-ACCOUNT (GA-TBL-CTR)
               MOVE GA-DESC    TO GT-DESC    (GA-TBL-CTR)
           END-IF.
           PERFORM 1510-READ-ACCOUNT.

       1600-LOAD-VENDORS.
           OPEN INPUT VENDFILE.
           IF VENDFILE-FILE-STATUS NOT = "00"
               PERFORM 9930-VENDFILE-ERROR
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
               DISPLAY "COBTPG20 - VENDOR TABLE FULL, IGNORING "
                   "GRADE " VN-GRADE
           ELSE
               ADD 1 TO VN-TBL-CTR
               MOVE VN-GRADE      TO VT-GRADE      (VN-TBL-CTR)
               MOVE VN-UNIT-COST  TO VT-UNIT-COST  (VN-TBL-CTR)
           END-IF.
           PERFORM 1610-READ-VENDOR.

       2000-MAINLINE.
           IF GS-POST-DATE NOT = C-CUR-DATE-N
               IF C-CUR-DATE-N NOT = ZERO
                   PERFORM 2800-DATE-TOTAL
               END-IF
               MOVE GS-POST-DATE TO C-CUR-DATE-N
           END-IF.
           ADD 1 TO C-SRCCTR.
           IF GS-INVOICE
               PERFORM 2100-POST-INVOICE
           ELSE
               IF GS-CASH
                   PERFORM 2200-POST-CASH
               ELSE
                   IF GS-USAGE
                       PERFORM 2300-POST-USAGE
                   ELSE
                       MOVE SPACES TO C-REFERENCE
                       MOVE SPACES TO C-ROLE
                       MOVE "UNKNOWN SOURCE" TO O-REMARK
                       PERFORM 2900-LIST-ERROR
                   END-IF
               END-IF
           END-IF.
           PERFORM 9050-READ-TRAN.

       2100-POST-INVOICE.
           IF GS-INV-TYPE = "D"
               MOVE "DEPOSIT" TO C-REFERENCE
           ELSE
               IF GS-INV-TYPE = "F"
                   MOVE "FINAL" TO C-REFERENCE
               ELSE
                   MOVE "INVOICE" TO C-REFERENCE
               END-IF
           END-IF.
           MOVE "AR"       TO C-ROLE.
           MOVE "D"        TO C-DR-CR.
           MOVE GS-TOTAL-AMT TO C-LINE-AMT.
           PERFORM 2500-POST-LINE.
           MOVE "PAINTSLS" TO C-ROLE.
           MOVE "C"        TO C-DR-CR.
           MOVE GS-PAINT-AMT TO C-LINE-AMT.
           PERFORM 2500-POST-LINE.
           MOVE "LABORSLS" TO C-ROLE.
           MOVE "C"        TO C-DR-CR.
           MOVE GS-LABOR-AMT TO C-LINE-AMT.
           PERFORM 2500-POST-LINE.
           MOVE "SALESTAX" TO C-ROLE.
           MOVE "C"        TO C-DR-CR.
           MOVE GS-TAX-AMT TO C-LINE-AMT.
           PERFORM 2500-POST-LINE.

       2200-POST-CASH.
           MOVE GS-REFERENCE TO C-REFERENCE.
           MOVE "CASH"     TO C-ROLE.
           MOVE "D"        TO C-DR-CR.
           MOVE GS-TOTAL-AMT TO C-LINE-AMT.
           PERFORM 2500-POST-LINE.
           MOVE "AR"       TO C-ROLE.
           MOVE "C"        TO C-DR-CR.
           MOVE GS-TOTAL-AMT TO C-LINE-AMT.
           PERFORM 2500-POST-LINE.

       2300-POST-USAGE.
           MOVE GS-GRADE TO UR-GRADE.
           MOVE USAGE-REFERENCE TO C-REFERENCE.
           PERFORM 2310-FIND-VENDOR.
           IF C-VN-HIT = ZERO
               MOVE SPACES TO C-ROLE
               MOVE "NO UNIT COST" TO O-REMARK
               PERFORM 2900-LIST-ERROR
           ELSE
               COMPUTE C-COST-AMT ROUNDED =
                   GS-GALLONS * VT-UNIT-COST (C-VN-HIT)
               MOVE "COGS"     TO C-ROLE
               MOVE "D"        TO C-DR-CR
               MOVE C-COST-AMT TO C-LINE-AMT
               PERFORM 2500-POST-LINE
               MOVE "INVENTRY" TO C-ROLE
               MOVE "C"        TO C-DR-CR
               MOVE C-COST-AMT TO C-LINE-AMT
               PERFORM 2500-POST-LINE
           END-IF.

       2310-FIND-VENDOR.
           MOVE ZERO TO C-VN-HIT.
           PERFORM 2320-CHECK-VENDOR
               VARYING C-VN-SUB FROM 1 BY 1
               UNTIL C-VN-SUB > VN-TBL-CTR.

       2320-CHECK-VENDOR.
           IF VT-GRADE (C-VN-SUB) = GS-GRADE
               MOVE C-VN-SUB TO C-VN-HIT.

       2500-POST-LINE.
           IF C-LINE-AMT NOT = ZERO
               PERFORM 2510-FIND-ACCOUNT
               IF C-GA-HIT = ZERO
                   MOVE "NOT MAPPED" TO O-REMARK
                   PERFORM 2900-LIST-ERROR
               ELSE
                   PERFORM 2600-WRITE-JOURNAL
               END-IF
           END-IF.

       2510-FIND-ACCOUNT.
           MOVE ZERO TO C-GA-HIT.
           PERFORM 2520-CHECK-ACCOUNT
               VARYING C-GA-SUB FROM 1 BY 1
               UNTIL C-GA-SUB > GA-TBL-CTR.

       2520-CHECK-ACCOUNT.
           IF GT-ROLE (C-GA-SUB) = C-ROLE
               MOVE C-GA-SUB TO C-GA-HIT.

       2600-WRITE-JOURNAL.
           MOVE SPACES                   TO GL-JRNL-REC.
           MOVE GS-POST-DATE             TO GJ-POST-DATE.
           MOVE GT-ACCOUNT (C-GA-HIT)    TO GJ-ACCOUNT.
           MOVE C-DR-CR                  TO GJ-DR-CR.
           MOVE C-LINE-AMT               TO GJ-AMOUNT.
           MOVE GS-SOURCE                TO GJ-SOURCE.
           MOVE GS-CUST-NO               TO GJ-CUST-NO.
           MOVE GS-EST-NO                TO GJ-EST-NO.
           MOVE C-REFERENCE              TO GJ-REFERENCE.
           MOVE GT-DESC (C-GA-HIT)       TO GJ-DESC.
           WRITE GL-JRNL-REC.
           IF GLJRNL-FILE-STATUS NOT = "00"
               PERFORM 9940-GLJRNL-FILE-ERROR
           END-IF.
           ADD 1 TO C-LINECTR.
           PERFORM 2700-ADD-ACCT-SUMMARY.
           MOVE GT-ACCOUNT (C-GA-HIT)    TO O-ACCOUNT.
           MOVE GT-DESC (C-GA-HIT)       TO O-ACCT-DESC.
           MOVE SPACES                   TO O-REMARK.
           IF C-DR-CR = "D"
               ADD C-LINE-AMT TO C-DATE-DEBITS
               MOVE C-LINE-AMT TO O-DEBIT
               MOVE ZERO       TO O-CREDIT
           ELSE
               ADD C-LINE-AMT TO C-DATE-CREDITS
               MOVE ZERO       TO O-DEBIT
               MOVE C-LINE-AMT TO O-CREDIT
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       2700-ADD-ACCT-SUMMARY.
           MOVE ZERO TO C-AS-HIT.
           PERFORM 2710-CHECK-ACCT-SUMMARY
               VARYING C-AS-SUB FROM 1 BY 1
               UNTIL C-AS-SUB > AS-TBL-CTR.
           IF C-AS-HIT = ZERO
               IF AS-TBL-CTR >= 20
                   DISPLAY "COBTPG20 - ACCOUNT SUMMARY TABLE FULL, "
                       "ACCOUNT " GT-ACCOUNT (C-GA-HIT)
                       " NOT SUMMARIZED"
               ELSE
                   ADD 1 TO AS-TBL-CTR
                   MOVE AS-TBL-CTR TO C-AS-HIT
                   MOVE GT-ACCOUNT (C-GA-HIT)
                                  TO AS-ACCOUNT (C-AS-HIT)
                   MOVE GT-DESC (C-GA-HIT)
                                  TO AS-DESC (C-AS-HIT)
                   MOVE ZERO      TO AS-DEBITS (C-AS-HIT)
                   MOVE ZERO      TO AS-CREDITS (C-AS-HIT)
               END-IF
           END-IF.
           IF C-AS-HIT NOT = ZERO
               IF C-DR-CR = "D"
                   ADD C-LINE-AMT TO AS-DEBITS (C-AS-HIT)
               ELSE
                   ADD C-LINE-AMT TO AS-CREDITS (C-AS-HIT)
               END-IF
           END-IF.

       2710-CHECK-ACCT-SUMMARY.
           IF AS-ACCOUNT (C-AS-SUB) = GT-ACCOUNT (C-GA-HIT)
               MOVE C-AS-SUB TO C-AS-HIT.

       2800-DATE-TOTAL.
           MOVE C-CUR-DATE-N TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT      TO O-TOT-DATE.
           MOVE C-DATE-DEBITS  TO O-TOT-DEBIT.
           MOVE C-DATE-CREDITS TO O-TOT-CREDIT.
           IF C-DATE-DEBITS = C-DATE-CREDITS
               MOVE SPACES TO O-TOT-MSG
           ELSE
               MOVE "OUT OF BALANCE" TO O-TOT-MSG
               MOVE "YES" TO OUT-OF-BAL-SW
               ADD 1 TO C-BADDATECTR
               DISPLAY "COBTPG20 - DEBITS AND CREDITS DO NOT BALANCE "
                   "FOR " DATE-EDIT
           END-IF.
           WRITE LSTLINE FROM LST-DATE-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LSTLINE.
           WRITE LSTLINE
             AFTER ADVANCING 1 LINE.
           ADD C-DATE-DEBITS  TO C-TOTAL-DEBITS.
           ADD C-DATE-CREDITS TO C-TOTAL-CREDITS.
           MOVE ZERO TO C-DATE-DEBITS.
           MOVE ZERO TO C-DATE-CREDITS.

       2900-LIST-ERROR.
           ADD 1 TO C-ERRCTR.
           MOVE C-ROLE TO O-ACCOUNT.
           MOVE SPACES TO O-ACCT-DESC.
           IF C-ROLE NOT = SPACES
               IF C-DR-CR = "D"
                   MOVE C-LINE-AMT TO O-DEBIT
                   MOVE ZERO       TO O-CREDIT
               ELSE
                   MOVE ZERO       TO O-DEBIT
                   MOVE C-LINE-AMT TO O-CREDIT
               END-IF
           ELSE
               MOVE ZERO TO O-DEBIT
               MOVE ZERO TO O-CREDIT
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       3000-CLOSING.
           IF C-CUR-DATE-N NOT = ZERO
               PERFORM 2800-DATE-TOTAL
           END-IF.
           WRITE LSTLINE FROM LST-ACCT-SECT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE LSTLINE FROM LST-ACCT-HDGS
             AFTER ADVANCING 2 LINES.
           PERFORM 3100-PRINT-ACCT-SUMMARY
               VARYING C-AS-SUB FROM 1 BY 1
               UNTIL C-AS-SUB > AS-TBL-CTR.
           MOVE C-TOTAL-DEBITS  TO O-GT-DEBIT.
           MOVE C-TOTAL-CREDITS TO O-GT-CREDIT.
           IF OUT-OF-BAL-SW = "YES"
               MOVE "*** OUT OF BALANCE - DO NOT LOAD ***" TO O-GT-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IN BALANCE" TO O-GT-MSG
           END-IF.
           IF C-ERRCTR > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF MARK-ERROR-SW = "YES" AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE LSTLINE FROM LST-GRAND-TOTAL-LINE
             AFTER ADVANCING 2 LINES.
           MOVE C-SRCCTR     TO O-SRCCTR.
           MOVE C-LINECTR    TO O-LINECTR.
           MOVE C-ERRCTR     TO O-ERRCTR.
           MOVE C-BADDATECTR TO O-BADDATECTR.
           WRITE LSTLINE FROM LST-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           IF C-ERRCTR > ZERO
               WRITE LSTLINE FROM LST-ERROR-MSG-LINE
                 AFTER ADVANCING 2 LINES
               DISPLAY "COBTPG20 - ERRORS LISTED - REVIEW BEFORE LOAD"
           END-IF.
           DISPLAY "COBTPG20 - SOURCE RECORDS READ:    " C-READCTR.
           DISPLAY "COBTPG20 - ALREADY JOURNALED:      " C-MARKCTR.
           DISPLAY "COBTPG20 - OUTSIDE DATE RANGE:     " C-SKIPCTR.
           DISPLAY "COBTPG20 - JOURNAL LINES WRITTEN:  " C-LINECTR.
           DISPLAY "COBTPG20 - ERRORS LISTED:          " C-ERRCTR.
           IF OUT-OF-BAL-SW = "YES"
               DISPLAY "COBTPG20 - JOURNAL OUT OF BALANCE FOR "
                   C-BADDATECTR " DATE(S)"
           END-IF.
           CLOSE GLJRNL.
           CLOSE GLLST.
           IF RANGE-CARD-SW = "NO"
               IF RETURN-CODE = ZERO
                   PERFORM 3200-WRITE-JOURNAL-MARK
               ELSE
                   DISPLAY "COBTPG20 - GLMARK NOT MOVED, THESE RECORDS "
                       "WILL BE TAKEN AGAIN ON THE NEXT RUN"
               END-IF
           END-IF.

       3100-PRINT-ACCT-SUMMARY.
           MOVE AS-ACCOUNT (C-AS-SUB) TO O-AS-ACCOUNT.
           MOVE AS-DESC (C-AS-SUB)    TO O-AS-DESC.
           MOVE AS-DEBITS (C-AS-SUB)  TO O-AS-DEBIT.
           MOVE AS-CREDITS (C-AS-SUB) TO O-AS-CREDIT.
           SUBTRACT AS-CREDITS (C-AS-SUB) FROM AS-DEBITS (C-AS-SUB)
               GIVING C-NET-AMT.
           MOVE C-NET-AMT             TO O-AS-NET.
           WRITE LSTLINE FROM LST-ACCT-LINE
             AFTER ADVANCING 1 LINE.

       3200-WRITE-JOURNAL-MARK.
           OPEN OUTPUT GLMARK.
           IF GLMARK-FILE-STATUS NOT = "00"
               PERFORM 9950-GLMARK-FILE-ERROR
           END-IF.
           MOVE SPACES       TO GL-MARK-REC.
           MOVE C-READCTR    TO GM-REC-COUNT.
           MOVE C-TODAY-N    TO GM-RUN-DATE.
           MOVE CTL-GLP-FILE TO GM-GLP-FILE.
           WRITE GL-MARK-REC.
           IF GLMARK-FILE-STATUS NOT = "00"
               PERFORM 9950-GLMARK-FILE-ERROR
           END-IF.
           CLOSE GLMARK.
           DISPLAY "COBTPG20 - GLMARK MOVED TO EXTRACT RECORD "
               C-READCTR.

       8000-WRITE-LISTING.
           MOVE GS-POST-DATE TO DATE-WORK-N.
           PERFORM 8100-EDIT-DATE.
           MOVE DATE-EDIT    TO O-POST-DATE.
           MOVE GS-SOURCE    TO O-SOURCE.
           MOVE GS-CUST-NO   TO O-CUST-NO.
           MOVE GS-EST-NO    TO O-EST-NO.
           MOVE C-REFERENCE  TO O-REFERENCE.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

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

       9050-READ-TRAN.
           RETURN SORTFILE
               AT END
                   MOVE "NO" TO MORE-TRANS
               NOT AT END
                   MOVE S-SOURCE-REC TO GL-SOURCE-REC
           END-RETURN.

       9910-GLPOST-FILE-ERROR.
           DISPLAY "COBTPG20 - I/O ERROR ON GLPOST FILE: "
               CTL-GLP-FILE.
           DISPLAY "COBTPG20 - FILE STATUS IS: " GLPOST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-GLACCT-FILE-ERROR.
           DISPLAY "COBTPG20 - I/O ERROR ON GLACCT FILE".
           DISPLAY "COBTPG20 - FILE STATUS IS: " GLACCT-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-VENDFILE-ERROR.
           DISPLAY "COBTPG20 - I/O ERROR ON PAINTVND FILE".
           DISPLAY "COBTPG20 - FILE STATUS IS: "
               VENDFILE-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-GLJRNL-FILE-ERROR.
           DISPLAY "COBTPG20 - I/O ERROR ON GLJRNL FILE: "
               CTL-JRNL-FILE.
           DISPLAY "COBTPG20 - FILE STATUS IS: " GLJRNL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9950-GLMARK-FILE-ERROR.
           DISPLAY "COBTPG20 - I/O ERROR ON GLMARK FILE".
           DISPLAY "COBTPG20 - FILE STATUS IS: " GLMARK-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG20 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
