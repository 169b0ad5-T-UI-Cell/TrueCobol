      *    DELETE (CANCELLATION) TRANSACTIONS ARE APPLIED AND A NEW
      *    MASTER PLUS AN UPDATE LISTING ARE WRITTEN.  AN ADD FOR AN
      *    ESTIMATE ALREADY ON FILE IS REPORTED, NOT APPLIED.
      *    ESTIMATES ARE ADDED AND REVISED AS PROPOSALS (STATUS P).
      *    CUSTOMER RESPONSES KEYED TO THE QUOTE RESPONSE FILE ARE
      *    MERGED INTO THE SORT BEHIND THE POSTING RECORDS AND MOVE A
      *    PROPOSAL TO ACCEPTED (A), DECLINED (D) OR EXPIRED (X).  ONLY
      *    ACCEPTED ESTIMATES ARE PICKED UP FOR INVOICING AND WORK
      *    ORDERS.  AN ESTIMATE POSTED ON CREDIT HOLD (H) BY COBTPG01
      *    CANNOT BE ACCEPTED UNTIL THE OFFICE KEYS A RELEASE (L)
      *    RESPONSE, WHICH RETURNS IT TO PROPOSED; IT MAY STILL BE
      *    DECLINED OR EXPIRED WHILE HELD.
      *
      *    THE RESPONSE DATE KEYED WITH THE ANSWER (TODAY IF BLANK) IS
      *    KEPT ON THE MASTER FOR ACCEPTED, DECLINED AND EXPIRED
      *    ESTIMATES, AND THE RESPONSE DATE AND KEYING USER ARE SHOWN
      *    ON THE LISTING.  AN ACCEPTANCE DATED AFTER THE DATE PRINTED
      *    ON THE PROPOSAL (ESTIMATE DATE PLUS THE PROPCARD VALID DAYS,
      *    30 IF NOT GIVEN) IS NOT APPLIED; THE PROPOSAL IS MARKED
      *    EXPIRED AND LISTED AS A LATE ACCEPTANCE.  A RESPONSE DATE
      *    THAT IS NOT A REAL CALENDAR DATE, OR IS BEFORE THE ESTIMATE
      *    DATE, IS REJECTED, AS IS AN ACCEPTANCE OF AN ESTIMATE THAT
      *    HAS NO VALID DATE.
      *
      *    THE OLD MASTER MUST START WITH A GENERATION CONTROL HEADER
      *    FOR THE CURRENT GENERATION IN THE CATALOG (GENCTL.DAT) THAT
      *    NO EARLIER RUN HAS CONSUMED, OR THE RUN IS REFUSED WITH
      *    RETURN CODE 8 BEFORE ANYTHING IS WRITTEN.  THE NEW MASTER
      *    IS BUILT IN A WORK FILE AND COPIED TO ESTNEW.DAT BEHIND A
      *    HEADER FOR THE NEXT GENERATION CARRYING THE RUN DATE AND
      *    RECORD COUNT, AND THE CATALOG IS UPDATED.  IF THE RECORDS
      *    READ DO NOT AGREE WITH THE OLD HEADER'S COUNT, ESTNEW.DAT
      *    IS NOT WRITTEN AND THE RUN ENDS WITH RETURN CODE 8.
      *    COBTPG27 KEEPS PRIOR GENERATIONS AND ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTTRAN-FILE-STATUS.

           SELECT OPTIONAL QUOTERSP
               ASSIGN TO "QUOTERSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTERSP-FILE-STATUS.

           SELECT PROPCARD
               ASSIGN TO "PROPCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPCARD-FILE-STATUS.

           SELECT NEWEST
               ASSIGN TO "ESTNEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWEST-FILE-STATUS.

           SELECT ESTGEN
               ASSIGN TO "ESTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTGEN-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT ESTLST
               ASSIGN TO "ESTUPDT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  OLDEST
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

       FD  ESTTRAN
           LABEL RECORD IS STANDARD
               88  TRAN-ADD          VALUE "A".
               88  TRAN-CHANGE       VALUE "C".
               88  TRAN-DELETE       VALUE "D".
               88  TRAN-RESPONSE     VALUE "R".
           05  ET-EST-NO             PIC X(4).
           05  ET-STATUS             PIC X(1).
           05  ET-VERSION            PIC 9(3).
           05  ET-TOTAL-COST         PIC 9(9)V99.
           05  ET-PREP-HRS           PIC 9(4)V9.

       FD  QUOTERSP
           LABEL RECORD IS STANDARD
           DATA RECORD IS QUOTE-RESP-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  QUOTE-RESP-REC.
           05  QR-EST-NO             PIC X(4).
           05  QR-RESPONSE           PIC X(1).
           05  QR-RESP-DATE          PIC X(8).
           05  QR-USER-ID            PIC X(8).
           05  FILLER                PIC X(9).

       FD  PROPCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROP-CARD
           RECORD CONTAINS 123 CHARACTERS.
       01  PROP-CARD.
           05  PC-VALID-DAYS         PIC X(3).
           05  FILLER                PIC X(120).

       FD  NEWEST
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

       FD  ESTGEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS EST-GEN-REC
           RECORD CONTAINS 140 CHARACTERS.
       01  EST-GEN-REC               PIC X(140).

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

       FD  ESTLST
           LABEL RECORD IS OMITTED

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 157 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-EST-NO      PIC X(4).
               10  S-KEY-SEQ         PIC 9(7).
           05  S-TRAN-REC            PIC X(130).
           05  S-RESP-INFO.
               10  S-RESP-DATE       PIC X(8).
               10  S-RESP-USER       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-CANCTR              PIC 999 VALUE ZERO.
           05  C-DUPCTR              PIC 999 VALUE ZERO.
           05  C-REJCTR              PIC 999 VALUE ZERO.
           05  C-ACCCTR              PIC 999 VALUE ZERO.
           05  C-DECCTR              PIC 999 VALUE ZERO.
           05  C-EXPCTR              PIC 999 VALUE ZERO.
           05  C-RELCTR              PIC 999 VALUE ZERO.
           05  C-LATECTR             PIC 999 VALUE ZERO.
           05  C-VALID-DAYS          PIC 999 VALUE 30.
           05  C-RESP-DATE-N         PIC 9(8) VALUE ZERO.
           05  C-RESP-INT            PIC 9(8) VALUE ZERO.
           05  C-EXPIRE-INT          PIC 9(8) VALUE ZERO.
           05  RESP-DATE-OK-SW       PIC XXX VALUE "NO".
           05  EST-DATE-OK-SW        PIC XXX VALUE "NO".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 999 VALUE ZERO.
           05  C-LEAP-REM100         PIC 999 VALUE ZERO.
           05  C-LEAP-REM400         PIC 999 VALUE ZERO.
           05  PROPCARD-FILE-STATUS  PIC XX VALUE SPACES.
           05  C-OLDCTR              PIC 9(5) VALUE ZERO.
           05  C-NEWCTR              PIC 9(5) VALUE ZERO.
           05  C-TRANCTR             PIC 9(5) VALUE ZERO.
           05  OLDEST-FILE-STATUS    PIC XX VALUE SPACES.
           05  ESTTRAN-FILE-STATUS   PIC XX VALUE SPACES.
           05  QUOTERSP-FILE-STATUS  PIC XX VALUE SPACES.
           05  NEWEST-FILE-STATUS    PIC XX VALUE SPACES.
           05  MORE-INPUT            PIC XXX VALUE "YES".
           05  C-REL-SEQ             PIC 9(7) VALUE ZERO.
           05  C-PREV-M-KEY          PIC X(4) VALUE LOW-VALUES.
           05  C-PREV-T-KEY          PIC X(4) VALUE LOW-VALUES.
           05  ESTGEN-FILE-STATUS    PIC XX VALUE SPACES.
           05  GENCTL-FILE-STATUS    PIC XX VALUE SPACES.
           05  MORE-CATALOG          PIC XXX VALUE "YES".
           05  MORE-COPY             PIC XXX VALUE "YES".
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
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

       01  VALID-DAYS-CARD.
           05  TC-VALID-DAYS-X       PIC X(3) VALUE SPACES.
           05  TC-VALID-DAYS-N REDEFINES TC-VALID-DAYS-X
                                     PIC 9(3).

       01  TRAN-RESP-WORK.
           05  TR-RESP-DATE-X        PIC X(8) VALUE SPACES.
           05  TR-RESP-DATE-N REDEFINES TR-RESP-DATE-X
                                     PIC 9(8).
           05  TR-RESP-USER          PIC X(8) VALUE SPACES.

       01  MONTH-DAYS-VALUES         PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  DM-DAYS               PIC 99 OCCURS 12 TIMES.

       01  DATE-WORK.
           05  DW-YY                 PIC 9(4).
           05  DW-MM                 PIC 99.
           05  DW-DD                 PIC 99.
       01  DATE-WORK-N REDEFINES DATE-WORK
                                     PIC 9(8).

       01  DATE-EDIT.
           05  DE-MM                 PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  DE-DD                 PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  DE-YY                 PIC 9(4).

       01  HOLD-EST.
           05  HM-EST-NO             PIC X(4).
           05  HM-LABOR-COST         PIC 9(9)V99.
           05  HM-TOTAL-COST         PIC 9(9)V99.
           05  HM-PREP-HRS           PIC 9(4)V9.
           05  HM-RESP-DATE          PIC 9(8).

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           05  FILLER                PIC X(10) VALUE "EST NO".
           05  FILLER                PIC X(24) VALUE "CUSTOMER NAME".
           05  FILLER                PIC X(8)  VALUE "VERSION".
           05  FILLER                PIC X(42) VALUE "DISPOSITION".
           05  FILLER                PIC X(12) VALUE "RESP DATE".
           05  FILLER                PIC X(30) VALUE "KEYED BY".

       01  LST-DETAIL-LINE.
           05  O-ACTION              PIC X(1).
           05  O-VERSION             PIC ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  O-DISPOSITION         PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-RESP-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  O-RESP-USER           PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "ADDED:".
           05  O-NEWCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  LST-RESP-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "ACCEPTED:".
           05  O-ACCCTR              PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  DECLINED:".
           05  O-DECCTR              PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  EXPIRED:".
           05  O-EXPCTR              PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  RELEASED:".
           05  O-RELCTR              PIC ZZ9.
           05  FILLER                PIC X(22)
                                     VALUE "  LATE ACCEPTANCES:".
           05  O-LATECTR             PIC ZZ9.
           05  FILLER                PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORTFILE
           PERFORM 0110-READ-RELEASE
               UNTIL MORE-INPUT = "NO".
           CLOSE ESTTRAN.
           OPEN INPUT QUOTERSP.
           IF QUOTERSP-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9925-QUOTERSP-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-INPUT.
           PERFORM 0130-READ-RELEASE-RESP
               UNTIL MORE-INPUT = "NO".
           CLOSE QUOTERSP.

       0110-READ-RELEASE.
           READ ESTTRAN
               AT END
                   MOVE "NO" TO MORE-INPUT
               NOT AT END
                   MOVE SPACES TO S-RESP-INFO
                   PERFORM 0120-RELEASE-REC
           END-READ.

           MOVE EST-TRAN-REC  TO S-TRAN-REC.
           RELEASE SORT-REC.

       0130-READ-RELEASE-RESP.
           READ QUOTERSP
               AT END
                   MOVE "NO" TO MORE-INPUT
               NOT AT END
                   PERFORM 0140-RELEASE-RESP
           END-READ.

       0140-RELEASE-RESP.
           MOVE SPACES        TO EST-TRAN-REC.
           MOVE "R"           TO ET-ACTION.
           MOVE QR-EST-NO     TO ET-EST-NO.
           MOVE QR-RESPONSE   TO ET-STATUS.
           MOVE QR-RESP-DATE  TO S-RESP-DATE.
           MOVE QR-USER-ID    TO S-RESP-USER.
           PERFORM 0120-RELEASE-REC.

       0200-PROCESS-SORTED.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               MOVE "NO" TO MORE-MASTERS
               MOVE HIGH-VALUES TO M-KEY
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           OPEN OUTPUT NEWEST.
           IF NEWEST-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWEST-FILE-ERROR
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           PERFORM 1050-READ-CONTROL-CARD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
           END-IF.
           PERFORM 9050-READ-TRAN.

       1050-READ-CONTROL-CARD.
           OPEN INPUT PROPCARD.
           IF PROPCARD-FILE-STATUS = "00"
               READ PROPCARD
                   AT END
                       DISPLAY "COBTPG03 - PROPCARD EMPTY, PROPOSALS "
                           "VALID FOR 30 DAYS"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE PROPCARD
           ELSE
               DISPLAY "COBTPG03 - PROPCARD NOT FOUND, PROPOSALS "
                   "VALID FOR 30 DAYS"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF PC-VALID-DAYS IS NUMERIC AND PC-VALID-DAYS > ZERO
               MOVE PC-VALID-DAYS TO TC-VALID-DAYS-X
               MOVE TC-VALID-DAYS-N TO C-VALID-DAYS
           ELSE
               DISPLAY "COBTPG03 - VALID DAYS MISSING OR NOT NUMERIC, "
                   "USING 30"
           END-IF.

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
           IF OLDEST-FILE-STATUS = "35"
               IF C-GT-HIT NOT = ZERO
                   DISPLAY "COBTPG03 - ESTMAST GENERATION "
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
           DISPLAY "COBTPG03 - ESTMAST GENERATION " C-IN-GEN-NO
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
               DISPLAY "COBTPG03 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "ESTMAST"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ OLDEST
               AT END
                   MOVE SPACES TO OLD-EST-REC
           END-READ.
           MOVE OLD-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG03 - ESTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG03 - ESTMAST IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG03 - ESTMAST GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG03 - ESTMAST GENERATION " GH-GEN-NO
                   " IS NOT THE CURRENT GENERATION "
                   GT-CUR-GEN (C-GT-HIT)
               PERFORM 9980-REFUSE-RUN
           END-IF.
           MOVE GH-GEN-NO    TO C-IN-GEN-NO.
           MOVE GH-REC-COUNT TO C-IN-REC-COUNT.

       2000-MAINLINE.
           IF HOLD-ACTIVE-SW = "NO"
               PERFORM 2100-SELECT-NEXT
               ELSE
                   MOVE ZERO TO HM-PREP-HRS
               END-IF
               IF OM-RESP-DATE IS NUMERIC
                   MOVE OM-RESP-DATE TO HM-RESP-DATE
               ELSE
                   MOVE ZERO TO HM-RESP-DATE
               END-IF
               MOVE "YES" TO HOLD-ACTIVE-SW
               PERFORM 9000-READ-MASTER
           ELSE

       2110-ADD-ESTIMATE.
           PERFORM 2150-MOVE-TRAN-TO-HOLD.
           PERFORM 2160-SET-POSTED-STATUS.
           MOVE 1   TO HM-VERSION.
           MOVE "YES" TO HOLD-ACTIVE-SW.
           ADD 1 TO C-ADDCTR.
           MOVE HM-VERSION TO O-VERSION.
           MOVE "ESTIMATE ADDED - PROPOSED" TO O-DISPOSITION.
           PERFORM 8000-WRITE-LISTING.

       2120-REJECT-NO-MATCH.
           ADD 1 TO C-REJCTR.
           MOVE ZERO TO O-VERSION.
           IF TRAN-CHANGE OR TRAN-DELETE OR TRAN-RESPONSE
               MOVE "ESTIMATE NOT ON FILE" TO O-DISPOSITION
           ELSE
               MOVE "INVALID ACTION CODE" TO O-DISPOSITION
                   IF TRAN-DELETE
                       PERFORM 2220-CANCEL-ESTIMATE
                   ELSE
                       IF TRAN-RESPONSE
                           PERFORM 2230-APPLY-RESPONSE
                       ELSE
                           ADD 1 TO C-REJCTR
                           MOVE HM-VERSION TO O-VERSION
                           MOVE "INVALID ACTION CODE"
                               TO O-DISPOSITION
                           PERFORM 8000-WRITE-LISTING
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2210-REVISE-ESTIMATE.
           ADD 1 TO HM-VERSION.
           PERFORM 2150-MOVE-TRAN-TO-HOLD.
           PERFORM 2160-SET-POSTED-STATUS.
           ADD 1 TO C-REVCTR.
           MOVE HM-VERSION TO O-VERSION.
           MOVE "ESTIMATE REVISED - PRIOR VERSION REPLACED"
           MOVE "ESTIMATE CANCELLED" TO O-DISPOSITION.
           PERFORM 8000-WRITE-LISTING.

       2230-APPLY-RESPONSE.
           MOVE HM-CUST-NAME TO ET-CUST-NAME.
           MOVE HM-VERSION   TO O-VERSION.
           PERFORM 2232-SET-RESPONSE-DATE.
           IF RESP-DATE-OK-SW = "NO"
               ADD 1 TO C-REJCTR
               MOVE "INVALID RESPONSE DATE" TO O-DISPOSITION
           ELSE
               IF EST-DATE-OK-SW = "YES"
                   AND C-RESP-DATE-N < HM-EST-DATE
                   ADD 1 TO C-REJCTR
                   MOVE "RESPONSE DATED BEFORE THE ESTIMATE"
                       TO O-DISPOSITION
               ELSE
                   IF HM-STATUS = "H"
                       PERFORM 2240-APPLY-HELD-RESPONSE
                   ELSE
                       IF HM-STATUS NOT = "P"
                           ADD 1 TO C-REJCTR
                           MOVE "RESPONSE REJECTED - NOT A PROPOSAL"
                               TO O-DISPOSITION
                       ELSE
                           PERFORM 2235-APPLY-PROPOSAL-RESPONSE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       2232-SET-RESPONSE-DATE.
           MOVE "YES" TO RESP-DATE-OK-SW.
           MOVE C-TODAY-N TO C-RESP-DATE-N.
           IF TR-RESP-DATE-X NOT = SPACES
               MOVE "NO" TO RESP-DATE-OK-SW
               IF TR-RESP-DATE-X IS NUMERIC
                   MOVE TR-RESP-DATE-N TO DATE-WORK-N
                   PERFORM 8300-CHECK-DATE
                   IF DATE-OK-SW = "YES"
                       MOVE "YES" TO RESP-DATE-OK-SW
                       MOVE TR-RESP-DATE-N TO C-RESP-DATE-N
                   END-IF
               END-IF
           END-IF.
           MOVE "NO" TO EST-DATE-OK-SW.
           IF HM-EST-DATE IS NUMERIC
               MOVE HM-EST-DATE TO DATE-WORK-N
               PERFORM 8300-CHECK-DATE
               MOVE DATE-OK-SW TO EST-DATE-OK-SW
           END-IF.
           MOVE C-RESP-DATE-N TO DATE-WORK-N.
           MOVE DW-MM TO DE-MM.
           MOVE DW-DD TO DE-DD.
           MOVE DW-YY TO DE-YY.
           MOVE DATE-EDIT    TO O-RESP-DATE.
           MOVE TR-RESP-USER TO O-RESP-USER.

      *-----------------------------------------------------------------
      *    AN ACCEPTANCE COUNTS ONLY THROUGH THE DATE THE PROPOSAL SAYS
      *    IT IS GOOD UNTIL: ESTIMATE DATE PLUS THE VALID DAYS.  AN
      *    ESTIMATE WITH NO USABLE DATE CANNOT BE ACCEPTED, SINCE ITS
      *    EXPIRY CANNOT BE TOLD.
      *-----------------------------------------------------------------
       2234-CHECK-EXPIRY.
           COMPUTE C-EXPIRE-INT =
               FUNCTION INTEGER-OF-DATE (HM-EST-DATE)
               + C-VALID-DAYS.
           COMPUTE C-RESP-INT =
               FUNCTION INTEGER-OF-DATE (C-RESP-DATE-N).

       2235-APPLY-PROPOSAL-RESPONSE.
           IF ET-STATUS = "A"
               IF EST-DATE-OK-SW = "NO"
                   ADD 1 TO C-REJCTR
                   MOVE "ESTIMATE DATE INVALID - NOT ACCEPTED"
                       TO O-DISPOSITION
               ELSE
                   PERFORM 2234-CHECK-EXPIRY
                   MOVE C-RESP-DATE-N TO HM-RESP-DATE
                   IF C-RESP-INT > C-EXPIRE-INT
                       MOVE "X" TO HM-STATUS
                       ADD 1 TO C-EXPCTR
                       ADD 1 TO C-LATECTR
                       MOVE "PROPOSAL EXPIRED - ACCEPTANCE REJECTED"
                           TO O-DISPOSITION
                   ELSE
                       MOVE "A" TO HM-STATUS
                       ADD 1 TO C-ACCCTR
                       MOVE "PROPOSAL ACCEPTED" TO O-DISPOSITION
                   END-IF
               END-IF
           ELSE
               IF ET-STATUS = "D"
                   MOVE "D" TO HM-STATUS
                   MOVE C-RESP-DATE-N TO HM-RESP-DATE
                   ADD 1 TO C-DECCTR
                   MOVE "PROPOSAL DECLINED" TO O-DISPOSITION
               ELSE
                   IF ET-STATUS = "X"
                       MOVE "X" TO HM-STATUS
                       MOVE C-RESP-DATE-N TO HM-RESP-DATE
                       ADD 1 TO C-EXPCTR
                       MOVE "PROPOSAL EXPIRED" TO O-DISPOSITION
                   ELSE
                       ADD 1 TO C-REJCTR
                       MOVE "INVALID RESPONSE CODE" TO O-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       2240-APPLY-HELD-RESPONSE.
           IF ET-STATUS = "L"
               MOVE "P" TO HM-STATUS
               ADD 1 TO C-RELCTR
               MOVE "CREDIT HOLD RELEASED - NOW PROPOSED"
                   TO O-DISPOSITION
           ELSE
               IF ET-STATUS = "D" OR ET-STATUS = "X"
                   PERFORM 2235-APPLY-PROPOSAL-RESPONSE
               ELSE
                   ADD 1 TO C-REJCTR
                   IF ET-STATUS = "A"
                       MOVE "ON CREDIT HOLD - RELEASE FIRST"
                           TO O-DISPOSITION
                   ELSE
                       MOVE "INVALID RESPONSE CODE" TO O-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       2150-MOVE-TRAN-TO-HOLD.
           MOVE ET-EST-NO      TO HM-EST-NO.
           MOVE ET-CUST-NO     TO HM-CUST-NO.
           ELSE
               MOVE ZERO TO HM-PREP-HRS
           END-IF.
           MOVE ZERO           TO HM-RESP-DATE.

       2160-SET-POSTED-STATUS.
           IF ET-STATUS = SPACE
               MOVE "P" TO HM-STATUS
           ELSE
               MOVE ET-STATUS TO HM-STATUS
           END-IF.

       2300-RELEASE-HOLD.
           MOVE SPACES         TO NEW-EST-REC.
           MOVE HM-LABOR-COST  TO NM-LABOR-COST.
           MOVE HM-TOTAL-COST  TO NM-TOTAL-COST.
           MOVE HM-PREP-HRS    TO NM-PREP-HRS.
           MOVE HM-RESP-DATE   TO NM-RESP-DATE.
           WRITE NEW-EST-REC.
           IF NEWEST-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWEST-FILE-ERROR
           MOVE C-NEWCTR TO O-NEWCTR.
           WRITE LSTLINE FROM LST-TOTAL-LINE
             AFTER ADVANCING 3 LINES.
           MOVE C-ACCCTR TO O-ACCCTR.
           MOVE C-DECCTR TO O-DECCTR.
           MOVE C-EXPCTR TO O-EXPCTR.
           MOVE C-RELCTR TO O-RELCTR.
           MOVE C-LATECTR TO O-LATECTR.
           WRITE LSTLINE FROM LST-RESP-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           CLOSE OLDEST.
           CLOSE NEWEST.
           CLOSE ESTLST.
           PERFORM 3500-WRITE-GENERATION.
      *-----------------------------------------------------------------
      *    THE NEW MASTER IS COPIED FROM THE WORK FILE BEHIND ITS
      *    GENERATION HEADER ONCE THE RECORD COUNT IS KNOWN.
      *-----------------------------------------------------------------
       3500-WRITE-GENERATION.
           IF C-OLDCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG03 - " C-OLDCTR " ESTMAST RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               DISPLAY "COBTPG03 - ESTNEW.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NEWEST
               IF NEWEST-FILE-STATUS NOT = "00"
                   PERFORM 9930-NEWEST-FILE-ERROR
               END-IF
               OPEN OUTPUT ESTGEN
               IF ESTGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-ESTGEN-FILE-ERROR
               END-IF
               MOVE SPACES       TO GEN-HEADER
               MOVE "*GENHDR*"   TO GH-MARKER
               MOVE "ESTMAST"   TO GH-FILE-ID
               MOVE C-NEW-GEN-NO TO GH-GEN-NO
               MOVE C-TODAY-N    TO GH-RUN-DATE
               MOVE C-NEWCTR     TO GH-REC-COUNT
               MOVE GEN-HEADER   TO EST-GEN-REC
               WRITE EST-GEN-REC
               IF ESTGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-ESTGEN-FILE-ERROR
               END-IF
               MOVE "YES" TO MORE-COPY
               PERFORM 3510-READ-WORK-MASTER
               PERFORM 3520-COPY-WORK-MASTER
                   UNTIL MORE-COPY = "NO"
               CLOSE NEWEST
               CLOSE ESTGEN
               PERFORM 3600-UPDATE-GEN-CATALOG
               DISPLAY "COBTPG03 - ESTNEW.DAT WRITTEN AS ESTMAST "
                   "GENERATION " C-NEW-GEN-NO
           END-IF.

       3510-READ-WORK-MASTER.
           READ NEWEST
               AT END
                   MOVE "NO" TO MORE-COPY.

       3520-COPY-WORK-MASTER.
           WRITE EST-GEN-REC FROM NEW-EST-REC.
           IF ESTGEN-FILE-STATUS NOT = "00"
               PERFORM 9935-ESTGEN-FILE-ERROR
           END-IF.
           PERFORM 3510-READ-WORK-MASTER.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG03 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "ESTMAST" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-NEWCTR     TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG03"   TO GT-PROGRAM   (C-GT-HIT).
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
           MOVE ET-ACTION    TO O-ACTION.
           MOVE ET-CUST-NAME TO O-CUST-NAME.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO O-RESP-DATE.
           MOVE SPACES TO O-RESP-USER.

       8300-CHECK-DATE.
           MOVE "NO" TO DATE-OK-SW.
           IF DW-YY > 1900
               AND DW-MM >= 1 AND DW-MM <= 12
               AND DW-DD >= 1
               MOVE DM-DAYS (DW-MM) TO C-MONTH-DAYS
               IF DW-MM = 2
                   PERFORM 8310-CHECK-LEAP-YEAR
               END-IF
               IF DW-DD <= C-MONTH-DAYS
                   MOVE "YES" TO DATE-OK-SW
               END-IF
           END-IF.

       8310-CHECK-LEAP-YEAR.
           DIVIDE DW-YY BY 4 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM4.
           DIVIDE DW-YY BY 100 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM100.
           DIVIDE DW-YY BY 400 GIVING C-LEAP-QUOT
               REMAINDER C-LEAP-REM400.
           IF C-LEAP-REM4 = ZERO
               AND (C-LEAP-REM100 NOT = ZERO OR C-LEAP-REM400 = ZERO)
               MOVE 29 TO C-MONTH-DAYS
           END-IF.

       9000-READ-MASTER.
           READ OLDEST
                   MOVE HIGH-VALUES TO T-KEY
               NOT AT END
                   MOVE S-TRAN-REC TO EST-TRAN-REC
                   MOVE S-RESP-DATE TO TR-RESP-DATE-X
                   MOVE S-RESP-USER TO TR-RESP-USER
                   ADD 1 TO C-TRANCTR
                   IF ET-EST-NO < C-PREV-T-KEY
                       PERFORM 9950-TRAN-SEQ-ERROR
           DISPLAY "COBTPG03 - FILE STATUS IS: " ESTTRAN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9925-QUOTERSP-FILE-ERROR.
           DISPLAY "COBTPG03 - I/O ERROR ON QUOTERSP FILE".
           DISPLAY "COBTPG03 - FILE STATUS IS: " QUOTERSP-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-NEWEST-FILE-ERROR.
           DISPLAY "COBTPG03 - I/O ERROR ON ESTNEW WORK FILE".
           DISPLAY "COBTPG03 - FILE STATUS IS: " NEWEST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-ESTGEN-FILE-ERROR.
           DISPLAY "COBTPG03 - I/O ERROR ON ESTNEW FILE".
           DISPLAY "COBTPG03 - FILE STATUS IS: " ESTGEN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-MASTER-SEQ-ERROR.
           DISPLAY "COBTPG03 - ESTMAST OUT OF SEQUENCE AT ESTIMATE "
               OM-EST-NO " AFTER " C-PREV-M-KEY.
               ET-EST-NO " AFTER " C-PREV-T-KEY.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG03 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG03 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG03 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG03 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
