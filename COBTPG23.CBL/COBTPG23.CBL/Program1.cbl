       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG23.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM MAINTAINS THE CREW MASTER FILE.  IT READS THE
      *    OLD MASTER AND A TRANSACTION FILE, BOTH IN CREW CODE ORDER,
      *    APPLIES ADD / CHANGE / DEACTIVATE TRANSACTIONS AND WRITES A
      *    NEW MASTER PLUS A MAINTENANCE LISTING.
      *    EACH CREW CARRIES ITS FOREMAN, CREW SIZE, HOURS WORKED PER
      *    DAY BY EACH MAN AND THE DAYS OF THE WEEK IT DOES NOT WORK
      *    (Y OR N FOR MONDAY THROUGH SUNDAY).  A CREW'S DAILY
      *    CAPACITY IS CREW SIZE TIMES HOURS PER DAY.  COBTPG08
      *    REJECTS ASSIGNMENTS TO CREWS NOT ON FILE OR INACTIVE AND
      *    CHECKS BOOKED HOURS AGAINST THE CAPACITY; COBTPG24 PRINTS
      *    THE WEEKLY CREW UTILIZATION FROM IT.
      *    ON AN ADD, BLANK DAYS OFF MEANS SATURDAY AND SUNDAY OFF.
      *    ON A CHANGE, A BLANK FIELD LEAVES THE VALUE ON FILE AS IT
      *    IS, AND A CHANGE TO AN INACTIVE CREW REACTIVATES IT.
      *
      *    THE OLD MASTER MUST START WITH A GENERATION CONTROL HEADER
      *    FOR THE CURRENT GENERATION IN THE CATALOG (GENCTL.DAT) THAT
      *    NO EARLIER RUN HAS CONSUMED, OR THE RUN IS REFUSED WITH
      *    RETURN CODE 8 BEFORE ANYTHING IS WRITTEN.  THE NEW MASTER
      *    IS BUILT IN A WORK FILE AND COPIED TO CREWNEW.DAT BEHIND A
      *    HEADER FOR THE NEXT GENERATION CARRYING THE RUN DATE AND
      *    RECORD COUNT, AND THE CATALOG IS UPDATED.  IF THE RECORDS
      *    READ DO NOT AGREE WITH THE OLD HEADER'S COUNT, CREWNEW.DAT
      *    IS NOT WRITTEN AND THE RUN ENDS WITH RETURN CODE 8.
      *    COBTPG27 KEEPS PRIOR GENERATIONS AND ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLDCREW
               ASSIGN TO "CREWMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDCREW-FILE-STATUS.

           SELECT CREWTRAN
               ASSIGN TO "CREWTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREWTRAN-FILE-STATUS.

           SELECT NEWCREW
               ASSIGN TO "CREWNEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWCREW-FILE-STATUS.

           SELECT CREWGEN
               ASSIGN TO "CREWNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREWGEN-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT CREWLST
               ASSIGN TO "CREWMNT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDCREW
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-CREW-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  OLD-CREW-REC.
           05  CO-CREW               PIC X(4).
           05  CO-FOREMAN            PIC X(20).
           05  CO-CREW-SIZE          PIC 99.
           05  CO-HRS-PER-DAY        PIC 99V9.
           05  CO-STATUS             PIC X(1).
           05  CO-DAYS-OFF           PIC X(7).
           05  FILLER                PIC X(13).

       FD  CREWTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-TRAN-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  CREW-TRAN-REC.
           05  CT-ACTION             PIC X(1).
               88  TRAN-ADD          VALUE "A".
               88  TRAN-CHANGE       VALUE "C".
               88  TRAN-DEACTIVATE   VALUE "D".
           05  CT-CREW               PIC X(4).
           05  CT-FOREMAN            PIC X(20).
           05  CT-CREW-SIZE          PIC X(2).
           05  CT-CREW-SIZE-N REDEFINES CT-CREW-SIZE
                                     PIC 99.
           05  CT-HRS-PER-DAY        PIC X(3).
           05  CT-HRS-PER-DAY-N REDEFINES CT-HRS-PER-DAY
                                     PIC 99V9.
           05  CT-DAYS-OFF           PIC X(7).
           05  FILLER                PIC X(13).

       FD  NEWCREW
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-CREW-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  NEW-CREW-REC.
           05  CN-CREW               PIC X(4).
           05  CN-FOREMAN            PIC X(20).
           05  CN-CREW-SIZE          PIC 99.
           05  CN-HRS-PER-DAY        PIC 99V9.
           05  CN-STATUS             PIC X(1).
           05  CN-DAYS-OFF           PIC X(7).
           05  FILLER                PIC X(13).

       FD  CREWGEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-GEN-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  CREW-GEN-REC              PIC X(50).

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

       FD  CREWLST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-MASTERS          PIC XXX VALUE "YES".
           05  MORE-TRANS            PIC XXX VALUE "YES".
           05  M-KEY                 PIC X(4) VALUE SPACES.
           05  T-KEY                 PIC X(4) VALUE SPACES.
           05  HOLD-ACTIVE-SW        PIC XXX VALUE "NO".
           05  TRAN-OK-SW            PIC XXX VALUE "YES".
           05  C-Y-CTR               PIC 99 VALUE ZERO.
           05  C-N-CTR               PIC 99 VALUE ZERO.
           05  C-ADDCTR              PIC 999 VALUE ZERO.
           05  C-CHGCTR              PIC 999 VALUE ZERO.
           05  C-DEACTCTR            PIC 999 VALUE ZERO.
           05  C-REJCTR              PIC 999 VALUE ZERO.
           05  C-OLDCTR              PIC 9(5) VALUE ZERO.
           05  C-NEWCTR              PIC 9(5) VALUE ZERO.
           05  C-TRANCTR             PIC 9(5) VALUE ZERO.
           05  OLDCREW-FILE-STATUS   PIC XX VALUE SPACES.
           05  CREWTRAN-FILE-STATUS  PIC XX VALUE SPACES.
           05  NEWCREW-FILE-STATUS   PIC XX VALUE SPACES.
           05  C-PREV-M-KEY          PIC X(4) VALUE LOW-VALUES.
           05  C-PREV-T-KEY          PIC X(4) VALUE LOW-VALUES.
           05  CREWGEN-FILE-STATUS   PIC XX VALUE SPACES.
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

       01  HOLD-CREW.
           05  HC-CREW               PIC X(4).
           05  HC-FOREMAN            PIC X(20).
           05  HC-CREW-SIZE          PIC 99.
           05  HC-HRS-PER-DAY        PIC 99V9.
           05  HC-STATUS             PIC X(1).
           05  HC-DAYS-OFF           PIC X(7).

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
                                  VALUE 'CREW MASTER MAINTENANCE'.
           05  FILLER                PIC X(62) VALUE SPACES.

       01  LST-COLUMN-HEADINGS.
           05  FILLER                PIC X(6)  VALUE "ACTN".
           05  FILLER                PIC X(8)  VALUE "CREW".
           05  FILLER                PIC X(24) VALUE "FOREMAN".
           05  FILLER                PIC X(44) VALUE "DISPOSITION".
           05  FILLER                PIC X(6)  VALUE "SIZE".
           05  FILLER                PIC X(9)  VALUE "HRS/DAY".
           05  FILLER                PIC X(10) VALUE "CAPACITY".
           05  FILLER                PIC X(10) VALUE "DAYS OFF".
           05  FILLER                PIC X(8)  VALUE "STATUS".
           05  FILLER                PIC X(7)  VALUE SPACES.

       01  LST-DAYS-HEADING.
           05  FILLER                PIC X(107) VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE "MTWTFSS".
           05  FILLER                PIC X(18) VALUE SPACES.

       01  LST-DETAIL-LINE.
           05  O-ACTION              PIC X(1).
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  O-CREW                PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-FOREMAN             PIC X(20).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-DISPOSITION         PIC X(40).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-CREW-SIZE           PIC Z9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-HRS-PER-DAY         PIC Z9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  O-CAPACITY            PIC ZZ9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  O-DAYS-OFF            PIC X(7).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  O-STATUS              PIC X(1).
           05  FILLER                PIC X(14) VALUE SPACES.

       01  LST-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "ADDED:".
           05  O-ADDCTR              PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  CHANGED:".
           05  O-CHGCTR              PIC ZZ9.
           05  FILLER                PIC X(16) VALUE "  DEACTIVATED:".
           05  O-DEACTCTR            PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  REJECTED:".
           05  O-REJCTR              PIC ZZ9.
           05  FILLER                PIC X(14) VALUE "  MASTERS IN:".
           05  O-OLDCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(15) VALUE "  MASTERS OUT:".
           05  O-NEWCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL HOLD-ACTIVE-SW = "NO"
               AND M-KEY = HIGH-VALUES
               AND T-KEY = HIGH-VALUES.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT OLDCREW.
           IF OLDCREW-FILE-STATUS NOT = "00" AND NOT = "35"
               PERFORM 9910-OLDCREW-FILE-ERROR
           END-IF.
           IF OLDCREW-FILE-STATUS = "35"
               DISPLAY "COBTPG23 - NO CREW MASTER FOUND, "
                   "BUILDING A NEW ONE"
               MOVE "NO" TO MORE-MASTERS
               MOVE HIGH-VALUES TO M-KEY
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           OPEN INPUT CREWTRAN.
           IF CREWTRAN-FILE-STATUS NOT = "00"
               PERFORM 9920-CREWTRAN-FILE-ERROR
           END-IF.
           OPEN OUTPUT NEWCREW.
           IF NEWCREW-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWCREW-FILE-ERROR
           END-IF.
           OPEN OUTPUT CREWLST.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
             AFTER ADVANCING 2 LINES.
           WRITE LSTLINE FROM LST-DAYS-HEADING
             AFTER ADVANCING 1 LINE.

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
           IF OLDCREW-FILE-STATUS = "35"
               IF C-GT-HIT NOT = ZERO
                   DISPLAY "COBTPG23 - CREWMAST GENERATION "
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
           DISPLAY "COBTPG23 - CREWMAST GENERATION " C-IN-GEN-NO
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
               DISPLAY "COBTPG23 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "CREWMAST"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ OLDCREW
               AT END
                   MOVE SPACES TO OLD-CREW-REC
           END-READ.
           MOVE OLD-CREW-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CREWMAST"
               DISPLAY "COBTPG23 - CREWMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG23 - CREWMAST IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG23 - CREWMAST GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG23 - CREWMAST GENERATION " GH-GEN-NO
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
               IF T-KEY = HC-CREW
                   PERFORM 2200-APPLY-TRAN
                   PERFORM 9050-READ-TRAN
               ELSE
                   PERFORM 2300-RELEASE-HOLD
               END-IF
           END-IF.

       2100-SELECT-NEXT.
           IF M-KEY NOT = HIGH-VALUES AND M-KEY NOT > T-KEY
               MOVE CO-CREW      TO HC-CREW
               MOVE CO-FOREMAN   TO HC-FOREMAN
               IF CO-CREW-SIZE IS NUMERIC
                   MOVE CO-CREW-SIZE TO HC-CREW-SIZE
               ELSE
                   MOVE ZERO TO HC-CREW-SIZE
               END-IF
               IF CO-HRS-PER-DAY IS NUMERIC
                   MOVE CO-HRS-PER-DAY TO HC-HRS-PER-DAY
               ELSE
                   MOVE ZERO TO HC-HRS-PER-DAY
               END-IF
               MOVE CO-STATUS    TO HC-STATUS
               MOVE CO-DAYS-OFF  TO HC-DAYS-OFF
               MOVE "YES" TO HOLD-ACTIVE-SW
               PERFORM 9000-READ-MASTER
           ELSE
               IF TRAN-ADD
                   PERFORM 2400-EDIT-TRAN
                   IF TRAN-OK-SW = "YES"
                       PERFORM 2110-ADD-CREW
                   END-IF
               ELSE
                   PERFORM 2120-REJECT-NO-MATCH
               END-IF
               PERFORM 9050-READ-TRAN
           END-IF.

       2110-ADD-CREW.
           MOVE CT-CREW      TO HC-CREW.
           MOVE CT-FOREMAN   TO HC-FOREMAN.
           MOVE CT-CREW-SIZE-N   TO HC-CREW-SIZE.
           MOVE CT-HRS-PER-DAY-N TO HC-HRS-PER-DAY.
           MOVE "A"          TO HC-STATUS.
           IF CT-DAYS-OFF = SPACES
               MOVE "NNNNNYY" TO HC-DAYS-OFF
           ELSE
               MOVE CT-DAYS-OFF TO HC-DAYS-OFF
           END-IF.
           MOVE "YES" TO HOLD-ACTIVE-SW.
           ADD 1 TO C-ADDCTR.
           MOVE "CREW ADDED" TO O-DISPOSITION.
           PERFORM 8000-WRITE-LISTING.

       2120-REJECT-NO-MATCH.
           ADD 1 TO C-REJCTR.
           IF TRAN-CHANGE OR TRAN-DEACTIVATE
               MOVE "CREW NOT ON FILE" TO O-DISPOSITION
           ELSE
               MOVE "INVALID ACTION CODE" TO O-DISPOSITION
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       2200-APPLY-TRAN.
           IF TRAN-ADD
               ADD 1 TO C-REJCTR
               MOVE "CREW ALREADY ON FILE" TO O-DISPOSITION
               PERFORM 8000-WRITE-LISTING
           ELSE
               IF TRAN-CHANGE
                   PERFORM 2400-EDIT-TRAN
                   IF TRAN-OK-SW = "YES"
                       PERFORM 2210-CHANGE-CREW
                   END-IF
               ELSE
                   IF TRAN-DEACTIVATE
                       PERFORM 2220-DEACTIVATE-CREW
                   ELSE
                       ADD 1 TO C-REJCTR
                       MOVE "INVALID ACTION CODE" TO O-DISPOSITION
                       PERFORM 8000-WRITE-LISTING
                   END-IF
               END-IF
           END-IF.

       2210-CHANGE-CREW.
           IF CT-FOREMAN NOT = SPACES
               MOVE CT-FOREMAN TO HC-FOREMAN
           END-IF.
           IF CT-CREW-SIZE NOT = SPACES
               MOVE CT-CREW-SIZE-N TO HC-CREW-SIZE
           END-IF.
           IF CT-HRS-PER-DAY NOT = SPACES
               MOVE CT-HRS-PER-DAY-N TO HC-HRS-PER-DAY
           END-IF.
           IF CT-DAYS-OFF NOT = SPACES
               MOVE CT-DAYS-OFF TO HC-DAYS-OFF
           END-IF.
           IF HC-STATUS NOT = "A"
               MOVE "A" TO HC-STATUS
               MOVE "CREW CHANGED AND REACTIVATED"
                   TO O-DISPOSITION
           ELSE
               MOVE "CREW CHANGED" TO O-DISPOSITION
           END-IF.
           ADD 1 TO C-CHGCTR.
           PERFORM 8000-WRITE-LISTING.

       2220-DEACTIVATE-CREW.
           MOVE "I" TO HC-STATUS.
           ADD 1 TO C-DEACTCTR.
           MOVE "CREW DEACTIVATED" TO O-DISPOSITION.
           PERFORM 8000-WRITE-LISTING.

       2300-RELEASE-HOLD.
           MOVE SPACES         TO NEW-CREW-REC.
           MOVE HC-CREW        TO CN-CREW.
           MOVE HC-FOREMAN     TO CN-FOREMAN.
           MOVE HC-CREW-SIZE   TO CN-CREW-SIZE.
           MOVE HC-HRS-PER-DAY TO CN-HRS-PER-DAY.
           MOVE HC-STATUS      TO CN-STATUS.
           MOVE HC-DAYS-OFF    TO CN-DAYS-OFF.
           WRITE NEW-CREW-REC.
           IF NEWCREW-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWCREW-FILE-ERROR
           END-IF.
           ADD 1 TO C-NEWCTR.
           MOVE "NO" TO HOLD-ACTIVE-SW.

      *-----------------------------------------------------------------
      *    EDITS COMMON TO ADD AND CHANGE.  ON AN ADD THE CREW SIZE
      *    AND HOURS PER DAY ARE REQUIRED; ON A CHANGE THEY MAY BE
      *    BLANK.  DAYS OFF MUST BE SEVEN Y/N FLAGS WITH AT LEAST ONE
      *    WORKING DAY.
      *-----------------------------------------------------------------
       2400-EDIT-TRAN.
           MOVE "YES" TO TRAN-OK-SW.
           IF TRAN-ADD
               IF CT-CREW = SPACES
                   MOVE "CREW CODE MISSING" TO O-DISPOSITION
                   MOVE "NO" TO TRAN-OK-SW
               ELSE
                   IF CT-FOREMAN = SPACES
                       MOVE "FOREMAN MISSING" TO O-DISPOSITION
                       MOVE "NO" TO TRAN-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF TRAN-OK-SW = "YES"
               AND (CT-CREW-SIZE NOT = SPACES OR TRAN-ADD)
               IF CT-CREW-SIZE IS NOT NUMERIC
                   OR CT-CREW-SIZE-N = ZERO
                   MOVE "CREW SIZE MISSING OR NOT NUMERIC"
                       TO O-DISPOSITION
                   MOVE "NO" TO TRAN-OK-SW
               END-IF
           END-IF.
           IF TRAN-OK-SW = "YES"
               AND (CT-HRS-PER-DAY NOT = SPACES OR TRAN-ADD)
               IF CT-HRS-PER-DAY IS NOT NUMERIC
                   OR CT-HRS-PER-DAY-N = ZERO
                   OR CT-HRS-PER-DAY-N > 24
                   MOVE "HOURS PER DAY MISSING OR NOT VALID"
                       TO O-DISPOSITION
                   MOVE "NO" TO TRAN-OK-SW
               END-IF
           END-IF.
           IF TRAN-OK-SW = "YES" AND CT-DAYS-OFF NOT = SPACES
               MOVE ZERO TO C-Y-CTR
               MOVE ZERO TO C-N-CTR
               INSPECT CT-DAYS-OFF TALLYING C-Y-CTR FOR ALL "Y"
               INSPECT CT-DAYS-OFF TALLYING C-N-CTR FOR ALL "N"
               IF C-Y-CTR + C-N-CTR NOT = 7
                   MOVE "DAYS OFF MUST BE 7 Y/N FLAGS"
                       TO O-DISPOSITION
                   MOVE "NO" TO TRAN-OK-SW
               ELSE
                   IF C-N-CTR = ZERO
                       MOVE "CREW HAS NO WORKING DAYS"
                           TO O-DISPOSITION
                       MOVE "NO" TO TRAN-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF TRAN-OK-SW = "NO"
               ADD 1 TO C-REJCTR
               PERFORM 8000-WRITE-LISTING
           END-IF.

       3000-CLOSING.
           MOVE C-ADDCTR   TO O-ADDCTR.
           MOVE C-CHGCTR   TO O-CHGCTR.
           MOVE C-DEACTCTR TO O-DEACTCTR.
           MOVE C-REJCTR   TO O-REJCTR.
           MOVE C-OLDCTR   TO O-OLDCTR.
           MOVE C-NEWCTR   TO O-NEWCTR.
           WRITE LSTLINE FROM LST-TOTAL-LINE
             AFTER ADVANCING 3 LINES.
           DISPLAY "COBTPG23 - CREWS ADDED: " C-ADDCTR
               " CHANGED: " C-CHGCTR " DEACTIVATED: " C-DEACTCTR
               " REJECTED: " C-REJCTR.
           CLOSE OLDCREW.
           CLOSE CREWTRAN.
           CLOSE NEWCREW.
           CLOSE CREWLST.
           PERFORM 3500-WRITE-GENERATION.

      *-----------------------------------------------------------------
      *    THE NEW MASTER IS COPIED FROM THE WORK FILE BEHIND ITS
      *    GENERATION HEADER ONCE THE RECORD COUNT IS KNOWN.
      *-----------------------------------------------------------------
       3500-WRITE-GENERATION.
           IF C-OLDCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG23 - " C-OLDCTR " CREWMAST RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               DISPLAY "COBTPG23 - CREWNEW.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NEWCREW
               IF NEWCREW-FILE-STATUS NOT = "00"
                   PERFORM 9930-NEWCREW-FILE-ERROR
               END-IF
               OPEN OUTPUT CREWGEN
               IF CREWGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-CREWGEN-FILE-ERROR
               END-IF
               MOVE SPACES       TO GEN-HEADER
               MOVE "*GENHDR*"   TO GH-MARKER
               MOVE "CREWMAST"   TO GH-FILE-ID
               MOVE C-NEW-GEN-NO TO GH-GEN-NO
               MOVE C-TODAY-N    TO GH-RUN-DATE
               MOVE C-NEWCTR     TO GH-REC-COUNT
               MOVE GEN-HEADER   TO CREW-GEN-REC
               WRITE CREW-GEN-REC
               IF CREWGEN-FILE-STATUS NOT = "00"
                   PERFORM 9935-CREWGEN-FILE-ERROR
               END-IF
               MOVE "YES" TO MORE-COPY
               PERFORM 3510-READ-WORK-MASTER
               PERFORM 3520-COPY-WORK-MASTER
                   UNTIL MORE-COPY = "NO"
               CLOSE NEWCREW
               CLOSE CREWGEN
               PERFORM 3600-UPDATE-GEN-CATALOG
               DISPLAY "COBTPG23 - CREWNEW.DAT WRITTEN AS CREWMAST "
                   "GENERATION " C-NEW-GEN-NO
           END-IF.

       3510-READ-WORK-MASTER.
           READ NEWCREW
               AT END
                   MOVE "NO" TO MORE-COPY.

       3520-COPY-WORK-MASTER.
           WRITE CREW-GEN-REC FROM NEW-CREW-REC.
           IF CREWGEN-FILE-STATUS NOT = "00"
               PERFORM 9935-CREWGEN-FILE-ERROR
           END-IF.
           PERFORM 3510-READ-WORK-MASTER.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG23 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "CREWMAST" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-NEWCTR     TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG23"   TO GT-PROGRAM   (C-GT-HIT).
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
           MOVE CT-ACTION  TO O-ACTION.
           MOVE CT-CREW    TO O-CREW.
           IF HOLD-ACTIVE-SW = "YES" AND HC-CREW = CT-CREW
               MOVE HC-FOREMAN     TO O-FOREMAN
               MOVE HC-CREW-SIZE   TO O-CREW-SIZE
               MOVE HC-HRS-PER-DAY TO O-HRS-PER-DAY
               COMPUTE O-CAPACITY = HC-CREW-SIZE * HC-HRS-PER-DAY
               MOVE HC-DAYS-OFF    TO O-DAYS-OFF
               MOVE HC-STATUS      TO O-STATUS
           ELSE
               MOVE CT-FOREMAN     TO O-FOREMAN
               MOVE ZERO           TO O-CREW-SIZE
               MOVE ZERO           TO O-HRS-PER-DAY
               MOVE ZERO           TO O-CAPACITY
               MOVE CT-DAYS-OFF    TO O-DAYS-OFF
               MOVE SPACES         TO O-STATUS
           END-IF.
           WRITE LSTLINE FROM LST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       9000-READ-MASTER.
           READ OLDCREW
               AT END
                   MOVE "NO" TO MORE-MASTERS
                   MOVE HIGH-VALUES TO M-KEY
               NOT AT END
                   ADD 1 TO C-OLDCTR
                   IF CO-CREW < C-PREV-M-KEY
                       PERFORM 9940-MASTER-SEQ-ERROR
                   END-IF
                   MOVE CO-CREW TO C-PREV-M-KEY
                   MOVE CO-CREW TO M-KEY
           END-READ.

       9050-READ-TRAN.
           READ CREWTRAN
               AT END
                   MOVE "NO" TO MORE-TRANS
                   MOVE HIGH-VALUES TO T-KEY
               NOT AT END
                   ADD 1 TO C-TRANCTR
                   IF CT-CREW < C-PREV-T-KEY
                       PERFORM 9950-TRAN-SEQ-ERROR
                   END-IF
                   MOVE CT-CREW TO C-PREV-T-KEY
                   MOVE CT-CREW TO T-KEY
           END-READ.

       9910-OLDCREW-FILE-ERROR.
           DISPLAY "COBTPG23 - I/O ERROR ON CREWMAST FILE".
           DISPLAY "COBTPG23 - FILE STATUS IS: " OLDCREW-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-CREWTRAN-FILE-ERROR.
           DISPLAY "COBTPG23 - I/O ERROR ON CREWTRAN FILE".
           DISPLAY "COBTPG23 - FILE STATUS IS: "
               CREWTRAN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-NEWCREW-FILE-ERROR.
           DISPLAY "COBTPG23 - I/O ERROR ON CREWNEW WORK FILE".
           DISPLAY "COBTPG23 - FILE STATUS IS: " NEWCREW-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-CREWGEN-FILE-ERROR.
           DISPLAY "COBTPG23 - I/O ERROR ON CREWNEW FILE".
           DISPLAY "COBTPG23 - FILE STATUS IS: " CREWGEN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-MASTER-SEQ-ERROR.
           DISPLAY "COBTPG23 - CREWMAST OUT OF SEQUENCE AT CREW "
               CO-CREW " AFTER " C-PREV-M-KEY.
           PERFORM 9990-ABORT-RUN.

       9950-TRAN-SEQ-ERROR.
           DISPLAY "COBTPG23 - CREWTRAN OUT OF SEQUENCE AT CREW "
               CT-CREW " AFTER " C-PREV-T-KEY.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG23 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG23 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG23 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG23 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
