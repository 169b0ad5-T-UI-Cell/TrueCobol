       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPG17.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. TYLER GRAHAM.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *    THIS PROGRAM PRINTS A CUSTOMER PROPOSAL FOR EVERY ESTIMATE
      *    PRICED BY COBTPG01, FROM THE SAME INVOICE EXTRACT FILE THAT
      *    COBTPG05 USES.  ROOM RECORDS ARRIVE AHEAD OF THEIR HEADER
      *    AND ARE HELD IN A TABLE UNTIL THE HEADER COMES IN, THEN ONE
      *    PROPOSAL PAGE IS PRINTED WITH A LINE PER ROOM INCLUDING
      *    COATS AND PREP HOURS, THE PAINT, PREP LABOR AND APPLICATION
      *    LABOR AMOUNTS AND THE PROPOSAL TOTAL BEFORE SALES TAX.  THE
      *    PROPOSAL IS GOOD UNTIL THE ESTIMATE DATE PLUS THE NUMBER OF
      *    DAYS ON THE CONTROL CARD (30 IF NOT GIVEN).  THE CUSTOMER'S
      *    ANSWER IS KEYED TO THE QUOTE RESPONSE FILE AND POSTED BY
      *    COBTPG03.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROPCARD
               ASSIGN TO "PROPCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPCARD-FILE-STATUS.

           SELECT INVEXT
               ASSIGN TO DYNAMIC CTL-EXT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVEXT-FILE-STATUS.

           SELECT PROPDOC
               ASSIGN TO DYNAMIC CTL-DOC-FILE
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PROPCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROP-CARD
           RECORD CONTAINS 123 CHARACTERS.
       01  PROP-CARD.
           05  PC-VALID-DAYS         PIC X(3).
           05  PC-EXT-FILE           PIC X(60).
           05  PC-DOC-FILE           PIC X(60).

       FD  INVEXT
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 150 CHARACTERS.
       01  INV-REC.
           05  IV-REC-TYPE           PIC X(1).
               88  INV-HEADER-REC    VALUE "H".
               88  INV-ROOM-REC      VALUE "R".
           05  IV-REC-BODY           PIC X(149).

       01  INV-HDR-REC REDEFINES INV-REC.
           05  FILLER                PIC X(1).
           05  IVH-EST-NO            PIC X(4).
           05  IVH-CUST-NO           PIC X(6).
           05  IVH-CUST-NAME         PIC X(20).
           05  IVH-JOB-ADDR          PIC X(30).
           05  IVH-BILL-ADDR         PIC X(30).
           05  IVH-TERMS             PIC X(15).
           05  IVH-PHONE             PIC X(10).
           05  IVH-EST-DATE.
               10  IVH-EST-YY        PIC 9(4).
               10  IVH-EST-MM        PIC 99.
               10  IVH-EST-DD        PIC 99.
           05  IVH-EST-DATE-N REDEFINES IVH-EST-DATE
                                     PIC 9(8).
           05  IVH-PAINT-AMT         PIC 9(7)V99.
           05  IVH-LABOR-AMT         PIC 9(7)V99.
           05  IVH-PREP-AMT          PIC 9(6)V99.

       01  INV-ROOM-DTL REDEFINES INV-REC.
           05  FILLER                PIC X(1).
           05  IVR-EST-NO            PIC X(4).
           05  IVR-ROOM-NAME         PIC X(15).
           05  IVR-WALL-SQ-FT        PIC 9(4).
           05  IVR-DOOR-SQ-FT        PIC 9(3).
           05  IVR-CEILING-SQ-FT     PIC 9(4).
           05  IVR-COATS             PIC 9(1).
           05  IVR-PREP-HRS          PIC 9(3)V9.
           05  FILLER                PIC X(114).

       FD  PROPDOC
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DOCLINE.
       01  DOCLINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-REC              PIC XXX VALUE "YES".
           05  C-PROPCTR             PIC 9(5) VALUE ZERO.
           05  C-DROPCTR             PIC 9(5) VALUE ZERO.
           05  C-ROOM-SUB            PIC 999 VALUE ZERO.
           05  C-VALID-DAYS          PIC 999 VALUE 30.
           05  C-EXPIRE-INT          PIC 9(8) VALUE ZERO.
           05  C-EXPIRE-DATE-N       PIC 9(8) VALUE ZERO.
           05  C-PREP-AMT            PIC 9(8)V99 VALUE ZERO.
           05  C-PROP-TOTAL          PIC 9(8)V99 VALUE ZERO.
           05  PROPCARD-FILE-STATUS  PIC XX VALUE SPACES.
           05  INVEXT-FILE-STATUS    PIC XX VALUE SPACES.
           05  CTL-EXT-FILE          PIC X(60)
                               VALUE "C:\COBOL\PAINTINV.DAT".
           05  CTL-DOC-FILE          PIC X(60)
                               VALUE "C:\COBOL\PAINTPRP.PRT".

       01  VALID-DAYS-CARD.
           05  TC-VALID-DAYS-X       PIC X(3) VALUE SPACES.
           05  TC-VALID-DAYS-N REDEFINES TC-VALID-DAYS-X
                                     PIC 9(3).

       01  EXPIRE-DATE-WORK.
           05  XD-YY                 PIC 9(4).
           05  XD-MM                 PIC 99.
           05  XD-DD                 PIC 99.

       01  ROOM-HOLD-TABLE.
           05  RH-TBL-CTR            PIC 999 VALUE ZERO.
           05  RH-TBL-ENTRY OCCURS 100 TIMES.
               10  RH-EST-NO         PIC X(4).
               10  RH-ROOM-NAME      PIC X(15).
               10  RH-WALL-SQ-FT     PIC 9(4).
               10  RH-DOOR-SQ-FT     PIC 9(3).
               10  RH-CEILING-SQ-FT  PIC 9(4).
               10  RH-COATS          PIC 9(1).
               10  RH-PREP-HRS       PIC 9(3)V9.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  I-YY              PIC 9(4).
               10  I-MM              PIC 99.
               10  I-DD              PIC 99.

       01  DOC-COMPANY-LINE.
           05  FILLER                PIC X(28) VALUE SPACES.
           05  FILLER                PIC X(24)
                                  VALUE "GRAHAMS PAINT COMPANY".
           05  FILLER                PIC X(28) VALUE SPACES.

       01  DOC-TITLE-LINE.
           05  FILLER                PIC X(31) VALUE SPACES.
           05  FILLER                PIC X(17)
                                     VALUE "PAINTING PROPOSAL".
           05  FILLER                PIC X(32) VALUE SPACES.

       01  DOC-DATE-LINE.
           05  FILLER                PIC X(6)  VALUE "DATE:".
           05  O-MM                  PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-DD                  PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-YY                  PIC 9(4).
           05  FILLER                PIC X(24) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE "ESTIMATE NO:".
           05  O-EST-NO              PIC X(4).
           05  FILLER                PIC X(22) VALUE SPACES.

       01  DOC-EST-DATE-LINE.
           05  FILLER                PIC X(15)
                                     VALUE "ESTIMATE DATE:".
           05  O-EST-MM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-EST-DD              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-EST-YY              PIC 9(4).
           05  FILLER                PIC X(55) VALUE SPACES.

       01  DOC-PREPARED-FOR-LINE.
           05  FILLER                PIC X(14)
                                     VALUE "PREPARED FOR:".
           05  O-CUST-NAME           PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE "CUST NO:".
           05  O-CUST-NO             PIC X(6).
           05  FILLER                PIC X(29) VALUE SPACES.

       01  DOC-BILL-ADDR-LINE.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  O-BILL-ADDR           PIC X(30).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  DOC-PHONE-LINE.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE "PHONE:".
           05  O-PHONE               PIC X(10).
           05  FILLER                PIC X(49) VALUE SPACES.

       01  DOC-JOB-SITE-LINE.
           05  FILLER                PIC X(10) VALUE "JOB SITE:".
           05  O-JOB-ADDR            PIC X(30).
           05  FILLER                PIC X(40) VALUE SPACES.

       01  DOC-ROOM-HDG-LINE.
           05  FILLER                PIC X(17) VALUE "ROOM".
           05  FILLER                PIC X(12) VALUE "WALL SQ FT".
           05  FILLER                PIC X(12) VALUE "DOOR SQ FT".
           05  FILLER                PIC X(14)
                                     VALUE "CEILING SQ FT".
           05  FILLER                PIC X(7)  VALUE "COATS".
           05  FILLER                PIC X(10) VALUE "PREP HRS".
           05  FILLER                PIC X(8)  VALUE SPACES.

       01  DOC-ROOM-LINE.
           05  O-ROOM-NAME           PIC X(15).
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  O-WALL-SQ-FT          PIC Z,ZZ9.
           05  FILLER                PIC X(9)  VALUE SPACES.
           05  O-DOOR-SQ-FT          PIC ZZ9.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  O-CEILING-SQ-FT       PIC Z,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  O-COATS               PIC 9.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  O-PREP-HRS            PIC ZZ9.9.
           05  FILLER                PIC X(11) VALUE SPACES.

       01  DOC-AMOUNT-LINE.
           05  O-AMT-LABEL           PIC X(22).
           05  O-AMT                 PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(45) VALUE SPACES.

       01  DOC-TAX-NOTE-LINE.
           05  FILLER                PIC X(40)
                   VALUE "APPLICABLE SALES TAX WILL BE ADDED WHEN".
           05  FILLER                PIC X(40)
                   VALUE " THE WORK IS INVOICED.".

       01  DOC-TERMS-LINE.
           05  FILLER                PIC X(7)  VALUE "TERMS:".
           05  O-TERMS               PIC X(15).
           05  FILLER                PIC X(58) VALUE SPACES.

       01  DOC-EXPIRE-LINE.
           05  FILLER                PIC X(36)
                   VALUE "THIS PROPOSAL IS VALID THROUGH".
           05  O-EXP-MM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-EXP-DD              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-EXP-YY              PIC 9(4).
           05  FILLER                PIC X(34) VALUE SPACES.

       01  DOC-ACCEPT-LINE.
           05  FILLER                PIC X(40)
                   VALUE "ACCEPTED BY: ______________________  ".
           05  FILLER                PIC X(40)
                   VALUE "DATE: ____________".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
             UNTIL MORE-REC = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN INPUT INVEXT.
           IF INVEXT-FILE-STATUS NOT = "00"
               PERFORM 9910-INVEXT-FILE-ERROR
           END-IF.
           OPEN OUTPUT PROPDOC.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           PERFORM 9000-READ.

       1050-READ-CONTROL-CARD.
           OPEN INPUT PROPCARD.
           IF PROPCARD-FILE-STATUS = "00"
               READ PROPCARD
                   AT END
                       DISPLAY "COBTPG17 - PROPCARD EMPTY, PROPOSALS "
                           "VALID FOR 30 DAYS"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE PROPCARD
           ELSE
               DISPLAY "COBTPG17 - PROPCARD NOT FOUND, PROPOSALS "
                   "VALID FOR 30 DAYS"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF PC-VALID-DAYS IS NUMERIC AND PC-VALID-DAYS > ZERO
               MOVE PC-VALID-DAYS TO TC-VALID-DAYS-X
               MOVE TC-VALID-DAYS-N TO C-VALID-DAYS
           ELSE
               DISPLAY "COBTPG17 - VALID DAYS MISSING OR NOT NUMERIC, "
                   "USING 30"
           END-IF.
           IF PC-EXT-FILE NOT = SPACES
               MOVE PC-EXT-FILE TO CTL-EXT-FILE
           END-IF.
           IF PC-DOC-FILE NOT = SPACES
               MOVE PC-DOC-FILE TO CTL-DOC-FILE
           END-IF.

       2000-MAINLINE.
           IF INV-ROOM-REC
               PERFORM 2100-HOLD-ROOM
           ELSE
               IF INV-HEADER-REC
                   PERFORM 2200-PRINT-PROPOSAL
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-HOLD-ROOM.
           IF RH-TBL-CTR >= 100
               ADD 1 TO C-DROPCTR
               DISPLAY "COBTPG17 - ROOM TABLE FULL, DROPPING ROOM "
                   IVR-ROOM-NAME " FOR ESTIMATE " IVR-EST-NO
           ELSE
               ADD 1 TO RH-TBL-CTR
               MOVE IVR-EST-NO    TO RH-EST-NO    (RH-TBL-CTR)
               MOVE IVR-ROOM-NAME TO RH-ROOM-NAME (RH-TBL-CTR)
               MOVE IVR-WALL-SQ-FT
                                  TO RH-WALL-SQ-FT (RH-TBL-CTR)
               MOVE IVR-DOOR-SQ-FT
                                  TO RH-DOOR-SQ-FT (RH-TBL-CTR)
               MOVE IVR-CEILING-SQ-FT
                                  TO RH-CEILING-SQ-FT (RH-TBL-CTR)
               IF IVR-COATS IS NUMERIC AND IVR-COATS > ZERO
                   MOVE IVR-COATS TO RH-COATS (RH-TBL-CTR)
               ELSE
                   MOVE 1 TO RH-COATS (RH-TBL-CTR)
               END-IF
               IF IVR-PREP-HRS IS NUMERIC
                   MOVE IVR-PREP-HRS TO RH-PREP-HRS (RH-TBL-CTR)
               ELSE
                   MOVE ZERO TO RH-PREP-HRS (RH-TBL-CTR)
               END-IF
           END-IF.

       2200-PRINT-PROPOSAL.
           ADD 1 TO C-PROPCTR.
           WRITE DOCLINE FROM DOC-COMPANY-LINE
             AFTER ADVANCING PAGE.
           WRITE DOCLINE FROM DOC-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE IVH-EST-NO TO O-EST-NO.
           WRITE DOCLINE FROM DOC-DATE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE IVH-EST-MM TO O-EST-MM.
           MOVE IVH-EST-DD TO O-EST-DD.
           MOVE IVH-EST-YY TO O-EST-YY.
           WRITE DOCLINE FROM DOC-EST-DATE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE IVH-CUST-NAME TO O-CUST-NAME.
           MOVE IVH-CUST-NO   TO O-CUST-NO.
           WRITE DOCLINE FROM DOC-PREPARED-FOR-LINE
             AFTER ADVANCING 2 LINES.
           MOVE IVH-BILL-ADDR TO O-BILL-ADDR.
           WRITE DOCLINE FROM DOC-BILL-ADDR-LINE
             AFTER ADVANCING 1 LINE.
           MOVE IVH-PHONE TO O-PHONE.
           WRITE DOCLINE FROM DOC-PHONE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE IVH-JOB-ADDR TO O-JOB-ADDR.
           WRITE DOCLINE FROM DOC-JOB-SITE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE DOCLINE FROM DOC-ROOM-HDG-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 2300-PRINT-ROOM-LINE
               VARYING C-ROOM-SUB FROM 1 BY 1
               UNTIL C-ROOM-SUB > RH-TBL-CTR.
           PERFORM 2400-PRINT-AMOUNTS.
           MOVE IVH-TERMS TO O-TERMS.
           WRITE DOCLINE FROM DOC-TERMS-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 2500-PRINT-EXPIRY.
           WRITE DOCLINE FROM DOC-ACCEPT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE ZERO TO RH-TBL-CTR.

       2300-PRINT-ROOM-LINE.
           IF RH-EST-NO (C-ROOM-SUB) = IVH-EST-NO
               MOVE RH-ROOM-NAME (C-ROOM-SUB) TO O-ROOM-NAME
               MOVE RH-WALL-SQ-FT (C-ROOM-SUB) TO O-WALL-SQ-FT
               MOVE RH-DOOR-SQ-FT (C-ROOM-SUB) TO O-DOOR-SQ-FT
               MOVE RH-CEILING-SQ-FT (C-ROOM-SUB)
                   TO O-CEILING-SQ-FT
               MOVE RH-COATS (C-ROOM-SUB) TO O-COATS
               MOVE RH-PREP-HRS (C-ROOM-SUB) TO O-PREP-HRS
               WRITE DOCLINE FROM DOC-ROOM-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO C-DROPCTR
               DISPLAY "COBTPG17 - ROOM " RH-ROOM-NAME (C-ROOM-SUB)
                   " FOR ESTIMATE " RH-EST-NO (C-ROOM-SUB)
                   " HAS NO HEADER, DROPPED"
           END-IF.

       2400-PRINT-AMOUNTS.
           IF IVH-PREP-AMT IS NUMERIC
               MOVE IVH-PREP-AMT TO C-PREP-AMT
           ELSE
               MOVE ZERO TO C-PREP-AMT
           END-IF.
           ADD IVH-PAINT-AMT IVH-LABOR-AMT C-PREP-AMT
               GIVING C-PROP-TOTAL.
           MOVE "PAINT ..............." TO O-AMT-LABEL.
           MOVE IVH-PAINT-AMT TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 2 LINES.
           MOVE "LABOR - PREP ........" TO O-AMT-LABEL.
           MOVE C-PREP-AMT TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "LABOR - APPLICATION ." TO O-AMT-LABEL.
           MOVE IVH-LABOR-AMT TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "PROPOSAL TOTAL ......" TO O-AMT-LABEL.
           MOVE C-PROP-TOTAL TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE DOCLINE FROM DOC-TAX-NOTE-LINE
             AFTER ADVANCING 1 LINE.

       2500-PRINT-EXPIRY.
           IF IVH-EST-DATE-N IS NUMERIC AND IVH-EST-DATE-N > ZERO
               COMPUTE C-EXPIRE-INT =
                   FUNCTION INTEGER-OF-DATE (IVH-EST-DATE-N)
                   + C-VALID-DAYS
           ELSE
               COMPUTE C-EXPIRE-INT =
                   FUNCTION INTEGER-OF-DATE (I-YY * 10000
                       + I-MM * 100 + I-DD)
                   + C-VALID-DAYS
           END-IF.
           COMPUTE C-EXPIRE-DATE-N =
               FUNCTION DATE-OF-INTEGER (C-EXPIRE-INT).
           MOVE C-EXPIRE-DATE-N TO EXPIRE-DATE-WORK.
           MOVE XD-MM TO O-EXP-MM.
           MOVE XD-DD TO O-EXP-DD.
           MOVE XD-YY TO O-EXP-YY.
           WRITE DOCLINE FROM DOC-EXPIRE-LINE
             AFTER ADVANCING 2 LINES.

       3000-CLOSING.
           IF RH-TBL-CTR NOT = ZERO
               DISPLAY "COBTPG17 - " RH-TBL-CTR
                   " ROOM RECORDS WITH NO HEADER AT END OF FILE"
               ADD RH-TBL-CTR TO C-DROPCTR
           END-IF.
           DISPLAY "COBTPG17 - PROPOSALS PRINTED: " C-PROPCTR.
           DISPLAY "COBTPG17 - ROOMS DROPPED:     " C-DROPCTR.
           CLOSE INVEXT.
           CLOSE PROPDOC.

       9000-READ.
           READ INVEXT
               AT END
                   MOVE "NO" TO MORE-REC
           END-READ.

       9910-INVEXT-FILE-ERROR.
           DISPLAY "COBTPG17 - I/O ERROR ON INVEXT FILE: "
               CTL-EXT-FILE.
           DISPLAY "COBTPG17 - FILE STATUS IS: " INVEXT-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG17 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
