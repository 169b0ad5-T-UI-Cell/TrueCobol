      *    AND SCHEDULED DATE.  BOTH STREAMS ARE SORTED INTO ESTIMATE
      *    NUMBER ORDER INSIDE THE RUN AND APPLIED AGAINST THE OLD
      *    MASTER; A NEW MASTER PLUS AN UPDATE LISTING ARE WRITTEN.
      *
      *    THE A/R POSTING EXTRACT WRITTEN BY COBTPG05 IS READ AS A
      *    THIRD STREAM SO EACH WORK ORDER KNOWS WHETHER ITS JOB WAS
      *    BILLED IN FULL OR ONLY FOR A DEPOSIT, AND HOW MUCH DEPOSIT.
      *    WHEN A COMPLETE TRANSACTION CLOSES A JOB THAT STILL HAS A
      *    BALANCE TO BILL, THE FINAL INVOICE IS PRINTED FOR THE JOB
      *    TOTAL LESS THE DEPOSIT ALREADY BILLED, TAXED AT THE INVCARD
      *    RATE, AND ITS OPEN ITEM (TYPE F) IS APPENDED TO THE A/R
      *    POSTING EXTRACT.  THIS RUN THEREFORE GOES AFTER COBTPG05
      *    AND BEFORE COBTPG06 IN THE NIGHTLY CHAIN.  EACH FINAL
      *    INVOICE IS ALSO APPENDED TO THE GENERAL LEDGER SOURCE
      *    EXTRACT, SPLIT INTO PAINT SALES, LABOR SALES AND SALES TAX
      *    IN THE SAME PROPORTION AS THE JOB, FOR COBTPG20.  A WORK
      *    ORDER WRITTEN BEFORE THE BILLING FIELDS WERE CARRIED HAS A
      *    BLANK BILL SWITCH; ITS JOB WAS INVOICED IN FULL BY COBTPG05
      *    WHEN IT WAS ACCEPTED, SO ITS COMPLETION RAISES NO INVOICE.
      *
      *    EACH WORK ORDER CARRIES THE ESTIMATE'S PREP HOURS AND AN
      *    ESTIMATED JOB HOURS FIGURE: LABOR COST (WHICH ALREADY
      *    INCLUDES THE PREP LABOR) DIVIDED BY THE LABOR DOLLARS PER
      *    CREW HOUR ON THE SCHEDULING CARD.  AN ASSIGN OR RESCHEDULE
      *    IS REJECTED WHEN THE CREW IS NOT ON THE CREW MASTER
      *    (COBTPG23) OR IS NOT ACTIVE.  THE JOB HOURS ARE SPREAD OVER
      *    THE CREW'S WORKING DAYS FROM THE SCHEDULED DATE AT NO MORE
      *    THAN ITS DAILY CAPACITY (CREW SIZE TIMES HOURS PER DAY), AND
      *    ADDED TO THE HOURS ALREADY BOOKED FROM THE OLD WORK ORDER
      *    MASTER.  IF ANY DAY GOES OVER CAPACITY THE ASSIGNMENT IS
      *    EITHER LISTED WITH A WARNING OR REJECTED, AS THE SCHEDULING
      *    CARD SAYS.
      *
      *    THE OLD MASTER MUST START WITH A GENERATION CONTROL HEADER
      *    FOR THE CURRENT GENERATION IN THE CATALOG (GENCTL.DAT) THAT
      *    NO EARLIER RUN HAS CONSUMED, AND MUST HOLD THE NUMBER OF
      *    RECORDS THE HEADER SAYS, OR THE RUN IS REFUSED WITH
      *    RETURN CODE 8 BEFORE ANY FILE IS UPDATED.  THE NEW MASTER
      *    IS BUILT IN A WORK FILE AND COPIED TO WORKNEW.DAT BEHIND A
      *    HEADER FOR THE NEXT GENERATION CARRYING THE RUN DATE AND
      *    RECORD COUNT, AND THE CATALOG IS UPDATED.  IF THE RECORDS
      *    READ DO NOT AGREE WITH THE OLD HEADER'S COUNT, WORKNEW.DAT
      *    IS NOT WRITTEN AND THE RUN ENDS WITH RETURN CODE 8.  THE
      *    ESTIMATE, CUSTOMER AND CREW MASTERS READ HERE MUST ALSO
      *    CARRY THEIR HEADERS.  COBTPG27 KEEPS PRIOR GENERATIONS AND
      *    ROLLS THEM BACK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDWO-FILE-STATUS.

           SELECT OPTIONAL BOOKWO
               ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKWO-FILE-STATUS.

           SELECT SCHDCARD
               ASSIGN TO "SCHDCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHDCARD-FILE-STATUS.

           SELECT CREWFILE
               ASSIGN TO "CREWMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREW-FILE-STATUS.

           SELECT ESTNEW
               ASSIGN TO "ESTNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTNEW-FILE-STATUS.

           SELECT INVCARD
               ASSIGN TO "INVCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCARD-FILE-STATUS.

           SELECT OPTIONAL ARPOST
               ASSIGN TO DYNAMIC CTL-ARP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARPOST-FILE-STATUS.

           SELECT OPTIONAL GLPOST
               ASSIGN TO DYNAMIC CTL-GLP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLPOST-FILE-STATUS.

           SELECT CUSTFILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT OPTIONAL WOTRAN
               ASSIGN TO "WOTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOTRAN-FILE-STATUS.

           SELECT NEWWO
               ASSIGN TO "WORKNEW.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWWO-FILE-STATUS.

           SELECT WOGEN
               ASSIGN TO "WORKNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOGEN-FILE-STATUS.

           SELECT GENCTL
               ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.

           SELECT WOLST
               ASSIGN TO "WOUPDT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT FINDOC
               ASSIGN TO "PAINTFIN.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SORTFILE
               ASSIGN TO "SORTWK".

       FD  OLDWO
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-WO-REC
           RECORD CONTAINS 113 CHARACTERS.
       01  OLD-WO-REC.
           05  WO-EST-NO             PIC X(4).
           05  WO-STATUS             PIC X(1).
           05  WO-LABOR-COST         PIC 9(9)V99.
           05  WO-CREW               PIC X(4).
           05  WO-SCHED-DATE         PIC 9(8).
           05  WO-BILL-SW            PIC X(1).
           05  WO-DEP-BILLED         PIC 9(8)V99.
           05  WO-PREP-HRS           PIC 9(4)V9.
           05  WO-EST-HRS            PIC 9(4)V9.

       FD  BOOKWO
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOOK-WO-REC
           RECORD CONTAINS 113 CHARACTERS.
       01  BOOK-WO-REC.
           05  BK-EST-NO             PIC X(4).
           05  BK-STATUS             PIC X(1).
           05  FILLER                PIC X(64).
           05  BK-LABOR-COST         PIC 9(9)V99.
           05  BK-CREW               PIC X(4).
           05  BK-SCHED-DATE         PIC 9(8).
           05  FILLER                PIC X(11).
           05  BK-PREP-HRS           PIC 9(4)V9.
           05  BK-EST-HRS            PIC 9(4)V9.

       FD  SCHDCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCHD-CARD
           RECORD CONTAINS 20 CHARACTERS.
       01  SCHD-CARD.
           05  SC-CREW-RATE          PIC X(5).
           05  SC-OVER-ACTION        PIC X(1).
           05  SC-WEEK-DATE          PIC X(8).
           05  FILLER                PIC X(6).

       FD  CREWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 50 CHARACTERS.
       01  CREW-REC.
           05  CW-CREW               PIC X(4).
           05  CW-FOREMAN            PIC X(20).
           05  CW-CREW-SIZE          PIC 99.
           05  CW-HRS-PER-DAY        PIC 99V9.
           05  CW-STATUS             PIC X(1).
           05  CW-DAYS-OFF           PIC X(7).
           05  FILLER                PIC X(13).

       FD  ESTNEW
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

       FD  ARPOST
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-POST-REC
           RECORD CONTAINS 51 CHARACTERS.
       01  AR-POST-REC.
           05  AP-ACTION             PIC X(1).
           05  AP-CUST-NO            PIC X(6).
           05  AP-EST-NO             PIC X(4).
           05  AP-INV-DATE           PIC 9(8).
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

       FD  CUSTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 100 CHARACTERS.
       01  CUST-REC.
           05  CM-CUST-NO            PIC X(6).
           05  CM-CUST-NAME          PIC X(20).
           05  CM-BILL-ADDR          PIC X(30).
           05  CM-PHONE              PIC X(10).
           05  CM-TERMS              PIC X(15).
           05  CM-STATUS             PIC X(1).
           05  FILLER                PIC X(18).

       FD  WOTRAN
           LABEL RECORD IS STANDARD
       FD  NEWWO
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-WO-REC
           RECORD CONTAINS 113 CHARACTERS.
       01  NEW-WO-REC.
           05  NW-EST-NO             PIC X(4).
           05  NW-STATUS             PIC X(1).
           05  NW-LABOR-COST         PIC 9(9)V99.
           05  NW-CREW               PIC X(4).
           05  NW-SCHED-DATE         PIC 9(8).
           05  NW-BILL-SW            PIC X(1).
           05  NW-DEP-BILLED         PIC 9(8)V99.
           05  NW-PREP-HRS           PIC 9(4)V9.
           05  NW-EST-HRS            PIC 9(4)V9.

       FD  WOGEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-GEN-REC
           RECORD CONTAINS 113 CHARACTERS.
       01  WO-GEN-REC                PIC X(113).

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

       FD  WOLST
           LABEL RECORD IS OMITTED
           DATA RECORD IS LSTLINE.
       01  LSTLINE                   PIC X(132).

       FD  FINDOC
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DOCLINE.
       01  DOCLINE                   PIC X(80).

       SD  SORTFILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 142 CHARACTERS.
       01  SORT-REC.
           05  S-SORT-KEY.
               10  S-KEY-EST-NO      PIC X(4).
               10  S-KEY-SEQ         PIC 9(7).
           05  S-TRAN-REC            PIC X(131).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-RESCHEDCTR          PIC 999 VALUE ZERO.
           05  C-COMPCTR             PIC 999 VALUE ZERO.
           05  C-REVIEWCTR           PIC 999 VALUE ZERO.
           05  C-BILLCTR             PIC 999 VALUE ZERO.
           05  C-FINALCTR            PIC 999 VALUE ZERO.
           05  C-FINAL-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  C-TAX-RATE            PIC 9V9(5) VALUE ZERO.
           05  C-JOB-PREP            PIC S9(9)V99 VALUE ZERO.
           05  C-FINAL-SUBTOTAL      PIC S9(9)V99 VALUE ZERO.
           05  C-SALES-TAX           PIC 9(8)V99 VALUE ZERO.
           05  C-TOTAL-DUE           PIC 9(9)V99 VALUE ZERO.
           05  C-TODAY-N             PIC 9(8) VALUE ZERO.
           05  C-CUST-SUB            PIC 9(4) VALUE ZERO.
           05  MORE-CUSTS            PIC XXX VALUE "YES".
           05  CUST-FOUND-SW         PIC XXX VALUE "NO".
           05  INVCARD-FILE-STATUS   PIC XX VALUE SPACES.
           05  ARPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  CUST-FILE-STATUS      PIC XX VALUE SPACES.
           05  CTL-ARP-FILE          PIC X(60)
                               VALUE "C:\COBOL\ARPOST.DAT".
           05  CTL-GLP-FILE          PIC X(60)
                               VALUE "C:\COBOL\GLPOST.DAT".
           05  GLPOST-FILE-STATUS    PIC XX VALUE SPACES.
           05  C-GL-PAINT            PIC 9(9)V99 VALUE ZERO.
           05  C-GL-LABOR            PIC 9(9)V99 VALUE ZERO.
           05  C-REJCTR              PIC 999 VALUE ZERO.
           05  C-OLDCTR              PIC 9(5) VALUE ZERO.
           05  C-NEWCTR              PIC 9(5) VALUE ZERO.
           05  C-REL-SEQ             PIC 9(7) VALUE ZERO.
           05  C-PREV-M-KEY          PIC X(4) VALUE LOW-VALUES.
           05  C-PREV-T-KEY          PIC X(4) VALUE LOW-VALUES.
           05  BOOKWO-FILE-STATUS    PIC XX VALUE SPACES.
           05  SCHDCARD-FILE-STATUS  PIC XX VALUE SPACES.
           05  CREW-FILE-STATUS      PIC XX VALUE SPACES.
           05  MORE-CREWS            PIC XXX VALUE "YES".
           05  MORE-BOOKS            PIC XXX VALUE "YES".
           05  DATE-OK-SW            PIC XXX VALUE "NO".
           05  C-MONTH-DAYS          PIC 99 VALUE ZERO.
           05  C-LEAP-QUOT           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM4           PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM100         PIC 9(4) VALUE ZERO.
           05  C-LEAP-REM400         PIC 9(4) VALUE ZERO.
           05  OVER-CAP-SW           PIC XXX VALUE "NO".
           05  C-CREW-RATE           PIC 999V99 VALUE 40.00.
           05  C-OVER-ACTION         PIC X(1) VALUE "W".
               88  OVER-CAP-REJECT   VALUE "R".
           05  C-CW-SUB              PIC 99 VALUE ZERO.
           05  C-CW-HIT              PIC 99 VALUE ZERO.
           05  C-BK-SUB              PIC 9(4) VALUE ZERO.
           05  C-BK-HIT              PIC 9(4) VALUE ZERO.
           05  C-SPREAD-MODE         PIC X(1) VALUE SPACES.
               88  SPREAD-CHECK      VALUE "C".
               88  SPREAD-BOOK       VALUE "A".
               88  SPREAD-RELEASE    VALUE "S".
           05  C-SPREAD-CREW         PIC X(4) VALUE SPACES.
           05  C-SPREAD-DATE         PIC 9(8) VALUE ZERO.
           05  C-SPREAD-HRS          PIC 9(4)V9 VALUE ZERO.
           05  C-REMAIN-HRS          PIC S9(4)V9 VALUE ZERO.
           05  C-DAY-HRS             PIC 9(4)V9 VALUE ZERO.
           05  C-BOOKED-HRS          PIC S9(5)V9 VALUE ZERO.
           05  C-HRS-WORK            PIC 9(7)V9 VALUE ZERO.
           05  C-DAY-INT             PIC 9(7) VALUE ZERO.
           05  C-DAY-DATE            PIC 9(8) VALUE ZERO.
           05  C-DOW-WORK            PIC 9(7) VALUE ZERO.
           05  C-DOW-QUOT            PIC 9(7) VALUE ZERO.
           05  C-DOW                 PIC 9 VALUE ZERO.
           05  C-DAYCTR              PIC 999 VALUE ZERO.
           05  C-OVER-DATE           PIC 9(8) VALUE ZERO.
           05  C-OVERCTR             PIC 999 VALUE ZERO.
           05  C-OVERREJCTR          PIC 999 VALUE ZERO.
           05  C-BOOKCTR             PIC 9(5) VALUE ZERO.
           05  WOGEN-FILE-STATUS     PIC XX VALUE SPACES.
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

       01  WO-TRAN-REC.
           05  WT-ACTION             PIC X(1).
               88  TRAN-ASSIGN       VALUE "S".
               88  TRAN-RESCHED      VALUE "R".
               88  TRAN-COMPLETE     VALUE "C".
               88  TRAN-BILLED       VALUE "B".
           05  WT-EST-NO             PIC X(4).
           05  WT-EST-STATUS         PIC X(1).
           05  WT-CUST-NO            PIC X(6).
           05  WT-LABOR-COST         PIC 9(9)V99.
           05  WT-CREW               PIC X(4).
           05  WT-SCHED-DATE         PIC X(8).
           05  WT-INV-TYPE           PIC X(1).
           05  WT-BILLED-AMT         PIC 9(8)V99.
           05  WT-PAINT-COST         PIC 9(9)V99.
           05  WT-TOTAL-COST         PIC 9(9)V99.
           05  WT-PREP-HRS           PIC 9(4)V9.

       01  WO-TRAN-NUM REDEFINES WO-TRAN-REC.
           05  FILLER                PIC X(85).
           05  WT-SCHED-DATE-N       PIC 9(8).
           05  FILLER                PIC X(38).

       01  HOLD-WO.
           05  HW-EST-NO             PIC X(4).
           05  HW-LABOR-COST         PIC 9(9)V99.
           05  HW-CREW               PIC X(4).
           05  HW-SCHED-DATE         PIC 9(8).
           05  HW-BILL-SW            PIC X(1).
               88  BILLED-DEPOSIT    VALUE "D".
               88  BILLED-NOT-YET    VALUE "N".
           05  HW-DEP-BILLED         PIC 9(8)V99.
           05  HW-EST-PAINT          PIC 9(9)V99.
           05  HW-EST-LABOR          PIC 9(9)V99.
           05  HW-EST-TOTAL          PIC 9(9)V99.
           05  HW-PREP-HRS           PIC 9(4)V9.
           05  HW-EST-HRS            PIC 9(4)V9.

       01  TAX-RATE-CARD.
           05  TC-TAX-RATE-X         PIC X(6) VALUE SPACES.
           05  TC-TAX-RATE-N REDEFINES TC-TAX-RATE-X
                                     PIC 9V9(5).

       01  SCHED-RATE-CARD.
           05  TC-CREW-RATE-X        PIC X(5) VALUE SPACES.
           05  TC-CREW-RATE-N REDEFINES TC-CREW-RATE-X
                                     PIC 999V99.

       01  CREW-TABLE.
           05  CW-TBL-CTR            PIC 99 VALUE ZERO.
           05  CW-TBL-ENTRY OCCURS 50 TIMES.
               10  CR-CREW           PIC X(4).
               10  CR-STATUS         PIC X(1).
               10  CR-CAPACITY       PIC 999V9.
               10  CR-DAYS-OFF       PIC X(7).

       01  BOOK-TABLE.
           05  BK-TBL-CTR            PIC 9(4) VALUE ZERO.
           05  BK-TBL-ENTRY OCCURS 2000 TIMES.
               10  BT-CREW           PIC X(4).
               10  BT-DATE           PIC 9(8).
               10  BT-HRS            PIC S9(5)V9.

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

       01  CUST-TABLE.
           05  CUST-TBL-CTR          PIC 9(4) VALUE ZERO.
           05  CUST-TBL-ENTRY OCCURS 1000 TIMES.
               10  CU-CUST-NO        PIC X(6).
               10  CU-BILL-ADDR      PIC X(30).
               10  CU-TERMS          PIC X(15).

       01  CURR-CUST.
           05  CC-BILL-ADDR          PIC X(30).
           05  CC-TERMS              PIC X(15).

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           05  O-NEWCTR              PIC ZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE SPACES.

       01  LST-BILL-TOTAL-LINE.
           05  FILLER                PIC X(19)
                                     VALUE "BILLINGS RECORDED:".
           05  O-BILLCTR             PIC ZZ9.
           05  FILLER                PIC X(18)
                                     VALUE "  FINAL INVOICES:".
           05  O-FINALCTR            PIC ZZ9.
           05  FILLER                PIC X(16)
                                     VALUE "  FINAL BILLED:".
           05  O-FINAL-TOTAL         PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(59) VALUE SPACES.

       01  LST-CREW-TOTAL-LINE.
           05  FILLER                PIC X(24)
                                     VALUE "OVER CAPACITY WARNINGS:".
           05  O-OVERCTR             PIC ZZ9.
           05  FILLER                PIC X(24)
                                     VALUE "  OVER CAPACITY REJECTS:".
           05  O-OVERREJCTR          PIC ZZ9.
           05  FILLER                PIC X(17)
                                     VALUE "  CREWS ON FILE:".
           05  O-CREWCTR             PIC Z9.
           05  FILLER                PIC X(22)
                                     VALUE "  WORK ORDERS BOOKED:".
           05  O-BOOKCTR             PIC ZZ,ZZ9.
           05  FILLER                PIC X(31) VALUE SPACES.

       01  DOC-COMPANY-LINE.
           05  FILLER                PIC X(28) VALUE SPACES.
           05  FILLER                PIC X(24)
                                  VALUE "GRAHAMS PAINT COMPANY".
           05  FILLER                PIC X(28) VALUE SPACES.

       01  DOC-TITLE-LINE.
           05  FILLER                PIC X(33) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE "FINAL INVOICE".
           05  FILLER                PIC X(34) VALUE SPACES.

       01  DOC-DATE-LINE.
           05  FILLER                PIC X(6)  VALUE "DATE:".
           05  O-DOC-MM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-DOC-DD              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  O-DOC-YY              PIC 9(4).
           05  FILLER                PIC X(24) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE "ESTIMATE NO:".
           05  O-DOC-EST-NO          PIC X(4).
           05  FILLER                PIC X(23) VALUE SPACES.

       01  DOC-BILL-TO-LINE.
           05  FILLER                PIC X(9)  VALUE "BILL TO:".
           05  O-DOC-CUST-NAME       PIC X(20).
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE "CUST NO:".
           05  O-DOC-CUST-NO         PIC X(6).
           05  FILLER                PIC X(29) VALUE SPACES.

       01  DOC-BILL-ADDR-LINE.
           05  FILLER                PIC X(9)  VALUE SPACES.
           05  O-DOC-BILL-ADDR       PIC X(30).
           05  FILLER                PIC X(41) VALUE SPACES.

       01  DOC-JOB-SITE-LINE.
           05  FILLER                PIC X(10) VALUE "JOB SITE:".
           05  O-DOC-JOB-ADDR        PIC X(30).
           05  FILLER                PIC X(40) VALUE SPACES.

       01  DOC-COMPLETED-LINE.
           05  FILLER                PIC X(40)
                   VALUE "WORK COMPLETED BY CREW".
           05  O-DOC-CREW            PIC X(4).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  DOC-AMOUNT-LINE.
           05  O-AMT-LABEL           PIC X(22).
           05  O-AMT                 PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(45) VALUE SPACES.

       01  DOC-CREDIT-LINE.
           05  FILLER                PIC X(22)
                                     VALUE "LESS DEPOSIT BILLED .".
           05  O-CREDIT-AMT          PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(3)  VALUE " CR".
           05  FILLER                PIC X(42) VALUE SPACES.

       01  DOC-TERMS-LINE.
           05  FILLER                PIC X(7)  VALUE "TERMS:".
           05  O-DOC-TERMS           PIC X(15).
           05  FILLER                PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORTFILE
           IF ESTNEW-FILE-STATUS NOT = "00"
               PERFORM 9920-ESTNEW-FILE-ERROR
           END-IF.
           PERFORM 0105-SKIP-EST-HEADER.
           MOVE "YES" TO MORE-INPUT.
           PERFORM 0110-READ-RELEASE-EST
               UNTIL MORE-INPUT = "NO".
           CLOSE ESTNEW.
           PERFORM 1050-READ-CONTROL-CARD.
           OPEN INPUT ARPOST.
           IF ARPOST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9915-ARPOST-FILE-ERROR
           END-IF.
           MOVE "YES" TO MORE-INPUT.
           PERFORM 0160-READ-RELEASE-BILL
               UNTIL MORE-INPUT = "NO".
           CLOSE ARPOST.
           OPEN INPUT WOTRAN.
           IF WOTRAN-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9925-WOTRAN-FILE-ERROR
               UNTIL MORE-INPUT = "NO".
           CLOSE WOTRAN.

       0105-SKIP-EST-HEADER.
           READ ESTNEW
               AT END
                   MOVE SPACES TO NEW-EST-REC
           END-READ.
           MOVE NEW-EST-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "ESTMAST"
               DISPLAY "COBTPG08 - ESTNEW.DAT HAS NO GENERATION HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       0110-READ-RELEASE-EST.
           READ ESTNEW
               AT END
           MOVE NM-LABOR-COST TO WT-LABOR-COST.
           MOVE SPACES        TO WT-CREW.
           MOVE "00000000"    TO WT-SCHED-DATE.
           MOVE ZERO          TO WT-BILLED-AMT.
           MOVE NM-PAINT-COST TO WT-PAINT-COST.
           MOVE NM-TOTAL-COST TO WT-TOTAL-COST.
           IF NM-PREP-HRS IS NUMERIC
               MOVE NM-PREP-HRS TO WT-PREP-HRS
           ELSE
               MOVE ZERO TO WT-PREP-HRS
           END-IF.
           PERFORM 0150-RELEASE-TRAN.

       0130-READ-RELEASE-CREW.
           MOVE ZERO          TO WT-LABOR-COST.
           MOVE TT-CREW       TO WT-CREW.
           MOVE TT-SCHED-DATE TO WT-SCHED-DATE.
           MOVE ZERO          TO WT-BILLED-AMT.
           MOVE ZERO          TO WT-PAINT-COST.
           MOVE ZERO          TO WT-TOTAL-COST.
           MOVE ZERO          TO WT-PREP-HRS.
           PERFORM 0150-RELEASE-TRAN.

       0150-RELEASE-TRAN.
           MOVE WO-TRAN-REC  TO S-TRAN-REC.
           RELEASE SORT-REC.

       0160-READ-RELEASE-BILL.
           READ ARPOST
               AT END
                   MOVE "NO" TO MORE-INPUT
               NOT AT END
                   IF AP-INV-TYPE NOT = "F"
                       PERFORM 0170-RELEASE-BILL
                   END-IF
           END-READ.

       0170-RELEASE-BILL.
           MOVE SPACES        TO WO-TRAN-REC.
           MOVE "B"           TO WT-ACTION.
           MOVE AP-EST-NO     TO WT-EST-NO.
           MOVE AP-CUST-NO    TO WT-CUST-NO.
           MOVE ZERO          TO WT-GAL-NEED.
           MOVE ZERO          TO WT-LABOR-COST.
           MOVE AP-INV-TYPE   TO WT-INV-TYPE.
           MOVE AP-SUBTOTAL   TO WT-BILLED-AMT.
           MOVE ZERO          TO WT-PAINT-COST.
           MOVE ZERO          TO WT-TOTAL-COST.
           MOVE ZERO          TO WT-PREP-HRS.
           PERFORM 0150-RELEASE-TRAN.

       0200-PROCESS-SORTED.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               MOVE "NO" TO MORE-MASTERS
               MOVE HIGH-VALUES TO M-KEY
           END-IF.
           PERFORM 1100-CHECK-GENERATION.
           PERFORM 1080-READ-SCHED-CARD.
           PERFORM 1500-LOAD-CREWS.
           PERFORM 1600-LOAD-BOOKINGS.
           OPEN OUTPUT NEWWO.
           IF NEWWO-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWWO-FILE-ERROR
           END-IF.
           OPEN OUTPUT WOLST.
           PERFORM 1550-LOAD-CUSTOMERS.
           OPEN EXTEND ARPOST.
           IF ARPOST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9915-ARPOST-FILE-ERROR
           END-IF.
           OPEN EXTEND GLPOST.
           IF GLPOST-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9918-GLPOST-FILE-ERROR
           END-IF.
           OPEN OUTPUT FINDOC.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YY TO O-DOC-YY.
           MOVE I-MM TO O-DOC-MM.
           MOVE I-DD TO O-DOC-DD.
           COMPUTE C-TODAY-N =
               I-YY * 10000 + I-MM * 100 + I-DD.
           WRITE LSTLINE FROM LST-HEADING
             AFTER ADVANCING PAGE.
           WRITE LSTLINE FROM LST-COLUMN-HEADINGS
           END-IF.
           PERFORM 9050-READ-TRAN.

       1050-READ-CONTROL-CARD.
           OPEN INPUT INVCARD.
           IF INVCARD-FILE-STATUS = "00"
               READ INVCARD
                   AT END
                       DISPLAY "COBTPG08 - INVCARD EMPTY, TAX RATE "
                           "MISSING, USING ZERO"
                   NOT AT END
                       PERFORM 1060-APPLY-CONTROL-CARD
               END-READ
               CLOSE INVCARD
           ELSE
               DISPLAY "COBTPG08 - INVCARD NOT FOUND, TAX RATE "
                   "MISSING, USING ZERO"
           END-IF.

       1060-APPLY-CONTROL-CARD.
           IF IC-TAX-RATE IS NUMERIC
               MOVE IC-TAX-RATE TO TC-TAX-RATE-X
               MOVE TC-TAX-RATE-N TO C-TAX-RATE
           ELSE
               DISPLAY "COBTPG08 - TAX RATE MISSING OR NOT NUMERIC, "
                   "USING ZERO"
           END-IF.
           IF IC-ARP-FILE NOT = SPACES
               MOVE IC-ARP-FILE TO CTL-ARP-FILE
           END-IF.
           IF IC-GLP-FILE NOT = SPACES
               MOVE IC-GLP-FILE TO CTL-GLP-FILE
           END-IF.

       1080-READ-SCHED-CARD.
           OPEN INPUT SCHDCARD.
           IF SCHDCARD-FILE-STATUS = "00"
               READ SCHDCARD
                   AT END
                       DISPLAY "COBTPG08 - SCHDCARD EMPTY, USING "
                           C-CREW-RATE " PER CREW HOUR, WARN ONLY"
                   NOT AT END
                       PERFORM 1090-APPLY-SCHED-CARD
               END-READ
               CLOSE SCHDCARD
           ELSE
               DISPLAY "COBTPG08 - SCHDCARD NOT FOUND, USING "
                   C-CREW-RATE " PER CREW HOUR, WARN ONLY"
           END-IF.

       1090-APPLY-SCHED-CARD.
           IF SC-CREW-RATE NOT = SPACES
               MOVE SC-CREW-RATE TO TC-CREW-RATE-X
               IF TC-CREW-RATE-X IS NUMERIC
                   AND TC-CREW-RATE-N > ZERO
                   MOVE TC-CREW-RATE-N TO C-CREW-RATE
               ELSE
                   DISPLAY "COBTPG08 - CREW HOUR RATE INVALID, "
                       "USING " C-CREW-RATE
               END-IF
           END-IF.
           IF SC-OVER-ACTION = "R" OR SC-OVER-ACTION = "W"
               MOVE SC-OVER-ACTION TO C-OVER-ACTION
           ELSE
               IF SC-OVER-ACTION NOT = SPACES
                   DISPLAY "COBTPG08 - OVER CAPACITY ACTION INVALID, "
                       "WARN ONLY"
               END-IF
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
           IF OLDWO-FILE-STATUS = "35"
               IF C-GT-HIT NOT = ZERO
                   DISPLAY "COBTPG08 - WORKORD GENERATION "
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
           DISPLAY "COBTPG08 - WORKORD GENERATION " C-IN-GEN-NO
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
               DISPLAY "COBTPG08 - GENERATION CATALOG TABLE FULL"
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
           IF GT-FILE-ID (C-GT-SUB) = "WORKORD"
               MOVE C-GT-SUB TO C-GT-HIT.

       1140-READ-GEN-HEADER.
           READ OLDWO
               AT END
                   MOVE SPACES TO OLD-WO-REC
           END-READ.
           MOVE OLD-WO-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "WORKORD"
               DISPLAY "COBTPG08 - WORKORD.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF C-GT-HIT = ZERO
               DISPLAY "COBTPG08 - WORKORD IS NOT IN THE "
                   "GENERATION CATALOG"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT > GT-USED-GEN (C-GT-HIT)
               DISPLAY "COBTPG08 - WORKORD GENERATION " GH-GEN-NO
                   " HAS ALREADY BEEN CONSUMED"
               PERFORM 9980-REFUSE-RUN
           END-IF.
           IF GH-GEN-NO NOT = GT-CUR-GEN (C-GT-HIT)
               DISPLAY "COBTPG08 - WORKORD GENERATION " GH-GEN-NO
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
           CLOSE OLDWO.
           OPEN INPUT OLDWO.
           IF OLDWO-FILE-STATUS NOT = "00"
               PERFORM 9910-OLDWO-FILE-ERROR
           END-IF.
           READ OLDWO
               AT END
                   MOVE SPACES TO OLD-WO-REC
           END-READ.
           IF C-PRE-COUNT NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG08 - " C-PRE-COUNT " WORKORD RECORDS "
                   "ON FILE, CONTROL HEADER SAYS " C-IN-REC-COUNT
               PERFORM 9980-REFUSE-RUN
           END-IF.

       1155-COUNT-MASTER-REC.
           READ OLDWO
               AT END
                   MOVE "NO" TO MORE-COUNT
               NOT AT END
                   ADD 1 TO C-PRE-COUNT
           END-READ.

       1500-LOAD-CREWS.
           OPEN INPUT CREWFILE.
           IF CREW-FILE-STATUS NOT = "00"
               PERFORM 9938-CREW-FILE-ERROR
           END-IF.
           PERFORM 1505-SKIP-CREW-HEADER.
           MOVE "YES" TO MORE-CREWS.
           PERFORM 1510-READ-CREW.
           PERFORM 1520-STORE-CREW
               UNTIL MORE-CREWS = "NO".
           CLOSE CREWFILE.

       1505-SKIP-CREW-HEADER.
           READ CREWFILE
               AT END
                   MOVE SPACES TO CREW-REC
           END-READ.
           MOVE CREW-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "CREWMAST"
               DISPLAY "COBTPG08 - CREWMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1510-READ-CREW.
           READ CREWFILE
               AT END
                   MOVE "NO" TO MORE-CREWS.

       1520-STORE-CREW.
           IF CW-TBL-CTR >= 50
               DISPLAY "COBTPG08 - CREW TABLE FULL, IGNORING "
                   "CREW " CW-CREW
           ELSE
               ADD 1 TO CW-TBL-CTR
               MOVE CW-CREW     TO CR-CREW     (CW-TBL-CTR)
               MOVE CW-STATUS   TO CR-STATUS   (CW-TBL-CTR)
               MOVE CW-DAYS-OFF TO CR-DAYS-OFF (CW-TBL-CTR)
               IF CW-CREW-SIZE IS NUMERIC
                   AND CW-HRS-PER-DAY IS NUMERIC
                   COMPUTE CR-CAPACITY (CW-TBL-CTR) =
                       CW-CREW-SIZE * CW-HRS-PER-DAY
               ELSE
                   MOVE ZERO TO CR-CAPACITY (CW-TBL-CTR)
               END-IF
           END-IF.
           PERFORM 1510-READ-CREW.

      *-----------------------------------------------------------------
      *    HOURS ALREADY BOOKED ARE TAKEN FROM EVERY SCHEDULED WORK
      *    ORDER ON THE OLD MASTER BEFORE ANY TRANSACTION IS APPLIED.
      *    A WORK ORDER WRITTEN BEFORE JOB HOURS WERE CARRIED IS
      *    BOOKED AT ITS LABOR COST OVER THE CREW HOUR RATE.
      *-----------------------------------------------------------------
       1600-LOAD-BOOKINGS.
           OPEN INPUT BOOKWO.
           IF BOOKWO-FILE-STATUS NOT = "00" AND NOT = "05"
               PERFORM 9912-BOOKWO-FILE-ERROR
           END-IF.
           IF BOOKWO-FILE-STATUS = "00"
               PERFORM 1605-SKIP-BOOK-HEADER
           END-IF.
           MOVE "YES" TO MORE-BOOKS.
           PERFORM 1610-READ-BOOKING.
           PERFORM 1620-STORE-BOOKING
               UNTIL MORE-BOOKS = "NO".
           CLOSE BOOKWO.

       1605-SKIP-BOOK-HEADER.
           READ BOOKWO
               AT END
                   MOVE SPACES TO BOOK-WO-REC
           END-READ.
           MOVE BOOK-WO-REC TO GEN-HEADER.
           IF NOT GH-IS-HEADER OR GH-FILE-ID NOT = "WORKORD"
               DISPLAY "COBTPG08 - WORKORD.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1610-READ-BOOKING.
           READ BOOKWO
               AT END
                   MOVE "NO" TO MORE-BOOKS.

       1620-STORE-BOOKING.
           IF BK-STATUS = "S" AND BK-CREW NOT = SPACES
               AND BK-SCHED-DATE IS NUMERIC
               AND BK-SCHED-DATE > ZERO
               IF BK-EST-HRS IS NUMERIC
                   MOVE BK-EST-HRS TO C-SPREAD-HRS
               ELSE
                   IF BK-LABOR-COST IS NUMERIC
                       COMPUTE C-HRS-WORK ROUNDED =
                           BK-LABOR-COST / C-CREW-RATE
                   ELSE
                       MOVE ZERO TO C-HRS-WORK
                   END-IF
                   PERFORM 2590-LIMIT-HOURS
                   MOVE C-HRS-WORK TO C-SPREAD-HRS
               END-IF
               MOVE "A"           TO C-SPREAD-MODE
               MOVE BK-CREW       TO C-SPREAD-CREW
               MOVE BK-SCHED-DATE TO C-SPREAD-DATE
               PERFORM 2500-SPREAD-HOURS
               ADD 1 TO C-BOOKCTR
           END-IF.
           PERFORM 1610-READ-BOOKING.

       1550-LOAD-CUSTOMERS.
           OPEN INPUT CUSTFILE.
           IF CUST-FILE-STATUS NOT = "00"
               PERFORM 9935-CUST-FILE-ERROR
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
               DISPLAY "COBTPG08 - CUSTMAST.DAT HAS NO GENERATION "
                   "HEADER"
               PERFORM 9990-ABORT-RUN
           END-IF.

       1560-READ-CUSTOMER.
           READ CUSTFILE
               AT END
                   MOVE "NO" TO MORE-CUSTS.

       1570-STORE-CUSTOMER.
           IF CUST-TBL-CTR >= 1000
               DISPLAY "COBTPG08 - CUSTOMER TABLE FULL, IGNORING "
                   "CUSTOMER " CM-CUST-NO
           ELSE
               ADD 1 TO CUST-TBL-CTR
               MOVE CM-CUST-NO   TO CU-CUST-NO   (CUST-TBL-CTR)
               MOVE CM-BILL-ADDR TO CU-BILL-ADDR (CUST-TBL-CTR)
               MOVE CM-TERMS     TO CU-TERMS     (CUST-TBL-CTR)
           END-IF.
           PERFORM 1560-READ-CUSTOMER.

       2000-MAINLINE.
           IF HOLD-ACTIVE-SW = "NO"
               PERFORM 2100-SELECT-NEXT
               MOVE WO-LABOR-COST TO HW-LABOR-COST
               MOVE WO-CREW       TO HW-CREW
               MOVE WO-SCHED-DATE TO HW-SCHED-DATE
               MOVE WO-BILL-SW    TO HW-BILL-SW
               IF WO-DEP-BILLED IS NUMERIC
                   MOVE WO-DEP-BILLED TO HW-DEP-BILLED
               ELSE
                   MOVE ZERO TO HW-DEP-BILLED
               END-IF
               MOVE ZERO          TO HW-EST-PAINT
               MOVE ZERO          TO HW-EST-LABOR
               MOVE ZERO          TO HW-EST-TOTAL
               IF WO-PREP-HRS IS NUMERIC
                   MOVE WO-PREP-HRS TO HW-PREP-HRS
               ELSE
                   MOVE ZERO TO HW-PREP-HRS
               END-IF
               IF WO-EST-HRS IS NUMERIC
                   MOVE WO-EST-HRS TO HW-EST-HRS
               ELSE
                   PERFORM 2580-ESTIMATE-HOURS
               END-IF
               MOVE "YES" TO HOLD-ACTIVE-SW
               PERFORM 9000-READ-MASTER
           ELSE
               MOVE WT-LABOR-COST TO HW-LABOR-COST
               MOVE SPACES        TO HW-CREW
               MOVE ZERO          TO HW-SCHED-DATE
               MOVE "N"           TO HW-BILL-SW
               MOVE ZERO          TO HW-DEP-BILLED
               MOVE WT-PAINT-COST TO HW-EST-PAINT
               MOVE WT-LABOR-COST TO HW-EST-LABOR
               MOVE WT-TOTAL-COST TO HW-EST-TOTAL
               MOVE WT-PREP-HRS   TO HW-PREP-HRS
               PERFORM 2580-ESTIMATE-HOURS
               MOVE "YES" TO HOLD-ACTIVE-SW
               ADD 1 TO C-CREATECTR
               MOVE "WORK ORDER CREATED" TO O-DISPOSITION
       2120-REJECT-NO-MATCH.
           ADD 1 TO C-REJCTR.
           IF TRAN-ASSIGN OR TRAN-RESCHED OR TRAN-COMPLETE
               OR TRAN-BILLED
               MOVE "WORK ORDER NOT ON FILE" TO O-DISPOSITION
           ELSE
               MOVE "INVALID ACTION CODE" TO O-DISPOSITION
                   IF TRAN-COMPLETE
                       PERFORM 2230-COMPLETE-WORK-ORDER
                   ELSE
                       IF TRAN-BILLED
                           PERFORM 2240-RECORD-BILLING
                       ELSE
                           ADD 1 TO C-REJCTR
                           MOVE "INVALID ACTION CODE"
                               TO O-DISPOSITION
                           PERFORM 8000-WRITE-LISTING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2210-APPLY-ESTIMATE.
           IF WT-EST-STATUS = "A"
               MOVE WT-PAINT-COST TO HW-EST-PAINT
               MOVE WT-LABOR-COST TO HW-EST-LABOR
               MOVE WT-TOTAL-COST TO HW-EST-TOTAL
               IF WT-PREP-HRS NOT = HW-PREP-HRS
                   PERFORM 2560-RELEASE-BOOKING
                   MOVE WT-PREP-HRS TO HW-PREP-HRS
                   PERFORM 2580-ESTIMATE-HOURS
                   PERFORM 2570-BOOK-WORK-ORDER
               END-IF
           END-IF.
           IF WT-EST-STATUS = "C" AND HW-STATUS NOT = "C"
               AND HW-STATUS NOT = "R"
               PERFORM 2560-RELEASE-BOOKING
               MOVE "R" TO HW-STATUS
               ADD 1 TO C-REVIEWCTR
               MOVE "ESTIMATE CANCELLED - WORK ORDER TO REVIEW"
           END-IF.

       2220-SCHEDULE-WORK-ORDER.
           PERFORM 2221-CHECK-SCHED-DATE.
           PERFORM 2222-FIND-CREW.
           IF HW-STATUS = "C"
               ADD 1 TO C-REJCTR
               MOVE "WORK ORDER ALREADY COMPLETE" TO O-DISPOSITION
               PERFORM 8000-WRITE-LISTING
           ELSE
               IF WT-CREW = SPACES
                   OR DATE-OK-SW = "NO"
                   ADD 1 TO C-REJCTR
                   MOVE "CREW OR SCHEDULED DATE MISSING OR INVALID"
                       TO O-DISPOSITION
                   PERFORM 8000-WRITE-LISTING
               ELSE
                   IF C-CW-HIT = ZERO
                       ADD 1 TO C-REJCTR
                       MOVE "CREW NOT ON CREW MASTER"
                           TO O-DISPOSITION
                       PERFORM 8000-WRITE-LISTING
                   ELSE
                       PERFORM 2224-CHECK-CREW-STATUS
                   END-IF
               END-IF
           END-IF.

       2221-CHECK-SCHED-DATE.
           MOVE "NO" TO DATE-OK-SW.
           IF WT-SCHED-DATE IS NUMERIC
               MOVE WT-SCHED-DATE-N TO DATE-WORK-N
               IF DW-YY > 1900
                   AND DW-MM >= 1 AND DW-MM <= 12
                   MOVE DM-DAYS (DW-MM) TO C-MONTH-DAYS
                   IF DW-MM = 2
                       PERFORM 8300-CHECK-LEAP-YEAR
                   END-IF
                   IF DW-DD >= 1 AND DW-DD <= C-MONTH-DAYS
                       COMPUTE C-DAY-INT =
                           FUNCTION INTEGER-OF-DATE (DATE-WORK-N)
                       MOVE "YES" TO DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

       2222-FIND-CREW.
           MOVE ZERO TO C-CW-HIT.
           PERFORM 2223-CHECK-CREW-ENTRY
               VARYING C-CW-SUB FROM 1 BY 1
               UNTIL C-CW-SUB > CW-TBL-CTR.

       2223-CHECK-CREW-ENTRY.
           IF CR-CREW (C-CW-SUB) = WT-CREW
               MOVE C-CW-SUB TO C-CW-HIT.

       2224-CHECK-CREW-STATUS.
           IF CR-STATUS (C-CW-HIT) NOT = "A"
               ADD 1 TO C-REJCTR
               MOVE "CREW IS NOT ACTIVE" TO O-DISPOSITION
               PERFORM 8000-WRITE-LISTING
           ELSE
               IF CR-CAPACITY (C-CW-HIT) = ZERO
                   ADD 1 TO C-REJCTR
                   MOVE "CREW HAS NO DAILY CAPACITY ON FILE"
                       TO O-DISPOSITION
                   PERFORM 8000-WRITE-LISTING
               ELSE
                   PERFORM 2226-BOOK-CREW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE WORK ORDER'S OWN HOURS ARE TAKEN OFF ITS OLD CREW AND
      *    DATE FIRST SO A RESCHEDULE IS NOT COUNTED AGAINST ITSELF.
      *    IF THE NEW BOOKING IS REJECTED THE OLD ONE IS PUT BACK.
      *-----------------------------------------------------------------
       2226-BOOK-CREW.
           PERFORM 2560-RELEASE-BOOKING.
           MOVE "C"             TO C-SPREAD-MODE.
           MOVE WT-CREW         TO C-SPREAD-CREW.
           MOVE WT-SCHED-DATE-N TO C-SPREAD-DATE.
           MOVE HW-EST-HRS      TO C-SPREAD-HRS.
           PERFORM 2500-SPREAD-HOURS.
           IF OVER-CAP-SW = "YES"
               MOVE C-OVER-DATE TO DATE-WORK-N
               PERFORM 8100-EDIT-DATE
           END-IF.
           IF OVER-CAP-SW = "YES" AND OVER-CAP-REJECT
               PERFORM 2570-BOOK-WORK-ORDER
               ADD 1 TO C-REJCTR
               ADD 1 TO C-OVERREJCTR
               MOVE SPACES TO O-DISPOSITION
               STRING "REJECTED - CREW OVER CAPACITY " DELIMITED SIZE
                      DATE-EDIT DELIMITED SIZE
                   INTO O-DISPOSITION
               PERFORM 8000-WRITE-LISTING
           ELSE
               MOVE WT-CREW         TO HW-CREW
               MOVE WT-SCHED-DATE-N TO HW-SCHED-DATE
               MOVE "S"             TO HW-STATUS
               PERFORM 2570-BOOK-WORK-ORDER
               IF TRAN-RESCHED
                   ADD 1 TO C-RESCHEDCTR
                   MOVE "WORK ORDER RESCHEDULED"
                       TO O-DISPOSITION
               ELSE
                   ADD 1 TO C-ASSIGNCTR
                   MOVE "CREW ASSIGNED" TO O-DISPOSITION
               END-IF
               IF OVER-CAP-SW = "YES"
                   ADD 1 TO C-OVERCTR
                   PERFORM 2228-OVER-CAP-WARNING
               END-IF
               PERFORM 8000-WRITE-LISTING
           END-IF.

       2228-OVER-CAP-WARNING.
           MOVE SPACES TO O-DISPOSITION.
           IF TRAN-RESCHED
               STRING "RESCHEDULED - OVER CAPACITY " DELIMITED SIZE
                      DATE-EDIT DELIMITED SIZE
                   INTO O-DISPOSITION
           ELSE
               STRING "CREW ASSIGNED - OVER CAPACITY " DELIMITED SIZE
                      DATE-EDIT DELIMITED SIZE
                   INTO O-DISPOSITION
           END-IF.

       2230-COMPLETE-WORK-ORDER.
           IF HW-STATUS = "C"
               ADD 1 TO C-REJCTR
               MOVE "WORK ORDER ALREADY COMPLETE" TO O-DISPOSITION
           ELSE
               PERFORM 2560-RELEASE-BOOKING
               MOVE "C" TO HW-STATUS
               ADD 1 TO C-COMPCTR
               IF BILLED-DEPOSIT OR BILLED-NOT-YET
                   PERFORM 2250-FINAL-INVOICE
               ELSE
                   MOVE "WORK ORDER COMPLETED" TO O-DISPOSITION
               END-IF
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       2240-RECORD-BILLING.
           ADD 1 TO C-BILLCTR.
           IF WT-INV-TYPE = "D"
               MOVE "D" TO HW-BILL-SW
               MOVE WT-BILLED-AMT TO HW-DEP-BILLED
               MOVE "DEPOSIT INVOICE RECORDED" TO O-DISPOSITION
           ELSE
               MOVE "I" TO HW-BILL-SW
               MOVE ZERO TO HW-DEP-BILLED
               MOVE "JOB INVOICED IN FULL" TO O-DISPOSITION
           END-IF.
           PERFORM 8000-WRITE-LISTING.

       2250-FINAL-INVOICE.
           IF HW-EST-TOTAL = ZERO
               MOVE "COMPLETED - NO ACCEPTED ESTIMATE TO BILL"
                   TO O-DISPOSITION
           ELSE
               IF BILLED-NOT-YET
                   MOVE ZERO TO HW-DEP-BILLED
               END-IF
               SUBTRACT HW-DEP-BILLED FROM HW-EST-TOTAL
                   GIVING C-FINAL-SUBTOTAL
               IF C-FINAL-SUBTOTAL NOT > ZERO
                   MOVE "I" TO HW-BILL-SW
                   MOVE "COMPLETED - NO BALANCE LEFT TO BILL"
                       TO O-DISPOSITION
               ELSE
                   PERFORM 2260-PRINT-FINAL-INVOICE
                   PERFORM 2280-AR-EXTRACT
                   MOVE "F" TO HW-BILL-SW
                   ADD 1 TO C-FINALCTR
                   ADD C-TOTAL-DUE TO C-FINAL-TOTAL
                   MOVE "COMPLETED - FINAL INVOICE RAISED"
                       TO O-DISPOSITION
               END-IF
           END-IF.

       2260-PRINT-FINAL-INVOICE.
           COMPUTE C-SALES-TAX ROUNDED =
               C-FINAL-SUBTOTAL * C-TAX-RATE.
           ADD C-FINAL-SUBTOTAL C-SALES-TAX
               GIVING C-TOTAL-DUE.
           PERFORM 2270-FIND-CUSTOMER.
           WRITE DOCLINE FROM DOC-COMPANY-LINE
             AFTER ADVANCING PAGE.
           WRITE DOCLINE FROM DOC-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE HW-EST-NO TO O-DOC-EST-NO.
           WRITE DOCLINE FROM DOC-DATE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE HW-CUST-NAME TO O-DOC-CUST-NAME.
           MOVE HW-CUST-NO   TO O-DOC-CUST-NO.
           WRITE DOCLINE FROM DOC-BILL-TO-LINE
             AFTER ADVANCING 2 LINES.
           MOVE CC-BILL-ADDR TO O-DOC-BILL-ADDR.
           WRITE DOCLINE FROM DOC-BILL-ADDR-LINE
             AFTER ADVANCING 1 LINE.
           MOVE HW-JOB-ADDR TO O-DOC-JOB-ADDR.
           WRITE DOCLINE FROM DOC-JOB-SITE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE HW-CREW TO O-DOC-CREW.
           WRITE DOCLINE FROM DOC-COMPLETED-LINE
             AFTER ADVANCING 2 LINES.
           COMPUTE C-JOB-PREP =
               HW-EST-TOTAL - HW-EST-PAINT - HW-EST-LABOR.
           IF C-JOB-PREP < ZERO
               MOVE ZERO TO C-JOB-PREP
           END-IF.
           MOVE "PAINT ..............." TO O-AMT-LABEL.
           MOVE HW-EST-PAINT TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 2 LINES.
           MOVE "LABOR - PREP ........" TO O-AMT-LABEL.
           MOVE C-JOB-PREP TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "LABOR - APPLICATION ." TO O-AMT-LABEL.
           MOVE HW-EST-LABOR TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "JOB TOTAL ..........." TO O-AMT-LABEL.
           MOVE HW-EST-TOTAL TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           IF HW-DEP-BILLED > ZERO
               MOVE HW-DEP-BILLED TO O-CREDIT-AMT
               WRITE DOCLINE FROM DOC-CREDIT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "BALANCE SUBTOTAL ...." TO O-AMT-LABEL.
           MOVE C-FINAL-SUBTOTAL TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "SALES TAX ..........." TO O-AMT-LABEL.
           MOVE C-SALES-TAX TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DUE ..........." TO O-AMT-LABEL.
           MOVE C-TOTAL-DUE TO O-AMT.
           WRITE DOCLINE FROM DOC-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE CC-TERMS TO O-DOC-TERMS.
           WRITE DOCLINE FROM DOC-TERMS-LINE
             AFTER ADVANCING 2 LINES.

       2270-FIND-CUSTOMER.
           MOVE "NO" TO CUST-FOUND-SW.
           MOVE SPACES TO CC-BILL-ADDR.
           MOVE SPACES TO CC-TERMS.
           PERFORM 2275-CHECK-CUST-ENTRY
               VARYING C-CUST-SUB FROM 1 BY 1
               UNTIL C-CUST-SUB > CUST-TBL-CTR.
           IF CUST-FOUND-SW = "NO"
               DISPLAY "COBTPG08 - CUSTOMER " HW-CUST-NO
                   " NOT ON FILE FOR FINAL INVOICE " HW-EST-NO
           END-IF.

       2275-CHECK-CUST-ENTRY.
           IF CU-CUST-NO (C-CUST-SUB) = HW-CUST-NO
               MOVE "YES" TO CUST-FOUND-SW
               MOVE CU-BILL-ADDR (C-CUST-SUB) TO CC-BILL-ADDR
               MOVE CU-TERMS (C-CUST-SUB)     TO CC-TERMS.

       2280-AR-EXTRACT.
           MOVE SPACES           TO AR-POST-REC.
           MOVE "A"              TO AP-ACTION.
           MOVE HW-CUST-NO       TO AP-CUST-NO.
           MOVE HW-EST-NO        TO AP-EST-NO.
           MOVE C-TODAY-N        TO AP-INV-DATE.
           MOVE C-FINAL-SUBTOTAL TO AP-SUBTOTAL.
           MOVE C-SALES-TAX      TO AP-SALES-TAX.
           MOVE C-TOTAL-DUE      TO AP-TOTAL-DUE.
           MOVE "F"              TO AP-INV-TYPE.
           WRITE AR-POST-REC.
           IF ARPOST-FILE-STATUS NOT = "00"
               PERFORM 9915-ARPOST-FILE-ERROR
           END-IF.
           PERFORM 2290-GL-EXTRACT.

       2290-GL-EXTRACT.
           IF HW-EST-TOTAL = ZERO
               MOVE ZERO TO C-GL-PAINT
           ELSE
               COMPUTE C-GL-PAINT ROUNDED =
                   C-FINAL-SUBTOTAL * HW-EST-PAINT / HW-EST-TOTAL
           END-IF.
           SUBTRACT C-GL-PAINT FROM C-FINAL-SUBTOTAL
               GIVING C-GL-LABOR.
           MOVE SPACES           TO GL-SOURCE-REC.
           MOVE "IN"             TO GS-SOURCE.
           MOVE C-TODAY-N        TO GS-POST-DATE.
           MOVE HW-CUST-NO       TO GS-CUST-NO.
           MOVE HW-EST-NO        TO GS-EST-NO.
           MOVE "F"              TO GS-INV-TYPE.
           MOVE ZERO             TO GS-GALLONS.
           MOVE C-TOTAL-DUE      TO GS-TOTAL-AMT.
           MOVE C-GL-PAINT       TO GS-PAINT-AMT.
           MOVE C-GL-LABOR       TO GS-LABOR-AMT.
           MOVE C-SALES-TAX      TO GS-TAX-AMT.
           WRITE GL-SOURCE-REC.
           IF GLPOST-FILE-STATUS NOT = "00"
               PERFORM 9918-GLPOST-FILE-ERROR
           END-IF.

      *-----------------------------------------------------------------
      *    SPREADS C-SPREAD-HRS FOR C-SPREAD-CREW OVER ITS WORKING DAYS
      *    FROM C-SPREAD-DATE, NO MORE THAN THE CREW'S DAILY CAPACITY
      *    ON ANY ONE DAY.  DAY OF WEEK 1 IS MONDAY (DAY 1 OF THE
      *    INTEGER DATE CALENDAR, 01/01/1601, WAS A MONDAY).  IN CHECK
      *    MODE THE FIRST DAY THAT WOULD GO OVER CAPACITY IS RETURNED
      *    IN C-OVER-DATE; IN BOOK OR RELEASE MODE THE HOURS ARE
      *    ADDED TO OR TAKEN OFF THE BOOKING TABLE.
      *-----------------------------------------------------------------
       2500-SPREAD-HOURS.
           MOVE "NO" TO OVER-CAP-SW.
           MOVE ZERO TO C-OVER-DATE.
           MOVE ZERO TO C-CW-HIT.
           PERFORM 2505-CHECK-SPREAD-CREW
               VARYING C-CW-SUB FROM 1 BY 1
               UNTIL C-CW-SUB > CW-TBL-CTR.
           MOVE ZERO TO C-DAY-INT.
           IF C-SPREAD-DATE IS NUMERIC AND C-SPREAD-DATE > ZERO
               COMPUTE C-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (C-SPREAD-DATE)
           END-IF.
           IF C-CW-HIT > ZERO AND C-DAY-INT > ZERO
               AND C-SPREAD-HRS > ZERO
               AND CR-CAPACITY (C-CW-HIT) > ZERO
               MOVE C-SPREAD-HRS TO C-REMAIN-HRS
               MOVE ZERO TO C-DAYCTR
               PERFORM 2510-SPREAD-DAY
                   UNTIL C-REMAIN-HRS NOT > ZERO
                      OR C-DAYCTR >= 366
           END-IF.

       2505-CHECK-SPREAD-CREW.
           IF CR-CREW (C-CW-SUB) = C-SPREAD-CREW
               MOVE C-CW-SUB TO C-CW-HIT.

       2510-SPREAD-DAY.
           COMPUTE C-DOW-WORK = C-DAY-INT - 1.
           DIVIDE C-DOW-WORK BY 7 GIVING C-DOW-QUOT
               REMAINDER C-DOW.
           ADD 1 TO C-DOW.
           IF CR-DAYS-OFF (C-CW-HIT) (C-DOW:1) NOT = "Y"
               IF C-REMAIN-HRS > CR-CAPACITY (C-CW-HIT)
                   MOVE CR-CAPACITY (C-CW-HIT) TO C-DAY-HRS
               ELSE
                   MOVE C-REMAIN-HRS TO C-DAY-HRS
               END-IF
               SUBTRACT C-DAY-HRS FROM C-REMAIN-HRS
               COMPUTE C-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER (C-DAY-INT)
               PERFORM 2520-POST-DAY
           END-IF.
           ADD 1 TO C-DAY-INT.
           ADD 1 TO C-DAYCTR.

       2520-POST-DAY.
           MOVE ZERO TO C-BK-HIT.
           PERFORM 2530-CHECK-BOOKING
               VARYING C-BK-SUB FROM 1 BY 1
               UNTIL C-BK-SUB > BK-TBL-CTR.
           IF SPREAD-CHECK
               IF C-BK-HIT = ZERO
                   MOVE C-DAY-HRS TO C-BOOKED-HRS
               ELSE
                   ADD BT-HRS (C-BK-HIT) C-DAY-HRS
                       GIVING C-BOOKED-HRS
               END-IF
               IF C-BOOKED-HRS > CR-CAPACITY (C-CW-HIT)
                   AND OVER-CAP-SW = "NO"
                   MOVE "YES" TO OVER-CAP-SW
                   MOVE C-DAY-DATE TO C-OVER-DATE
               END-IF
           ELSE
               IF C-BK-HIT = ZERO AND SPREAD-BOOK
                   PERFORM 2540-ADD-BOOKING
               END-IF
               IF C-BK-HIT > ZERO
                   IF SPREAD-BOOK
                       ADD C-DAY-HRS TO BT-HRS (C-BK-HIT)
                   ELSE
                       SUBTRACT C-DAY-HRS FROM BT-HRS (C-BK-HIT)
                   END-IF
               END-IF
           END-IF.

       2530-CHECK-BOOKING.
           IF BT-CREW (C-BK-SUB) = C-SPREAD-CREW
               AND BT-DATE (C-BK-SUB) = C-DAY-DATE
               MOVE C-BK-SUB TO C-BK-HIT.

       2540-ADD-BOOKING.
           IF BK-TBL-CTR >= 2000
               DISPLAY "COBTPG08 - CREW BOOKING TABLE FULL, HOURS "
                   "NOT BOOKED FOR CREW " C-SPREAD-CREW
                   " ON " C-DAY-DATE
           ELSE
               ADD 1 TO BK-TBL-CTR
               MOVE BK-TBL-CTR    TO C-BK-HIT
               MOVE C-SPREAD-CREW TO BT-CREW (C-BK-HIT)
               MOVE C-DAY-DATE    TO BT-DATE (C-BK-HIT)
               MOVE ZERO          TO BT-HRS  (C-BK-HIT)
           END-IF.

       2560-RELEASE-BOOKING.
           IF HW-STATUS = "S" AND HW-CREW NOT = SPACES
               AND HW-SCHED-DATE > ZERO
               MOVE "S"           TO C-SPREAD-MODE
               MOVE HW-CREW       TO C-SPREAD-CREW
               MOVE HW-SCHED-DATE TO C-SPREAD-DATE
               MOVE HW-EST-HRS    TO C-SPREAD-HRS
               PERFORM 2500-SPREAD-HOURS
           END-IF.

       2570-BOOK-WORK-ORDER.
           IF HW-STATUS = "S" AND HW-CREW NOT = SPACES
               AND HW-SCHED-DATE > ZERO
               MOVE "A"           TO C-SPREAD-MODE
               MOVE HW-CREW       TO C-SPREAD-CREW
               MOVE HW-SCHED-DATE TO C-SPREAD-DATE
               MOVE HW-EST-HRS    TO C-SPREAD-HRS
               PERFORM 2500-SPREAD-HOURS
           END-IF.

       2580-ESTIMATE-HOURS.
           COMPUTE C-HRS-WORK ROUNDED =
               HW-LABOR-COST / C-CREW-RATE.
           PERFORM 2590-LIMIT-HOURS.
           MOVE C-HRS-WORK TO HW-EST-HRS.

       2590-LIMIT-HOURS.
           IF C-HRS-WORK > 9999.9
               MOVE 9999.9 TO C-HRS-WORK
           END-IF.

       2300-RELEASE-HOLD.
           MOVE SPACES        TO NEW-WO-REC.
           MOVE HW-EST-NO     TO NW-EST-NO.
           MOVE HW-LABOR-COST TO NW-LABOR-COST.
           MOVE HW-CREW       TO NW-CREW.
           MOVE HW-SCHED-DATE TO NW-SCHED-DATE.
           MOVE HW-BILL-SW    TO NW-BILL-SW.
           MOVE HW-DEP-BILLED TO NW-DEP-BILLED.
           MOVE HW-PREP-HRS   TO NW-PREP-HRS.
           MOVE HW-EST-HRS    TO NW-EST-HRS.
           WRITE NEW-WO-REC.
           IF NEWWO-FILE-STATUS NOT = "00"
               PERFORM 9930-NEWWO-FILE-ERROR
           MOVE C-NEWCTR     TO O-NEWCTR.
           WRITE LSTLINE FROM LST-TOTAL-LINE
             AFTER ADVANCING 3 LINES.
           MOVE C-BILLCTR     TO O-BILLCTR.
           MOVE C-FINALCTR    TO O-FINALCTR.
           MOVE C-FINAL-TOTAL TO O-FINAL-TOTAL.
           WRITE LSTLINE FROM LST-BILL-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-OVERCTR    TO O-OVERCTR.
           MOVE C-OVERREJCTR TO O-OVERREJCTR.
           MOVE CW-TBL-CTR   TO O-CREWCTR.
           MOVE C-BOOKCTR    TO O-BOOKCTR.
           WRITE LSTLINE FROM LST-CREW-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           CLOSE OLDWO.
           CLOSE NEWWO.
           CLOSE WOLST.
           CLOSE ARPOST.
           CLOSE GLPOST.
           CLOSE FINDOC.
           PERFORM 3500-WRITE-GENERATION.
      *-----------------------------------------------------------------
      *    THE NEW MASTER IS COPIED FROM THE WORK FILE BEHIND ITS
      *    GENERATION HEADER ONCE THE RECORD COUNT IS KNOWN.
      *-----------------------------------------------------------------
       3500-WRITE-GENERATION.
           IF C-OLDCTR NOT = C-IN-REC-COUNT
               DISPLAY "COBTPG08 - " C-OLDCTR " WORKORD RECORDS "
                   "READ, CONTROL HEADER SAYS " C-IN-REC-COUNT
               DISPLAY "COBTPG08 - WORKNEW.DAT NOT WRITTEN, "
                   "GENERATION NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NEWWO
               IF NEWWO-FILE-STATUS NOT = "00"
                   PERFORM 9930-NEWWO-FILE-ERROR
               END-IF
               OPEN OUTPUT WOGEN
               IF WOGEN-FILE-STATUS NOT = "00"
                   PERFORM 9932-WOGEN-FILE-ERROR
               END-IF
               MOVE SPACES       TO GEN-HEADER
               MOVE "*GENHDR*"   TO GH-MARKER
               MOVE "WORKORD"   TO GH-FILE-ID
               MOVE C-NEW-GEN-NO TO GH-GEN-NO
               MOVE C-TODAY-N    TO GH-RUN-DATE
               MOVE C-NEWCTR     TO GH-REC-COUNT
               MOVE GEN-HEADER   TO WO-GEN-REC
               WRITE WO-GEN-REC
               IF WOGEN-FILE-STATUS NOT = "00"
                   PERFORM 9932-WOGEN-FILE-ERROR
               END-IF
               MOVE "YES" TO MORE-COPY
               PERFORM 3510-READ-WORK-MASTER
               PERFORM 3520-COPY-WORK-MASTER
                   UNTIL MORE-COPY = "NO"
               CLOSE NEWWO
               CLOSE WOGEN
               PERFORM 3600-UPDATE-GEN-CATALOG
               DISPLAY "COBTPG08 - WORKNEW.DAT WRITTEN AS WORKORD "
                   "GENERATION " C-NEW-GEN-NO
           END-IF.

       3510-READ-WORK-MASTER.
           READ NEWWO
               AT END
                   MOVE "NO" TO MORE-COPY.

       3520-COPY-WORK-MASTER.
           WRITE WO-GEN-REC FROM NEW-WO-REC.
           IF WOGEN-FILE-STATUS NOT = "00"
               PERFORM 9932-WOGEN-FILE-ERROR
           END-IF.
           PERFORM 3510-READ-WORK-MASTER.

       3600-UPDATE-GEN-CATALOG.
           IF C-GT-HIT = ZERO
               IF GT-TBL-CTR >= 20
                   DISPLAY "COBTPG08 - GENERATION CATALOG TABLE FULL"
                   PERFORM 9990-ABORT-RUN
               END-IF
               ADD 1 TO GT-TBL-CTR
               MOVE GT-TBL-CTR TO C-GT-HIT
               MOVE "WORKORD" TO GT-FILE-ID (C-GT-HIT)
           END-IF.
           MOVE C-NEW-GEN-NO TO GT-CUR-GEN   (C-GT-HIT).
           MOVE C-IN-GEN-NO  TO GT-USED-GEN  (C-GT-HIT).
           MOVE C-TODAY-N    TO GT-RUN-DATE  (C-GT-HIT).
           MOVE C-NEWCTR     TO GT-REC-COUNT (C-GT-HIT).
           MOVE "COBTPG08"   TO GT-PROGRAM   (C-GT-HIT).
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
           MOVE WT-ACTION     TO O-ACTION.
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

       8300-CHECK-LEAP-YEAR.
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

       9000-READ-MASTER.
           READ OLDWO
               AT END
           DISPLAY "COBTPG08 - FILE STATUS IS: " OLDWO-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9912-BOOKWO-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON WORKORD FILE LOADING "
               "CREW BOOKINGS".
           DISPLAY "COBTPG08 - FILE STATUS IS: " BOOKWO-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9915-ARPOST-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON ARPOST FILE: "
               CTL-ARP-FILE.
           DISPLAY "COBTPG08 - FILE STATUS IS: " ARPOST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9918-GLPOST-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON GLPOST FILE: "
               CTL-GLP-FILE.
           DISPLAY "COBTPG08 - FILE STATUS IS: " GLPOST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9920-ESTNEW-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON ESTNEW FILE".
           DISPLAY "COBTPG08 - FILE STATUS IS: " ESTNEW-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9930-NEWWO-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON WORKNEW WORK FILE".
           DISPLAY "COBTPG08 - FILE STATUS IS: " NEWWO-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9932-WOGEN-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON WORKNEW FILE".
           DISPLAY "COBTPG08 - FILE STATUS IS: " WOGEN-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9935-CUST-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON CUSTMAST FILE".
           DISPLAY "COBTPG08 - FILE STATUS IS: " CUST-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9938-CREW-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON CREWMAST FILE".
           DISPLAY "COBTPG08 - FILE STATUS IS: " CREW-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9940-MASTER-SEQ-ERROR.
           DISPLAY "COBTPG08 - WORKORD OUT OF SEQUENCE AT ESTIMATE "
               WO-EST-NO " AFTER " C-PREV-M-KEY.
               "ESTIMATE " WT-EST-NO " AFTER " C-PREV-T-KEY.
           PERFORM 9990-ABORT-RUN.

       9960-GENCTL-FILE-ERROR.
           DISPLAY "COBTPG08 - I/O ERROR ON GENCTL FILE".
           DISPLAY "COBTPG08 - FILE STATUS IS: " GENCTL-FILE-STATUS.
           PERFORM 9990-ABORT-RUN.

       9980-REFUSE-RUN.
           DISPLAY "COBTPG08 - RUN REFUSED BY GENERATION CONTROL".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9990-ABORT-RUN.
           DISPLAY "COBTPG08 - RUN TERMINATED DUE TO FILE ERROR".
           MOVE 16 TO RETURN-CODE.
