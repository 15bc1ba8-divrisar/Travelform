       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTFBIL.

      *TITLE.         Pro-forma first list bill for new groups!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK042* RWK042 RWALLING 2026 NEW PROGRAM.  RUNS AFTER CNVTDA AND      *
RWK042*                      PRINTS A PRO-FORMA FIRST LIST BILL FOR   *
RWK042*                      EVERY GROUP THE RUN SET UP NEW ON THE    *
RWK042*                      ADMIN SYSTEM - NAME AND ADDRESS, BILLING *
RWK042*                      DAYS AND DEPOSITORY CODE, THE DIVISIONS  *
RWK042*                      OF A CONSOLIDATED BILL AND A LINE PER    *
RWK042*                      PLAN - FOR THE MAIL ROOM TO SEND AHEAD   *
RWK042*                      OF CUTOVER, WITH A PREMIUM SUMMARY THAT  *
RWK042*                      TIES BACK TO CONVRPT.                    *
RWK046* RWK046 RWALLING 2026 A RESTARTED RUN IS BILLED WITH THE RUNS  *
RWK046*                      IT RESTARTED, FOUND ON THE RUN CONTROL   *
RWK046*                      FILE, SO GROUPS SENT BEFORE THE ABEND    *
RWK046*                      STILL GET A BILL.  ONLY THE RUN'S OWN    *
RWK046*                      PREMIUM IS TIED TO ITS CONVRPT.          *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        A GROUP'S FIRST BILL FROM THE ADMIN SYSTEM IS BUILT
      *        FROM WHAT THE CONVERSION SENT IT, SO THE PRO-FORMA IS
      *        BUILT FROM THE SAME THING: TONIGHT'S AUDIT TRAIL
      *        RECORDS.  EACH CARRIES THE EXTRACT RECORD (THE BEFORE
      *        IMAGE) AND THE TRANSACTION AS IT WENT TO VCSTRX3 (THE
      *        AFTER IMAGE), SO THE BILLING DAYS ARE THE DCOLL DAYS
      *        AFTER THE CALENDAR ADJUSTMENT, THE DEPOSITORY CODE AND
      *        CONSOLIDATED-BILL-IND ARE EXACTLY WHAT THE DA ADD
      *        CARRIED, AND ONLY RECORDS ACTUALLY WRITTEN APPEAR.
      *
      *        A CORPORATE OR INDIVIDUAL RECORD WRITTEN AS A DA ADD
      *        STARTS A BILL: THE PARENT'S NAME AND ADDRESS, THEN THE
      *        BILLING ARRANGEMENT.  THE GROUP'S DIVISION RECORDS
      *        WRITTEN TONIGHT BECOME ONE SECTION EACH WHEN THE DA
      *        ADD CARRIED CONSOLIDATED-BILL-IND 'Y'; ITS RATE
      *        RECORDS WRITTEN TONIGHT BECOME ONE LINE PER PLAN (A
      *        RATE RECORD BELONGS TO THE GROUP, NOT TO A DIVISION,
      *        SO THE PLAN LINES FOLLOW THE DIVISION SECTIONS).  THE
RWK046*        NEXT PARENT RECORD ENDS THE BILL.
RWK046*
RWK046*        A RUN THAT ABENDED AND WAS RESTARTED SENT PART OF THE
RWK046*        BOOK UNDER ITS OWN RUN ID AND THE REST UNDER THE
RWK046*        RESTART'S.  SO THE AUDIT RECORDS OF TONIGHT'S RUN AND OF
RWK046*        EVERY RUN IT RESTARTED, AS THE RUN CONTROL FILE CHAINS
RWK046*        THEM, ARE TAKEN TOGETHER IN THE ORDER THEY WERE WRITTEN.
RWK046*        THE RECORDS A RESTART SKIPPED ARE THE ONES THE ABENDED
RWK046*        RUN HAD ALREADY SENT; THEY NEITHER START NOR END A BILL,
RWK046*        SO A GROUP WHOSE RECORDS STRADDLE THE ABEND STILL BILLS
RWK046*        WHOLE.
RWK046*
RWK046*        EVERY PA PREMIUM TRANSACTION THE CHAIN SENT IS COUNTED:
RWK046*        ON A PRO-FORMA BILL, OR AGAINST A GROUP ALREADY
RWK046*        CONVERTED.  CONVRPT, CARRIED ON THE RUN'S STATUS RECORD,
RWK046*        COUNTS ONLY WHAT TONIGHT'S RUN ITSELF SENT, SO IT IS THE
RWK046*        PREMIUM SENT UNDER TONIGHT'S RUN ID THAT IS SET AGAINST
RWK046*        ITS PREMIUM DOLLARS CONVERTED LINE.  THE PREMIUM THE
RWK046*        RESTARTED RUNS SENT IS SHOWN ON ITS OWN LINE; THOSE RUNS
RWK046*        ABENDED AND PRINTED NO CONVRPT TO TIE IT TO.
      *
      *    INPUTS.
      *        RUNSTAT  - TONIGHT'S CNVTDA RUN STATUS RECORDS
      *        AUDITTRL - AUDIT TRAIL FILE FROM CNVTDA
RWK046*        RUNCTL   - RUN CONTROL FILE FROM CNVTRCTL (RESTARTS)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - FBILPRT  (PRO-FORMA BILLS FOR THE MAIL ROOM)
      *              FBILRPT  (PREMIUM SUMMARY BY GROUP)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTFBIL WORKING STORAGE STARTS HERE ***'.

       01  TRX-WORK-AREA.              COPY CIUAX001 SUPPRESS.
       01  DA-TRX-REC REDEFINES        TRX-WORK-AREA.
                                       COPY CIUAXDA1 SUPPRESS.
       01  PA-TRX-REC REDEFINES        TRX-WORK-AREA.
                                       COPY CIUAXPA1 SUPPRESS.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    RUN STATUS RECORD, AS 895000-WRITE-RUN-STATUS IN CNVTDA    *
      *    WRITES IT, AS FAR AS THE PREMIUM DOLLARS.  THE LAST RECORD *
      *    (THE 'ALL' RECORD OF A MULTI-COMPANY RUN) CARRIES THE      *
      *    RUN'S PREMIUM DOLLARS.                                     *
      *****************************************************************
       01  RUNSTAT-FIELDS.
           05  RUNSTAT-FILENAME              PIC X(8)  VALUE 'RUNSTAT'.
           05  RUNSTAT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  RUNSTAT-DATA.
                   15  STAT-RUN-ID           PIC X(08).
                   15  STAT-COMPANY-CODE     PIC X(03).
                   15  STAT-RESTART-SW       PIC X(01).
                   15  STAT-DELTA-SW         PIC X(01).
                   15  STAT-CHANGE-SW        PIC X(01).
                   15  STAT-TERM-SW          PIC X(01).
                   15  FILLER                PIC X(49).
                   15  STAT-PREMIUM-DOLLARS  PIC 9(13)V99.
                   15  FILLER                PIC X(121).
       01  BILL-RUN-ID                   PIC X(08) VALUE SPACES.
       01  BILL-RUN-COMPANY-CODE         PIC X(03) VALUE SPACES.
       01  CONVRPT-PREMIUM-DOLLARS       PIC S9(13)V99 COMP VALUE ZERO.

RWK046*****************************************************************
RWK046*    RUN CONTROL RECORD AS CNVTRCTL WRITES IT.  ONLY THE RUN ID *
RWK046*    AND THE RUN IT RESTARTS ARE OF INTEREST HERE; THE FULL     *
RWK046*    LAYOUT IS IN CNVTRCTL.                                     *
RWK046*****************************************************************
RWK046 01  CONTROL-FIELDS.
RWK046     05  CONTROL-FILENAME              PIC X(8)  VALUE 'RUNCTL'.
RWK046     05  CONTROL-RECORD.
RWK046         10  RDW-LENGTH                PIC S9(4) COMP.
RWK046         10  FILLER                    PIC X(02).
RWK046         10  CONTROL-DATA.
RWK046             15  FILLER                PIC X(03).
RWK046             15  RCTL-RUN-ID           PIC X(08).
RWK046             15  FILLER                PIC X(14).
RWK046             15  RCTL-RESTART-OF-RUN-ID
RWK046                                       PIC X(08).
RWK046             15  FILLER                PIC X(67).
RWK046 01  CONTROL-EOF-SWITCH            PIC X(01).
RWK046     88  CONTROL-END-OF-FILE             VALUE 'Y'.

RWK046*****************************************************************
RWK046*    RESTART TABLE - EVERY RUN ON THE RUN CONTROL FILE OPENED   *
RWK046*    AS THE RESTART OF AN EARLIER ONE.  RESTART CHAIN -         *
RWK046*    TONIGHT'S RUN AND EVERY RUN IT RESTARTED, LATEST FIRST.  A *
RWK046*    RUN THAT RESTARTED NOTHING IS A CHAIN OF ONE.              *
RWK046*****************************************************************
RWK046 01  RST-TABLE-MAX                 PIC S9(4) COMP VALUE +2000.
RWK046 01  RST-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
RWK046 01  RESTART-TABLE.
RWK046     05  RST-ENTRY                 OCCURS 2000 TIMES.
RWK046         10  RST-RUN-ID            PIC X(08).
RWK046         10  RST-RESTART-OF-RUN-ID PIC X(08).
RWK046 01  RST-SUB                       PIC S9(4) COMP.
RWK046 01  CHAIN-TABLE-MAX               PIC S9(4) COMP VALUE +50.
RWK046 01  CHAIN-COUNT                   PIC S9(4) COMP VALUE ZERO.
RWK046 01  CHAIN-TABLE.
RWK046     05  CHN-RUN-ID                PIC X(08) OCCURS 50 TIMES.
RWK046 01  CHN-SUB                       PIC S9(4) COMP.
RWK046 01  CHAIN-START-RUN-ID            PIC X(08).
RWK046 01  CHAIN-WORK-RUN-ID             PIC X(08).
RWK046 01  CHAIN-SEARCH-RUN-ID           PIC X(08).
RWK046 01  CHAIN-STEP-SWITCH             PIC X(01).
RWK046     88  CHAIN-STEPPED                   VALUE 'Y'.
RWK046 01  CHAIN-FOUND-SWITCH            PIC X(01).
RWK046     88  CHAIN-RUN-FOUND                 VALUE 'Y'.

      *****************************************************************
      *    AUDIT TRAIL RECORD AS WRITTEN BY 870000-WRITE-AUDIT IN     *
      *    CNVTDA.  THIS LAYOUT MUST STAY IN STEP WITH THE            *
      *    AUDIT-RECORD IN THAT PROGRAM.                              *
      *****************************************************************
       01  AUDIT-FIELDS.
           05  AUDIT-FILENAME                PIC X(8)  VALUE 'AUDITTRL'.
           05  AUDIT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  AUDIT-DATA.
                   15  AUDIT-RUN-ID          PIC X(08).
                   15  AUDIT-COMPANY-CODE    PIC X(03).
                   15  AUDIT-GROUP-NUMBER    PIC X(10).
                   15  AUDIT-DISPOSITION     PIC X(01).
                       88  AUDIT-WRITTEN           VALUE 'W'.
                       88  AUDIT-SKIPPED           VALUE 'S'.
                   15  AUDIT-REASON-CODE     PIC X(04).
                   15  AUDIT-TRX-CODE        PIC X(04).
                       88  AUDIT-DA-ADD            VALUE 'DA  '.
                       88  AUDIT-PA-PREMIUM        VALUE 'PA  '.
                   15  AUDIT-BEFORE-IMAGE    PIC X(242).
                   15  AUDIT-AFTER-IMAGE     PIC X(504).

      * ------- GROUP BILLING COPYBOOK (BEFORE-IMAGE WORK COPY)
       COPY DTLGRPBL.

      *****************************************************************
      *    THE BILL BEING BUILT: THE PARENT RECORD, THE BILLING       *
      *    SETUP FROM ITS DA ADD, AND ITS DIVISIONS AND PLANS.        *
      *****************************************************************
       01  BILL-OPEN-SWITCH              PIC X(01) VALUE 'N'.
           88  BILL-OPEN                       VALUE 'Y'.
       01  BILL-SETUP.
           05  BILL-COMPANY-CODE         PIC X(03).
           05  BILL-GROUP-NUMBER         PIC X(10).
           05  BILL-PARENT-IMAGE         PIC X(242).
           05  BILL-MASTER-ID            PIC X(15).
           05  BILL-XTRACT-DAY           PIC 9(02).
           05  BILL-DUE-DAY              PIC 9(02).
           05  BILL-DEPOSITORY-CODE      PIC X(01).
               88  BILL-DEPOSITORY             VALUE 'Y'.
           05  BILL-CONSOLIDATED-IND     PIC X(01).
               88  BILL-CONSOLIDATED           VALUE 'Y'.
           05  BILL-EFFECTIVE-DATE.
               10  BILL-EFFECTIVE-YR     PIC 9(04).
               10  BILL-EFFECTIVE-MO     PIC 9(02).
               10  BILL-EFFECTIVE-DA     PIC 9(02).
       01  BILL-PREMIUM                  PIC S9(13)V99 COMP.
       01  DVB-TABLE-MAX                 PIC S9(4) COMP VALUE +999.
       01  DVB-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  DIVISION-BILL-TABLE.
           05  DVB-IMAGE                 PIC X(242) OCCURS 999 TIMES.
       01  DVB-SUB                       PIC S9(4) COMP.
       01  PLB-TABLE-MAX                 PIC S9(4) COMP VALUE +500.
       01  PLB-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  PLAN-BILL-TABLE.
           05  PLB-ENTRY                 OCCURS 500 TIMES.
               10  PLB-PLAN-CODE         PIC X(04).
               10  PLB-VOLUME            PIC 9(09).
               10  PLB-PREMIUM           PIC 9(09)V99.
       01  PLB-SUB                       PIC S9(4) COMP.

      *    NAME AND CITY LINES ARE BUILT HERE.
       01  ADDR-NAME-LINE                PIC X(60).
       01  ADDR-CITY-LINE                PIC X(60).
       01  ADDR-POINTER                  PIC S9(4) COMP.
       01  ADDR-CITY                     PIC X(20).
       01  ADDR-STATE                    PIC X(02).
       01  ADDR-POSTAL-ZONE.
           05  ADDR-ZIP-FIVE             PIC X(05).
           05  ADDR-ZIP-PLUS-FOUR        PIC X(04).
       01  ADDR-POSTAL-CODE REDEFINES ADDR-POSTAL-ZONE.
           05  ADDR-POSTAL-FSA           PIC X(03).
           05  ADDR-POSTAL-LDU           PIC X(03).
           05  FILLER                    PIC X(03).

      *****************************************************************
      *    COMPANY TOTALS, ONE ENTRY PER COMPANY IN THE ORDER FIRST   *
      *    SEEN ON THE AUDIT TRAIL.                                   *
      *****************************************************************
       01  CMP-TABLE-MAX                 PIC S9(4) COMP VALUE +50.
       01  CMP-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  COMPANY-TABLE.
           05  CMP-ENTRY                 OCCURS 50 TIMES.
               10  CMP-COMPANY-CODE      PIC X(03).
               10  CMP-COUNTS            COMP.
                   15  CMP-BILL-COUNT    PIC S9(7).
                   15  CMP-BILL-PREMIUM  PIC S9(13)V99.
                   15  CMP-OTHER-PREMIUM PIC S9(13)V99.
       01  CMP-SEARCH-CODE               PIC X(03).
       01  CMP-SUB                       PIC S9(4) COMP.
       01  CMP-FOUND-SWITCH              PIC X(01).
           88  CMP-ENTRY-FOUND                 VALUE 'Y'.

       01  RUNSTAT-EOF-SWITCH            PIC X(01).
           88  RUNSTAT-END-OF-FILE             VALUE 'Y'.
       01  AUDIT-EOF-SWITCH              PIC X(01).
           88  AUDIT-END-OF-FILE               VALUE 'Y'.

      *****************************************************************
      *    PRO-FORMA BILL PRINT FILE.  EVERY BILL STARTS A NEW PAGE;  *
      *    A BILL RUNNING PAST ONE PAGE CARRIES ON UNDER A            *
      *    CONTINUATION LINE.  EVERY LINE GOES THROUGH                *
      *    750000-WRITE-BILL-LINE.                                    *
      *****************************************************************
       01  BILLPRT-FIELDS.
           05  BILLPRT-FILENAME              PIC X(8)  VALUE 'FBILPRT'.
           05  BILLPRT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  BILLPRT-PRINT-REC.
                   15  BL-CARRIAGE-CONTROL   PIC X(01).
                   15  BL-PRINT-LINE         PIC X(132).
       01  BL-LINES-PER-PAGE             PIC S9(3) COMP VALUE +60.
       01  BL-LINE-COUNT                 PIC S9(3) COMP VALUE ZERO.
       01  BL-PAGE-COUNT                 PIC S9(3) COMP VALUE ZERO.
       01  BL-DETAIL-SAVE                PIC X(132).
       01  BL-TITLE-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               'PRO-FORMA FIRST LIST BILL'.
           05  FILLER                    PIC X(06) VALUE 'GROUP '.
           05  BL-TTL-GROUP              PIC X(10).
           05  BL-TTL-CONTINUED          PIC X(14).
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  BL-TTL-PAGE               PIC ZZ9.
           05  FILLER                    PIC X(49) VALUE SPACES.
       01  BL-NOTICE-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(50) VALUE
               'THIS IS HOW YOUR FIRST LIST BILL ON OUR NEW BILLIN'.
           05  FILLER                    PIC X(50) VALUE
               'G SYSTEM WILL LOOK.  IT IS NOT A BILL - NO PAYMENT'.
           05  FILLER                    PIC X(27) VALUE
               ' IS DUE.'.
       01  BL-TEXT-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  BL-TEXT                   PIC X(127).
       01  BL-INDENT-LINE.
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  BL-INDENT-LABEL           PIC X(30).
           05  BL-INDENT-VALUE           PIC X(60).
           05  FILLER                    PIC X(35) VALUE SPACES.
       01  BL-DAY-VALUE.
           05  FILLER                    PIC X(04) VALUE 'DAY '.
           05  BL-DAY                    PIC Z9.
           05  FILLER                    PIC X(17) VALUE
               ' OF EACH MONTH'.
       01  BL-DATE-VALUE.
           05  BL-DATE-MO                PIC 9(02).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  BL-DATE-DA                PIC 9(02).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  BL-DATE-YR                PIC 9(04).
       01  BL-DIVISION-LINE.
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE 'DIVISION '.
           05  BL-DV-NUMBER              PIC 9(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BL-DV-NAME                PIC X(35).
           05  FILLER                    PIC X(76) VALUE SPACES.
       01  BL-DIVISION-ADDR-LINE.
           05  FILLER                    PIC X(21) VALUE SPACES.
           05  BL-DA-TEXT                PIC X(60).
           05  FILLER                    PIC X(51) VALUE SPACES.
       01  BL-PLAN-HEADING.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'PLAN'.
           05  FILLER                    PIC X(15) VALUE
               'COVERAGE VOLUME'.
           05  FILLER                    PIC X(20) VALUE
               '             PREMIUM'.
           05  FILLER                    PIC X(82) VALUE SPACES.
       01  BL-PLAN-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  BL-PL-PLAN                PIC X(04).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  BL-PL-VOLUME              PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BL-PL-PREMIUM             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(82) VALUE SPACES.
       01  BL-TOTAL-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(25) VALUE
               'TOTAL PREMIUM'.
           05  BL-TOT-PREMIUM            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(82) VALUE SPACES.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'FBILRPT'.
           05  REPORT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  REPORT-PRINT-REC.
                   15  RPT-CARRIAGE-CONTROL  PIC X(01).
                   15  RPT-PRINT-LINE        PIC X(132).
       01  RPT-LINES-PER-PAGE            PIC S9(3) COMP VALUE +60.
       01  RPT-LINE-COUNT                PIC S9(3) COMP VALUE +999.
       01  RPT-PAGE-COUNT                PIC S9(5) COMP VALUE ZERO.
       01  RPT-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  RPT-DETAIL-SAVE               PIC X(132).
       01  RPT-HEADING-1.
           05  FILLER                    PIC X(10) VALUE 'CNVTFBIL'.
           05  FILLER                    PIC X(50) VALUE
               'PRO-FORMA FIRST BILL PREMIUM SUMMARY'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-MONEY-LINE.
           05  RPT-MONEY-LABEL           PIC X(37).
           05  RPT-MONEY-VALUE           PIC Z(12)9.99-.
           05  FILLER                    PIC X(78) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(05) VALUE 'CO'.
           05  FILLER                    PIC X(12) VALUE 'GROUP'.
           05  FILLER                    PIC X(37) VALUE 'NAME'.
           05  FILLER                    PIC X(10) VALUE 'DIVISIONS'.
           05  FILLER                    PIC X(07) VALUE 'PLANS'.
           05  FILLER                    PIC X(17) VALUE
               '          PREMIUM'.
           05  FILLER                    PIC X(44) VALUE SPACES.
       01  RPT-BILL-LINE.
           05  RPT-BL-COMPANY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-BL-GROUP              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-BL-NAME               PIC X(35).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-BL-DIVISIONS          PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-BL-PLANS              PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-BL-PREMIUM            PIC Z(12)9.99-.
           05  FILLER                    PIC X(44) VALUE SPACES.
       01  RPT-COMPANY-LINE.
           05  FILLER                    PIC X(08) VALUE 'COMPANY '.
           05  RPT-CO-COMPANY            PIC X(03).
           05  FILLER                    PIC X(08) VALUE '  BILLS '.
           05  RPT-CO-BILLS              PIC Z(06)9.
           05  FILLER                    PIC X(17) VALUE
               '  BILLED PREMIUM '.
           05  RPT-CO-BILL-PREMIUM       PIC Z(12)9.99-.
           05  FILLER                    PIC X(27) VALUE
               '  ALREADY-CONVERTED GROUPS '.
           05  RPT-CO-OTHER-PREMIUM      PIC Z(12)9.99-.
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  BILL-TOTALS                      COMP.
           05  AUDIT-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  AUDIT-RUN-COUNT              PIC S9(7) VALUE ZERO.
           05  BILL-COUNT                   PIC S9(7) VALUE ZERO.
           05  BILL-DIVISION-COUNT          PIC S9(7) VALUE ZERO.
           05  BILL-PLAN-COUNT              PIC S9(7) VALUE ZERO.
           05  CONVERTED-GROUP-COUNT        PIC S9(7) VALUE ZERO.
           05  BILL-PAGE-TOTAL              PIC S9(7) VALUE ZERO.
           05  TOTAL-BILL-PREMIUM           PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-OTHER-PREMIUM          PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-PA-PREMIUM             PIC S9(13)V99 VALUE ZERO.
RWK046     05  RUN-PA-PREMIUM               PIC S9(13)V99 VALUE ZERO.
RWK046     05  RESTARTED-PA-PREMIUM         PIC S9(13)V99 VALUE ZERO.
           05  TIE-DIFFERENCE               PIC S9(13)V99 VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTFBIL WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-LOAD-RUNSTAT THRU 100000-EXIT.
           IF BILL-RUN-ID NOT = SPACES
RWK046         PERFORM 150000-LOAD-RESTARTS THRU 150000-EXIT
RWK046         MOVE BILL-RUN-ID        TO CHAIN-START-RUN-ID
RWK046         PERFORM 160000-BUILD-CHAIN THRU 160000-EXIT
RWK046         PERFORM 178000-LIST-CHAIN THRU 178000-EXIT
               MOVE RPT-COLUMN-LINE    TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               PERFORM 200000-READ-AUDIT-TRAIL THRU 200000-EXIT
           END-IF.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-LOAD-RUNSTAT - TONIGHT'S RUN ID AND THE PREMIUM     *
      *    DOLLARS CONVRPT SHOWED, FROM THE LAST STATUS RECORD.  WITH *
      *    NO RUNSTAT RECORD THERE IS NO RUN TO BILL AND THE REPORT   *
      *    SAYS SO.                                                   *
      *****************************************************************
       100000-LOAD-RUNSTAT.

           MOVE 'N'                    TO RUNSTAT-EOF-SWITCH.
           PERFORM 110000-READ-RUNSTAT THRU 110000-EXIT
               UNTIL RUNSTAT-END-OF-FILE.
           IF BILL-RUN-ID = SPACES
               MOVE 'NO RUNSTAT RECORD - NO BILLS PRINTED'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
           END-IF.

       100000-EXIT.
           EXIT.

       110000-READ-RUNSTAT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF RUNSTAT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       RUNSTAT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO RUNSTAT-EOF-SWITCH
               GO TO 110000-EXIT
           END-IF.
           IF NOT QSAM-SUCCESSFUL     IN QSAM-COMM-AREA
               MOVE READ-ERROR         TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           MOVE STAT-RUN-ID            TO BILL-RUN-ID.
           MOVE STAT-COMPANY-CODE      TO BILL-RUN-COMPANY-CODE.
           MOVE STAT-PREMIUM-DOLLARS   TO CONVRPT-PREMIUM-DOLLARS.

       110000-EXIT.
           EXIT.

RWK046*****************************************************************
RWK046*    150000-LOAD-RESTARTS - TABLE EVERY RESTART ON THE RUN      *
RWK046*    CONTROL FILE WITH THE RUN IT RESTARTS.                     *
RWK046*****************************************************************
RWK046 150000-LOAD-RESTARTS.

RWK046     MOVE 'N'                    TO CONTROL-EOF-SWITCH.
RWK046     PERFORM 155000-READ-CONTROL THRU 155000-EXIT.
RWK046     PERFORM 158000-TABLE-RESTART THRU 158000-EXIT
RWK046         UNTIL CONTROL-END-OF-FILE.

RWK046 150000-EXIT.
RWK046     EXIT.

RWK046 155000-READ-CONTROL.

RWK046     MOVE SPACES
RWK046       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK046     MOVE LENGTH OF CONTROL-DATA
RWK046       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK046     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK046       TO TRUE.

RWK046     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK046                                 CONTROL-FIELDS.

RWK046     IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
RWK046       OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
RWK046         MOVE 'Y'                TO CONTROL-EOF-SWITCH
RWK046     ELSE
RWK046         IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
RWK046             MOVE READ-ERROR     TO VCSABEND-CODE
RWK046             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK046         END-IF
RWK046     END-IF.

RWK046 155000-EXIT.
RWK046     EXIT.

RWK046 158000-TABLE-RESTART.

RWK046     IF RCTL-RESTART-OF-RUN-ID NOT = SPACES
RWK046         IF RST-TABLE-COUNT NOT < RST-TABLE-MAX
RWK046             MOVE TABLE-ERROR    TO VCSABEND-CODE
RWK046             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK046         END-IF
RWK046         ADD 1                   TO RST-TABLE-COUNT
RWK046         MOVE RCTL-RUN-ID        TO RST-RUN-ID (RST-TABLE-COUNT)
RWK046         MOVE RCTL-RESTART-OF-RUN-ID
RWK046           TO RST-RESTART-OF-RUN-ID (RST-TABLE-COUNT)
RWK046     END-IF.
RWK046     PERFORM 155000-READ-CONTROL THRU 155000-EXIT.

RWK046 158000-EXIT.
RWK046     EXIT.

RWK046*****************************************************************
RWK046*    160000-BUILD-CHAIN - THE RUN IN CHAIN-START-RUN-ID AND THE *
RWK046*    RUNS IT RESTARTED, FOLLOWED BACK TO THE RUN THAT STARTED   *
RWK046*    THE CHAIN.                                                 *
RWK046*****************************************************************
RWK046 160000-BUILD-CHAIN.

RWK046     MOVE CHAIN-START-RUN-ID     TO CHAIN-WORK-RUN-ID.
RWK046     MOVE 1                      TO CHAIN-COUNT.
RWK046     MOVE CHAIN-WORK-RUN-ID      TO CHN-RUN-ID (1).
RWK046     MOVE 'Y'                    TO CHAIN-STEP-SWITCH.
RWK046     PERFORM 164000-STEP-BACK THRU 164000-EXIT
RWK046         UNTIL NOT CHAIN-STEPPED.

RWK046 160000-EXIT.
RWK046     EXIT.

RWK046 164000-STEP-BACK.

RWK046     MOVE 'N'                    TO CHAIN-STEP-SWITCH.
RWK046     PERFORM 168000-MATCH-RESTART-OF THRU 168000-EXIT
RWK046         VARYING RST-SUB FROM 1 BY 1
RWK046         UNTIL RST-SUB > RST-TABLE-COUNT
RWK046            OR CHAIN-STEPPED.

RWK046 164000-EXIT.
RWK046     EXIT.

RWK046 168000-MATCH-RESTART-OF.

RWK046     IF RST-RUN-ID (RST-SUB) = CHAIN-WORK-RUN-ID
RWK046         IF CHAIN-COUNT NOT < CHAIN-TABLE-MAX
RWK046             MOVE TABLE-ERROR    TO VCSABEND-CODE
RWK046             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK046         END-IF
RWK046         ADD 1                   TO CHAIN-COUNT
RWK046         MOVE RST-RESTART-OF-RUN-ID (RST-SUB)
RWK046           TO CHN-RUN-ID (CHAIN-COUNT)
RWK046              CHAIN-WORK-RUN-ID
RWK046         MOVE 'Y'                TO CHAIN-STEP-SWITCH
RWK046     END-IF.

RWK046 168000-EXIT.
RWK046     EXIT.

RWK046*****************************************************************
RWK046*    170000-FIND-CHAIN-RUN - IS THE RUN IN CHAIN-SEARCH-RUN-ID  *
RWK046*    ONE OF THE RESTART CHAIN?                                  *
RWK046*****************************************************************
RWK046 170000-FIND-CHAIN-RUN.

RWK046     MOVE 'N'                    TO CHAIN-FOUND-SWITCH.
RWK046     PERFORM 175000-MATCH-CHAIN-RUN THRU 175000-EXIT
RWK046         VARYING CHN-SUB FROM 1 BY 1
RWK046         UNTIL CHN-SUB > CHAIN-COUNT
RWK046            OR CHAIN-RUN-FOUND.

RWK046 170000-EXIT.
RWK046     EXIT.

RWK046 175000-MATCH-CHAIN-RUN.

RWK046     IF CHN-RUN-ID (CHN-SUB) = CHAIN-SEARCH-RUN-ID
RWK046         MOVE 'Y'                TO CHAIN-FOUND-SWITCH
RWK046     END-IF.

RWK046 175000-EXIT.
RWK046     EXIT.

RWK046*****************************************************************
RWK046*    178000-LIST-CHAIN - ONE REPORT LINE PER RESTART IN THE     *
RWK046*    CHAIN.  A RUN NEVER RESTARTED PRINTS NOTHING.              *
RWK046*****************************************************************
RWK046 178000-LIST-CHAIN.

RWK046     PERFORM 179000-LIST-CHAIN-LINK THRU 179000-EXIT
RWK046         VARYING CHN-SUB FROM 1 BY 1
RWK046         UNTIL CHN-SUB NOT < CHAIN-COUNT.

RWK046 178000-EXIT.
RWK046     EXIT.

RWK046 179000-LIST-CHAIN-LINK.

RWK046     MOVE SPACES                 TO RPT-PRINT-LINE.
RWK046     STRING 'RUN '                        DELIMITED BY SIZE
RWK046            CHN-RUN-ID (CHN-SUB)          DELIMITED BY SIZE
RWK046            ' RESTARTS RUN '              DELIMITED BY SIZE
RWK046            CHN-RUN-ID (CHN-SUB + 1)      DELIMITED BY SIZE
RWK046       INTO RPT-PRINT-LINE.
RWK046     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

RWK046 179000-EXIT.
RWK046     EXIT.

      *****************************************************************
      *    200000-READ-AUDIT-TRAIL - EVERY AUDIT RECORD OF TONIGHT'S  *
      *    RUN, IN THE ORDER CNVTDA WROTE THEM.  THE BILL STILL OPEN  *
      *    AT THE END IS PRINTED.                                     *
RWK046*    THE RUNS TONIGHT'S RUN RESTARTED ARE READ WITH IT.         *
      *****************************************************************
       200000-READ-AUDIT-TRAIL.

           MOVE 'N'                    TO AUDIT-EOF-SWITCH.
           PERFORM 210000-READ-AUDIT THRU 210000-EXIT.
           PERFORM 220000-TAKE-AUDIT THRU 220000-EXIT
               UNTIL AUDIT-END-OF-FILE.
           IF BILL-OPEN
               PERFORM 400000-PRINT-BILL THRU 400000-EXIT
           END-IF.

       200000-EXIT.
           EXIT.

       210000-READ-AUDIT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF AUDIT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       AUDIT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO AUDIT-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       210000-EXIT.
           EXIT.

       220000-TAKE-AUDIT.

           ADD 1                       TO AUDIT-READ-COUNT.
RWK046     MOVE AUDIT-RUN-ID           TO CHAIN-SEARCH-RUN-ID.
RWK046     PERFORM 170000-FIND-CHAIN-RUN THRU 170000-EXIT.
RWK046     IF NOT CHAIN-RUN-FOUND
               GO TO 220000-READ-NEXT
           END-IF.
           ADD 1                       TO AUDIT-RUN-COUNT.
           MOVE AUDIT-BEFORE-IMAGE     TO GROUP-BILLING-REC.
           IF DTL-CORPORATE          IN GROUP-BILLING-REC
             OR DTL-INDIVIDUAL       IN GROUP-BILLING-REC
               PERFORM 300000-TAKE-PARENT THRU 300000-EXIT
           ELSE
               IF DTL-DIVISION       IN GROUP-BILLING-REC
                   PERFORM 320000-TAKE-DIVISION THRU 320000-EXIT
               ELSE
                   IF DTL-RATE       IN GROUP-BILLING-REC
                       PERFORM 340000-TAKE-RATE THRU 340000-EXIT
                   END-IF
               END-IF
           END-IF.

       220000-READ-NEXT.
           PERFORM 210000-READ-AUDIT THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-TAKE-PARENT - A CORPORATE OR INDIVIDUAL RECORD ENDS *
      *    THE BILL IN PROGRESS (UNLESS A RESTART SKIPPED IT) AND, IF *
      *    IT WENT OUT AS A DA ADD, STARTS THE NEXT ONE.              *
      *****************************************************************
       300000-TAKE-PARENT.

           IF AUDIT-SKIPPED
               GO TO 300000-EXIT
           END-IF.
           IF BILL-OPEN
               PERFORM 400000-PRINT-BILL THRU 400000-EXIT
           END-IF.
           IF NOT AUDIT-WRITTEN
               GO TO 300000-EXIT
           END-IF.
           IF NOT AUDIT-DA-ADD
               ADD 1                   TO CONVERTED-GROUP-COUNT
               GO TO 300000-EXIT
           END-IF.

           MOVE AUDIT-AFTER-IMAGE      TO TRX-WORK-AREA.
           MOVE 'Y'                    TO BILL-OPEN-SWITCH.
           MOVE ZERO                   TO DVB-TABLE-COUNT
                                          PLB-TABLE-COUNT
                                          BILL-PREMIUM.
           MOVE AUDIT-COMPANY-CODE     TO BILL-COMPANY-CODE.
           MOVE AUDIT-GROUP-NUMBER     TO BILL-GROUP-NUMBER.
           MOVE AUDIT-BEFORE-IMAGE     TO BILL-PARENT-IMAGE.
           MOVE MASTER-ID            IN DA-TRX-REC
             TO BILL-MASTER-ID.
           MOVE BILL-EXTRACT-DAY     IN DA-TRX-REC
             TO BILL-XTRACT-DAY.
           MOVE PYMT-DUE-DAY         IN DA-TRX-REC
             TO BILL-DUE-DAY.
           MOVE DEPOSITORY-CODE      IN DA-TRX-REC
             TO BILL-DEPOSITORY-CODE.
           MOVE CONSOLIDATED-BILL-IND IN DA-TRX-REC
             TO BILL-CONSOLIDATED-IND.
           MOVE EFFECTIVE-DATE       IN DA-TRX-REC
             TO BILL-EFFECTIVE-DATE.

       300000-EXIT.
           EXIT.

      *****************************************************************
      *    320000-TAKE-DIVISION - A DIVISION OF THE GROUP BEING       *
      *    BILLED, WRITTEN TONIGHT.                                   *
      *****************************************************************
       320000-TAKE-DIVISION.

           IF NOT BILL-OPEN
             OR NOT AUDIT-WRITTEN
             OR AUDIT-GROUP-NUMBER NOT = BILL-GROUP-NUMBER
               GO TO 320000-EXIT
           END-IF.
           IF DVB-TABLE-COUNT NOT < DVB-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO DVB-TABLE-COUNT.
           MOVE AUDIT-BEFORE-IMAGE     TO DVB-IMAGE (DVB-TABLE-COUNT).

       320000-EXIT.
           EXIT.

      *****************************************************************
      *    340000-TAKE-RATE - A PA PREMIUM TRANSACTION WRITTEN        *
      *    TONIGHT.  IT GOES ON THE BILL BEING BUILT WHEN IT IS FOR   *
      *    THAT GROUP; OTHERWISE IT IS PREMIUM ON A GROUP ALREADY     *
      *    CONVERTED.  EITHER WAY IT COUNTS TOWARD THE TIE TO         *
      *    CONVRPT.                                                   *
RWK046*    ONLY TONIGHT'S RUN'S OWN PREMIUM IS ON ITS CONVRPT.        *
      *****************************************************************
       340000-TAKE-RATE.

           IF NOT AUDIT-WRITTEN
             OR NOT AUDIT-PA-PREMIUM
               GO TO 340000-EXIT
           END-IF.
           MOVE AUDIT-AFTER-IMAGE      TO TRX-WORK-AREA.
           ADD PREMIUM-AMOUNT        IN PA-TRX-REC
             TO TOTAL-PA-PREMIUM.
RWK046     IF AUDIT-RUN-ID = BILL-RUN-ID
RWK046         ADD PREMIUM-AMOUNT    IN PA-TRX-REC
RWK046           TO RUN-PA-PREMIUM
RWK046     END-IF.
           MOVE AUDIT-COMPANY-CODE     TO CMP-SEARCH-CODE.
           PERFORM 430000-FIND-COMPANY THRU 430000-EXIT.
           IF NOT BILL-OPEN
             OR AUDIT-GROUP-NUMBER NOT = BILL-GROUP-NUMBER
               ADD PREMIUM-AMOUNT    IN PA-TRX-REC
                 TO TOTAL-OTHER-PREMIUM
                    CMP-OTHER-PREMIUM (CMP-SUB)
               GO TO 340000-EXIT
           END-IF.
           IF PLB-TABLE-COUNT NOT < PLB-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO PLB-TABLE-COUNT.
           MOVE PLAN-CODE            IN PA-TRX-REC
             TO PLB-PLAN-CODE (PLB-TABLE-COUNT).
           MOVE COVERAGE-VOLUME      IN PA-TRX-REC
             TO PLB-VOLUME (PLB-TABLE-COUNT).
           MOVE PREMIUM-AMOUNT       IN PA-TRX-REC
             TO PLB-PREMIUM (PLB-TABLE-COUNT).
           ADD PREMIUM-AMOUNT        IN PA-TRX-REC
             TO BILL-PREMIUM.

       340000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-PRINT-BILL - PRINT THE BILL BUILT UP FOR ONE GROUP  *
      *    AND ADD IT TO THE SUMMARY.                                 *
      *****************************************************************
       400000-PRINT-BILL.

           MOVE 'N'                    TO BILL-OPEN-SWITCH.
           MOVE BILL-PARENT-IMAGE      TO GROUP-BILLING-REC.
           MOVE ZERO                   TO BL-PAGE-COUNT.
           PERFORM 760000-START-BILL-PAGE THRU 760000-EXIT.
           MOVE BL-NOTICE-LINE         TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           PERFORM 410000-PRINT-PARENT-ADDRESS THRU 410000-EXIT.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           PERFORM 420000-PRINT-ARRANGEMENT THRU 420000-EXIT.

           IF BILL-CONSOLIDATED
             AND DVB-TABLE-COUNT > ZERO
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
               MOVE 'CONSOLIDATED BILL - ONE STATEMENT COVERS THESE DIVI
      -             'SIONS:'         TO BL-TEXT
               MOVE BL-TEXT-LINE       TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
               PERFORM 440000-PRINT-DIVISION THRU 440000-EXIT
                   VARYING DVB-SUB FROM 1 BY 1
                   UNTIL DVB-SUB > DVB-TABLE-COUNT
               ADD DVB-TABLE-COUNT     TO BILL-DIVISION-COUNT
           END-IF.

           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE BL-PLAN-HEADING        TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           PERFORM 450000-PRINT-PLAN THRU 450000-EXIT
               VARYING PLB-SUB FROM 1 BY 1
               UNTIL PLB-SUB > PLB-TABLE-COUNT.
           IF PLB-TABLE-COUNT = ZERO
               MOVE 'NO COVERAGE WAS SET UP FOR THIS GROUP'
                 TO BL-TEXT
               MOVE BL-TEXT-LINE       TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
           END-IF.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE BILL-PREMIUM           TO BL-TOT-PREMIUM.
           MOVE BL-TOTAL-LINE          TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           ADD BL-PAGE-COUNT           TO BILL-PAGE-TOTAL.

           ADD 1                       TO BILL-COUNT.
           ADD PLB-TABLE-COUNT         TO BILL-PLAN-COUNT.
           ADD BILL-PREMIUM            TO TOTAL-BILL-PREMIUM.
           MOVE BILL-COMPANY-CODE      TO CMP-SEARCH-CODE.
           PERFORM 430000-FIND-COMPANY THRU 430000-EXIT.
           ADD 1                       TO CMP-BILL-COUNT (CMP-SUB).
           ADD BILL-PREMIUM            TO CMP-BILL-PREMIUM (CMP-SUB).

           MOVE BILL-COMPANY-CODE      TO RPT-BL-COMPANY.
           MOVE BILL-GROUP-NUMBER      TO RPT-BL-GROUP.
           MOVE ADDR-NAME-LINE         TO RPT-BL-NAME.
           IF BILL-CONSOLIDATED
               MOVE DVB-TABLE-COUNT    TO RPT-BL-DIVISIONS
           ELSE
               MOVE ZERO               TO RPT-BL-DIVISIONS
           END-IF.
           MOVE PLB-TABLE-COUNT        TO RPT-BL-PLANS.
           MOVE BILL-PREMIUM           TO RPT-BL-PREMIUM.
           MOVE RPT-BILL-LINE          TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       400000-EXIT.
           EXIT.

      *****************************************************************
      *    410000-PRINT-PARENT-ADDRESS - THE MAILING BLOCK, LINED UP  *
      *    FOR THE ENVELOPE WINDOW: NAME, ADDRESS LINES IN USE, CITY  *
      *    LINE, AND THE COUNTRY FOR A CANADIAN GROUP.                *
      *****************************************************************
       410000-PRINT-PARENT-ADDRESS.

           MOVE SPACES                 TO ADDR-NAME-LINE.
           IF DTL-CORPORATE          IN GROUP-BILLING-REC
               MOVE DTL-GRP-CORP-NAME IN GROUP-BILLING-REC
                 TO ADDR-NAME-LINE
           ELSE
               MOVE 1                  TO ADDR-POINTER
               IF DTL-NAME-PREFIX    IN GROUP-BILLING-REC NOT = SPACES
                   STRING DTL-NAME-PREFIX IN GROUP-BILLING-REC
                                       DELIMITED BY SPACE
                          ' '          DELIMITED BY SIZE
                     INTO ADDR-NAME-LINE
                     WITH POINTER ADDR-POINTER
               END-IF
               STRING DTL-FIRST-NAME IN GROUP-BILLING-REC
                                       DELIMITED BY '  '
                      ' '              DELIMITED BY SIZE
                      DTL-LAST-NAME  IN GROUP-BILLING-REC
                                       DELIMITED BY '  '
                 INTO ADDR-NAME-LINE
                 WITH POINTER ADDR-POINTER
               IF DTL-NAME-SUFFIX    IN GROUP-BILLING-REC NOT = SPACES
                   STRING ' '          DELIMITED BY SIZE
                          DTL-NAME-SUFFIX IN GROUP-BILLING-REC
                                       DELIMITED BY SPACE
                     INTO ADDR-NAME-LINE
                     WITH POINTER ADDR-POINTER
               END-IF
           END-IF.
           MOVE ADDR-NAME-LINE         TO BL-TEXT.
           MOVE BL-TEXT-LINE           TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE DTL-ADDRESS-LINE1    IN GROUP-BILLING-REC
             TO BL-TEXT.
           MOVE BL-TEXT-LINE           TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           IF DTL-ADDRESS-LINE2      IN GROUP-BILLING-REC NOT = SPACES
               MOVE DTL-ADDRESS-LINE2 IN GROUP-BILLING-REC
                 TO BL-TEXT
               MOVE BL-TEXT-LINE       TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
           END-IF.
           IF DTL-ADDRESS-LINE3      IN GROUP-BILLING-REC NOT = SPACES
               MOVE DTL-ADDRESS-LINE3 IN GROUP-BILLING-REC
                 TO BL-TEXT
               MOVE BL-TEXT-LINE       TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
           END-IF.
           PERFORM 415000-BUILD-CITY-LINE THRU 415000-EXIT.
           MOVE ADDR-CITY-LINE         TO BL-TEXT.
           MOVE BL-TEXT-LINE           TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           IF DTL-COUNTRY-CANADA     IN GROUP-BILLING-REC
               MOVE 'CANADA'           TO BL-TEXT
               MOVE BL-TEXT-LINE       TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
           END-IF.

       410000-EXIT.
           EXIT.

      *****************************************************************
      *    415000-BUILD-CITY-LINE - CITY, STATE AND POSTAL CODE OF    *
      *    THE PARENT OR DIVISION RECORD IN GROUP-BILLING-REC.  A     *
      *    CANADIAN POSTAL CODE PRINTS AS A9A 9A9; A ZIP+4 PRINTS     *
      *    ONLY WHEN THERE IS ONE.                                    *
      *****************************************************************
       415000-BUILD-CITY-LINE.

           IF DTL-DIVISION           IN GROUP-BILLING-REC
               MOVE DIV-CITY         IN DIVISION-DETAIL-REC
                 TO ADDR-CITY
               MOVE DIV-STATE        IN DIVISION-DETAIL-REC
                 TO ADDR-STATE
               MOVE DIV-POSTAL-ZONE  IN DIVISION-DETAIL-REC
                 TO ADDR-POSTAL-ZONE
           ELSE
               MOVE DTL-CITY         IN GROUP-BILLING-REC
                 TO ADDR-CITY
               MOVE DTL-STATE        IN GROUP-BILLING-REC
                 TO ADDR-STATE
               MOVE DTL-POSTAL-ZONE  IN GROUP-BILLING-REC
                 TO ADDR-POSTAL-ZONE
           END-IF.
           MOVE SPACES                 TO ADDR-CITY-LINE.
           MOVE 1                      TO ADDR-POINTER.
           STRING ADDR-CITY            DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  ADDR-STATE           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
             INTO ADDR-CITY-LINE
             WITH POINTER ADDR-POINTER.
           IF DTL-COUNTRY-CANADA     IN GROUP-BILLING-REC
               STRING ADDR-POSTAL-FSA  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      ADDR-POSTAL-LDU  DELIMITED BY SIZE
                 INTO ADDR-CITY-LINE
                 WITH POINTER ADDR-POINTER
               GO TO 415000-EXIT
           END-IF.
           STRING ADDR-ZIP-FIVE        DELIMITED BY SIZE
             INTO ADDR-CITY-LINE
             WITH POINTER ADDR-POINTER.
           IF ADDR-ZIP-PLUS-FOUR NUMERIC
             AND ADDR-ZIP-PLUS-FOUR NOT = '0000'
               STRING '-'              DELIMITED BY SIZE
                      ADDR-ZIP-PLUS-FOUR DELIMITED BY SIZE
                 INTO ADDR-CITY-LINE
                 WITH POINTER ADDR-POINTER
           END-IF.

       415000-EXIT.
           EXIT.

      *****************************************************************
      *    420000-PRINT-ARRANGEMENT - HOW THE GROUP WILL BE BILLED:   *
      *    DEPOSITORY CODE, EXTRACT AND DUE DAYS AS THE DA ADD        *
      *    CARRIED THEM, AND THE DATE COVERAGE STARTS.                *
      *****************************************************************
       420000-PRINT-ARRANGEMENT.

           MOVE 'YOUR BILLING ARRANGEMENT'  TO BL-TEXT.
           MOVE BL-TEXT-LINE           TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE 'DEPOSITORY CODE'      TO BL-INDENT-LABEL.
           MOVE SPACES                 TO BL-INDENT-VALUE.
           MOVE BILL-DEPOSITORY-CODE   TO BL-INDENT-VALUE (1:1).
           IF BILL-DEPOSITORY
               MOVE '- PREMIUM DRAFTED FROM YOUR DEPOSITORY ACCOUNT'
                 TO BL-INDENT-VALUE (3:47)
           ELSE
               MOVE '- PREMIUM PAID ON RECEIPT OF THE LIST BILL'
                 TO BL-INDENT-VALUE (3:47)
           END-IF.
           MOVE BL-INDENT-LINE         TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE 'LIST BILL PREPARED ON'
             TO BL-INDENT-LABEL.
           MOVE BILL-XTRACT-DAY        TO BL-DAY.
           MOVE BL-DAY-VALUE           TO BL-INDENT-VALUE.
           MOVE BL-INDENT-LINE         TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE 'PAYMENT DUE ON'       TO BL-INDENT-LABEL.
           MOVE BILL-DUE-DAY           TO BL-DAY.
           MOVE BL-DAY-VALUE           TO BL-INDENT-VALUE.
           MOVE BL-INDENT-LINE         TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE 'COVERAGE EFFECTIVE'   TO BL-INDENT-LABEL.
           MOVE BILL-EFFECTIVE-MO      TO BL-DATE-MO.
           MOVE BILL-EFFECTIVE-DA      TO BL-DATE-DA.
           MOVE BILL-EFFECTIVE-YR      TO BL-DATE-YR.
           MOVE BL-DATE-VALUE          TO BL-INDENT-VALUE.
           MOVE BL-INDENT-LINE         TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE 'ACCOUNT NUMBER'       TO BL-INDENT-LABEL.
           MOVE BILL-MASTER-ID         TO BL-INDENT-VALUE.
           MOVE BL-INDENT-LINE         TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.

       420000-EXIT.
           EXIT.

      *****************************************************************
      *    430000-FIND-COMPANY - POINT CMP-SUB AT THE TOTALS ENTRY    *
      *    FOR CMP-SEARCH-CODE, ADDING IT WHEN FIRST SEEN.            *
      *****************************************************************
       430000-FIND-COMPANY.

           MOVE 'N'                    TO CMP-FOUND-SWITCH.
           PERFORM 435000-FIND-COMPANY-STEP THRU 435000-EXIT
               VARYING CMP-SUB FROM 1 BY 1
               UNTIL CMP-SUB > CMP-TABLE-COUNT
                  OR CMP-ENTRY-FOUND.
           IF CMP-ENTRY-FOUND
               SUBTRACT 1              FROM CMP-SUB
               GO TO 430000-EXIT
           END-IF.
           IF CMP-TABLE-COUNT NOT < CMP-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO CMP-TABLE-COUNT.
           MOVE CMP-TABLE-COUNT        TO CMP-SUB.
           MOVE CMP-SEARCH-CODE        TO CMP-COMPANY-CODE (CMP-SUB).
           MOVE ZERO                   TO CMP-BILL-COUNT (CMP-SUB)
                                          CMP-BILL-PREMIUM (CMP-SUB)
                                          CMP-OTHER-PREMIUM (CMP-SUB).

       430000-EXIT.
           EXIT.

       435000-FIND-COMPANY-STEP.

           IF CMP-COMPANY-CODE (CMP-SUB) = CMP-SEARCH-CODE
               MOVE 'Y'                TO CMP-FOUND-SWITCH
           END-IF.

       435000-EXIT.
           EXIT.

      *****************************************************************
      *    440000-PRINT-DIVISION - ONE DIVISION SECTION OF A          *
      *    CONSOLIDATED BILL: NUMBER AND NAME, THEN ITS ADDRESS.      *
      *****************************************************************
       440000-PRINT-DIVISION.

           MOVE DVB-IMAGE (DVB-SUB)    TO GROUP-BILLING-REC.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE DIV-DIVISION-NUMBER  IN DIVISION-DETAIL-REC
             TO BL-DV-NUMBER.
           MOVE DIV-DIVISION-NAME    IN DIVISION-DETAIL-REC
             TO BL-DV-NAME.
           MOVE BL-DIVISION-LINE       TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           MOVE DIV-ADDRESS-LINE1    IN DIVISION-DETAIL-REC
             TO BL-DA-TEXT.
           MOVE BL-DIVISION-ADDR-LINE  TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.
           IF DIV-ADDRESS-LINE2      IN DIVISION-DETAIL-REC NOT = SPACES
               MOVE DIV-ADDRESS-LINE2 IN DIVISION-DETAIL-REC
                 TO BL-DA-TEXT
               MOVE BL-DIVISION-ADDR-LINE TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
           END-IF.
           IF DIV-ADDRESS-LINE3      IN DIVISION-DETAIL-REC NOT = SPACES
               MOVE DIV-ADDRESS-LINE3 IN DIVISION-DETAIL-REC
                 TO BL-DA-TEXT
               MOVE BL-DIVISION-ADDR-LINE TO BL-PRINT-LINE
               PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT
           END-IF.
           PERFORM 415000-BUILD-CITY-LINE THRU 415000-EXIT.
           MOVE ADDR-CITY-LINE         TO BL-DA-TEXT.
           MOVE BL-DIVISION-ADDR-LINE  TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.

       440000-EXIT.
           EXIT.

       450000-PRINT-PLAN.

           MOVE PLB-PLAN-CODE (PLB-SUB) TO BL-PL-PLAN.
           MOVE PLB-VOLUME (PLB-SUB)   TO BL-PL-VOLUME.
           MOVE PLB-PREMIUM (PLB-SUB)  TO BL-PL-PREMIUM.
           MOVE BL-PLAN-LINE           TO BL-PRINT-LINE.
           PERFORM 750000-WRITE-BILL-LINE THRU 750000-EXIT.

       450000-EXIT.
           EXIT.

      *****************************************************************
      *    750000-WRITE-BILL-LINE - WRITE THE LINE THE CALLER PUT IN  *
      *    BL-PRINT-LINE TO THE BILL FILE, STARTING A CONTINUATION    *
      *    PAGE FIRST WHEN THE CURRENT ONE IS FULL.                   *
      *****************************************************************
       750000-WRITE-BILL-LINE.

           IF BL-LINE-COUNT NOT < BL-LINES-PER-PAGE
               MOVE BL-PRINT-LINE      TO BL-DETAIL-SAVE
               PERFORM 760000-START-BILL-PAGE THRU 760000-EXIT
               MOVE BL-DETAIL-SAVE     TO BL-PRINT-LINE
           END-IF.
           MOVE ' '                    TO BL-CARRIAGE-CONTROL.
           PERFORM 758000-WRITE-BILL-REC THRU 758000-EXIT.
           ADD 1                       TO BL-LINE-COUNT.
           MOVE SPACES                 TO BL-PRINT-LINE.

       750000-EXIT.
           EXIT.

      *    A NEW PAGE OF THE BILL.  THE FIRST PAGE OF A GROUP'S BILL
      *    IS PAGE 1; LATER PAGES ARE MARKED CONTINUED.
       760000-START-BILL-PAGE.

           ADD 1                       TO BL-PAGE-COUNT.
           MOVE BILL-GROUP-NUMBER      TO BL-TTL-GROUP.
           MOVE BL-PAGE-COUNT          TO BL-TTL-PAGE.
           IF BL-PAGE-COUNT > 1
               MOVE '  (CONTINUED) ' TO BL-TTL-CONTINUED
           ELSE
               MOVE SPACES             TO BL-TTL-CONTINUED
           END-IF.
           MOVE BL-TITLE-LINE          TO BL-PRINT-LINE.
           MOVE '1'                    TO BL-CARRIAGE-CONTROL.
           PERFORM 758000-WRITE-BILL-REC THRU 758000-EXIT.
           MOVE SPACES                 TO BL-PRINT-LINE.
           PERFORM 758000-WRITE-BILL-REC THRU 758000-EXIT.
           MOVE 2                      TO BL-LINE-COUNT.

       760000-EXIT.
           EXIT.

       758000-WRITE-BILL-REC.

           MOVE LENGTH OF BILLPRT-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN BILLPRT-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN BILLPRT-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       BILLPRT-FIELDS.

       758000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - PREMIUM BY COMPANY, THE RUN TOTALS,  *
      *    AND THE TIE OF EVERY PA PREMIUM DOLLAR ON THE AUDIT TRAIL  *
      *    TO THE PREMIUM DOLLARS CONVERTED LINE ON CONVRPT.          *
RWK046*    AFTER A RESTART THE PREMIUM IS SPLIT BETWEEN THE RUNS      *
RWK046*    RESTARTED AND TONIGHT'S RUN, AND ONLY TONIGHT'S IS TIED.   *
      *****************************************************************
       900000-PRINT-TOTALS.

           IF CMP-TABLE-COUNT > ZERO
               MOVE SPACES             TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE 'PREMIUM BY COMPANY -' TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               PERFORM 910000-PRINT-COMPANY THRU 910000-EXIT
                   VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > CMP-TABLE-COUNT
           END-IF.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'PRO-FORMA FIRST BILL TOTALS -' TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'AUDIT TRAIL RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE AUDIT-READ-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'AUDIT TRAIL RECORDS FOR THE RUN'
             TO RPT-TOTAL-LABEL.
           MOVE AUDIT-RUN-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PRO-FORMA BILLS PRINTED'
             TO RPT-TOTAL-LABEL.
           MOVE BILL-COUNT             TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'BILL PAGES PRINTED'
             TO RPT-TOTAL-LABEL.
           MOVE BILL-PAGE-TOTAL        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DIVISION SECTIONS PRINTED'
             TO RPT-TOTAL-LABEL.
           MOVE BILL-DIVISION-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PLAN LINES PRINTED'
             TO RPT-TOTAL-LABEL.
           MOVE BILL-PLAN-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'ALREADY-CONVERTED GROUPS WRITTEN'
             TO RPT-TOTAL-LABEL.
           MOVE CONVERTED-GROUP-COUNT  TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'PREMIUM ON PRO-FORMA BILLS'
             TO RPT-MONEY-LABEL.
           MOVE TOTAL-BILL-PREMIUM     TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE 'PREMIUM ON ALREADY-CONVERTED GROUPS'
             TO RPT-MONEY-LABEL.
           MOVE TOTAL-OTHER-PREMIUM    TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE 'PA PREMIUM ON THE AUDIT TRAIL'
             TO RPT-MONEY-LABEL.
           MOVE TOTAL-PA-PREMIUM       TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
RWK046     IF CHAIN-COUNT > 1
RWK046         COMPUTE RESTARTED-PA-PREMIUM = TOTAL-PA-PREMIUM
RWK046                                      - RUN-PA-PREMIUM
RWK046         MOVE '  SENT BY THE RUNS RESTARTED'
RWK046           TO RPT-MONEY-LABEL
RWK046         MOVE RESTARTED-PA-PREMIUM
RWK046                                 TO RPT-MONEY-VALUE
RWK046         PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT
RWK046         MOVE '  SENT BY THIS RUN'
RWK046           TO RPT-MONEY-LABEL
RWK046         MOVE RUN-PA-PREMIUM     TO RPT-MONEY-VALUE
RWK046         PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT
RWK046     END-IF.
           MOVE 'CONVRPT PREMIUM DOLLARS CONVERTED'
             TO RPT-MONEY-LABEL.
           MOVE CONVRPT-PREMIUM-DOLLARS TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
RWK046     COMPUTE TIE-DIFFERENCE = RUN-PA-PREMIUM
                                  - CONVRPT-PREMIUM-DOLLARS.
           MOVE 'DIFFERENCE'           TO RPT-MONEY-LABEL.
           MOVE TIE-DIFFERENCE         TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           IF BILL-RUN-ID = SPACES
               GO TO 900000-EXIT
           END-IF.
           IF TIE-DIFFERENCE = ZERO
               MOVE 'PREMIUM TIES TO CONVRPT' TO RPT-PRINT-LINE
           ELSE
RWK046         MOVE '*** PREMIUM DOES NOT TIE TO CONVRPT ***'
RWK046           TO RPT-PRINT-LINE
           END-IF.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       900000-EXIT.
           EXIT.

       910000-PRINT-COMPANY.

           MOVE CMP-COMPANY-CODE (CMP-SUB) TO RPT-CO-COMPANY.
           MOVE CMP-BILL-COUNT (CMP-SUB) TO RPT-CO-BILLS.
           MOVE CMP-BILL-PREMIUM (CMP-SUB) TO RPT-CO-BILL-PREMIUM.
           MOVE CMP-OTHER-PREMIUM (CMP-SUB) TO RPT-CO-OTHER-PREMIUM.
           MOVE RPT-COMPANY-LINE       TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       910000-EXIT.
           EXIT.

      *****************************************************************
      *    940000-WRITE-TOTAL-LINE - ONE TOTALS LINE.  THE CALLER     *
      *    SETS RPT-TOTAL-LABEL AND RPT-TOTAL-VALUE.                  *
      *****************************************************************
       940000-WRITE-TOTAL-LINE.

           MOVE RPT-TOTAL-LINE         TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       940000-EXIT.
           EXIT.

      *****************************************************************
      *    945000-WRITE-MONEY-LINE - ONE DOLLAR TOTALS LINE.  THE     *
      *    CALLER SETS RPT-MONEY-LABEL AND RPT-MONEY-VALUE.           *
      *****************************************************************
       945000-WRITE-MONEY-LINE.

           MOVE RPT-MONEY-LINE         TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       945000-EXIT.
           EXIT.

      *****************************************************************
      *    950000-WRITE-REPORT-LINE - WRITE THE LINE THE CALLER PUT   *
      *    IN RPT-PRINT-LINE, HEADING A FRESH PAGE FIRST WHEN THE     *
      *    CURRENT ONE IS FULL.                                       *
      *****************************************************************
       950000-WRITE-REPORT-LINE.

           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               MOVE RPT-PRINT-LINE     TO RPT-DETAIL-SAVE
               PERFORM 955000-PRINT-PAGE-HEADING THRU 955000-EXIT
               MOVE RPT-DETAIL-SAVE    TO RPT-PRINT-LINE
           END-IF.
           MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           ADD 1                       TO RPT-LINE-COUNT.
           MOVE SPACES                 TO RPT-PRINT-LINE.

       950000-EXIT.
           EXIT.

       955000-PRINT-PAGE-HEADING.

           IF RPT-RUN-DATE = ZERO
               ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           ADD 1                       TO RPT-PAGE-COUNT.
           MOVE RPT-PAGE-COUNT         TO RPT-HDG-PAGE.
           MOVE RPT-RUN-DATE           TO RPT-HDG-DATE.
           MOVE RPT-HEADING-1          TO RPT-PRINT-LINE.
           MOVE '1'                    TO RPT-CARRIAGE-CONTROL.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE 2                      TO RPT-LINE-COUNT.

       955000-EXIT.
           EXIT.

       958000-WRITE-REPORT-REC.

           MOVE LENGTH OF REPORT-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN REPORT-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN REPORT-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       REPORT-FIELDS.

       958000-EXIT.
           EXIT.

       999999-CALL-VCSABEND.

           CALL 'VCSABEND'  USING  VCSABEND-CODE.

       999999-EXIT.
           EXIT.
