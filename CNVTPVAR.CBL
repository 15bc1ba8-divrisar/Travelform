       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTPVAR.

      *TITLE.         Premium variance check against rate history!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK041* RWK041 RWALLING 2026 NEW PROGRAM.  RUNS AFTER CNVTDA AND      *
RWK041*                      COMPARES EVERY RATE RECORD ON TONIGHT'S  *
RWK041*                      EXTRACT WITH THE PLAN, VOLUME AND        *
RWK041*                      PREMIUM LAST WRITTEN FOR THE GROUP, FROM *
RWK041*                      THE RATE HISTORY.  GROUPS WHOSE PREMIUM  *
RWK041*                      OR VOLUME MOVED PAST THE OPS-SET         *
RWK041*                      THRESHOLDS GO ON A HOLD LIST FOR         *
RWK041*                      UNDERWRITING SIGN-OFF, AND THE RUN'S PA  *
RWK041*                      TRANSACTIONS ARE HELD UNTIL THEY CLEAR.  *
RWK046* RWK046 RWALLING 2026 A GROUP'S PREMIUM NOW FAILS WHEN IT      *
RWK046*                      MOVES PAST EITHER THE PERCENTAGE OR THE  *
RWK046*                      DOLLAR THRESHOLD, NOT ONLY BOTH.         *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        CNVTDA LOGS EVERY PA PREMIUM TRANSACTION IT WRITES ON
      *        RATEHIST (TYPE W) AND CNVTREVR LOGS EVERY PA IT BACKS
      *        OUT (TYPE R, UNDER THE RUN IT REVERSED).  THIS PROGRAM
      *        READS THAT LOG FROM THE START, PASSING OVER TONIGHT'S
      *        OWN ENTRIES, AND KEEPS FOR EACH COMPANY, GROUP AND
      *        PLAN THE LAST VOLUME AND PREMIUM STILL STANDING - AND
      *        THE ONE BEFORE IT, SO THAT A REVERSED RUN GIVES BACK
      *        THE RATE IT REPLACED.
      *
      *        TONIGHT'S EXTRACT IS THEN READ GROUP BY GROUP.  EACH
      *        RATE RECORD IS MATCHED TO ITS PLAN IN THE HISTORY AND
      *        SHOWN AS CHANGED, UNCHANGED OR A NEW PLAN; A PLAN THE
      *        HISTORY HOLDS FOR THE GROUP THAT IS NOT ON TONIGHT'S
      *        EXTRACT IS SHOWN AS DROPPED.  A GROUP WITH NO HISTORY
      *        AT ALL IS NEWLY CONVERTED AND IS COUNTED, NOT COMPARED.
      *
RWK046*        THE GROUP'S TOTAL PREMIUM FAILS WHEN IT MOVES, EITHER
RWK046*        WAY, BY MORE THAN THE PERCENTAGE THRESHOLD OR BY MORE
RWK046*        THAN THE DOLLAR THRESHOLD - A LARGE GROUP'S LARGE CHANGE
RWK046*        IS HELD FOR ITS DOLLARS EVEN WHEN THE PERCENTAGE IS
RWK046*        SMALL.  THE GROUP'S TOTAL VOLUME FAILS WHEN IT MOVES BY
RWK046*        MORE THAN THE VOLUME PERCENTAGE.  A TOTAL THAT WAS ZERO
RWK046*        AND IS NOT ZERO TONIGHT IS PAST ANY PERCENTAGE.  A ZERO
RWK046*        THRESHOLD IS NOT APPLIED; WITH BOTH PREMIUM THRESHOLDS
RWK046*        ZERO THE PREMIUM IS NOT TESTED.
      *
      *        A FAILED GROUP IS LISTED WITH ITS PLANS AND WRITTEN TO
      *        THE HOLD LIST, WHERE UNDERWRITING RECORDS WHO SIGNED
      *        IT OFF AND WHEN.  A GROUP WITH A PLAN ADDED OR DROPPED
      *        IS LISTED EVEN WHEN IT PASSES.  THE REPORT CLOSES WITH
      *        THE PRIOR AND TONIGHT'S PREMIUM AND THE NET CHANGE FOR
      *        EACH COMPANY.
      *
      *        ONE VARSTAT RECORD CARRIES THE RUN'S COUNTS AND A
      *        RELEASE FLAG - H WHEN ANY GROUP IS ON THE HOLD LIST -
      *        FOR THE SCHEDULER TO GATE THE PA RELEASE ON.  IT IS
      *        ALSO FILED ON THE RUN HISTORY FILE UNDER SOURCE V.
      *
      *        THE VARPARM CARD CARRIES OPS' SETTINGS: THE PREMIUM
      *        PERCENTAGE, THE PREMIUM DOLLARS AND THE VOLUME
      *        PERCENTAGE.  WITH NO CARD, OR A FIELD LEFT BLANK, THE
      *        DEFAULTS BELOW APPLY.
      *
      *    INPUTS.
      *        VARPARM  - OPS THRESHOLD CARD (OPTIONAL)
      *        RUNSTAT  - TONIGHT'S CNVTDA RUN STATUS RECORDS
      *        RATEHIST - RATE HISTORY LOG FROM CNVTDA AND CNVTREVR
      *        GRPBILL  - GROUP BILL CONVERSION FILE (TONIGHT'S)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - HOLDLIST (GROUPS HELD FOR UNDERWRITING SIGN-OFF)
      *              VARSTAT  (VARIANCE STATUS AND RELEASE FLAG)
      *              RUNHIST  (SOURCE V RECORD)
      *              VARRPT   (PREMIUM VARIANCE REPORT)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTPVAR WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    OPS THRESHOLD CARD.  EVERY FIELD IS OPTIONAL - A BLANK OR  *
      *    NON-NUMERIC FIELD LEAVES THE DEFAULT IN PLACE.  THE        *
      *    DOLLARS ARE PUNCHED WITH TWO IMPLIED DECIMALS.             *
      *****************************************************************
       01  PARM-FIELDS.
           05  PARM-FILENAME                 PIC X(8)  VALUE 'VARPARM'.
           05  PARM-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  PARM-DATA.
                   15  PARM-PREMIUM-PCT      PIC X(03).
                   15  PARM-PREMIUM-DOLLARS  PIC X(09).
                   15  PARM-PREMIUM-DOLLARS-N
                       REDEFINES PARM-PREMIUM-DOLLARS
                                             PIC 9(07)V99.
                   15  PARM-VOLUME-PCT       PIC X(03).
                   15  FILLER                PIC X(65).

      *    SETTINGS IN FORCE.
       01  VAR-PREMIUM-PCT               PIC 9(03)     VALUE 010.
       01  VAR-PREMIUM-DOLLARS           PIC 9(07)V99  VALUE 500.00.
       01  VAR-VOLUME-PCT                PIC 9(03)     VALUE 010.

      *****************************************************************
      *    RUN STATUS RECORD, READ ONLY FOR TONIGHT'S RUN ID AND      *
      *    COMPANY.  A MULTI-COMPANY RUN ENDS WITH ITS 'ALL' RECORD.  *
      *****************************************************************
       01  RUNSTAT-FIELDS.
           05  RUNSTAT-FILENAME              PIC X(8)  VALUE 'RUNSTAT'.
           05  RUNSTAT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  RUNSTAT-DATA.
                   15  RUNSTAT-RUN-ID        PIC X(08).
                   15  RUNSTAT-COMPANY-CODE  PIC X(03).
                   15  FILLER                PIC X(189).
       01  VAR-RUN-ID                    PIC X(08) VALUE SPACES.
       01  VAR-RUN-COMPANY-CODE          PIC X(03) VALUE SPACES.
       01  VAR-FIRST-COMPANY-CODE        PIC X(03) VALUE SPACES.
       01  VAR-MULTI-COMPANY-SWITCH      PIC X(01) VALUE 'N'.
           88  VAR-MULTI-COMPANY               VALUE 'Y'.

      *****************************************************************
      *    RATE HISTORY LOG.  LAYOUT AS 865000-WRITE-RATE-HISTORY IN  *
      *    CNVTDA WRITES IT.                                          *
      *****************************************************************
       01  RATEHIST-FIELDS.
           05  RATEHIST-FILENAME             PIC X(8)  VALUE 'RATEHIST'.
           05  RATEHIST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  RATEHIST-DATA.
                   15  RATH-RUN-ID           PIC X(08).
                   15  RATH-COMPANY-CODE     PIC X(03).
                   15  RATH-GROUP-NUMBER     PIC X(10).
                   15  RATH-PLAN-CODE        PIC X(04).
                   15  RATH-VOLUME-AMOUNT    PIC 9(09).
                   15  RATH-PREMIUM-AMOUNT   PIC 9(09)V99.
                   15  RATH-WRITE-DATE       PIC 9(08).
                   15  RATH-ENTRY-TYPE       PIC X(01).
                       88  RATH-WRITTEN            VALUE 'W'.
                       88  RATH-REVERSED           VALUE 'R'.
                   15  FILLER                PIC X(10).

      *****************************************************************
      *    GROUP BILL CONVERSION FILE RECORD, READ SEQUENTIALLY INTO  *
      *    THE GROUP-BILLING-REC WORK COPY.                           *
      *****************************************************************
       01  EXTRACT-FIELDS.
           05  EXTRACT-FILENAME              PIC X(8)  VALUE 'GRPBILL'.
           05  EXTRACT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  EXTRACT-DATA              PIC X(242).

      * ------- GROUP BILLING COPYBOOK (EXTRACT WORK COPY)
       COPY DTLGRPBL.

      *****************************************************************
      *    HOLD LIST - ONE RECORD PER GROUP HELD.  UNDERWRITING FILLS *
      *    IN THE SIGN-OFF FIELDS WHEN THE GROUP IS CLEARED.          *
      *****************************************************************
       01  HOLDLIST-FIELDS.
           05  HOLDLIST-FILENAME             PIC X(8)  VALUE 'HOLDLIST'.
           05  HOLDLIST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  HOLDLIST-DATA.
                   15  HOLD-RUN-ID           PIC X(08).
                   15  HOLD-COMPANY-CODE     PIC X(03).
                   15  HOLD-GROUP-NUMBER     PIC X(10).
                   15  HOLD-PRIOR-PREMIUM    PIC 9(11)V99.
                   15  HOLD-NEW-PREMIUM      PIC 9(11)V99.
                   15  HOLD-PRIOR-VOLUME     PIC 9(11).
                   15  HOLD-NEW-VOLUME       PIC 9(11).
                   15  HOLD-REASON-CODE      PIC X(04).
                       88  HOLD-PREMIUM            VALUE 'PREM'.
                       88  HOLD-VOLUME             VALUE 'VOL '.
                       88  HOLD-PREMIUM-VOLUME     VALUE 'BOTH'.
                   15  HOLD-PLANS-ADDED      PIC 9(03).
                   15  HOLD-PLANS-DROPPED    PIC 9(03).
                   15  HOLD-SIGNOFF-BY       PIC X(08).
                   15  HOLD-SIGNOFF-DATE     PIC 9(08).
                   15  FILLER                PIC X(25).

      *****************************************************************
      *    VARIANCE STATUS RECORD - ONE PER RUN, FOR THE SCHEDULER.   *
      *****************************************************************
       01  VARSTAT-FIELDS.
           05  VARSTAT-FILENAME              PIC X(8)  VALUE 'VARSTAT'.
           05  VARSTAT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  VARSTAT-DATA.
                   15  VST-RUN-ID            PIC X(08).
                   15  VST-COMPANY-CODE      PIC X(03).
                   15  VST-RUN-DATE          PIC 9(08).
                   15  VST-GROUPS-COMPARED   PIC 9(07).
                   15  VST-GROUPS-HELD       PIC 9(07).
                   15  VST-NEW-GROUPS        PIC 9(07).
                   15  VST-PLANS-ADDED       PIC 9(07).
                   15  VST-PLANS-DROPPED     PIC 9(07).
                   15  VST-PRIOR-PREMIUM     PIC 9(13)V99.
                   15  VST-NEW-PREMIUM       PIC 9(13)V99.
                   15  VST-RELEASE-FLAG      PIC X(01).
                       88  VST-RELEASE             VALUE 'R'.
                       88  VST-HOLD                VALUE 'H'.
                   15  FILLER                PIC X(15).

      *****************************************************************
      *    RUN HISTORY FILE.  LAYOUT AS 898000-WRITE-RUN-HISTORY IN   *
      *    CNVTDA WRITES IT.                                          *
      *****************************************************************
       01  RUNHIST-FIELDS.
           05  RUNHIST-FILENAME              PIC X(8)  VALUE 'RUNHIST'.
           05  RUNHIST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  RUNHIST-DATA.
                   15  HIST-KEY.
                       20  HIST-RUN-ID       PIC X(08).
                       20  HIST-COMPANY-CODE PIC X(03).
                       20  HIST-SOURCE-CODE  PIC X(01).
                           88  HIST-CONVERSION-STATUS  VALUE 'C'.
                           88  HIST-RECON-STATUS       VALUE 'R'.
                           88  HIST-TREND-STATUS       VALUE 'T'.
                           88  HIST-VARIANCE-STATUS    VALUE 'V'.
                   15  HIST-STAMP.
                       20  HIST-RUN-DATE     PIC 9(08).
                       20  HIST-RUN-TIME     PIC 9(06).
                   15  HIST-STATUS-IMAGE     PIC X(250).
       01  HIST-STAMP-TIME.
           05  HIST-STAMP-HHMMSS         PIC 9(06) VALUE ZERO.
           05  FILLER                    PIC 9(02) VALUE ZERO.

      *****************************************************************
      *    RATE HISTORY TABLE - ONE ENTRY PER COMPANY, GROUP AND      *
      *    PLAN EVER LOGGED, IN KEY ORDER (BINARY INSERT).  EACH      *
      *    HOLDS THE RATE STANDING NOW (CURRENT) AND THE ONE IT       *
      *    REPLACED (PRIOR).  AN ENTRY WHOSE ONLY RATE WAS REVERSED   *
      *    HAS NO CURRENT RATE AND COUNTS AS NO HISTORY.              *
      *****************************************************************
       01  HST-TABLE-MAX                 PIC S9(7) COMP VALUE +100000.
       01  HST-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  HISTORY-TABLE.
           05  HST-ENTRY                 OCCURS 100000 TIMES.
               10  HST-KEY.
                   15  HST-COMPANY-GROUP.
                       20  HST-COMPANY-CODE
                                         PIC X(03).
                       20  HST-GROUP-NUMBER
                                         PIC X(10).
                   15  HST-PLAN-CODE     PIC X(04).
               10  HST-CURRENT.
                   15  HST-CUR-SW        PIC X(01).
                       88  HST-CUR-PRESENT     VALUE 'Y'.
                   15  HST-CUR-RUN-ID    PIC X(08).
                   15  HST-CUR-VOLUME    PIC 9(09).
                   15  HST-CUR-PREMIUM   PIC 9(09)V99.
               10  HST-PRIOR.
                   15  HST-PRV-SW        PIC X(01).
                   15  HST-PRV-RUN-ID    PIC X(08).
                   15  HST-PRV-VOLUME    PIC 9(09).
                   15  HST-PRV-PREMIUM   PIC 9(09)V99.
               10  HST-MATCHED-SW        PIC X(01).
                   88  HST-MATCHED             VALUE 'Y'.
       01  HST-SEARCH-KEY.
           05  HST-SEARCH-COMPANY-GROUP.
               10  HST-SEARCH-COMPANY    PIC X(03).
               10  HST-SEARCH-GROUP      PIC X(10).
           05  HST-SEARCH-PLAN           PIC X(04).
       01  HST-SUB                       PIC S9(7) COMP.
       01  HST-LO-SUB                    PIC S9(7) COMP.
       01  HST-HI-SUB                    PIC S9(7) COMP.
       01  HST-MID-SUB                   PIC S9(7) COMP.
       01  HST-INSERT-SUB                PIC S9(7) COMP.
       01  HST-FOUND-SWITCH              PIC X(01).
           88  HST-ENTRY-FOUND                 VALUE 'Y'.

      *****************************************************************
      *    THE GROUP BEING COMPARED: ITS TOTALS AND ONE PLAN LINE PER *
      *    RATE RECORD TONIGHT OR PLAN DROPPED SINCE.                 *
      *****************************************************************
       01  GRP-OPEN-SWITCH               PIC X(01) VALUE 'N'.
           88  GRP-OPEN                        VALUE 'Y'.
       01  GRP-KEY.
           05  GRP-COMPANY-CODE          PIC X(03).
           05  GRP-GROUP-NUMBER          PIC X(10).
       01  GRP-COMPANY-CODE-NOW          PIC X(03) VALUE SPACES.
       01  GRP-TOTALS                    COMP.
           05  GRP-HISTORY-COUNT         PIC S9(7).
           05  GRP-RATE-COUNT            PIC S9(7).
           05  GRP-ADDED-COUNT           PIC S9(7).
           05  GRP-DROPPED-COUNT         PIC S9(7).
           05  GRP-CHANGED-COUNT         PIC S9(7).
           05  GRP-PRIOR-VOLUME          PIC S9(15).
           05  GRP-NEW-VOLUME            PIC S9(15).
           05  GRP-PRIOR-PREMIUM         PIC S9(13)V99.
           05  GRP-NEW-PREMIUM           PIC S9(13)V99.
           05  GRP-PREMIUM-CHANGE        PIC S9(13)V99.
           05  GRP-ABSOLUTE-CHANGE       PIC S9(13)V99.
           05  GRP-PREMIUM-PCT           PIC S9(9)V9.
           05  GRP-ABSOLUTE-PCT          PIC S9(9)V9.
           05  GRP-VOLUME-PCT            PIC S9(9)V9.
           05  GRP-ABSOLUTE-VOLUME-PCT   PIC S9(9)V9.
       01  GRP-PREMIUM-SWITCH            PIC X(01).
           88  GRP-PREMIUM-FAILED              VALUE 'Y'.
       01  GRP-VOLUME-SWITCH             PIC X(01).
           88  GRP-VOLUME-FAILED               VALUE 'Y'.
       01  GRP-PCT-PAST-SWITCH           PIC X(01).
           88  GRP-PCT-PAST                    VALUE 'Y'.
       01  GRP-DOLLARS-PAST-SWITCH       PIC X(01).
           88  GRP-DOLLARS-PAST                VALUE 'Y'.
       01  PLN-TABLE-MAX                 PIC S9(4) COMP VALUE +200.
       01  PLN-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  PLAN-LINE-TABLE.
           05  PLN-ENTRY                 OCCURS 200 TIMES.
               10  PLN-PLAN-CODE         PIC X(04).
               10  PLN-STATUS            PIC X(12).
                   88  PLN-UNCHANGED           VALUE 'UNCHANGED'.
               10  PLN-PRIOR-VOLUME      PIC 9(09).
               10  PLN-NEW-VOLUME        PIC 9(09).
               10  PLN-PRIOR-PREMIUM     PIC 9(09)V99.
               10  PLN-NEW-PREMIUM       PIC 9(09)V99.
       01  PLN-SUB                       PIC S9(4) COMP.

      *****************************************************************
      *    COMPANY TOTALS, ONE ENTRY PER COMPANY IN THE ORDER FIRST   *
      *    SEEN ON THE EXTRACT.                                       *
      *****************************************************************
       01  CMP-TABLE-MAX                 PIC S9(4) COMP VALUE +50.
       01  CMP-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  COMPANY-TABLE.
           05  CMP-ENTRY                 OCCURS 50 TIMES.
               10  CMP-COMPANY-CODE      PIC X(03).
               10  CMP-COUNTS            COMP.
                   15  CMP-GROUP-COUNT   PIC S9(7).
                   15  CMP-HELD-COUNT    PIC S9(7).
                   15  CMP-NEW-GROUP-COUNT
                                         PIC S9(7).
                   15  CMP-ADDED-COUNT   PIC S9(7).
                   15  CMP-DROPPED-COUNT PIC S9(7).
                   15  CMP-PRIOR-PREMIUM PIC S9(13)V99.
                   15  CMP-NEW-PREMIUM   PIC S9(13)V99.
                   15  CMP-NEW-GROUP-PREMIUM
                                         PIC S9(13)V99.
       01  CMP-SUB                       PIC S9(4) COMP.
       01  CMP-FOUND-SWITCH              PIC X(01).
           88  CMP-ENTRY-FOUND                 VALUE 'Y'.
       01  CMP-NET-PREMIUM               PIC S9(13)V99 COMP.

       01  RUNSTAT-EOF-SWITCH            PIC X(01).
           88  RUNSTAT-END-OF-FILE             VALUE 'Y'.
       01  RATEHIST-EOF-SWITCH           PIC X(01).
           88  RATEHIST-END-OF-FILE            VALUE 'Y'.
       01  EXTRACT-EOF-SWITCH            PIC X(01).
           88  EXTRACT-END-OF-FILE             VALUE 'Y'.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'VARRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTPVAR'.
           05  FILLER                    PIC X(50) VALUE
               'PREMIUM VARIANCE REPORT'.
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
           05  FILLER                    PIC X(51) VALUE
               'COMPANY/GROUP/PLAN             RESULT'.
           05  FILLER                    PIC X(16) VALUE
               '   PRIOR PREMIUM'.
           05  FILLER                    PIC X(16) VALUE
               ' TONIGHT PREMIUM'.
           05  FILLER                    PIC X(16) VALUE
               '          CHANGE'.
           05  FILLER                    PIC X(12) VALUE
               '    CHANGE %'.
           05  FILLER                    PIC X(21) VALUE SPACES.
       01  RPT-GROUP-LINE.
           05  FILLER                    PIC X(08) VALUE 'COMPANY '.
           05  RPT-GR-COMPANY            PIC X(03).
           05  FILLER                    PIC X(08) VALUE '  GROUP '.
           05  RPT-GR-GROUP              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-GR-RESULT             PIC X(20).
           05  RPT-GR-PRIOR-PREMIUM      PIC Z(10)9.99-.
           05  RPT-GR-NEW-PREMIUM        PIC Z(10)9.99-.
           05  RPT-GR-CHANGE             PIC Z(10)9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-GR-PCT                PIC Z(06)9.9-.
           05  FILLER                    PIC X(21) VALUE SPACES.
       01  RPT-PLAN-LINE.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PLAN '.
           05  RPT-PL-PLAN               PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-PL-STATUS             PIC X(12).
           05  FILLER                    PIC X(20) VALUE SPACES.
           05  RPT-PL-PRIOR-PREMIUM      PIC Z(10)9.99-.
           05  RPT-PL-NEW-PREMIUM        PIC Z(10)9.99-.
           05  RPT-PL-CHANGE             PIC Z(10)9.99-.
           05  FILLER                    PIC X(08) VALUE ' VOLUME '.
           05  RPT-PL-PRIOR-VOLUME       PIC Z(08)9.
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  RPT-PL-NEW-VOLUME         PIC Z(08)9.
           05  FILLER                    PIC X(03) VALUE SPACES.
       01  RPT-COMPANY-LINE.
           05  FILLER                    PIC X(08) VALUE 'COMPANY '.
           05  RPT-CO-COMPANY            PIC X(03).
           05  FILLER                    PIC X(10) VALUE '  GROUPS '.
           05  RPT-CO-GROUPS             PIC Z(06)9.
           05  FILLER                    PIC X(07) VALUE '  HELD '.
           05  RPT-CO-HELD               PIC Z(06)9.
           05  FILLER                    PIC X(08) VALUE '  PRIOR '.
           05  RPT-CO-PRIOR-PREMIUM      PIC Z(12)9.99-.
           05  FILLER                    PIC X(10) VALUE '  TONIGHT '.
           05  RPT-CO-NEW-PREMIUM        PIC Z(12)9.99-.
           05  FILLER                    PIC X(06) VALUE '  NET '.
           05  RPT-CO-NET-PREMIUM        PIC Z(12)9.99-.
           05  FILLER                    PIC X(15) VALUE SPACES.
       01  RPT-COMPANY-LINE-2.
           05  FILLER                    PIC X(15) VALUE
               '    NEW GROUPS '.
           05  RPT-CO-NEW-GROUPS         PIC Z(06)9.
           05  FILLER                    PIC X(20) VALUE
               '  NEW GROUP PREMIUM '.
           05  RPT-CO-NEW-GROUP-PREMIUM  PIC Z(12)9.99-.
           05  FILLER                    PIC X(14) VALUE
               '  PLANS ADDED '.
           05  RPT-CO-ADDED              PIC Z(06)9.
           05  FILLER                    PIC X(16) VALUE
               '  PLANS DROPPED '.
           05  RPT-CO-DROPPED            PIC Z(06)9.
           05  FILLER                    PIC X(29) VALUE SPACES.

       01  VARIANCE-TOTALS                  COMP.
           05  RUNSTAT-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RATEHIST-READ-COUNT          PIC S9(7) VALUE ZERO.
           05  RATEHIST-TONIGHT-COUNT       PIC S9(7) VALUE ZERO.
           05  RATEHIST-REVERSED-COUNT      PIC S9(7) VALUE ZERO.
           05  RATEHIST-UNMATCHED-COUNT     PIC S9(7) VALUE ZERO.
           05  EXTRACT-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RATE-LINE-COUNT              PIC S9(7) VALUE ZERO.
           05  NOT-NUMERIC-COUNT            PIC S9(7) VALUE ZERO.
           05  GROUPS-COMPARED-COUNT        PIC S9(7) VALUE ZERO.
           05  GROUPS-HELD-COUNT            PIC S9(7) VALUE ZERO.
           05  NEW-GROUP-COUNT              PIC S9(7) VALUE ZERO.
           05  PLANS-CHANGED-COUNT          PIC S9(7) VALUE ZERO.
           05  PLANS-ADDED-COUNT            PIC S9(7) VALUE ZERO.
           05  PLANS-DROPPED-COUNT          PIC S9(7) VALUE ZERO.
           05  TOTAL-PRIOR-PREMIUM          PIC S9(13)V99 VALUE ZERO.
           05  TOTAL-NEW-PREMIUM            PIC S9(13)V99 VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTPVAR WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-READ-PARM THRU 100000-EXIT.
           PERFORM 150000-LOAD-RUNSTAT THRU 150000-EXIT.
           IF VAR-RUN-ID NOT = SPACES
               PERFORM 200000-LOAD-RATE-HISTORY THRU 200000-EXIT
               MOVE RPT-COLUMN-LINE    TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               PERFORM 300000-COMPARE-EXTRACT THRU 300000-EXIT
               PERFORM 850000-WRITE-VARSTAT THRU 850000-EXIT
               PERFORM 860000-WRITE-RUN-HISTORY THRU 860000-EXIT
           END-IF.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-READ-PARM - OPS' THRESHOLD CARD.  WITH NO CARD THE  *
      *    DEFAULTS STAND.                                            *
      *****************************************************************
       100000-READ-PARM.

           MOVE SPACES                 TO PARM-DATA.
           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF PARM-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       PARM-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               GO TO 100000-EXIT
           END-IF.
           IF NOT QSAM-SUCCESSFUL     IN QSAM-COMM-AREA
               MOVE READ-ERROR         TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           IF PARM-PREMIUM-PCT NUMERIC
               MOVE PARM-PREMIUM-PCT   TO VAR-PREMIUM-PCT
           END-IF.
           IF PARM-PREMIUM-DOLLARS NUMERIC
               MOVE PARM-PREMIUM-DOLLARS-N
                 TO VAR-PREMIUM-DOLLARS
           END-IF.
           IF PARM-VOLUME-PCT NUMERIC
               MOVE PARM-VOLUME-PCT    TO VAR-VOLUME-PCT
           END-IF.

       100000-EXIT.
           EXIT.

      *****************************************************************
      *    150000-LOAD-RUNSTAT - TONIGHT'S RUN ID AND COMPANY.  THE   *
      *    LAST RECORD NAMES THE RUN AS A WHOLE ('ALL' ON A MULTI-    *
      *    COMPANY RUN, WHOSE GROUPS TAKE THEIR COMPANY FROM THE      *
      *    EXTRACT'S HEADER RECORDS).  WITH NO RUNSTAT RECORD THERE   *
      *    IS NO RUN TO CHECK AND THE REPORT SAYS SO.                 *
      *****************************************************************
       150000-LOAD-RUNSTAT.

           MOVE 'N'                    TO RUNSTAT-EOF-SWITCH.
           PERFORM 155000-READ-RUNSTAT THRU 155000-EXIT
               UNTIL RUNSTAT-END-OF-FILE.
           IF VAR-RUN-ID = SPACES
               MOVE 'NO RUNSTAT RECORD - NOTHING CHECKED'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
           END-IF.
           MOVE VAR-FIRST-COMPANY-CODE TO GRP-COMPANY-CODE-NOW.

       150000-EXIT.
           EXIT.

       155000-READ-RUNSTAT.

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
               GO TO 155000-EXIT
           END-IF.
           IF NOT QSAM-SUCCESSFUL     IN QSAM-COMM-AREA
               MOVE READ-ERROR         TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO RUNSTAT-READ-COUNT.
           MOVE RUNSTAT-RUN-ID         TO VAR-RUN-ID.
           MOVE RUNSTAT-COMPANY-CODE   TO VAR-RUN-COMPANY-CODE.
           IF RUNSTAT-READ-COUNT = 1
               MOVE RUNSTAT-COMPANY-CODE TO VAR-FIRST-COMPANY-CODE
           END-IF.
           IF RUNSTAT-COMPANY-CODE = 'ALL'
               MOVE 'Y'                TO VAR-MULTI-COMPANY-SWITCH
           END-IF.

       155000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-LOAD-RATE-HISTORY - READ THE RATE HISTORY LOG FROM  *
      *    THE START.  TONIGHT'S OWN ENTRIES ARE PASSED OVER - THEY   *
      *    ARE WHAT IS BEING CHECKED.                                 *
      *****************************************************************
       200000-LOAD-RATE-HISTORY.

           MOVE 'N'                    TO RATEHIST-EOF-SWITCH.
           PERFORM 210000-READ-RATEHIST THRU 210000-EXIT.
           PERFORM 220000-TAKE-RATEHIST THRU 220000-EXIT
               UNTIL RATEHIST-END-OF-FILE.

       200000-EXIT.
           EXIT.

       210000-READ-RATEHIST.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF RATEHIST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       RATEHIST-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO RATEHIST-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       210000-EXIT.
           EXIT.

       220000-TAKE-RATEHIST.

           ADD 1                       TO RATEHIST-READ-COUNT.
           IF RATH-RUN-ID = VAR-RUN-ID
               ADD 1                   TO RATEHIST-TONIGHT-COUNT
           ELSE
               MOVE RATH-COMPANY-CODE  TO HST-SEARCH-COMPANY
               MOVE RATH-GROUP-NUMBER  TO HST-SEARCH-GROUP
               MOVE RATH-PLAN-CODE     TO HST-SEARCH-PLAN
               PERFORM 250000-BSEARCH-HISTORY THRU 250000-EXIT
               IF RATH-REVERSED
                   PERFORM 240000-TAKE-REVERSED THRU 240000-EXIT
               ELSE
                   PERFORM 230000-TAKE-WRITTEN THRU 230000-EXIT
               END-IF
           END-IF.
           PERFORM 210000-READ-RATEHIST THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

      *****************************************************************
      *    230000-TAKE-WRITTEN - A RATE A RUN SENT BECOMES THE        *
      *    CURRENT RATE; THE ONE IT REPLACES BECOMES THE PRIOR.  A    *
      *    SECOND RATE FROM THE SAME RUN (A RESTART SENDING IT        *
      *    AGAIN) REPLACES THE CURRENT RATE ONLY.                     *
      *****************************************************************
       230000-TAKE-WRITTEN.

           IF NOT HST-ENTRY-FOUND
               PERFORM 270000-INSERT-HISTORY THRU 270000-EXIT
           END-IF.
           IF HST-CUR-PRESENT (HST-SUB)
             AND HST-CUR-RUN-ID (HST-SUB) NOT = RATH-RUN-ID
               MOVE HST-CURRENT (HST-SUB) TO HST-PRIOR (HST-SUB)
           END-IF.
           MOVE 'Y'                    TO HST-CUR-SW (HST-SUB).
           MOVE RATH-RUN-ID            TO HST-CUR-RUN-ID (HST-SUB).
           MOVE RATH-VOLUME-AMOUNT     TO HST-CUR-VOLUME (HST-SUB).
           MOVE RATH-PREMIUM-AMOUNT    TO HST-CUR-PREMIUM (HST-SUB).

       230000-EXIT.
           EXIT.

      *****************************************************************
      *    240000-TAKE-REVERSED - A RATE BACKED OUT BY CNVTREVR.      *
      *    WHEN IT IS STILL THE CURRENT RATE THE PRIOR ONE STANDS     *
      *    AGAIN (OR, WITH NO PRIOR, THE PLAN HAS NO RATE).  A        *
      *    REVERSAL OF A RATE ALREADY REPLACED CHANGES NOTHING.       *
      *****************************************************************
       240000-TAKE-REVERSED.

           IF NOT HST-ENTRY-FOUND
               ADD 1                   TO RATEHIST-UNMATCHED-COUNT
               GO TO 240000-EXIT
           END-IF.
           IF NOT HST-CUR-PRESENT (HST-SUB)
             OR HST-CUR-RUN-ID (HST-SUB) NOT = RATH-RUN-ID
               ADD 1                   TO RATEHIST-UNMATCHED-COUNT
               GO TO 240000-EXIT
           END-IF.
           ADD 1                       TO RATEHIST-REVERSED-COUNT.
           MOVE HST-PRIOR (HST-SUB)    TO HST-CURRENT (HST-SUB).
           MOVE 'N'                    TO HST-PRV-SW (HST-SUB).
           MOVE SPACES                 TO HST-PRV-RUN-ID (HST-SUB).
           MOVE ZERO                   TO HST-PRV-VOLUME (HST-SUB)
                                          HST-PRV-PREMIUM (HST-SUB).

       240000-EXIT.
           EXIT.

      *****************************************************************
      *    250000-BSEARCH-HISTORY - LOOK UP HST-SEARCH-KEY.  FOUND OR *
      *    NOT, HST-INSERT-SUB IS LEFT AT THE FIRST ENTRY NOT LOWER   *
      *    THAN THE KEY.                                              *
      *****************************************************************
       250000-BSEARCH-HISTORY.

           MOVE 'N'                    TO HST-FOUND-SWITCH.
           MOVE 1                      TO HST-LO-SUB.
           MOVE HST-TABLE-COUNT        TO HST-HI-SUB.
           PERFORM 255000-BSEARCH-HISTORY-STEP THRU 255000-EXIT
               UNTIL HST-LO-SUB > HST-HI-SUB
                  OR HST-ENTRY-FOUND.
           IF HST-ENTRY-FOUND
               MOVE HST-SUB            TO HST-INSERT-SUB
           ELSE
               MOVE HST-LO-SUB         TO HST-INSERT-SUB
           END-IF.

       250000-EXIT.
           EXIT.

       255000-BSEARCH-HISTORY-STEP.

           COMPUTE HST-MID-SUB = (HST-LO-SUB + HST-HI-SUB) / 2.
           IF HST-KEY (HST-MID-SUB) = HST-SEARCH-KEY
               MOVE 'Y'                TO HST-FOUND-SWITCH
               MOVE HST-MID-SUB        TO HST-SUB
           ELSE
               IF HST-SEARCH-KEY < HST-KEY (HST-MID-SUB)
                   COMPUTE HST-HI-SUB = HST-MID-SUB - 1
               ELSE
                   COMPUTE HST-LO-SUB = HST-MID-SUB + 1
               END-IF
           END-IF.

       255000-EXIT.
           EXIT.

      *****************************************************************
      *    270000-INSERT-HISTORY - OPEN A BLANK ENTRY FOR             *
      *    HST-SEARCH-KEY AT HST-INSERT-SUB AND POINT HST-SUB AT IT.  *
      *****************************************************************
       270000-INSERT-HISTORY.

           IF HST-TABLE-COUNT NOT < HST-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           PERFORM 275000-SHIFT-HISTORY THRU 275000-EXIT
               VARYING HST-SUB FROM HST-TABLE-COUNT BY -1
               UNTIL HST-SUB < HST-INSERT-SUB.
           ADD 1                       TO HST-TABLE-COUNT.
           MOVE HST-INSERT-SUB         TO HST-SUB.
           MOVE SPACES                 TO HST-ENTRY (HST-SUB).
           MOVE HST-SEARCH-KEY         TO HST-KEY (HST-SUB).
           MOVE 'N'                    TO HST-CUR-SW (HST-SUB)
                                          HST-PRV-SW (HST-SUB)
                                          HST-MATCHED-SW (HST-SUB).
           MOVE ZERO                   TO HST-CUR-VOLUME (HST-SUB)
                                          HST-CUR-PREMIUM (HST-SUB)
                                          HST-PRV-VOLUME (HST-SUB)
                                          HST-PRV-PREMIUM (HST-SUB).

       270000-EXIT.
           EXIT.

       275000-SHIFT-HISTORY.

           MOVE HST-ENTRY (HST-SUB)    TO HST-ENTRY (HST-SUB + 1).

       275000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-COMPARE-EXTRACT - READ TONIGHT'S EXTRACT.  EACH     *
      *    CORPORATE OR INDIVIDUAL RECORD OPENS A GROUP AND ITS RATE  *
      *    RECORDS FOLLOW; THE NEXT PARENT, HEADER OR TRAILER, OR     *
      *    THE END OF THE FILE, CLOSES IT.                            *
      *****************************************************************
       300000-COMPARE-EXTRACT.

           MOVE 'N'                    TO EXTRACT-EOF-SWITCH.
           PERFORM 310000-READ-EXTRACT THRU 310000-EXIT.
           PERFORM 320000-TAKE-EXTRACT THRU 320000-EXIT
               UNTIL EXTRACT-END-OF-FILE.
           IF GRP-OPEN
               PERFORM 400000-FINISH-GROUP THRU 400000-EXIT
           END-IF.

       300000-EXIT.
           EXIT.

       310000-READ-EXTRACT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF EXTRACT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       EXTRACT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO EXTRACT-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       310000-EXIT.
           EXIT.

       320000-TAKE-EXTRACT.

           ADD 1                       TO EXTRACT-READ-COUNT.
           MOVE EXTRACT-DATA           TO GROUP-BILLING-REC.
           IF DTL-RATE               IN GROUP-BILLING-REC
               IF NOT GRP-OPEN
                   MOVE RTE-GROUP-NUMBER IN RATE-DETAIL-REC
                     TO GRP-GROUP-NUMBER
                   PERFORM 330000-START-GROUP THRU 330000-EXIT
               END-IF
               PERFORM 340000-TAKE-RATE THRU 340000-EXIT
           ELSE
               IF DTL-CORPORATE      IN GROUP-BILLING-REC
                 OR DTL-INDIVIDUAL   IN GROUP-BILLING-REC
                 OR DTL-HEADER       IN GROUP-BILLING-REC
                 OR DTL-TRAILER      IN GROUP-BILLING-REC
                   IF GRP-OPEN
                       PERFORM 400000-FINISH-GROUP THRU 400000-EXIT
                   END-IF
               END-IF
               IF DTL-HEADER         IN GROUP-BILLING-REC
                 AND VAR-MULTI-COMPANY
                   MOVE HDR-COMPANY-CODE IN CONVERSION-HEADER-REC
                     TO GRP-COMPANY-CODE-NOW
               END-IF
               IF DTL-CORPORATE      IN GROUP-BILLING-REC
                 OR DTL-INDIVIDUAL   IN GROUP-BILLING-REC
                   MOVE DTL-GROUP-NUMBER IN GROUP-BILLING-REC
                     TO GRP-GROUP-NUMBER
                   PERFORM 330000-START-GROUP THRU 330000-EXIT
               END-IF
           END-IF.
           PERFORM 310000-READ-EXTRACT THRU 310000-EXIT.

       320000-EXIT.
           EXIT.

      *****************************************************************
      *    330000-START-GROUP - OPEN THE GROUP NAMED IN               *
      *    GRP-GROUP-NUMBER UNDER THE CURRENT COMPANY.                *
      *****************************************************************
       330000-START-GROUP.

           MOVE 'Y'                    TO GRP-OPEN-SWITCH.
           MOVE GRP-COMPANY-CODE-NOW   TO GRP-COMPANY-CODE.
           MOVE ZERO                   TO GRP-HISTORY-COUNT
                                          GRP-RATE-COUNT
                                          GRP-ADDED-COUNT
                                          GRP-DROPPED-COUNT
                                          GRP-CHANGED-COUNT
                                          GRP-PRIOR-VOLUME
                                          GRP-NEW-VOLUME
                                          GRP-PRIOR-PREMIUM
                                          GRP-NEW-PREMIUM
                                          PLN-TABLE-COUNT.

       330000-EXIT.
           EXIT.

      *****************************************************************
      *    340000-TAKE-RATE - MATCH ONE OF TONIGHT'S RATE RECORDS TO  *
      *    ITS PLAN IN THE HISTORY.  A RECORD CNVTDA WOULD REJECT AS  *
      *    NOT NUMERIC STILL ACCOUNTS FOR ITS PLAN (SO THE PLAN IS    *
      *    NOT SHOWN DROPPED) BUT IS NOT COMPARED.                    *
      *****************************************************************
       340000-TAKE-RATE.

           ADD 1                       TO RATE-LINE-COUNT
                                          GRP-RATE-COUNT.
           MOVE GRP-COMPANY-CODE       TO HST-SEARCH-COMPANY.
           MOVE GRP-GROUP-NUMBER       TO HST-SEARCH-GROUP.
           MOVE RTE-PLAN-CODE        IN RATE-DETAIL-REC
             TO HST-SEARCH-PLAN.
           PERFORM 250000-BSEARCH-HISTORY THRU 250000-EXIT.
           IF HST-ENTRY-FOUND
               IF NOT HST-CUR-PRESENT (HST-SUB)
                   MOVE 'N'            TO HST-FOUND-SWITCH
               ELSE
                   MOVE 'Y'            TO HST-MATCHED-SW (HST-SUB)
               END-IF
           END-IF.
           PERFORM 345000-ADD-PLAN-LINE THRU 345000-EXIT.
           MOVE RTE-PLAN-CODE        IN RATE-DETAIL-REC
             TO PLN-PLAN-CODE (PLN-SUB).

           IF RTE-VOLUME-AMOUNT      IN RATE-DETAIL-REC NOT NUMERIC
             OR RTE-PREMIUM-AMOUNT   IN RATE-DETAIL-REC NOT NUMERIC
               ADD 1                   TO NOT-NUMERIC-COUNT
               MOVE 'NOT NUMERIC'      TO PLN-STATUS (PLN-SUB)
               GO TO 340000-EXIT
           END-IF.
           MOVE RTE-VOLUME-AMOUNT    IN RATE-DETAIL-REC
             TO PLN-NEW-VOLUME (PLN-SUB).
           MOVE RTE-PREMIUM-AMOUNT   IN RATE-DETAIL-REC
             TO PLN-NEW-PREMIUM (PLN-SUB).
           ADD RTE-VOLUME-AMOUNT     IN RATE-DETAIL-REC
             TO GRP-NEW-VOLUME.
           ADD RTE-PREMIUM-AMOUNT    IN RATE-DETAIL-REC
             TO GRP-NEW-PREMIUM.
           IF NOT HST-ENTRY-FOUND
               ADD 1                   TO GRP-ADDED-COUNT
               MOVE 'NEW PLAN'         TO PLN-STATUS (PLN-SUB)
               GO TO 340000-EXIT
           END-IF.
           MOVE HST-CUR-VOLUME (HST-SUB)
             TO PLN-PRIOR-VOLUME (PLN-SUB).
           MOVE HST-CUR-PREMIUM (HST-SUB)
             TO PLN-PRIOR-PREMIUM (PLN-SUB).
           ADD HST-CUR-VOLUME (HST-SUB) TO GRP-PRIOR-VOLUME.
           ADD HST-CUR-PREMIUM (HST-SUB) TO GRP-PRIOR-PREMIUM.
           IF PLN-NEW-VOLUME (PLN-SUB) = PLN-PRIOR-VOLUME (PLN-SUB)
             AND PLN-NEW-PREMIUM (PLN-SUB)
               = PLN-PRIOR-PREMIUM (PLN-SUB)
               MOVE 'UNCHANGED'        TO PLN-STATUS (PLN-SUB)
           ELSE
               ADD 1                   TO GRP-CHANGED-COUNT
               MOVE 'CHANGED'          TO PLN-STATUS (PLN-SUB)
           END-IF.

       340000-EXIT.
           EXIT.

      *****************************************************************
      *    345000-ADD-PLAN-LINE - OPEN A BLANK PLAN LINE FOR THE      *
      *    GROUP AND POINT PLN-SUB AT IT.                             *
      *****************************************************************
       345000-ADD-PLAN-LINE.

           IF PLN-TABLE-COUNT NOT < PLN-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO PLN-TABLE-COUNT.
           MOVE PLN-TABLE-COUNT        TO PLN-SUB.
           MOVE SPACES                 TO PLN-ENTRY (PLN-SUB).
           MOVE ZERO                   TO PLN-PRIOR-VOLUME (PLN-SUB)
                                          PLN-NEW-VOLUME (PLN-SUB)
                                          PLN-PRIOR-PREMIUM (PLN-SUB)
                                          PLN-NEW-PREMIUM (PLN-SUB).

       345000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-FINISH-GROUP - CLOSE THE OPEN GROUP: ACCOUNT FOR    *
      *    THE PLANS THE HISTORY HOLDS THAT DID NOT COME TONIGHT,     *
      *    TEST THE GROUP'S TOTALS, AND LIST AND HOLD IT AS NEEDED.   *
      *    A GROUP WITH NO HISTORY IS NEWLY CONVERTED AND ONLY        *
      *    COUNTED.                                                   *
      *****************************************************************
       400000-FINISH-GROUP.

           MOVE 'N'                    TO GRP-OPEN-SWITCH.
           MOVE GRP-COMPANY-CODE       TO HST-SEARCH-COMPANY.
           MOVE GRP-GROUP-NUMBER       TO HST-SEARCH-GROUP.
           MOVE LOW-VALUES             TO HST-SEARCH-PLAN.
           PERFORM 250000-BSEARCH-HISTORY THRU 250000-EXIT.
           PERFORM 410000-CHECK-HISTORY-PLAN THRU 410000-EXIT
               VARYING HST-SUB FROM HST-INSERT-SUB BY 1
               UNTIL HST-SUB > HST-TABLE-COUNT
                  OR HST-COMPANY-GROUP (HST-SUB) NOT = GRP-KEY.
           PERFORM 430000-FIND-COMPANY THRU 430000-EXIT.

           IF GRP-HISTORY-COUNT = ZERO
               IF GRP-RATE-COUNT > ZERO
                   ADD 1               TO NEW-GROUP-COUNT
                                          CMP-NEW-GROUP-COUNT (CMP-SUB)
                   ADD GRP-NEW-PREMIUM
                     TO CMP-NEW-GROUP-PREMIUM (CMP-SUB)
               END-IF
               GO TO 400000-EXIT
           END-IF.

           ADD 1                       TO GROUPS-COMPARED-COUNT
                                          CMP-GROUP-COUNT (CMP-SUB).
           ADD GRP-CHANGED-COUNT       TO PLANS-CHANGED-COUNT.
           ADD GRP-ADDED-COUNT         TO PLANS-ADDED-COUNT
                                          CMP-ADDED-COUNT (CMP-SUB).
           ADD GRP-DROPPED-COUNT       TO PLANS-DROPPED-COUNT
                                          CMP-DROPPED-COUNT (CMP-SUB).
           ADD GRP-PRIOR-PREMIUM       TO TOTAL-PRIOR-PREMIUM
                                          CMP-PRIOR-PREMIUM (CMP-SUB).
           ADD GRP-NEW-PREMIUM         TO TOTAL-NEW-PREMIUM
                                          CMP-NEW-PREMIUM (CMP-SUB).
           PERFORM 420000-TEST-GROUP THRU 420000-EXIT.
           IF GRP-PREMIUM-FAILED
             OR GRP-VOLUME-FAILED
               ADD 1                   TO GROUPS-HELD-COUNT
                                          CMP-HELD-COUNT (CMP-SUB)
               PERFORM 800000-WRITE-HOLDLIST THRU 800000-EXIT
               PERFORM 440000-PRINT-GROUP THRU 440000-EXIT
           ELSE
               IF GRP-ADDED-COUNT > ZERO
                 OR GRP-DROPPED-COUNT > ZERO
                   PERFORM 440000-PRINT-GROUP THRU 440000-EXIT
               END-IF
           END-IF.

       400000-EXIT.
           EXIT.

      *    ONE HISTORY PLAN OF THE GROUP.  A CURRENT RATE NOT MATCHED
      *    TONIGHT IS A DROPPED PLAN.  THE MATCH IS CLEARED AS IT IS
      *    SEEN.
       410000-CHECK-HISTORY-PLAN.

           IF NOT HST-CUR-PRESENT (HST-SUB)
               GO TO 410000-EXIT
           END-IF.
           ADD 1                       TO GRP-HISTORY-COUNT.
           IF HST-MATCHED (HST-SUB)
               MOVE 'N'                TO HST-MATCHED-SW (HST-SUB)
               GO TO 410000-EXIT
           END-IF.
           ADD 1                       TO GRP-DROPPED-COUNT.
           PERFORM 345000-ADD-PLAN-LINE THRU 345000-EXIT.
           MOVE HST-PLAN-CODE (HST-SUB) TO PLN-PLAN-CODE (PLN-SUB).
           MOVE 'DROPPED'              TO PLN-STATUS (PLN-SUB).
           MOVE HST-CUR-VOLUME (HST-SUB)
             TO PLN-PRIOR-VOLUME (PLN-SUB).
           MOVE HST-CUR-PREMIUM (HST-SUB)
             TO PLN-PRIOR-PREMIUM (PLN-SUB).
           ADD HST-CUR-VOLUME (HST-SUB) TO GRP-PRIOR-VOLUME.
           ADD HST-CUR-PREMIUM (HST-SUB) TO GRP-PRIOR-PREMIUM.

       410000-EXIT.
           EXIT.

      *****************************************************************
      *    420000-TEST-GROUP - THE GROUP'S TOTAL PREMIUM AND VOLUME   *
      *    AGAINST THE THRESHOLDS.  THE CHANGE IS SIGNED; THE TESTS   *
      *    ARE ON ITS SIZE.                                           *
      *****************************************************************
       420000-TEST-GROUP.

           MOVE 'N'                    TO GRP-PREMIUM-SWITCH
                                          GRP-VOLUME-SWITCH
                                          GRP-PCT-PAST-SWITCH
                                          GRP-DOLLARS-PAST-SWITCH.
           MOVE ZERO                   TO GRP-PREMIUM-PCT
                                          GRP-VOLUME-PCT.
           COMPUTE GRP-PREMIUM-CHANGE
                 = GRP-NEW-PREMIUM - GRP-PRIOR-PREMIUM.
           IF GRP-PREMIUM-CHANGE < ZERO
               COMPUTE GRP-ABSOLUTE-CHANGE = ZERO - GRP-PREMIUM-CHANGE
           ELSE
               MOVE GRP-PREMIUM-CHANGE TO GRP-ABSOLUTE-CHANGE
           END-IF.
           IF GRP-PRIOR-PREMIUM NOT = ZERO
               COMPUTE GRP-PREMIUM-PCT ROUNDED
                     = GRP-PREMIUM-CHANGE * 100 / GRP-PRIOR-PREMIUM
           END-IF.
           IF GRP-PREMIUM-PCT < ZERO
               COMPUTE GRP-ABSOLUTE-PCT = ZERO - GRP-PREMIUM-PCT
           ELSE
               MOVE GRP-PREMIUM-PCT    TO GRP-ABSOLUTE-PCT
           END-IF.

RWK046     IF VAR-PREMIUM-PCT NOT = ZERO
               IF GRP-PRIOR-PREMIUM = ZERO
                   IF GRP-NEW-PREMIUM NOT = ZERO
                       MOVE 'Y'        TO GRP-PCT-PAST-SWITCH
                   END-IF
               ELSE
                   IF GRP-ABSOLUTE-PCT > VAR-PREMIUM-PCT
                       MOVE 'Y'        TO GRP-PCT-PAST-SWITCH
                   END-IF
               END-IF
           END-IF.
RWK046     IF VAR-PREMIUM-DOLLARS NOT = ZERO
               IF GRP-ABSOLUTE-CHANGE > VAR-PREMIUM-DOLLARS
                   MOVE 'Y'            TO GRP-DOLLARS-PAST-SWITCH
               END-IF
           END-IF.
RWK046     IF (GRP-PCT-PAST OR GRP-DOLLARS-PAST)
             AND GRP-PREMIUM-CHANGE NOT = ZERO
               MOVE 'Y'                TO GRP-PREMIUM-SWITCH
           END-IF.

           IF GRP-PRIOR-VOLUME NOT = ZERO
               COMPUTE GRP-VOLUME-PCT ROUNDED
                     = (GRP-NEW-VOLUME - GRP-PRIOR-VOLUME) * 100
                       / GRP-PRIOR-VOLUME
           END-IF.
           IF GRP-VOLUME-PCT < ZERO
               COMPUTE GRP-ABSOLUTE-VOLUME-PCT = ZERO - GRP-VOLUME-PCT
           ELSE
               MOVE GRP-VOLUME-PCT     TO GRP-ABSOLUTE-VOLUME-PCT
           END-IF.
           IF VAR-VOLUME-PCT NOT = ZERO
               IF GRP-PRIOR-VOLUME = ZERO
                   IF GRP-NEW-VOLUME NOT = ZERO
                       MOVE 'Y'        TO GRP-VOLUME-SWITCH
                   END-IF
               ELSE
                   IF GRP-ABSOLUTE-VOLUME-PCT > VAR-VOLUME-PCT
                       MOVE 'Y'        TO GRP-VOLUME-SWITCH
                   END-IF
               END-IF
           END-IF.

       420000-EXIT.
           EXIT.

      *****************************************************************
      *    430000-FIND-COMPANY - POINT CMP-SUB AT THE TOTALS ENTRY    *
      *    FOR THE GROUP'S COMPANY, ADDING IT WHEN FIRST SEEN.        *
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
           MOVE GRP-COMPANY-CODE       TO CMP-COMPANY-CODE (CMP-SUB).
           MOVE ZERO                   TO CMP-GROUP-COUNT (CMP-SUB)
                                          CMP-HELD-COUNT (CMP-SUB)
                                          CMP-NEW-GROUP-COUNT (CMP-SUB)
                                          CMP-ADDED-COUNT (CMP-SUB)
                                          CMP-DROPPED-COUNT (CMP-SUB)
                                          CMP-PRIOR-PREMIUM (CMP-SUB)
                                          CMP-NEW-PREMIUM (CMP-SUB).
           MOVE ZERO
             TO CMP-NEW-GROUP-PREMIUM (CMP-SUB).

       430000-EXIT.
           EXIT.

       435000-FIND-COMPANY-STEP.

           IF CMP-COMPANY-CODE (CMP-SUB) = GRP-COMPANY-CODE
               MOVE 'Y'                TO CMP-FOUND-SWITCH
           END-IF.

       435000-EXIT.
           EXIT.

      *****************************************************************
      *    440000-PRINT-GROUP - THE GROUP LINE, THEN A LINE FOR EVERY *
      *    PLAN THAT DID NOT COME TONIGHT EXACTLY AS IT STANDS.       *
      *****************************************************************
       440000-PRINT-GROUP.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE GRP-COMPANY-CODE       TO RPT-GR-COMPANY.
           MOVE GRP-GROUP-NUMBER       TO RPT-GR-GROUP.
           IF GRP-PREMIUM-FAILED
               IF GRP-VOLUME-FAILED
                   MOVE 'HELD - PREM/VOLUME' TO RPT-GR-RESULT
               ELSE
                   MOVE 'HELD - PREMIUM' TO RPT-GR-RESULT
               END-IF
           ELSE
               IF GRP-VOLUME-FAILED
                   MOVE 'HELD - VOLUME' TO RPT-GR-RESULT
               ELSE
                   MOVE 'PLANS ADDED/DROPPED' TO RPT-GR-RESULT
               END-IF
           END-IF.
           MOVE GRP-PRIOR-PREMIUM      TO RPT-GR-PRIOR-PREMIUM.
           MOVE GRP-NEW-PREMIUM        TO RPT-GR-NEW-PREMIUM.
           MOVE GRP-PREMIUM-CHANGE     TO RPT-GR-CHANGE.
           MOVE GRP-PREMIUM-PCT        TO RPT-GR-PCT.
           MOVE RPT-GROUP-LINE         TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           PERFORM 445000-PRINT-PLAN THRU 445000-EXIT
               VARYING PLN-SUB FROM 1 BY 1
               UNTIL PLN-SUB > PLN-TABLE-COUNT.

       440000-EXIT.
           EXIT.

       445000-PRINT-PLAN.

           IF PLN-UNCHANGED (PLN-SUB)
               GO TO 445000-EXIT
           END-IF.
           MOVE PLN-PLAN-CODE (PLN-SUB) TO RPT-PL-PLAN.
           MOVE PLN-STATUS (PLN-SUB)   TO RPT-PL-STATUS.
           MOVE PLN-PRIOR-VOLUME (PLN-SUB) TO RPT-PL-PRIOR-VOLUME.
           MOVE PLN-NEW-VOLUME (PLN-SUB) TO RPT-PL-NEW-VOLUME.
           MOVE PLN-PRIOR-PREMIUM (PLN-SUB) TO RPT-PL-PRIOR-PREMIUM.
           MOVE PLN-NEW-PREMIUM (PLN-SUB) TO RPT-PL-NEW-PREMIUM.
           COMPUTE RPT-PL-CHANGE = PLN-NEW-PREMIUM (PLN-SUB)
                                 - PLN-PRIOR-PREMIUM (PLN-SUB).
           MOVE RPT-PLAN-LINE          TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       445000-EXIT.
           EXIT.

      *****************************************************************
      *    800000-WRITE-HOLDLIST - THE HELD GROUP, FOR UNDERWRITING   *
      *    TO SIGN OFF.  THE SIGN-OFF FIELDS GO OUT EMPTY.            *
      *****************************************************************
       800000-WRITE-HOLDLIST.

           MOVE SPACES                 TO HOLDLIST-DATA.
           MOVE VAR-RUN-ID             TO HOLD-RUN-ID.
           MOVE GRP-COMPANY-CODE       TO HOLD-COMPANY-CODE.
           MOVE GRP-GROUP-NUMBER       TO HOLD-GROUP-NUMBER.
           MOVE GRP-PRIOR-PREMIUM      TO HOLD-PRIOR-PREMIUM.
           MOVE GRP-NEW-PREMIUM        TO HOLD-NEW-PREMIUM.
           MOVE GRP-PRIOR-VOLUME       TO HOLD-PRIOR-VOLUME.
           MOVE GRP-NEW-VOLUME         TO HOLD-NEW-VOLUME.
           IF GRP-PREMIUM-FAILED
               IF GRP-VOLUME-FAILED
                   SET HOLD-PREMIUM-VOLUME TO TRUE
               ELSE
                   SET HOLD-PREMIUM    TO TRUE
               END-IF
           ELSE
               SET HOLD-VOLUME         TO TRUE
           END-IF.
           MOVE GRP-ADDED-COUNT        TO HOLD-PLANS-ADDED.
           MOVE GRP-DROPPED-COUNT      TO HOLD-PLANS-DROPPED.
           MOVE ZERO                   TO HOLD-SIGNOFF-DATE.
           MOVE LENGTH OF HOLDLIST-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN HOLDLIST-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN HOLDLIST-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       HOLDLIST-FIELDS.

       800000-EXIT.
           EXIT.

      *****************************************************************
      *    850000-WRITE-VARSTAT - THE RUN'S VARIANCE STATUS.  ANY     *
      *    GROUP ON THE HOLD LIST HOLDS THE RUN'S PA RELEASE.         *
      *****************************************************************
       850000-WRITE-VARSTAT.

           IF RPT-RUN-DATE = ZERO
               ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES                 TO VARSTAT-DATA.
           MOVE VAR-RUN-ID             TO VST-RUN-ID.
           MOVE VAR-RUN-COMPANY-CODE   TO VST-COMPANY-CODE.
           MOVE RPT-RUN-DATE           TO VST-RUN-DATE.
           MOVE GROUPS-COMPARED-COUNT  TO VST-GROUPS-COMPARED.
           MOVE GROUPS-HELD-COUNT      TO VST-GROUPS-HELD.
           MOVE NEW-GROUP-COUNT        TO VST-NEW-GROUPS.
           MOVE PLANS-ADDED-COUNT      TO VST-PLANS-ADDED.
           MOVE PLANS-DROPPED-COUNT    TO VST-PLANS-DROPPED.
           MOVE TOTAL-PRIOR-PREMIUM    TO VST-PRIOR-PREMIUM.
           MOVE TOTAL-NEW-PREMIUM      TO VST-NEW-PREMIUM.
           IF GROUPS-HELD-COUNT > ZERO
               SET VST-HOLD            TO TRUE
           ELSE
               SET VST-RELEASE         TO TRUE
           END-IF.
           MOVE LENGTH OF VARSTAT-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN VARSTAT-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN VARSTAT-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       VARSTAT-FIELDS.

       850000-EXIT.
           EXIT.

      *****************************************************************
      *    860000-WRITE-RUN-HISTORY - FILE THE VARIANCE STATUS ON THE *
      *    RUN HISTORY FILE UNDER SOURCE V.                           *
      *****************************************************************
       860000-WRITE-RUN-HISTORY.

           IF HIST-STAMP-TIME = ZERO
               ACCEPT HIST-STAMP-TIME FROM TIME
           END-IF.
           MOVE SPACES                 TO RUNHIST-DATA.
           MOVE VAR-RUN-ID             TO HIST-RUN-ID.
           MOVE VAR-RUN-COMPANY-CODE   TO HIST-COMPANY-CODE.
           MOVE 'V'                    TO HIST-SOURCE-CODE.
           MOVE RPT-RUN-DATE           TO HIST-RUN-DATE.
           MOVE HIST-STAMP-HHMMSS      TO HIST-RUN-TIME.
           MOVE VARSTAT-DATA           TO HIST-STATUS-IMAGE.
           MOVE LENGTH OF RUNHIST-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN RUNHIST-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN RUNHIST-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       RUNHIST-FIELDS.

       860000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - THE NET PREMIUM CHANGE FOR EACH      *
      *    COMPANY, END-OF-RUN TOTALS AND THE SETTINGS THE CHECK RAN  *
      *    WITH.                                                      *
      *****************************************************************
       900000-PRINT-TOTALS.

           IF CMP-TABLE-COUNT > ZERO
               MOVE SPACES             TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE 'NET PREMIUM CHANGE BY COMPANY -'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               PERFORM 910000-PRINT-COMPANY THRU 910000-EXIT
                   VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > CMP-TABLE-COUNT
           END-IF.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'PREMIUM VARIANCE TOTALS -' TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'PREMIUM THRESHOLD PERCENT'
             TO RPT-TOTAL-LABEL.
           MOVE VAR-PREMIUM-PCT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PREMIUM THRESHOLD DOLLARS'
             TO RPT-MONEY-LABEL.
           MOVE VAR-PREMIUM-DOLLARS    TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE 'VOLUME THRESHOLD PERCENT'
             TO RPT-TOTAL-LABEL.
           MOVE VAR-VOLUME-PCT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RATE HISTORY RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE RATEHIST-READ-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RATE HISTORY RECORDS FROM TONIGHT'
             TO RPT-TOTAL-LABEL.
           MOVE RATEHIST-TONIGHT-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'REVERSED RATES BACKED OUT'
             TO RPT-TOTAL-LABEL.
           MOVE RATEHIST-REVERSED-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'REVERSALS OF RATES NOT STANDING'
             TO RPT-TOTAL-LABEL.
           MOVE RATEHIST-UNMATCHED-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'EXTRACT RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE EXTRACT-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RATE RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE RATE-LINE-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RATE RECORDS NOT NUMERIC'
             TO RPT-TOTAL-LABEL.
           MOVE NOT-NUMERIC-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GROUPS COMPARED'
             TO RPT-TOTAL-LABEL.
           MOVE GROUPS-COMPARED-COUNT  TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GROUPS HELD FOR SIGN-OFF'
             TO RPT-TOTAL-LABEL.
           MOVE GROUPS-HELD-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'NEW GROUPS (NO RATE HISTORY)'
             TO RPT-TOTAL-LABEL.
           MOVE NEW-GROUP-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PLANS CHANGED'
             TO RPT-TOTAL-LABEL.
           MOVE PLANS-CHANGED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PLANS ADDED'
             TO RPT-TOTAL-LABEL.
           MOVE PLANS-ADDED-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PLANS DROPPED'
             TO RPT-TOTAL-LABEL.
           MOVE PLANS-DROPPED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PRIOR PREMIUM, GROUPS COMPARED'
             TO RPT-MONEY-LABEL.
           MOVE TOTAL-PRIOR-PREMIUM    TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE 'TONIGHT PREMIUM, GROUPS COMPARED'
             TO RPT-MONEY-LABEL.
           MOVE TOTAL-NEW-PREMIUM      TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           IF GROUPS-HELD-COUNT > ZERO
               MOVE 'RELEASE FLAG: H - PA RELEASE HELD FOR SIGN-OFF'
                 TO RPT-PRINT-LINE
           ELSE
               MOVE 'RELEASE FLAG: R'  TO RPT-PRINT-LINE
           END-IF.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       900000-EXIT.
           EXIT.

       910000-PRINT-COMPANY.

           COMPUTE CMP-NET-PREMIUM = CMP-NEW-PREMIUM (CMP-SUB)
                                   - CMP-PRIOR-PREMIUM (CMP-SUB).
           MOVE CMP-COMPANY-CODE (CMP-SUB) TO RPT-CO-COMPANY.
           MOVE CMP-GROUP-COUNT (CMP-SUB) TO RPT-CO-GROUPS.
           MOVE CMP-HELD-COUNT (CMP-SUB) TO RPT-CO-HELD.
           MOVE CMP-PRIOR-PREMIUM (CMP-SUB) TO RPT-CO-PRIOR-PREMIUM.
           MOVE CMP-NEW-PREMIUM (CMP-SUB) TO RPT-CO-NEW-PREMIUM.
           MOVE CMP-NET-PREMIUM        TO RPT-CO-NET-PREMIUM.
           MOVE RPT-COMPANY-LINE       TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE CMP-NEW-GROUP-COUNT (CMP-SUB) TO RPT-CO-NEW-GROUPS.
           MOVE CMP-NEW-GROUP-PREMIUM (CMP-SUB)
             TO RPT-CO-NEW-GROUP-PREMIUM.
           MOVE CMP-ADDED-COUNT (CMP-SUB) TO RPT-CO-ADDED.
           MOVE CMP-DROPPED-COUNT (CMP-SUB) TO RPT-CO-DROPPED.
           MOVE RPT-COMPANY-LINE-2     TO RPT-PRINT-LINE.
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
