       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTTRND.

      *TITLE.         Run trend and anomaly check before release!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK040* RWK040 RWALLING 2026 NEW PROGRAM.  RUNS AFTER CNVTDA AND      *
RWK040*                      COMPARES TONIGHT'S RUNSTAT COUNTS WITH   *
RWK040*                      THE TRAILING AVERAGE OF RECENT RUNS ON   *
RWK040*                      THE RUN HISTORY FILE.  A MEASURE THAT    *
RWK040*                      SWINGS PAST ITS OPS-SET THRESHOLD TURNS  *
RWK040*                      THE RELEASE FLAG TO HOLD, SO A BALANCED  *
RWK040*                      RUN THAT CONVERTED FAR FEWER GROUPS THAN *
RWK040*                      USUAL IS NEVER RELEASED UNSEEN.          *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        CNVTDA'S RELEASE/HOLD RECOMMENDATION ONLY SEES TONIGHT:
      *        THE BALANCE FLAG AND THE FIXED STATUS-REJECT-LIMIT.
      *        THIS PROGRAM READS TONIGHT'S RUNSTAT RECORDS AND, FOR
      *        EACH COMPANY ON THEM, THE MOST RECENT EARLIER RUNS OF
      *        THE SAME KIND ON THE RUN HISTORY FILE - SAME COMPANY,
      *        SAME DELTA-MODE SETTING, NOT A RESTART.  SIX MEASURES
      *        ARE COMPARED WITH THEIR TRAILING AVERAGE: DETAIL
      *        RECORDS READ, TRANSACTIONS WRITTEN, REJECTS, DROPPED
      *        GROUPS, ADJUSTED BILLING DAYS AND PREMIUM DOLLARS.
      *
      *        A MEASURE MOVING EITHER WAY BY MORE THAN ITS THRESHOLD
      *        PERCENTAGE FAILS; SO DOES A MEASURE THAT IS NON-ZERO
      *        TONIGHT WHEN ITS AVERAGE IS ZERO.  ANY FAILED MEASURE
      *        HOLDS THE COMPANY, AND ANY COMPANY HELD HOLDS THE
      *        CONSOLIDATED 'ALL' RECORD OF A MULTI-COMPANY RUN.  A
      *        COMPANY WITH FEWER EARLIER RUNS THAN THE MINIMUM IS
      *        REPORTED BUT NOT TESTED.  A HOLD ALREADY SET BY CNVTDA
      *        IS NEVER TURNED BACK TO RELEASE.
      *
      *        THE RUNSTAT RECORDS GO BACK OUT ON NEWSTAT, IN THE SAME
      *        LAYOUT, FOR THE SCHEDULER TO GATE ON, AND ARE FILED ON
      *        THE RUN HISTORY FILE UNDER SOURCE T.
      *
      *        THE TRNDPARM CARD CARRIES OPS' SETTINGS: HOW MANY
      *        EARLIER RUNS TO AVERAGE, THE MINIMUM NEEDED TO TEST,
      *        AND ONE THRESHOLD PERCENTAGE PER MEASURE (ZERO MEANS
      *        THE MEASURE IS NOT TESTED).  WITH NO CARD, OR A FIELD
      *        LEFT BLANK, THE DEFAULTS BELOW APPLY.
      *
      *    INPUTS.
      *        TRNDPARM - OPS THRESHOLD CARD (OPTIONAL)
      *        RUNSTAT  - TONIGHT'S CNVTDA RUN STATUS RECORDS
      *        RUNHIST  - RUN HISTORY FILE (READ SEQUENTIALLY)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - NEWSTAT  (RUN STATUS AFTER THE TREND CHECK)
      *              RUNHIST  (SOURCE T RECORDS)
      *              TRNDRPT  (RUN TREND REPORT)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTTRND WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    OPS THRESHOLD CARD.  EVERY FIELD IS OPTIONAL - A BLANK OR  *
      *    NON-NUMERIC FIELD LEAVES THE DEFAULT IN PLACE.             *
      *****************************************************************
       01  PARM-FIELDS.
           05  PARM-FILENAME                 PIC X(8)  VALUE 'TRNDPARM'.
           05  PARM-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  PARM-DATA.
                   15  PARM-TRAILING-RUNS    PIC X(02).
                   15  PARM-MINIMUM-RUNS     PIC X(02).
                   15  PARM-THRESHOLD-PCT    PIC X(03) OCCURS 6 TIMES.
                   15  FILLER                PIC X(58).

      *    SETTINGS IN FORCE.  THE MEASURES ARE, IN ORDER: DETAIL
      *    READS, WRITES, REJECTS, DROPPED GROUPS, ADJUSTED DAYS AND
      *    PREMIUM DOLLARS.
       01  TREND-TRAILING-RUNS           PIC S9(4) COMP VALUE +10.
       01  TREND-MINIMUM-RUNS            PIC S9(4) COMP VALUE +3.
       01  TREND-TRAILING-MAX            PIC S9(4) COMP VALUE +30.
       01  THRESHOLD-VALUES.
           05  FILLER                    PIC 9(03) VALUE 025.
           05  FILLER                    PIC 9(03) VALUE 025.
           05  FILLER                    PIC 9(03) VALUE 050.
           05  FILLER                    PIC 9(03) VALUE 050.
           05  FILLER                    PIC 9(03) VALUE 050.
           05  FILLER                    PIC 9(03) VALUE 025.
       01  THRESHOLD-TABLE REDEFINES THRESHOLD-VALUES.
           05  THRESHOLD-PCT             PIC 9(03) OCCURS 6 TIMES.
       01  MEASURE-NAME-VALUES.
           05  FILLER                    PIC X(24) VALUE
               'DETAIL RECORDS READ'.
           05  FILLER                    PIC X(24) VALUE
               'TRANSACTIONS WRITTEN'.
           05  FILLER                    PIC X(24) VALUE
               'RECORDS REJECTED'.
           05  FILLER                    PIC X(24) VALUE
               'DROPPED GROUPS'.
           05  FILLER                    PIC X(24) VALUE
               'ADJUSTED BILLING DAYS'.
           05  FILLER                    PIC X(24) VALUE
               'PREMIUM DOLLARS'.
       01  MEASURE-NAME-TABLE REDEFINES MEASURE-NAME-VALUES.
           05  MEASURE-NAME              PIC X(24) OCCURS 6 TIMES.
       01  MEASURE-COUNT                 PIC S9(4) COMP VALUE +6.

      *****************************************************************
      *    RUN STATUS RECORD.  LAYOUT AS 895000-WRITE-RUN-STATUS IN   *
      *    CNVTDA WRITES IT.  READ FROM RUNSTAT, WRITTEN TO NEWSTAT,  *
      *    AND LAID OVER EACH RUN HISTORY IMAGE IN TURN.              *
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
                   15  STAT-CORPORATE-COUNT  PIC 9(07).
                   15  STAT-INDIVIDUAL-COUNT PIC 9(07).
                   15  STAT-WRITE-COUNT      PIC 9(07).
                   15  STAT-ADD-COUNT        PIC 9(07).
                   15  STAT-CHANGE-COUNT     PIC 9(07).
                   15  STAT-DIVISION-WRITE-COUNT
                                             PIC 9(07).
                   15  STAT-RATE-WRITE-COUNT PIC 9(07).
                   15  STAT-PREMIUM-DOLLARS  PIC 9(13)V99.
                   15  STAT-REJECT-COUNT     PIC 9(07).
                   15  STAT-DUPLICATE-COUNT  PIC 9(07).
                   15  STAT-RESTART-SKIP-COUNT
                                             PIC 9(07).
                   15  STAT-DETAIL-READ-COUNT
                                             PIC 9(07).
                   15  STAT-DIVISION-READ-COUNT
                                             PIC 9(07).
                   15  STAT-RATE-READ-COUNT  PIC 9(07).
                   15  STAT-UNCHANGED-COUNT  PIC 9(07).
                   15  STAT-UNCHANGED-DIV-COUNT
                                             PIC 9(07).
                   15  STAT-UNCHANGED-RATE-COUNT
                                             PIC 9(07).
                   15  STAT-CHANGED-COUNT    PIC 9(07).
                   15  STAT-NEW-COUNT        PIC 9(07).
                   15  STAT-DROPPED-COUNT    PIC 9(07).
                   15  STAT-TERM-WRITE-COUNT PIC 9(07).
                   15  STAT-TERM-UNAPPROVED-COUNT
                                             PIC 9(07).
                   15  STAT-TERM-REJECT-COUNT
                                             PIC 9(07).
                   15  STAT-TERM-HELD-COUNT  PIC 9(07).
                   15  STAT-ADJUSTED-DAY-COUNT
                                             PIC 9(07).
                   15  STAT-BALANCE-FLAG     PIC X(01).
                   15  STAT-RELEASE-FLAG     PIC X(01).
                       88  STAT-RELEASE            VALUE 'R'.
                       88  STAT-HOLD               VALUE 'H'.
       01  NEWSTAT-FIELDS.
           05  NEWSTAT-FILENAME              PIC X(8)  VALUE 'NEWSTAT'.
           05  NEWSTAT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  NEWSTAT-DATA              PIC X(200).

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
                   15  HIST-STAMP.
                       20  HIST-RUN-DATE     PIC 9(08).
                       20  HIST-RUN-TIME     PIC 9(06).
                   15  HIST-STATUS-IMAGE     PIC X(250).
       01  HIST-STAMP-TIME.
           05  HIST-STAMP-HHMMSS         PIC 9(06) VALUE ZERO.
           05  FILLER                    PIC 9(02) VALUE ZERO.

      *****************************************************************
      *    TONIGHT'S RUN - ONE ENTRY PER RUNSTAT RECORD, IN FILE      *
      *    ORDER, EACH WITH ITS MOST RECENT EARLIER RUNS, NEWEST      *
      *    FIRST.                                                     *
      *****************************************************************
       01  TON-TABLE-MAX                 PIC S9(4) COMP VALUE +50.
       01  TON-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  TONIGHT-TABLE.
           05  TON-ENTRY                 OCCURS 50 TIMES.
               10  TON-STATUS-IMAGE      PIC X(200).
               10  TON-COMPANY-CODE      PIC X(03).
               10  TON-DELTA-SW          PIC X(01).
               10  TON-PRIOR-COUNT       PIC S9(4) COMP.
               10  TON-PRIOR             OCCURS 30 TIMES.
                   15  PRI-STAMP         PIC X(14).
                   15  PRI-RUN-ID        PIC X(08).
                   15  PRI-MEASURE       PIC S9(13)V99 COMP
                                         OCCURS 6 TIMES.
       01  TON-SUB                       PIC S9(4) COMP.
       01  TON-RUN-ID                    PIC X(08).
       01  PRI-SUB                       PIC S9(4) COMP.
       01  PRI-INSERT-SUB                PIC S9(4) COMP.
       01  PRI-SLOT-SWITCH               PIC X(01).
           88  PRI-SLOT-FOUND                  VALUE 'Y'.
       01  MEASURE-SUB                   PIC S9(4) COMP.

      *    THE SIX MEASURES OF THE STATUS RECORD IN RUNSTAT-DATA.
       01  MEASURE-TABLE                 COMP.
           05  MEASURE-VALUE             PIC S9(13)V99
                                         OCCURS 6 TIMES.
       01  MEASURE-RESULTS               COMP.
           05  MEASURE-SUM               PIC S9(15)V99.
           05  MEASURE-AVERAGE           PIC S9(13)V99.
           05  MEASURE-CHANGE-PCT        PIC S9(9)V9.
           05  MEASURE-ABSOLUTE-PCT      PIC S9(9)V9.
       01  MEASURE-RESULT                PIC X(12).
       01  COMPANY-HOLD-SWITCH           PIC X(01).
           88  COMPANY-TREND-HOLD              VALUE 'Y'.
       01  ANY-COMPANY-HOLD-SWITCH       PIC X(01) VALUE 'N'.
           88  ANY-COMPANY-TREND-HOLD          VALUE 'Y'.
       01  ORIGINAL-RELEASE-FLAG         PIC X(01).

       01  RUNSTAT-EOF-SWITCH            PIC X(01).
           88  RUNSTAT-END-OF-FILE             VALUE 'Y'.
       01  RUNHIST-EOF-SWITCH            PIC X(01).
           88  RUNHIST-END-OF-FILE             VALUE 'Y'.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'TRNDRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTTRND'.
           05  FILLER                    PIC X(50) VALUE
               'CONVERSION RUN TREND REPORT'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-COMPANY-LINE.
           05  FILLER                    PIC X(08) VALUE 'COMPANY '.
           05  RPT-CO-COMPANY            PIC X(03).
           05  FILLER                    PIC X(10) VALUE '   RUN ID '.
           05  RPT-CO-RUN-ID             PIC X(08).
           05  FILLER                    PIC X(08) VALUE '   MODE '.
           05  RPT-CO-MODE               PIC X(05).
           05  FILLER                    PIC X(25) VALUE
               '   EARLIER RUNS AVERAGED '.
           05  RPT-CO-PRIOR-COUNT        PIC Z9.
           05  FILLER                    PIC X(63) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(24) VALUE 'MEASURE'.
           05  FILLER                    PIC X(20) VALUE
               '             TONIGHT'.
           05  FILLER                    PIC X(20) VALUE
               '    TRAILING AVERAGE'.
           05  FILLER                    PIC X(14) VALUE
               '      CHANGE %'.
           05  FILLER                    PIC X(09) VALUE '  LIMIT %'.
           05  FILLER                    PIC X(14) VALUE '  RESULT'.
           05  FILLER                    PIC X(31) VALUE SPACES.
       01  RPT-MEASURE-LINE.
           05  RPT-MS-NAME               PIC X(24).
           05  RPT-MS-TONIGHT            PIC Z(15)9.99-.
           05  RPT-MS-AVERAGE            PIC Z(15)9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MS-CHANGE-PCT         PIC Z(08)9.9-.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  RPT-MS-LIMIT-PCT          PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MS-RESULT             PIC X(12).
           05  FILLER                    PIC X(31) VALUE SPACES.
       01  RPT-DECISION-LINE.
           05  FILLER                    PIC X(26) VALUE
               'RELEASE FLAG FROM CNVTDA: '.
           05  RPT-DC-ORIGINAL           PIC X(01).
           05  FILLER                    PIC X(24) VALUE
               '   AFTER TREND CHECK: '.
           05  RPT-DC-FINAL              PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  RPT-DC-REASON             PIC X(77).

       01  TREND-TOTALS                     COMP.
           05  RUNSTAT-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNHIST-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNHIST-USED-COUNT           PIC S9(7) VALUE ZERO.
           05  SHORT-HISTORY-COUNT          PIC S9(7) VALUE ZERO.
           05  TREND-HOLD-COUNT             PIC S9(7) VALUE ZERO.
           05  RELEASED-COUNT               PIC S9(7) VALUE ZERO.
           05  HELD-COUNT                   PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTTRND WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-READ-PARM THRU 100000-EXIT.
           PERFORM 200000-LOAD-TONIGHT THRU 200000-EXIT.
           IF TON-TABLE-COUNT > ZERO
               PERFORM 300000-LOAD-HISTORY THRU 300000-EXIT
               PERFORM 400000-CHECK-TREND THRU 400000-EXIT
                   VARYING TON-SUB FROM 1 BY 1
                   UNTIL TON-SUB > TON-TABLE-COUNT
           END-IF.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-READ-PARM - OPS' THRESHOLD CARD.  WITH NO CARD THE  *
      *    DEFAULTS STAND.  THE TRAILING RUN COUNT IS HELD TO THE     *
      *    SIZE OF THE TABLE.                                         *
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
           IF PARM-TRAILING-RUNS NUMERIC
               MOVE PARM-TRAILING-RUNS TO TREND-TRAILING-RUNS
           END-IF.
           IF TREND-TRAILING-RUNS > TREND-TRAILING-MAX
               MOVE TREND-TRAILING-MAX TO TREND-TRAILING-RUNS
           END-IF.
           IF TREND-TRAILING-RUNS < 1
               MOVE 1                  TO TREND-TRAILING-RUNS
           END-IF.
           IF PARM-MINIMUM-RUNS NUMERIC
               MOVE PARM-MINIMUM-RUNS  TO TREND-MINIMUM-RUNS
           END-IF.
           PERFORM 110000-TAKE-THRESHOLD THRU 110000-EXIT
               VARYING MEASURE-SUB FROM 1 BY 1
               UNTIL MEASURE-SUB > MEASURE-COUNT.

       100000-EXIT.
           EXIT.

       110000-TAKE-THRESHOLD.

           IF PARM-THRESHOLD-PCT (MEASURE-SUB) NUMERIC
               MOVE PARM-THRESHOLD-PCT (MEASURE-SUB)
                 TO THRESHOLD-PCT (MEASURE-SUB)
           END-IF.

       110000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-LOAD-TONIGHT - TABLE TONIGHT'S RUNSTAT RECORDS.     *
      *    THEY ALL CARRY THE ONE RUN ID.  WITH NONE THERE IS NOTHING *
      *    TO CHECK AND THE REPORT SAYS SO.                           *
      *****************************************************************
       200000-LOAD-TONIGHT.

           MOVE 'N'                    TO RUNSTAT-EOF-SWITCH.
           PERFORM 210000-READ-RUNSTAT THRU 210000-EXIT.
           PERFORM 220000-TABLE-RUNSTAT THRU 220000-EXIT
               UNTIL RUNSTAT-END-OF-FILE.
           IF TON-TABLE-COUNT = ZERO
               MOVE 'NO RUNSTAT RECORD - NOTHING CHECKED'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
           END-IF.

       200000-EXIT.
           EXIT.

       210000-READ-RUNSTAT.

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
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       210000-EXIT.
           EXIT.

       220000-TABLE-RUNSTAT.

           ADD 1                       TO RUNSTAT-READ-COUNT.
           IF TON-TABLE-COUNT NOT < TON-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO TON-TABLE-COUNT.
           MOVE TON-TABLE-COUNT        TO TON-SUB.
           MOVE RUNSTAT-DATA           TO TON-STATUS-IMAGE (TON-SUB).
           MOVE STAT-COMPANY-CODE      TO TON-COMPANY-CODE (TON-SUB).
           MOVE STAT-DELTA-SW          TO TON-DELTA-SW (TON-SUB).
           MOVE ZERO                   TO TON-PRIOR-COUNT (TON-SUB).
           MOVE STAT-RUN-ID            TO TON-RUN-ID.
           PERFORM 210000-READ-RUNSTAT THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-LOAD-HISTORY - READ THE WHOLE RUN HISTORY FILE AND  *
      *    KEEP, FOR EACH OF TONIGHT'S COMPANIES, THE MOST RECENT     *
      *    EARLIER CNVTDA RUNS OF THE SAME KIND.  TONIGHT'S OWN       *
      *    RECORDS, RECONCILIATION AND TREND RECORDS, AND RESTARTS    *
      *    (WHICH COUNT ONLY PART OF A BOOK) ARE PASSED OVER.         *
      *****************************************************************
       300000-LOAD-HISTORY.

           MOVE 'N'                    TO RUNHIST-EOF-SWITCH.
           PERFORM 310000-READ-RUNHIST THRU 310000-EXIT.
           PERFORM 320000-TAKE-HISTORY THRU 320000-EXIT
               UNTIL RUNHIST-END-OF-FILE.

       300000-EXIT.
           EXIT.

       310000-READ-RUNHIST.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF RUNHIST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       RUNHIST-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO RUNHIST-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       310000-EXIT.
           EXIT.

       320000-TAKE-HISTORY.

           ADD 1                       TO RUNHIST-READ-COUNT.
           IF HIST-CONVERSION-STATUS
             AND HIST-RUN-ID NOT = TON-RUN-ID
               MOVE HIST-STATUS-IMAGE  TO RUNSTAT-DATA
               IF STAT-RESTART-SW NOT = 'Y'
                   PERFORM 330000-FILE-PRIOR-RUN THRU 330000-EXIT
                       VARYING TON-SUB FROM 1 BY 1
                       UNTIL TON-SUB > TON-TABLE-COUNT
               END-IF
           END-IF.
           PERFORM 310000-READ-RUNHIST THRU 310000-EXIT.

       320000-EXIT.
           EXIT.

      *****************************************************************
      *    330000-FILE-PRIOR-RUN - PLACE THE HISTORY RUN IN           *
      *    RUNSTAT-DATA AMONG THIS COMPANY'S EARLIER RUNS, NEWEST     *
      *    FIRST, WHEN IT IS THE SAME COMPANY AND MODE AND IS RECENT  *
      *    ENOUGH TO MAKE THE TRAILING COUNT.  THE OLDEST FALLS OFF   *
      *    THE END.                                                   *
      *****************************************************************
       330000-FILE-PRIOR-RUN.

           IF STAT-COMPANY-CODE NOT = TON-COMPANY-CODE (TON-SUB)
             OR STAT-DELTA-SW NOT = TON-DELTA-SW (TON-SUB)
               GO TO 330000-EXIT
           END-IF.
           MOVE 1                      TO PRI-INSERT-SUB.
           MOVE 'N'                    TO PRI-SLOT-SWITCH.
           PERFORM 335000-FIND-SLOT-STEP THRU 335000-EXIT
               UNTIL PRI-SLOT-FOUND.
           IF PRI-INSERT-SUB > TREND-TRAILING-RUNS
               GO TO 330000-EXIT
           END-IF.
           IF TON-PRIOR-COUNT (TON-SUB) < TREND-TRAILING-RUNS
               ADD 1                   TO TON-PRIOR-COUNT (TON-SUB)
               ADD 1                   TO RUNHIST-USED-COUNT
           END-IF.
           PERFORM 338000-SHIFT-PRIOR THRU 338000-EXIT
               VARYING PRI-SUB FROM TON-PRIOR-COUNT (TON-SUB) BY -1
               UNTIL PRI-SUB NOT > PRI-INSERT-SUB.
           PERFORM 600000-LOAD-MEASURES THRU 600000-EXIT.
           MOVE HIST-STAMP
             TO PRI-STAMP (TON-SUB, PRI-INSERT-SUB).
           MOVE HIST-RUN-ID
             TO PRI-RUN-ID (TON-SUB, PRI-INSERT-SUB).
           PERFORM 339000-STORE-MEASURE THRU 339000-EXIT
               VARYING MEASURE-SUB FROM 1 BY 1
               UNTIL MEASURE-SUB > MEASURE-COUNT.

       330000-EXIT.
           EXIT.

      *    STOPS ON THE FIRST EARLIER RUN OLDER THAN THE ONE BEING
      *    FILED, OR JUST PAST THE LAST ONE KEPT.
       335000-FIND-SLOT-STEP.

           IF PRI-INSERT-SUB > TON-PRIOR-COUNT (TON-SUB)
               MOVE 'Y'                TO PRI-SLOT-SWITCH
           ELSE
               IF PRI-STAMP (TON-SUB, PRI-INSERT-SUB) < HIST-STAMP
                   MOVE 'Y'            TO PRI-SLOT-SWITCH
               ELSE
                   ADD 1               TO PRI-INSERT-SUB
               END-IF
           END-IF.

       335000-EXIT.
           EXIT.

       338000-SHIFT-PRIOR.

           MOVE TON-PRIOR (TON-SUB, PRI-SUB - 1)
             TO TON-PRIOR (TON-SUB, PRI-SUB).

       338000-EXIT.
           EXIT.

       339000-STORE-MEASURE.

           MOVE MEASURE-VALUE (MEASURE-SUB)
             TO PRI-MEASURE (TON-SUB, PRI-INSERT-SUB, MEASURE-SUB).

       339000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-CHECK-TREND - ONE OF TONIGHT'S STATUS RECORDS:      *
      *    COMPARE EACH MEASURE WITH ITS TRAILING AVERAGE, SETTLE     *
      *    THE RELEASE FLAG, AND WRITE THE RECORD TO NEWSTAT AND THE  *
      *    RUN HISTORY FILE.                                          *
      *****************************************************************
       400000-CHECK-TREND.

           MOVE TON-STATUS-IMAGE (TON-SUB) TO RUNSTAT-DATA.
           MOVE STAT-RELEASE-FLAG      TO ORIGINAL-RELEASE-FLAG.
           MOVE 'N'                    TO COMPANY-HOLD-SWITCH.
           PERFORM 600000-LOAD-MEASURES THRU 600000-EXIT.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE STAT-COMPANY-CODE      TO RPT-CO-COMPANY.
           MOVE STAT-RUN-ID            TO RPT-CO-RUN-ID.
           IF STAT-DELTA-SW = 'Y'
               MOVE 'DELTA'            TO RPT-CO-MODE
           ELSE
               MOVE 'FULL'             TO RPT-CO-MODE
           END-IF.
           MOVE TON-PRIOR-COUNT (TON-SUB) TO RPT-CO-PRIOR-COUNT.
           MOVE RPT-COMPANY-LINE       TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE RPT-COLUMN-LINE        TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           PERFORM 410000-CHECK-MEASURE THRU 410000-EXIT
               VARYING MEASURE-SUB FROM 1 BY 1
               UNTIL MEASURE-SUB > MEASURE-COUNT.

           MOVE SPACES                 TO RPT-DC-REASON.
           IF TON-PRIOR-COUNT (TON-SUB) < TREND-MINIMUM-RUNS
               ADD 1                   TO SHORT-HISTORY-COUNT
               MOVE 'TOO FEW EARLIER RUNS TO TEST THE TREND'
                 TO RPT-DC-REASON
           END-IF.
           IF STAT-COMPANY-CODE = 'ALL'
             AND ANY-COMPANY-TREND-HOLD
               MOVE 'Y'                TO COMPANY-HOLD-SWITCH
               MOVE 'A COMPANY ON THE RUN FAILED ITS TREND CHECK'
                 TO RPT-DC-REASON
           END-IF.
           IF COMPANY-TREND-HOLD
               ADD 1                   TO TREND-HOLD-COUNT
               MOVE 'Y'                TO ANY-COMPANY-HOLD-SWITCH
               MOVE 'H'                TO STAT-RELEASE-FLAG
               IF RPT-DC-REASON = SPACES
                   MOVE 'A MEASURE SWUNG PAST ITS THRESHOLD'
                     TO RPT-DC-REASON
               END-IF
           END-IF.
           IF STAT-HOLD
               ADD 1                   TO HELD-COUNT
           ELSE
               ADD 1                   TO RELEASED-COUNT
           END-IF.
           MOVE ORIGINAL-RELEASE-FLAG  TO RPT-DC-ORIGINAL.
           MOVE STAT-RELEASE-FLAG      TO RPT-DC-FINAL.
           MOVE RPT-DECISION-LINE      TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           PERFORM 800000-WRITE-NEWSTAT THRU 800000-EXIT.
           PERFORM 850000-WRITE-RUN-HISTORY THRU 850000-EXIT.

       400000-EXIT.
           EXIT.

      *****************************************************************
      *    410000-CHECK-MEASURE - ONE MEASURE AGAINST ITS TRAILING    *
      *    AVERAGE.  THE CHANGE IS SIGNED; THE TEST IS ON ITS SIZE.   *
      *****************************************************************
       410000-CHECK-MEASURE.

           MOVE ZERO                   TO MEASURE-SUM
                                          MEASURE-AVERAGE
                                          MEASURE-CHANGE-PCT.
           PERFORM 415000-ADD-PRIOR THRU 415000-EXIT
               VARYING PRI-SUB FROM 1 BY 1
               UNTIL PRI-SUB > TON-PRIOR-COUNT (TON-SUB).
           IF TON-PRIOR-COUNT (TON-SUB) > ZERO
               COMPUTE MEASURE-AVERAGE ROUNDED
                     = MEASURE-SUM / TON-PRIOR-COUNT (TON-SUB)
           END-IF.
           IF MEASURE-AVERAGE NOT = ZERO
               COMPUTE MEASURE-CHANGE-PCT ROUNDED
                     = (MEASURE-VALUE (MEASURE-SUB) - MEASURE-AVERAGE)
                       * 100 / MEASURE-AVERAGE
           END-IF.
           IF MEASURE-CHANGE-PCT < ZERO
               COMPUTE MEASURE-ABSOLUTE-PCT = ZERO - MEASURE-CHANGE-PCT
           ELSE
               MOVE MEASURE-CHANGE-PCT TO MEASURE-ABSOLUTE-PCT
           END-IF.

           IF TON-PRIOR-COUNT (TON-SUB) < TREND-MINIMUM-RUNS
               MOVE 'NOT TESTED'       TO MEASURE-RESULT
           ELSE
               IF THRESHOLD-PCT (MEASURE-SUB) = ZERO
                   MOVE 'NOT TESTED'   TO MEASURE-RESULT
               ELSE
                   IF MEASURE-AVERAGE = ZERO
                       IF MEASURE-VALUE (MEASURE-SUB) = ZERO
                           MOVE 'OK'   TO MEASURE-RESULT
                       ELSE
                           MOVE 'HOLD - NEW' TO MEASURE-RESULT
                           MOVE 'Y'    TO COMPANY-HOLD-SWITCH
                       END-IF
                   ELSE
                       IF MEASURE-ABSOLUTE-PCT
                              > THRESHOLD-PCT (MEASURE-SUB)
                           MOVE 'HOLD'  TO MEASURE-RESULT
                           MOVE 'Y'    TO COMPANY-HOLD-SWITCH
                       ELSE
                           MOVE 'OK'   TO MEASURE-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE MEASURE-NAME (MEASURE-SUB) TO RPT-MS-NAME.
           MOVE MEASURE-VALUE (MEASURE-SUB) TO RPT-MS-TONIGHT.
           MOVE MEASURE-AVERAGE        TO RPT-MS-AVERAGE.
           MOVE MEASURE-CHANGE-PCT     TO RPT-MS-CHANGE-PCT.
           MOVE THRESHOLD-PCT (MEASURE-SUB) TO RPT-MS-LIMIT-PCT.
           MOVE MEASURE-RESULT         TO RPT-MS-RESULT.
           MOVE RPT-MEASURE-LINE       TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       410000-EXIT.
           EXIT.

       415000-ADD-PRIOR.

           ADD PRI-MEASURE (TON-SUB, PRI-SUB, MEASURE-SUB)
             TO MEASURE-SUM.

       415000-EXIT.
           EXIT.

      *****************************************************************
      *    600000-LOAD-MEASURES - THE SIX MEASURES OF THE STATUS      *
      *    RECORD IN RUNSTAT-DATA, IN MEASURE ORDER.                  *
      *****************************************************************
       600000-LOAD-MEASURES.

           MOVE STAT-DETAIL-READ-COUNT  TO MEASURE-VALUE (1).
           MOVE STAT-WRITE-COUNT        TO MEASURE-VALUE (2).
           MOVE STAT-REJECT-COUNT       TO MEASURE-VALUE (3).
           MOVE STAT-DROPPED-COUNT      TO MEASURE-VALUE (4).
           MOVE STAT-ADJUSTED-DAY-COUNT TO MEASURE-VALUE (5).
           MOVE STAT-PREMIUM-DOLLARS    TO MEASURE-VALUE (6).

       600000-EXIT.
           EXIT.

      *****************************************************************
      *    800000-WRITE-NEWSTAT - THE STATUS RECORD AS SETTLED HERE,  *
      *    IN THE RUNSTAT LAYOUT, FOR THE SCHEDULER TO GATE ON.       *
      *****************************************************************
       800000-WRITE-NEWSTAT.

           MOVE RUNSTAT-DATA           TO NEWSTAT-DATA.
           MOVE LENGTH OF NEWSTAT-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN NEWSTAT-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN NEWSTAT-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       NEWSTAT-FIELDS.

       800000-EXIT.
           EXIT.

      *****************************************************************
      *    850000-WRITE-RUN-HISTORY - FILE THE SETTLED STATUS RECORD  *
      *    ON THE RUN HISTORY FILE UNDER SOURCE T.                    *
      *****************************************************************
       850000-WRITE-RUN-HISTORY.

           IF RPT-RUN-DATE = ZERO
               ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF HIST-STAMP-TIME = ZERO
               ACCEPT HIST-STAMP-TIME FROM TIME
           END-IF.
           MOVE SPACES                 TO RUNHIST-DATA.
           MOVE STAT-RUN-ID            TO HIST-RUN-ID.
           MOVE STAT-COMPANY-CODE      TO HIST-COMPANY-CODE.
           MOVE 'T'                    TO HIST-SOURCE-CODE.
           MOVE RPT-RUN-DATE           TO HIST-RUN-DATE.
           MOVE HIST-STAMP-HHMMSS      TO HIST-RUN-TIME.
           MOVE RUNSTAT-DATA           TO HIST-STATUS-IMAGE.
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

       850000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN TOTALS AND THE SETTINGS   *
      *    THE CHECK RAN WITH.                                        *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'RUN TREND TOTALS -'   TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'EARLIER RUNS AVERAGED (AT MOST)'
             TO RPT-TOTAL-LABEL.
           MOVE TREND-TRAILING-RUNS    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'EARLIER RUNS NEEDED TO TEST'
             TO RPT-TOTAL-LABEL.
           MOVE TREND-MINIMUM-RUNS     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUNSTAT RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE RUNSTAT-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUN HISTORY RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE RUNHIST-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'EARLIER RUNS AVERAGED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNHIST-USED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'STATUS RECORDS WITH TOO LITTLE HISTORY'
             TO RPT-TOTAL-LABEL.
           MOVE SHORT-HISTORY-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'STATUS RECORDS HELD BY TREND CHECK'
             TO RPT-TOTAL-LABEL.
           MOVE TREND-HOLD-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'STATUS RECORDS RELEASED'
             TO RPT-TOTAL-LABEL.
           MOVE RELEASED-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'STATUS RECORDS HELD'
             TO RPT-TOTAL-LABEL.
           MOVE HELD-COUNT             TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.

       900000-EXIT.
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
