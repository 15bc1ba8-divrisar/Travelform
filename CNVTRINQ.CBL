       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTRINQ.

      *TITLE.         Conversion run history inquiry!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK044* RWK044 RWALLING 2026 NEW PROGRAM.  RUN HISTORY INQUIRY -      *
RWK044*                      LISTS EVERY RUN ON THE RUN CONTROL FILE  *
RWK044*                      WITH ITS MODE FLAGS, START AND END TIME, *
RWK044*                      STATUS AND RUN STATUS RELEASE DECISION.  *
RWK046* RWK046 RWALLING 2026 BLANK THE GAP BETWEEN A RUN'S END DATE   *
RWK046*                      AND END TIME ON THE DETAIL LINE.         *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        READS THE RUN CONTROL FILE CNVTRCTL KEEPS AND LISTS
      *        EACH RUN IN THE ORDER IT STARTED: COMPANY, RUN ID, THE
      *        RUN IT RESTARTS, MODE FLAGS, START AND END DATE AND
      *        TIME, STATUS (OPEN, COMPLETE, ABENDED, HELD,
      *        RELEASED), THE RELEASE DECISION ON ITS RUN STATUS
      *        RECORD, AND WHO RELEASED A HELD RUN AND WHEN.
      *
      *        AN OPTIONAL INQPARM CARD NARROWS THE LIST TO ONE
      *        COMPANY AND/OR TO RUNS STARTED ON OR AFTER A DATE.
      *        WITH NO CARD EVERY RUN IS LISTED.  THE LISTING ENDS
      *        WITH A COUNT OF THE RUNS IN EACH STATUS.
      *
      *    INPUTS.
      *        RUNCTL   - RUN CONTROL FILE
      *        INQPARM  - OPTIONAL SELECTION CARD
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - RINQRPT  (RUN HISTORY LISTING)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTRINQ WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    SELECTION CARD.  BLANK COMPANY MEANS EVERY COMPANY; A      *
      *    NON-NUMERIC OR ZERO DATE MEANS FROM THE FIRST RUN.         *
      *****************************************************************
       01  INQPARM-FIELDS.
           05  INQPARM-FILENAME              PIC X(8)  VALUE 'INQPARM'.
           05  INQPARM-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  INQPARM-DATA.
                   15  INQ-COMPANY-CODE      PIC X(03).
                   15  INQ-FROM-DATE         PIC X(08).
                   15  INQ-FROM-DATE-N       REDEFINES
                       INQ-FROM-DATE         PIC 9(08).
                   15  FILLER                PIC X(69).
       01  SELECT-COMPANY-CODE           PIC X(03) VALUE SPACES.
       01  SELECT-FROM-DATE              PIC 9(08) VALUE ZERO.

      *****************************************************************
      *    RUN CONTROL RECORD.  THIS LAYOUT MUST STAY IN STEP WITH    *
      *    CNVTRCTL.                                                  *
      *****************************************************************
       01  CONTROL-FIELDS.
           05  CONTROL-FILENAME              PIC X(8)  VALUE 'RUNCTL'.
           05  CONTROL-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  CONTROL-DATA.
                   15  RCTL-COMPANY-CODE     PIC X(03).
                   15  RCTL-RUN-ID           PIC X(08).
                   15  RCTL-RUN-STATUS       PIC X(01).
                       88  RCTL-OPEN               VALUE 'O'.
                       88  RCTL-COMPLETE           VALUE 'C'.
                       88  RCTL-ABENDED            VALUE 'A'.
                       88  RCTL-HELD               VALUE 'H'.
                       88  RCTL-RELEASED           VALUE 'R'.
                   15  RCTL-RESTART-SW       PIC X(01).
                   15  RCTL-DELTA-MODE-SW    PIC X(01).
                   15  RCTL-CHANGE-MODE-SW   PIC X(01).
                   15  RCTL-TERM-MODE-SW     PIC X(01).
                   15  RCTL-MULTI-COMPANY-SW PIC X(01).
                   15  RCTL-ORIGINATOR-CODE  PIC X(08).
                   15  RCTL-RESTART-OF-RUN-ID
                                             PIC X(08).
                   15  RCTL-START-DATE       PIC 9(08).
                   15  RCTL-START-TIME       PIC 9(06).
                   15  RCTL-END-DATE         PIC 9(08).
                   15  RCTL-END-TIME         PIC 9(06).
                   15  RCTL-RELEASE-FLAG     PIC X(01).
                       88  RCTL-DECISION-RELEASE   VALUE 'R'.
                       88  RCTL-DECISION-HOLD      VALUE 'H'.
                   15  RCTL-REQUESTED-BY     PIC X(08).
                   15  RCTL-RELEASED-BY      PIC X(08).
                   15  RCTL-RELEASE-DATE     PIC 9(08).
                   15  FILLER                PIC X(14).

       01  CONTROL-EOF-SWITCH            PIC X(01).
           88  CONTROL-END-OF-FILE             VALUE 'Y'.
       01  CURRENT-DATE-CCYYMMDD         PIC 9(08).

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'RINQRPT'.
           05  REPORT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  REPORT-PRINT-REC.
                   15  RPT-CARRIAGE-CONTROL  PIC X(01).
                   15  RPT-PRINT-LINE        PIC X(132).
       01  RPT-LINES-PER-PAGE            PIC S9(3) COMP VALUE +60.
       01  RPT-LINE-COUNT                PIC S9(3) COMP VALUE +999.
       01  RPT-PAGE-COUNT                PIC S9(5) COMP VALUE ZERO.
       01  RPT-DETAIL-SAVE               PIC X(132).
       01  RPT-HEADING-1.
           05  FILLER                    PIC X(10) VALUE 'CNVTRINQ'.
           05  FILLER                    PIC X(50) VALUE
               'CONVERSION RUN HISTORY'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-HEADING-2.
           05  FILLER                    PIC X(52) VALUE
               'CO  RUN ID    RESTART   MODES  STARTED'.
           05  FILLER                    PIC X(21) VALUE 'ENDED'.
           05  FILLER                    PIC X(59) VALUE
               'STATUS    DECISION  RELEASED BY'.
       01  RPT-SELECT-LINE.
           05  FILLER                    PIC X(18) VALUE
               'SELECTED COMPANY: '.
           05  RPT-SELECT-COMPANY        PIC X(03).
           05  FILLER                    PIC X(17) VALUE
               '   STARTED FROM: '.
           05  RPT-SELECT-DATE           PIC 9999/99/99.
           05  FILLER                    PIC X(84) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-RUN-LINE.
           05  RPT-RUN-COMPANY           PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-RUN-ID                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-RESTART-OF        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-MODES.
               10  RPT-RUN-MODE-RESTART  PIC X(01).
               10  RPT-RUN-MODE-DELTA    PIC X(01).
               10  RPT-RUN-MODE-CHANGE   PIC X(01).
               10  RPT-RUN-MODE-TERM     PIC X(01).
               10  RPT-RUN-MODE-MULTI    PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-START-DATE        PIC 9999/99/99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-RUN-START-TIME        PIC 99B99B99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-END.
               10  RPT-RUN-END-DATE      PIC 9999/99/99.
RWK046         10  FILLER                PIC X(01) VALUE SPACES.
               10  RPT-RUN-END-TIME      PIC 99B99B99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-STATUS            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-DECISION          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-RELEASED-BY       PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-RUN-RELEASE-DATE      PIC 9999/99/99.
           05  RPT-RUN-RELEASE-DATE-X    REDEFINES
               RPT-RUN-RELEASE-DATE      PIC X(10).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  CONTROL-TOTALS                   COMP.
           05  CONTROL-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNS-LISTED-COUNT            PIC S9(7) VALUE ZERO.
           05  RUNS-OPEN-COUNT              PIC S9(7) VALUE ZERO.
           05  RUNS-COMPLETE-COUNT          PIC S9(7) VALUE ZERO.
           05  RUNS-ABENDED-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNS-HELD-COUNT              PIC S9(7) VALUE ZERO.
           05  RUNS-RELEASED-COUNT          PIC S9(7) VALUE ZERO.
           05  RUNS-RESTART-COUNT           PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTRINQ WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           ACCEPT CURRENT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 100000-READ-PARM THRU 100000-EXIT.
           MOVE 'N'                    TO CONTROL-EOF-SWITCH.
           PERFORM 200000-READ-CONTROL THRU 200000-EXIT.
           PERFORM 300000-LIST-RUN THRU 300000-EXIT
               UNTIL CONTROL-END-OF-FILE.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-READ-PARM - THE OPTIONAL SELECTION CARD.  THE       *
      *    SELECTION IN FORCE HEADS THE LISTING.                      *
      *****************************************************************
       100000-READ-PARM.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF INQPARM-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       INQPARM-FIELDS.

           IF QSAM-SUCCESSFUL         IN QSAM-COMM-AREA
               MOVE INQ-COMPANY-CODE   TO SELECT-COMPANY-CODE
               IF INQ-FROM-DATE NUMERIC
                   MOVE INQ-FROM-DATE-N
                                       TO SELECT-FROM-DATE
               END-IF
           ELSE
               IF NOT QSAM-END-OF-FILE     IN QSAM-COMM-AREA
                 AND NOT QSAM-RECORD-NOT-FOUND
                                           IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.
           IF SELECT-COMPANY-CODE = SPACES
               MOVE 'ANY'              TO RPT-SELECT-COMPANY
           ELSE
               MOVE SELECT-COMPANY-CODE
                                       TO RPT-SELECT-COMPANY
           END-IF.
           MOVE SELECT-FROM-DATE       TO RPT-SELECT-DATE.
           MOVE RPT-SELECT-LINE        TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       100000-EXIT.
           EXIT.

       200000-READ-CONTROL.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF CONTROL-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       CONTROL-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO CONTROL-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               ELSE
                   ADD 1               TO CONTROL-READ-COUNT
               END-IF
           END-IF.

       200000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-LIST-RUN - ONE LINE PER SELECTED RUN.  MODES ARE    *
      *    R(ESTART), D(ELTA), C(HANGE), T(ERMINATION) AND            *
      *    M(ULTI-COMPANY).  THE DECISION IS THE RELEASE FLAG ON THE  *
      *    RUN'S SETTLED RUN STATUS RECORD, TAKEN WHEN IT ENDED.      *
      *****************************************************************
       300000-LIST-RUN.

           IF SELECT-COMPANY-CODE = SPACES
             OR RCTL-COMPANY-CODE = SELECT-COMPANY-CODE
               IF RCTL-START-DATE NOT < SELECT-FROM-DATE
                   PERFORM 310000-PRINT-RUN THRU 310000-EXIT
               END-IF
           END-IF.
           PERFORM 200000-READ-CONTROL THRU 200000-EXIT.

       300000-EXIT.
           EXIT.

       310000-PRINT-RUN.

           MOVE SPACES                 TO RPT-RUN-MODES.
           MOVE RCTL-COMPANY-CODE      TO RPT-RUN-COMPANY.
           MOVE RCTL-RUN-ID            TO RPT-RUN-ID.
           MOVE RCTL-RESTART-OF-RUN-ID TO RPT-RUN-RESTART-OF.
           IF RCTL-RESTART-SW = 'Y'
               MOVE 'R'                TO RPT-RUN-MODE-RESTART
               ADD 1                   TO RUNS-RESTART-COUNT
           END-IF.
           IF RCTL-DELTA-MODE-SW = 'Y'
               MOVE 'D'                TO RPT-RUN-MODE-DELTA
           END-IF.
           IF RCTL-CHANGE-MODE-SW = 'Y'
               MOVE 'C'                TO RPT-RUN-MODE-CHANGE
           END-IF.
           IF RCTL-TERM-MODE-SW = 'Y'
               MOVE 'T'                TO RPT-RUN-MODE-TERM
           END-IF.
           IF RCTL-MULTI-COMPANY-SW = 'Y'
               MOVE 'M'                TO RPT-RUN-MODE-MULTI
           END-IF.
           MOVE RCTL-START-DATE        TO RPT-RUN-START-DATE.
           MOVE RCTL-START-TIME        TO RPT-RUN-START-TIME.
           IF RCTL-END-DATE = ZERO
               MOVE SPACES             TO RPT-RUN-END
           ELSE
               MOVE RCTL-END-DATE      TO RPT-RUN-END-DATE
               MOVE RCTL-END-TIME      TO RPT-RUN-END-TIME
           END-IF.

           IF RCTL-OPEN
               MOVE 'OPEN'             TO RPT-RUN-STATUS
               ADD 1                   TO RUNS-OPEN-COUNT
           ELSE
             IF RCTL-COMPLETE
                 MOVE 'COMPLETE'       TO RPT-RUN-STATUS
                 ADD 1                 TO RUNS-COMPLETE-COUNT
             ELSE
               IF RCTL-ABENDED
                   MOVE 'ABENDED'      TO RPT-RUN-STATUS
                   ADD 1               TO RUNS-ABENDED-COUNT
               ELSE
                 IF RCTL-HELD
                     MOVE 'HELD'       TO RPT-RUN-STATUS
                     ADD 1             TO RUNS-HELD-COUNT
                 ELSE
                   IF RCTL-RELEASED
                       MOVE 'RELEASED' TO RPT-RUN-STATUS
                       ADD 1           TO RUNS-RELEASED-COUNT
                   ELSE
                       MOVE RCTL-RUN-STATUS
                                       TO RPT-RUN-STATUS
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

           IF RCTL-DECISION-RELEASE
               MOVE 'RELEASE'          TO RPT-RUN-DECISION
           ELSE
               IF RCTL-DECISION-HOLD
                   MOVE 'HOLD'         TO RPT-RUN-DECISION
               ELSE
                   MOVE SPACES         TO RPT-RUN-DECISION
               END-IF
           END-IF.
           MOVE RCTL-RELEASED-BY       TO RPT-RUN-RELEASED-BY.
           IF RCTL-RELEASE-DATE = ZERO
               MOVE SPACES             TO RPT-RUN-RELEASE-DATE-X
           ELSE
               MOVE RCTL-RELEASE-DATE  TO RPT-RUN-RELEASE-DATE
           END-IF.
           MOVE RPT-RUN-LINE           TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           ADD 1                       TO RUNS-LISTED-COUNT.

       310000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - RUNS LISTED, BY STATUS.              *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'RUN HISTORY TOTALS -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'RUN CONTROL RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE CONTROL-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUNS LISTED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-LISTED-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  OPEN'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-OPEN-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  COMPLETE'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-COMPLETE-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  ABENDED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-ABENDED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  HELD'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-HELD-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  RELEASED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-RELEASED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RESTARTS AMONG THE RUNS LISTED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-RESTART-COUNT     TO RPT-TOTAL-VALUE.
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

           ADD 1                       TO RPT-PAGE-COUNT.
           MOVE RPT-PAGE-COUNT         TO RPT-HDG-PAGE.
           MOVE CURRENT-DATE-CCYYMMDD  TO RPT-HDG-DATE.
           MOVE RPT-HEADING-1          TO RPT-PRINT-LINE.
           MOVE '1'                    TO RPT-CARRIAGE-CONTROL.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE RPT-HEADING-2          TO RPT-PRINT-LINE.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE 4                      TO RPT-LINE-COUNT.

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
