       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTRCTL.

      *TITLE.         Conversion run control and run ID assignment!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK044* RWK044 RWALLING 2026 NEW PROGRAM.  FRONT END TO THE           *
RWK044*                      CONVERSION RUN.  KEEPS A RUN CONTROL     *
RWK044*                      FILE WITH ONE RECORD PER RUN - ITS MODE  *
RWK044*                      FLAGS, START AND END TIME AND END STATE  *
RWK044*                      - ASSIGNS THE NEXT RUN ID FOR THE        *
RWK044*                      COMPANY, REJECTS A RUN ID ALREADY USED,  *
RWK044*                      AND ALLOWS A RESTART ONLY AGAINST THE    *
RWK044*                      ONE RUN STILL OPEN FOR THE COMPANY.      *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        PASS-RUN-ID USED TO BE WHATEVER THE DRIVER WAS GIVEN.
      *        TWO RUNS SHARING AN ID MIX THEIR AUDIT RECORDS IN
      *        CNVTAUDI'S HISTORY AND IN CNVTRECN'S LAST-DISPOSITION
      *        PASS, AND A RESTART FLAG SET WITH NO FAILED RUN BEHIND
      *        IT SKIPS GROUPS AGAINST A STALE CHECKPOINT.  THIS
      *        PROGRAM RUNS AHEAD OF THE DRIVER AND AGAIN AT THE END
      *        OF THE JOB, DRIVEN BY RUNREQ CARDS:
      *
      *        S - START A RUN.  A NEW RUN IS REFUSED WHILE THE
      *            COMPANY'S LATEST RUN IS STILL OPEN.  WITH A BLANK
      *            RUN ID THE NEXT ID FOR THE COMPANY IS ASSIGNED -
      *            THE COMPANY CODE AND A FIVE-DIGIT SEQUENCE NUMBER,
      *            'ALL' FOR A MULTI-COMPANY RUN.  A RUN ID KEYED ON
      *            THE CARD IS TAKEN ONLY IF NO RUN OF ANY COMPANY HAS
      *            USED IT.  A RESTART IS ALLOWED ONLY WHEN THE
      *            COMPANY'S LATEST RUN IS OPEN OR ABENDED - THE ONE
      *            RUN STILL OPEN.  THE RESTART GETS A RUN ID OF ITS
      *            OWN, CARRIES THE ID OF THE RUN IT RESTARTS, AND
      *            TAKES THAT RUN'S MODE FLAGS; A RUN STILL OPEN IS
      *            MARKED ABENDED AS IT IS RESTARTED.  THE ACCEPTED
      *            RUN GOES TO THE DRIVER ON RUNPARM.
      *        E - END A RUN.  THE OPEN RUN TAKES THE RELEASE
      *            DECISION ON ITS SETTLED RUN STATUS RECORD (NEWSTAT,
      *            AFTER CNVTTRND) - HELD OR RELEASED - OR ENDS
      *            COMPLETE WHEN NO STATUS RECORD FOR IT IS ON FILE.
      *        A - RECORD AN ABEND OF THE OPEN RUN (FROM THE JOB'S
      *            ABEND STEP).
      *        R - OPS RELEASE OF A HELD RUN, WITH THE USER ID OF
      *            WHO RELEASED IT.  THE ORIGINAL DECISION IS KEPT.
      *
      *        ON AN E, A OR R CARD A BLANK RUN ID MEANS THE
      *        COMPANY'S LATEST RUN.  EVERY CARD IS LISTED WITH WHAT
      *        BECAME OF IT.  IF ANY CARD IS REJECTED THE PROGRAM
      *        ABENDS AFTER THE LISTING SO THE JOB GOES NO FURTHER
      *        AND THE NEW CONTROL FILE IS NOT KEPT.
      *
      *        THE CONTROL FILE HAS NO REWRITE, SO IT IS CARRIED
      *        FORWARD AS CNVTAGE CARRIES THE SUSPENSE INVENTORY: THE
      *        OLD FILE IS TABLED, UPDATED IN PLACE AND WRITTEN WHOLE
      *        TO NEWRCTL, IN THE ORDER THE RUNS STARTED.
      *
      *    INPUTS.
      *        RUNREQ   - RUN CONTROL REQUEST CARDS
      *        RUNCTL   - RUN CONTROL FILE FROM THE PRIOR STEP
      *        NEWSTAT  - RUN STATUS RECORDS AFTER THE TREND CHECK
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - NEWRCTL  (NEW RUN CONTROL FILE)
      *              RUNPARM  (RUN PARAMETERS FOR THE DRIVER)
      *              RCTLRPT  (RUN CONTROL REQUEST LISTING)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTRCTL WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
           05  REQUEST-REJECT-ERROR  PIC S9(8) COMP VALUE +0371.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    RUN CONTROL REQUEST CARD.                                  *
      *****************************************************************
       01  REQUEST-FIELDS.
           05  REQUEST-FILENAME              PIC X(8)  VALUE 'RUNREQ'.
           05  REQUEST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  REQUEST-DATA.
                   15  REQ-FUNCTION          PIC X(01).
                       88  REQ-START-RUN           VALUE 'S'.
                       88  REQ-END-RUN             VALUE 'E'.
                       88  REQ-ABEND-RUN           VALUE 'A'.
                       88  REQ-RELEASE-RUN         VALUE 'R'.
                   15  REQ-COMPANY-CODE      PIC X(03).
                   15  REQ-RUN-ID            PIC X(08).
                   15  REQ-ORIGINATOR-CODE   PIC X(08).
                   15  REQ-RESTART-SW        PIC X(01).
                   15  REQ-DELTA-MODE-SW     PIC X(01).
                   15  REQ-CHANGE-MODE-SW    PIC X(01).
                   15  REQ-TERM-MODE-SW      PIC X(01).
                   15  REQ-MULTI-COMPANY-SW  PIC X(01).
                   15  REQ-USER-ID           PIC X(08).
                   15  FILLER                PIC X(47).

      *****************************************************************
      *    RUN CONTROL RECORD - ONE PER RUN, IN THE ORDER THE RUNS    *
      *    STARTED.  READ FROM RUNCTL, AND USED AS THE WORK COPY OF   *
      *    THE TABLE ENTRY BEING UPDATED.  THIS LAYOUT MUST STAY IN   *
      *    STEP WITH CNVTRINQ.                                        *
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
                   15  RCTL-REQUESTED-BY     PIC X(08).
                   15  RCTL-RELEASED-BY      PIC X(08).
                   15  RCTL-RELEASE-DATE     PIC 9(08).
                   15  FILLER                PIC X(14).
       01  NEWCTL-FIELDS.
           05  NEWCTL-FILENAME               PIC X(8)  VALUE 'NEWRCTL'.
           05  NEWCTL-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  NEWCTL-DATA               PIC X(100).

      *****************************************************************
      *    RUN PARAMETERS HANDED TO THE DRIVER FOR AN ACCEPTED START, *
      *    IN THE ORDER OF THE MATCHING PASS-AREA FIELDS (CUUSXPSS).  *
      *****************************************************************
       01  RUNPARM-FIELDS.
           05  RUNPARM-FILENAME              PIC X(8)  VALUE 'RUNPARM'.
           05  RUNPARM-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  RUNPARM-DATA.
                   15  PARM-COMPANY-CODE     PIC X(03).
                   15  PARM-ORIGINATOR-CODE  PIC X(08).
                   15  PARM-RUN-ID           PIC X(08).
                   15  PARM-RESTART-SW       PIC X(01).
                   15  PARM-DELTA-MODE-SW    PIC X(01).
                   15  PARM-CHANGE-MODE-SW   PIC X(01).
                   15  PARM-TERM-MODE-SW     PIC X(01).
                   15  PARM-MULTI-COMPANY-SW PIC X(01).
                   15  PARM-RESTART-OF-RUN-ID
                                             PIC X(08).
                   15  FILLER                PIC X(48).

      *****************************************************************
      *    RUN STATUS RECORD AFTER THE TREND CHECK.  LAYOUT AS        *
      *    895000-WRITE-RUN-STATUS IN CNVTDA WRITES IT; ONLY THE RUN  *
      *    ID, COMPANY AND RELEASE FLAG ARE OF INTEREST HERE.         *
      *****************************************************************
       01  NEWSTAT-FIELDS.
           05  NEWSTAT-FILENAME              PIC X(8)  VALUE 'NEWSTAT'.
           05  NEWSTAT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  NEWSTAT-DATA.
                   15  STAT-RUN-ID           PIC X(08).
                   15  STAT-COMPANY-CODE     PIC X(03).
                   15  FILLER                PIC X(188).
                   15  STAT-RELEASE-FLAG     PIC X(01).

      *****************************************************************
      *    RUN CONTROL TABLE - THE OLD CONTROL FILE, EXTENDED WITH    *
      *    THE RUNS STARTED TONIGHT.  AN ENTRY IS THE WHOLE CONTROL   *
      *    RECORD; THE KEY FIELDS ARE BROKEN OUT FOR THE SEARCHES.    *
      *****************************************************************
       01  RUN-TABLE-MAX                 PIC S9(7) COMP VALUE +20000.
       01  RUN-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  RUN-PRIOR-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  RUN-TABLE.
           05  RUN-ENTRY                 OCCURS 20000 TIMES.
               10  RUN-TBL-COMPANY       PIC X(03).
               10  RUN-TBL-RUN-ID.
                   15  RUN-TBL-ID-PREFIX PIC X(03).
                   15  RUN-TBL-ID-SEQUENCE
                                         PIC X(05).
                   15  RUN-TBL-ID-SEQUENCE-N REDEFINES
                       RUN-TBL-ID-SEQUENCE
                                         PIC 9(05).
               10  FILLER                PIC X(89).

      *****************************************************************
      *    SETTLED RELEASE DECISIONS FROM NEWSTAT.                    *
      *****************************************************************
       01  STAT-TABLE-MAX                PIC S9(7) COMP VALUE +500.
       01  STAT-TABLE-COUNT              PIC S9(7) COMP VALUE ZERO.
       01  STAT-TABLE.
           05  STAT-ENTRY                OCCURS 500 TIMES.
               10  STAT-TBL-RUN-ID       PIC X(08).
               10  STAT-TBL-COMPANY      PIC X(03).
               10  STAT-TBL-RELEASE-FLAG PIC X(01).

       01  SUB                           PIC S9(7) COMP.
       01  RUN-SUB                       PIC S9(7) COMP.
       01  LATEST-SUB                    PIC S9(7) COMP.
       01  FOUND-SUB                     PIC S9(7) COMP.
       01  STAT-FOUND-SUB                PIC S9(7) COMP.
       01  REQUEST-EOF-SWITCH            PIC X(01).
           88  REQUEST-END-OF-FILE             VALUE 'Y'.
       01  CONTROL-EOF-SWITCH            PIC X(01).
           88  CONTROL-END-OF-FILE             VALUE 'Y'.
       01  NEWSTAT-EOF-SWITCH            PIC X(01).
           88  NEWSTAT-END-OF-FILE             VALUE 'Y'.
       01  REQUEST-SWITCH                PIC X(01).
           88  REQUEST-ACCEPTED                VALUE 'Y'.
           88  REQUEST-REJECTED                VALUE 'N'.
       01  FOUND-SWITCH                  PIC X(01).
           88  ENTRY-FOUND                     VALUE 'Y'.
       01  SWITCH-CHECK                  PIC X(01).
           88  SWITCH-VALUE-OK                 VALUE 'Y' 'N' SPACE.

      *    RUN ID ASSIGNMENT - COMPANY CODE PLUS THE NEXT SEQUENCE
      *    NUMBER FOR THE COMPANY.
       01  NEXT-RUN-ID.
           05  NEXT-RUN-ID-PREFIX        PIC X(03).
           05  NEXT-RUN-ID-SEQUENCE      PIC 9(05).
       01  HIGH-SEQUENCE                 PIC 9(05).
       01  SEQUENCE-LIMIT                PIC 9(05) VALUE 99999.
       01  SEARCH-RUN-ID                 PIC X(08).
       01  RESTART-OF-RUN-ID             PIC X(08).

       01  CURRENT-DATE-CCYYMMDD         PIC 9(08).
       01  CURRENT-TIME-STAMP.
           05  CURRENT-TIME-HHMMSS       PIC 9(06).
           05  FILLER                    PIC 9(02).

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'RCTLRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTRCTL'.
           05  FILLER                    PIC X(50) VALUE
               'CONVERSION RUN CONTROL REQUESTS'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-HEADING-2.
           05  FILLER                    PIC X(48) VALUE
               'FUNCTION  CO  RUN ID    MODES  RESULT    DETAIL'.
           05  FILLER                    PIC X(84) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-REQUEST-LINE.
           05  RPT-REQ-FUNCTION          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-REQ-COMPANY           PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-REQ-RUN-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-REQ-MODES             PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-REQ-RESULT            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-REQ-DETAIL            PIC X(91).
       01  REQUEST-DETAIL                PIC X(91).
       01  MODE-LETTERS.
           05  MODE-RESTART              PIC X(01).
           05  MODE-DELTA                PIC X(01).
           05  MODE-CHANGE               PIC X(01).
           05  MODE-TERM                 PIC X(01).
           05  MODE-MULTI                PIC X(01).

       01  CONTROL-TOTALS                   COMP.
           05  CONTROL-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  CONTROL-WRITE-COUNT          PIC S9(7) VALUE ZERO.
           05  REQUEST-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  REQUEST-ACCEPT-COUNT         PIC S9(7) VALUE ZERO.
           05  REQUEST-REJECT-COUNT         PIC S9(7) VALUE ZERO.
           05  RUNS-STARTED-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNS-RESTARTED-COUNT         PIC S9(7) VALUE ZERO.
           05  RUNS-ENDED-COUNT             PIC S9(7) VALUE ZERO.
           05  RUNS-ABENDED-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNS-RELEASED-COUNT          PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTRCTL WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           ACCEPT CURRENT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-STAMP FROM TIME.
           PERFORM 100000-LOAD-CONTROL THRU 100000-EXIT.
           PERFORM 150000-LOAD-STATUS THRU 150000-EXIT.
           PERFORM 200000-PROCESS-REQUESTS THRU 200000-EXIT.
           PERFORM 600000-WRITE-NEW-CONTROL THRU 600000-EXIT.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.
           IF REQUEST-REJECT-COUNT > ZERO
               MOVE 'REQUEST REJECTED - RUN STOPPED, NEW FILE NOT KEPT'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE REQUEST-REJECT-ERROR TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-LOAD-CONTROL - TABLE THE RUN CONTROL FILE.  AN      *
      *    EMPTY OR MISSING FILE JUST MEANS NO RUN HAS BEEN           *
      *    CONTROLLED YET.                                            *
      *****************************************************************
       100000-LOAD-CONTROL.

           MOVE 'N'                    TO CONTROL-EOF-SWITCH.
           PERFORM 110000-READ-CONTROL THRU 110000-EXIT.
           PERFORM 120000-TABLE-CONTROL THRU 120000-EXIT
               UNTIL CONTROL-END-OF-FILE.
           MOVE RUN-TABLE-COUNT        TO RUN-PRIOR-COUNT.

       100000-EXIT.
           EXIT.

       110000-READ-CONTROL.

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
               END-IF
           END-IF.

       110000-EXIT.
           EXIT.

       120000-TABLE-CONTROL.

           ADD 1                       TO CONTROL-READ-COUNT.
           IF RUN-TABLE-COUNT NOT < RUN-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO RUN-TABLE-COUNT.
           MOVE CONTROL-DATA           TO RUN-ENTRY (RUN-TABLE-COUNT).
           PERFORM 110000-READ-CONTROL THRU 110000-EXIT.

       120000-EXIT.
           EXIT.

      *****************************************************************
      *    150000-LOAD-STATUS - TABLE THE RELEASE DECISION OF EVERY   *
      *    SETTLED RUN STATUS RECORD.  NO FILE MEANS NO RUN HAS       *
      *    REACHED ITS DECISION IN THIS JOB.                          *
      *****************************************************************
       150000-LOAD-STATUS.

           MOVE 'N'                    TO NEWSTAT-EOF-SWITCH.
           PERFORM 160000-READ-NEWSTAT THRU 160000-EXIT.
           PERFORM 170000-TABLE-NEWSTAT THRU 170000-EXIT
               UNTIL NEWSTAT-END-OF-FILE.

       150000-EXIT.
           EXIT.

       160000-READ-NEWSTAT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF NEWSTAT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       NEWSTAT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO NEWSTAT-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       160000-EXIT.
           EXIT.

       170000-TABLE-NEWSTAT.

           IF STAT-TABLE-COUNT NOT < STAT-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO STAT-TABLE-COUNT.
           MOVE STAT-RUN-ID
             TO STAT-TBL-RUN-ID (STAT-TABLE-COUNT).
           MOVE STAT-COMPANY-CODE
             TO STAT-TBL-COMPANY (STAT-TABLE-COUNT).
           MOVE STAT-RELEASE-FLAG
             TO STAT-TBL-RELEASE-FLAG (STAT-TABLE-COUNT).
           PERFORM 160000-READ-NEWSTAT THRU 160000-EXIT.

       170000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-PROCESS-REQUESTS - APPLY EACH REQUEST CARD TO THE   *
      *    TABLE IN TURN, SO A LATER CARD SEES WHAT AN EARLIER ONE    *
      *    DID, AND LIST WHAT BECAME OF IT.                           *
      *****************************************************************
       200000-PROCESS-REQUESTS.

           MOVE 'N'                    TO REQUEST-EOF-SWITCH.
           PERFORM 210000-READ-REQUEST THRU 210000-EXIT.
           PERFORM 220000-PROCESS-ONE-REQUEST THRU 220000-EXIT
               UNTIL REQUEST-END-OF-FILE.

       200000-EXIT.
           EXIT.

       210000-READ-REQUEST.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF REQUEST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       REQUEST-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO REQUEST-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       210000-EXIT.
           EXIT.

       220000-PROCESS-ONE-REQUEST.

           ADD 1                       TO REQUEST-READ-COUNT.
           MOVE 'Y'                    TO REQUEST-SWITCH.
           MOVE SPACES                 TO REQUEST-DETAIL
                                          MODE-LETTERS.
           IF REQ-START-RUN
               PERFORM 300000-START-RUN THRU 300000-EXIT
           ELSE
             IF REQ-END-RUN
                 PERFORM 400000-END-RUN THRU 400000-EXIT
             ELSE
               IF REQ-ABEND-RUN
                   PERFORM 450000-ABEND-RUN THRU 450000-EXIT
               ELSE
                 IF REQ-RELEASE-RUN
                     PERFORM 480000-RELEASE-RUN THRU 480000-EXIT
                 ELSE
                     MOVE 'N'          TO REQUEST-SWITCH
                     MOVE 'FUNCTION MUST BE S, E, A OR R'
                       TO REQUEST-DETAIL
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF REQUEST-ACCEPTED
               ADD 1                   TO REQUEST-ACCEPT-COUNT
           ELSE
               ADD 1                   TO REQUEST-REJECT-COUNT
           END-IF.
           PERFORM 290000-LIST-REQUEST THRU 290000-EXIT.
           PERFORM 210000-READ-REQUEST THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

      *****************************************************************
      *    290000-LIST-REQUEST - ONE LINE PER CARD.  THE RUN ID IS    *
      *    THE ONE ASSIGNED OR ACTED ON; THE MODES ARE R(ESTART),     *
      *    D(ELTA), C(HANGE), T(ERMINATION) AND M(ULTI-COMPANY).      *
      *****************************************************************
       290000-LIST-REQUEST.

           IF REQ-START-RUN
               MOVE 'START'            TO RPT-REQ-FUNCTION
           ELSE
             IF REQ-END-RUN
                 MOVE 'END'            TO RPT-REQ-FUNCTION
             ELSE
               IF REQ-ABEND-RUN
                   MOVE 'ABEND'        TO RPT-REQ-FUNCTION
               ELSE
                 IF REQ-RELEASE-RUN
                     MOVE 'RELEASE'    TO RPT-REQ-FUNCTION
                 ELSE
                     MOVE REQ-FUNCTION TO RPT-REQ-FUNCTION
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE REQ-COMPANY-CODE       TO RPT-REQ-COMPANY.
           MOVE REQ-RUN-ID             TO RPT-REQ-RUN-ID.
           MOVE MODE-LETTERS           TO RPT-REQ-MODES.
           IF REQUEST-ACCEPTED
               MOVE 'ACCEPTED'         TO RPT-REQ-RESULT
           ELSE
               MOVE 'REJECTED'         TO RPT-REQ-RESULT
           END-IF.
           MOVE REQUEST-DETAIL         TO RPT-REQ-DETAIL.
           MOVE RPT-REQUEST-LINE       TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       290000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-START-RUN - EDIT THE START REQUEST, SETTLE ITS RUN  *
      *    ID, OPEN IT ON THE TABLE AND HAND IT TO THE DRIVER.        *
      *****************************************************************
       300000-START-RUN.

           PERFORM 310000-EDIT-START THRU 310000-EXIT.
           IF REQUEST-REJECTED
               GO TO 300000-EXIT
           END-IF.
           PERFORM 320000-FIND-LATEST-RUN THRU 320000-EXIT.
           MOVE SPACES                 TO RESTART-OF-RUN-ID.
           IF REQ-RESTART-SW = 'Y'
               PERFORM 330000-CHECK-RESTART THRU 330000-EXIT
           ELSE
               PERFORM 335000-CHECK-NOT-OPEN THRU 335000-EXIT
           END-IF.
           IF REQUEST-REJECTED
               GO TO 300000-EXIT
           END-IF.
           PERFORM 315000-EDIT-MODES THRU 315000-EXIT.
           IF REQUEST-REJECTED
               GO TO 300000-EXIT
           END-IF.

           IF REQ-RUN-ID = SPACES
               PERFORM 350000-ASSIGN-RUN-ID THRU 350000-EXIT
           ELSE
               MOVE REQ-RUN-ID         TO SEARCH-RUN-ID
               PERFORM 340000-FIND-RUN-ID THRU 340000-EXIT
               IF ENTRY-FOUND
                   MOVE 'N'            TO REQUEST-SWITCH
                   MOVE RUN-ENTRY (FOUND-SUB)
                                       TO CONTROL-DATA
                   STRING 'RUN ID ALREADY USED BY COMPANY '
                                                 DELIMITED BY SIZE
                          RCTL-COMPANY-CODE      DELIMITED BY SIZE
                          ', STARTED '           DELIMITED BY SIZE
                          RCTL-START-DATE        DELIMITED BY SIZE
                     INTO REQUEST-DETAIL
               END-IF
           END-IF.
           IF REQUEST-REJECTED
               GO TO 300000-EXIT
           END-IF.

           PERFORM 360000-ADD-RUN THRU 360000-EXIT.
           PERFORM 370000-WRITE-RUNPARM THRU 370000-EXIT.

       300000-EXIT.
           EXIT.

      *****************************************************************
      *    310000-EDIT-START - THE MODE FLAGS MUST BE Y, N OR BLANK   *
      *    AND THE COMPANY MUST BE GIVEN.                             *
      *****************************************************************
       310000-EDIT-START.

           MOVE REQ-RESTART-SW         TO SWITCH-CHECK.
           IF NOT SWITCH-VALUE-OK
               MOVE 'N'                TO REQUEST-SWITCH
           END-IF.
           MOVE REQ-DELTA-MODE-SW      TO SWITCH-CHECK.
           IF NOT SWITCH-VALUE-OK
               MOVE 'N'                TO REQUEST-SWITCH
           END-IF.
           MOVE REQ-CHANGE-MODE-SW     TO SWITCH-CHECK.
           IF NOT SWITCH-VALUE-OK
               MOVE 'N'                TO REQUEST-SWITCH
           END-IF.
           MOVE REQ-TERM-MODE-SW       TO SWITCH-CHECK.
           IF NOT SWITCH-VALUE-OK
               MOVE 'N'                TO REQUEST-SWITCH
           END-IF.
           MOVE REQ-MULTI-COMPANY-SW   TO SWITCH-CHECK.
           IF NOT SWITCH-VALUE-OK
               MOVE 'N'                TO REQUEST-SWITCH
           END-IF.
           IF REQUEST-REJECTED
               MOVE 'MODE FLAGS MUST BE Y, N OR BLANK'
                 TO REQUEST-DETAIL
               GO TO 310000-EXIT
           END-IF.
           IF REQ-COMPANY-CODE = SPACES
               MOVE 'N'                TO REQUEST-SWITCH
               MOVE 'COMPANY CODE IS REQUIRED'
                 TO REQUEST-DETAIL
           END-IF.

       310000-EXIT.
           EXIT.

      *****************************************************************
      *    315000-EDIT-MODES - A MULTI-COMPANY RUN IS COMPANY 'ALL'   *
      *    AND, AS CNVTDA INSISTS, NEVER DELTA, CHANGE OR TERMINATION *
      *    MODE.  A RESTART IS EDITED WITH THE FLAGS IT TOOK FROM THE *
      *    RUN IT RESTARTS.                                           *
      *****************************************************************
       315000-EDIT-MODES.

           IF REQ-MULTI-COMPANY-SW = 'Y'
               IF REQ-COMPANY-CODE NOT = 'ALL'
                   MOVE 'N'            TO REQUEST-SWITCH
                   MOVE 'A MULTI-COMPANY RUN IS STARTED FOR COMPANY ALL'
                     TO REQUEST-DETAIL
                   GO TO 315000-EXIT
               END-IF
               IF REQ-DELTA-MODE-SW = 'Y'
                 OR REQ-CHANGE-MODE-SW = 'Y'
                 OR REQ-TERM-MODE-SW = 'Y'
                   MOVE 'N'            TO REQUEST-SWITCH
                   MOVE 'MULTI-COMPANY RUN CANNOT USE DELTA, CHANGE OR T
      -                 'ERMINATION MODE'
                     TO REQUEST-DETAIL
                   GO TO 315000-EXIT
               END-IF
           ELSE
               IF REQ-COMPANY-CODE = 'ALL'
                   MOVE 'N'            TO REQUEST-SWITCH
                   MOVE 'COMPANY ALL IS ONLY FOR A MULTI-COMPANY RUN'
                     TO REQUEST-DETAIL
                   GO TO 315000-EXIT
               END-IF
           END-IF.

       315000-EXIT.
           EXIT.

      *****************************************************************
      *    320000-FIND-LATEST-RUN - THE LAST RUN STARTED FOR THE      *
      *    CARD'S COMPANY.  THE TABLE IS IN START ORDER, SO IT IS THE *
      *    LAST ENTRY FOR THE COMPANY.  ZERO WHEN THERE IS NONE.      *
      *****************************************************************
       320000-FIND-LATEST-RUN.

           MOVE ZERO                   TO LATEST-SUB.
           PERFORM 325000-CHECK-LATEST THRU 325000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > RUN-TABLE-COUNT.

       320000-EXIT.
           EXIT.

       325000-CHECK-LATEST.

           IF RUN-TBL-COMPANY (SUB) = REQ-COMPANY-CODE
               MOVE SUB                TO LATEST-SUB
           END-IF.

       325000-EXIT.
           EXIT.

      *****************************************************************
      *    330000-CHECK-RESTART - A RESTART NEEDS THE ONE RUN STILL   *
      *    OPEN: THE COMPANY'S LATEST RUN, NOT YET ENDED (OPEN) OR    *
      *    ENDED BY AN ABEND.  THE RESTART TAKES ITS MODE FLAGS - IT  *
      *    MUST FINISH THE SAME RUN.                                  *
      *****************************************************************
       330000-CHECK-RESTART.

           IF LATEST-SUB = ZERO
               MOVE 'N'                TO REQUEST-SWITCH
               MOVE 'RESTART REFUSED - NO RUN ON FILE FOR THE COMPANY'
                 TO REQUEST-DETAIL
               GO TO 330000-EXIT
           END-IF.
           MOVE RUN-ENTRY (LATEST-SUB) TO CONTROL-DATA.
           IF NOT RCTL-OPEN
             AND NOT RCTL-ABENDED
               MOVE 'N'                TO REQUEST-SWITCH
               STRING 'RESTART REFUSED - LATEST RUN '
                                                 DELIMITED BY SIZE
                      RCTL-RUN-ID                DELIMITED BY SIZE
                      ' IS NOT OPEN OR ABENDED'  DELIMITED BY SIZE
                 INTO REQUEST-DETAIL
               GO TO 330000-EXIT
           END-IF.
           MOVE RCTL-RUN-ID            TO RESTART-OF-RUN-ID.
           MOVE RCTL-DELTA-MODE-SW     TO REQ-DELTA-MODE-SW.
           MOVE RCTL-CHANGE-MODE-SW    TO REQ-CHANGE-MODE-SW.
           MOVE RCTL-TERM-MODE-SW      TO REQ-TERM-MODE-SW.
           MOVE RCTL-MULTI-COMPANY-SW  TO REQ-MULTI-COMPANY-SW.
           IF REQ-ORIGINATOR-CODE = SPACES
               MOVE RCTL-ORIGINATOR-CODE
                                       TO REQ-ORIGINATOR-CODE
           END-IF.

       330000-EXIT.
           EXIT.

      *****************************************************************
      *    335000-CHECK-NOT-OPEN - A FRESH RUN WAITS UNTIL THE        *
      *    COMPANY'S LATEST RUN HAS ENDED ONE WAY OR ANOTHER.         *
      *****************************************************************
       335000-CHECK-NOT-OPEN.

           IF LATEST-SUB = ZERO
               GO TO 335000-EXIT
           END-IF.
           MOVE RUN-ENTRY (LATEST-SUB) TO CONTROL-DATA.
           IF RCTL-OPEN
               MOVE 'N'                TO REQUEST-SWITCH
               STRING 'RUN '                     DELIMITED BY SIZE
                      RCTL-RUN-ID                DELIMITED BY SIZE
                      ' IS STILL OPEN - RESTART IT OR RECORD ITS ABEND'
                                                 DELIMITED BY SIZE
                      ' FIRST'                   DELIMITED BY SIZE
                 INTO REQUEST-DETAIL
           END-IF.

       335000-EXIT.
           EXIT.

      *****************************************************************
      *    340000-FIND-RUN-ID - SERIAL LOOKUP OF SEARCH-RUN-ID ACROSS *
      *    EVERY COMPANY.                                             *
      *****************************************************************
       340000-FIND-RUN-ID.

           MOVE 'N'                    TO FOUND-SWITCH.
           MOVE ZERO                   TO FOUND-SUB.
           PERFORM 345000-COMPARE-RUN-ID THRU 345000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > RUN-TABLE-COUNT OR ENTRY-FOUND.

       340000-EXIT.
           EXIT.

       345000-COMPARE-RUN-ID.

           IF RUN-TBL-RUN-ID (SUB) = SEARCH-RUN-ID
               MOVE 'Y'                TO FOUND-SWITCH
               MOVE SUB                TO FOUND-SUB
           END-IF.

       345000-EXIT.
           EXIT.

      *****************************************************************
      *    350000-ASSIGN-RUN-ID - THE COMPANY CODE AND ONE MORE THAN  *
      *    THE HIGHEST SEQUENCE NUMBER ASSIGNED TO THE COMPANY.  AN   *
      *    ID SOMEONE HAS ALREADY KEYED BY HAND IS STEPPED OVER.      *
      *****************************************************************
       350000-ASSIGN-RUN-ID.

           MOVE ZERO                   TO HIGH-SEQUENCE.
           PERFORM 355000-CHECK-SEQUENCE THRU 355000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > RUN-TABLE-COUNT.
           MOVE REQ-COMPANY-CODE       TO NEXT-RUN-ID-PREFIX.
           MOVE HIGH-SEQUENCE          TO NEXT-RUN-ID-SEQUENCE.
           MOVE 'Y'                    TO FOUND-SWITCH.
           PERFORM 358000-STEP-SEQUENCE THRU 358000-EXIT
               UNTIL NOT ENTRY-FOUND
                  OR REQUEST-REJECTED.
           IF REQUEST-ACCEPTED
               MOVE NEXT-RUN-ID        TO REQ-RUN-ID
           END-IF.

       350000-EXIT.
           EXIT.

       355000-CHECK-SEQUENCE.

           IF RUN-TBL-COMPANY (SUB) = REQ-COMPANY-CODE
             AND RUN-TBL-ID-PREFIX (SUB) = REQ-COMPANY-CODE
             AND RUN-TBL-ID-SEQUENCE (SUB) NUMERIC
             AND RUN-TBL-ID-SEQUENCE-N (SUB) > HIGH-SEQUENCE
               MOVE RUN-TBL-ID-SEQUENCE-N (SUB)
                                       TO HIGH-SEQUENCE
           END-IF.

       355000-EXIT.
           EXIT.

       358000-STEP-SEQUENCE.

           IF NEXT-RUN-ID-SEQUENCE NOT < SEQUENCE-LIMIT
               MOVE 'N'                TO REQUEST-SWITCH
               MOVE 'RUN ID SEQUENCE FOR THE COMPANY IS EXHAUSTED'
                 TO REQUEST-DETAIL
               GO TO 358000-EXIT
           END-IF.
           ADD 1                       TO NEXT-RUN-ID-SEQUENCE.
           MOVE NEXT-RUN-ID            TO SEARCH-RUN-ID.
           PERFORM 340000-FIND-RUN-ID THRU 340000-EXIT.

       358000-EXIT.
           EXIT.

      *****************************************************************
      *    360000-ADD-RUN - THE NEW RUN GOES ON THE END OF THE TABLE, *
      *    OPEN, STAMPED WITH ITS START TIME.  A RUN BEING RESTARTED  *
      *    THAT IS STILL OPEN NEVER REACHED ITS END STEP, SO IT IS    *
      *    MARKED ABENDED FIRST.                                      *
      *****************************************************************
       360000-ADD-RUN.

           IF RUN-TABLE-COUNT NOT < RUN-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           IF RESTART-OF-RUN-ID NOT = SPACES
               MOVE RUN-ENTRY (LATEST-SUB)
                                       TO CONTROL-DATA
               IF RCTL-OPEN
                   MOVE 'A'            TO RCTL-RUN-STATUS
                   MOVE CURRENT-DATE-CCYYMMDD
                                       TO RCTL-END-DATE
                   MOVE CURRENT-TIME-HHMMSS
                                       TO RCTL-END-TIME
                   MOVE CONTROL-DATA   TO RUN-ENTRY (LATEST-SUB)
                   ADD 1               TO RUNS-ABENDED-COUNT
               END-IF
           END-IF.
           MOVE SPACES                 TO CONTROL-DATA.
           MOVE REQ-COMPANY-CODE       TO RCTL-COMPANY-CODE.
           MOVE REQ-RUN-ID             TO RCTL-RUN-ID.
           MOVE 'O'                    TO RCTL-RUN-STATUS.
           MOVE 'N'                    TO RCTL-RESTART-SW
                                          RCTL-DELTA-MODE-SW
                                          RCTL-CHANGE-MODE-SW
                                          RCTL-TERM-MODE-SW
                                          RCTL-MULTI-COMPANY-SW.
           IF REQ-RESTART-SW = 'Y'
               MOVE 'Y'                TO RCTL-RESTART-SW
               MOVE 'R'                TO MODE-RESTART
               ADD 1                   TO RUNS-RESTARTED-COUNT
           END-IF.
           IF REQ-DELTA-MODE-SW = 'Y'
               MOVE 'Y'                TO RCTL-DELTA-MODE-SW
               MOVE 'D'                TO MODE-DELTA
           END-IF.
           IF REQ-CHANGE-MODE-SW = 'Y'
               MOVE 'Y'                TO RCTL-CHANGE-MODE-SW
               MOVE 'C'                TO MODE-CHANGE
           END-IF.
           IF REQ-TERM-MODE-SW = 'Y'
               MOVE 'Y'                TO RCTL-TERM-MODE-SW
               MOVE 'T'                TO MODE-TERM
           END-IF.
           IF REQ-MULTI-COMPANY-SW = 'Y'
               MOVE 'Y'                TO RCTL-MULTI-COMPANY-SW
               MOVE 'M'                TO MODE-MULTI
           END-IF.
           MOVE REQ-ORIGINATOR-CODE    TO RCTL-ORIGINATOR-CODE.
           MOVE RESTART-OF-RUN-ID      TO RCTL-RESTART-OF-RUN-ID.
           MOVE CURRENT-DATE-CCYYMMDD  TO RCTL-START-DATE.
           MOVE CURRENT-TIME-HHMMSS    TO RCTL-START-TIME.
           MOVE ZERO                   TO RCTL-END-DATE
                                          RCTL-END-TIME
                                          RCTL-RELEASE-DATE.
           MOVE REQ-USER-ID            TO RCTL-REQUESTED-BY.
           ADD 1                       TO RUN-TABLE-COUNT.
           MOVE CONTROL-DATA           TO RUN-ENTRY (RUN-TABLE-COUNT).
           ADD 1                       TO RUNS-STARTED-COUNT.
           IF RESTART-OF-RUN-ID = SPACES
               MOVE 'RUN OPENED'       TO REQUEST-DETAIL
           ELSE
               STRING 'RUN OPENED AS THE RESTART OF RUN '
                                                 DELIMITED BY SIZE
                      RESTART-OF-RUN-ID          DELIMITED BY SIZE
                 INTO REQUEST-DETAIL
           END-IF.

       360000-EXIT.
           EXIT.

       370000-WRITE-RUNPARM.

           MOVE SPACES                 TO RUNPARM-DATA.
           MOVE RCTL-COMPANY-CODE      TO PARM-COMPANY-CODE.
           MOVE RCTL-ORIGINATOR-CODE   TO PARM-ORIGINATOR-CODE.
           MOVE RCTL-RUN-ID            TO PARM-RUN-ID.
           MOVE RCTL-RESTART-SW        TO PARM-RESTART-SW.
           MOVE RCTL-DELTA-MODE-SW     TO PARM-DELTA-MODE-SW.
           MOVE RCTL-CHANGE-MODE-SW    TO PARM-CHANGE-MODE-SW.
           MOVE RCTL-TERM-MODE-SW      TO PARM-TERM-MODE-SW.
           MOVE RCTL-MULTI-COMPANY-SW  TO PARM-MULTI-COMPANY-SW.
           MOVE RCTL-RESTART-OF-RUN-ID TO PARM-RESTART-OF-RUN-ID.
           MOVE LENGTH OF RUNPARM-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN RUNPARM-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN RUNPARM-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       RUNPARM-FIELDS.

       370000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-END-RUN - THE OPEN RUN ENDS WITH THE RELEASE        *
      *    DECISION ON ITS SETTLED RUN STATUS RECORD, OR COMPLETE     *
      *    WHEN THERE IS NO STATUS RECORD FOR IT.                     *
      *****************************************************************
       400000-END-RUN.

           PERFORM 410000-LOCATE-RUN THRU 410000-EXIT.
           IF REQUEST-REJECTED
               GO TO 400000-EXIT
           END-IF.
           IF NOT RCTL-OPEN
               PERFORM 415000-NOT-OPEN THRU 415000-EXIT
               GO TO 400000-EXIT
           END-IF.
           PERFORM 420000-FIND-STATUS THRU 420000-EXIT.
           MOVE CURRENT-DATE-CCYYMMDD  TO RCTL-END-DATE.
           MOVE CURRENT-TIME-HHMMSS    TO RCTL-END-TIME.
           IF STAT-FOUND-SUB = ZERO
               MOVE 'C'                TO RCTL-RUN-STATUS
               MOVE SPACE              TO RCTL-RELEASE-FLAG
               MOVE 'RUN ENDED COMPLETE - NO RUN STATUS RECORD ON FILE'
                 TO REQUEST-DETAIL
           ELSE
               MOVE STAT-TBL-RELEASE-FLAG (STAT-FOUND-SUB)
                                       TO RCTL-RELEASE-FLAG
               IF RCTL-RELEASE-FLAG = 'R'
                   MOVE 'R'            TO RCTL-RUN-STATUS
                   MOVE 'RUN ENDED - RELEASED BY THE RUN STATUS'
                     TO REQUEST-DETAIL
               ELSE
                   MOVE 'H'            TO RCTL-RUN-STATUS
                   MOVE 'RUN ENDED - HELD BY THE RUN STATUS'
                     TO REQUEST-DETAIL
               END-IF
           END-IF.
           MOVE CONTROL-DATA           TO RUN-ENTRY (RUN-SUB).
           ADD 1                       TO RUNS-ENDED-COUNT.

       400000-EXIT.
           EXIT.

      *****************************************************************
      *    410000-LOCATE-RUN - THE RUN AN E, A OR R CARD ACTS ON: THE *
      *    RUN ID ON THE CARD, OR THE COMPANY'S LATEST RUN WHEN IT IS *
      *    BLANK.  LEAVES THE ENTRY IN CONTROL-DATA AND ITS           *
      *    SUBSCRIPT IN RUN-SUB.                                      *
      *****************************************************************
       410000-LOCATE-RUN.

           MOVE ZERO                   TO RUN-SUB.
           IF REQ-RUN-ID = SPACES
               IF REQ-COMPANY-CODE = SPACES
                   MOVE 'N'            TO REQUEST-SWITCH
                   MOVE 'RUN ID OR COMPANY CODE IS REQUIRED'
                     TO REQUEST-DETAIL
                   GO TO 410000-EXIT
               END-IF
               PERFORM 320000-FIND-LATEST-RUN THRU 320000-EXIT
               MOVE LATEST-SUB         TO RUN-SUB
           ELSE
               MOVE REQ-RUN-ID         TO SEARCH-RUN-ID
               PERFORM 340000-FIND-RUN-ID THRU 340000-EXIT
               MOVE FOUND-SUB          TO RUN-SUB
           END-IF.
           IF RUN-SUB = ZERO
               MOVE 'N'                TO REQUEST-SWITCH
               MOVE 'NO SUCH RUN ON THE RUN CONTROL FILE'
                 TO REQUEST-DETAIL
               GO TO 410000-EXIT
           END-IF.
           MOVE RUN-ENTRY (RUN-SUB)    TO CONTROL-DATA.
           IF REQ-COMPANY-CODE NOT = SPACES
             AND REQ-COMPANY-CODE NOT = RCTL-COMPANY-CODE
               MOVE 'N'                TO REQUEST-SWITCH
               STRING 'RUN BELONGS TO COMPANY '
                                                 DELIMITED BY SIZE
                      RCTL-COMPANY-CODE          DELIMITED BY SIZE
                 INTO REQUEST-DETAIL
               GO TO 410000-EXIT
           END-IF.
           MOVE RCTL-COMPANY-CODE      TO REQ-COMPANY-CODE.
           MOVE RCTL-RUN-ID            TO REQ-RUN-ID.

       410000-EXIT.
           EXIT.

       415000-NOT-OPEN.

           MOVE 'N'                    TO REQUEST-SWITCH.
           STRING 'RUN IS NOT OPEN - STATUS '
                                                 DELIMITED BY SIZE
                  RCTL-RUN-STATUS                DELIMITED BY SIZE
             INTO REQUEST-DETAIL.

       415000-EXIT.
           EXIT.

      *****************************************************************
      *    420000-FIND-STATUS - THE SETTLED STATUS RECORD FOR THE RUN *
      *    AND COMPANY ('ALL' FOR A MULTI-COMPANY RUN).  THE LAST ONE *
      *    WINS.                                                      *
      *****************************************************************
       420000-FIND-STATUS.

           MOVE ZERO                   TO STAT-FOUND-SUB.
           PERFORM 425000-COMPARE-STATUS THRU 425000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > STAT-TABLE-COUNT.

       420000-EXIT.
           EXIT.

       425000-COMPARE-STATUS.

           IF STAT-TBL-RUN-ID (SUB) = RCTL-RUN-ID
             AND STAT-TBL-COMPANY (SUB) = RCTL-COMPANY-CODE
               MOVE SUB                TO STAT-FOUND-SUB
           END-IF.

       425000-EXIT.
           EXIT.

      *****************************************************************
      *    450000-ABEND-RUN - THE JOB'S ABEND STEP RECORDS THAT THE   *
      *    OPEN RUN FAILED.  IT STAYS THE ONE RUN A RESTART CAN TAKE. *
      *****************************************************************
       450000-ABEND-RUN.

           PERFORM 410000-LOCATE-RUN THRU 410000-EXIT.
           IF REQUEST-REJECTED
               GO TO 450000-EXIT
           END-IF.
           IF NOT RCTL-OPEN
               PERFORM 415000-NOT-OPEN THRU 415000-EXIT
               GO TO 450000-EXIT
           END-IF.
           MOVE 'A'                    TO RCTL-RUN-STATUS.
           MOVE CURRENT-DATE-CCYYMMDD  TO RCTL-END-DATE.
           MOVE CURRENT-TIME-HHMMSS    TO RCTL-END-TIME.
           MOVE CONTROL-DATA           TO RUN-ENTRY (RUN-SUB).
           ADD 1                       TO RUNS-ABENDED-COUNT.
           MOVE 'RUN MARKED ABENDED - RESTART IT TO FINISH'
             TO REQUEST-DETAIL.

       450000-EXIT.
           EXIT.

      *****************************************************************
      *    480000-RELEASE-RUN - OPS RELEASES A HELD RUN.  WHO         *
      *    RELEASED IT AND WHEN ARE KEPT; THE RELEASE FLAG STILL      *
      *    SHOWS THE RUN STATUS DECISION THAT HELD IT.                *
      *****************************************************************
       480000-RELEASE-RUN.

           IF REQ-USER-ID = SPACES
               MOVE 'N'                TO REQUEST-SWITCH
               MOVE 'USER ID OF WHO IS RELEASING THE RUN IS REQUIRED'
                 TO REQUEST-DETAIL
               GO TO 480000-EXIT
           END-IF.
           PERFORM 410000-LOCATE-RUN THRU 410000-EXIT.
           IF REQUEST-REJECTED
               GO TO 480000-EXIT
           END-IF.
           IF NOT RCTL-HELD
               MOVE 'N'                TO REQUEST-SWITCH
               STRING 'ONLY A HELD RUN CAN BE RELEASED - STATUS '
                                                 DELIMITED BY SIZE
                      RCTL-RUN-STATUS            DELIMITED BY SIZE
                 INTO REQUEST-DETAIL
               GO TO 480000-EXIT
           END-IF.
           MOVE 'R'                    TO RCTL-RUN-STATUS.
           MOVE REQ-USER-ID            TO RCTL-RELEASED-BY.
           MOVE CURRENT-DATE-CCYYMMDD  TO RCTL-RELEASE-DATE.
           MOVE CONTROL-DATA           TO RUN-ENTRY (RUN-SUB).
           ADD 1                       TO RUNS-RELEASED-COUNT.
           STRING 'HELD RUN RELEASED BY '        DELIMITED BY SIZE
                  REQ-USER-ID                    DELIMITED BY SPACE
             INTO REQUEST-DETAIL.

       480000-EXIT.
           EXIT.

      *****************************************************************
      *    600000-WRITE-NEW-CONTROL - THE WHOLE TABLE GOES OUT ON THE *
      *    NEW CONTROL FILE, IN START ORDER.                          *
      *****************************************************************
       600000-WRITE-NEW-CONTROL.

           PERFORM 610000-WRITE-ONE-RUN THRU 610000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > RUN-TABLE-COUNT.

       600000-EXIT.
           EXIT.

       610000-WRITE-ONE-RUN.

           MOVE RUN-ENTRY (SUB)        TO NEWCTL-DATA.
           MOVE LENGTH OF NEWCTL-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN NEWCTL-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN NEWCTL-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       NEWCTL-FIELDS.
           ADD 1                       TO CONTROL-WRITE-COUNT.

       610000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN CONTROL TOTALS.           *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'RUN CONTROL TOTALS -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'RUN CONTROL RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE CONTROL-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'REQUEST CARDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE REQUEST-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'REQUESTS ACCEPTED'
             TO RPT-TOTAL-LABEL.
           MOVE REQUEST-ACCEPT-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'REQUESTS REJECTED'
             TO RPT-TOTAL-LABEL.
           MOVE REQUEST-REJECT-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUNS STARTED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-STARTED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  OF WHICH RESTARTS'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-RESTARTED-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUNS ENDED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-ENDED-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUNS MARKED ABENDED'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-ABENDED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'HELD RUNS RELEASED BY OPS'
             TO RPT-TOTAL-LABEL.
           MOVE RUNS-RELEASED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUN CONTROL RECORDS WRITTEN'
             TO RPT-TOTAL-LABEL.
           MOVE CONTROL-WRITE-COUNT    TO RPT-TOTAL-VALUE.
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
