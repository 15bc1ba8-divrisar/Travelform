       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTAARC.

      *TITLE.         Audit trail archive and latest-disposition index!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK045* RWK045 RWALLING 2026 NEW PROGRAM.  AUDIT TRAIL HOUSEKEEPING - *
RWK045*                      MOVES THE AUDIT RECORDS OF RUNS OLDER    *
RWK045*                      THAN THE RETENTION PERIOD OPS SET TO A   *
RWK045*                      DATED ARCHIVE GENERATION, AND KEEPS A    *
RWK045*                      KEYED INDEX WITH ONE RECORD PER COMPANY  *
RWK045*                      AND GROUP HOLDING ITS LATEST RUN ID,     *
RWK045*                      DISPOSITION, REASON AND TRX CODE.        *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        AUDITTRL TAKES A RECORD FOR EVERY RECORD OF EVERY
      *        NIGHTLY RUN AND WAS NEVER CUT BACK.  CNVTRECN AND
      *        CNVTAUDI BOTH READ ALL OF IT JUST TO LEARN WHAT
      *        HAPPENED TO A GROUP LAST.  THIS PROGRAM RUNS IN THE
      *        NIGHTLY JOB AFTER CNVTDA AND AHEAD OF CNVTRECN AND DOES
      *        TWO THINGS IN ONE PASS OF THE AUDIT TRAIL:
      *
      *        1. AGING.  EACH RECORD'S RUN IS DATED FROM THE RUN
      *           CONTROL FILE (THE DATE THE RUN STARTED), OR FOR A
      *           RUN FROM BEFORE THE CONTROL FILE FROM ITS CNVTDA RUN
      *           HISTORY RECORD.  A RECORD OF A RUN DATED BEFORE THE
      *           CUTOFF - TODAY LESS THE RETENTION DAYS ON THE ARCPARM
      *           CARD, 90 WITHOUT ONE - GOES TO AUDARCH, A NEW DATED
      *           ARCHIVE GENERATION IN THE AUDIT TRAIL LAYOUT, SO THE
      *           GENERATIONS CAN BE CONCATENATED AHEAD OF THE AUDIT
      *           TRAIL WHEREVER THE FULL HISTORY IS READ (CNVTREVR
      *           AUDPRIOR, CNVTAUDI AUDARCH).  EVERY OTHER RECORD -
      *           AND EVERY RECORD OF A RUN WITH NO DATE ON FILE - IS
      *           KEPT ON NEWAUDT, WHICH THE JOB PUTS BACK AS AUDITTRL.
      *
      *        2. INDEX.  THE OLD INDEX IS TABLED IN KEY ORDER AND
      *           EVERY AUDIT RECORD, KEPT OR ARCHIVED, IS POSTED TO
      *           ITS COMPANY AND GROUP.  THE TRAIL IS IN RUN ORDER,
      *           SO THE LAST RECORD POSTED FOR A GROUP IS ITS LATEST
      *           (A FAILED RUN AND ITS RESTART COME OUT RIGHT, AS IN
      *           CNVTRECN).  A GROUP WHOSE RECORDS WERE ALL ARCHIVED
      *           ON AN EARLIER NIGHT KEEPS ITS ENTRY FROM THE OLD
      *           INDEX.  THE TABLE IS WRITTEN WHOLE TO NEWINDX, WHICH
      *           THE JOB RELOADS AS THE KEYED AUDINDX.
      *
      *    INPUTS.
      *        ARCPARM  - OPS RETENTION CARD (OPTIONAL)
      *        RUNCTL   - RUN CONTROL FILE FROM CNVTRCTL
      *        RUNHIST  - RUN HISTORY FILE (READ SEQUENTIALLY)
      *        AUDINDX  - AUDIT INDEX (READ SEQUENTIALLY, KEY ORDER)
      *        AUDITTRL - AUDIT TRAIL FILE FROM CNVTDA
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - NEWAUDT  (AUDIT TRAIL RECORDS KEPT)
      *              AUDARCH  (AUDIT ARCHIVE GENERATION)
      *              NEWINDX  (NEW AUDIT INDEX)
      *              AARCRPT  (AUDIT ARCHIVE REPORT)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTAARC WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    OPS RETENTION CARD.  A NON-NUMERIC OR ZERO RETENTION       *
      *    LEAVES THE DEFAULT IN FORCE.                               *
      *****************************************************************
       01  PARM-FIELDS.
           05  PARM-FILENAME                 PIC X(8)  VALUE 'ARCPARM'.
           05  PARM-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  PARM-DATA.
                   15  PARM-RETENTION-DAYS   PIC X(04).
                   15  PARM-RETENTION-DAYS-N REDEFINES
                       PARM-RETENTION-DAYS   PIC 9(04).
                   15  FILLER                PIC X(76).
       01  RETENTION-DAYS                PIC S9(4) COMP VALUE +90.

      *****************************************************************
      *    CUTOFF DATE - RUNS DATED BEFORE IT ARE ARCHIVED.  WORKED   *
      *    BACK FROM TODAY ONE DAY AT A TIME.                         *
      *****************************************************************
       01  CURRENT-DATE-CCYYMMDD         PIC 9(08).
       01  CUTOFF-DATE.
           05  CUTOFF-CCYY               PIC 9(04).
           05  CUTOFF-MM                 PIC 9(02).
           05  CUTOFF-DD                 PIC 9(02).
       01  CUTOFF-DATE-N REDEFINES CUTOFF-DATE
                                         PIC 9(08).
       01  MONTH-DAYS-VALUES             PIC X(24) VALUE
           '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
       01  LEAP-QUOTIENT                 PIC S9(7) COMP.
       01  LEAP-REMAINDER                PIC S9(7) COMP.
       01  LEAP-YEAR-SWITCH              PIC X(01).
           88  LEAP-YEAR                       VALUE 'Y'.

      *****************************************************************
      *    RUN CONTROL RECORD.  ONLY THE RUN ID AND START DATE ARE OF *
      *    INTEREST HERE; THE FULL LAYOUT IS IN CNVTRCTL.             *
      *****************************************************************
       01  CONTROL-FIELDS.
           05  CONTROL-FILENAME              PIC X(8)  VALUE 'RUNCTL'.
           05  CONTROL-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  CONTROL-DATA.
                   15  FILLER                PIC X(03).
                   15  RCTL-RUN-ID           PIC X(08).
                   15  FILLER                PIC X(22).
                   15  RCTL-START-DATE       PIC 9(08).
                   15  FILLER                PIC X(59).

      *****************************************************************
      *    RUN HISTORY FILE.  LAYOUT AS 898000-WRITE-RUN-HISTORY IN   *
      *    CNVTDA WRITES IT.  ONLY CNVTDA'S OWN (SOURCE C) RECORDS    *
      *    ARE USED, TO DATE RUNS FROM BEFORE THE RUN CONTROL FILE.   *
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
                   15  HIST-RUN-DATE         PIC 9(08).
                   15  HIST-RUN-TIME         PIC 9(06).
                   15  HIST-STATUS-IMAGE     PIC X(250).

      *****************************************************************
      *    AUDIT TRAIL RECORD AS WRITTEN BY 870000-WRITE-AUDIT IN     *
      *    CNVTDA.  THIS LAYOUT MUST STAY IN STEP WITH THE            *
      *    AUDIT-RECORD IN THAT PROGRAM.  KEPT AND ARCHIVED RECORDS   *
      *    GO OUT UNCHANGED.                                          *
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
                   15  AUDIT-REASON-CODE     PIC X(04).
                   15  AUDIT-TRX-CODE        PIC X(04).
                   15  AUDIT-BEFORE-IMAGE    PIC X(242).
                   15  AUDIT-AFTER-IMAGE     PIC X(504).
       01  NEWAUDT-FIELDS.
           05  NEWAUDT-FILENAME              PIC X(8)  VALUE 'NEWAUDT'.
           05  NEWAUDT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  NEWAUDT-DATA              PIC X(776).
       01  ARCHIVE-FIELDS.
           05  ARCHIVE-FILENAME              PIC X(8)  VALUE 'AUDARCH'.
           05  ARCHIVE-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  ARCHIVE-DATA              PIC X(776).

      *****************************************************************
      *    AUDIT INDEX RECORD - ONE PER COMPANY AND GROUP, KEYED BY   *
      *    COMPANY AND GROUP NUMBER.  THE LATEST AUDIT RECORD FOR THE *
      *    GROUP: ITS RUN, THE RUN'S DATE (ZERO WHEN NOT ON FILE),    *
      *    DISPOSITION, SUSPENSE REASON AND TRX CODE SENT.  THIS      *
      *    LAYOUT MUST STAY IN STEP WITH CNVTRECN AND CNVTAUDI.       *
      *****************************************************************
       01  INDEX-FIELDS.
           05  INDEX-FILENAME                PIC X(8)  VALUE 'AUDINDX'.
           05  INDEX-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  INDEX-DATA.
                   15  INDX-KEY.
                       20  INDX-COMPANY-CODE PIC X(03).
                       20  INDX-GROUP-NUMBER PIC X(10).
                   15  INDX-RUN-ID           PIC X(08).
                   15  INDX-DISPOSITION      PIC X(01).
                   15  INDX-REASON-CODE      PIC X(04).
                   15  INDX-TRX-CODE         PIC X(04).
                   15  INDX-RUN-DATE         PIC 9(08).
                   15  FILLER                PIC X(02).
       01  NEWINDX-FIELDS.
           05  NEWINDX-FILENAME              PIC X(8)  VALUE 'NEWINDX'.
           05  NEWINDX-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  NEWINDX-DATA              PIC X(40).

      *****************************************************************
      *    RUN DATE TABLE - EVERY RUN ID WITH A DATE ON FILE, IN RUN  *
      *    ID ORDER (BINARY INSERT), WITH THE AUDIT RECORDS ARCHIVED  *
      *    AND KEPT FOR IT TONIGHT.  A RUN ON THE AUDIT TRAIL WITH NO *
      *    DATE ON FILE IS ADDED WITH A ZERO DATE.                    *
      *****************************************************************
       01  RUN-TABLE-MAX                 PIC S9(7) COMP VALUE +20000.
       01  RUN-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  RUN-TABLE.
           05  RUN-ENTRY                 OCCURS 20000 TIMES.
               10  RUN-TBL-RUN-ID        PIC X(08).
               10  RUN-TBL-RUN-DATE      PIC 9(08).
               10  RUN-TBL-ARCHIVED-COUNT
                                         PIC S9(7) COMP.
               10  RUN-TBL-KEPT-COUNT    PIC S9(7) COMP.
       01  RUN-SEARCH-KEY                PIC X(08).
       01  RUN-SEARCH-DATE               PIC 9(08).
       01  RUN-FOUND-SUB                 PIC S9(7) COMP.
       01  RUN-LO-SUB                    PIC S9(7) COMP.
       01  RUN-HI-SUB                    PIC S9(7) COMP.
       01  RUN-MID-SUB                   PIC S9(7) COMP.
       01  RUN-INSERT-SUB                PIC S9(7) COMP.
       01  RUN-FOUND-SWITCH              PIC X(01).
           88  RUN-ENTRY-FOUND                 VALUE 'Y'.

      *    THE RUN OF THE AUDIT RECORD IN HAND.  THE TRAIL IS IN RUN
      *    ORDER, SO THE RUN IS LOOKED UP ONLY WHEN IT CHANGES.
       01  CURRENT-RUN-ID                PIC X(08) VALUE LOW-VALUES.
       01  CURRENT-RUN-SUB               PIC S9(7) COMP.
       01  CURRENT-RUN-DATE              PIC 9(08).

      *****************************************************************
      *    INDEX TABLE - THE OLD INDEX, IN KEY ORDER, WITH TONIGHT'S  *
      *    POSTINGS.  AN ENTRY IS THE WHOLE INDEX RECORD.             *
      *****************************************************************
       01  IDX-TABLE-MAX                 PIC S9(7) COMP VALUE +200000.
       01  IDX-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  IDX-TABLE.
           05  IDX-ENTRY                 OCCURS 200000 TIMES.
               10  IDX-TBL-KEY           PIC X(13).
               10  FILLER                PIC X(27).
       01  IDX-SEARCH-KEY.
           05  IDX-SEARCH-COMPANY        PIC X(03).
           05  IDX-SEARCH-GROUP          PIC X(10).
       01  IDX-FOUND-SUB                 PIC S9(7) COMP.
       01  IDX-LO-SUB                    PIC S9(7) COMP.
       01  IDX-HI-SUB                    PIC S9(7) COMP.
       01  IDX-MID-SUB                   PIC S9(7) COMP.
       01  IDX-INSERT-SUB                PIC S9(7) COMP.
       01  IDX-FOUND-SWITCH              PIC X(01).
           88  IDX-ENTRY-FOUND                 VALUE 'Y'.

       01  SUB                           PIC S9(7) COMP.
       01  CONTROL-EOF-SWITCH            PIC X(01).
           88  CONTROL-END-OF-FILE             VALUE 'Y'.
       01  RUNHIST-EOF-SWITCH            PIC X(01).
           88  RUNHIST-END-OF-FILE             VALUE 'Y'.
       01  INDEX-EOF-SWITCH              PIC X(01).
           88  INDEX-END-OF-FILE               VALUE 'Y'.
       01  AUDIT-EOF-SWITCH              PIC X(01).
           88  AUDIT-END-OF-FILE               VALUE 'Y'.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'AARCRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTAARC'.
           05  FILLER                    PIC X(50) VALUE
               'AUDIT TRAIL ARCHIVE AND INDEX'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-HEADING-2.
           05  FILLER                    PIC X(46) VALUE
               'RUN ID    RUN DATE      ARCHIVED      KEPT'.
           05  FILLER                    PIC X(86) VALUE SPACES.
       01  RPT-CUTOFF-LINE.
           05  FILLER                    PIC X(16) VALUE
               'RETENTION DAYS: '.
           05  RPT-CUTOFF-DAYS           PIC ZZZ9.
           05  FILLER                    PIC X(33) VALUE
               '   ARCHIVING RUNS DATED BEFORE: '.
           05  RPT-CUTOFF-DATE           PIC 9999/99/99.
           05  FILLER                    PIC X(69) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-RUN-LINE.
           05  RPT-RUN-ID                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE              PIC 9999/99/99.
           05  RPT-RUN-DATE-X            REDEFINES
               RPT-RUN-DATE              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-RUN-ARCHIVED          PIC Z(09)9.
           05  RPT-RUN-KEPT              PIC Z(09)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  ARCHIVE-TOTALS                   COMP.
           05  CONTROL-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNHIST-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  RUNHIST-USED-COUNT           PIC S9(7) VALUE ZERO.
           05  INDEX-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  AUDIT-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  ARCHIVED-COUNT               PIC S9(7) VALUE ZERO.
           05  KEPT-COUNT                   PIC S9(7) VALUE ZERO.
           05  KEPT-UNDATED-COUNT           PIC S9(7) VALUE ZERO.
           05  NOT-INDEXED-COUNT            PIC S9(7) VALUE ZERO.
           05  INDEX-ADDED-COUNT            PIC S9(7) VALUE ZERO.
           05  INDEX-UPDATED-COUNT          PIC S9(7) VALUE ZERO.
           05  INDEX-WRITE-COUNT            PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTAARC WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           ACCEPT CURRENT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 100000-READ-PARM THRU 100000-EXIT.
           PERFORM 150000-SET-CUTOFF-DATE THRU 150000-EXIT.
           PERFORM 200000-LOAD-RUN-DATES THRU 200000-EXIT.
           PERFORM 300000-LOAD-OLD-INDEX THRU 300000-EXIT.
           PERFORM 400000-AGE-AUDIT THRU 400000-EXIT.
           PERFORM 600000-WRITE-NEW-INDEX THRU 600000-EXIT.
           PERFORM 700000-LIST-RUNS THRU 700000-EXIT.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-READ-PARM - OPS' RETENTION CARD.  WITH NO CARD THE  *
      *    DEFAULT STANDS.                                            *
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
           IF PARM-RETENTION-DAYS NUMERIC
             AND PARM-RETENTION-DAYS-N > ZERO
               MOVE PARM-RETENTION-DAYS-N
                                       TO RETENTION-DAYS
           END-IF.

       100000-EXIT.
           EXIT.

      *****************************************************************
      *    150000-SET-CUTOFF-DATE - TODAY LESS THE RETENTION DAYS.    *
      *    THE CUTOFF AND RETENTION HEAD THE REPORT.                  *
      *****************************************************************
       150000-SET-CUTOFF-DATE.

           MOVE CURRENT-DATE-CCYYMMDD  TO CUTOFF-DATE-N.
           PERFORM 155000-BACK-ONE-DAY THRU 155000-EXIT
               RETENTION-DAYS TIMES.
           MOVE RETENTION-DAYS         TO RPT-CUTOFF-DAYS.
           MOVE CUTOFF-DATE-N          TO RPT-CUTOFF-DATE.
           MOVE RPT-CUTOFF-LINE        TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       150000-EXIT.
           EXIT.

      *    STEP THE CUTOFF BACK ONE CALENDAR DAY, ACROSS A MONTH OR
      *    YEAR END WHEN IT IS THE FIRST.
       155000-BACK-ONE-DAY.

           IF CUTOFF-DD > 1
               SUBTRACT 1              FROM CUTOFF-DD
               GO TO 155000-EXIT
           END-IF.
           IF CUTOFF-MM > 1
               SUBTRACT 1              FROM CUTOFF-MM
           ELSE
               MOVE 12                 TO CUTOFF-MM
               SUBTRACT 1              FROM CUTOFF-CCYY
           END-IF.
           MOVE MONTH-DAYS (CUTOFF-MM) TO CUTOFF-DD.
           IF CUTOFF-MM = 2
               PERFORM 158000-TEST-LEAP-YEAR THRU 158000-EXIT
               IF LEAP-YEAR
                   MOVE 29             TO CUTOFF-DD
               END-IF
           END-IF.

       155000-EXIT.
           EXIT.

      *    A LEAP YEAR DIVIDES BY 4, AND A CENTURY YEAR BY 400.
       158000-TEST-LEAP-YEAR.

           MOVE 'N'                    TO LEAP-YEAR-SWITCH.
           DIVIDE CUTOFF-CCYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER NOT = ZERO
               GO TO 158000-EXIT
           END-IF.
           DIVIDE CUTOFF-CCYY BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER NOT = ZERO
               MOVE 'Y'                TO LEAP-YEAR-SWITCH
               GO TO 158000-EXIT
           END-IF.
           DIVIDE CUTOFF-CCYY BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO
               MOVE 'Y'                TO LEAP-YEAR-SWITCH
           END-IF.

       158000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-LOAD-RUN-DATES - DATE EVERY RUN ON FILE.  THE RUN   *
      *    CONTROL FILE'S START DATE COMES FIRST; THE CNVTDA RUN      *
      *    HISTORY RECORD DATES ONLY A RUN THE CONTROL FILE DOES NOT  *
      *    HAVE.  AN EMPTY OR MISSING FILE JUST DATES NOTHING.        *
      *****************************************************************
       200000-LOAD-RUN-DATES.

           MOVE 'N'                    TO CONTROL-EOF-SWITCH.
           PERFORM 210000-READ-CONTROL THRU 210000-EXIT.
           PERFORM 220000-TABLE-CONTROL THRU 220000-EXIT
               UNTIL CONTROL-END-OF-FILE.
           MOVE 'N'                    TO RUNHIST-EOF-SWITCH.
           PERFORM 250000-READ-RUNHIST THRU 250000-EXIT.
           PERFORM 260000-TABLE-RUNHIST THRU 260000-EXIT
               UNTIL RUNHIST-END-OF-FILE.

       200000-EXIT.
           EXIT.

       210000-READ-CONTROL.

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

       210000-EXIT.
           EXIT.

       220000-TABLE-CONTROL.

           ADD 1                       TO CONTROL-READ-COUNT.
           MOVE RCTL-RUN-ID            TO RUN-SEARCH-KEY.
           MOVE RCTL-START-DATE        TO RUN-SEARCH-DATE.
           PERFORM 270000-ADD-RUN-DATE THRU 270000-EXIT.
           PERFORM 210000-READ-CONTROL THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

       250000-READ-RUNHIST.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF RUNHIST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       RUNHIST-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO RUNHIST-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       250000-EXIT.
           EXIT.

       260000-TABLE-RUNHIST.

           ADD 1                       TO RUNHIST-READ-COUNT.
           IF HIST-CONVERSION-STATUS
               MOVE HIST-RUN-ID        TO RUN-SEARCH-KEY
               MOVE HIST-RUN-DATE      TO RUN-SEARCH-DATE
               PERFORM 280000-FIND-RUN-ENTRY THRU 280000-EXIT
               IF NOT RUN-ENTRY-FOUND
                   ADD 1               TO RUNHIST-USED-COUNT
                   PERFORM 270000-ADD-RUN-DATE THRU 270000-EXIT
               END-IF
           END-IF.
           PERFORM 250000-READ-RUNHIST THRU 250000-EXIT.

       260000-EXIT.
           EXIT.

      *****************************************************************
      *    270000-ADD-RUN-DATE - TABLE RUN-SEARCH-KEY WITH            *
      *    RUN-SEARCH-DATE UNLESS THE RUN IS ALREADY DATED.           *
      *****************************************************************
       270000-ADD-RUN-DATE.

           PERFORM 280000-FIND-RUN-ENTRY THRU 280000-EXIT.
           IF RUN-ENTRY-FOUND
               GO TO 270000-EXIT
           END-IF.
           IF RUN-TABLE-COUNT NOT < RUN-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           PERFORM 290000-INSERT-RUN-ENTRY THRU 290000-EXIT.

       270000-EXIT.
           EXIT.

      *****************************************************************
      *    280000-FIND-RUN-ENTRY - BINARY SEARCH OF THE ORDERED RUN   *
      *    DATE TABLE FOR RUN-SEARCH-KEY.  RETURNS RUN-FOUND-SUB WHEN *
      *    FOUND; OTHERWISE RUN-INSERT-SUB IS WHERE THE KEY BELONGS.  *
      *****************************************************************
       280000-FIND-RUN-ENTRY.

           MOVE 'N'                    TO RUN-FOUND-SWITCH.
           MOVE ZERO                   TO RUN-FOUND-SUB.
           MOVE 1                      TO RUN-LO-SUB.
           MOVE RUN-TABLE-COUNT        TO RUN-HI-SUB.
           PERFORM 285000-COMPARE-RUN-ENTRY THRU 285000-EXIT
               UNTIL RUN-LO-SUB > RUN-HI-SUB OR RUN-ENTRY-FOUND.
           MOVE RUN-LO-SUB             TO RUN-INSERT-SUB.

       280000-EXIT.
           EXIT.

       285000-COMPARE-RUN-ENTRY.

           COMPUTE RUN-MID-SUB = (RUN-LO-SUB + RUN-HI-SUB) / 2.
           IF RUN-TBL-RUN-ID (RUN-MID-SUB) = RUN-SEARCH-KEY
               MOVE 'Y'                TO RUN-FOUND-SWITCH
               MOVE RUN-MID-SUB        TO RUN-FOUND-SUB
           ELSE
               IF RUN-SEARCH-KEY < RUN-TBL-RUN-ID (RUN-MID-SUB)
                   COMPUTE RUN-HI-SUB = RUN-MID-SUB - 1
               ELSE
                   COMPUTE RUN-LO-SUB = RUN-MID-SUB + 1
               END-IF
           END-IF.

       285000-EXIT.
           EXIT.

      *****************************************************************
      *    290000-INSERT-RUN-ENTRY - OPEN A SLOT AT RUN-INSERT-SUB BY *
      *    SHIFTING THE HIGHER ENTRIES UP ONE, AND FILL IT.           *
      *****************************************************************
       290000-INSERT-RUN-ENTRY.

           PERFORM 295000-SHIFT-RUN-ENTRY THRU 295000-EXIT
               VARYING SUB FROM RUN-TABLE-COUNT BY -1
               UNTIL SUB < RUN-INSERT-SUB.
           ADD 1                       TO RUN-TABLE-COUNT.
           MOVE RUN-SEARCH-KEY
             TO RUN-TBL-RUN-ID (RUN-INSERT-SUB).
           MOVE RUN-SEARCH-DATE
             TO RUN-TBL-RUN-DATE (RUN-INSERT-SUB).
           MOVE ZERO
             TO RUN-TBL-ARCHIVED-COUNT (RUN-INSERT-SUB)
                RUN-TBL-KEPT-COUNT (RUN-INSERT-SUB).
           MOVE RUN-INSERT-SUB         TO RUN-FOUND-SUB.

       290000-EXIT.
           EXIT.

       295000-SHIFT-RUN-ENTRY.

           MOVE RUN-ENTRY (SUB)        TO RUN-ENTRY (SUB + 1).

       295000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-LOAD-OLD-INDEX - TABLE THE OLD INDEX.  IT IS READ   *
      *    IN KEY ORDER, SO EACH RECORD GOES ON THE END OF THE TABLE. *
      *    AN EMPTY OR MISSING INDEX IS BUILT FROM THE AUDIT TRAIL    *
      *    ALONE.                                                     *
      *****************************************************************
       300000-LOAD-OLD-INDEX.

           MOVE 'N'                    TO INDEX-EOF-SWITCH.
           PERFORM 310000-READ-INDEX THRU 310000-EXIT.
           PERFORM 320000-TABLE-INDEX THRU 320000-EXIT
               UNTIL INDEX-END-OF-FILE.

       300000-EXIT.
           EXIT.

       310000-READ-INDEX.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF INDEX-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       INDEX-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO INDEX-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       310000-EXIT.
           EXIT.

       320000-TABLE-INDEX.

           ADD 1                       TO INDEX-READ-COUNT.
           IF IDX-TABLE-COUNT NOT < IDX-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO IDX-TABLE-COUNT.
           MOVE INDEX-DATA             TO IDX-ENTRY (IDX-TABLE-COUNT).
           PERFORM 310000-READ-INDEX THRU 310000-EXIT.

       320000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-AGE-AUDIT - ONE PASS OF THE AUDIT TRAIL.  EVERY     *
      *    RECORD IS POSTED TO THE INDEX, THEN ARCHIVED OR KEPT BY    *
      *    ITS RUN'S DATE.                                            *
      *****************************************************************
       400000-AGE-AUDIT.

           MOVE 'N'                    TO AUDIT-EOF-SWITCH.
           PERFORM 410000-READ-AUDIT THRU 410000-EXIT.
           PERFORM 420000-PROCESS-AUDIT THRU 420000-EXIT
               UNTIL AUDIT-END-OF-FILE.

       400000-EXIT.
           EXIT.

       410000-READ-AUDIT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF AUDIT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       AUDIT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO AUDIT-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       410000-EXIT.
           EXIT.

       420000-PROCESS-AUDIT.

           ADD 1                       TO AUDIT-READ-COUNT.
           IF AUDIT-RUN-ID NOT = CURRENT-RUN-ID
               PERFORM 430000-DATE-AUDIT-RUN THRU 430000-EXIT
           END-IF.
           PERFORM 440000-POST-INDEX THRU 440000-EXIT.
           IF CURRENT-RUN-DATE NOT = ZERO
             AND CURRENT-RUN-DATE < CUTOFF-DATE-N
               PERFORM 460000-WRITE-ARCHIVE THRU 460000-EXIT
           ELSE
               PERFORM 470000-WRITE-KEPT THRU 470000-EXIT
           END-IF.
           PERFORM 410000-READ-AUDIT THRU 410000-EXIT.

       420000-EXIT.
           EXIT.

      *****************************************************************
      *    430000-DATE-AUDIT-RUN - FIND THE NEW RUN'S DATE.  A RUN    *
      *    WITH NO DATE ON FILE IS TABLED WITH A ZERO DATE SO ITS     *
      *    KEPT RECORDS ARE COUNTED AND LISTED.                       *
      *****************************************************************
       430000-DATE-AUDIT-RUN.

           MOVE AUDIT-RUN-ID           TO CURRENT-RUN-ID
                                          RUN-SEARCH-KEY.
           MOVE ZERO                   TO RUN-SEARCH-DATE.
           PERFORM 270000-ADD-RUN-DATE THRU 270000-EXIT.
           MOVE RUN-FOUND-SUB          TO CURRENT-RUN-SUB.
           MOVE RUN-TBL-RUN-DATE (CURRENT-RUN-SUB)
             TO CURRENT-RUN-DATE.

       430000-EXIT.
           EXIT.

      *****************************************************************
      *    440000-POST-INDEX - THE AUDIT RECORD IN HAND BECOMES ITS   *
      *    GROUP'S INDEX ENTRY.  HEADER AND TRAILER RECORDS CARRY NO  *
      *    GROUP AND ARE NOT INDEXED.                                 *
      *****************************************************************
       440000-POST-INDEX.

           IF AUDIT-GROUP-NUMBER = SPACES
               ADD 1                   TO NOT-INDEXED-COUNT
               GO TO 440000-EXIT
           END-IF.
           MOVE SPACES                 TO INDEX-DATA.
           MOVE AUDIT-COMPANY-CODE     TO INDX-COMPANY-CODE.
           MOVE AUDIT-GROUP-NUMBER     TO INDX-GROUP-NUMBER.
           MOVE AUDIT-RUN-ID           TO INDX-RUN-ID.
           MOVE AUDIT-DISPOSITION      TO INDX-DISPOSITION.
           MOVE AUDIT-REASON-CODE      TO INDX-REASON-CODE.
           MOVE AUDIT-TRX-CODE         TO INDX-TRX-CODE.
           MOVE CURRENT-RUN-DATE       TO INDX-RUN-DATE.
           MOVE INDX-KEY               TO IDX-SEARCH-KEY.
           PERFORM 480000-FIND-INDEX-ENTRY THRU 480000-EXIT.
           IF IDX-ENTRY-FOUND
               ADD 1                   TO INDEX-UPDATED-COUNT
               MOVE INDEX-DATA         TO IDX-ENTRY (IDX-FOUND-SUB)
               GO TO 440000-EXIT
           END-IF.
           IF IDX-TABLE-COUNT NOT < IDX-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO INDEX-ADDED-COUNT.
           PERFORM 490000-INSERT-INDEX-ENTRY THRU 490000-EXIT.

       440000-EXIT.
           EXIT.

       460000-WRITE-ARCHIVE.

           MOVE AUDIT-DATA             TO ARCHIVE-DATA.
           MOVE LENGTH OF ARCHIVE-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN ARCHIVE-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN ARCHIVE-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       ARCHIVE-FIELDS.
           ADD 1                       TO ARCHIVED-COUNT.
           ADD 1
             TO RUN-TBL-ARCHIVED-COUNT (CURRENT-RUN-SUB).

       460000-EXIT.
           EXIT.

       470000-WRITE-KEPT.

           MOVE AUDIT-DATA             TO NEWAUDT-DATA.
           MOVE LENGTH OF NEWAUDT-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN NEWAUDT-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN NEWAUDT-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       NEWAUDT-FIELDS.
           ADD 1                       TO KEPT-COUNT.
           ADD 1
             TO RUN-TBL-KEPT-COUNT (CURRENT-RUN-SUB).
           IF CURRENT-RUN-DATE = ZERO
               ADD 1                   TO KEPT-UNDATED-COUNT
           END-IF.

       470000-EXIT.
           EXIT.

      *****************************************************************
      *    480000-FIND-INDEX-ENTRY - BINARY SEARCH OF THE ORDERED     *
      *    INDEX TABLE FOR IDX-SEARCH-KEY.  RETURNS IDX-FOUND-SUB     *
      *    WHEN FOUND; OTHERWISE IDX-INSERT-SUB IS WHERE THE KEY      *
      *    BELONGS.                                                   *
      *****************************************************************
       480000-FIND-INDEX-ENTRY.

           MOVE 'N'                    TO IDX-FOUND-SWITCH.
           MOVE ZERO                   TO IDX-FOUND-SUB.
           MOVE 1                      TO IDX-LO-SUB.
           MOVE IDX-TABLE-COUNT        TO IDX-HI-SUB.
           PERFORM 485000-COMPARE-INDEX-ENTRY THRU 485000-EXIT
               UNTIL IDX-LO-SUB > IDX-HI-SUB OR IDX-ENTRY-FOUND.
           MOVE IDX-LO-SUB             TO IDX-INSERT-SUB.

       480000-EXIT.
           EXIT.

       485000-COMPARE-INDEX-ENTRY.

           COMPUTE IDX-MID-SUB = (IDX-LO-SUB + IDX-HI-SUB) / 2.
           IF IDX-TBL-KEY (IDX-MID-SUB) = IDX-SEARCH-KEY
               MOVE 'Y'                TO IDX-FOUND-SWITCH
               MOVE IDX-MID-SUB        TO IDX-FOUND-SUB
           ELSE
               IF IDX-SEARCH-KEY < IDX-TBL-KEY (IDX-MID-SUB)
                   COMPUTE IDX-HI-SUB = IDX-MID-SUB - 1
               ELSE
                   COMPUTE IDX-LO-SUB = IDX-MID-SUB + 1
               END-IF
           END-IF.

       485000-EXIT.
           EXIT.

      *****************************************************************
      *    490000-INSERT-INDEX-ENTRY - OPEN A SLOT AT IDX-INSERT-SUB  *
      *    BY SHIFTING THE HIGHER ENTRIES UP ONE, AND FILL IT WITH    *
      *    THE INDEX RECORD BUILT IN INDEX-DATA.                      *
      *****************************************************************
       490000-INSERT-INDEX-ENTRY.

           PERFORM 495000-SHIFT-INDEX-ENTRY THRU 495000-EXIT
               VARYING SUB FROM IDX-TABLE-COUNT BY -1
               UNTIL SUB < IDX-INSERT-SUB.
           ADD 1                       TO IDX-TABLE-COUNT.
           MOVE INDEX-DATA             TO IDX-ENTRY (IDX-INSERT-SUB).

       490000-EXIT.
           EXIT.

       495000-SHIFT-INDEX-ENTRY.

           MOVE IDX-ENTRY (SUB)        TO IDX-ENTRY (SUB + 1).

       495000-EXIT.
           EXIT.

      *****************************************************************
      *    600000-WRITE-NEW-INDEX - THE WHOLE INDEX TABLE, IN KEY     *
      *    ORDER, TO NEWINDX.                                         *
      *****************************************************************
       600000-WRITE-NEW-INDEX.

           PERFORM 610000-WRITE-ONE-INDEX THRU 610000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > IDX-TABLE-COUNT.

       600000-EXIT.
           EXIT.

       610000-WRITE-ONE-INDEX.

           MOVE IDX-ENTRY (SUB)        TO NEWINDX-DATA.
           MOVE LENGTH OF NEWINDX-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN NEWINDX-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN NEWINDX-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       NEWINDX-FIELDS.
           ADD 1                       TO INDEX-WRITE-COUNT.

       610000-EXIT.
           EXIT.

      *****************************************************************
      *    700000-LIST-RUNS - ONE LINE PER RUN ON TONIGHT'S AUDIT     *
      *    TRAIL, IN RUN ID ORDER, WITH ITS RECORDS ARCHIVED AND      *
      *    KEPT.  A RUN WITH NO DATE ON FILE SHOWS UNKNOWN.           *
      *****************************************************************
       700000-LIST-RUNS.

           PERFORM 710000-LIST-ONE-RUN THRU 710000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > RUN-TABLE-COUNT.

       700000-EXIT.
           EXIT.

       710000-LIST-ONE-RUN.

           IF RUN-TBL-ARCHIVED-COUNT (SUB) = ZERO
             AND RUN-TBL-KEPT-COUNT (SUB) = ZERO
               GO TO 710000-EXIT
           END-IF.
           MOVE RUN-TBL-RUN-ID (SUB)   TO RPT-RUN-ID.
           IF RUN-TBL-RUN-DATE (SUB) = ZERO
               MOVE 'UNKNOWN'          TO RPT-RUN-DATE-X
           ELSE
               MOVE RUN-TBL-RUN-DATE (SUB)
                                       TO RPT-RUN-DATE
           END-IF.
           MOVE RUN-TBL-ARCHIVED-COUNT (SUB)
                                       TO RPT-RUN-ARCHIVED.
           MOVE RUN-TBL-KEPT-COUNT (SUB)
                                       TO RPT-RUN-KEPT.
           MOVE RPT-RUN-LINE           TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       710000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN ARCHIVE AND INDEX TOTALS. *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'AUDIT ARCHIVE TOTALS -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'RUN CONTROL RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE CONTROL-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUN HISTORY RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE RUNHIST-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  RUNS DATED FROM RUN HISTORY'
             TO RPT-TOTAL-LABEL.
           MOVE RUNHIST-USED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'AUDIT TRAIL RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE AUDIT-READ-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  ARCHIVED TO AUDARCH'
             TO RPT-TOTAL-LABEL.
           MOVE ARCHIVED-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  KEPT ON THE AUDIT TRAIL'
             TO RPT-TOTAL-LABEL.
           MOVE KEPT-COUNT             TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '    KEPT - RUN DATE NOT ON FILE'
             TO RPT-TOTAL-LABEL.
           MOVE KEPT-UNDATED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  NO GROUP - NOT INDEXED'
             TO RPT-TOTAL-LABEL.
           MOVE NOT-INDEXED-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'OLD INDEX RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE INDEX-READ-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  GROUPS ADDED TO THE INDEX'
             TO RPT-TOTAL-LABEL.
           MOVE INDEX-ADDED-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  INDEX POSTINGS TO EXISTING GROUPS'
             TO RPT-TOTAL-LABEL.
           MOVE INDEX-UPDATED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'NEW INDEX RECORDS WRITTEN'
             TO RPT-TOTAL-LABEL.
           MOVE INDEX-WRITE-COUNT      TO RPT-TOTAL-VALUE.
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
