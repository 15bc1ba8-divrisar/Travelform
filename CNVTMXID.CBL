       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTMXID.

      *TITLE.         Converted-groups master-id collision report!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK036* RWK036 RWALLING 2026 NEW PROGRAM.  LISTS EVERY MASTER-ID ON   *
RWK036*                      THE CONVERTED-GROUPS MASTER THAT IS      *
RWK036*                      SHARED BY MORE THAN ONE GROUP (GROUP     *
RWK036*                      NUMBERS DIFFERING ONLY IN BYTES 8-10),   *
RWK036*                      SHOWS WHICH GROUP WAS CONVERTED FIRST    *
RWK036*                      AND WHICH ONE MSTXREF NAMES AS OWNER,    *
RWK036*                      AND WRITES A LOAD FILE OF MSTXREF        *
RWK036*                      RECORDS FOR EVERY MASTER-ID NOT YET ON   *
RWK036*                      THE CROSS-REFERENCE.                     *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        CNVTDA BUILDS THE ADMIN MASTER-ID FROM ONLY THE FIRST
      *        SEVEN BYTES OF THE GROUP NUMBER, SO TWO GROUPS WHOSE
      *        NUMBERS DIFFER ONLY IN BYTES 8-10 WERE SET UP ON ONE
      *        ADMIN MASTER RECORD UNTIL THE MSTXREF CHECK WENT IN.
      *        THIS PROGRAM FINDS THE ONES ALREADY CONVERTED: EVERY
      *        CNVMAST GROUP IS TABLED IN GROUP-NUMBER ORDER, WHICH
      *        BRINGS GROUPS SHARING A MASTER KEY TOGETHER, AND EACH
      *        SHARED KEY IS PRINTED WITH ALL OF ITS GROUPS SO THE
      *        ADMIN SYSTEM CAN BE CLEANED UP BEFORE IT BILLS THE
      *        WRONG GROUP.  THE GROUP CONVERTED FIRST (THE EARLIEST
      *        RECORD ON THE APPEND-ONLY MASTER) IS THE ONE THE ADMIN
      *        MASTER RECORD WAS SET UP FOR.
      *
      *        MSTXREF ONLY LEARNS A MASTER KEY WHEN CNVTDA NEXT
      *        WRITES FOR IT, SO A KEY NOT YET ON THE FILE IS WRITTEN
      *        TO XREFLOAD WITH THE FIRST-CONVERTED GROUP AS OWNER,
      *        FOR OPS TO ADD TO MSTXREF.  UNTIL THAT IS DONE A NEW
      *        GROUP COLLIDING WITH A GROUP CONVERTED BEFORE THE
      *        CHECK WENT IN WOULD CLAIM THE KEY FOR ITSELF.  A KEY
      *        WHOSE MSTXREF OWNER IS NOT ON CNVMAST AT ALL (FOR
      *        INSTANCE A GROUP SINCE PURGED) IS FLAGGED BUT LEFT
      *        ALONE.
      *
      *    INPUTS.
      *        CNVMAST  - CONVERTED-GROUPS MASTER FROM CNVTDA
      *        MSTXREF  - MASTER-ID CROSS-REFERENCE (READ BY KEY)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - MXIDRPT  (MASTER-ID COLLISION REPORT)
      *              XREFLOAD (MSTXREF RECORDS FOR UNREGISTERED KEYS)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTMXID WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    CONVERTED-GROUPS MASTER RECORD AS WRITTEN BY               *
      *    860000-WRITE-CNVMAST IN CNVTDA.  THIS LAYOUT MUST STAY IN  *
      *    STEP WITH THE CNVMAST-RECORD IN THAT PROGRAM.              *
      *****************************************************************
       01  CNVMAST-FIELDS.
           05  CNVMAST-FILENAME              PIC X(8)  VALUE 'CNVMAST'.
           05  CNVMAST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  CNVMAST-DATA.
                   15  CNVMAST-GROUP-NUMBER  PIC X(10).
                   15  CNVMAST-STRUCTURE-CODE
                                             PIC X(01).
                   15  CNVMAST-NBR-OF-DIVISIONS
                                             PIC 9(03).
                   15  CNVMAST-ISSUE-YY      PIC 9(04).
                   15  CNVMAST-ISSUE-MM      PIC 9(02).
                   15  CNVMAST-ISSUE-DD      PIC 9(02).
                   15  CNVMAST-TIN           PIC 9(09).
                   15  FILLER                PIC X(09).

      *****************************************************************
      *    MASTER-ID CROSS-REFERENCE RECORD AS WRITTEN BY             *
      *    219800-CLAIM-MASTER-KEY IN CNVTDA, KEYED BY THE SEVEN-BYTE *
      *    MASTER KEY.  XREFLOAD CARRIES THE SAME LAYOUT.             *
      *****************************************************************
       01  MSTXREF-FIELDS.
           05  MSTXREF-FILENAME              PIC X(8)  VALUE 'MSTXREF'.
           05  MSTXREF-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  MSTXREF-DATA.
                   15  XREF-MASTER-KEY       PIC X(07).
                   15  XREF-GROUP-NUMBER     PIC X(10).
                   15  XREF-COMPANY-CODE     PIC X(03).
                   15  XREF-RUN-ID           PIC X(08).
                   15  FILLER                PIC X(12).
       01  XREFLOAD-FIELDS.
           05  XREFLOAD-FILENAME             PIC X(8)  VALUE 'XREFLOAD'.
           05  XREFLOAD-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  XREFLOAD-DATA.
                   15  LOAD-MASTER-KEY       PIC X(07).
                   15  LOAD-GROUP-NUMBER     PIC X(10).
                   15  LOAD-COMPANY-CODE     PIC X(03).
                   15  LOAD-RUN-ID           PIC X(08).
                   15  FILLER                PIC X(12).

      *****************************************************************
      *    MASTER GROUP TABLE, KEPT IN GROUP-NUMBER ORDER (BINARY     *
      *    INSERT) SO GROUPS SHARING A MASTER KEY SIT TOGETHER.  THE  *
      *    SEQUENCE IS THE GROUP'S RECORD POSITION ON CNVMAST - THE   *
      *    LOWEST IN A SHARED KEY WAS CONVERTED FIRST.                *
      *****************************************************************
       01  MXT-TABLE-MAX                 PIC S9(7) COMP VALUE +60000.
       01  MXT-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  MXT-GROUP-TABLE.
           05  MXT-GROUP-ENTRY           OCCURS 60000 TIMES.
               10  MXT-GROUP-NUMBER.
                   15  MXT-MASTER-KEY    PIC X(07).
                   15  FILLER            PIC X(03).
               10  MXT-SEQUENCE          PIC S9(7) COMP.
       01  MXT-SEARCH-KEY                PIC X(10).
       01  MXT-LO-SUB                    PIC S9(7) COMP.
       01  MXT-HI-SUB                    PIC S9(7) COMP.
       01  MXT-MID-SUB                   PIC S9(7) COMP.
       01  MXT-INSERT-SUB                PIC S9(7) COMP.

       01  SUB                           PIC S9(7) COMP.
       01  KEY-SUB                       PIC S9(7) COMP.
       01  KEY-START-SUB                 PIC S9(7) COMP.
       01  KEY-END-SUB                   PIC S9(7) COMP.
       01  KEY-FIRST-SUB                 PIC S9(7) COMP.
       01  KEY-GROUP-COUNT               PIC S9(7) COMP.
       01  CNVMAST-EOF-SWITCH            PIC X(01).
           88  CNVMAST-END-OF-FILE             VALUE 'Y'.
       01  FOUND-SWITCH                  PIC X(01).
           88  ENTRY-FOUND                     VALUE 'Y'.
       01  XREF-FOUND-SWITCH             PIC X(01).
           88  XREF-RECORD-FOUND               VALUE 'Y'.
       01  OWNER-FOUND-SWITCH            PIC X(01).
           88  XREF-OWNER-ON-MASTER            VALUE 'Y'.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'MXIDRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTMXID'.
           05  FILLER                    PIC X(50) VALUE
               'CONVERTED-GROUPS MASTER-ID COLLISION REPORT'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-KEY-LINE.
           05  FILLER                    PIC X(21) VALUE
               'MASTER-ID COLLISION, '.
           05  FILLER                    PIC X(11) VALUE 'MASTER KEY '.
           05  RPT-KEY-MASTER-KEY        PIC X(07).
           05  FILLER                    PIC X(11) VALUE ' SHARED BY '.
           05  RPT-KEY-GROUP-COUNT       PIC ZZZZ9.
           05  FILLER                    PIC X(17) VALUE
               ' CONVERTED GROUPS'.
           05  FILLER                    PIC X(60) VALUE SPACES.
       01  RPT-MEMBER-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'GROUP '.
           05  RPT-MBR-GROUP             PIC X(10).
           05  FILLER                    PIC X(17) VALUE
               '  CNVMAST RECORD '.
           05  RPT-MBR-SEQUENCE          PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MBR-STATUS            PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MBR-XREF              PIC X(20).
           05  FILLER                    PIC X(34) VALUE SPACES.
       01  RPT-GROUP-LINE.
           05  RPT-GROUP-LABEL           PIC X(44).
           05  RPT-GROUP-NUMBER          PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-GROUP-EXTRA           PIC X(77) VALUE SPACES.

       01  COLLISION-TOTALS                 COMP.
           05  CNVMAST-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  DUPLICATE-GROUP-COUNT        PIC S9(7) VALUE ZERO.
           05  MASTER-KEY-COUNT             PIC S9(7) VALUE ZERO.
           05  SHARED-KEY-COUNT             PIC S9(7) VALUE ZERO.
           05  SHARED-GROUP-COUNT           PIC S9(7) VALUE ZERO.
           05  XREFLOAD-WRITE-COUNT         PIC S9(7) VALUE ZERO.
           05  XREF-OWNER-MISSING-COUNT     PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTMXID WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-LOAD-MASTER THRU 100000-EXIT.
           PERFORM 200000-SCAN-MASTER-KEYS THRU 200000-EXIT.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-LOAD-MASTER - TABLE EVERY CNVMAST GROUP IN GROUP    *
      *    NUMBER ORDER WITH ITS POSITION ON THE FILE.                *
      *****************************************************************
       100000-LOAD-MASTER.

           MOVE 'N'                    TO CNVMAST-EOF-SWITCH.
           PERFORM 110000-READ-CNVMAST THRU 110000-EXIT.
           PERFORM 120000-TABLE-MASTER THRU 120000-EXIT
               UNTIL CNVMAST-END-OF-FILE.

       100000-EXIT.
           EXIT.

       110000-READ-CNVMAST.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF CNVMAST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       CNVMAST-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO CNVMAST-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       110000-EXIT.
           EXIT.

      *****************************************************************
      *    120000-TABLE-MASTER - PLACE ONE CNVMAST GROUP IN THE       *
      *    TABLE.  A GROUP ALREADY TABLED IS A DUPLICATE KEY - THAT   *
      *    IS CNVTMAST'S BUSINESS, NOT A MASTER-ID COLLISION, SO IT   *
      *    IS ONLY COUNTED HERE.                                      *
      *****************************************************************
       120000-TABLE-MASTER.

           ADD 1                       TO CNVMAST-READ-COUNT.
           MOVE CNVMAST-GROUP-NUMBER   TO MXT-SEARCH-KEY.
           PERFORM 130000-BSEARCH-MASTER THRU 130000-EXIT.
           IF ENTRY-FOUND
               ADD 1                   TO DUPLICATE-GROUP-COUNT
           ELSE
               IF MXT-TABLE-COUNT NOT < MXT-TABLE-MAX
                   MOVE TABLE-ERROR    TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
               PERFORM 150000-SHIFT-MASTER THRU 150000-EXIT
                   VARYING SUB FROM MXT-TABLE-COUNT BY -1
                   UNTIL SUB < MXT-INSERT-SUB
               ADD 1                   TO MXT-TABLE-COUNT
               MOVE MXT-SEARCH-KEY
                 TO MXT-GROUP-NUMBER (MXT-INSERT-SUB)
               MOVE CNVMAST-READ-COUNT
                 TO MXT-SEQUENCE (MXT-INSERT-SUB)
           END-IF.
           PERFORM 110000-READ-CNVMAST THRU 110000-EXIT.

       120000-EXIT.
           EXIT.

      *****************************************************************
      *    130000-BSEARCH-MASTER - BINARY SEARCH OF THE ORDERED       *
      *    TABLE FOR MXT-SEARCH-KEY.  WHEN NOT FOUND, MXT-INSERT-SUB  *
      *    IS WHERE THE KEY BELONGS.                                  *
      *****************************************************************
       130000-BSEARCH-MASTER.

           MOVE 'N'                    TO FOUND-SWITCH.
           MOVE 1                      TO MXT-LO-SUB.
           MOVE MXT-TABLE-COUNT        TO MXT-HI-SUB.
           PERFORM 140000-BSEARCH-MASTER-STEP THRU 140000-EXIT
               UNTIL MXT-LO-SUB > MXT-HI-SUB
                  OR ENTRY-FOUND.
           MOVE MXT-LO-SUB             TO MXT-INSERT-SUB.

       130000-EXIT.
           EXIT.

       140000-BSEARCH-MASTER-STEP.

           COMPUTE MXT-MID-SUB = (MXT-LO-SUB + MXT-HI-SUB) / 2.
           IF MXT-GROUP-NUMBER (MXT-MID-SUB) = MXT-SEARCH-KEY
               MOVE 'Y'                TO FOUND-SWITCH
           ELSE
               IF MXT-SEARCH-KEY < MXT-GROUP-NUMBER (MXT-MID-SUB)
                   COMPUTE MXT-HI-SUB = MXT-MID-SUB - 1
               ELSE
                   COMPUTE MXT-LO-SUB = MXT-MID-SUB + 1
               END-IF
           END-IF.

       140000-EXIT.
           EXIT.

       150000-SHIFT-MASTER.

           MOVE MXT-GROUP-ENTRY (SUB)  TO MXT-GROUP-ENTRY (SUB + 1).

       150000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-SCAN-MASTER-KEYS - WALK THE ORDERED TABLE ONE       *
      *    MASTER KEY AT A TIME.  A KEY BREAK CLOSES OFF THE RUN OF   *
      *    ENTRIES SHARING THE PREVIOUS KEY; THE LAST RUN IS CLOSED   *
      *    OFF AFTER THE WALK.                                        *
      *****************************************************************
       200000-SCAN-MASTER-KEYS.

           IF MXT-TABLE-COUNT = ZERO
               GO TO 200000-EXIT
           END-IF.
           MOVE 1                      TO KEY-START-SUB.
           PERFORM 210000-CHECK-KEY-BREAK THRU 210000-EXIT
               VARYING SUB FROM 2 BY 1
               UNTIL SUB > MXT-TABLE-COUNT.
           MOVE MXT-TABLE-COUNT        TO KEY-END-SUB.
           PERFORM 220000-PROCESS-MASTER-KEY THRU 220000-EXIT.

       200000-EXIT.
           EXIT.

       210000-CHECK-KEY-BREAK.

           IF MXT-MASTER-KEY (SUB) NOT = MXT-MASTER-KEY (KEY-START-SUB)
               COMPUTE KEY-END-SUB = SUB - 1
               PERFORM 220000-PROCESS-MASTER-KEY THRU 220000-EXIT
               MOVE SUB                TO KEY-START-SUB
           END-IF.

       210000-EXIT.
           EXIT.

      *****************************************************************
      *    220000-PROCESS-MASTER-KEY - ONE MASTER KEY, TABLE ENTRIES  *
      *    KEY-START-SUB THROUGH KEY-END-SUB.  THE KEY IS LOOKED UP   *
      *    ON MSTXREF AND LOADED IF ABSENT; A KEY WITH MORE THAN ONE  *
      *    GROUP IS PRINTED WITH EVERY GROUP SHARING IT.              *
      *****************************************************************
       220000-PROCESS-MASTER-KEY.

           ADD 1                       TO MASTER-KEY-COUNT.
           COMPUTE KEY-GROUP-COUNT = KEY-END-SUB - KEY-START-SUB + 1.
           MOVE KEY-START-SUB          TO KEY-FIRST-SUB.
           PERFORM 225000-FIND-FIRST-CONVERTED THRU 225000-EXIT
               VARYING KEY-SUB FROM KEY-START-SUB BY 1
               UNTIL KEY-SUB > KEY-END-SUB.
           PERFORM 230000-READ-MSTXREF THRU 230000-EXIT.

           IF XREF-RECORD-FOUND
               MOVE 'N'                TO OWNER-FOUND-SWITCH
               PERFORM 227000-CHECK-XREF-OWNER THRU 227000-EXIT
                   VARYING KEY-SUB FROM KEY-START-SUB BY 1
                   UNTIL KEY-SUB > KEY-END-SUB
               IF NOT XREF-OWNER-ON-MASTER
                   ADD 1               TO XREF-OWNER-MISSING-COUNT
                   MOVE 'MSTXREF OWNER NOT ON CNVMAST, GROUP'
                     TO RPT-GROUP-LABEL
                   MOVE XREF-GROUP-NUMBER TO RPT-GROUP-NUMBER
                   MOVE 'MASTER KEY '  TO RPT-GROUP-EXTRA (1:11)
                   MOVE XREF-MASTER-KEY
                     TO RPT-GROUP-EXTRA (12:7)
                   MOVE RPT-GROUP-LINE TO RPT-PRINT-LINE
                   PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
                   MOVE SPACES         TO RPT-GROUP-EXTRA
               END-IF
           ELSE
               PERFORM 250000-WRITE-XREFLOAD THRU 250000-EXIT
           END-IF.

           IF KEY-GROUP-COUNT > 1
               ADD 1                   TO SHARED-KEY-COUNT
               ADD KEY-GROUP-COUNT     TO SHARED-GROUP-COUNT
               MOVE SPACES             TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE MXT-MASTER-KEY (KEY-START-SUB)
                 TO RPT-KEY-MASTER-KEY
               MOVE KEY-GROUP-COUNT    TO RPT-KEY-GROUP-COUNT
               MOVE RPT-KEY-LINE       TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               PERFORM 240000-PRINT-MEMBER THRU 240000-EXIT
                   VARYING KEY-SUB FROM KEY-START-SUB BY 1
                   UNTIL KEY-SUB > KEY-END-SUB
           END-IF.

       220000-EXIT.
           EXIT.

       225000-FIND-FIRST-CONVERTED.

           IF MXT-SEQUENCE (KEY-SUB) < MXT-SEQUENCE (KEY-FIRST-SUB)
               MOVE KEY-SUB            TO KEY-FIRST-SUB
           END-IF.

       225000-EXIT.
           EXIT.

       227000-CHECK-XREF-OWNER.

           IF MXT-GROUP-NUMBER (KEY-SUB) = XREF-GROUP-NUMBER
               MOVE 'Y'                TO OWNER-FOUND-SWITCH
           END-IF.

       227000-EXIT.
           EXIT.

      *****************************************************************
      *    230000-READ-MSTXREF - KEYED READ OF THE CROSS-REFERENCE    *
      *    FOR THE CURRENT MASTER KEY.  NOT FOUND MEANS CNVTDA HAS    *
      *    NOT WRITTEN FOR THE KEY SINCE THE CHECK WENT IN.           *
      *****************************************************************
       230000-READ-MSTXREF.

           MOVE 'N'                    TO XREF-FOUND-SWITCH.
           MOVE MXT-MASTER-KEY (KEY-START-SUB)
             TO XREF-MASTER-KEY.
           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF MSTXREF-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       MSTXREF-FIELDS.

           IF QSAM-SUCCESSFUL         IN QSAM-COMM-AREA
               MOVE 'Y'                TO XREF-FOUND-SWITCH
           ELSE
               IF NOT QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       230000-EXIT.
           EXIT.

      *****************************************************************
      *    240000-PRINT-MEMBER - ONE GROUP SHARING A MASTER KEY.      *
      *****************************************************************
       240000-PRINT-MEMBER.

           MOVE MXT-GROUP-NUMBER (KEY-SUB) TO RPT-MBR-GROUP.
           MOVE MXT-SEQUENCE (KEY-SUB)  TO RPT-MBR-SEQUENCE.
           IF KEY-SUB = KEY-FIRST-SUB
               MOVE 'FIRST CONVERTED'  TO RPT-MBR-STATUS
           ELSE
               MOVE 'SHARES THE ADMIN MASTER RECORD'
                 TO RPT-MBR-STATUS
           END-IF.
           IF XREF-RECORD-FOUND
             AND MXT-GROUP-NUMBER (KEY-SUB) = XREF-GROUP-NUMBER
               MOVE 'MSTXREF OWNER'    TO RPT-MBR-XREF
           ELSE
               MOVE SPACES             TO RPT-MBR-XREF
           END-IF.
           MOVE RPT-MEMBER-LINE        TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       240000-EXIT.
           EXIT.

      *****************************************************************
      *    250000-WRITE-XREFLOAD - A MSTXREF RECORD FOR A MASTER KEY  *
      *    NOT YET ON THE CROSS-REFERENCE, OWNED BY THE GROUP         *
      *    CONVERTED FIRST.  CNVMAST CARRIES NO COMPANY, SO THE       *
      *    COMPANY IS LEFT BLANK; THE RUN ID NAMES THIS PROGRAM SO A  *
      *    LOADED RECORD CAN BE TOLD FROM ONE CNVTDA CLAIMED.         *
      *****************************************************************
       250000-WRITE-XREFLOAD.

           MOVE SPACES                 TO XREFLOAD-DATA.
           MOVE MXT-MASTER-KEY (KEY-FIRST-SUB)
             TO LOAD-MASTER-KEY.
           MOVE MXT-GROUP-NUMBER (KEY-FIRST-SUB)
             TO LOAD-GROUP-NUMBER.
           MOVE 'CNVTMXID'             TO LOAD-RUN-ID.
           MOVE LENGTH OF XREFLOAD-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN XREFLOAD-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN XREFLOAD-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       XREFLOAD-FIELDS.

           ADD 1                       TO XREFLOAD-WRITE-COUNT.

       250000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN COLLISION TOTALS.         *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'MASTER-ID COLLISION TOTALS -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'CNVMAST RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE CNVMAST-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DUPLICATE GROUP RECORDS SKIPPED'
             TO RPT-TOTAL-LABEL.
           MOVE DUPLICATE-GROUP-COUNT  TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DISTINCT MASTER KEYS'
             TO RPT-TOTAL-LABEL.
           MOVE MASTER-KEY-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'MASTER KEYS SHARED BY 2+ GROUPS'
             TO RPT-TOTAL-LABEL.
           MOVE SHARED-KEY-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GROUPS ON SHARED MASTER KEYS'
             TO RPT-TOTAL-LABEL.
           MOVE SHARED-GROUP-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'MSTXREF RECORDS WRITTEN TO XREFLOAD'
             TO RPT-TOTAL-LABEL.
           MOVE XREFLOAD-WRITE-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'MSTXREF OWNERS NOT ON CNVMAST'
             TO RPT-TOTAL-LABEL.
           MOVE XREF-OWNER-MISSING-COUNT TO RPT-TOTAL-VALUE.
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
           MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
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
