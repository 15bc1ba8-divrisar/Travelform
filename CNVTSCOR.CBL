       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTSCOR.

      *TITLE.         Online suspense browse and correction entry!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK043* RWK043 RWALLING 2026 NEW PROGRAM.  CICS TRANSACTION CSCR.     *
RWK043*                      LETS OPS BROWSE THE REJECT/SUSPENSE      *
RWK043*                      FILE BY REASON CODE OR GROUP WITH THE    *
RWK043*                      CNVTAGE CYCLE COUNT OF EACH RECORD,      *
RWK043*                      KEY A CORRECTION FOR A GROUP, RUN IT     *
RWK043*                      THROUGH THE CNVTDA EDITS ON THE SPOT,    *
RWK043*                      AND WRITE THE CORRECTS RECORD FOR        *
RWK043*                      CNVTSUSP ONLY WHEN IT PASSES, STAMPED    *
RWK043*                      WITH WHO KEYED IT.                       *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        THE CORRECTIONS FILE USED TO BE BUILT BY HAND, AND A
      *        TYPO IN IT WAS ONLY FOUND WHEN CNVTDA REJECTED THE
      *        RESUBMITTED RECORD A CYCLE LATER.  THIS TRANSACTION
      *        PUTS THE SAME EDITS IN FRONT OF THE OPERATOR.
      *
      *        THE LIST SCREEN (MAP SUSLST) PAGES THROUGH REJSUSP IN
      *        FILE ORDER, TWELVE RECORDS A PAGE, SHOWING ONLY THE
      *        RECORDS THAT MATCH THE REASON CODE, GROUP AND
      *        ESCALATED-ONLY SELECTIONS KEYED AT THE TOP.  EACH LINE
      *        CARRIES THE CYCLE COUNT AND FIRST-SUSPENDED DATE FROM
      *        THE CNVTAGE SUSPENSE INVENTORY, FLAGGED '*' PAST THE
      *        SAME ESCALATION LIMIT CNVTAGE REPORTS ON.  A RECORD
      *        NOT YET ON THE INVENTORY SUSPENDED SINCE CNVTAGE LAST
      *        RAN AND SHOWS AS NEW.
      *
      *        SELECTING A LINE SHOWS THE RECORD ON THE DETAIL SCREEN
      *        (MAP SUSDTL) WITH THE TIN RECOVERED FROM GRPBILL, AS
      *        CNVTSUSP RECOVERS IT, AND THE GROUP'S CORRECTS RECORD
      *        (IF ANY) IN THE CORRECTION FIELDS.  A CORRECTS RECORD
      *        IS KEYED BY GROUP AND CNVTSUSP APPLIES IT TO EVERY
      *        SUSPENDED RECORD OF THAT GROUP, SO THE EDIT RUNS THE
      *        CORRECTION OVER ALL OF THEM: EACH RECORD IS CORRECTED
      *        EXACTLY AS CNVTSUSP WOULD CORRECT IT AND THEN TAKES
      *        THE CNVTDA EDIT FOR ITS RECORD TYPE - 215000 FOR A
      *        PARENT, 300000 FOR A DIVISION, 350000 FOR A RATE -
      *        WITH THE PARENT CONTEXT CARRIED FROM RECORD TO RECORD
      *        AS CNVTDA CARRIES IT.  THE FIRST FAILURE IS SHOWN;
      *        PF5 WRITES THE CORRECTS RECORD ONLY WHEN EVERY RECORD
      *        OF THE GROUP PASSES.
      *
      *        THE DUPLICATE-GROUP AND MASTER-ID CROSS-REFERENCE
      *        CHECKS IN CNVTDA DEPEND ON WHAT THE RUN ITSELF WRITES
      *        AND ARE NOT REPEATED HERE.
      *
      *    INPUTS.
      *        REJSUSP  - REJECT/SUSPENSE FILE (BROWSED BY RBA)
      *        SUSPINV  - CNVTAGE SUSPENSE INVENTORY (GROUP + TYPE)
      *        GRPBILL  - GROUP BILL CONVERSION FILE (TIN RECOVERY)
      *        CNVMAST  - CONVERTED-GROUPS MASTER (PARENT RECOVERY)
      *        CORRECTS - CORRECTIONS FILE (CURRENT CORRECTION)
      *
      *    CALLING MODULE.
      *        CICS, TRANSACTION CSCR.
      *
      *    CALLED MODULES.
      *
      *    PROCESSING.

      *    OUTPUTS - CORRECTS (CORRECTION RECORD, ONE PER GROUP)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTSCOR WORKING STORAGE STARTS HERE ***'.

       01  SCOR-TRANSID                  PIC X(04) VALUE 'CSCR'.
       01  SCOR-MAPSET                   PIC X(08) VALUE 'CNVSCMS'.
       01  SCOR-LIST-MAP                 PIC X(08) VALUE 'SUSLST'.
       01  SCOR-DETAIL-MAP               PIC X(08) VALUE 'SUSDTL'.

      *****************************************************************
      *    CICS RESPONSE AND ABEND CODES.  ANY FILE OR MAP RESPONSE   *
      *    OTHER THAN THE ONES A PARAGRAPH EXPECTS ABENDS THE TASK.   *
      *****************************************************************
       01  CICS-RESP                     PIC S9(8) COMP.
       01  CICS-ABEND-CODES.
           05  FILE-ABEND                PIC X(04) VALUE 'SCR1'.
           05  MAP-ABEND                 PIC X(04) VALUE 'SCR2'.
       01  CICS-ABEND-CODE               PIC X(04).

      *****************************************************************
      *    COMMAREA CARRIED FROM ONE SCREEN TO THE NEXT.  THE LIST    *
      *    REMEMBERS THE RBA EACH PAGE STARTED AT SO PF7 CAN GO BACK, *
      *    AND THE RBA OF EACH LINE ON THE CURRENT PAGE SO A LINE     *
      *    NUMBER CAN BE SELECTED.  THE DETAIL SCREEN KEEPS THE       *
      *    SELECTED SUSPENSE RECORD AND THE CORRECTION BEING KEYED.   *
      *    DFHCOMMAREA IN THE LINKAGE SECTION MUST BE THE SAME        *
      *    LENGTH.                                                    *
      *****************************************************************
       01  SCOR-COMM-AREA.
           05  SCOR-MODE                 PIC X(01).
               88  SCOR-LIST-MODE              VALUE 'L'.
               88  SCOR-DETAIL-MODE            VALUE 'D'.
           05  SCOR-FILTER-REASON        PIC X(04).
           05  SCOR-FILTER-GROUP         PIC X(10).
           05  SCOR-FILTER-ESCALATED     PIC X(01).
               88  SCOR-ESCALATED-ONLY         VALUE 'Y'.
           05  SCOR-PAGE-NUMBER          PIC S9(4) COMP.
           05  SCOR-PAGE-START-RBA       PIC S9(8) COMP
                                         OCCURS 99 TIMES.
           05  SCOR-NEXT-RBA             PIC S9(8) COMP.
           05  SCOR-MORE-SWITCH          PIC X(01).
               88  SCOR-MORE-RECORDS           VALUE 'Y'.
           05  SCOR-LINE-COUNT           PIC S9(4) COMP.
           05  SCOR-LINE-RBA             PIC S9(8) COMP
                                         OCCURS 12 TIMES.
           05  SCOR-SELECTED-RBA         PIC S9(8) COMP.
           05  SCOR-SUSPENSE-DATA        PIC X(259).
           05  SCOR-RECOVERED-TIN        PIC X(09).
           05  SCOR-INVENTORY-SWITCH     PIC X(01).
               88  SCOR-ON-INVENTORY           VALUE 'Y'.
           05  SCOR-CYCLE-COUNT          PIC 9(05).
           05  SCOR-FIRST-SUSP-DATE      PIC 9(08).
           05  SCOR-CORRECTION-DATA      PIC X(175).
       01  SCOR-PAGE-MAX                 PIC S9(4) COMP VALUE +99.
       01  SCOR-LINES-PER-PAGE           PIC S9(4) COMP VALUE +12.

      *****************************************************************
      *    SUSPENSE RECORD AS WRITTEN BY 800000-WRITE-REJECT IN       *
      *    CNVTDA.  THIS LAYOUT MUST STAY IN STEP WITH THE            *
      *    REJECT-RECORD IN THAT PROGRAM AND WITH CNVTSUSP.           *
      *****************************************************************
       01  SUSPENSE-FIELDS.
           05  SUSPENSE-FILENAME             PIC X(8)  VALUE 'REJSUSP'.
           05  SUSPENSE-LENGTH               PIC S9(4) COMP.
           05  SUSPENSE-DATA.
               10  SUSPENSE-GROUP-NUMBER     PIC X(10).
               10  SUSPENSE-RECORD-TYPE      PIC X(01).
                   88  SUSPENSE-DIVISION           VALUE 'D'.
                   88  SUSPENSE-RATE               VALUE 'R'.
               10  SUSPENSE-REASON-CODE      PIC X(04).
               10  SUSPENSE-VCSTRX3-RC       PIC X(02).
               10  SUSPENSE-BILLING-REC      PIC X(242).
       01  BROWSE-RBA                    PIC S9(8) COMP.
       01  BROWSE-END-SWITCH             PIC X(01).
           88  BROWSE-END                      VALUE 'Y'.
       01  SELECT-SWITCH                 PIC X(01).
           88  RECORD-SELECTED                 VALUE 'Y'.

      *****************************************************************
      *    SUSPENSE INVENTORY RECORD AS CNVTAGE WRITES IT, KEYED BY   *
      *    GROUP NUMBER PLUS RECORD TYPE.  THIS LAYOUT MUST STAY IN   *
      *    STEP WITH INVENTORY-DATA IN CNVTAGE, AND THE ESCALATION    *
      *    LIMIT WITH ESCALATION-CYCLE-LIMIT THERE.                   *
      *****************************************************************
       01  INVENTORY-FIELDS.
           05  INVENTORY-FILENAME            PIC X(8)  VALUE 'SUSPINV'.
           05  INVENTORY-LENGTH              PIC S9(4) COMP.
           05  INVENTORY-DATA.
               10  INVENTORY-KEY.
                   15  INV-GROUP-NUMBER      PIC X(10).
                   15  INV-RECORD-TYPE       PIC X(01).
               10  INV-REASON-CODE           PIC X(04).
               10  INV-FIRST-SUSP-DATE       PIC 9(08).
               10  INV-CYCLE-COUNT           PIC 9(05).
       01  ESCALATION-CYCLE-LIMIT        PIC S9(5) COMP VALUE +5.

      *****************************************************************
      *    CORRECTIONS RECORD, KEYED BY THE GROUP NUMBER THE RECORD   *
      *    SUSPENDED UNDER.  A BLANK FIELD LEAVES THE SUSPENDED VALUE *
      *    UNCHANGED.  THIS LAYOUT MUST STAY IN STEP WITH             *
      *    CORRECTION-DATA IN CNVTSUSP.                               *
      *****************************************************************
       01  CORRECTION-FIELDS.
           05  CORRECTION-FILENAME           PIC X(8)  VALUE 'CORRECTS'.
           05  CORRECTION-LENGTH             PIC S9(4) COMP.
           05  CORRECTION-DATA.
               10  CORR-GROUP-NUMBER         PIC X(10).
               10  CORR-NEW-GROUP-NUMBER     PIC X(10).
               10  CORR-RECORD-TYPE          PIC X(01).
               10  CORR-GRP-CORP-NAME        PIC X(35).
               10  CORR-LAST-NAME            PIC X(20).
               10  CORR-STATE                PIC X(02).
               10  CORR-CITY                 PIC X(20).
               10  CORR-ZIP-FIVE             PIC X(05).
               10  CORR-ZIP-PLUS-FOUR        PIC X(04).
               10  CORR-TIN                  PIC X(09).
               10  CORR-COUNTRY-CODE         PIC X(02).
               10  CORR-GRP-STRUCTURE-CODE   PIC X(01).
               10  CORR-NUMBER-OF-DIVISIONS  PIC X(03).
               10  CORR-DIVISION-NUMBER      PIC X(03).
               10  CORR-PLAN-CODE            PIC X(04).
               10  CORR-VOLUME-AMOUNT        PIC X(09).
               10  CORR-PREMIUM-AMOUNT       PIC X(11).
               10  CORR-KEYED-BY-USERID      PIC X(08).
               10  CORR-KEYED-BY-TERMID      PIC X(04).
               10  CORR-KEYED-DATE           PIC X(08).
               10  CORR-KEYED-TIME           PIC X(06).
       01  CORRECTION-HOLD-DATA          PIC X(175).
       01  CORRECTION-ABSTIME            PIC S9(15) COMP-3.

      *****************************************************************
      *    GROUP BILL CONVERSION FILE RECORD, KEYED BY GROUP NUMBER.  *
      *    ONLY THE KEY AND THE TIN ARE OF INTEREST HERE.             *
      *****************************************************************
       01  EXTRACT-FIELDS.
           05  EXTRACT-FILENAME              PIC X(8)  VALUE 'GRPBILL'.
           05  EXTRACT-LENGTH                PIC S9(4) COMP.
           05  EXTRACT-DATA.
               10  EXTRACT-GROUP-NUMBER      PIC X(10).
               10  FILLER                    PIC X(92).
               10  EXTRACT-TIN               PIC X(09).
               10  FILLER                    PIC X(131).

      *****************************************************************
      *    CONVERTED-GROUPS MASTER RECORD AS CNVTDA WRITES IT, READ   *
      *    BY KEY TO RECOVER THE PARENT OF A DIVISION OR RATE RECORD  *
      *    EXACTLY AS 305000-RECOVER-PARENT IN CNVTDA DOES.           *
      *****************************************************************
       01  CNVMAST-FIELDS.
           05  CNVMAST-FILENAME              PIC X(8)  VALUE 'CNVMAST'.
           05  CNVMAST-LENGTH                PIC S9(4) COMP.
           05  CNVMAST-DATA.
               10  CNVMAST-GROUP-NUMBER      PIC X(10).
               10  CNVMAST-STRUCTURE-CODE    PIC X(01).
               10  CNVMAST-NBR-OF-DIVISIONS  PIC 9(03).
               10  CNVMAST-ISSUE-YY          PIC 9(04).
               10  CNVMAST-ISSUE-MM          PIC 9(02).
               10  CNVMAST-ISSUE-DD          PIC 9(02).
               10  CNVMAST-TIN               PIC 9(09).
               10  FILLER                    PIC X(09).

      *****************************************************************
      *    LIST SCREEN LINE.  THE CYCLE COUNT SHOWS NEW FOR A RECORD  *
      *    CNVTAGE HAS NOT YET SEEN.                                  *
      *****************************************************************
       01  LIST-LINE.
           05  LIST-LINE-NUMBER          PIC Z9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LIST-GROUP-NUMBER         PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LIST-RECORD-TYPE          PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LIST-REASON-CODE          PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LIST-VCSTRX3-RC           PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LIST-CYCLE-COUNT          PIC ZZZZ9.
           05  LIST-CYCLE-NEW REDEFINES LIST-CYCLE-COUNT
                                         PIC X(05).
           05  LIST-ESCALATED            PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  LIST-FIRST-SUSP-DATE      PIC 9999/99/99.
           05  LIST-FIRST-SUSP-NONE REDEFINES LIST-FIRST-SUSP-DATE
                                         PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LIST-DESCRIPTION          PIC X(36).
       01  LIST-LINE-TABLE.
           05  LIST-LINE-ENTRY           PIC X(79) OCCURS 12 TIMES.
       01  LIST-SUB                      PIC S9(4) COMP.
       01  SELECTED-LINE                 PIC 9(02).
       01  DESCRIBE-DIVISION.
           05  FILLER                    PIC X(04) VALUE 'DIV '.
           05  DESCRIBE-DIVISION-NUMBER  PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DESCRIBE-DIVISION-NAME    PIC X(28).
       01  DESCRIBE-RATE.
           05  FILLER                    PIC X(05) VALUE 'PLAN '.
           05  DESCRIBE-PLAN-CODE        PIC X(04).
           05  FILLER                    PIC X(06) VALUE ' PREM '.
           05  DESCRIBE-PREMIUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  DESCRIBE-PREMIUM-X REDEFINES DESCRIBE-PREMIUM
                                         PIC X(14).
           05  FILLER                    PIC X(07) VALUE SPACES.

      *****************************************************************
      *    DETAIL SCREEN WORK FIELDS.                                 *
      *****************************************************************
       01  DETAIL-CYCLE-COUNT            PIC ZZZZ9.
       01  DETAIL-FIRST-SUSP-DATE        PIC 9999/99/99.
       01  DETAIL-VOLUME                 PIC ZZZZZZZZ9.
       01  DETAIL-PREMIUM                PIC ZZZ,ZZZ,ZZ9.99.
       01  KEYED-STAMP-DISPLAY.
           05  KEYED-STAMP-YYYY          PIC X(04).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  KEYED-STAMP-MM            PIC X(02).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  KEYED-STAMP-DD            PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  KEYED-STAMP-HH            PIC X(02).
           05  FILLER                    PIC X(01) VALUE ':'.
           05  KEYED-STAMP-MI            PIC X(02).
           05  FILLER                    PIC X(01) VALUE ':'.
           05  KEYED-STAMP-SS            PIC X(02).
       01  SCREEN-MESSAGE                PIC X(79).
      *    THE OUTPUT MAP REDEFINES THE INPUT MAP, SO THE FIELD THAT
      *    GETS THE CURSOR IS NAMED HERE AND SET AT SEND TIME.
       01  CURSOR-FIELD                  PIC X(06).

      *****************************************************************
      *    A NUMERIC CORRECTION FIELD IS KEYED LEFT-JUSTIFIED AND     *
      *    COMES BACK PADDED; IT IS RIGHT-JUSTIFIED AND ZERO-FILLED   *
      *    HERE SO CNVTSUSP'S NUMERIC TEST SEES WHAT WAS MEANT.       *
      *****************************************************************
       01  NUMBER-WORK-IN                PIC X(11).
       01  NUMBER-WORK-OUT               PIC X(11).
       01  NUMBER-LEAD-COUNT             PIC S9(4) COMP.
       01  NUMBER-END-SUB                PIC S9(4) COMP.
       01  NUMBER-DIGITS                 PIC S9(4) COMP.
       01  INPUT-SWITCH                  PIC X(01).
           88  INPUT-OK                        VALUE 'Y'.

      *****************************************************************
      *    EDIT OF THE CORRECTION AGAINST EVERY SUSPENDED RECORD OF   *
      *    THE GROUP.  THE FIRST RECORD TO FAIL IS REMEMBERED FOR THE *
      *    MESSAGE LINE.                                              *
      *****************************************************************
       01  GROUP-EDIT-SWITCH             PIC X(01).
           88  GROUP-EDIT-PASSED               VALUE 'Y'.
           88  GROUP-EDIT-FAILED               VALUE 'N'.
       01  GROUP-RECORD-COUNT            PIC S9(4) COMP.
       01  FAIL-RECORD-SUB               PIC S9(4) COMP.
       01  FAIL-SAVE-TYPE                PIC X(01).
       01  FAIL-SAVE-REASON              PIC X(04).
       01  EDIT-FAIL-MESSAGE.
           05  FILLER                    PIC X(06) VALUE 'FAILS '.
           05  FAIL-RECORD-TYPE          PIC X(01).
           05  FILLER                    PIC X(08) VALUE ' RECORD '.
           05  FAIL-RECORD-NUMBER        PIC ZZ9.
           05  FILLER                    PIC X(04) VALUE ' OF '.
           05  FAIL-RECORD-COUNT         PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  FAIL-REASON-CODE          PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FAIL-REASON-TEXT          PIC X(46).
       01  EDIT-PASS-MESSAGE.
           05  PASS-MESSAGE-VERB         PIC X(12).
           05  PASS-RECORD-COUNT         PIC ZZ9.
           05  FILLER                    PIC X(64) VALUE
               ' SUSPENDED RECORDS OF THE GROUP PASS THE CNVTDA EDITS'.
       01  REASON-TEXT-TABLE.
           05  FILLER                    PIC X(04) VALUE 'GRP '.
           05  FILLER                    PIC X(46) VALUE
               'MISSING GROUP NUMBER'.
           05  FILLER                    PIC X(04) VALUE 'TYPE'.
           05  FILLER                    PIC X(46) VALUE
               'RECORD TYPE NOT C OR I'.
           05  FILLER                    PIC X(04) VALUE 'DIV '.
           05  FILLER                    PIC X(46) VALUE
               'STRUCTURE, DIVISION COUNT OR NUMBER DISAGREE'.
           05  FILLER                    PIC X(04) VALUE 'NAME'.
           05  FILLER                    PIC X(46) VALUE
               'MISSING CORPORATE, INDIVIDUAL OR DIVISION NAME'.
           05  FILLER                    PIC X(04) VALUE 'ADDR'.
           05  FILLER                    PIC X(46) VALUE
               'MISSING CITY OR BAD STATE/PROVINCE/POSTAL CODE'.
           05  FILLER                    PIC X(04) VALUE 'TIN '.
           05  FILLER                    PIC X(46) VALUE
               'MISSING TAXPAYER ID NUMBER'.
           05  FILLER                    PIC X(04) VALUE 'ORPH'.
           05  FILLER                    PIC X(46) VALUE
               'PARENT NOT PASSED HERE AND NOT ON CNVMAST'.
           05  FILLER                    PIC X(04) VALUE 'PLAN'.
           05  FILLER                    PIC X(46) VALUE
               'MISSING PLAN CODE'.
           05  FILLER                    PIC X(04) VALUE 'VOL '.
           05  FILLER                    PIC X(46) VALUE
               'VOLUME NOT NUMERIC'.
           05  FILLER                    PIC X(04) VALUE 'PREM'.
           05  FILLER                    PIC X(46) VALUE
               'PREMIUM NOT NUMERIC OR ZERO'.
       01  REASON-TEXT-OCCURS REDEFINES REASON-TEXT-TABLE.
           05  REASON-TEXT-ENTRY         OCCURS 10 TIMES.
               10  REASON-TEXT-CODE      PIC X(04).
               10  REASON-TEXT-DESC      PIC X(46).
       01  REASON-TEXT-MAX               PIC S9(4) COMP VALUE +10.

      *****************************************************************
      *    EDIT WORK AREAS MIRRORED FROM CNVTDA - THE PARENT CONTEXT  *
      *    A DIVISION OR RATE RECORD IS EDITED AGAINST, THE EDIT      *
      *    SWITCH AND REASON, AND THE STATE AND PROVINCE TABLES.      *
      *    THESE MUST STAY IN STEP WITH CNVTDA.                       *
      *****************************************************************
       01  PARENT-SAVE-AREA.
           05  PARENT-GROUP-NUMBER       PIC X(10) VALUE SPACES.
           05  PARENT-STRUCTURE-CODE     PIC X(01).
               88  PARENT-MULTI-DIVISION       VALUE 'M'.
           05  PARENT-NUMBER-OF-DIVISIONS
                                         PIC 9(03).
       01  EDIT-SWITCH                   PIC X(01).
           88  EDIT-OK                         VALUE 'Y'.
       01  REJECT-REASON-CODE            PIC X(04).
       01  EDIT-STATE-CODE               PIC X(02).
       01  EDIT-POSTAL-CODE              PIC X(09).
       01  SUB                           PIC S9(4) COMP.
       01  STATE-FOUND-SWITCH            PIC X(01).
           88  STATE-CODE-FOUND                VALUE 'Y'.
       01  STATE-CODE-TABLE.
           05  STATE-CODE-LIST           PIC X(100) VALUE
               'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMTNENV
      -        'NHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY'.
           05  STATE-CODE-OCCURS REDEFINES
               STATE-CODE-LIST.
               10  STATE-CODE-ENTRY         PIC X(02) OCCURS 50 TIMES.
       01  PROVINCE-FOUND-SWITCH         PIC X(01).
           88  PROVINCE-CODE-FOUND             VALUE 'Y'.
       01  POSTAL-OK-SWITCH              PIC X(01).
           88  POSTAL-CODE-OK                  VALUE 'Y'.
       01  ADDRESS-OK-SWITCH             PIC X(01).
           88  ADDRESS-OK                      VALUE 'Y'.
       01  PROVINCE-CODE-TABLE.
           05  PROVINCE-CODE-LIST        PIC X(26) VALUE
               'ABBCMBNBNLNSNTNUONPEQCSKYT'.
           05  PROVINCE-CODE-OCCURS REDEFINES
               PROVINCE-CODE-LIST.
               10  PROVINCE-CODE-ENTRY      PIC X(02) OCCURS 13 TIMES.

      * ------- GROUP BILLING COPYBOOK (WORK COPY OF THE SUSPENDED
      * ------- RECORD, CORRECTED IN PLACE FOR THE EDIT)
       COPY DTLGRPBL.

      * ------- SYMBOLIC MAPS AND ATTENTION IDENTIFIERS
       COPY CNVSCMS.
       COPY DFHAID.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTSCOR WORKING STORAGE ENDS HERE ****'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(930).

       PROCEDURE DIVISION.

       000000-MAINLINE.

           MOVE SPACES                 TO SCREEN-MESSAGE
                                          CURSOR-FIELD.
           IF EIBCALEN NOT = LENGTH OF SCOR-COMM-AREA
               PERFORM 100000-FIRST-ENTRY THRU 100000-EXIT
               GO TO 000000-EXIT
           END-IF.
           MOVE DFHCOMMAREA            TO SCOR-COMM-AREA.
           IF EIBAID = DFHCLEAR
             OR EIBAID = DFHPF12
               PERFORM 150000-END-SESSION THRU 150000-EXIT
           END-IF.
           IF SCOR-LIST-MODE
               PERFORM 200000-LIST-KEYS THRU 200000-EXIT
           ELSE
               PERFORM 500000-DETAIL-KEYS THRU 500000-EXIT
           END-IF.

       000000-EXIT.
           EXEC CICS RETURN
                     TRANSID  (SCOR-TRANSID)
                     COMMAREA (SCOR-COMM-AREA)
                     LENGTH   (LENGTH OF SCOR-COMM-AREA)
           END-EXEC.
           GOBACK.

      *****************************************************************
      *    100000-FIRST-ENTRY - NO COMMAREA: START ON THE FIRST PAGE  *
      *    OF THE UNFILTERED LIST.                                    *
      *****************************************************************
       100000-FIRST-ENTRY.

           MOVE LOW-VALUES             TO SCOR-COMM-AREA.
           MOVE 'L'                    TO SCOR-MODE.
           MOVE SPACES                 TO SCOR-FILTER-REASON
                                          SCOR-FILTER-GROUP
                                          SCOR-FILTER-ESCALATED.
           MOVE 1                      TO SCOR-PAGE-NUMBER.
           MOVE ZERO                   TO SCOR-PAGE-START-RBA (1).
           PERFORM 300000-BUILD-LIST THRU 300000-EXIT.
           PERFORM 400000-SEND-LIST THRU 400000-EXIT.

       100000-EXIT.
           EXIT.

      *****************************************************************
      *    150000-END-SESSION - CLEAR THE SCREEN AND END THE          *
      *    CONVERSATION WITHOUT A NEXT TRANSACTION.                   *
      *****************************************************************
       150000-END-SESSION.

           EXEC CICS SEND CONTROL
                     ERASE
                     FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       150000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-LIST-KEYS - THE LIST SCREEN.  ENTER SELECTS A LINE  *
      *    WHEN ONE IS KEYED, OTHERWISE APPLIES THE SELECTIONS (A     *
      *    CHANGED SELECTION STARTS OVER AT PAGE ONE).  PF7 AND PF8   *
      *    PAGE, PF3 ENDS.                                            *
      *****************************************************************
       200000-LIST-KEYS.

           IF EIBAID = DFHPF3
               PERFORM 150000-END-SESSION THRU 150000-EXIT
           END-IF.
           IF EIBAID = DFHPF7
               IF SCOR-PAGE-NUMBER > 1
                   SUBTRACT 1          FROM SCOR-PAGE-NUMBER
               ELSE
                   MOVE 'ALREADY ON THE FIRST PAGE'
                     TO SCREEN-MESSAGE
               END-IF
               PERFORM 300000-BUILD-LIST THRU 300000-EXIT
               PERFORM 400000-SEND-LIST THRU 400000-EXIT
               GO TO 200000-EXIT
           END-IF.
           IF EIBAID = DFHPF8
               IF NOT SCOR-MORE-RECORDS
                   MOVE 'NO MORE RECORDS MATCH THE SELECTION'
                     TO SCREEN-MESSAGE
               ELSE
                   IF SCOR-PAGE-NUMBER NOT < SCOR-PAGE-MAX
                       MOVE 'LAST PAGE THE LIST CAN HOLD - NARROW THE SE
      -                     'LECTION'
                         TO SCREEN-MESSAGE
                   ELSE
                       ADD 1           TO SCOR-PAGE-NUMBER
                       MOVE SCOR-NEXT-RBA
                         TO SCOR-PAGE-START-RBA (SCOR-PAGE-NUMBER)
                   END-IF
               END-IF
               PERFORM 300000-BUILD-LIST THRU 300000-EXIT
               PERFORM 400000-SEND-LIST THRU 400000-EXIT
               GO TO 200000-EXIT
           END-IF.
           IF EIBAID NOT = DFHENTER
               MOVE 'KEY NOT ACTIVE ON THIS SCREEN'
                 TO SCREEN-MESSAGE
               PERFORM 300000-BUILD-LIST THRU 300000-EXIT
               PERFORM 400000-SEND-LIST THRU 400000-EXIT
               GO TO 200000-EXIT
           END-IF.

           PERFORM 210000-RECEIVE-LIST THRU 210000-EXIT.
           IF SCOR-DETAIL-MODE
               GO TO 200000-EXIT
           END-IF.
           PERFORM 300000-BUILD-LIST THRU 300000-EXIT.
           PERFORM 400000-SEND-LIST THRU 400000-EXIT.

       200000-EXIT.
           EXIT.

      *****************************************************************
      *    210000-RECEIVE-LIST - PICK UP THE SELECTIONS AND ANY LINE  *
      *    NUMBER.  A VALID LINE NUMBER ON AN UNCHANGED SELECTION     *
      *    MOVES TO THE DETAIL SCREEN.                                *
      *****************************************************************
       210000-RECEIVE-LIST.

           EXEC CICS RECEIVE MAP    (SCOR-LIST-MAP)
                             MAPSET (SCOR-MAPSET)
                             INTO   (SUSLSTI)
                             RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES         TO SUSLSTI
           ELSE
               IF CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE MAP-ABEND      TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.
           IF LREASNL = ZERO
               MOVE SPACES             TO LREASNI
           END-IF.
           IF LGROUPL = ZERO
               MOVE SPACES             TO LGROUPI
           END-IF.
           IF LESCALL = ZERO
               MOVE SPACES             TO LESCALI
           END-IF.
           IF LSELNOL = ZERO
               MOVE SPACES             TO LSELNOI
           END-IF.
           INSPECT SUSLSTI REPLACING ALL LOW-VALUES BY SPACES.

           IF LESCALI NOT = SPACE
             AND LESCALI NOT = 'Y'
             AND LESCALI NOT = 'N'
               MOVE 'ESCALATED ONLY MUST BE Y, N OR BLANK'
                 TO SCREEN-MESSAGE
               MOVE 'LESCAL'           TO CURSOR-FIELD
               GO TO 210000-EXIT
           END-IF.
           IF LESCALI = 'N'
               MOVE SPACE              TO LESCALI
           END-IF.
           IF LREASNI NOT = SCOR-FILTER-REASON
             OR LGROUPI NOT = SCOR-FILTER-GROUP
             OR LESCALI NOT = SCOR-FILTER-ESCALATED
               MOVE LREASNI            TO SCOR-FILTER-REASON
               MOVE LGROUPI            TO SCOR-FILTER-GROUP
               MOVE LESCALI            TO SCOR-FILTER-ESCALATED
               MOVE 1                  TO SCOR-PAGE-NUMBER
               MOVE ZERO               TO SCOR-PAGE-START-RBA (1)
               GO TO 210000-EXIT
           END-IF.
           IF LSELNOI NOT = SPACES
               PERFORM 220000-SELECT-LINE THRU 220000-EXIT
           END-IF.

       210000-EXIT.
           EXIT.

      *****************************************************************
      *    220000-SELECT-LINE - CHECK THE LINE NUMBER AGAINST THE     *
      *    LINES ON THE PAGE AND SHOW THAT RECORD.                    *
      *****************************************************************
       220000-SELECT-LINE.

           IF LSELNOI (2:1) = SPACE
               MOVE LSELNOI (1:1)      TO LSELNOI (2:1)
               MOVE '0'                TO LSELNOI (1:1)
           END-IF.
           IF LSELNOI NOT NUMERIC
               MOVE 'SELECT LINE MUST BE A LINE NUMBER FROM THE LIST'
                 TO SCREEN-MESSAGE
               GO TO 220000-EXIT
           END-IF.
           MOVE LSELNOI                TO SELECTED-LINE.
           IF SELECTED-LINE = ZERO
             OR SELECTED-LINE > SCOR-LINE-COUNT
               MOVE 'SELECT LINE MUST BE A LINE NUMBER FROM THE LIST'
                 TO SCREEN-MESSAGE
               GO TO 220000-EXIT
           END-IF.
           MOVE SCOR-LINE-RBA (SELECTED-LINE)
             TO SCOR-SELECTED-RBA.
           PERFORM 510000-SHOW-DETAIL THRU 510000-EXIT.

       220000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-BUILD-LIST - BROWSE REJSUSP FROM THE START OF THE   *
      *    CURRENT PAGE AND FILL UP TO TWELVE LINES WITH THE RECORDS  *
      *    THAT MATCH THE SELECTIONS.  A THIRTEENTH MATCH MARKS WHERE *
      *    THE NEXT PAGE STARTS.                                      *
      *****************************************************************
       300000-BUILD-LIST.

           MOVE ZERO                   TO SCOR-LINE-COUNT.
           MOVE 'N'                    TO SCOR-MORE-SWITCH.
           MOVE SPACES                 TO LIST-LINE-TABLE.
           MOVE SCOR-PAGE-START-RBA (SCOR-PAGE-NUMBER)
             TO BROWSE-RBA.
           MOVE 'N'                    TO BROWSE-END-SWITCH.

           EXEC CICS STARTBR FILE   (SUSPENSE-FILENAME)
                             RIDFLD (BROWSE-RBA)
                             RBA
                             GTEQ
                             RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NOTFND)
               MOVE 'NO SUSPENDED RECORDS MATCH THE SELECTION'
                 TO SCREEN-MESSAGE
               GO TO 300000-EXIT
           END-IF.
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE FILE-ABEND         TO CICS-ABEND-CODE
               PERFORM 990000-CICS-ABEND THRU 990000-EXIT
           END-IF.

           PERFORM 310000-READ-NEXT-SUSPENSE THRU 310000-EXIT.
           PERFORM 320000-LIST-ONE-RECORD THRU 320000-EXIT
               UNTIL BROWSE-END.

           EXEC CICS ENDBR FILE (SUSPENSE-FILENAME)
           END-EXEC.

           IF SCOR-LINE-COUNT = ZERO
             AND SCREEN-MESSAGE = SPACES
               MOVE 'NO SUSPENDED RECORDS MATCH THE SELECTION'
                 TO SCREEN-MESSAGE
           END-IF.

       300000-EXIT.
           EXIT.

      *****************************************************************
      *    310000-READ-NEXT-SUSPENSE - NEXT RECORD OF THE BROWSE.     *
      *    BROWSE-RBA COMES BACK AS THE RBA OF THE RECORD READ.       *
      *****************************************************************
       310000-READ-NEXT-SUSPENSE.

           MOVE LENGTH OF SUSPENSE-DATA
             TO SUSPENSE-LENGTH.
           EXEC CICS READNEXT FILE   (SUSPENSE-FILENAME)
                              INTO   (SUSPENSE-DATA)
                              LENGTH (SUSPENSE-LENGTH)
                              RIDFLD (BROWSE-RBA)
                              RBA
                              RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y'                TO BROWSE-END-SWITCH
           ELSE
               IF CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE FILE-ABEND     TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.

       310000-EXIT.
           EXIT.

       320000-LIST-ONE-RECORD.

           PERFORM 330000-CHECK-SELECTION THRU 330000-EXIT.
           IF RECORD-SELECTED
               IF SCOR-LINE-COUNT NOT < SCOR-LINES-PER-PAGE
                   MOVE 'Y'            TO SCOR-MORE-SWITCH
                                          BROWSE-END-SWITCH
                   MOVE BROWSE-RBA     TO SCOR-NEXT-RBA
                   GO TO 320000-EXIT
               END-IF
               ADD 1                   TO SCOR-LINE-COUNT
               MOVE BROWSE-RBA
                 TO SCOR-LINE-RBA (SCOR-LINE-COUNT)
               PERFORM 340000-FORMAT-LIST-LINE THRU 340000-EXIT
           END-IF.
           PERFORM 310000-READ-NEXT-SUSPENSE THRU 310000-EXIT.

       320000-EXIT.
           EXIT.

      *****************************************************************
      *    330000-CHECK-SELECTION - A BLANK SELECTION MATCHES         *
      *    EVERYTHING.  ESCALATED-ONLY NEEDS THE INVENTORY RECORD, SO *
      *    THE INVENTORY IS READ FOR EVERY RECORD THAT GETS THAT FAR; *
      *    THE LIST LINE USES IT TOO.                                 *
      *****************************************************************
       330000-CHECK-SELECTION.

           MOVE 'Y'                    TO SELECT-SWITCH.
           IF SCOR-FILTER-REASON NOT = SPACES
             AND SCOR-FILTER-REASON NOT = SUSPENSE-REASON-CODE
               MOVE 'N'                TO SELECT-SWITCH
               GO TO 330000-EXIT
           END-IF.
           IF SCOR-FILTER-GROUP NOT = SPACES
             AND SCOR-FILTER-GROUP NOT = SUSPENSE-GROUP-NUMBER
               MOVE 'N'                TO SELECT-SWITCH
               GO TO 330000-EXIT
           END-IF.
           PERFORM 350000-READ-INVENTORY THRU 350000-EXIT.
           IF SCOR-ESCALATED-ONLY
               IF NOT SCOR-ON-INVENTORY
                 OR SCOR-CYCLE-COUNT NOT > ESCALATION-CYCLE-LIMIT
                   MOVE 'N'            TO SELECT-SWITCH
               END-IF
           END-IF.

       330000-EXIT.
           EXIT.

       340000-FORMAT-LIST-LINE.

           MOVE SCOR-LINE-COUNT        TO LIST-LINE-NUMBER.
           MOVE SUSPENSE-GROUP-NUMBER  TO LIST-GROUP-NUMBER.
           MOVE SUSPENSE-RECORD-TYPE   TO LIST-RECORD-TYPE.
           MOVE SUSPENSE-REASON-CODE   TO LIST-REASON-CODE.
           MOVE SUSPENSE-VCSTRX3-RC    TO LIST-VCSTRX3-RC.
           MOVE SPACE                  TO LIST-ESCALATED.
           IF SCOR-ON-INVENTORY
               MOVE SCOR-CYCLE-COUNT   TO LIST-CYCLE-COUNT
               MOVE SCOR-FIRST-SUSP-DATE
                 TO LIST-FIRST-SUSP-DATE
               IF SCOR-CYCLE-COUNT > ESCALATION-CYCLE-LIMIT
                   MOVE '*'            TO LIST-ESCALATED
               END-IF
           ELSE
               MOVE '  NEW'            TO LIST-CYCLE-NEW
               MOVE SPACES             TO LIST-FIRST-SUSP-NONE
           END-IF.
           MOVE SUSPENSE-BILLING-REC   TO GROUP-BILLING-REC.
           PERFORM 345000-DESCRIBE-RECORD THRU 345000-EXIT.
           MOVE LIST-LINE
             TO LIST-LINE-ENTRY (SCOR-LINE-COUNT).

       340000-EXIT.
           EXIT.

      *****************************************************************
      *    345000-DESCRIBE-RECORD - WHO OR WHAT THE RECORD IS: THE    *
      *    CORPORATE OR INDIVIDUAL NAME OF A PARENT, THE NUMBER AND   *
      *    NAME OF A DIVISION, THE PLAN AND PREMIUM OF A RATE.        *
      *****************************************************************
       345000-DESCRIBE-RECORD.

           MOVE SPACES                 TO LIST-DESCRIPTION.
           IF SUSPENSE-DIVISION
               MOVE DIV-DIVISION-NUMBER IN DIVISION-DETAIL-REC
                 TO DESCRIBE-DIVISION-NUMBER
               MOVE DIV-DIVISION-NAME  IN DIVISION-DETAIL-REC
                 TO DESCRIBE-DIVISION-NAME
               MOVE DESCRIBE-DIVISION  TO LIST-DESCRIPTION
               GO TO 345000-EXIT
           END-IF.
           IF SUSPENSE-RATE
               MOVE RTE-PLAN-CODE      IN RATE-DETAIL-REC
                 TO DESCRIBE-PLAN-CODE
               IF RTE-PREMIUM-AMOUNT   IN RATE-DETAIL-REC NUMERIC
                   MOVE RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC
                     TO DESCRIBE-PREMIUM
               ELSE
                   MOVE RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC (1:11)
                     TO DESCRIBE-PREMIUM-X
               END-IF
               MOVE DESCRIBE-RATE      TO LIST-DESCRIPTION
               GO TO 345000-EXIT
           END-IF.
           IF DTL-INDIVIDUAL           IN GROUP-BILLING-REC
               MOVE DTL-LAST-NAME      IN GROUP-BILLING-REC
                 TO LIST-DESCRIPTION (1:20)
               MOVE DTL-FIRST-NAME     IN GROUP-BILLING-REC
                 TO LIST-DESCRIPTION (22:15)
           ELSE
               MOVE DTL-GRP-CORP-NAME  IN GROUP-BILLING-REC
                 TO LIST-DESCRIPTION
           END-IF.

       345000-EXIT.
           EXIT.

      *****************************************************************
      *    350000-READ-INVENTORY - CNVTAGE'S RECORD FOR THE GROUP AND *
      *    RECORD TYPE.  NOT FOUND MEANS THE RECORD SUSPENDED SINCE   *
      *    CNVTAGE LAST RAN.                                          *
      *****************************************************************
       350000-READ-INVENTORY.

           MOVE 'N'                    TO SCOR-INVENTORY-SWITCH.
           MOVE ZERO                   TO SCOR-CYCLE-COUNT
                                          SCOR-FIRST-SUSP-DATE.
           MOVE SUSPENSE-GROUP-NUMBER  TO INV-GROUP-NUMBER.
           MOVE SUSPENSE-RECORD-TYPE   TO INV-RECORD-TYPE.
           MOVE LENGTH OF INVENTORY-DATA
             TO INVENTORY-LENGTH.
           EXEC CICS READ FILE   (INVENTORY-FILENAME)
                          INTO   (INVENTORY-DATA)
                          LENGTH (INVENTORY-LENGTH)
                          RIDFLD (INVENTORY-KEY)
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                TO SCOR-INVENTORY-SWITCH
               MOVE INV-CYCLE-COUNT    TO SCOR-CYCLE-COUNT
               MOVE INV-FIRST-SUSP-DATE
                 TO SCOR-FIRST-SUSP-DATE
           ELSE
               IF CICS-RESP NOT = DFHRESP(NOTFND)
                   MOVE FILE-ABEND     TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.

       350000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-SEND-LIST - THE LIST SCREEN WITH THE CURRENT        *
      *    SELECTIONS, LINES AND MESSAGE.                             *
      *****************************************************************
       400000-SEND-LIST.

           MOVE 'L'                    TO SCOR-MODE.
           MOVE LOW-VALUES             TO SUSLSTO.
           MOVE SCOR-FILTER-REASON     TO LREASNO.
           MOVE SCOR-FILTER-GROUP      TO LGROUPO.
           MOVE SCOR-FILTER-ESCALATED  TO LESCALO.
           PERFORM 410000-MOVE-LIST-LINE THRU 410000-EXIT
               VARYING LIST-SUB FROM 1 BY 1
               UNTIL LIST-SUB > SCOR-LINES-PER-PAGE.
           MOVE SCREEN-MESSAGE         TO LMSGO.
           IF CURSOR-FIELD = 'LESCAL'
               MOVE -1                 TO LESCALL
           ELSE
               MOVE -1                 TO LREASNL
           END-IF.

           EXEC CICS SEND MAP    (SCOR-LIST-MAP)
                          MAPSET (SCOR-MAPSET)
                          FROM   (SUSLSTO)
                          ERASE
                          CURSOR
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE MAP-ABEND          TO CICS-ABEND-CODE
               PERFORM 990000-CICS-ABEND THRU 990000-EXIT
           END-IF.

       400000-EXIT.
           EXIT.

       410000-MOVE-LIST-LINE.

           MOVE LIST-LINE-ENTRY (LIST-SUB)
             TO LLINO (LIST-SUB).

       410000-EXIT.
           EXIT.

      *****************************************************************
      *    500000-DETAIL-KEYS - THE DETAIL SCREEN.  ENTER EDITS THE   *
      *    CORRECTION, PF5 EDITS IT AND SAVES IT WHEN IT PASSES, PF3  *
      *    GOES BACK TO THE SAME PAGE OF THE LIST.                    *
      *****************************************************************
       500000-DETAIL-KEYS.

           IF EIBAID = DFHPF3
               PERFORM 300000-BUILD-LIST THRU 300000-EXIT
               PERFORM 400000-SEND-LIST THRU 400000-EXIT
               GO TO 500000-EXIT
           END-IF.
           MOVE SCOR-CORRECTION-DATA   TO CORRECTION-DATA.
           IF EIBAID NOT = DFHENTER
             AND EIBAID NOT = DFHPF5
               MOVE 'KEY NOT ACTIVE ON THIS SCREEN'
                 TO SCREEN-MESSAGE
               PERFORM 600000-SEND-DETAIL THRU 600000-EXIT
               GO TO 500000-EXIT
           END-IF.

           PERFORM 540000-RECEIVE-DETAIL THRU 540000-EXIT.
           PERFORM 560000-CHECK-INPUT THRU 560000-EXIT.
           IF INPUT-OK
               PERFORM 700000-EDIT-GROUP THRU 700000-EXIT
               IF GROUP-EDIT-PASSED
                 AND EIBAID = DFHPF5
                   PERFORM 800000-SAVE-CORRECTION THRU 800000-EXIT
               END-IF
           END-IF.
           MOVE CORRECTION-DATA        TO SCOR-CORRECTION-DATA.
           PERFORM 600000-SEND-DETAIL THRU 600000-EXIT.

       500000-EXIT.
           EXIT.

      *****************************************************************
      *    510000-SHOW-DETAIL - READ THE SELECTED SUSPENSE RECORD,    *
      *    ITS INVENTORY RECORD, ITS RECOVERED TIN AND THE GROUP'S    *
      *    CURRENT CORRECTION, AND SHOW THE DETAIL SCREEN.            *
      *****************************************************************
       510000-SHOW-DETAIL.

           MOVE SCOR-SELECTED-RBA      TO BROWSE-RBA.
           MOVE LENGTH OF SUSPENSE-DATA
             TO SUSPENSE-LENGTH.
           EXEC CICS READ FILE   (SUSPENSE-FILENAME)
                          INTO   (SUSPENSE-DATA)
                          LENGTH (SUSPENSE-LENGTH)
                          RIDFLD (BROWSE-RBA)
                          RBA
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE FILE-ABEND         TO CICS-ABEND-CODE
               PERFORM 990000-CICS-ABEND THRU 990000-EXIT
           END-IF.
           MOVE SUSPENSE-DATA          TO SCOR-SUSPENSE-DATA.
           PERFORM 350000-READ-INVENTORY THRU 350000-EXIT.

           MOVE SUSPENSE-BILLING-REC   TO GROUP-BILLING-REC.
           MOVE SPACES                 TO SCOR-RECOVERED-TIN.
           IF NOT SUSPENSE-DIVISION
             AND NOT SUSPENSE-RATE
               PERFORM 726000-RECOVER-TIN THRU 726000-EXIT
               MOVE DTL-TIN            IN GROUP-BILLING-REC
                 TO SCOR-RECOVERED-TIN
           END-IF.

           PERFORM 530000-READ-CORRECTION THRU 530000-EXIT.
           MOVE CORRECTION-DATA        TO SCOR-CORRECTION-DATA.
           MOVE 'D'                    TO SCOR-MODE.
           PERFORM 600000-SEND-DETAIL THRU 600000-EXIT.

       510000-EXIT.
           EXIT.

      *****************************************************************
      *    530000-READ-CORRECTION - THE GROUP'S CORRECTS RECORD, OR   *
      *    AN EMPTY ONE WHEN NOTHING HAS BEEN KEYED FOR IT YET.       *
      *****************************************************************
       530000-READ-CORRECTION.

           MOVE SPACES                 TO CORRECTION-DATA.
           MOVE SUSPENSE-GROUP-NUMBER  TO CORR-GROUP-NUMBER.
           MOVE LENGTH OF CORRECTION-DATA
             TO CORRECTION-LENGTH.
           EXEC CICS READ FILE   (CORRECTION-FILENAME)
                          INTO   (CORRECTION-DATA)
                          LENGTH (CORRECTION-LENGTH)
                          RIDFLD (CORR-GROUP-NUMBER)
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NOTFND)
               MOVE SPACES             TO CORRECTION-DATA
               MOVE SUSPENSE-GROUP-NUMBER
                 TO CORR-GROUP-NUMBER
               MOVE 'NO CORRECTION ON FILE FOR THIS GROUP'
                 TO SCREEN-MESSAGE
           ELSE
               IF CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE FILE-ABEND     TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.

       530000-EXIT.
           EXIT.

      *****************************************************************
      *    540000-RECEIVE-DETAIL - TAKE THE CORRECTION FIELDS OFF THE *
      *    SCREEN.  EVERY CORRECTION FIELD IS FSET, SO A FIELD THAT   *
      *    COMES BACK EMPTY WAS CLEARED BY THE OPERATOR.  NUMERIC     *
      *    FIELDS ARE RIGHT-JUSTIFIED AND ZERO-FILLED.                *
      *****************************************************************
       540000-RECEIVE-DETAIL.

           EXEC CICS RECEIVE MAP    (SCOR-DETAIL-MAP)
                             MAPSET (SCOR-MAPSET)
                             INTO   (SUSDTLI)
                             RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES         TO SUSDTLI
           ELSE
               IF CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE MAP-ABEND      TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.

           MOVE SPACES                 TO CORR-NEW-GROUP-NUMBER
                                          CORR-RECORD-TYPE
                                          CORR-GRP-STRUCTURE-CODE
                                          CORR-NUMBER-OF-DIVISIONS
                                          CORR-DIVISION-NUMBER
                                          CORR-GRP-CORP-NAME
                                          CORR-LAST-NAME
                                          CORR-TIN
                                          CORR-CITY
                                          CORR-STATE
                                          CORR-ZIP-FIVE
                                          CORR-ZIP-PLUS-FOUR
                                          CORR-COUNTRY-CODE
                                          CORR-PLAN-CODE
                                          CORR-VOLUME-AMOUNT
                                          CORR-PREMIUM-AMOUNT.
           IF CNGRPL > ZERO
               MOVE CNGRPI             TO CORR-NEW-GROUP-NUMBER
           END-IF.
           IF CTYPEL > ZERO
               MOVE CTYPEI             TO CORR-RECORD-TYPE
           END-IF.
           IF CSTRCL > ZERO
               MOVE CSTRCI             TO CORR-GRP-STRUCTURE-CODE
           END-IF.
           IF CNAMEL > ZERO
               MOVE CNAMEI             TO CORR-GRP-CORP-NAME
           END-IF.
           IF CLASTL > ZERO
               MOVE CLASTI             TO CORR-LAST-NAME
           END-IF.
           IF CCITYL > ZERO
               MOVE CCITYI             TO CORR-CITY
           END-IF.
           IF CSTATEL > ZERO
               MOVE CSTATEI            TO CORR-STATE
           END-IF.
           IF CZIP5L > ZERO
               MOVE CZIP5I             TO CORR-ZIP-FIVE
           END-IF.
           IF CZIP4L > ZERO
               MOVE CZIP4I             TO CORR-ZIP-PLUS-FOUR
           END-IF.
           IF CCTRYL > ZERO
               MOVE CCTRYI             TO CORR-COUNTRY-CODE
           END-IF.
           IF CPLANL > ZERO
               MOVE CPLANI             TO CORR-PLAN-CODE
           END-IF.
           IF CNDIVL > ZERO
               MOVE CNDIVI             TO NUMBER-WORK-IN
               PERFORM 550000-JUSTIFY-NUMBER THRU 550000-EXIT
               MOVE NUMBER-WORK-OUT (9:3)
                 TO CORR-NUMBER-OF-DIVISIONS
           END-IF.
           IF CDIVNOL > ZERO
               MOVE CDIVNOI            TO NUMBER-WORK-IN
               PERFORM 550000-JUSTIFY-NUMBER THRU 550000-EXIT
               MOVE NUMBER-WORK-OUT (9:3)
                 TO CORR-DIVISION-NUMBER
           END-IF.
           IF CTINL > ZERO
               MOVE CTINI              TO NUMBER-WORK-IN
               PERFORM 550000-JUSTIFY-NUMBER THRU 550000-EXIT
               MOVE NUMBER-WORK-OUT (3:9)
                 TO CORR-TIN
           END-IF.
           IF CVOLL > ZERO
               MOVE CVOLI              TO NUMBER-WORK-IN
               PERFORM 550000-JUSTIFY-NUMBER THRU 550000-EXIT
               MOVE NUMBER-WORK-OUT (3:9)
                 TO CORR-VOLUME-AMOUNT
           END-IF.
           IF CPREML > ZERO
               MOVE CPREMI             TO NUMBER-WORK-IN
               PERFORM 550000-JUSTIFY-NUMBER THRU 550000-EXIT
               MOVE NUMBER-WORK-OUT    TO CORR-PREMIUM-AMOUNT
           END-IF.
           INSPECT CORRECTION-DATA REPLACING ALL LOW-VALUES BY SPACES.

       540000-EXIT.
           EXIT.

      *****************************************************************
      *    550000-JUSTIFY-NUMBER - RIGHT-JUSTIFY THE DIGITS IN        *
      *    NUMBER-WORK-IN INTO NUMBER-WORK-OUT WITH LEADING ZEROS.    *
      *    A BLANK FIELD STAYS BLANK.                                 *
      *****************************************************************
       550000-JUSTIFY-NUMBER.

           INSPECT NUMBER-WORK-IN REPLACING ALL LOW-VALUES BY SPACES.
           MOVE SPACES                 TO NUMBER-WORK-OUT.
           IF NUMBER-WORK-IN = SPACES
               GO TO 550000-EXIT
           END-IF.
           MOVE ZERO                   TO NUMBER-LEAD-COUNT.
           INSPECT NUMBER-WORK-IN TALLYING NUMBER-LEAD-COUNT
               FOR LEADING SPACES.
           MOVE LENGTH OF NUMBER-WORK-IN
             TO NUMBER-END-SUB.
           PERFORM 555000-BACK-UP-ONE THRU 555000-EXIT
               UNTIL NUMBER-WORK-IN (NUMBER-END-SUB:1) NOT = SPACE.
           COMPUTE NUMBER-DIGITS = NUMBER-END-SUB - NUMBER-LEAD-COUNT.
           MOVE ALL '0'                TO NUMBER-WORK-OUT.
           MOVE NUMBER-WORK-IN (NUMBER-LEAD-COUNT + 1:NUMBER-DIGITS)
             TO NUMBER-WORK-OUT (12 - NUMBER-DIGITS:NUMBER-DIGITS).

       550000-EXIT.
           EXIT.

       555000-BACK-UP-ONE.

           SUBTRACT 1                  FROM NUMBER-END-SUB.

       555000-EXIT.
           EXIT.

      *****************************************************************
      *    560000-CHECK-INPUT - KEYING ERRORS THE CNVTDA EDITS WOULD  *
      *    NOT CATCH.  CNVTSUSP SILENTLY IGNORES A NUMERIC CORRECTION *
      *    THAT IS NOT NUMERIC, AND A RECORD TYPE CORRECTION OTHER    *
      *    THAN C OR I WOULD SEND A PARENT RECORD DOWN THE WRONG PATH *
      *    IN CNVTDA.                                                 *
      *****************************************************************
       560000-CHECK-INPUT.

           MOVE 'Y'                    TO INPUT-SWITCH.
           IF CORR-RECORD-TYPE NOT = SPACE
             AND CORR-RECORD-TYPE NOT = 'C'
             AND CORR-RECORD-TYPE NOT = 'I'
               MOVE 'N'                TO INPUT-SWITCH
               MOVE 'RECORD TYPE CORRECTION MUST BE C, I OR BLANK'
                 TO SCREEN-MESSAGE
               MOVE 'CTYPE'            TO CURSOR-FIELD
               GO TO 560000-EXIT
           END-IF.
           IF CORR-NUMBER-OF-DIVISIONS NOT = SPACES
             AND CORR-NUMBER-OF-DIVISIONS NOT NUMERIC
               MOVE 'N'                TO INPUT-SWITCH
               MOVE 'DIVISION COUNT CORRECTION MUST BE NUMERIC'
                 TO SCREEN-MESSAGE
               MOVE 'CNDIV'            TO CURSOR-FIELD
               GO TO 560000-EXIT
           END-IF.
           IF CORR-DIVISION-NUMBER NOT = SPACES
             AND CORR-DIVISION-NUMBER NOT NUMERIC
               MOVE 'N'                TO INPUT-SWITCH
               MOVE 'DIVISION NUMBER CORRECTION MUST BE NUMERIC'
                 TO SCREEN-MESSAGE
               MOVE 'CDIVNO'           TO CURSOR-FIELD
               GO TO 560000-EXIT
           END-IF.
           IF CORR-TIN NOT = SPACES
             AND CORR-TIN NOT NUMERIC
               MOVE 'N'                TO INPUT-SWITCH
               MOVE 'TIN CORRECTION MUST BE NUMERIC'
                 TO SCREEN-MESSAGE
               MOVE 'CTIN'             TO CURSOR-FIELD
               GO TO 560000-EXIT
           END-IF.
           IF CORR-VOLUME-AMOUNT NOT = SPACES
             AND CORR-VOLUME-AMOUNT NOT NUMERIC
               MOVE 'N'                TO INPUT-SWITCH
               MOVE 'VOLUME CORRECTION MUST BE NUMERIC'
                 TO SCREEN-MESSAGE
               MOVE 'CVOL'             TO CURSOR-FIELD
               GO TO 560000-EXIT
           END-IF.
           IF CORR-PREMIUM-AMOUNT NOT = SPACES
             AND CORR-PREMIUM-AMOUNT NOT NUMERIC
               MOVE 'N'                TO INPUT-SWITCH
               MOVE 'PREMIUM CORRECTION MUST BE NUMERIC, IN CENTS'
                 TO SCREEN-MESSAGE
               MOVE 'CPREM'            TO CURSOR-FIELD
               GO TO 560000-EXIT
           END-IF.

       560000-EXIT.
           EXIT.

      *****************************************************************
      *    600000-SEND-DETAIL - THE SELECTED RECORD AS SUSPENDED      *
      *    (TIN UNMASKED), ITS AGE, THE CORRECTION AND WHO LAST       *
      *    KEYED IT.                                                  *
      *****************************************************************
       600000-SEND-DETAIL.

           MOVE SCOR-SUSPENSE-DATA     TO SUSPENSE-DATA.
           MOVE SUSPENSE-BILLING-REC   TO GROUP-BILLING-REC.
           MOVE LOW-VALUES             TO SUSDTLO.
           MOVE SUSPENSE-GROUP-NUMBER  TO DGROUPO.
           MOVE SUSPENSE-RECORD-TYPE   TO DTYPEO.
           MOVE SUSPENSE-REASON-CODE   TO DREASNO.
           MOVE SUSPENSE-VCSTRX3-RC    TO DRCO.
           IF SCOR-ON-INVENTORY
               MOVE SCOR-CYCLE-COUNT   TO DETAIL-CYCLE-COUNT
               MOVE DETAIL-CYCLE-COUNT TO DCYCLEO
               MOVE SCOR-FIRST-SUSP-DATE
                 TO DETAIL-FIRST-SUSP-DATE
               MOVE DETAIL-FIRST-SUSP-DATE
                 TO DFSUSPO
               IF SCOR-CYCLE-COUNT > ESCALATION-CYCLE-LIMIT
                   MOVE '*** ESCALATED ***'
                     TO DESCALO
               END-IF
           ELSE
               MOVE 'NEW'              TO DCYCLEO
           END-IF.
           PERFORM 610000-FORMAT-SUSPENDED THRU 610000-EXIT.

           MOVE CORR-NEW-GROUP-NUMBER  TO CNGRPO.
           MOVE CORR-RECORD-TYPE       TO CTYPEO.
           MOVE CORR-GRP-STRUCTURE-CODE
             TO CSTRCO.
           MOVE CORR-NUMBER-OF-DIVISIONS
             TO CNDIVO.
           MOVE CORR-DIVISION-NUMBER   TO CDIVNOO.
           MOVE CORR-GRP-CORP-NAME     TO CNAMEO.
           MOVE CORR-LAST-NAME         TO CLASTO.
           MOVE CORR-TIN               TO CTINO.
           MOVE CORR-CITY              TO CCITYO.
           MOVE CORR-STATE             TO CSTATEO.
           MOVE CORR-ZIP-FIVE          TO CZIP5O.
           MOVE CORR-ZIP-PLUS-FOUR     TO CZIP4O.
           MOVE CORR-COUNTRY-CODE      TO CCTRYO.
           MOVE CORR-PLAN-CODE         TO CPLANO.
           MOVE CORR-VOLUME-AMOUNT     TO CVOLO.
           MOVE CORR-PREMIUM-AMOUNT    TO CPREMO.

           IF CORR-KEYED-BY-USERID NOT = SPACES
               MOVE CORR-KEYED-BY-USERID
                 TO DKEYBYO
               MOVE CORR-KEYED-BY-TERMID
                 TO DKEYTMO
               MOVE CORR-KEYED-DATE (1:4)
                 TO KEYED-STAMP-YYYY
               MOVE CORR-KEYED-DATE (5:2)
                 TO KEYED-STAMP-MM
               MOVE CORR-KEYED-DATE (7:2)
                 TO KEYED-STAMP-DD
               MOVE CORR-KEYED-TIME (1:2)
                 TO KEYED-STAMP-HH
               MOVE CORR-KEYED-TIME (3:2)
                 TO KEYED-STAMP-MI
               MOVE CORR-KEYED-TIME (5:2)
                 TO KEYED-STAMP-SS
               MOVE KEYED-STAMP-DISPLAY
                 TO DKEYDTO
           END-IF.
           MOVE SCREEN-MESSAGE         TO DMSGO.
           PERFORM 620000-SET-DETAIL-CURSOR THRU 620000-EXIT.

           EXEC CICS SEND MAP    (SCOR-DETAIL-MAP)
                          MAPSET (SCOR-MAPSET)
                          FROM   (SUSDTLO)
                          ERASE
                          CURSOR
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE MAP-ABEND          TO CICS-ABEND-CODE
               PERFORM 990000-CICS-ABEND THRU 990000-EXIT
           END-IF.

       600000-EXIT.
           EXIT.

      *****************************************************************
      *    610000-FORMAT-SUSPENDED - THE SUSPENDED RECORD'S FIELDS IN *
      *    THE LAYOUT OF ITS OWN RECORD TYPE.                         *
      *****************************************************************
       610000-FORMAT-SUSPENDED.

           IF SUSPENSE-DIVISION
               MOVE DIV-DIVISION-NAME  IN DIVISION-DETAIL-REC
                 TO DNAMEO
               MOVE DIV-DIVISION-NUMBER IN DIVISION-DETAIL-REC
                 TO DDIVNOO
               MOVE DIV-ADDRESS-LINE1  IN DIVISION-DETAIL-REC
                 TO DADDRO
               MOVE DIV-CITY           IN DIVISION-DETAIL-REC
                 TO DCITYO
               MOVE DIV-STATE          IN DIVISION-DETAIL-REC
                 TO DSTATEO
               MOVE DIV-POSTAL-CODE    IN DIVISION-DETAIL-REC
                 TO DZIPO
               MOVE DIV-COUNTRY-CODE   IN DIVISION-DETAIL-REC
                 TO DCTRYO
               GO TO 610000-EXIT
           END-IF.
           IF SUSPENSE-RATE
               MOVE RTE-PLAN-CODE      IN RATE-DETAIL-REC
                 TO DPLANO
               IF RTE-VOLUME-AMOUNT    IN RATE-DETAIL-REC NUMERIC
                   MOVE RTE-VOLUME-AMOUNT IN RATE-DETAIL-REC
                     TO DETAIL-VOLUME
                   MOVE DETAIL-VOLUME  TO DVOLO
               ELSE
                   MOVE RTE-VOLUME-AMOUNT IN RATE-DETAIL-REC
                     TO DVOLO
               END-IF
               IF RTE-PREMIUM-AMOUNT   IN RATE-DETAIL-REC NUMERIC
                   MOVE RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC
                     TO DETAIL-PREMIUM
                   MOVE DETAIL-PREMIUM TO DPREMO
               ELSE
                   MOVE RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC (1:11)
                     TO DPREMO
               END-IF
               GO TO 610000-EXIT
           END-IF.
           MOVE DTL-GRP-CORP-NAME      IN GROUP-BILLING-REC
             TO DNAMEO.
           MOVE SCOR-RECOVERED-TIN     TO DTINO.
           MOVE DTL-LAST-NAME          IN GROUP-BILLING-REC
             TO DLASTO.
           MOVE DTL-FIRST-NAME         IN GROUP-BILLING-REC
             TO DFIRSTO.
           MOVE DTL-GRP-STRUCTURE-CODE IN GROUP-BILLING-REC
             TO DSTRCO.
           MOVE DTL-NUMBER-OF-DIVISIONS IN GROUP-BILLING-REC
             TO DNDIVO.
           MOVE DTL-ADDRESS-LINE1      IN GROUP-BILLING-REC
             TO DADDRO.
           MOVE DTL-CITY               IN GROUP-BILLING-REC
             TO DCITYO.
           MOVE DTL-STATE              IN GROUP-BILLING-REC
             TO DSTATEO.
           MOVE DTL-POSTAL-CODE        IN GROUP-BILLING-REC
             TO DZIPO.
           MOVE DTL-COUNTRY-CODE       IN GROUP-BILLING-REC
             TO DCTRYO.

       610000-EXIT.
           EXIT.

       620000-SET-DETAIL-CURSOR.

           IF CURSOR-FIELD = 'CTYPE'
               MOVE -1                 TO CTYPEL
           ELSE
             IF CURSOR-FIELD = 'CNDIV'
                 MOVE -1               TO CNDIVL
             ELSE
               IF CURSOR-FIELD = 'CDIVNO'
                   MOVE -1             TO CDIVNOL
               ELSE
                 IF CURSOR-FIELD = 'CTIN'
                     MOVE -1           TO CTINL
                 ELSE
                   IF CURSOR-FIELD = 'CVOL'
                       MOVE -1         TO CVOLL
                   ELSE
                     IF CURSOR-FIELD = 'CPREM'
                         MOVE -1       TO CPREML
                     ELSE
                         MOVE -1       TO CNGRPL
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       620000-EXIT.
           EXIT.

      *****************************************************************
      *    700000-EDIT-GROUP - RUN THE CORRECTION OVER EVERY          *
      *    SUSPENDED RECORD OF THE GROUP, IN FILE ORDER, THE WAY      *
      *    CNVTSUSP WILL RESUBMIT THEM.  THE PARENT CONTEXT STARTS    *
      *    EMPTY AND IS SET BY A PARENT RECORD THAT PASSES, AS A      *
      *    PARENT WRITE SETS IT IN CNVTDA.  EDITING STOPS AT THE      *
      *    FIRST FAILURE; THE REST OF THE GROUP IS ONLY COUNTED.      *
      *****************************************************************
       700000-EDIT-GROUP.

           MOVE 'Y'                    TO GROUP-EDIT-SWITCH.
           MOVE ZERO                   TO GROUP-RECORD-COUNT
                                          FAIL-RECORD-SUB.
           MOVE SPACES                 TO PARENT-GROUP-NUMBER.
           MOVE ZERO                   TO BROWSE-RBA.
           MOVE 'N'                    TO BROWSE-END-SWITCH.

           EXEC CICS STARTBR FILE   (SUSPENSE-FILENAME)
                             RIDFLD (BROWSE-RBA)
                             RBA
                             GTEQ
                             RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NOTFND)
               MOVE 'Y'                TO BROWSE-END-SWITCH
           ELSE
               IF CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE FILE-ABEND     TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
               PERFORM 310000-READ-NEXT-SUSPENSE THRU 310000-EXIT
               PERFORM 710000-EDIT-ONE-RECORD THRU 710000-EXIT
                   UNTIL BROWSE-END
               EXEC CICS ENDBR FILE (SUSPENSE-FILENAME)
               END-EXEC
           END-IF.

           IF GROUP-RECORD-COUNT = ZERO
               MOVE 'N'                TO GROUP-EDIT-SWITCH
               MOVE 'NO SUSPENDED RECORDS FOUND FOR THIS GROUP'
                 TO SCREEN-MESSAGE
               GO TO 700000-EXIT
           END-IF.
           IF GROUP-EDIT-FAILED
               PERFORM 760000-DESCRIBE-FAILURE THRU 760000-EXIT
           ELSE
               MOVE 'EDITED OK - '     TO PASS-MESSAGE-VERB
               MOVE GROUP-RECORD-COUNT TO PASS-RECORD-COUNT
               MOVE EDIT-PASS-MESSAGE  TO SCREEN-MESSAGE
           END-IF.

       700000-EXIT.
           EXIT.

       710000-EDIT-ONE-RECORD.

           IF SUSPENSE-GROUP-NUMBER = CORR-GROUP-NUMBER
               ADD 1                   TO GROUP-RECORD-COUNT
               IF GROUP-EDIT-PASSED
                   PERFORM 715000-EDIT-GROUP-RECORD THRU 715000-EXIT
               END-IF
           END-IF.
           PERFORM 310000-READ-NEXT-SUSPENSE THRU 310000-EXIT.

       710000-EXIT.
           EXIT.

       715000-EDIT-GROUP-RECORD.

           MOVE SUSPENSE-BILLING-REC   TO GROUP-BILLING-REC.
           PERFORM 720000-APPLY-CORRECTION THRU 720000-EXIT.
           MOVE 'Y'                    TO EDIT-SWITCH.
           IF DTL-DIVISION             IN GROUP-BILLING-REC
               PERFORM 740000-EDIT-DIVISION THRU 740000-EXIT
           ELSE
               IF DTL-RATE             IN GROUP-BILLING-REC
                   PERFORM 750000-EDIT-RATE THRU 750000-EXIT
               ELSE
                   PERFORM 730000-VALIDATE-TRX THRU 730000-EXIT
                   IF EDIT-OK
                       PERFORM 736000-SAVE-PARENT THRU 736000-EXIT
                   END-IF
               END-IF
           END-IF.
           IF NOT EDIT-OK
               MOVE 'N'                TO GROUP-EDIT-SWITCH
               MOVE GROUP-RECORD-COUNT TO FAIL-RECORD-SUB
               MOVE SUSPENSE-RECORD-TYPE
                 TO FAIL-SAVE-TYPE
               MOVE REJECT-REASON-CODE TO FAIL-SAVE-REASON
           END-IF.

       715000-EXIT.
           EXIT.

      *****************************************************************
      *    720000-APPLY-CORRECTION - LAY THE CORRECTION OVER THE      *
      *    SUSPENDED RECORD EXACTLY AS 400000-APPLY-CORRECTION IN     *
      *    CNVTSUSP DOES, INCLUDING THE TIN RECOVERY AND THE ZEROING  *
      *    OF A TIN STILL MASKED.  THIS MUST STAY IN STEP WITH        *
      *    CNVTSUSP.                                                  *
      *****************************************************************
       720000-APPLY-CORRECTION.

           IF SUSPENSE-DIVISION
               PERFORM 722000-APPLY-DIVISION-CORR THRU 722000-EXIT
               GO TO 720000-EXIT
           END-IF.
           IF SUSPENSE-RATE
               PERFORM 724000-APPLY-RATE-CORR THRU 724000-EXIT
               GO TO 720000-EXIT
           END-IF.
           PERFORM 726000-RECOVER-TIN THRU 726000-EXIT.
           IF CORR-NEW-GROUP-NUMBER NOT = SPACES
               MOVE CORR-NEW-GROUP-NUMBER
                 TO DTL-GROUP-NUMBER   IN GROUP-BILLING-REC
           END-IF.
           IF CORR-RECORD-TYPE NOT = SPACE
               MOVE CORR-RECORD-TYPE
                 TO DTL-RECORD-TYPE    IN GROUP-BILLING-REC
           END-IF.
           IF CORR-GRP-STRUCTURE-CODE NOT = SPACE
               MOVE CORR-GRP-STRUCTURE-CODE
                 TO DTL-GRP-STRUCTURE-CODE
                                       IN GROUP-BILLING-REC
           END-IF.
           IF CORR-NUMBER-OF-DIVISIONS NUMERIC
               MOVE CORR-NUMBER-OF-DIVISIONS
                 TO DTL-NUMBER-OF-DIVISIONS
                                       IN GROUP-BILLING-REC
           END-IF.
           IF CORR-GRP-CORP-NAME NOT = SPACES
               MOVE CORR-GRP-CORP-NAME
                 TO DTL-GRP-CORP-NAME  IN GROUP-BILLING-REC
           END-IF.
           IF CORR-LAST-NAME NOT = SPACES
               MOVE CORR-LAST-NAME
                 TO DTL-LAST-NAME      IN GROUP-BILLING-REC
           END-IF.
           IF CORR-STATE NOT = SPACES
               MOVE CORR-STATE
                 TO DTL-STATE          IN GROUP-BILLING-REC
           END-IF.
           IF CORR-CITY NOT = SPACES
               MOVE CORR-CITY
                 TO DTL-CITY           IN GROUP-BILLING-REC
           END-IF.
           IF CORR-ZIP-FIVE NOT = SPACES
               MOVE CORR-ZIP-FIVE
                 TO DTL-ZIP-FIVE       IN GROUP-BILLING-REC
           END-IF.
           IF CORR-ZIP-PLUS-FOUR NOT = SPACES
               MOVE CORR-ZIP-PLUS-FOUR
                 TO DTL-ZIP-PLUS-FOUR  IN GROUP-BILLING-REC
           END-IF.
           IF CORR-TIN NUMERIC
               MOVE CORR-TIN
                 TO DTL-TIN            IN GROUP-BILLING-REC
           END-IF.
           IF CORR-COUNTRY-CODE NOT = SPACES
               MOVE CORR-COUNTRY-CODE
                 TO DTL-COUNTRY-CODE   IN GROUP-BILLING-REC
           END-IF.
           IF DTL-TIN IN GROUP-BILLING-REC NOT NUMERIC
               MOVE ZERO
                 TO DTL-TIN            IN GROUP-BILLING-REC
           END-IF.

       720000-EXIT.
           EXIT.

       722000-APPLY-DIVISION-CORR.

           IF CORR-NEW-GROUP-NUMBER NOT = SPACES
               MOVE CORR-NEW-GROUP-NUMBER
                 TO DIV-GROUP-NUMBER   IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-DIVISION-NUMBER NUMERIC
               MOVE CORR-DIVISION-NUMBER
                 TO DIV-DIVISION-NUMBER
                                       IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-GRP-CORP-NAME NOT = SPACES
               MOVE CORR-GRP-CORP-NAME
                 TO DIV-DIVISION-NAME  IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-STATE NOT = SPACES
               MOVE CORR-STATE
                 TO DIV-STATE          IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-CITY NOT = SPACES
               MOVE CORR-CITY
                 TO DIV-CITY           IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-ZIP-FIVE NOT = SPACES
               MOVE CORR-ZIP-FIVE
                 TO DIV-ZIP-FIVE       IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-ZIP-PLUS-FOUR NOT = SPACES
               MOVE CORR-ZIP-PLUS-FOUR
                 TO DIV-ZIP-PLUS-FOUR  IN DIVISION-DETAIL-REC
           END-IF.
           IF CORR-COUNTRY-CODE NOT = SPACES
               MOVE CORR-COUNTRY-CODE
                 TO DIV-COUNTRY-CODE   IN DIVISION-DETAIL-REC
           END-IF.

       722000-EXIT.
           EXIT.

       724000-APPLY-RATE-CORR.

           IF CORR-NEW-GROUP-NUMBER NOT = SPACES
               MOVE CORR-NEW-GROUP-NUMBER
                 TO RTE-GROUP-NUMBER   IN RATE-DETAIL-REC
           END-IF.
           IF CORR-PLAN-CODE NOT = SPACES
               MOVE CORR-PLAN-CODE
                 TO RTE-PLAN-CODE      IN RATE-DETAIL-REC
           END-IF.
           IF CORR-VOLUME-AMOUNT NUMERIC
               MOVE CORR-VOLUME-AMOUNT
                 TO RTE-VOLUME-AMOUNT  IN RATE-DETAIL-REC
           END-IF.
           IF CORR-PREMIUM-AMOUNT NUMERIC
               MOVE CORR-PREMIUM-AMOUNT
                 TO RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC (1:11)
           END-IF.

       724000-EXIT.
           EXIT.

      *****************************************************************
      *    726000-RECOVER-TIN - READ THE ORIGINAL EXTRACT RECORD BY   *
      *    GROUP NUMBER AND RESTORE THE REAL TIN OVER THE MASK, AS    *
      *    450000-RECOVER-TIN IN CNVTSUSP DOES.  NOT FOUND LEAVES THE *
      *    MASK IN PLACE.                                             *
      *****************************************************************
       726000-RECOVER-TIN.

           MOVE DTL-GROUP-NUMBER       IN GROUP-BILLING-REC
             TO EXTRACT-GROUP-NUMBER.
           MOVE LENGTH OF EXTRACT-DATA
             TO EXTRACT-LENGTH.
           EXEC CICS READ FILE   (EXTRACT-FILENAME)
                          INTO   (EXTRACT-DATA)
                          LENGTH (EXTRACT-LENGTH)
                          RIDFLD (EXTRACT-GROUP-NUMBER)
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NORMAL)
               IF EXTRACT-TIN NUMERIC
                   MOVE EXTRACT-TIN
                     TO DTL-TIN        IN GROUP-BILLING-REC
               END-IF
           ELSE
               IF CICS-RESP NOT = DFHRESP(NOTFND)
                   MOVE FILE-ABEND     TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.

       726000-EXIT.
           EXIT.

      *****************************************************************
      *    730000-VALIDATE-TRX - THE PARENT RECORD EDITS OF           *
      *    215000-VALIDATE-TRX IN CNVTDA, TEST FOR TEST AND REASON    *
      *    FOR REASON.  THIS MUST STAY IN STEP WITH CNVTDA.           *
      *****************************************************************
       730000-VALIDATE-TRX.

           MOVE 'Y'                    TO EDIT-SWITCH.
           IF DTL-GROUP-NUMBER         IN GROUP-BILLING-REC = SPACES
               MOVE 'N'                    TO EDIT-SWITCH
               MOVE 'GRP '                 TO REJECT-REASON-CODE
           ELSE
             IF NOT DTL-CORPORATE      IN GROUP-BILLING-REC
               AND NOT DTL-INDIVIDUAL  IN GROUP-BILLING-REC
                 MOVE 'N'                  TO EDIT-SWITCH
                 MOVE 'TYPE'               TO REJECT-REASON-CODE
             ELSE
             IF NOT DTL-SINGLE-DIVISION IN GROUP-BILLING-REC
               AND NOT DTL-MULTI-DIVISION IN GROUP-BILLING-REC
                 MOVE 'N'                  TO EDIT-SWITCH
                 MOVE 'DIV '               TO REJECT-REASON-CODE
             ELSE
             IF (DTL-MULTI-DIVISION    IN GROUP-BILLING-REC
               AND DTL-NUMBER-OF-DIVISIONS IN GROUP-BILLING-REC NOT > 1)
               OR (DTL-SINGLE-DIVISION IN GROUP-BILLING-REC
               AND DTL-NUMBER-OF-DIVISIONS IN GROUP-BILLING-REC > 1)
                 MOVE 'N'                  TO EDIT-SWITCH
                 MOVE 'DIV '               TO REJECT-REASON-CODE
             ELSE
             IF DTL-CORPORATE          IN GROUP-BILLING-REC
               AND DTL-GRP-CORP-NAME   IN GROUP-BILLING-REC = SPACES
                 MOVE 'N'                  TO EDIT-SWITCH
                 MOVE 'NAME'               TO REJECT-REASON-CODE
             ELSE
               IF DTL-INDIVIDUAL       IN GROUP-BILLING-REC
                 AND DTL-LAST-NAME     IN GROUP-BILLING-REC = SPACES
                   MOVE 'N'                TO EDIT-SWITCH
                   MOVE 'NAME'             TO REJECT-REASON-CODE
               ELSE
                 IF DTL-CITY           IN GROUP-BILLING-REC = SPACES
                     MOVE 'N'              TO EDIT-SWITCH
                     MOVE 'ADDR'           TO REJECT-REASON-CODE
                 ELSE
                   MOVE DTL-STATE    IN GROUP-BILLING-REC
                     TO EDIT-STATE-CODE
                   MOVE DTL-POSTAL-CODE IN GROUP-BILLING-REC
                     TO EDIT-POSTAL-CODE
                   PERFORM 732000-EDIT-ADDRESS THRU 732000-EXIT
                   IF NOT ADDRESS-OK
                       MOVE 'N'            TO EDIT-SWITCH
                       MOVE 'ADDR'         TO REJECT-REASON-CODE
                   ELSE
                     IF DTL-TIN         IN GROUP-BILLING-REC = ZERO
                         MOVE 'N'          TO EDIT-SWITCH
                         MOVE 'TIN '       TO REJECT-REASON-CODE
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

       730000-EXIT.
           EXIT.

      *****************************************************************
      *    732000-EDIT-ADDRESS - COUNTRY-AWARE STATE AND POSTAL EDIT, *
      *    AS 215400-EDIT-ADDRESS IN CNVTDA.  THE CALLER SETS         *
      *    EDIT-STATE-CODE AND EDIT-POSTAL-CODE.                      *
      *****************************************************************
       732000-EDIT-ADDRESS.

           MOVE 'Y'                    TO ADDRESS-OK-SWITCH.
           IF DTL-COUNTRY-CANADA       IN GROUP-BILLING-REC
               PERFORM 734000-CHECK-PROVINCE-CODE THRU 734000-EXIT
               PERFORM 735000-CHECK-POSTAL-CODE THRU 735000-EXIT
               IF NOT PROVINCE-CODE-FOUND
                 OR NOT POSTAL-CODE-OK
                   MOVE 'N'            TO ADDRESS-OK-SWITCH
               END-IF
           ELSE
             IF DTL-COUNTRY-US        IN GROUP-BILLING-REC
                 PERFORM 733000-CHECK-STATE-CODE THRU 733000-EXIT
                 IF EDIT-POSTAL-CODE (1:5) = SPACES
                   OR NOT STATE-CODE-FOUND
                     MOVE 'N'          TO ADDRESS-OK-SWITCH
                 END-IF
             END-IF
           END-IF.

       732000-EXIT.
           EXIT.

       733000-CHECK-STATE-CODE.

           MOVE 'N'                    TO STATE-FOUND-SWITCH.
           PERFORM 733500-COMPARE-STATE-CODE THRU 733500-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > 50 OR STATE-CODE-FOUND.

       733000-EXIT.
           EXIT.

       733500-COMPARE-STATE-CODE.

           IF EDIT-STATE-CODE        = STATE-CODE-ENTRY (SUB)
               MOVE 'Y'                TO STATE-FOUND-SWITCH
           END-IF.

       733500-EXIT.
           EXIT.

       734000-CHECK-PROVINCE-CODE.

           MOVE 'N'                    TO PROVINCE-FOUND-SWITCH.
           PERFORM 734500-COMPARE-PROVINCE THRU 734500-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > 13 OR PROVINCE-CODE-FOUND.

       734000-EXIT.
           EXIT.

       734500-COMPARE-PROVINCE.

           IF EDIT-STATE-CODE        = PROVINCE-CODE-ENTRY (SUB)
               MOVE 'Y'                TO PROVINCE-FOUND-SWITCH
           END-IF.

       734500-EXIT.
           EXIT.

       735000-CHECK-POSTAL-CODE.

           MOVE 'Y'                    TO POSTAL-OK-SWITCH.
           IF EDIT-POSTAL-CODE (1:1) = SPACE
             OR EDIT-POSTAL-CODE (1:1) NOT ALPHABETIC
             OR EDIT-POSTAL-CODE (2:1) NOT NUMERIC
             OR EDIT-POSTAL-CODE (3:1) = SPACE
             OR EDIT-POSTAL-CODE (3:1) NOT ALPHABETIC
             OR EDIT-POSTAL-CODE (4:1) NOT NUMERIC
             OR EDIT-POSTAL-CODE (5:1) = SPACE
             OR EDIT-POSTAL-CODE (5:1) NOT ALPHABETIC
             OR EDIT-POSTAL-CODE (6:1) NOT NUMERIC
             OR EDIT-POSTAL-CODE (7:3) NOT = SPACES
               MOVE 'N'                TO POSTAL-OK-SWITCH
           END-IF.

       735000-EXIT.
           EXIT.

      *****************************************************************
      *    736000-SAVE-PARENT - A PARENT RECORD THAT PASSES BECOMES   *
      *    THE CONTEXT FOR THE DIVISION AND RATE RECORDS AFTER IT, AS *
      *    230000-SAVE-PARENT MAKES IT IN CNVTDA.                     *
      *****************************************************************
       736000-SAVE-PARENT.

           MOVE DTL-GROUP-NUMBER     IN GROUP-BILLING-REC
             TO PARENT-GROUP-NUMBER.
           MOVE DTL-GRP-STRUCTURE-CODE IN GROUP-BILLING-REC
             TO PARENT-STRUCTURE-CODE.
           MOVE DTL-NUMBER-OF-DIVISIONS IN GROUP-BILLING-REC
             TO PARENT-NUMBER-OF-DIVISIONS.

       736000-EXIT.
           EXIT.

      *****************************************************************
      *    740000-EDIT-DIVISION - THE DIVISION EDITS OF               *
      *    300000-PROCESS-DIVISION IN CNVTDA.  THIS MUST STAY IN STEP *
      *    WITH CNVTDA.                                               *
      *****************************************************************
       740000-EDIT-DIVISION.

           MOVE 'Y'                    TO EDIT-SWITCH.
           IF DIV-GROUP-NUMBER       IN DIVISION-DETAIL-REC
                                     NOT = PARENT-GROUP-NUMBER
               PERFORM 745000-RECOVER-PARENT THRU 745000-EXIT
           END-IF.
           IF DIV-GROUP-NUMBER       IN DIVISION-DETAIL-REC
                                     NOT = PARENT-GROUP-NUMBER
             OR PARENT-GROUP-NUMBER = SPACES
               MOVE 'N'                  TO EDIT-SWITCH
               MOVE 'ORPH'               TO REJECT-REASON-CODE
           ELSE
             IF NOT PARENT-MULTI-DIVISION
               OR DIV-DIVISION-NUMBER IN DIVISION-DETAIL-REC
                                      NOT NUMERIC
               OR DIV-DIVISION-NUMBER IN DIVISION-DETAIL-REC = ZERO
               OR DIV-DIVISION-NUMBER IN DIVISION-DETAIL-REC
                                      > PARENT-NUMBER-OF-DIVISIONS
                 MOVE 'N'                TO EDIT-SWITCH
                 MOVE 'DIV '             TO REJECT-REASON-CODE
             ELSE
               IF DIV-DIVISION-NAME  IN DIVISION-DETAIL-REC = SPACES
                   MOVE 'N'              TO EDIT-SWITCH
                   MOVE 'NAME'           TO REJECT-REASON-CODE
               ELSE
                 IF DIV-CITY         IN DIVISION-DETAIL-REC = SPACES
                     MOVE 'N'            TO EDIT-SWITCH
                     MOVE 'ADDR'         TO REJECT-REASON-CODE
                 ELSE
                   MOVE DIV-STATE    IN DIVISION-DETAIL-REC
                     TO EDIT-STATE-CODE
                   MOVE DIV-POSTAL-CODE IN DIVISION-DETAIL-REC
                     TO EDIT-POSTAL-CODE
                   PERFORM 732000-EDIT-ADDRESS THRU 732000-EXIT
                   IF NOT ADDRESS-OK
                       MOVE 'N'          TO EDIT-SWITCH
                       MOVE 'ADDR'       TO REJECT-REASON-CODE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       740000-EXIT.
           EXIT.

      *****************************************************************
      *    745000-RECOVER-PARENT - REBUILD THE PARENT CONTEXT FROM    *
      *    THE CONVERTED-GROUPS MASTER, AS 305000-RECOVER-PARENT IN   *
      *    CNVTDA DOES.  THE GROUP NUMBER SITS IN BYTES 1-10 OF EVERY *
      *    RECORD TYPE, SO THIS SERVES DIVISIONS AND RATES ALIKE.     *
      *****************************************************************
       745000-RECOVER-PARENT.

           MOVE DTL-GROUP-NUMBER     IN GROUP-BILLING-REC
             TO CNVMAST-GROUP-NUMBER.
           MOVE LENGTH OF CNVMAST-DATA
             TO CNVMAST-LENGTH.
           EXEC CICS READ FILE   (CNVMAST-FILENAME)
                          INTO   (CNVMAST-DATA)
                          LENGTH (CNVMAST-LENGTH)
                          RIDFLD (CNVMAST-GROUP-NUMBER)
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NORMAL)
               MOVE CNVMAST-GROUP-NUMBER
                 TO PARENT-GROUP-NUMBER
               MOVE CNVMAST-STRUCTURE-CODE
                 TO PARENT-STRUCTURE-CODE
               MOVE CNVMAST-NBR-OF-DIVISIONS
                 TO PARENT-NUMBER-OF-DIVISIONS
           ELSE
               IF CICS-RESP NOT = DFHRESP(NOTFND)
                   MOVE FILE-ABEND     TO CICS-ABEND-CODE
                   PERFORM 990000-CICS-ABEND THRU 990000-EXIT
               END-IF
           END-IF.

       745000-EXIT.
           EXIT.

      *****************************************************************
      *    750000-EDIT-RATE - THE RATE EDITS OF 350000-PROCESS-RATE   *
      *    IN CNVTDA.  THIS MUST STAY IN STEP WITH CNVTDA.            *
      *****************************************************************
       750000-EDIT-RATE.

           MOVE 'Y'                    TO EDIT-SWITCH.
           IF RTE-GROUP-NUMBER       IN RATE-DETAIL-REC
                                     NOT = PARENT-GROUP-NUMBER
               PERFORM 745000-RECOVER-PARENT THRU 745000-EXIT
           END-IF.
           IF RTE-GROUP-NUMBER       IN RATE-DETAIL-REC
                                     NOT = PARENT-GROUP-NUMBER
             OR PARENT-GROUP-NUMBER = SPACES
               MOVE 'N'                  TO EDIT-SWITCH
               MOVE 'ORPH'               TO REJECT-REASON-CODE
           ELSE
             IF RTE-PLAN-CODE        IN RATE-DETAIL-REC = SPACES
                 MOVE 'N'                TO EDIT-SWITCH
                 MOVE 'PLAN'             TO REJECT-REASON-CODE
             ELSE
               IF RTE-VOLUME-AMOUNT  IN RATE-DETAIL-REC NOT NUMERIC
                   MOVE 'N'              TO EDIT-SWITCH
                   MOVE 'VOL '           TO REJECT-REASON-CODE
               ELSE
                 IF RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC
                                       NOT NUMERIC
                   OR RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC = ZERO
                     MOVE 'N'            TO EDIT-SWITCH
                     MOVE 'PREM'         TO REJECT-REASON-CODE
                 END-IF
               END-IF
             END-IF
           END-IF.

       750000-EXIT.
           EXIT.

      *****************************************************************
      *    760000-DESCRIBE-FAILURE - WHICH RECORD OF THE GROUP FAILED *
      *    AND WHY, IN THE CNVTDA REASON CODE AND WORDS.              *
      *****************************************************************
       760000-DESCRIBE-FAILURE.

           MOVE FAIL-SAVE-TYPE         TO FAIL-RECORD-TYPE.
           MOVE FAIL-RECORD-SUB        TO FAIL-RECORD-NUMBER.
           MOVE GROUP-RECORD-COUNT     TO FAIL-RECORD-COUNT.
           MOVE FAIL-SAVE-REASON       TO FAIL-REASON-CODE.
           MOVE SPACES                 TO FAIL-REASON-TEXT.
           PERFORM 765000-FIND-REASON-TEXT THRU 765000-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > REASON-TEXT-MAX.
           MOVE EDIT-FAIL-MESSAGE      TO SCREEN-MESSAGE.

       760000-EXIT.
           EXIT.

       765000-FIND-REASON-TEXT.

           IF REASON-TEXT-CODE (SUB) = FAIL-SAVE-REASON
               MOVE REASON-TEXT-DESC (SUB)
                 TO FAIL-REASON-TEXT
           END-IF.

       765000-EXIT.
           EXIT.

      *****************************************************************
      *    800000-SAVE-CORRECTION - STAMP THE CORRECTION WITH THE     *
      *    SIGNED-ON USER, THE TERMINAL AND THE TIME, AND WRITE IT -  *
      *    OVER THE GROUP'S EXISTING CORRECTS RECORD WHEN THERE IS    *
      *    ONE.                                                       *
      *****************************************************************
       800000-SAVE-CORRECTION.

           EXEC CICS ASSIGN USERID (CORR-KEYED-BY-USERID)
           END-EXEC.
           MOVE EIBTRMID               TO CORR-KEYED-BY-TERMID.
           EXEC CICS ASKTIME ABSTIME (CORRECTION-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME  (CORRECTION-ABSTIME)
                                YYYYMMDD (CORR-KEYED-DATE)
                                TIME     (CORR-KEYED-TIME)
           END-EXEC.

           MOVE LENGTH OF CORRECTION-DATA
             TO CORRECTION-LENGTH.
           EXEC CICS READ FILE   (CORRECTION-FILENAME)
                          INTO   (CORRECTION-HOLD-DATA)
                          LENGTH (CORRECTION-LENGTH)
                          RIDFLD (CORR-GROUP-NUMBER)
                          UPDATE
                          RESP   (CICS-RESP)
           END-EXEC.
           IF CICS-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE   (CORRECTION-FILENAME)
                                 FROM   (CORRECTION-DATA)
                                 LENGTH (LENGTH OF CORRECTION-DATA)
                                 RESP   (CICS-RESP)
               END-EXEC
           ELSE
               IF CICS-RESP = DFHRESP(NOTFND)
                   EXEC CICS WRITE FILE   (CORRECTION-FILENAME)
                                   FROM   (CORRECTION-DATA)
                                   LENGTH (LENGTH OF CORRECTION-DATA)
                                   RIDFLD (CORR-GROUP-NUMBER)
                                   RESP   (CICS-RESP)
                   END-EXEC
               END-IF
           END-IF.
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE FILE-ABEND         TO CICS-ABEND-CODE
               PERFORM 990000-CICS-ABEND THRU 990000-EXIT
           END-IF.

           MOVE 'SAVED - '             TO PASS-MESSAGE-VERB.
           MOVE GROUP-RECORD-COUNT     TO PASS-RECORD-COUNT.
           MOVE EDIT-PASS-MESSAGE      TO SCREEN-MESSAGE.

       800000-EXIT.
           EXIT.

      *****************************************************************
      *    990000-CICS-ABEND - AN UNEXPECTED FILE OR MAP RESPONSE.    *
      *    THE CALLER SETS CICS-ABEND-CODE.                           *
      *****************************************************************
       990000-CICS-ABEND.

           EXEC CICS ABEND ABCODE (CICS-ABEND-CODE)
           END-EXEC.

       990000-EXIT.
           EXIT.
