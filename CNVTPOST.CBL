       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTPOST.

      *TITLE.         Admin posting acknowledgment match to the run!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK038* RWK038 RWALLING 2026 NEW PROGRAM.  MATCHES THE ADMIN SYSTEM'S *
RWK038*                      OVERNIGHT POSTING ACKNOWLEDGMENT FILE    *
RWK038*                      BACK TO THE AUDIT TRAIL RECORDS OF THE   *
RWK038*                      RUN THAT SENT THE TRANSACTIONS.  A       *
RWK038*                      TRANSACTION REJECTED AT POSTING PUTS ITS *
RWK038*                      EXTRACT RECORD ON REJSUSP UNDER REASON   *
RWK038*                      POST; A PARENT ADD REJECTED AT POSTING   *
RWK038*                      ALSO QUEUES THE GROUP ON CNVMPURG, SINCE *
RWK038*                      IT NEVER REACHED THE ADMIN SYSTEM; AND A *
RWK038*                      TRANSACTION WITH NO ACKNOWLEDGMENT IS    *
RWK038*                      LISTED AS UNPOSTED.                      *
RWK046* RWK046 RWALLING 2026 A RUN THAT WAS RESTARTED IS MATCHED WITH *
RWK046*                      EVERY RUN OF ITS RESTART CHAIN FROM THE  *
RWK046*                      RUN CONTROL FILE, SO TRANSACTIONS SENT   *
RWK046*                      BEFORE THE ABEND ARE MATCHED TOO.        *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        CNVTDA COUNTS A GROUP AS CONVERTED WHEN VCSTRX3 TAKES
      *        ITS TRANSACTIONS, BUT THE ADMIN SYSTEM CAN STILL REJECT
      *        THEM WHEN IT POSTS OVERNIGHT.  ITS ACKNOWLEDGMENT FILE
      *        CARRIES, PER TRANSACTION, THE COMPANY, MASTER-ID AND
      *        TRANSACTION CODE IT WAS SENT UNDER, AN ACCEPTED OR
      *        REJECTED FLAG, AND THE ADMIN REJECT REASON.
      *
      *        THE ACKNOWLEDGMENTS ARE TABLED IN KEY ORDER (COMPANY,
      *        MASTER-ID, TRANSACTION CODE), KEEPING THE ORDER THEY
      *        ARRIVED IN WITHIN A KEY.  THE RUN'S AUDIT RECORDS ARE
      *        THEN READ IN THE ORDER CNVTDA SENT THEM, AND EACH
      *        TRANSACTION WRITTEN TO VCSTRX3 CLAIMS THE FIRST
      *        UNCLAIMED ACKNOWLEDGMENT UNDER ITS KEY.  A PARENT AND
      *        ITS DIVISION ADDS, OR A GROUP'S SEVERAL PA PLANS, SHARE
      *        ONE KEY, SO THEY ARE MATCHED IN POSTING ORDER, WHICH IS
      *        THE ORDER THEY WERE SENT.
RWK046*
RWK046*        A RUN THAT ABENDED AND WAS RESTARTED SENT PART OF ITS
RWK046*        TRANSACTIONS UNDER ITS OWN RUN ID AND THE REST UNDER THE
RWK046*        RESTART'S, AND THE ADMIN SYSTEM POSTS THEM ALL IN THE
RWK046*        ONE OVERNIGHT CYCLE.  THE REQUEST MAY NAME ANY RUN OF
RWK046*        THE CHAIN; EVERY RUN THE RUN CONTROL FILE CHAINS TO IT
RWK046*        BY RESTART, EARLIER OR LATER, IS MATCHED WITH IT AND
RWK046*        LISTED AT THE HEAD OF THE REPORT.
      *
      *          ACCEPTED     - POSTED; COUNTED ONLY.
      *          REJECTED     - THE EXTRACT RECORD THE TRANSACTION
      *                         CAME FROM (THE AUDIT BEFORE IMAGE,
      *                         TIN ALREADY MASKED) IS WRITTEN TO
      *                         REJSUSP IN THE CNVTDA LAYOUT UNDER
      *                         REASON POST, SO CNVTSUSP AND CNVTAGE
      *                         TREAT IT AS ANY OTHER SUSPENSE.  THE
      *                         ADMIN REASON IS PRINTED ON THE REPORT.
      *                         WHEN THE REJECTED TRANSACTION IS A
      *                         PARENT'S DA ADD THE GROUP NEVER POSTED
      *                         AT ALL: IT IS FLAGGED AND QUEUED ON
      *                         CNVMPURG SO CNVTMAST TAKES IT OFF THE
      *                         CONVERTED-GROUPS MASTER, AND ITS
      *                         CORRECTED RESUBMISSION GOES OUT AS AN
      *                         ADD AGAIN.
      *          NOT ACKED    - LISTED AS UNPOSTED FOR OPS TO CHASE.
      *
      *        ACKNOWLEDGMENTS LEFT UNCLAIMED AT THE END BELONG TO NO
      *        TRANSACTION OF THE RUN AND ARE LISTED AS WELL.
      *
      *        REJSUSP AND CNVMPURG ARE EXTENDED, NOT REPLACED - THEY
      *        ARE THE SAME CYCLE'S FILES CNVTDA WROTE.
      *
      *    INPUTS.
      *        ACKREQ   - REQUEST CARD: THE RUN ID THE ACKNOWLEDGMENT
      *                   FILE ANSWERS AND AN OPTIONAL COMPANY CODE
      *        POSTACK  - ADMIN SYSTEM POSTING ACKNOWLEDGMENT FILE
      *        AUDITTRL - AUDIT TRAIL FILE FROM CNVTDA
RWK046*        RUNCTL   - RUN CONTROL FILE FROM CNVTRCTL (RESTARTS)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - REJSUSP  (POSTING REJECTS, REASON POST)
      *              CNVMPURG (GROUPS THAT NEVER POSTED)
      *              POSTRPT  (POSTING ACKNOWLEDGMENT REPORT)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTPOST WORKING STORAGE STARTS HERE ***'.

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
      *    REQUEST CARD.  ONE RECORD: THE RUN THE ACKNOWLEDGMENT FILE *
      *    ANSWERS AND, OPTIONALLY, THE ONE COMPANY TO MATCH.         *
      *****************************************************************
       01  REQUEST-FIELDS.
           05  REQUEST-FILENAME              PIC X(8)  VALUE 'ACKREQ'.
           05  REQUEST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  REQUEST-DATA.
                   15  REQ-RUN-ID            PIC X(08).
                   15  REQ-COMPANY-CODE      PIC X(03).

      *****************************************************************
      *    ADMIN SYSTEM POSTING ACKNOWLEDGMENT, ONE PER TRANSACTION   *
      *    THE ADMIN SYSTEM TRIED TO POST.                            *
      *****************************************************************
       01  ACK-FIELDS.
           05  ACK-FILENAME                  PIC X(8)  VALUE 'POSTACK'.
           05  ACK-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  ACK-DATA.
                   15  ACK-COMPANY-CODE      PIC X(03).
                   15  ACK-MASTER-ID         PIC X(15).
                   15  ACK-TRX-CODE          PIC X(04).
                   15  ACK-POSTING-STATUS    PIC X(01).
                       88  ACK-ACCEPTED            VALUE 'A'.
                       88  ACK-REJECTED            VALUE 'R'.
                   15  ACK-ADMIN-REASON      PIC X(30).

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
                   15  AUDIT-REASON-CODE     PIC X(04).
                   15  AUDIT-TRX-CODE        PIC X(04).
                   15  AUDIT-BEFORE-IMAGE    PIC X(242).
                   15  AUDIT-AFTER-IMAGE     PIC X(504).

      *****************************************************************
      *    SUSPENSE RECORD IN THE LAYOUT 800000-WRITE-REJECT IN       *
      *    CNVTDA WRITES.  THIS LAYOUT MUST STAY IN STEP WITH THE     *
      *    REJECT-RECORD IN THAT PROGRAM.                             *
      *****************************************************************
       01  REJECT-FIELDS.
           05  REJECT-FILENAME               PIC X(8)  VALUE 'REJSUSP'.
           05  REJECT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  REJECT-GROUP-NUMBER       PIC X(10).
               10  REJECT-RECORD-TYPE        PIC X(01).
               10  REJECT-REASON-CODE        PIC X(04).
               10  REJECT-VCSTRX3-RC         PIC X(02).
               10  REJECT-GROUP-BILLING-REC  PIC X(242).

      *****************************************************************
      *    PURGE QUEUE, AS 945000-WRITE-CNVMPURG IN CNVTDA WRITES IT. *
      *****************************************************************
       01  CNVMPURG-FIELDS.
           05  CNVMPURG-FILENAME             PIC X(8)  VALUE 'CNVMPURG'.
           05  CNVMPURG-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  CNVMPURG-DATA.
                   15  PURGE-GROUP-NUMBER    PIC X(10).

      * ------- GROUP BILLING COPYBOOK (BEFORE-IMAGE WORK COPY)
       COPY DTLGRPBL.

      *****************************************************************
      *    ACKNOWLEDGMENT TABLE, IN KEY ORDER (BINARY INSERT AFTER    *
      *    ANY EQUAL KEYS, SO ARRIVAL ORDER HOLDS WITHIN A KEY).  THE *
      *    CLAIMED SWITCH MARKS ACKNOWLEDGMENTS ALREADY MATCHED TO A  *
      *    TRANSACTION OF THE RUN.                                    *
      *****************************************************************
       01  ACK-TABLE-MAX                 PIC S9(7) COMP VALUE +100000.
       01  ACK-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  ACK-TABLE.
           05  ACK-ENTRY                 OCCURS 100000 TIMES.
               10  ACK-TBL-KEY.
                   15  ACK-TBL-COMPANY   PIC X(03).
                   15  ACK-TBL-MASTER-ID PIC X(15).
                   15  ACK-TBL-TRX-CODE  PIC X(04).
               10  ACK-TBL-STATUS        PIC X(01).
                   88  ACK-TBL-ACCEPTED        VALUE 'A'.
               10  ACK-TBL-REASON        PIC X(30).
               10  ACK-TBL-CLAIMED-SW    PIC X(01).
                   88  ACK-TBL-CLAIMED         VALUE 'Y'.
       01  ACK-SEARCH-KEY.
           05  ACK-SEARCH-COMPANY        PIC X(03).
           05  ACK-SEARCH-MASTER-ID      PIC X(15).
           05  ACK-SEARCH-TRX-CODE       PIC X(04).
       01  ACK-SUB                       PIC S9(7) COMP.
       01  ACK-LO-SUB                    PIC S9(7) COMP.
       01  ACK-HI-SUB                    PIC S9(7) COMP.
       01  ACK-MID-SUB                   PIC S9(7) COMP.
       01  ACK-FOUND-SWITCH              PIC X(01).
           88  ACK-ENTRY-FOUND                 VALUE 'Y'.
       01  ACK-SCAN-SWITCH               PIC X(01).
           88  ACK-SCAN-DONE                   VALUE 'Y'.

       01  REQUEST-SWITCH                PIC X(01) VALUE 'N'.
           88  REQUEST-FOUND                   VALUE 'Y'.
       01  ACK-EOF-SWITCH                PIC X(01).
           88  ACK-END-OF-FILE                 VALUE 'Y'.
       01  AUDIT-EOF-SWITCH              PIC X(01).
           88  AUDIT-END-OF-FILE               VALUE 'Y'.
       01  POSTING-REASON                PIC X(04) VALUE 'POST'.

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
RWK046*    AS THE RESTART OF AN EARLIER ONE.  RESTART CHAIN - THE RUN *
RWK046*    ASKED FOR WITH EVERY RUN THAT RESTARTED IT OR THAT IT      *
RWK046*    RESTARTED, LATEST FIRST.  A RUN NEVER RESTARTED IS A CHAIN *
RWK046*    OF ONE.                                                    *
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
RWK046 01  CHAIN-STEP-COUNT              PIC S9(4) COMP.
RWK046 01  CHAIN-STEP-SWITCH             PIC X(01).
RWK046     88  CHAIN-STEPPED                   VALUE 'Y'.
RWK046 01  CHAIN-FOUND-SWITCH            PIC X(01).
RWK046     88  CHAIN-RUN-FOUND                 VALUE 'Y'.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE, RUN ID, COMPANY AND PAGE NUMBER. *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'POSTRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTPOST'.
           05  FILLER                    PIC X(50) VALUE
               'ADMIN POSTING ACKNOWLEDGMENT REPORT'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-HEADING-2.
           05  FILLER                    PIC X(07) VALUE 'RUN ID '.
           05  RPT-HDG-RUN-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'COMPANY '.
           05  RPT-HDG-COMPANY           PIC X(03).
           05  FILLER                    PIC X(104) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-MONEY-LINE.
           05  RPT-MONEY-LABEL           PIC X(37).
           05  RPT-MONEY-VALUE           PIC Z(12)9.99-.
           05  FILLER                    PIC X(78) VALUE SPACES.
       01  RPT-GROUP-LINE.
           05  RPT-GROUP-LABEL           PIC X(24).
           05  RPT-GROUP-NUMBER          PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RPT-GROUP-EXTRA           PIC X(97) VALUE SPACES.
       01  RPT-ACK-EXTRA REDEFINES       RPT-GROUP-LINE.
           05  FILLER                    PIC X(35).
           05  RPT-ACK-TRX-LIT           PIC X(04).
           05  RPT-ACK-TRX-CODE          PIC X(04).
           05  FILLER                    PIC X(02).
           05  RPT-ACK-TYPE-LIT          PIC X(05).
           05  RPT-ACK-RECORD-TYPE       PIC X(01).
           05  FILLER                    PIC X(02).
           05  RPT-ACK-MASTER-LIT        PIC X(07).
           05  RPT-ACK-MASTER-ID         PIC X(15).
           05  FILLER                    PIC X(02).
           05  RPT-ACK-REASON            PIC X(30).
           05  FILLER                    PIC X(25).

       01  POSTING-TOTALS                   COMP.
           05  ACK-READ-COUNT               PIC S9(7) VALUE ZERO.
           05  ACK-INVALID-COUNT            PIC S9(7) VALUE ZERO.
           05  AUDIT-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  RUN-TRX-COUNT                PIC S9(7) VALUE ZERO.
           05  POSTED-COUNT                 PIC S9(7) VALUE ZERO.
           05  POST-REJECT-COUNT            PIC S9(7) VALUE ZERO.
           05  NEVER-POSTED-COUNT           PIC S9(7) VALUE ZERO.
           05  UNPOSTED-COUNT               PIC S9(7) VALUE ZERO.
           05  ACK-UNMATCHED-COUNT          PIC S9(7) VALUE ZERO.
           05  RUN-PREMIUM-DOLLARS          PIC S9(13)V99 VALUE ZERO.
           05  POSTED-PREMIUM-DOLLARS       PIC S9(13)V99 VALUE ZERO.
           05  REJECT-PREMIUM-DOLLARS       PIC S9(13)V99 VALUE ZERO.
           05  UNPOSTED-PREMIUM-DOLLARS     PIC S9(13)V99 VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTPOST WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-READ-REQUEST THRU 100000-EXIT.
           IF REQUEST-FOUND
RWK046         PERFORM 150000-LOAD-RESTARTS THRU 150000-EXIT
RWK046         MOVE REQ-RUN-ID         TO CHAIN-START-RUN-ID
RWK046         PERFORM 160000-BUILD-CHAIN THRU 160000-EXIT
RWK046         PERFORM 178000-LIST-CHAIN THRU 178000-EXIT
               PERFORM 200000-LOAD-ACKS THRU 200000-EXIT
               PERFORM 300000-MATCH-RUN THRU 300000-EXIT
               PERFORM 500000-LIST-UNMATCHED-ACK THRU 500000-EXIT
                   VARYING ACK-SUB FROM 1 BY 1
                   UNTIL ACK-SUB > ACK-TABLE-COUNT
           END-IF.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-READ-REQUEST - THE REQUEST CARD.  WITH NO CARD, OR  *
      *    NO RUN ID ON IT, NOTHING IS MATCHED AND THE REPORT SAYS    *
      *    SO.                                                        *
      *****************************************************************
       100000-READ-REQUEST.

           MOVE SPACES                 TO REQUEST-DATA.
           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF REQUEST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       REQUEST-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'NO REQUEST ON ACKREQ - NOTHING MATCHED'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               GO TO 100000-EXIT
           END-IF.
           IF NOT QSAM-SUCCESSFUL     IN QSAM-COMM-AREA
               MOVE READ-ERROR         TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           IF REQ-RUN-ID = SPACES
               MOVE 'ACKREQ REQUEST HAS NO RUN ID - NOTHING MATCHED'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               GO TO 100000-EXIT
           END-IF.
           MOVE 'Y'                    TO REQUEST-SWITCH.

       100000-EXIT.
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
RWK046*    160000-BUILD-CHAIN - THE RESTART CHAIN OF THE RUN IN       *
RWK046*    CHAIN-START-RUN-ID.  FOLLOW THE RESTARTS FORWARD TO THE    *
RWK046*    LAST RUN OF THE CHAIN, THEN BACK FROM IT TO THE RUN THAT   *
RWK046*    STARTED IT, TABLING EACH RUN ON THE WAY BACK.              *
RWK046*****************************************************************
RWK046 160000-BUILD-CHAIN.

RWK046     MOVE CHAIN-START-RUN-ID     TO CHAIN-WORK-RUN-ID.
RWK046     MOVE ZERO                   TO CHAIN-STEP-COUNT.
RWK046     MOVE 'Y'                    TO CHAIN-STEP-SWITCH.
RWK046     PERFORM 162000-STEP-FORWARD THRU 162000-EXIT
RWK046         UNTIL NOT CHAIN-STEPPED.
RWK046     MOVE 1                      TO CHAIN-COUNT.
RWK046     MOVE CHAIN-WORK-RUN-ID      TO CHN-RUN-ID (1).
RWK046     MOVE 'Y'                    TO CHAIN-STEP-SWITCH.
RWK046     PERFORM 164000-STEP-BACK THRU 164000-EXIT
RWK046         UNTIL NOT CHAIN-STEPPED.

RWK046 160000-EXIT.
RWK046     EXIT.

RWK046 162000-STEP-FORWARD.

RWK046     MOVE 'N'                    TO CHAIN-STEP-SWITCH.
RWK046     PERFORM 166000-MATCH-RESTARTED-BY THRU 166000-EXIT
RWK046         VARYING RST-SUB FROM 1 BY 1
RWK046         UNTIL RST-SUB > RST-TABLE-COUNT
RWK046            OR CHAIN-STEPPED.
RWK046     IF CHAIN-STEPPED
RWK046         ADD 1                   TO CHAIN-STEP-COUNT
RWK046         IF CHAIN-STEP-COUNT NOT < CHAIN-TABLE-MAX
RWK046             MOVE TABLE-ERROR    TO VCSABEND-CODE
RWK046             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK046         END-IF
RWK046     END-IF.

RWK046 162000-EXIT.
RWK046     EXIT.

RWK046 164000-STEP-BACK.

RWK046     MOVE 'N'                    TO CHAIN-STEP-SWITCH.
RWK046     PERFORM 168000-MATCH-RESTART-OF THRU 168000-EXIT
RWK046         VARYING RST-SUB FROM 1 BY 1
RWK046         UNTIL RST-SUB > RST-TABLE-COUNT
RWK046            OR CHAIN-STEPPED.

RWK046 164000-EXIT.
RWK046     EXIT.

RWK046 166000-MATCH-RESTARTED-BY.

RWK046     IF RST-RESTART-OF-RUN-ID (RST-SUB) = CHAIN-WORK-RUN-ID
RWK046         MOVE RST-RUN-ID (RST-SUB) TO CHAIN-WORK-RUN-ID
RWK046         MOVE 'Y'                TO CHAIN-STEP-SWITCH
RWK046     END-IF.

RWK046 166000-EXIT.
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
      *    200000-LOAD-ACKS - TABLE THE ACKNOWLEDGMENT FILE.  AN      *
      *    ACKNOWLEDGMENT NEITHER ACCEPTED NOR REJECTED IS LISTED AND *
      *    LEFT OUT - IT CANNOT SAY WHAT HAPPENED TO ITS TRANSACTION, *
      *    WHICH THEN SHOWS AS UNPOSTED.                              *
      *****************************************************************
       200000-LOAD-ACKS.

           MOVE 'N'                    TO ACK-EOF-SWITCH.
           PERFORM 210000-READ-ACK THRU 210000-EXIT.
           PERFORM 220000-TABLE-ACK THRU 220000-EXIT
               UNTIL ACK-END-OF-FILE.

       200000-EXIT.
           EXIT.

       210000-READ-ACK.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF ACK-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       ACK-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO ACK-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       210000-EXIT.
           EXIT.

       220000-TABLE-ACK.

           PERFORM 225000-TABLE-ONE-ACK THRU 225000-EXIT.
           PERFORM 210000-READ-ACK THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

       225000-TABLE-ONE-ACK.

           ADD 1                       TO ACK-READ-COUNT.
           IF NOT ACK-ACCEPTED
             AND NOT ACK-REJECTED
               ADD 1                   TO ACK-INVALID-COUNT
               MOVE 'INVALID ACK STATUS,'  TO RPT-GROUP-LABEL
               MOVE SPACES             TO RPT-GROUP-NUMBER
               MOVE 'TRX '             TO RPT-ACK-TRX-LIT
               MOVE ACK-TRX-CODE       TO RPT-ACK-TRX-CODE
               MOVE 'STAT '            TO RPT-ACK-TYPE-LIT
               MOVE ACK-POSTING-STATUS TO RPT-ACK-RECORD-TYPE
               MOVE 'MASTER '          TO RPT-ACK-MASTER-LIT
               MOVE ACK-MASTER-ID      TO RPT-ACK-MASTER-ID
               MOVE ACK-ADMIN-REASON   TO RPT-ACK-REASON
               MOVE RPT-GROUP-LINE     TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE SPACES             TO RPT-GROUP-EXTRA
               GO TO 225000-EXIT
           END-IF.
           IF ACK-TABLE-COUNT NOT < ACK-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           MOVE ACK-COMPANY-CODE       TO ACK-SEARCH-COMPANY.
           MOVE ACK-MASTER-ID          TO ACK-SEARCH-MASTER-ID.
           MOVE ACK-TRX-CODE           TO ACK-SEARCH-TRX-CODE.
           PERFORM 230000-FIND-ACK-INSERT THRU 230000-EXIT.
           PERFORM 238000-SHIFT-ACK THRU 238000-EXIT
               VARYING ACK-SUB FROM ACK-TABLE-COUNT BY -1
               UNTIL ACK-SUB < ACK-LO-SUB.
           ADD 1                       TO ACK-TABLE-COUNT.
           MOVE ACK-SEARCH-KEY         TO ACK-TBL-KEY (ACK-LO-SUB).
           MOVE ACK-POSTING-STATUS     TO ACK-TBL-STATUS (ACK-LO-SUB).
           MOVE ACK-ADMIN-REASON       TO ACK-TBL-REASON (ACK-LO-SUB).
           MOVE 'N'                TO ACK-TBL-CLAIMED-SW (ACK-LO-SUB).

       225000-EXIT.
           EXIT.

      *****************************************************************
      *    230000-FIND-ACK-INSERT - BINARY SEARCH FOR WHERE A NEW     *
      *    ACKNOWLEDGMENT BELONGS: ACK-LO-SUB ENDS ON THE FIRST ENTRY *
      *    WITH A HIGHER KEY, SO A REPEATED KEY GOES IN AFTER THOSE   *
      *    ALREADY TABLED.                                            *
      *****************************************************************
       230000-FIND-ACK-INSERT.

           MOVE 1                      TO ACK-LO-SUB.
           MOVE ACK-TABLE-COUNT        TO ACK-HI-SUB.
           PERFORM 235000-FIND-ACK-INSERT-STEP THRU 235000-EXIT
               UNTIL ACK-LO-SUB > ACK-HI-SUB.

       230000-EXIT.
           EXIT.

       235000-FIND-ACK-INSERT-STEP.

           COMPUTE ACK-MID-SUB = (ACK-LO-SUB + ACK-HI-SUB) / 2.
           IF ACK-SEARCH-KEY < ACK-TBL-KEY (ACK-MID-SUB)
               COMPUTE ACK-HI-SUB = ACK-MID-SUB - 1
           ELSE
               COMPUTE ACK-LO-SUB = ACK-MID-SUB + 1
           END-IF.

       235000-EXIT.
           EXIT.

       238000-SHIFT-ACK.

           MOVE ACK-ENTRY (ACK-SUB)    TO ACK-ENTRY (ACK-SUB + 1).

       238000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-MATCH-RUN - READ THE AUDIT TRAIL AND MATCH EVERY    *
      *    TRANSACTION THE RUN WROTE TO VCSTRX3 TO ITS                *
      *    ACKNOWLEDGMENT.  TERMINATIONS ARE NOT AUDITED AND SO ARE   *
      *    NOT MATCHED HERE.                                          *
RWK046*    EVERY RUN OF THE RESTART CHAIN IS MATCHED.                 *
      *****************************************************************
       300000-MATCH-RUN.

           MOVE 'N'                    TO AUDIT-EOF-SWITCH.
           PERFORM 310000-READ-AUDIT THRU 310000-EXIT.
           PERFORM 320000-MATCH-ONE THRU 320000-EXIT
               UNTIL AUDIT-END-OF-FILE.
           IF RUN-TRX-COUNT = ZERO
               MOVE 'NO TRANSACTIONS ON THE AUDIT TRAIL FOR THE RUN'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
           END-IF.

       300000-EXIT.
           EXIT.

       310000-READ-AUDIT.

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

       310000-EXIT.
           EXIT.

       320000-MATCH-ONE.

           ADD 1                       TO AUDIT-READ-COUNT.
           PERFORM 325000-MATCH-TRX THRU 325000-EXIT.
           PERFORM 310000-READ-AUDIT THRU 310000-EXIT.

       320000-EXIT.
           EXIT.

       325000-MATCH-TRX.

RWK046     IF NOT AUDIT-WRITTEN
               GO TO 325000-EXIT
           END-IF.
RWK046     MOVE AUDIT-RUN-ID           TO CHAIN-SEARCH-RUN-ID.
RWK046     PERFORM 170000-FIND-CHAIN-RUN THRU 170000-EXIT.
RWK046     IF NOT CHAIN-RUN-FOUND
RWK046         GO TO 325000-EXIT
RWK046     END-IF.
           IF REQ-COMPANY-CODE NOT = SPACES
             AND AUDIT-COMPANY-CODE NOT = REQ-COMPANY-CODE
               GO TO 325000-EXIT
           END-IF.
           ADD 1                       TO RUN-TRX-COUNT.
           MOVE AUDIT-BEFORE-IMAGE     TO GROUP-BILLING-REC.
           MOVE AUDIT-AFTER-IMAGE      TO TRX-WORK-AREA.
           IF AUDIT-TRX-CODE = 'PA  '
               ADD PREMIUM-AMOUNT      IN PA-TRX-REC
                                       TO RUN-PREMIUM-DOLLARS
           END-IF.
           MOVE AUDIT-COMPANY-CODE     TO ACK-SEARCH-COMPANY.
           MOVE MASTER-ID              IN DA-TRX-REC
             TO ACK-SEARCH-MASTER-ID.
           MOVE AUDIT-TRX-CODE         TO ACK-SEARCH-TRX-CODE.
           PERFORM 330000-FIND-ACK THRU 330000-EXIT.

           IF NOT ACK-ENTRY-FOUND
               ADD 1                   TO UNPOSTED-COUNT
               IF AUDIT-TRX-CODE = 'PA  '
                   ADD PREMIUM-AMOUNT  IN PA-TRX-REC
                                       TO UNPOSTED-PREMIUM-DOLLARS
               END-IF
               MOVE 'UNPOSTED, GROUP'  TO RPT-GROUP-LABEL
               MOVE SPACES             TO RPT-ACK-REASON
               PERFORM 450000-PRINT-TRX-LINE THRU 450000-EXIT
               GO TO 325000-EXIT
           END-IF.
           MOVE 'Y'                TO ACK-TBL-CLAIMED-SW (ACK-SUB).
           IF ACK-TBL-ACCEPTED (ACK-SUB)
               ADD 1                   TO POSTED-COUNT
               IF AUDIT-TRX-CODE = 'PA  '
                   ADD PREMIUM-AMOUNT  IN PA-TRX-REC
                                       TO POSTED-PREMIUM-DOLLARS
               END-IF
           ELSE
               PERFORM 400000-SUSPEND-POSTING-REJECT THRU 400000-EXIT
           END-IF.

       325000-EXIT.
           EXIT.

      *****************************************************************
      *    330000-FIND-ACK - FIND THE FIRST UNCLAIMED ACKNOWLEDGMENT  *
      *    UNDER ACK-SEARCH-KEY.  A BINARY SEARCH LANDS ACK-LO-SUB ON *
      *    THE FIRST ENTRY NOT BELOW THE KEY; CLAIMED ENTRIES UNDER   *
      *    THE SAME KEY ARE THEN STEPPED OVER.  WHEN FOUND, ACK-SUB   *
      *    IS THE ENTRY.                                              *
      *****************************************************************
       330000-FIND-ACK.

           MOVE 'N'                    TO ACK-FOUND-SWITCH.
           MOVE 'N'                    TO ACK-SCAN-SWITCH.
           MOVE 1                      TO ACK-LO-SUB.
           MOVE ACK-TABLE-COUNT        TO ACK-HI-SUB.
           PERFORM 335000-FIND-ACK-STEP THRU 335000-EXIT
               UNTIL ACK-LO-SUB > ACK-HI-SUB.
           MOVE ACK-LO-SUB             TO ACK-SUB.
           PERFORM 338000-SKIP-CLAIMED-ACK THRU 338000-EXIT
               UNTIL ACK-SCAN-DONE.

       330000-EXIT.
           EXIT.

       335000-FIND-ACK-STEP.

           COMPUTE ACK-MID-SUB = (ACK-LO-SUB + ACK-HI-SUB) / 2.
           IF ACK-TBL-KEY (ACK-MID-SUB) < ACK-SEARCH-KEY
               COMPUTE ACK-LO-SUB = ACK-MID-SUB + 1
           ELSE
               COMPUTE ACK-HI-SUB = ACK-MID-SUB - 1
           END-IF.

       335000-EXIT.
           EXIT.

       338000-SKIP-CLAIMED-ACK.

           IF ACK-SUB > ACK-TABLE-COUNT
               MOVE 'Y'                TO ACK-SCAN-SWITCH
               GO TO 338000-EXIT
           END-IF.
           IF ACK-TBL-KEY (ACK-SUB) NOT = ACK-SEARCH-KEY
               MOVE 'Y'                TO ACK-SCAN-SWITCH
               GO TO 338000-EXIT
           END-IF.
           IF ACK-TBL-CLAIMED (ACK-SUB)
               ADD 1                   TO ACK-SUB
           ELSE
               MOVE 'Y'                TO ACK-FOUND-SWITCH
               MOVE 'Y'                TO ACK-SCAN-SWITCH
           END-IF.

       338000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-SUSPEND-POSTING-REJECT - A TRANSACTION THE ADMIN    *
      *    SYSTEM REJECTED AT POSTING.  ITS EXTRACT RECORD GOES TO    *
      *    REJSUSP UNDER REASON POST EXACTLY AS 800000-WRITE-REJECT   *
      *    IN CNVTDA WOULD HAVE WRITTEN IT - THE BEFORE IMAGE ALREADY *
      *    CARRIES THE TIN MASKED.  NO VCSTRX3 RETURN CODE APPLIES.   *
      *    A REJECTED PARENT ADD MEANS THE GROUP NEVER POSTED: IT IS  *
      *    QUEUED FOR PURGE FROM THE CONVERTED-GROUPS MASTER.         *
      *****************************************************************
       400000-SUSPEND-POSTING-REJECT.

           ADD 1                       TO POST-REJECT-COUNT.
           IF AUDIT-TRX-CODE = 'PA  '
               ADD PREMIUM-AMOUNT      IN PA-TRX-REC
                                       TO REJECT-PREMIUM-DOLLARS
           END-IF.
           MOVE DTL-GROUP-NUMBER     IN GROUP-BILLING-REC
             TO REJECT-GROUP-NUMBER.
           MOVE DTL-RECORD-TYPE      IN GROUP-BILLING-REC
             TO REJECT-RECORD-TYPE.
           MOVE POSTING-REASON         TO REJECT-REASON-CODE.
           MOVE SPACES                 TO REJECT-VCSTRX3-RC.
           MOVE GROUP-BILLING-REC      TO REJECT-GROUP-BILLING-REC.
           MOVE LENGTH OF REJECT-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN REJECT-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN REJECT-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       REJECT-FIELDS.

           MOVE 'POSTING REJECT, GROUP' TO RPT-GROUP-LABEL.
           MOVE ACK-TBL-REASON (ACK-SUB) TO RPT-ACK-REASON.
           PERFORM 450000-PRINT-TRX-LINE THRU 450000-EXIT.

           IF AUDIT-TRX-CODE = 'DA  '
             AND NOT DTL-DIVISION    IN GROUP-BILLING-REC
               PERFORM 420000-WRITE-CNVMPURG THRU 420000-EXIT
               ADD 1                   TO NEVER-POSTED-COUNT
               MOVE 'NEVER POSTED, GROUP' TO RPT-GROUP-LABEL
               MOVE AUDIT-GROUP-NUMBER TO RPT-GROUP-NUMBER
               MOVE 'QUEUED ON CNVMPURG FOR REMOVAL FROM CNVMAST'
                 TO RPT-GROUP-EXTRA (1:43)
               MOVE RPT-GROUP-LINE     TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE SPACES             TO RPT-GROUP-EXTRA
           END-IF.

       400000-EXIT.
           EXIT.

       420000-WRITE-CNVMPURG.

           MOVE AUDIT-GROUP-NUMBER     TO PURGE-GROUP-NUMBER.
           MOVE LENGTH OF CNVMPURG-RECORD
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN CNVMPURG-RECORD.
           MOVE SPACES
             TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
           COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                  = RDW-LENGTH        IN CNVMPURG-RECORD - 4.
           SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       CNVMPURG-FIELDS.

       420000-EXIT.
           EXIT.

      *****************************************************************
      *    450000-PRINT-TRX-LINE - ONE TRANSACTION LINE: THE CALLER   *
      *    SETS RPT-GROUP-LABEL AND RPT-ACK-REASON; THE GROUP, TRX    *
      *    CODE, EXTRACT RECORD TYPE AND MASTER-ID COME FROM THE      *
      *    AUDIT RECORD IN HAND.                                      *
      *****************************************************************
       450000-PRINT-TRX-LINE.

           MOVE AUDIT-GROUP-NUMBER     TO RPT-GROUP-NUMBER.
           MOVE 'TRX '                 TO RPT-ACK-TRX-LIT.
           MOVE AUDIT-TRX-CODE         TO RPT-ACK-TRX-CODE.
           MOVE 'TYPE '                TO RPT-ACK-TYPE-LIT.
           MOVE DTL-RECORD-TYPE      IN GROUP-BILLING-REC
             TO RPT-ACK-RECORD-TYPE.
           MOVE 'MASTER '              TO RPT-ACK-MASTER-LIT.
           MOVE MASTER-ID              IN DA-TRX-REC
             TO RPT-ACK-MASTER-ID.
           MOVE RPT-GROUP-LINE         TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE SPACES                 TO RPT-GROUP-EXTRA.

       450000-EXIT.
           EXIT.

      *****************************************************************
      *    500000-LIST-UNMATCHED-ACK - AN ACKNOWLEDGMENT NO           *
      *    TRANSACTION OF THE RUN CLAIMED - FROM ANOTHER RUN, ANOTHER *
      *    COMPANY, OR A TRANSACTION THE ADMIN SYSTEM ACKNOWLEDGED    *
      *    TWICE.                                                     *
      *****************************************************************
       500000-LIST-UNMATCHED-ACK.

           IF ACK-TBL-CLAIMED (ACK-SUB)
               GO TO 500000-EXIT
           END-IF.
           ADD 1                       TO ACK-UNMATCHED-COUNT.
           MOVE 'ACK NOT IN RUN,'      TO RPT-GROUP-LABEL.
           MOVE SPACES                 TO RPT-GROUP-NUMBER.
           MOVE 'TRX '                 TO RPT-ACK-TRX-LIT.
           MOVE ACK-TBL-TRX-CODE (ACK-SUB) TO RPT-ACK-TRX-CODE.
           MOVE 'STAT '                TO RPT-ACK-TYPE-LIT.
           MOVE ACK-TBL-STATUS (ACK-SUB) TO RPT-ACK-RECORD-TYPE.
           MOVE 'MASTER '              TO RPT-ACK-MASTER-LIT.
           MOVE ACK-TBL-MASTER-ID (ACK-SUB) TO RPT-ACK-MASTER-ID.
           MOVE ACK-TBL-REASON (ACK-SUB) TO RPT-ACK-REASON.
           MOVE RPT-GROUP-LINE         TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE SPACES                 TO RPT-GROUP-EXTRA.

       500000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - POSTING TOTALS FOR THE RUN.  POSTED, *
      *    REJECTED AND UNPOSTED ADD BACK TO THE RUN'S TRANSACTIONS,  *
      *    AND THE THREE PREMIUM LINES TO ITS PREMIUM DOLLARS.        *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'POSTING ACKNOWLEDGMENT TOTALS -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'ACKNOWLEDGMENTS READ'
             TO RPT-TOTAL-LABEL.
           MOVE ACK-READ-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  WITH INVALID STATUS'
             TO RPT-TOTAL-LABEL.
           MOVE ACK-INVALID-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  NOT MATCHED TO THE RUN'
             TO RPT-TOTAL-LABEL.
           MOVE ACK-UNMATCHED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'AUDIT RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE AUDIT-READ-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'RUN TRANSACTIONS WRITTEN TO VCSTRX3'
             TO RPT-TOTAL-LABEL.
           MOVE RUN-TRX-COUNT          TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  POSTED'
             TO RPT-TOTAL-LABEL.
           MOVE POSTED-COUNT           TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  REJECTED AT POSTING (REJSUSP)'
             TO RPT-TOTAL-LABEL.
           MOVE POST-REJECT-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  UNPOSTED (NO ACKNOWLEDGMENT)'
             TO RPT-TOTAL-LABEL.
           MOVE UNPOSTED-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GROUPS NEVER POSTED (CNVMPURG)'
             TO RPT-TOTAL-LABEL.
           MOVE NEVER-POSTED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PREMIUM DOLLARS CONVERTED'
             TO RPT-MONEY-LABEL.
           MOVE RUN-PREMIUM-DOLLARS    TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE '  PREMIUM DOLLARS POSTED'
             TO RPT-MONEY-LABEL.
           MOVE POSTED-PREMIUM-DOLLARS TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE '  PREMIUM DOLLARS REJECTED'
             TO RPT-MONEY-LABEL.
           MOVE REJECT-PREMIUM-DOLLARS TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.
           MOVE '  PREMIUM DOLLARS UNPOSTED'
             TO RPT-MONEY-LABEL.
           MOVE UNPOSTED-PREMIUM-DOLLARS TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.

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
           MOVE REQ-RUN-ID             TO RPT-HDG-RUN-ID.
           IF REQ-COMPANY-CODE = SPACES
               MOVE 'ALL'              TO RPT-HDG-COMPANY
           ELSE
               MOVE REQ-COMPANY-CODE   TO RPT-HDG-COMPANY
           END-IF.
           MOVE RPT-HEADING-1          TO RPT-PRINT-LINE.
           MOVE '1'                    TO RPT-CARRIAGE-CONTROL.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE RPT-HEADING-2          TO RPT-PRINT-LINE.
           MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 958000-WRITE-REPORT-REC THRU 958000-EXIT.
           MOVE 3                      TO RPT-LINE-COUNT.

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
