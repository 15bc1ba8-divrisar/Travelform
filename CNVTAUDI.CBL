RWK032*                      INSTEAD OF DISPLAY SYSOUT, SO A TRACE    *
RWK032*                      CAN BE HANDED TO BILLING OR AUDIT AS A   *
RWK032*                      DOCUMENT.                                *
RWK045* RWK045 RWALLING 2026 CURRENT STATUS COMES FROM THE AUDIT      *
RWK045*                      INDEX CNVTAARC KEEPS, ONE RECORD PER     *
RWK045*                      COMPANY AND GROUP.  THE ARCHIVE          *
RWK045*                      GENERATIONS AND THE AUDIT TRAIL ARE READ *
RWK045*                      ONLY FOR A REQUEST MARKED F FOR FULL     *
RWK045*                      HISTORY.                                 *
RWK046* RWK046 RWALLING 2026 A RUN-ID RANGE IS TAKEN IN THE ORDER THE *
RWK046*                      RUNS STARTED, FROM THE RUN CONTROL FILE, *
RWK046*                      NOT IN RUN ID ORDER - RUN IDS LEAD WITH  *
RWK046*                      THE COMPANY CODE AND DO NOT SORT IN TIME *
RWK046*                      ACROSS COMPANIES.                        *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        DATE - THE RUN ID ASSIGNED BY THE DRIVER IS THE RUN'S
      *        IDENTITY - SO DATE-RANGE REQUESTS ARE EXPRESSED AS A
      *        RUN-ID RANGE.
RWK046*        THE RANGE RUNS IN THE ORDER THE RUNS STARTED, AS THE RUN
RWK046*        CONTROL FILE RECORDS THEM - NOT IN RUN ID ORDER, SINCE
RWK046*        A RUN ID LEADS WITH ITS COMPANY CODE ('ALL' ON A
RWK046*        MULTI-COMPANY RUN) AND SO DOES NOT SORT IN TIME ACROSS
RWK046*        COMPANIES.  BOTH ENDS OF A RANGE MUST BE RUNS ON THE RUN
RWK046*        CONTROL FILE.  A RUN NOT ON IT STARTED BEFORE THE FILE
RWK046*        WAS KEPT AND COUNTS AS EARLIER THAN EVERY RUN ON IT.
RWK045*
RWK045*        OLD RUNS' AUDIT RECORDS ARE MOVED OFF THE AUDIT TRAIL
RWK045*        TO DATED ARCHIVE GENERATIONS BY CNVTAARC, WHICH ALSO
RWK045*        KEEPS AN INDEX OF EACH GROUP'S LATEST RUN, DISPOSITION,
RWK045*        REASON AND TRX CODE.  A REQUEST ANSWERS FROM THAT INDEX
RWK045*        (ONE CURRENT STATUS LINE PER GROUP, THE RUN-ID RANGE
RWK045*        TESTED AGAINST THE LATEST RUN) UNLESS IT IS MARKED F FOR
RWK045*        FULL HISTORY.  ONLY THEN ARE THE ARCHIVE GENERATIONS AND
RWK045*        THE AUDIT TRAIL READ, OLDEST FIRST, AND EVERY RECORD
RWK045*        RENDERED IN FULL.
      *
      *    INPUTS.
      *        AUDREQ   - INQUIRY REQUEST FILE PREPARED BY THE AUDIT
      *                   TEAM (ONE REQUEST PER RECORD)
RWK045*        AUDINDX  - AUDIT INDEX FROM CNVTAARC (READ
RWK045*                   SEQUENTIALLY)
RWK045*        AUDARCH  - AUDIT ARCHIVE GENERATIONS, OLDEST FIRST
RWK045*                   (FULL HISTORY REQUESTS ONLY)
RWK045*        AUDITTRL - AUDIT TRAIL FILE FROM CNVTDA (FULL HISTORY
RWK045*                   REQUESTS ONLY)
RWK046*        RUNCTL   - RUN CONTROL FILE FROM CNVTRCTL (RUN ORDER)
      *
      *    CALLING MODULE.
      *
                   15  AUDIT-TRX-CODE        PIC X(04).
                   15  AUDIT-BEFORE-IMAGE    PIC X(242).
                   15  AUDIT-AFTER-IMAGE     PIC X(504).
RWK045*    THE ARCHIVE GENERATIONS CARRY AUDIT TRAIL RECORDS
RWK045*    UNCHANGED.  EACH IS MOVED TO AUDIT-DATA TO BE SELECTED AND
RWK045*    RENDERED.
RWK045 01  ARCHIVE-FIELDS.
RWK045     05  ARCHIVE-FILENAME              PIC X(8)  VALUE 'AUDARCH'.
RWK045     05  ARCHIVE-RECORD.
RWK045         10  RDW-LENGTH                PIC S9(4) COMP.
RWK045         10  FILLER                    PIC X(02).
RWK045         10  ARCHIVE-DATA              PIC X(776).

RWK045*****************************************************************
RWK045*    RWK045 - AUDIT INDEX RECORD AS CNVTAARC WRITES IT - ONE    *
RWK045*    PER COMPANY AND GROUP: THE GROUP'S LATEST RUN, THE RUN'S   *
RWK045*    DATE (ZERO WHEN NOT ON FILE), DISPOSITION, SUSPENSE REASON *
RWK045*    AND TRX CODE SENT.                                         *
RWK045*****************************************************************
RWK045 01  INDEX-FIELDS.
RWK045     05  INDEX-FILENAME                PIC X(8)  VALUE 'AUDINDX'.
RWK045     05  INDEX-RECORD.
RWK045         10  RDW-LENGTH                PIC S9(4) COMP.
RWK045         10  FILLER                    PIC X(02).
RWK045         10  INDEX-DATA.
RWK045             15  INDX-COMPANY-CODE     PIC X(03).
RWK045             15  INDX-GROUP-NUMBER     PIC X(10).
RWK045             15  INDX-RUN-ID           PIC X(08).
RWK045             15  INDX-DISPOSITION      PIC X(01).
RWK045             15  INDX-REASON-CODE      PIC X(04).
RWK045             15  INDX-TRX-CODE         PIC X(04).
RWK045             15  INDX-RUN-DATE         PIC 9(08).
RWK045             15  FILLER                PIC X(02).

RWK046*****************************************************************
RWK046*    RWK046 - RUN CONTROL RECORD AS CNVTRCTL WRITES IT, ONE PER *
RWK046*    RUN IN THE ORDER THE RUNS STARTED.  ONLY THE RUN ID IS OF  *
RWK046*    INTEREST HERE.                                             *
RWK046*****************************************************************
RWK046 01  CONTROL-FIELDS.
RWK046     05  CONTROL-FILENAME              PIC X(8)  VALUE 'RUNCTL'.
RWK046     05  CONTROL-RECORD.
RWK046         10  RDW-LENGTH                PIC S9(4) COMP.
RWK046         10  FILLER                    PIC X(02).
RWK046         10  CONTROL-DATA.
RWK046             15  FILLER                PIC X(03).
RWK046             15  RCTL-RUN-ID           PIC X(08).
RWK046             15  FILLER                PIC X(89).

RWK046*****************************************************************
RWK046*    RUN ORDER TABLE - EVERY RUN ON THE RUN CONTROL FILE WITH   *
RWK046*    ITS PLACE IN START ORDER, KEPT IN RUN ID ORDER (BINARY     *
RWK046*    INSERT) SO EACH RECORD'S RUN IS FOUND BY BINARY SEARCH.    *
RWK046*****************************************************************
RWK046 01  ROT-TABLE-MAX                 PIC S9(7) COMP VALUE +20000.
RWK046 01  ROT-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
RWK046 01  RUN-ORDER-TABLE.
RWK046     05  ROT-ENTRY                 OCCURS 20000 TIMES.
RWK046         10  ROT-RUN-ID            PIC X(08).
RWK046         10  ROT-SEQUENCE          PIC S9(7) COMP.
RWK046 01  ROT-SEARCH-KEY                PIC X(08).
RWK046 01  ROT-SUB                       PIC S9(7) COMP.
RWK046 01  ROT-LO-SUB                    PIC S9(7) COMP.
RWK046 01  ROT-HI-SUB                    PIC S9(7) COMP.
RWK046 01  ROT-MID-SUB                   PIC S9(7) COMP.
RWK046 01  ROT-INSERT-SUB                PIC S9(7) COMP.
RWK046 01  ROT-FOUND-SWITCH              PIC X(01).
RWK046     88  ROT-ENTRY-FOUND                 VALUE 'Y'.
RWK046 01  RECORD-RUN-SEQUENCE           PIC S9(7) COMP.
RWK046 01  RANGE-FROM-SEQUENCE           PIC S9(7) COMP.
RWK046 01  RANGE-THRU-SEQUENCE           PIC S9(7) COMP.
RWK046 01  RUN-RANGE-SWITCH              PIC X(01).
RWK046     88  RUN-RANGE-VALID                 VALUE 'Y'.

      *****************************************************************
      *    INQUIRY REQUEST RECORD.  TYPE G SELECTS ONE GROUP NUMBER;  *
      *    TYPE C SELECTS A COMPANY CODE.  THE RUN-ID RANGE IS        *
      *    OPTIONAL ON EITHER - SPACES LEAVE THAT END OPEN.           *
RWK045*    HISTORY F ASKS FOR THE FULL HISTORY OFF THE ARCHIVE AND    *
RWK045*    THE AUDIT TRAIL; ANYTHING ELSE GIVES THE CURRENT STATUS    *
RWK045*    OFF THE AUDIT INDEX.                                       *
      *****************************************************************
       01  REQUEST-FIELDS.
           05  REQUEST-FILENAME              PIC X(8)  VALUE 'AUDREQ'.
                   15  REQ-COMPANY-CODE      PIC X(03).
                   15  REQ-FROM-RUN-ID       PIC X(08).
                   15  REQ-THRU-RUN-ID       PIC X(08).
RWK045             15  REQ-HISTORY-SW        PIC X(01).

      *****************************************************************
      *    REQUEST TABLE - THE WHOLE REQUEST FILE, TABLED UP FRONT SO *
               10  REQ-TBL-COMPANY       PIC X(03).
               10  REQ-TBL-FROM-RUN      PIC X(08).
               10  REQ-TBL-THRU-RUN      PIC X(08).
RWK045         10  REQ-TBL-HISTORY-SW    PIC X(01).
RWK045             88  REQ-TBL-FULL-HISTORY    VALUE 'F'.
RWK046         10  REQ-TBL-FROM-SEQ      PIC S9(7) COMP.
RWK046         10  REQ-TBL-THRU-SEQ      PIC S9(7) COMP.

      *****************************************************************
      *    WORK COPIES OF THE IMAGES, OVERLAID WITH THE CONVERSION    *
           88  REQUEST-END-OF-FILE             VALUE 'Y'.
       01  AUDIT-EOF-SWITCH              PIC X(01).
           88  AUDIT-END-OF-FILE               VALUE 'Y'.
RWK045 01  ARCHIVE-EOF-SWITCH            PIC X(01).
RWK045     88  ARCHIVE-END-OF-FILE             VALUE 'Y'.
RWK045 01  INDEX-EOF-SWITCH              PIC X(01).
RWK045     88  INDEX-END-OF-FILE               VALUE 'Y'.
RWK046 01  CONTROL-EOF-SWITCH            PIC X(01).
RWK046     88  CONTROL-END-OF-FILE             VALUE 'Y'.
       01  SELECT-SWITCH                 PIC X(01).
           88  RECORD-SELECTED                 VALUE 'Y'.
       01  DISPOSITION-TEXT              PIC X(24).
           05  REQUEST-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  AUDIT-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  SELECTED-COUNT               PIC S9(7) VALUE ZERO.
RWK045     05  STATUS-REQUEST-COUNT         PIC S9(7) VALUE ZERO.
RWK045     05  HISTORY-REQUEST-COUNT        PIC S9(7) VALUE ZERO.
RWK045     05  INDEX-READ-COUNT             PIC S9(7) VALUE ZERO.
RWK045     05  STATUS-SELECTED-COUNT        PIC S9(7) VALUE ZERO.
RWK045     05  ARCHIVE-READ-COUNT           PIC S9(7) VALUE ZERO.
RWK046     05  CONTROL-READ-COUNT           PIC S9(7) VALUE ZERO.
RWK046     05  RANGE-REJECT-COUNT           PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTAUDI WORKING STORAGE ENDS HERE ****'.

       000000-MAINLINE.

RWK046     PERFORM 150000-LOAD-RUN-ORDER THRU 150000-EXIT.
           PERFORM 100000-LOAD-REQUESTS THRU 100000-EXIT.
RWK045     IF STATUS-REQUEST-COUNT > ZERO
RWK045         PERFORM 400000-SCAN-INDEX THRU 400000-EXIT
RWK045     END-IF.
RWK045     IF HISTORY-REQUEST-COUNT > ZERO
RWK045         MOVE 'FULL HISTORY FROM THE AUDIT ARCHIVE AND TRAIL -'
RWK045           TO RPT-PRINT-LINE
RWK045         PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
RWK045         PERFORM 250000-SCAN-ARCHIVE THRU 250000-EXIT
RWK045         PERFORM 200000-SCAN-AUDIT THRU 200000-EXIT
RWK045     END-IF.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
RWK032         MOVE REQ-SELECT-TYPE    TO RPT-FIELD-VALUE
RWK032         PERFORM 945000-WRITE-FIELD-LINE THRU 945000-EXIT
           ELSE
RWK046         PERFORM 130000-EDIT-RUN-RANGE THRU 130000-EXIT
RWK046         IF NOT RUN-RANGE-VALID
RWK046             GO TO 120000-READ-NEXT
RWK046         END-IF
               IF REQ-TABLE-COUNT NOT < REQ-TABLE-MAX
                   MOVE TABLE-ERROR    TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
                 TO REQ-TBL-FROM-RUN (REQ-TABLE-COUNT)
               MOVE REQ-THRU-RUN-ID
                 TO REQ-TBL-THRU-RUN (REQ-TABLE-COUNT)
RWK046         MOVE RANGE-FROM-SEQUENCE
RWK046           TO REQ-TBL-FROM-SEQ (REQ-TABLE-COUNT)
RWK046         MOVE RANGE-THRU-SEQUENCE
RWK046           TO REQ-TBL-THRU-SEQ (REQ-TABLE-COUNT)
RWK045         MOVE REQ-HISTORY-SW
RWK045           TO REQ-TBL-HISTORY-SW (REQ-TABLE-COUNT)
RWK045         IF REQ-TBL-FULL-HISTORY (REQ-TABLE-COUNT)
RWK045             ADD 1               TO HISTORY-REQUEST-COUNT
RWK045         ELSE
RWK045             ADD 1               TO STATUS-REQUEST-COUNT
RWK045         END-IF
           END-IF.

RWK046 120000-READ-NEXT.
           PERFORM 110000-READ-REQUEST THRU 110000-EXIT.

       120000-EXIT.
           EXIT.

RWK046*****************************************************************
RWK046*    130000-EDIT-RUN-RANGE - PLACE EACH END OF THE REQUEST'S    *
RWK046*    RUN-ID RANGE IN START ORDER.  AN END NAMING A RUN THE RUN  *
RWK046*    CONTROL FILE DOES NOT HOLD CANNOT BE PLACED, AND THE       *
RWK046*    REQUEST IS LISTED AND LEFT OUT.                            *
RWK046*****************************************************************
RWK046 130000-EDIT-RUN-RANGE.

RWK046     MOVE 'Y'                    TO RUN-RANGE-SWITCH.
RWK046     MOVE ZERO                   TO RANGE-FROM-SEQUENCE
RWK046                                    RANGE-THRU-SEQUENCE.
RWK046     IF REQ-FROM-RUN-ID NOT = SPACES
RWK046         MOVE REQ-FROM-RUN-ID    TO ROT-SEARCH-KEY
RWK046         PERFORM 160000-FIND-RUN-ORDER THRU 160000-EXIT
RWK046         IF NOT ROT-ENTRY-FOUND
RWK046             MOVE REQ-FROM-RUN-ID
RWK046                                 TO RPT-FIELD-VALUE
RWK046             GO TO 130000-REJECT
RWK046         END-IF
RWK046         MOVE ROT-SEQUENCE (ROT-SUB)
RWK046                                 TO RANGE-FROM-SEQUENCE
RWK046     END-IF.
RWK046     IF REQ-THRU-RUN-ID NOT = SPACES
RWK046         MOVE REQ-THRU-RUN-ID    TO ROT-SEARCH-KEY
RWK046         PERFORM 160000-FIND-RUN-ORDER THRU 160000-EXIT
RWK046         IF NOT ROT-ENTRY-FOUND
RWK046             MOVE REQ-THRU-RUN-ID
RWK046                                 TO RPT-FIELD-VALUE
RWK046             GO TO 130000-REJECT
RWK046         END-IF
RWK046         MOVE ROT-SEQUENCE (ROT-SUB)
RWK046                                 TO RANGE-THRU-SEQUENCE
RWK046     END-IF.
RWK046     GO TO 130000-EXIT.

RWK046 130000-REJECT.
RWK046     MOVE 'N'                    TO RUN-RANGE-SWITCH.
RWK046     ADD 1                       TO RANGE-REJECT-COUNT.
RWK046     MOVE 'RUN NOT ON RUNCTL, SKIP:'
RWK046       TO RPT-FIELD-LABEL.
RWK046     MOVE '- REQUEST IGNORED'    TO RPT-FIELD-VALUE (10:17).
RWK046     PERFORM 945000-WRITE-FIELD-LINE THRU 945000-EXIT.

RWK046 130000-EXIT.
RWK046     EXIT.

RWK046*****************************************************************
RWK046*    150000-LOAD-RUN-ORDER - TABLE EVERY RUN ON THE RUN CONTROL *
RWK046*    FILE WITH ITS PLACE IN START ORDER.                        *
RWK046*****************************************************************
RWK046 150000-LOAD-RUN-ORDER.

RWK046     MOVE 'N'                    TO CONTROL-EOF-SWITCH.
RWK046     PERFORM 152000-READ-CONTROL THRU 152000-EXIT.
RWK046     PERFORM 155000-TABLE-RUN-ORDER THRU 155000-EXIT
RWK046         UNTIL CONTROL-END-OF-FILE.

RWK046 150000-EXIT.
RWK046     EXIT.

RWK046 152000-READ-CONTROL.

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

RWK046 152000-EXIT.
RWK046     EXIT.

RWK046 155000-TABLE-RUN-ORDER.

RWK046     ADD 1                       TO CONTROL-READ-COUNT.
RWK046     MOVE RCTL-RUN-ID            TO ROT-SEARCH-KEY.
RWK046     PERFORM 160000-FIND-RUN-ORDER THRU 160000-EXIT.
RWK046     IF NOT ROT-ENTRY-FOUND
RWK046         IF ROT-TABLE-COUNT NOT < ROT-TABLE-MAX
RWK046             MOVE TABLE-ERROR    TO VCSABEND-CODE
RWK046             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK046         END-IF
RWK046         PERFORM 168000-SHIFT-RUN-ORDER THRU 168000-EXIT
RWK046             VARYING ROT-SUB FROM ROT-TABLE-COUNT BY -1
RWK046             UNTIL ROT-SUB < ROT-INSERT-SUB
RWK046         ADD 1                   TO ROT-TABLE-COUNT
RWK046         MOVE RCTL-RUN-ID        TO ROT-RUN-ID (ROT-INSERT-SUB)
RWK046         MOVE CONTROL-READ-COUNT
RWK046                                 TO ROT-SEQUENCE (ROT-INSERT-SUB)
RWK046     END-IF.
RWK046     PERFORM 152000-READ-CONTROL THRU 152000-EXIT.

RWK046 155000-EXIT.
RWK046     EXIT.

RWK046*****************************************************************
RWK046*    160000-FIND-RUN-ORDER - BINARY SEARCH OF THE RUN ORDER     *
RWK046*    TABLE FOR ROT-SEARCH-KEY.  WHEN FOUND, ROT-SUB IS THE      *
RWK046*    ENTRY; WHEN NOT, ROT-INSERT-SUB IS WHERE IT BELONGS.       *
RWK046*****************************************************************
RWK046 160000-FIND-RUN-ORDER.

RWK046     MOVE 'N'                    TO ROT-FOUND-SWITCH.
RWK046     MOVE 1                      TO ROT-LO-SUB.
RWK046     MOVE ROT-TABLE-COUNT        TO ROT-HI-SUB.
RWK046     PERFORM 165000-FIND-RUN-ORDER-STEP THRU 165000-EXIT
RWK046         UNTIL ROT-LO-SUB > ROT-HI-SUB
RWK046            OR ROT-ENTRY-FOUND.
RWK046     MOVE ROT-LO-SUB             TO ROT-INSERT-SUB.

RWK046 160000-EXIT.
RWK046     EXIT.

RWK046 165000-FIND-RUN-ORDER-STEP.

RWK046     COMPUTE ROT-MID-SUB = (ROT-LO-SUB + ROT-HI-SUB) / 2.
RWK046     IF ROT-RUN-ID (ROT-MID-SUB) = ROT-SEARCH-KEY
RWK046         MOVE 'Y'                TO ROT-FOUND-SWITCH
RWK046         MOVE ROT-MID-SUB        TO ROT-SUB
RWK046     ELSE
RWK046         IF ROT-SEARCH-KEY < ROT-RUN-ID (ROT-MID-SUB)
RWK046             COMPUTE ROT-HI-SUB = ROT-MID-SUB - 1
RWK046         ELSE
RWK046             COMPUTE ROT-LO-SUB = ROT-MID-SUB + 1
RWK046         END-IF
RWK046     END-IF.

RWK046 165000-EXIT.
RWK046     EXIT.

RWK046 168000-SHIFT-RUN-ORDER.

RWK046     MOVE ROT-ENTRY (ROT-SUB)    TO ROT-ENTRY (ROT-SUB + 1).

RWK046 168000-EXIT.
RWK046     EXIT.

RWK046*****************************************************************
RWK046*    170000-SET-RUN-SEQUENCE - THE START-ORDER PLACE OF THE RUN *
RWK046*    IN ROT-SEARCH-KEY.  A RUN NOT ON THE RUN CONTROL FILE      *
RWK046*    STARTED BEFORE THE FILE WAS KEPT AND TAKES PLACE ZERO.     *
RWK046*****************************************************************
RWK046 170000-SET-RUN-SEQUENCE.

RWK046     PERFORM 160000-FIND-RUN-ORDER THRU 160000-EXIT.
RWK046     IF ROT-ENTRY-FOUND
RWK046         MOVE ROT-SEQUENCE (ROT-SUB)
RWK046                                 TO RECORD-RUN-SEQUENCE
RWK046     ELSE
RWK046         MOVE ZERO               TO RECORD-RUN-SEQUENCE
RWK046     END-IF.

RWK046 170000-EXIT.
RWK046     EXIT.

      *****************************************************************
      *    200000-SCAN-AUDIT - READ THE AUDIT TRAIL THROUGH ONCE AND  *
      *    PRINT EVERY RECORD ANY REQUEST SELECTS.  THE TRAIL IS IN   *
       220000-SELECT-AUDIT.

           ADD 1                       TO AUDIT-READ-COUNT.
RWK046     MOVE AUDIT-RUN-ID           TO ROT-SEARCH-KEY.
RWK046     PERFORM 170000-SET-RUN-SEQUENCE THRU 170000-EXIT.
           MOVE 'N'                    TO SELECT-SWITCH.
           PERFORM 230000-TEST-REQUEST THRU 230000-EXIT
               VARYING SUB FROM 1 BY 1
      *    230000-TEST-REQUEST - DOES ONE REQUEST SELECT THE CURRENT  *
      *    AUDIT RECORD.  A BLANK END OF THE RUN-ID RANGE LEAVES      *
      *    THAT END OPEN.                                             *
RWK046*    THE RANGE IS TESTED IN RUN START ORDER.                    *
      *****************************************************************
       230000-TEST-REQUEST.

RWK045     IF NOT REQ-TBL-FULL-HISTORY (SUB)
RWK045         GO TO 230000-EXIT
RWK045     END-IF.
           IF REQ-TBL-BY-GROUP (SUB)
             AND AUDIT-GROUP-NUMBER NOT = REQ-TBL-GROUP (SUB)
               GO TO 230000-EXIT
               GO TO 230000-EXIT
           END-IF.
           IF REQ-TBL-FROM-RUN (SUB) NOT = SPACES
RWK046       AND RECORD-RUN-SEQUENCE < REQ-TBL-FROM-SEQ (SUB)
               GO TO 230000-EXIT
           END-IF.
           IF REQ-TBL-THRU-RUN (SUB) NOT = SPACES
RWK046       AND RECORD-RUN-SEQUENCE > REQ-TBL-THRU-SEQ (SUB)
               GO TO 230000-EXIT
           END-IF.
           MOVE 'Y'                    TO SELECT-SWITCH.
       230000-EXIT.
           EXIT.

RWK045*****************************************************************
RWK045*    250000-SCAN-ARCHIVE - THE ARCHIVE GENERATIONS, READ AHEAD  *
RWK045*    OF THE AUDIT TRAIL SO A GROUP'S FULL HISTORY STILL COMES   *
RWK045*    OUT IN THE ORDER THE RUNS HAPPENED.  NO ARCHIVE YET IS NOT *
RWK045*    AN ERROR.                                                  *
RWK045*****************************************************************
RWK045 250000-SCAN-ARCHIVE.

RWK045     MOVE 'N'                    TO ARCHIVE-EOF-SWITCH.
RWK045     PERFORM 260000-READ-ARCHIVE THRU 260000-EXIT.
RWK045     PERFORM 270000-SELECT-ARCHIVE THRU 270000-EXIT
RWK045         UNTIL ARCHIVE-END-OF-FILE.

RWK045 250000-EXIT.
RWK045     EXIT.

RWK045 260000-READ-ARCHIVE.

RWK045     MOVE SPACES
RWK045       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK045     MOVE LENGTH OF ARCHIVE-DATA
RWK045       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK045     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK045       TO TRUE.

RWK045     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK045                                 ARCHIVE-FIELDS.

RWK045     IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
RWK045       OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
RWK045         MOVE 'Y'                TO ARCHIVE-EOF-SWITCH
RWK045     ELSE
RWK045         IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
RWK045             MOVE READ-ERROR     TO VCSABEND-CODE
RWK045             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK045         END-IF
RWK045     END-IF.

RWK045 260000-EXIT.
RWK045     EXIT.

RWK045 270000-SELECT-ARCHIVE.

RWK045     ADD 1                       TO ARCHIVE-READ-COUNT.
RWK045     MOVE ARCHIVE-DATA           TO AUDIT-DATA.
RWK046     MOVE AUDIT-RUN-ID           TO ROT-SEARCH-KEY.
RWK046     PERFORM 170000-SET-RUN-SEQUENCE THRU 170000-EXIT.
RWK045     MOVE 'N'                    TO SELECT-SWITCH.
RWK045     PERFORM 230000-TEST-REQUEST THRU 230000-EXIT
RWK045         VARYING SUB FROM 1 BY 1
RWK045         UNTIL SUB > REQ-TABLE-COUNT OR RECORD-SELECTED.
RWK045     IF RECORD-SELECTED
RWK045         ADD 1                   TO SELECTED-COUNT
RWK045         PERFORM 300000-PRINT-HISTORY-LINE THRU 300000-EXIT
RWK045     END-IF.
RWK045     PERFORM 260000-READ-ARCHIVE THRU 260000-EXIT.

RWK045 270000-EXIT.
RWK045     EXIT.

      *****************************************************************
      *    300000-PRINT-HISTORY-LINE - ONE SELECTED AUDIT RECORD:     *
      *    THE RUN AND DISPOSITION SUMMARY, THEN THE BEFORE IMAGE     *
      *****************************************************************
       300000-PRINT-HISTORY-LINE.

RWK045     PERFORM 305000-SET-DISPOSITION-TEXT THRU 305000-EXIT.
RWK032     MOVE SPACES                 TO RPT-PRINT-LINE.
RWK032     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
RWK032     MOVE AUDIT-GROUP-NUMBER     TO RPT-HIST-GROUP.
       300000-EXIT.
           EXIT.

RWK045*****************************************************************
RWK045*    305000-SET-DISPOSITION-TEXT - THE DISPOSITION OF THE AUDIT *
RWK045*    RECORD IN HAND, IN WORDS.                                  *
RWK045*****************************************************************
RWK045 305000-SET-DISPOSITION-TEXT.

RWK045     EVALUATE TRUE
RWK045         WHEN AUDIT-DISP-WRITTEN
RWK045             MOVE 'WRITTEN TO VCSTRX3'
RWK045               TO DISPOSITION-TEXT
RWK045         WHEN AUDIT-DISP-REJECTED
RWK045             MOVE 'REJECTED TO SUSPENSE'
RWK045               TO DISPOSITION-TEXT
RWK045         WHEN AUDIT-DISP-SKIPPED
RWK045             MOVE 'SKIPPED BY RESTART'
RWK045               TO DISPOSITION-TEXT
RWK045         WHEN AUDIT-DISP-UNCHANGED
RWK045             MOVE 'UNCHANGED (DELTA MODE)'
RWK045               TO DISPOSITION-TEXT
RWK045         WHEN OTHER
RWK045             MOVE 'UNKNOWN DISPOSITION'
RWK045               TO DISPOSITION-TEXT
RWK045     END-EVALUATE.

RWK045 305000-EXIT.
RWK045     EXIT.

      *****************************************************************
      *    310000-PRINT-BEFORE-IMAGE - THE CONVERSION RECORD AS IT    *
      *    ARRIVED, RENDERED BY RECORD TYPE.  THE TIN SHOWS THE MASK  *
RWK030 330000-EXIT.
RWK030     EXIT.

RWK045*****************************************************************
RWK045*    400000-SCAN-INDEX - ONE PASS OF THE AUDIT INDEX FOR THE    *
RWK045*    CURRENT STATUS REQUESTS.  A GROUP REQUEST CARRIES NO       *
RWK045*    COMPANY, SO THE INDEX IS READ THROUGH RATHER THAN BY KEY;  *
RWK045*    IT HOLDS ONE RECORD PER GROUP, NOT ONE PER RUN.            *
RWK045*****************************************************************
RWK045 400000-SCAN-INDEX.

RWK045     MOVE 'CURRENT STATUS FROM THE AUDIT INDEX -'
RWK045       TO RPT-PRINT-LINE.
RWK045     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
RWK045     MOVE 'N'                    TO INDEX-EOF-SWITCH.
RWK045     PERFORM 410000-READ-INDEX THRU 410000-EXIT.
RWK045     PERFORM 420000-SELECT-INDEX THRU 420000-EXIT
RWK045         UNTIL INDEX-END-OF-FILE.
RWK045     MOVE SPACES                 TO RPT-PRINT-LINE.
RWK045     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

RWK045 400000-EXIT.
RWK045     EXIT.

RWK045 410000-READ-INDEX.

RWK045     MOVE SPACES
RWK045       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK045     MOVE LENGTH OF INDEX-DATA
RWK045       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK045     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK045       TO TRUE.

RWK045     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK045                                 INDEX-FIELDS.

RWK045     IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
RWK045       OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
RWK045         MOVE 'Y'                TO INDEX-EOF-SWITCH
RWK045     ELSE
RWK045         IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
RWK045             MOVE READ-ERROR     TO VCSABEND-CODE
RWK045             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK045         END-IF
RWK045     END-IF.

RWK045 410000-EXIT.
RWK045     EXIT.

RWK045 420000-SELECT-INDEX.

RWK045     ADD 1                       TO INDEX-READ-COUNT.
RWK046     MOVE INDX-RUN-ID            TO ROT-SEARCH-KEY.
RWK046     PERFORM 170000-SET-RUN-SEQUENCE THRU 170000-EXIT.
RWK045     MOVE 'N'                    TO SELECT-SWITCH.
RWK045     PERFORM 430000-TEST-STATUS-REQUEST THRU 430000-EXIT
RWK045         VARYING SUB FROM 1 BY 1
RWK045         UNTIL SUB > REQ-TABLE-COUNT OR RECORD-SELECTED.
RWK045     IF RECORD-SELECTED
RWK045         ADD 1                   TO STATUS-SELECTED-COUNT
RWK045         PERFORM 440000-PRINT-STATUS-LINE THRU 440000-EXIT
RWK045     END-IF.
RWK045     PERFORM 410000-READ-INDEX THRU 410000-EXIT.

RWK045 420000-EXIT.
RWK045     EXIT.

RWK045*****************************************************************
RWK045*    430000-TEST-STATUS-REQUEST - DOES ONE CURRENT STATUS       *
RWK045*    REQUEST SELECT THE INDEX RECORD IN HAND.  THE RUN-ID RANGE *
RWK045*    IS TESTED AGAINST THE GROUP'S LATEST RUN.                  *
RWK046*    IN RUN START ORDER.                                        *
RWK045*****************************************************************
RWK045 430000-TEST-STATUS-REQUEST.

RWK045     IF REQ-TBL-FULL-HISTORY (SUB)
RWK045         GO TO 430000-EXIT
RWK045     END-IF.
RWK045     IF REQ-TBL-BY-GROUP (SUB)
RWK045       AND INDX-GROUP-NUMBER NOT = REQ-TBL-GROUP (SUB)
RWK045         GO TO 430000-EXIT
RWK045     END-IF.
RWK045     IF REQ-TBL-BY-COMPANY (SUB)
RWK045       AND INDX-COMPANY-CODE NOT = REQ-TBL-COMPANY (SUB)
RWK045         GO TO 430000-EXIT
RWK045     END-IF.
RWK045     IF REQ-TBL-FROM-RUN (SUB) NOT = SPACES
RWK046       AND RECORD-RUN-SEQUENCE < REQ-TBL-FROM-SEQ (SUB)
RWK045         GO TO 430000-EXIT
RWK045     END-IF.
RWK045     IF REQ-TBL-THRU-RUN (SUB) NOT = SPACES
RWK046       AND RECORD-RUN-SEQUENCE > REQ-TBL-THRU-SEQ (SUB)
RWK045         GO TO 430000-EXIT
RWK045     END-IF.
RWK045     MOVE 'Y'                    TO SELECT-SWITCH.

RWK045 430000-EXIT.
RWK045     EXIT.

RWK045*****************************************************************
RWK045*    440000-PRINT-STATUS-LINE - ONE GROUP'S CURRENT STATUS:     *
RWK045*    ITS LATEST RUN AND DISPOSITION, THE RUN'S DATE, AND THE    *
RWK045*    REASON AND TRX CODE WHEN THERE ARE ANY.                    *
RWK045*****************************************************************
RWK045 440000-PRINT-STATUS-LINE.

RWK045     MOVE INDX-DISPOSITION       TO AUDIT-DISPOSITION.
RWK045     PERFORM 305000-SET-DISPOSITION-TEXT THRU 305000-EXIT.
RWK045     MOVE INDX-GROUP-NUMBER      TO RPT-HIST-GROUP.
RWK045     MOVE INDX-COMPANY-CODE      TO RPT-HIST-COMPANY.
RWK045     MOVE INDX-RUN-ID            TO RPT-HIST-RUN.
RWK045     MOVE DISPOSITION-TEXT       TO RPT-HIST-DISP.
RWK045     MOVE RPT-HIST-LINE          TO RPT-PRINT-LINE.
RWK045     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
RWK045     MOVE '  LATEST RUN DATE. . . :'
RWK045       TO RPT-FIELD-LABEL.
RWK045     IF INDX-RUN-DATE = ZERO
RWK045         MOVE 'NOT ON FILE'      TO RPT-FIELD-VALUE
RWK045     ELSE
RWK045         MOVE INDX-RUN-DATE (1:4)
RWK045                                 TO RPT-FIELD-VALUE (1:4)
RWK045         MOVE '-'                TO RPT-FIELD-VALUE (5:1)
RWK045         MOVE INDX-RUN-DATE (5:2)
RWK045                                 TO RPT-FIELD-VALUE (6:2)
RWK045         MOVE '-'                TO RPT-FIELD-VALUE (8:1)
RWK045         MOVE INDX-RUN-DATE (7:2)
RWK045                                 TO RPT-FIELD-VALUE (9:2)
RWK045     END-IF.
RWK045     PERFORM 945000-WRITE-FIELD-LINE THRU 945000-EXIT.
RWK045     IF INDX-REASON-CODE NOT = SPACES
RWK045         MOVE '  SUSPENSE REASON. . . :'
RWK045           TO RPT-FIELD-LABEL
RWK045         MOVE INDX-REASON-CODE   TO RPT-FIELD-VALUE
RWK045         PERFORM 945000-WRITE-FIELD-LINE THRU 945000-EXIT
RWK045     END-IF.
RWK045     IF INDX-TRX-CODE NOT = SPACES
RWK045         MOVE '  TRX CODE SENT. . . . :'
RWK045           TO RPT-FIELD-LABEL
RWK045         MOVE INDX-TRX-CODE      TO RPT-FIELD-VALUE
RWK045         PERFORM 945000-WRITE-FIELD-LINE THRU 945000-EXIT
RWK045     END-IF.

RWK045 440000-EXIT.
RWK045     EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN INQUIRY TOTALS.           *
      *****************************************************************
RWK032     MOVE 'CONVERSION HISTORY INQUIRY TOTALS -'
RWK032       TO RPT-PRINT-LINE.
RWK032     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
RWK046     MOVE 'RUN CONTROL RECORDS READ'
RWK046       TO RPT-TOTAL-LABEL.
RWK046     MOVE CONTROL-READ-COUNT     TO RPT-TOTAL-VALUE.
RWK046     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK032     MOVE 'INQUIRY REQUESTS READ'
RWK032       TO RPT-TOTAL-LABEL.
RWK032     MOVE REQUEST-READ-COUNT     TO RPT-TOTAL-VALUE.
RWK032     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK045     MOVE '  CURRENT STATUS REQUESTS'
RWK045       TO RPT-TOTAL-LABEL.
RWK045     MOVE STATUS-REQUEST-COUNT   TO RPT-TOTAL-VALUE.
RWK045     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK045     MOVE '  FULL HISTORY REQUESTS'
RWK045       TO RPT-TOTAL-LABEL.
RWK045     MOVE HISTORY-REQUEST-COUNT  TO RPT-TOTAL-VALUE.
RWK045     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK046     MOVE '  RANGE RUN NOT ON RUNCTL'
RWK046       TO RPT-TOTAL-LABEL.
RWK046     MOVE RANGE-REJECT-COUNT     TO RPT-TOTAL-VALUE.
RWK046     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK045     MOVE 'AUDIT INDEX RECORDS READ'
RWK045       TO RPT-TOTAL-LABEL.
RWK045     MOVE INDEX-READ-COUNT       TO RPT-TOTAL-VALUE.
RWK045     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK045     MOVE 'CURRENT STATUS LINES PRINTED'
RWK045       TO RPT-TOTAL-LABEL.
RWK045     MOVE STATUS-SELECTED-COUNT  TO RPT-TOTAL-VALUE.
RWK045     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK045     MOVE 'AUDIT ARCHIVE RECORDS READ'
RWK045       TO RPT-TOTAL-LABEL.
RWK045     MOVE ARCHIVE-READ-COUNT     TO RPT-TOTAL-VALUE.
RWK045     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK032     MOVE 'AUDIT TRAIL RECORDS READ'
RWK032       TO RPT-TOTAL-LABEL.
RWK032     MOVE AUDIT-READ-COUNT       TO RPT-TOTAL-VALUE.
