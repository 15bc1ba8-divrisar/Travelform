RWK033*                      RECOMMENDATION, SO THE SCHEDULER CAN     *
RWK033*                      GATE DOWNSTREAM JOBS ON THE              *
RWK033*                      RECONCILIATION AUTOMATICALLY.            *
RWK040* RWK040 RWALLING 2026 FILE THE RECNSTAT RECORD ON THE KEYED    *
RWK040*                      RUN HISTORY FILE (RUNHIST) UNDER THE RUN *
RWK040*                      ID AND COMPANY OF TONIGHT'S CNVTDA       *
RWK040*                      RUNSTAT RECORD, SO THE RECONCILIATION    *
RWK040*                      OUTCOME OF EVERY RUN IS KEPT.            *
RWK045* RWK045 RWALLING 2026 TAKE EACH GROUP'S LATEST DISPOSITION     *
RWK045*                      BY A KEYED READ OF THE AUDIT INDEX       *
RWK045*                      CNVTAARC KEEPS (COMPANY FROM THE         *
RWK045*                      EXTRACT'S HEADER) INSTEAD OF TABLING     *
RWK045*                      THE WHOLE AUDIT TRAIL EVERY NIGHT.       *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        DA TRANSACTION FILE (VIA VCSTRX3 READ OPERATION)
      *        GRPBILL  - GROUP BILL CONVERSION FILE
      *        REJSUSP  - REJECT/SUSPENSE FILE FROM CNVTDA
RWK040*        RUNSTAT  - CNVTDA RUN STATUS (RUN ID AND COMPANY)
RWK045*        AUDINDX  - AUDIT INDEX FROM CNVTAARC (KEYED READ)
      *
      *    CALLING MODULE.
      *
      *    PROCESSING.

RWK032*    OUTPUTS - RECNRPT (RECONCILIATION EXCEPTION REPORT)
RWK040*              RECNSTAT (RUN STATUS), RUNHIST (RUN HISTORY)

       DATE-WRITTEN.  AUG 22, 2026.
       DATE-COMPILED.
RWK033             15  STAT-RELEASE-FLAG     PIC X(01).
RWK033*                R = RELEASE, H = HOLD (ANY EXCEPTION AT ALL)

RWK040*****************************************************************
RWK040*    RWK040 - CNVTDA RUN STATUS RECORD.  ONLY THE RUN ID AND    *
RWK040*    COMPANY ARE OF INTEREST HERE.  THE LAST RECORD ON THE      *
RWK040*    FILE IS THE ONE FOR THE WHOLE RUN (COMPANY 'ALL' ON A      *
RWK040*    MULTI-COMPANY RUN).                                        *
RWK040*****************************************************************
RWK040 01  RUNSTAT-FIELDS.
RWK040     05  RUNSTAT-FILENAME              PIC X(8)  VALUE 'RUNSTAT'.
RWK040     05  RUNSTAT-RECORD.
RWK040         10  RDW-LENGTH                PIC S9(4) COMP.
RWK040         10  FILLER                    PIC X(02).
RWK040         10  RUNSTAT-DATA.
RWK040             15  RUNSTAT-RUN-ID        PIC X(08).
RWK040             15  RUNSTAT-COMPANY-CODE  PIC X(03).
RWK040             15  FILLER                PIC X(189).
RWK040 01  RUNSTAT-LAST-RUN-ID           PIC X(08).
RWK040 01  RUNSTAT-LAST-COMPANY-CODE     PIC X(03).
RWK040 01  RUNSTAT-EOF-SWITCH            PIC X(01).
RWK040     88  RUNSTAT-END-OF-FILE             VALUE 'Y'.

RWK040*****************************************************************
RWK040*    RWK040 - RUN HISTORY FILE.  LAYOUT AS 898000-WRITE-RUN-    *
RWK040*    HISTORY IN CNVTDA WRITES IT; THIS PROGRAM FILES ITS        *
RWK040*    RECNSTAT RECORD UNDER SOURCE R.                            *
RWK040*****************************************************************
RWK040 01  RUNHIST-FIELDS.
RWK040     05  RUNHIST-FILENAME              PIC X(8)  VALUE 'RUNHIST'.
RWK040     05  RUNHIST-RECORD.
RWK040         10  RDW-LENGTH                PIC S9(4) COMP.
RWK040         10  FILLER                    PIC X(02).
RWK040         10  RUNHIST-DATA.
RWK040             15  HIST-KEY.
RWK040                 20  HIST-RUN-ID       PIC X(08).
RWK040                 20  HIST-COMPANY-CODE PIC X(03).
RWK040                 20  HIST-SOURCE-CODE  PIC X(01).
RWK040             15  HIST-RUN-DATE         PIC 9(08).
RWK040             15  HIST-RUN-TIME         PIC 9(06).
RWK040             15  HIST-STATUS-IMAGE     PIC X(250).
RWK040 01  HIST-STAMP-TIME.
RWK040     05  HIST-STAMP-HHMMSS         PIC 9(06) VALUE ZERO.
RWK040     05  FILLER                    PIC 9(02) VALUE ZERO.

RWK032*****************************************************************
RWK032*    RWK032 - FORMATTED REPORT FILE.  EVERY REPORT LINE GOES   *
RWK032*    THROUGH 950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE   *
                   15  EXTRACT-RECORD-TYPE   PIC X(01).
                       88  EXTRACT-CORPORATE       VALUE 'C'.
                       88  EXTRACT-INDIVIDUAL      VALUE 'I'.
RWK045                 88  EXTRACT-HEADER          VALUE 'H'.
RWK018             15  FILLER                PIC X(231).
RWK045         10  EXTRACT-HEADER-DATA REDEFINES EXTRACT-DATA.
RWK045             15  FILLER                PIC X(27).
RWK045             15  EXTRACT-HDR-COMPANY-CODE
RWK045                                       PIC X(03).
RWK045             15  FILLER                PIC X(212).

      *****************************************************************
      *    SUSPENSE RECORD AS WRITTEN BY 800000-WRITE-REJECT IN       *
                   15  SUSPENSE-GROUP-NUMBER PIC X(10).
RWK018             15  FILLER                PIC X(249).

RWK045*****************************************************************
RWK045*    RWK045 - AUDIT INDEX RECORD AS CNVTAARC WRITES IT - ONE    *
RWK045*    PER COMPANY AND GROUP, KEYED BY COMPANY AND GROUP NUMBER,  *
RWK045*    HOLDING THE GROUP'S LATEST AUDIT DISPOSITION.  A GROUP     *
RWK045*    WITH NO DA TRANSACTION AND NO SUSPENSE RECORD IS STILL     *
RWK045*    ACCOUNTED FOR WHEN ITS LATEST DISPOSITION IS UNCHANGED     *
RWK045*    (DELTA) OR SKIPPED (RESTART).  ONLY THE KEY AND THE        *
RWK045*    DISPOSITION ARE OF INTEREST HERE.                          *
RWK045*****************************************************************
RWK045 01  AUDIT-INDEX-FIELDS.
RWK045     05  AUDIT-INDEX-FILENAME          PIC X(8)  VALUE 'AUDINDX'.
RWK045     05  AUDIT-INDEX-RECORD.
RWK045         10  RDW-LENGTH                PIC S9(4) COMP.
RWK045         10  FILLER                    PIC X(02).
RWK045         10  AUDIT-INDEX-DATA.
RWK045             15  INDX-COMPANY-CODE     PIC X(03).
RWK045             15  INDX-GROUP-NUMBER     PIC X(10).
RWK045             15  FILLER                PIC X(08).
RWK045             15  INDX-DISPOSITION      PIC X(01).
RWK045                 88  INDX-UNCHANGED          VALUE 'U'.
RWK045                 88  INDX-SKIPPED            VALUE 'S'.
RWK045             15  FILLER                PIC X(18).
RWK045*    THE COMPANY OF THE EXTRACT SECTION IN HAND, FROM ITS TYPE H
RWK045*    HEADER (ONE PER COMPANY ON A MULTI-COMPANY EXTRACT).
RWK045 01  EXTRACT-COMPANY-CODE          PIC X(03) VALUE SPACES.
RWK024 01  AUD-FOUND-SWITCH              PIC X(01).
RWK024     88  AUDIT-ENTRY-FOUND               VALUE 'Y'.


           PERFORM 100000-LOAD-DA-TABLE THRU 100000-EXIT.
           PERFORM 200000-LOAD-SUSPENSE THRU 200000-EXIT.
           PERFORM 300000-MATCH-EXTRACT THRU 300000-EXIT.
           PERFORM 400000-REPORT-ORPHAN-DA THRU 400000-EXIT.
           PERFORM 500000-REPORT-MULTIPLES THRU 500000-EXIT.
RWK031       TO REJ-GROUP-NUMBER (SUB + 1).

RWK031 228000-EXIT.
RWK031     EXIT.

      *****************************************************************

       320000-MATCH-GROUP.

RWK045     IF EXTRACT-HEADER
RWK045         MOVE EXTRACT-HDR-COMPANY-CODE
RWK045                                 TO EXTRACT-COMPANY-CODE
RWK045     END-IF.
           IF EXTRACT-CORPORATE OR EXTRACT-INDIVIDUAL
               ADD 1                   TO EXTRACT-READ-COUNT
               MOVE SPACES             TO MATCH-KEY
               ELSE
                   PERFORM 330000-FIND-SUSPENSE THRU 330000-EXIT
                   IF NOT ENTRY-FOUND
RWK045                 PERFORM 340000-READ-AUDIT-INDEX
RWK045                     THRU 340000-EXIT
RWK024                 IF AUDIT-ENTRY-FOUND
RWK045                   AND (INDX-UNCHANGED
RWK045                     OR INDX-SKIPPED)
RWK024                     ADD 1       TO AUDIT-ACCOUNTED-COUNT
RWK024                 ELSE
                           ADD 1       TO MISSING-DA-COUNT
       330000-EXIT.
           EXIT.

RWK045*****************************************************************
RWK045*    340000-READ-AUDIT-INDEX - KEYED READ OF THE AUDIT INDEX    *
RWK045*    FOR THE CURRENT EXTRACT GROUP UNDER THE COMPANY OF ITS     *
RWK045*    EXTRACT SECTION.  CNVTAARC HAS ALREADY POSTED TONIGHT'S    *
RWK045*    AUDIT RECORDS, SO THE ENTRY IS THE GROUP'S LATEST.         *
RWK045*****************************************************************
RWK045 340000-READ-AUDIT-INDEX.

RWK045     MOVE 'N'                    TO AUD-FOUND-SWITCH.
RWK045     MOVE SPACES                 TO AUDIT-INDEX-DATA.
RWK045     MOVE EXTRACT-COMPANY-CODE   TO INDX-COMPANY-CODE.
RWK045     MOVE EXTRACT-GROUP-NUMBER   TO INDX-GROUP-NUMBER.
RWK045     MOVE SPACES
RWK045       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK045     MOVE LENGTH OF AUDIT-INDEX-DATA
RWK045       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK045     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK045       TO TRUE.

RWK045     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK045                                 AUDIT-INDEX-FIELDS.

RWK045     IF QSAM-SUCCESSFUL         IN QSAM-COMM-AREA
RWK045         MOVE 'Y'                TO AUD-FOUND-SWITCH
RWK045         ADD 1                   TO AUDIT-READ-COUNT
RWK045     ELSE
RWK045         IF NOT QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
RWK045             MOVE READ-ERROR     TO VCSABEND-CODE
RWK045             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK045         END-IF
RWK045     END-IF.

RWK045 340000-EXIT.
RWK045     EXIT.

      *****************************************************************
      *    400000-REPORT-ORPHAN-DA - EXCEPTION CLASS 2: DA            *
      *    TRANSACTIONS WHOSE MASTER-ID NO INPUT GROUP CLAIMED.       *

RWK033     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK033                                 RECNSTAT-FIELDS.
RWK040     PERFORM 895000-WRITE-RUN-HISTORY THRU 895000-EXIT.

RWK033 890000-EXIT.
RWK033     EXIT.

RWK040*****************************************************************
RWK040*    895000-WRITE-RUN-HISTORY - FILE THE RECNSTAT RECORD ON THE *
RWK040*    RUN HISTORY FILE UNDER THE RUN ID AND COMPANY OF THE LAST  *
RWK040*    RUNSTAT RECORD.  WITH NO RUNSTAT RECORD THERE IS NO RUN TO *
RWK040*    FILE IT UNDER, AND NOTHING IS WRITTEN.                     *
RWK040*****************************************************************
RWK040 895000-WRITE-RUN-HISTORY.

RWK040     MOVE SPACES                 TO RUNSTAT-LAST-RUN-ID
RWK040                                    RUNSTAT-LAST-COMPANY-CODE.
RWK040     MOVE 'N'                    TO RUNSTAT-EOF-SWITCH.
RWK040     PERFORM 896000-READ-RUNSTAT THRU 896000-EXIT
RWK040         UNTIL RUNSTAT-END-OF-FILE.
RWK040     IF RUNSTAT-LAST-RUN-ID = SPACES
RWK040         GO TO 895000-EXIT
RWK040     END-IF.
RWK040     ACCEPT HIST-STAMP-TIME FROM TIME.
RWK040     MOVE SPACES                 TO RUNHIST-DATA.
RWK040     MOVE RUNSTAT-LAST-RUN-ID    TO HIST-RUN-ID.
RWK040     MOVE RUNSTAT-LAST-COMPANY-CODE
RWK040       TO HIST-COMPANY-CODE.
RWK040     MOVE 'R'                    TO HIST-SOURCE-CODE.
RWK040     MOVE RPT-RUN-DATE           TO HIST-RUN-DATE.
RWK040     MOVE HIST-STAMP-HHMMSS      TO HIST-RUN-TIME.
RWK040     MOVE RECNSTAT-DATA          TO HIST-STATUS-IMAGE.
RWK040     MOVE LENGTH OF RUNHIST-RECORD
RWK040       TO RECORD-LENGTH-FULL.
RWK040     MOVE RECORD-LENGTH-HALF
RWK040       TO RDW-LENGTH             IN RUNHIST-RECORD.
RWK040     MOVE SPACES
RWK040       TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
RWK040     COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
RWK040            = RDW-LENGTH        IN RUNHIST-RECORD - 4.
RWK040     SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
RWK040       TO TRUE.

RWK040     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK040                                 RUNHIST-FIELDS.

RWK040 895000-EXIT.
RWK040     EXIT.

RWK040*    EACH RECORD READ REPLACES THE LAST ONE SAVED, SO AT END OF
RWK040*    FILE THE SAVED RUN ID AND COMPANY ARE THE LAST RECORD'S.
RWK040 896000-READ-RUNSTAT.

RWK040     MOVE SPACES
RWK040       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK040     MOVE LENGTH OF RUNSTAT-DATA
RWK040       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK040     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK040       TO TRUE.

RWK040     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK040                                 RUNSTAT-FIELDS.

RWK040     IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
RWK040         MOVE 'Y'                TO RUNSTAT-EOF-SWITCH
RWK040     ELSE
RWK040         IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
RWK040             MOVE READ-ERROR     TO VCSABEND-CODE
RWK040             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK040         END-IF
RWK040         MOVE RUNSTAT-RUN-ID     TO RUNSTAT-LAST-RUN-ID
RWK040         MOVE RUNSTAT-COMPANY-CODE
RWK040           TO RUNSTAT-LAST-COMPANY-CODE
RWK040     END-IF.

RWK040 896000-EXIT.
RWK040     EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN RECONCILIATION TOTALS.    *
      *****************************************************************
RWK032       TO RPT-TOTAL-LABEL.
RWK032     MOVE SUSPENSE-READ-COUNT    TO RPT-TOTAL-VALUE.
RWK032     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK045     MOVE 'AUDIT INDEX RECORDS READ'
RWK032       TO RPT-TOTAL-LABEL.
RWK032     MOVE AUDIT-READ-COUNT       TO RPT-TOTAL-VALUE.
RWK032     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
