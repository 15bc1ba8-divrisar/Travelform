RWK035*                      NOT THE HISTORICAL ISSUE DATE.  EVERY    *
RWK035*                      ADJUSTED GROUP IS REPORTED ON THE        *
RWK035*                      CONTROL TOTALS.                          *
RWK036* RWK036 RWALLING 2026 MASTER-ID CROSS-REFERENCE.  THE ADMIN    *
RWK036*                      MASTER-ID IS BUILT FROM ONLY THE FIRST   *
RWK036*                      SEVEN BYTES OF THE GROUP NUMBER, SO TWO  *
RWK036*                      GROUPS DIFFERING ONLY IN BYTES 8-10      *
RWK036*                      LANDED ON ONE ADMIN MASTER RECORD.       *
RWK036*                      EVERY DA/DC/PA/DD WRITE NOW CHECKS THE   *
RWK036*                      KEYED MSTXREF FILE FIRST: A GROUP WHOSE  *
RWK036*                      MASTER-ID ALREADY BELONGS TO ANOTHER     *
RWK036*                      GROUP SUSPENDS UNDER REASON MXID (A      *
RWK036*                      TERMINATION IS HELD INSTEAD), AND THE    *
RWK036*                      FIRST GROUP TO CLAIM A MASTER-ID IS      *
RWK036*                      RECORDED ON MSTXREF.  COLLISIONS ARE     *
RWK036*                      LISTED ON THE CONTROL TOTALS.            *
RWK040* RWK040 RWALLING 2026 RUNSTAT IS OVERWRITTEN EVERY NIGHT, SO   *
RWK040*                      EVERY STATUS RECORD IS NOW ALSO FILED ON *
RWK040*                      THE KEYED RUN HISTORY FILE (RUNHIST)     *
RWK040*                      UNDER ITS RUN ID AND COMPANY, STAMPED    *
RWK040*                      WITH THE DATE AND TIME, FOR THE CNVTTRND *
RWK040*                      TREND CHECK.                             *
RWK041* RWK041 RWALLING 2026 KEEP A RATE HISTORY: EVERY PA PREMIUM    *
RWK041*                      TRANSACTION WRITTEN IS ALSO LOGGED ON    *
RWK041*                      RATEHIST (RUN ID, COMPANY, GROUP, PLAN,  *
RWK041*                      VOLUME AND PREMIUM), SO CNVTPVAR CAN     *
RWK041*                      SHOW HOW FAR A GROUP'S MONEY MOVED       *
RWK041*                      BEFORE THE PA TRANSACTIONS ARE RELEASED. *
RWK046* RWK046 RWALLING 2026 RUN HISTORY SOURCE X (CNVTREVR'S RUN     *
RWK046*                      REVERSAL RECORD) ADDED TO THE LAYOUT     *
RWK046*                      NOTES.                                   *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
RWK029     05  CT-TERM-UNAPPROVED-COUNT     PIC S9(7) VALUE ZERO.
RWK029     05  CT-TERM-REJECT-COUNT         PIC S9(7) VALUE ZERO.
RWK029     05  CT-TERM-HELD-COUNT           PIC S9(7) VALUE ZERO.
RWK036     05  CT-MASTER-COLLISION-COUNT    PIC S9(7) VALUE ZERO.
RWK030     05  CT-RATE-READ-COUNT           PIC S9(7) VALUE ZERO.
RWK030     05  CT-RATE-WRITE-COUNT          PIC S9(7) VALUE ZERO.
RWK030     05  CT-UNCHANGED-RATE-COUNT      PIC S9(7) VALUE ZERO.
RWK033*    USUALLY MEANS A BAD EXTRACT, NOT BAD GROUPS.
RWK033 01  STATUS-REJECT-LIMIT           PIC S9(7) COMP VALUE +100.

RWK040*****************************************************************
RWK040*    RWK040 - RUN HISTORY FILE.  KEYED BY RUN ID, COMPANY AND   *
RWK040*    SOURCE: C = THIS PROGRAM'S RUNSTAT RECORD, R = CNVTRECN'S  *
RWK040*    RECNSTAT RECORD, T = THE RUNSTAT RECORD AS CNVTTRND LEFT   *
RWK046*    IT, V = CNVTPVAR'S VARSTAT RECORD, X = CNVTREVR'S RUN      *
RWK046*    REVERSAL RECORD.  THE STATUS RECORD IS CARRIED WHOLE IN    *
RWK046*    HIST-STATUS-IMAGE, IN ITS OWN LAYOUT.                      *
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
RWK040                     88  HIST-CONVERSION-STATUS  VALUE 'C'.
RWK040                     88  HIST-RECON-STATUS       VALUE 'R'.
RWK040                     88  HIST-TREND-STATUS       VALUE 'T'.
RWK041                     88  HIST-VARIANCE-STATUS    VALUE 'V'.
RWK040             15  HIST-RUN-DATE         PIC 9(08).
RWK040             15  HIST-RUN-TIME         PIC 9(06).
RWK040             15  HIST-STATUS-IMAGE     PIC X(250).
RWK040 01  HIST-STAMP-TIME.
RWK040     05  HIST-STAMP-HHMMSS         PIC 9(06) VALUE ZERO.
RWK040     05  FILLER                    PIC 9(02) VALUE ZERO.

RWK041*****************************************************************
RWK041*    RWK041 - RATE HISTORY.  ONE RECORD PER PA TRANSACTION      *
RWK041*    WRITTEN, ADDED TO THE END OF THE FILE EVERY RUN, SO THE    *
RWK041*    LAST RECORD FOR A COMPANY, GROUP AND PLAN IS WHAT THE      *
RWK041*    ADMIN SYSTEM WAS LAST SENT.  CNVTREVR ADDS A REVERSED      *
RWK041*    ENTRY FOR EVERY PA IT OFFSETS.                             *
RWK041*****************************************************************
RWK041 01  RATEHIST-FIELDS.
RWK041     05  RATEHIST-FILENAME             PIC X(8)  VALUE 'RATEHIST'.
RWK041     05  RATEHIST-RECORD.
RWK041         10  RDW-LENGTH                PIC S9(4) COMP.
RWK041         10  FILLER                    PIC X(02).
RWK041         10  RATEHIST-DATA.
RWK041             15  RATH-RUN-ID           PIC X(08).
RWK041             15  RATH-COMPANY-CODE     PIC X(03).
RWK041             15  RATH-GROUP-NUMBER     PIC X(10).
RWK041             15  RATH-PLAN-CODE        PIC X(04).
RWK041             15  RATH-VOLUME-AMOUNT    PIC 9(09).
RWK041             15  RATH-PREMIUM-AMOUNT   PIC 9(09)V99.
RWK041             15  RATH-WRITE-DATE       PIC 9(08).
RWK041             15  RATH-ENTRY-TYPE       PIC X(01).
RWK041                 88  RATH-WRITTEN            VALUE 'W'.
RWK041                 88  RATH-REVERSED           VALUE 'R'.
RWK041             15  FILLER                PIC X(10).

RWK032*****************************************************************
RWK032*    RWK032 - FORMATTED REPORT FILE.  EVERY REPORT LINE GOES   *
RWK032*    THROUGH 950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE   *
RWK019 01  MASTER-FOUND-SWITCH           PIC X(01).
RWK019     88  MASTER-RECORD-FOUND             VALUE 'Y'.

RWK036*****************************************************************
RWK036*    RWK036 - MASTER-ID CROSS-REFERENCE.  THE ADMIN MASTER-ID   *
RWK036*    CARRIES ONLY THE FIRST SEVEN BYTES OF THE GROUP NUMBER,    *
RWK036*    SO MSTXREF IS KEYED BY THAT SEVEN-BYTE MASTER KEY AND      *
RWK036*    NAMES THE ONE GROUP THAT OWNS IT.  IT IS READ BY KEY       *
RWK036*    BEFORE EVERY DA/DC/PA/DD WRITE, AND A RECORD IS ADDED      *
RWK036*    THE FIRST TIME A GROUP CLAIMS ITS KEY.  THE CLAIM TABLE    *
RWK036*    HOLDS EVERY KEY CHECKED OR CLAIMED THIS RUN, SO TWO NEW    *
RWK036*    GROUPS COLLIDING ON THE SAME EXTRACT ARE CAUGHT WITHOUT    *
RWK036*    READING BACK A RECORD WRITTEN EARLIER IN THE RUN, AND A    *
RWK036*    GROUP'S DIVISIONS AND RATES DO NOT RE-READ THE FILE.       *
RWK036*****************************************************************
RWK036 01  MSTXREF-FIELDS.
RWK036     05  MSTXREF-FILENAME              PIC X(8)  VALUE 'MSTXREF'.
RWK036     05  MSTXREF-RECORD.
RWK036         10  RDW-LENGTH                PIC S9(4) COMP.
RWK036         10  FILLER                    PIC X(02).
RWK036         10  MSTXREF-DATA.
RWK036             15  XREF-MASTER-KEY       PIC X(07).
RWK036             15  XREF-GROUP-NUMBER     PIC X(10).
RWK036             15  XREF-COMPANY-CODE     PIC X(03).
RWK036             15  XREF-RUN-ID           PIC X(08).
RWK036             15  FILLER                PIC X(12).
RWK036 01  XREF-TABLE-MAX                PIC S9(7) COMP VALUE +200000.
RWK036 01  XREF-TABLE-COUNT              PIC S9(7) COMP VALUE ZERO.
RWK036 01  XREF-CLAIM-TABLE.
RWK036     05  XREF-CLAIM-ENTRY          OCCURS 200000 TIMES.
RWK036         10  XREF-CLAIM-KEY        PIC X(07).
RWK036         10  XREF-CLAIM-GROUP      PIC X(10).
RWK036 01  XREF-SUB                      PIC S9(7) COMP.
RWK036 01  XREF-LO-SUB                   PIC S9(7) COMP.
RWK036 01  XREF-HI-SUB                   PIC S9(7) COMP.
RWK036 01  XREF-MID-SUB                  PIC S9(7) COMP.
RWK036 01  XREF-INSERT-SUB               PIC S9(7) COMP.
RWK036 01  XREF-SEARCH-KEY               PIC X(07).
RWK036*    THE GROUP ABOUT TO BE WRITTEN (THE PARENT FOR A DIVISION
RWK036*    OR RATE, THE DROPPED GROUP FOR A TERMINATION), SET BY THE
RWK036*    CALLER OF 219000-CHECK-MASTER-XREF, AND THE GROUP FOUND
RWK036*    HOLDING ITS MASTER KEY.
RWK036 01  XREF-CHECK-GROUP              PIC X(10).
RWK036 01  XREF-OWNER-GROUP              PIC X(10).
RWK036 01  XREF-FOUND-SWITCH             PIC X(01).
RWK036     88  XREF-CLAIM-FOUND                VALUE 'Y'.
RWK036 01  XREF-STATUS-SWITCH            PIC X(01) VALUE SPACE.
RWK036     88  XREF-KEY-OWNED                  VALUE 'O'.
RWK036     88  XREF-KEY-UNCLAIMED              VALUE 'U'.
RWK036     88  XREF-KEY-COLLISION              VALUE 'C'.
RWK036 01  COLLISION-LIST-MAX            PIC S9(7) COMP VALUE +500.
RWK036 01  COLLISION-LIST-COUNT          PIC S9(7) COMP VALUE ZERO.
RWK036 01  COLLISION-LIST.
RWK036     05  COLLISION-ENTRY           OCCURS 500 TIMES.
RWK036         10  COLLISION-GROUP       PIC X(10).
RWK036         10  COLLISION-OWNER       PIC X(10).
RWK036         10  COLLISION-TRX-CODE    PIC X(04).

RWK017*****************************************************************
RWK017*    RWK017 - THE LAST PARENT GROUP SUCCESSFULLY WRITTEN TO     *
RWK017*    VCSTRX3.  DIVISION DETAIL RECORDS FOLLOW THEIR PARENT ON   *
RWK016     IF EDIT-OK
RWK016         PERFORM 216000-CHECK-DUPLICATE THRU 216000-EXIT
RWK016     END-IF.
RWK036     IF EDIT-OK
RWK036         MOVE DTL-GROUP-NUMBER   IN GROUP-BILLING-REC
RWK036           TO XREF-CHECK-GROUP
RWK036         PERFORM 219000-CHECK-MASTER-XREF THRU 219000-EXIT
RWK036     END-IF.
RWK010     IF EDIT-OK
               PERFORM 220000-WRITE-TRX    THRU 220000-EXIT
RWK010     ELSE
RWK018 218000-EXIT.
RWK018     EXIT.

RWK036*****************************************************************
RWK036*    219000-CHECK-MASTER-XREF - MAKE SURE THE MASTER-ID ABOUT   *
RWK036*    TO GO OUT BELONGS TO THE GROUP SENDING IT.  THE CALLER     *
RWK036*    SETS XREF-CHECK-GROUP AFTER THE TRANSACTION IS FORMATTED   *
RWK036*    AND BEFORE IT IS WRITTEN.  THE CLAIM TABLE IS SEARCHED     *
RWK036*    FIRST, THEN MSTXREF BY KEY.  THE OUTCOME IS LEFT IN        *
RWK036*    XREF-STATUS-SWITCH: OWNED BY THIS GROUP; UNCLAIMED, IN     *
RWK036*    WHICH CASE A SUCCESSFUL WRITE CLAIMS IT; OR A COLLISION,   *
RWK036*    WHICH FAILS THE EDIT UNDER REASON MXID AND IS LISTED ON    *
RWK036*    THE CONTROL TOTALS.  THE GROUP ALREADY HOLDING THE KEY     *
RWK036*    KEEPS IT - IT IS THE ONE THE ADMIN MASTER RECORD WAS SET   *
RWK036*    UP FOR.                                                    *
RWK036*****************************************************************
RWK036 219000-CHECK-MASTER-XREF.

RWK036     MOVE XREF-CHECK-GROUP (1:7) TO XREF-SEARCH-KEY.
RWK036     MOVE SPACES                 TO XREF-OWNER-GROUP.
RWK036     PERFORM 219300-BSEARCH-XREF THRU 219300-EXIT.
RWK036     IF XREF-CLAIM-FOUND
RWK036         MOVE XREF-CLAIM-GROUP (XREF-MID-SUB)
RWK036           TO XREF-OWNER-GROUP
RWK036     ELSE
RWK036         PERFORM 219500-READ-MSTXREF THRU 219500-EXIT
RWK036     END-IF.
RWK036     IF XREF-OWNER-GROUP = SPACES
RWK036         MOVE 'U'                TO XREF-STATUS-SWITCH
RWK036         GO TO 219000-EXIT
RWK036     END-IF.
RWK036     IF XREF-OWNER-GROUP = XREF-CHECK-GROUP
RWK036         MOVE 'O'                TO XREF-STATUS-SWITCH
RWK036         GO TO 219000-EXIT
RWK036     END-IF.
RWK036     MOVE 'C'                    TO XREF-STATUS-SWITCH.
RWK036     MOVE 'N'                    TO EDIT-SWITCH.
RWK036     MOVE 'MXID'                 TO REJECT-REASON-CODE.
RWK036     ADD 1                       TO CT-MASTER-COLLISION-COUNT.
RWK036     IF COLLISION-LIST-COUNT < COLLISION-LIST-MAX
RWK036         ADD 1                   TO COLLISION-LIST-COUNT
RWK036         MOVE XREF-CHECK-GROUP
RWK036           TO COLLISION-GROUP (COLLISION-LIST-COUNT)
RWK036         MOVE XREF-OWNER-GROUP
RWK036           TO COLLISION-OWNER (COLLISION-LIST-COUNT)
RWK036         MOVE TRX-CODE           IN DA-TRX-REC
RWK036           TO COLLISION-TRX-CODE (COLLISION-LIST-COUNT)
RWK036     END-IF.

RWK036 219000-EXIT.
RWK036     EXIT.

RWK036*****************************************************************
RWK036*    219300-BSEARCH-XREF - BINARY SEARCH OF THE ORDERED CLAIM   *
RWK036*    TABLE FOR XREF-SEARCH-KEY.  WHEN FOUND, XREF-MID-SUB IS    *
RWK036*    THE ENTRY; OTHERWISE XREF-INSERT-SUB IS WHERE THE KEY      *
RWK036*    BELONGS.                                                   *
RWK036*****************************************************************
RWK036 219300-BSEARCH-XREF.

RWK036     MOVE 'N'                    TO XREF-FOUND-SWITCH.
RWK036     MOVE 1                      TO XREF-LO-SUB.
RWK036     MOVE XREF-TABLE-COUNT       TO XREF-HI-SUB.
RWK036     PERFORM 219400-BSEARCH-XREF-STEP THRU 219400-EXIT
RWK036         UNTIL XREF-LO-SUB > XREF-HI-SUB
RWK036            OR XREF-CLAIM-FOUND.
RWK036     MOVE XREF-LO-SUB            TO XREF-INSERT-SUB.

RWK036 219300-EXIT.
RWK036     EXIT.

RWK036 219400-BSEARCH-XREF-STEP.

RWK036     COMPUTE XREF-MID-SUB = (XREF-LO-SUB + XREF-HI-SUB) / 2.
RWK036     IF XREF-CLAIM-KEY (XREF-MID-SUB) = XREF-SEARCH-KEY
RWK036         MOVE 'Y'                TO XREF-FOUND-SWITCH
RWK036     ELSE
RWK036         IF XREF-SEARCH-KEY < XREF-CLAIM-KEY (XREF-MID-SUB)
RWK036             COMPUTE XREF-HI-SUB = XREF-MID-SUB - 1
RWK036         ELSE
RWK036             COMPUTE XREF-LO-SUB = XREF-MID-SUB + 1
RWK036         END-IF
RWK036     END-IF.

RWK036 219400-EXIT.
RWK036     EXIT.

RWK036*****************************************************************
RWK036*    219500-READ-MSTXREF - KEYED READ OF THE MASTER-ID          *
RWK036*    CROSS-REFERENCE FOR XREF-SEARCH-KEY.  A KEY FOUND ON THE   *
RWK036*    FILE IS TABLED SO THE GROUP'S DIVISIONS AND RATES DO NOT   *
RWK036*    READ IT AGAIN.  NOT FOUND MEANS NO GROUP HAS CLAIMED THE   *
RWK036*    KEY YET.                                                   *
RWK036*****************************************************************
RWK036 219500-READ-MSTXREF.

RWK036     MOVE XREF-SEARCH-KEY        TO XREF-MASTER-KEY.
RWK036     MOVE SPACES
RWK036       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK036     MOVE LENGTH OF MSTXREF-DATA
RWK036       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK036     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK036       TO TRUE.

RWK036     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK036                                 MSTXREF-FIELDS.

RWK036     IF QSAM-SUCCESSFUL         IN QSAM-COMM-AREA
RWK036         MOVE XREF-GROUP-NUMBER  TO XREF-OWNER-GROUP
RWK036         PERFORM 219700-TABLE-XREF-CLAIM THRU 219700-EXIT
RWK036     ELSE
RWK036         IF NOT QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
RWK036             MOVE READ-ERROR     TO VCSABEND-CODE
RWK036             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK036         END-IF
RWK036     END-IF.

RWK036 219500-EXIT.
RWK036     EXIT.

RWK036*****************************************************************
RWK036*    219700-TABLE-XREF-CLAIM - PLACE XREF-SEARCH-KEY AND ITS    *
RWK036*    OWNER AT THE POSITION THE BINARY SEARCH RETURNED.  A RUN   *
RWK036*    BIGGER THAN THE TABLE IS A GENUINE ERROR - BETTER TO STOP  *
RWK036*    THAN TO LOSE THE PROTECTION.                               *
RWK036*****************************************************************
RWK036 219700-TABLE-XREF-CLAIM.

RWK036     IF XREF-TABLE-COUNT NOT < XREF-TABLE-MAX
RWK036         MOVE TABLE-ERROR        TO VCSABEND-CODE
RWK036         PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK036     END-IF.
RWK036     PERFORM 219750-SHIFT-XREF-CLAIM THRU 219750-EXIT
RWK036         VARYING XREF-SUB FROM XREF-TABLE-COUNT BY -1
RWK036         UNTIL XREF-SUB < XREF-INSERT-SUB.
RWK036     ADD 1                       TO XREF-TABLE-COUNT.
RWK036     MOVE XREF-SEARCH-KEY
RWK036       TO XREF-CLAIM-KEY (XREF-INSERT-SUB).
RWK036     MOVE XREF-OWNER-GROUP
RWK036       TO XREF-CLAIM-GROUP (XREF-INSERT-SUB).

RWK036 219700-EXIT.
RWK036     EXIT.

RWK036 219750-SHIFT-XREF-CLAIM.

RWK036     MOVE XREF-CLAIM-ENTRY (XREF-SUB)
RWK036       TO XREF-CLAIM-ENTRY (XREF-SUB + 1).

RWK036 219750-EXIT.
RWK036     EXIT.

RWK036*****************************************************************
RWK036*    219800-CLAIM-MASTER-KEY - THE FIRST SUCCESSFUL WRITE       *
RWK036*    UNDER AN UNCLAIMED MASTER KEY RECORDS THE GROUP AS ITS     *
RWK036*    OWNER, ON MSTXREF FOR LATER RUNS AND IN THE CLAIM TABLE    *
RWK036*    FOR THE REST OF THIS ONE.                                  *
RWK036*****************************************************************
RWK036 219800-CLAIM-MASTER-KEY.

RWK036     MOVE XREF-CHECK-GROUP (1:7) TO XREF-SEARCH-KEY
RWK036                                    XREF-MASTER-KEY.
RWK036     MOVE XREF-CHECK-GROUP       TO XREF-GROUP-NUMBER
RWK036                                    XREF-OWNER-GROUP.
RWK036     MOVE RUN-COMPANY-CODE       TO XREF-COMPANY-CODE.
RWK036     MOVE PASS-RUN-ID          IN PASS-AREA
RWK036       TO XREF-RUN-ID.
RWK036     MOVE LENGTH OF MSTXREF-RECORD
RWK036       TO RECORD-LENGTH-FULL.
RWK036     MOVE RECORD-LENGTH-HALF
RWK036       TO RDW-LENGTH             IN MSTXREF-RECORD.
RWK036     MOVE SPACES
RWK036       TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
RWK036     COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
RWK036            = RDW-LENGTH        IN MSTXREF-RECORD - 4.
RWK036     SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
RWK036       TO TRUE.

RWK036     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK036                                 MSTXREF-FIELDS.

RWK036     PERFORM 219300-BSEARCH-XREF THRU 219300-EXIT.
RWK036     IF NOT XREF-CLAIM-FOUND
RWK036         PERFORM 219700-TABLE-XREF-CLAIM THRU 219700-EXIT
RWK036     END-IF.
RWK036     MOVE 'O'                    TO XREF-STATUS-SWITCH.

RWK036 219800-EXIT.
RWK036     EXIT.

       220000-WRITE-TRX.

           MOVE SPACES
RWK001                                 TO REJECT-VCSTRX3-RC
RWK001         PERFORM 800000-WRITE-REJECT THRU 800000-EXIT
RWK002     ELSE
RWK036         IF XREF-KEY-UNCLAIMED
RWK036             PERFORM 219800-CLAIM-MASTER-KEY THRU 219800-EXIT
RWK036         END-IF
RWK034         IF PASS-MULTI-COMPANY   IN PASS-AREA
RWK034           AND CURRENT-COMPANY-SUB > ZERO
RWK034             ADD 1               TO CO-WRITE-COUNT
RWK030             ADD 1               TO CT-RATE-WRITE-COUNT
RWK030             ADD RTE-PREMIUM-AMOUNT IN RATE-DETAIL-REC
RWK030                                 TO CT-PREMIUM-DOLLARS
RWK041             PERFORM 865000-WRITE-RATE-HISTORY THRU 865000-EXIT
RWK030           ELSE
RWK002             ADD 1               TO CT-WRITE-SUCCESS-COUNT
RWK019             IF CONVERTED-GROUP
RWK017*                         DIVISION NUMBER                       *
RWK017*                  NAME - MISSING DIVISION NAME                 *
RWK017*                  ADDR - MISSING CITY/ZIP OR BAD STATE CODE    *
RWK036*                  MXID - THE PARENT'S MASTER-ID BELONGS TO     *
RWK036*                         A DIFFERENT GROUP ON MSTXREF          *
RWK017*****************************************************************
RWK017 300000-PROCESS-DIVISION.


RWK017     IF EDIT-OK
RWK017         PERFORM 310000-FORMAT-DIVISION-TRX THRU 310000-EXIT
RWK036         MOVE PARENT-GROUP-NUMBER TO XREF-CHECK-GROUP
RWK036         PERFORM 219000-CHECK-MASTER-XREF THRU 219000-EXIT
RWK036     END-IF.
RWK036     IF EDIT-OK
RWK017         PERFORM 220000-WRITE-TRX THRU 220000-EXIT
RWK017     ELSE
RWK017         MOVE SPACES             TO REJECT-VCSTRX3-RC
RWK030*                  PLAN - MISSING PLAN CODE                     *
RWK030*                  VOL  - VOLUME NOT NUMERIC                    *
RWK030*                  PREM - PREMIUM NOT NUMERIC OR ZERO           *
RWK036*                  MXID - THE PARENT'S MASTER-ID BELONGS TO     *
RWK036*                         A DIFFERENT GROUP ON MSTXREF          *
RWK030*****************************************************************
RWK030 350000-PROCESS-RATE.


RWK030     IF EDIT-OK
RWK030         PERFORM 360000-FORMAT-RATE-TRX THRU 360000-EXIT
RWK036         MOVE PARENT-GROUP-NUMBER TO XREF-CHECK-GROUP
RWK036         PERFORM 219000-CHECK-MASTER-XREF THRU 219000-EXIT
RWK036     END-IF.
RWK036     IF EDIT-OK
RWK030         PERFORM 220000-WRITE-TRX THRU 220000-EXIT
RWK030     ELSE
RWK030         MOVE SPACES             TO REJECT-VCSTRX3-RC
RWK019 860000-EXIT.
RWK019     EXIT.

RWK041*****************************************************************
RWK041*    865000-WRITE-RATE-HISTORY - LOG THE PA TRANSACTION JUST    *
RWK041*    WRITTEN FOR THIS RATE RECORD ON THE RATE HISTORY.          *
RWK041*****************************************************************
RWK041 865000-WRITE-RATE-HISTORY.

RWK041     IF RPT-RUN-DATE = ZERO
RWK041         ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
RWK041     END-IF.
RWK041     MOVE SPACES                 TO RATEHIST-DATA.
RWK041     MOVE PASS-RUN-ID          IN PASS-AREA
RWK041       TO RATH-RUN-ID.
RWK041     MOVE RUN-COMPANY-CODE       TO RATH-COMPANY-CODE.
RWK041     MOVE PARENT-GROUP-NUMBER    TO RATH-GROUP-NUMBER.
RWK041     MOVE RTE-PLAN-CODE          IN RATE-DETAIL-REC
RWK041       TO RATH-PLAN-CODE.
RWK041     MOVE RTE-VOLUME-AMOUNT      IN RATE-DETAIL-REC
RWK041       TO RATH-VOLUME-AMOUNT.
RWK041     MOVE RTE-PREMIUM-AMOUNT     IN RATE-DETAIL-REC
RWK041       TO RATH-PREMIUM-AMOUNT.
RWK041     MOVE RPT-RUN-DATE           TO RATH-WRITE-DATE.
RWK041     MOVE 'W'                    TO RATH-ENTRY-TYPE.
RWK041     MOVE LENGTH OF RATEHIST-RECORD
RWK041       TO RECORD-LENGTH-FULL.
RWK041     MOVE RECORD-LENGTH-HALF
RWK041       TO RDW-LENGTH             IN RATEHIST-RECORD.
RWK041     MOVE SPACES
RWK041       TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
RWK041     COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
RWK041            = RDW-LENGTH        IN RATEHIST-RECORD - 4.
RWK041     SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
RWK041       TO TRUE.

RWK041     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK041                                 RATEHIST-FIELDS.

RWK041 865000-EXIT.
RWK041     EXIT.

RWK020*****************************************************************
RWK020*    870000-WRITE-AUDIT - ONE AUDIT TRAIL RECORD PER RECORD     *
RWK020*    PROCESSED: RUN IDENTIFICATION, GROUP, DISPOSITION          *

RWK033     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK033                                 RUNSTAT-FIELDS.
RWK040     PERFORM 898000-WRITE-RUN-HISTORY THRU 898000-EXIT.

RWK034 896000-EXIT.
RWK034     EXIT.

RWK040*****************************************************************
RWK040*    898000-WRITE-RUN-HISTORY - FILE THE STATUS RECORD JUST     *
RWK040*    WRITTEN ON THE RUN HISTORY FILE UNDER ITS RUN ID AND       *
RWK040*    COMPANY.  THE DATE AND TIME ARE TAKEN ONCE, SO EVERY       *
RWK040*    RECORD OF A MULTI-COMPANY RUN CARRIES THE SAME STAMP.      *
RWK040*****************************************************************
RWK040 898000-WRITE-RUN-HISTORY.

RWK040     IF RPT-RUN-DATE = ZERO
RWK040         ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
RWK040     END-IF.
RWK040     IF HIST-STAMP-TIME = ZERO
RWK040         ACCEPT HIST-STAMP-TIME FROM TIME
RWK040     END-IF.
RWK040     MOVE SPACES                 TO RUNHIST-DATA.
RWK040     MOVE STAT-RUN-ID            TO HIST-RUN-ID.
RWK040     MOVE STAT-COMPANY-CODE      TO HIST-COMPANY-CODE.
RWK040     MOVE 'C'                    TO HIST-SOURCE-CODE.
RWK040     MOVE RPT-RUN-DATE           TO HIST-RUN-DATE.
RWK040     MOVE HIST-STAMP-HHMMSS      TO HIST-RUN-TIME.
RWK040     MOVE RUNSTAT-DATA           TO HIST-STATUS-IMAGE.
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

RWK040 898000-EXIT.
RWK040     EXIT.

RWK034*****************************************************************
RWK034*    897000-WRITE-COMPANY-STATUS - ONE STATUS RECORD FOR ONE   *
RWK034*    COMPANY SECTION OF A MULTI-COMPANY RUN.  ONLY THE COUNTS  *
RWK032             PERFORM 948000-WRITE-TOTAL-LINE THRU 948000-EXIT
RWK016         END-IF
RWK016     END-IF.
RWK036*    PRINTED LAST - A TERMINATION HELD FOR A COLLISION IS ONLY
RWK036*    FOUND WHILE THE DELTA BREAKDOWN ABOVE IS PRINTING.
RWK036     MOVE 'MASTER-ID COLLISIONS SUSPENDED/HELD'
RWK036       TO RPT-TOTAL-LABEL.
RWK036     MOVE CT-MASTER-COLLISION-COUNT TO RPT-TOTAL-VALUE.
RWK036     PERFORM 948000-WRITE-TOTAL-LINE THRU 948000-EXIT.
RWK036     IF CT-MASTER-COLLISION-COUNT > ZERO
RWK036         MOVE 'MASTER-ID COLLISIONS THIS RUN -'
RWK036           TO RPT-PRINT-LINE
RWK036         PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
RWK036         PERFORM 915000-PRINT-COLLISION THRU 915000-EXIT
RWK036             VARYING XREF-SUB FROM 1 BY 1
RWK036             UNTIL XREF-SUB > COLLISION-LIST-COUNT
RWK036         IF CT-MASTER-COLLISION-COUNT > COLLISION-LIST-COUNT
RWK036             MOVE '  (LIST TRUNCATED AT'
RWK036               TO RPT-TOTAL-LABEL
RWK036             MOVE COLLISION-LIST-MAX TO RPT-TOTAL-VALUE
RWK036             PERFORM 948000-WRITE-TOTAL-LINE THRU 948000-EXIT
RWK036         END-IF
RWK036     END-IF.

RWK002 900000-EXIT.
RWK002     EXIT.
RWK016 910000-EXIT.
RWK016     EXIT.

RWK036 915000-PRINT-COLLISION.

RWK036     MOVE '  MASTER-ID COLLISION'
RWK036       TO RPT-GROUP-LABEL.
RWK036     MOVE COLLISION-GROUP (XREF-SUB)
RWK036       TO RPT-GROUP-NUMBER.
RWK036     MOVE COLLISION-TRX-CODE (XREF-SUB)
RWK036       TO RPT-GROUP-EXTRA (1:4).
RWK036     MOVE 'MASTER-ID BELONGS TO GROUP '
RWK036       TO RPT-GROUP-EXTRA (6:27).
RWK036     MOVE COLLISION-OWNER (XREF-SUB)
RWK036       TO RPT-GROUP-EXTRA (33:10).
RWK036     MOVE RPT-GROUP-LINE         TO RPT-PRINT-LINE.
RWK036     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
RWK036     MOVE SPACES                 TO RPT-GROUP-EXTRA.

RWK036 915000-EXIT.
RWK036     EXIT.

RWK034*****************************************************************
RWK034*    905000-PRINT-COMPANY-TOTALS - THE PER-COMPANY BREAKDOWN   *
RWK034*    OF A MULTI-COMPANY RUN: ONE LINE PER COMPANY SECTION      *
RWK029*    MASTER.  A VCSTRX3 REJECT HERE HAS NO INBOUND RECORD TO    *
RWK029*    SUSPEND - IT IS COUNTED AND NAMED SO OPS CAN RERUN THE     *
RWK029*    APPROVAL NEXT CYCLE.                                       *
RWK036*    A DROPPED GROUP WHOSE MASTER-ID BELONGS TO A DIFFERENT     *
RWK036*    GROUP ON MSTXREF IS HELD - THE DD WOULD TERMINATE THE      *
RWK036*    OTHER GROUP'S ADMIN MASTER RECORD.                         *
RWK029*****************************************************************
RWK029 940000-WRITE-TERM-TRX.

RWK029     MOVE EFFECTIVE-DATE         IN DA-TRX-REC
RWK029       TO TRX-DATE               IN DA-TRX-REC.

RWK036     MOVE SNAP-KEY-GROUP (SNAP-SUB)
RWK036       TO XREF-CHECK-GROUP.
RWK036     PERFORM 219000-CHECK-MASTER-XREF THRU 219000-EXIT.
RWK036     IF XREF-KEY-COLLISION
RWK036         MOVE '  TERMINATION HELD'   TO RPT-GROUP-LABEL
RWK036         MOVE SNAP-KEY-GROUP (SNAP-SUB)
RWK036           TO RPT-GROUP-NUMBER
RWK036         MOVE 'MASTER-ID BELONGS TO GROUP '
RWK036           TO RPT-GROUP-EXTRA (1:27)
RWK036         MOVE XREF-OWNER-GROUP   TO RPT-GROUP-EXTRA (28:10)
RWK036         MOVE RPT-GROUP-LINE     TO RPT-PRINT-LINE
RWK036         PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
RWK036         MOVE SPACES             TO RPT-GROUP-EXTRA
RWK036         GO TO 940000-EXIT
RWK036     END-IF.

RWK029     MOVE SPACES
RWK029       TO RESULTS-CODE     IN    VCSTRX3-COMM-AREA.
RWK029     COMPUTE TRX-LENGTH    IN    VCSTRX3-COMM-AREA
