       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTREVR.

      *TITLE.         Run reversal (back-out) from the audit trail!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK037* RWK037 RWALLING 2026 NEW PROGRAM.  BACKS OUT ONE CONVERSION   *
RWK037*                      RUN, NAMED BY RUN ID ON THE REVREQ       *
RWK037*                      CARD, FROM ITS AUDIT TRAIL RECORDS: A DD *
RWK037*                      TERMINATION FOR EVERY DA ADD, A DC       *
RWK037*                      RESTORING THE PRIOR IMAGE FOR EVERY DC   *
RWK037*                      CHANGE, AND AN OFFSETTING PA FOR EVERY   *
RWK037*                      PA PREMIUM TRANSACTION, ALL THROUGH      *
RWK037*                      VCSTRX3.  REVERSED ADDS ARE QUEUED ON    *
RWK037*                      CNVMPURG, THE SNAPSHOT IS REBUILT        *
RWK037*                      WITHOUT THE REVERSED GROUPS, AND THE     *
RWK037*                      REVERSAL REPORT TIES ITS COUNTS AND      *
RWK037*                      PREMIUM DOLLARS BACK TO THE ORIGINAL     *
RWK037*                      RUN'S CONVRPT.                           *
RWK041* RWK041 RWALLING 2026 EVERY PA OFFSET VCSTRX3 ACCEPTS IS       *
RWK041*                      LOGGED ON RATEHIST AS A REVERSED ENTRY   *
RWK041*                      UNDER THE ORIGINAL RUN ID, SO CNVTPVAR   *
RWK041*                      BACKS THE RUN'S RATES OUT OF THE GROUP'S *
RWK041*                      RATE HISTORY.                            *
RWK046* RWK046 RWALLING 2026 A RESTARTED RUN IS BACKED OUT WITH EVERY *
RWK046*                      RUN OF ITS RESTART CHAIN FROM THE RUN    *
RWK046*                      CONTROL FILE.  EACH REVERSAL IS FILED ON *
RWK046*                      THE RUN HISTORY FILE (SOURCE X) AND A    *
RWK046*                      CARD FOR A RUN ALREADY REVERSED IS       *
RWK046*                      REFUSED.  THE SNAPSHOT IS COPIED THROUGH *
RWK046*                      TO NEWSNAP EVEN WHEN NOTHING IS          *
RWK046*                      REVERSED.                                *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        WHEN A RUN GOES OUT WITH A BAD EXTRACT OR BAD DCOLL
      *        DAYS, THIS PROGRAM TAKES THE RUN BACK OFF THE ADMIN
      *        SYSTEM INSTEAD OF OPS HAND-KEYING CORRECTIONS.  EVERY
      *        AUDIT RECORD THE RUN WROTE WITH DISPOSITION W CARRIES
      *        THE TRANSACTION EXACTLY AS IT WENT TO VCSTRX3 (THE
      *        AFTER IMAGE), AND EACH ONE IS ANSWERED BY ITS OPPOSITE:
      *
      *          DA ADD    - DD TERMINATION UNDER THE SAME MASTER-ID
      *                      AND DIRECTORY-ID, EFFECTIVE THE DATE THE
      *                      ADD WAS, SO THE GROUP (OR DIVISION) NEVER
      *                      BILLS.  A PARENT ADD IS ALSO QUEUED ON
      *                      CNVMPURG FOR CNVTMAST TO TAKE OFF THE
      *                      CONVERTED-GROUPS MASTER.
      *          DC CHANGE - DC CARRYING THE TRANSACTION THE ADMIN
      *                      SYSTEM HELD BEFORE THE RUN: THE LATEST
      *                      DA OR DC WRITTEN FOR THE SAME GROUP AND
      *                      DIVISION BY AN EARLIER RUN.  THE AUDIT
      *                      RECORD'S OWN BEFORE IMAGE IS THE INBOUND
      *                      EXTRACT RECORD - THE VERY CHANGE BEING
      *                      BACKED OUT - SO IT CANNOT SERVE.  AUDIT
      *                      IMAGES CARRY THE TIN MASKED; THE TIN IS
      *                      RESTORED FROM THE CONVERTED-GROUPS
      *                      MASTER.
      *          PA        - THE SAME PA FLAGGED AS A REVERSAL, WHICH
      *                      THE ADMIN SYSTEM POSTS AS A CREDIT.
      *
      *        THE OFFSETTING PA TRANSACTIONS GO FIRST, AS THE RUN'S
      *        AUDIT RECORDS ARE READ; THE DC RESTORES GO NEXT, ONCE
      *        THE AUDIT HISTORY AHEAD OF THE RUN HAS BEEN SEARCHED
      *        FOR THEIR PRIOR IMAGES; THE DD TERMINATIONS GO LAST,
      *        IN THE REVERSE OF THE ORDER THE ADDS WERE WRITTEN, SO
      *        DIVISIONS COME OFF BEFORE THEIR PARENT AND NO PREMIUM
      *        IS EVER CREDITED TO A MASTER THAT IS ALREADY GONE.
      *
      *        EVERY GROUP WITH A REVERSAL ACCEPTED BY VCSTRX3 IS LEFT
      *        OFF THE REBUILT SNAPSHOT, SO THE NEXT DELTA RUN SEES IT
      *        AS NEW AND SENDS IT AGAIN FROM A CORRECTED EXTRACT.  A
      *        REVERSAL VCSTRX3 REJECTS IS LISTED AND COUNTED BUT
      *        DOES NOT STOP THE REST.  TERMINATIONS THE RUN SENT
      *        (TERMINATION MODE) ARE NOT ON THE AUDIT TRAIL AND ARE
      *        NOT REVERSED HERE.
RWK046*
RWK046*        A RUN THAT ABENDED AND WAS RESTARTED SENT ITS BOOK
RWK046*        PARTLY UNDER ITS OWN RUN ID AND PARTLY UNDER THE
RWK046*        RESTART'S.  THE CARD MAY NAME ANY RUN OF SUCH A RESTART
RWK046*        CHAIN, AS THE RUN CONTROL FILE RECORDS IT; THE WHOLE
RWK046*        CHAIN IS BACKED OUT TOGETHER AND THE ORIGINAL-RUN
RWK046*        FIGURES ARE THE CHAIN'S.  THE AUDIT HISTORY SEARCHED FOR
RWK046*        PRIOR IMAGES ENDS AT THE FIRST RECORD OF ANY RUN OF THE
RWK046*        CHAIN.
RWK046*
RWK046*        EVERY REVERSAL IS FILED ON THE RUN HISTORY FILE UNDER
RWK046*        SOURCE X, ONE RECORD PER RUN OF THE CHAIN, UNDER THE
RWK046*        CARD'S COMPANY ('ALL' WHEN THE CARD NAMES NONE).  A CARD
RWK046*        FOR A RUN ALREADY FILED AS REVERSED - FOR THE SAME
RWK046*        COMPANY, FOR ALL COMPANIES, OR ON A CARD NAMING NO
RWK046*        COMPANY FOR ANY COMPANY - IS LISTED AND NOTHING IS
RWK046*        REVERSED.  A SECOND PASS WOULD TERMINATE GROUPS THE
RWK046*        FIRST LEFT TO BE SENT AGAIN AND CREDIT THE PREMIUM
RWK046*        TWICE.
      *
      *    INPUTS.
      *        REVREQ   - REVERSAL REQUEST CARD: THE RUN ID TO BACK
      *                   OUT AND AN OPTIONAL COMPANY CODE (SPACES
      *                   REVERSE EVERY COMPANY ON A MULTI-COMPANY
      *                   RUN)
      *        AUDITTRL - AUDIT TRAIL FILE FROM CNVTDA
      *        AUDPRIOR - THE AUDIT HISTORY AHEAD OF THE RUN: THE
      *                   AUDIT TRAIL AGAIN, WITH ANY ARCHIVE
      *                   GENERATIONS CONCATENATED IN FRONT OF IT
      *        CNVMAST  - CONVERTED-GROUPS MASTER (READ BY KEY)
      *        SNAPSHOT - THE SNAPSHOT THE NEXT DELTA RUN WOULD READ
RWK046*        RUNCTL   - RUN CONTROL FILE FROM CNVTRCTL (RESTARTS)
RWK046*        RUNHIST  - RUN HISTORY FILE (EARLIER REVERSALS)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSTRX3, VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - VCSTRX3 REVERSAL TRANSACTIONS (DD/DC/PA)
      *              CNVMPURG (REVERSED ADDS QUEUED FOR PURGE)
      *              NEWSNAP  (SNAPSHOT LESS THE REVERSED GROUPS)
      *              REVRPT   (RUN REVERSAL REPORT)
RWK041*              RATEHIST (REVERSED PA ENTRIES, APPENDED)
RWK046*              RUNHIST  (REVERSAL RECORDS, SOURCE X)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTREVR WORKING STORAGE STARTS HERE ***'.

       01  TRX-WORK-AREA.              COPY CIUAX001 SUPPRESS.
       01  DA-TRX-REC REDEFINES        TRX-WORK-AREA.
                                       COPY CIUAXDA1 SUPPRESS.
       01  PA-TRX-REC REDEFINES        TRX-WORK-AREA.
                                       COPY CIUAXPA1 SUPPRESS.
       01  PRIOR-TRX-AREA.             COPY CIUAX001 SUPPRESS.
       01  PRIOR-DA-REC REDEFINES      PRIOR-TRX-AREA.
                                       COPY CIUAXDA1 SUPPRESS.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  VCSTRX3-COMM-AREA.          COPY CVCSTRX3 SUPPRESS.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    REVERSAL REQUEST CARD.  ONE RECORD: THE RUN TO BACK OUT    *
      *    AND, OPTIONALLY, THE ONE COMPANY OF A MULTI-COMPANY RUN    *
      *    TO BACK OUT.                                               *
      *****************************************************************
       01  REQUEST-FIELDS.
           05  REQUEST-FILENAME              PIC X(8)  VALUE 'REVREQ'.
           05  REQUEST-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  REQUEST-DATA.
                   15  REQ-RUN-ID            PIC X(08).
                   15  REQ-COMPANY-CODE      PIC X(03).

      *****************************************************************
      *    AUDIT TRAIL RECORD AS WRITTEN BY 870000-WRITE-AUDIT IN     *
      *    CNVTDA, READ TWICE: AUDITTRL FOR THE RUN BEING REVERSED,   *
      *    AUDPRIOR FOR THE HISTORY AHEAD OF IT.  BOTH LAYOUTS MUST   *
      *    STAY IN STEP WITH THE AUDIT-RECORD IN THAT PROGRAM.        *
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
       01  PRIOR-FIELDS.
           05  PRIOR-FILENAME                PIC X(8)  VALUE 'AUDPRIOR'.
           05  PRIOR-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  PRIOR-DATA.
                   15  PRIOR-RUN-ID          PIC X(08).
                   15  PRIOR-COMPANY-CODE    PIC X(03).
                   15  PRIOR-GROUP-NUMBER    PIC X(10).
                   15  PRIOR-DISPOSITION     PIC X(01).
                       88  PRIOR-WRITTEN           VALUE 'W'.
                   15  PRIOR-REASON-CODE     PIC X(04).
                   15  PRIOR-TRX-CODE        PIC X(04).
                   15  PRIOR-BEFORE-IMAGE    PIC X(242).
                   15  PRIOR-AFTER-IMAGE     PIC X(504).

      *****************************************************************
      *    CONVERTED-GROUPS MASTER, READ BY KEY FOR THE TIN A DC      *
      *    RESTORE CARRIES.  LAYOUT AS CNVTDA WRITES IT.              *
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
       01  MASTER-FOUND-SWITCH           PIC X(01).
           88  MASTER-RECORD-FOUND             VALUE 'Y'.

      *****************************************************************
      *    PURGE QUEUE (AS CNVTDA'S TERMINATION MODE WRITES IT) AND   *
      *    THE SNAPSHOT IN AND OUT.                                   *
      *****************************************************************
       01  CNVMPURG-FIELDS.
           05  CNVMPURG-FILENAME             PIC X(8)  VALUE 'CNVMPURG'.
           05  CNVMPURG-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  CNVMPURG-DATA.
                   15  PURGE-GROUP-NUMBER    PIC X(10).
       01  SNAPSHOT-FIELDS.
           05  SNAPSHOT-FILENAME             PIC X(8)  VALUE 'SNAPSHOT'.
           05  SNAPSHOT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  SNAPSHOT-DATA.
                   15  SNAP-GROUP-NUMBER     PIC X(10).
                   15  SNAP-BILLING-REC      PIC X(242).
       01  NEWSNAP-FIELDS.
           05  NEWSNAP-FILENAME              PIC X(8)  VALUE 'NEWSNAP'.
           05  NEWSNAP-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  NEWSNAP-DATA              PIC X(252).

RWK041*****************************************************************
RWK041*    RATE HISTORY LOG, AS CNVTDA WRITES IT.  AN OFFSET PA IS    *
RWK041*    LOGGED TYPE R UNDER THE RUN IT BACKS OUT.                  *
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

RWK046*****************************************************************
RWK046*    RUN HISTORY FILE.  LAYOUT AS 898000-WRITE-RUN-HISTORY IN   *
RWK046*    CNVTDA WRITES IT.  A REVERSAL IS FILED UNDER SOURCE X WITH *
RWK046*    REVERSAL-STATUS AS ITS STATUS IMAGE.                       *
RWK046*****************************************************************
RWK046 01  RUNHIST-FIELDS.
RWK046     05  RUNHIST-FILENAME              PIC X(8)  VALUE 'RUNHIST'.
RWK046     05  RUNHIST-RECORD.
RWK046         10  RDW-LENGTH                PIC S9(4) COMP.
RWK046         10  FILLER                    PIC X(02).
RWK046         10  RUNHIST-DATA.
RWK046             15  HIST-KEY.
RWK046                 20  HIST-RUN-ID       PIC X(08).
RWK046                 20  HIST-COMPANY-CODE PIC X(03).
RWK046                 20  HIST-SOURCE-CODE  PIC X(01).
RWK046                     88  HIST-REVERSAL-STATUS    VALUE 'X'.
RWK046             15  HIST-STAMP.
RWK046                 20  HIST-RUN-DATE     PIC 9(08).
RWK046                 20  HIST-RUN-TIME     PIC 9(06).
RWK046             15  HIST-STATUS-IMAGE     PIC X(250).
RWK046 01  HIST-STAMP-TIME.
RWK046     05  HIST-STAMP-HHMMSS         PIC 9(06) VALUE ZERO.
RWK046     05  FILLER                    PIC 9(02) VALUE ZERO.
RWK046 01  RUNHIST-EOF-SWITCH            PIC X(01).
RWK046     88  RUNHIST-END-OF-FILE             VALUE 'Y'.
RWK046 01  REVERSAL-STATUS.
RWK046     05  RVST-REQUEST-RUN-ID       PIC X(08).
RWK046     05  RVST-REQUEST-COMPANY      PIC X(03).
RWK046     05  RVST-CHAIN-COUNT          PIC 9(03).
RWK046     05  RVST-AUDIT-COUNT          PIC 9(07).
RWK046     05  RVST-ADD-COUNT            PIC 9(07).
RWK046     05  RVST-CHANGE-COUNT         PIC 9(07).
RWK046     05  RVST-DIVISION-COUNT       PIC 9(07).
RWK046     05  RVST-RATE-COUNT           PIC 9(07).
RWK046     05  RVST-PREMIUM-DOLLARS      PIC 9(13)V99.
RWK046     05  RVST-REJECT-COUNT         PIC 9(07).
RWK046     05  FILLER                    PIC X(179).
RWK046 01  RPT-REVERSED-DATE             PIC 9999/99/99.

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

      * ------- GROUP BILLING COPYBOOK (BEFORE-IMAGE WORK COPY)
       COPY DTLGRPBL.

      *****************************************************************
      *    DC CHANGES TO RESTORE, ONE ENTRY PER COMPANY, GROUP AND    *
      *    DIVISION (SPACES FOR THE PARENT), KEPT IN KEY ORDER        *
      *    (BINARY INSERT) SO THE PASS OVER THE AUDIT HISTORY IS A    *
      *    BINARY SEARCH PER RECORD.  EACH ENTRY COLLECTS THE LATEST  *
      *    DA OR DC THE HISTORY HOLDS FOR ITS KEY.                    *
      *****************************************************************
       01  CHG-TABLE-MAX                 PIC S9(7) COMP VALUE +20000.
       01  CHG-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  CHANGE-TABLE.
           05  CHG-ENTRY                 OCCURS 20000 TIMES.
               10  CHG-KEY.
                   15  CHG-COMPANY-CODE  PIC X(03).
                   15  CHG-GROUP-NUMBER  PIC X(10).
                   15  CHG-DIVISION      PIC X(03).
               10  CHG-DIVISION-SW       PIC X(01).
                   88  CHG-DIVISION-TRX        VALUE 'Y'.
               10  CHG-IMAGE-SW          PIC X(01).
                   88  CHG-IMAGE-FOUND         VALUE 'Y'.
               10  CHG-IMAGE             PIC X(504).
       01  CHG-SEARCH-KEY.
           05  CHG-SEARCH-COMPANY        PIC X(03).
           05  CHG-SEARCH-GROUP          PIC X(10).
           05  CHG-SEARCH-DIVISION       PIC X(03).
       01  CHG-SUB                       PIC S9(7) COMP.
       01  CHG-LO-SUB                    PIC S9(7) COMP.
       01  CHG-HI-SUB                    PIC S9(7) COMP.
       01  CHG-MID-SUB                   PIC S9(7) COMP.
       01  CHG-INSERT-SUB                PIC S9(7) COMP.
       01  CHG-FOUND-SWITCH              PIC X(01).
           88  CHG-ENTRY-FOUND                 VALUE 'Y'.

      *****************************************************************
      *    DA ADDS TO TERMINATE, IN THE ORDER THE RUN WROTE THEM -    *
      *    WORKED FROM THE BOTTOM UP SO DIVISIONS GO BEFORE PARENTS.  *
      *****************************************************************
       01  ADD-TABLE-MAX                 PIC S9(7) COMP VALUE +100000.
       01  ADD-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  ADD-TABLE.
           05  ADD-ENTRY                 OCCURS 100000 TIMES.
               10  ADD-COMPANY-CODE      PIC X(03).
               10  ADD-GROUP-NUMBER      PIC X(10).
               10  ADD-DIVISION-SW       PIC X(01).
                   88  ADD-DIVISION-TRX        VALUE 'Y'.
               10  ADD-MASTER-ID         PIC X(15).
               10  ADD-DIRECTORY-ID      PIC X(15).
               10  ADD-ORIGINATOR-CODE   PIC X(08).
               10  ADD-EFFECTIVE-DATE    PIC X(08).
       01  ADD-SUB                       PIC S9(7) COMP.

      *****************************************************************
      *    GROUPS WITH AT LEAST ONE REVERSAL ACCEPTED, IN GROUP       *
      *    NUMBER ORDER (BINARY INSERT) - THE GROUPS LEFT OFF THE     *
      *    REBUILT SNAPSHOT.                                          *
      *****************************************************************
       01  RVG-TABLE-MAX                 PIC S9(7) COMP VALUE +200000.
       01  RVG-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  REVERSED-GROUP-TABLE.
           05  RVG-GROUP-NUMBER          PIC X(10) OCCURS 200000 TIMES.
       01  RVG-SEARCH-KEY                PIC X(10).
       01  RVG-SUB                       PIC S9(7) COMP.
       01  RVG-LO-SUB                    PIC S9(7) COMP.
       01  RVG-HI-SUB                    PIC S9(7) COMP.
       01  RVG-MID-SUB                   PIC S9(7) COMP.
       01  RVG-INSERT-SUB                PIC S9(7) COMP.
       01  RVG-FOUND-SWITCH              PIC X(01).
           88  RVG-ENTRY-FOUND                 VALUE 'Y'.

       01  REVERSAL-DATE                 PIC 9(08) VALUE ZERO.
       01  REQUEST-SWITCH                PIC X(01) VALUE 'N'.
           88  REQUEST-FOUND                   VALUE 'Y'.
       01  AUDIT-EOF-SWITCH              PIC X(01).
           88  AUDIT-END-OF-FILE               VALUE 'Y'.
       01  PRIOR-EOF-SWITCH              PIC X(01).
           88  PRIOR-END-OF-FILE               VALUE 'Y'.
       01  SNAPSHOT-EOF-SWITCH           PIC X(01).
           88  SNAPSHOT-END-OF-FILE            VALUE 'Y'.
       01  REVERSAL-LABEL                PIC X(24).
       01  REVERSAL-GROUP                PIC X(10).
       01  REVERSAL-DIVISION             PIC X(03).

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE, THE RUN BEING REVERSED AND PAGE  *
      *    NUMBER.                                                    *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'REVRPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTREVR'.
           05  FILLER                    PIC X(50) VALUE
               'CONVERSION RUN REVERSAL REPORT'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-HEADING-2.
           05  FILLER                    PIC X(16) VALUE
               'REVERSED RUN ID '.
           05  RPT-HDG-RUN-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'COMPANY '.
           05  RPT-HDG-COMPANY           PIC X(03).
           05  FILLER                    PIC X(95) VALUE SPACES.
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

      *****************************************************************
      *    REVERSAL TOTALS.  THE ORIGINAL-RUN FIGURES ARE COUNTED OFF *
      *    THE AUDIT TRAIL THE SAME WAY CNVTDA COUNTS ITS WRITES, SO  *
      *    THEY MATCH THE ORIGINAL RUN'S CONVRPT LINE FOR LINE; EACH  *
      *    ORIGINAL FIGURE EQUALS WHAT WAS REVERSED PLUS WHAT WAS     *
      *    NOT.                                                       *
      *****************************************************************
       01  REVERSAL-TOTALS                  COMP.
           05  AUDIT-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  RUN-AUDIT-COUNT              PIC S9(7) VALUE ZERO.
           05  PRIOR-READ-COUNT             PIC S9(7) VALUE ZERO.
           05  ORIG-PARENT-WRITE-COUNT      PIC S9(7) VALUE ZERO.
           05  ORIG-ADD-COUNT               PIC S9(7) VALUE ZERO.
           05  ORIG-CHANGE-COUNT            PIC S9(7) VALUE ZERO.
           05  ORIG-DIVISION-COUNT          PIC S9(7) VALUE ZERO.
           05  ORIG-RATE-COUNT              PIC S9(7) VALUE ZERO.
           05  ORIG-PREMIUM-DOLLARS         PIC S9(13)V99 VALUE ZERO.
           05  REV-ADD-COUNT                PIC S9(7) VALUE ZERO.
           05  REV-CHANGE-COUNT             PIC S9(7) VALUE ZERO.
           05  REV-DIVISION-COUNT           PIC S9(7) VALUE ZERO.
           05  REV-RATE-COUNT               PIC S9(7) VALUE ZERO.
           05  REV-PREMIUM-DOLLARS          PIC S9(13)V99 VALUE ZERO.
           05  REV-REJECT-COUNT             PIC S9(7) VALUE ZERO.
           05  NOT-RESTORED-COUNT           PIC S9(7) VALUE ZERO.
           05  NOT-OFFSET-DOLLARS           PIC S9(13)V99 VALUE ZERO.
           05  PURGE-QUEUED-COUNT           PIC S9(7) VALUE ZERO.
           05  SNAP-READ-COUNT              PIC S9(7) VALUE ZERO.
           05  SNAP-DROP-COUNT              PIC S9(7) VALUE ZERO.
           05  SNAP-WRITE-COUNT             PIC S9(7) VALUE ZERO.
RWK046     05  RUNHIST-READ-COUNT           PIC S9(7) VALUE ZERO.
RWK046     05  RUNHIST-WRITE-COUNT          PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTREVR WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-READ-REQUEST THRU 100000-EXIT.
RWK046     IF REQUEST-FOUND
RWK046         PERFORM 150000-LOAD-RESTARTS THRU 150000-EXIT
RWK046         MOVE REQ-RUN-ID         TO CHAIN-START-RUN-ID
RWK046         PERFORM 160000-BUILD-CHAIN THRU 160000-EXIT
RWK046         PERFORM 178000-LIST-CHAIN THRU 178000-EXIT
RWK046         PERFORM 180000-CHECK-REVERSED THRU 180000-EXIT
RWK046     END-IF.
           IF REQUEST-FOUND
               PERFORM 200000-SCAN-RUN THRU 200000-EXIT
               IF CHG-TABLE-COUNT > ZERO
                   PERFORM 300000-LOAD-PRIOR-IMAGES THRU 300000-EXIT
               END-IF
               PERFORM 400000-RESTORE-CHANGE THRU 400000-EXIT
                   VARYING CHG-SUB FROM 1 BY 1
                   UNTIL CHG-SUB > CHG-TABLE-COUNT
               PERFORM 500000-TERMINATE-ADD THRU 500000-EXIT
                   VARYING ADD-SUB FROM ADD-TABLE-COUNT BY -1
                   UNTIL ADD-SUB < 1
RWK046         IF RUN-AUDIT-COUNT > ZERO
RWK046             PERFORM 700000-FILE-REVERSAL THRU 700000-EXIT
RWK046         END-IF
           END-IF.
RWK046     PERFORM 600000-REBUILD-SNAPSHOT THRU 600000-EXIT.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-READ-REQUEST - THE REVERSAL REQUEST CARD.  WITH NO  *
      *    CARD, OR NO RUN ID ON IT, NOTHING IS REVERSED AND THE      *
      *    REPORT SAYS SO.                                            *
      *****************************************************************
       100000-READ-REQUEST.

           ACCEPT REVERSAL-DATE FROM DATE YYYYMMDD.
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
               MOVE 'NO REVERSAL REQUEST ON REVREQ - NOTHING REVERSED'
                 TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               GO TO 100000-EXIT
           END-IF.
           IF NOT QSAM-SUCCESSFUL     IN QSAM-COMM-AREA
               MOVE READ-ERROR         TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           IF REQ-RUN-ID = SPACES
               MOVE 'REVERSAL REQUEST HAS NO RUN ID - NOTHING REVERSED'
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

RWK046*****************************************************************
RWK046*    180000-CHECK-REVERSED - READ THE RUN HISTORY FILE FOR A    *
RWK046*    REVERSAL ALREADY FILED AGAINST ANY RUN OF THE CHAIN THAT   *
RWK046*    OVERLAPS THIS CARD'S COMPANY.  ONE FOUND IS LISTED AND     *
RWK046*    THE CARD IS REFUSED.                                       *
RWK046*****************************************************************
RWK046 180000-CHECK-REVERSED.

RWK046     MOVE 'N'                    TO RUNHIST-EOF-SWITCH.
RWK046     PERFORM 185000-READ-RUNHIST THRU 185000-EXIT.
RWK046     PERFORM 188000-TAKE-RUNHIST THRU 188000-EXIT
RWK046         UNTIL RUNHIST-END-OF-FILE.

RWK046 180000-EXIT.
RWK046     EXIT.

RWK046 185000-READ-RUNHIST.

RWK046     MOVE SPACES
RWK046       TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
RWK046     MOVE LENGTH OF RUNHIST-DATA
RWK046       TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
RWK046     SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
RWK046       TO TRUE.

RWK046     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK046                                 RUNHIST-FIELDS.

RWK046     IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
RWK046       OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
RWK046         MOVE 'Y'                TO RUNHIST-EOF-SWITCH
RWK046     ELSE
RWK046         IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
RWK046             MOVE READ-ERROR     TO VCSABEND-CODE
RWK046             PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
RWK046         END-IF
RWK046     END-IF.

RWK046 185000-EXIT.
RWK046     EXIT.

RWK046 188000-TAKE-RUNHIST.

RWK046     ADD 1                       TO RUNHIST-READ-COUNT.
RWK046     IF NOT HIST-REVERSAL-STATUS
RWK046         GO TO 188000-READ-NEXT
RWK046     END-IF.
RWK046     IF HIST-COMPANY-CODE NOT = 'ALL'
RWK046       AND REQ-COMPANY-CODE NOT = SPACES
RWK046       AND HIST-COMPANY-CODE NOT = REQ-COMPANY-CODE
RWK046         GO TO 188000-READ-NEXT
RWK046     END-IF.
RWK046     MOVE HIST-RUN-ID            TO CHAIN-SEARCH-RUN-ID.
RWK046     PERFORM 170000-FIND-CHAIN-RUN THRU 170000-EXIT.
RWK046     IF NOT CHAIN-RUN-FOUND
RWK046         GO TO 188000-READ-NEXT
RWK046     END-IF.
RWK046     MOVE 'N'                    TO REQUEST-SWITCH.
RWK046     MOVE HIST-RUN-DATE          TO RPT-REVERSED-DATE.
RWK046     MOVE SPACES                 TO RPT-PRINT-LINE.
RWK046     STRING 'RUN '                        DELIMITED BY SIZE
RWK046            HIST-RUN-ID                   DELIMITED BY SIZE
RWK046            ' COMPANY '                   DELIMITED BY SIZE
RWK046            HIST-COMPANY-CODE             DELIMITED BY SIZE
RWK046            ' WAS ALREADY REVERSED ON '   DELIMITED BY SIZE
RWK046            RPT-REVERSED-DATE             DELIMITED BY SIZE
RWK046            ' - NOTHING REVERSED'         DELIMITED BY SIZE
RWK046       INTO RPT-PRINT-LINE.
RWK046     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

RWK046 188000-READ-NEXT.
RWK046     PERFORM 185000-READ-RUNHIST THRU 185000-EXIT.

RWK046 188000-EXIT.
RWK046     EXIT.

      *****************************************************************
      *    200000-SCAN-RUN - READ THE AUDIT TRAIL THROUGH ONCE AND    *
      *    ANSWER EVERY TRANSACTION THE RUN WROTE: PA OFFSETS GO OUT  *
      *    ON THE SPOT, DC CHANGES AND DA ADDS ARE TABLED FOR LATER.  *
      *****************************************************************
       200000-SCAN-RUN.

           MOVE 'N'                    TO AUDIT-EOF-SWITCH.
           PERFORM 210000-READ-AUDIT THRU 210000-EXIT.
           PERFORM 220000-SELECT-RUN-RECORD THRU 220000-EXIT
               UNTIL AUDIT-END-OF-FILE.
           IF RUN-AUDIT-COUNT = ZERO
               MOVE 'NO AUDIT RECORDS FOUND FOR THE RUN - NOTHING '
                 TO RPT-PRINT-LINE (1:46)
               MOVE 'REVERSED'         TO RPT-PRINT-LINE (47:8)
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
           END-IF.

       200000-EXIT.
           EXIT.

       210000-READ-AUDIT.

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

       210000-EXIT.
           EXIT.

       220000-SELECT-RUN-RECORD.

           ADD 1                       TO AUDIT-READ-COUNT.
RWK046     MOVE AUDIT-RUN-ID           TO CHAIN-SEARCH-RUN-ID.
RWK046     PERFORM 170000-FIND-CHAIN-RUN THRU 170000-EXIT.
RWK046     IF CHAIN-RUN-FOUND
             AND (REQ-COMPANY-CODE = SPACES
               OR AUDIT-COMPANY-CODE = REQ-COMPANY-CODE)
               ADD 1                   TO RUN-AUDIT-COUNT
               IF AUDIT-WRITTEN
                   MOVE AUDIT-BEFORE-IMAGE TO GROUP-BILLING-REC
                   MOVE AUDIT-AFTER-IMAGE  TO TRX-WORK-AREA
                   IF AUDIT-TRX-CODE = 'DA  '
                       PERFORM 230000-TABLE-ADD THRU 230000-EXIT
                   ELSE
                     IF AUDIT-TRX-CODE = 'DC  '
                       PERFORM 240000-TABLE-CHANGE THRU 240000-EXIT
                     ELSE
                       IF AUDIT-TRX-CODE = 'PA  '
                         PERFORM 250000-OFFSET-PREMIUM
                             THRU 250000-EXIT
                       END-IF
                     END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 210000-READ-AUDIT THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

      *****************************************************************
      *    230000-TABLE-ADD - HOLD A DA ADD FOR ITS DD TERMINATION.   *
      *****************************************************************
       230000-TABLE-ADD.

           IF DTL-DIVISION
               ADD 1                   TO ORIG-DIVISION-COUNT
           ELSE
               ADD 1                   TO ORIG-PARENT-WRITE-COUNT
                                          ORIG-ADD-COUNT
           END-IF.
           IF ADD-TABLE-COUNT NOT < ADD-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           ADD 1                       TO ADD-TABLE-COUNT.
           MOVE AUDIT-COMPANY-CODE
             TO ADD-COMPANY-CODE (ADD-TABLE-COUNT).
           MOVE AUDIT-GROUP-NUMBER
             TO ADD-GROUP-NUMBER (ADD-TABLE-COUNT).
           IF DTL-DIVISION
               MOVE 'Y'   TO ADD-DIVISION-SW (ADD-TABLE-COUNT)
           ELSE
               MOVE 'N'   TO ADD-DIVISION-SW (ADD-TABLE-COUNT)
           END-IF.
           MOVE MASTER-ID              IN DA-TRX-REC
             TO ADD-MASTER-ID (ADD-TABLE-COUNT).
           MOVE DIRECTORY-ID           IN DA-TRX-REC
             TO ADD-DIRECTORY-ID (ADD-TABLE-COUNT).
           MOVE ORIGINATOR-CODE        IN DA-TRX-REC
             TO ADD-ORIGINATOR-CODE (ADD-TABLE-COUNT).
           MOVE EFFECTIVE-DATE         IN DA-TRX-REC
             TO ADD-EFFECTIVE-DATE (ADD-TABLE-COUNT).

       230000-EXIT.
           EXIT.

      *****************************************************************
      *    240000-TABLE-CHANGE - HOLD A DC CHANGE UNTIL ITS PRIOR     *
      *    IMAGE HAS BEEN FOUND.  THE DIVISION NUMBER A CHILD DC      *
      *    CARRIES IN BYTES 1-3 OF ITS DIRECTORY-ID (SPACES ON THE    *
      *    PARENT'S) KEEPS EACH DIVISION'S RESTORE SEPARATE.          *
      *****************************************************************
       240000-TABLE-CHANGE.

           IF DTL-DIVISION
               ADD 1                   TO ORIG-DIVISION-COUNT
           ELSE
               ADD 1                   TO ORIG-PARENT-WRITE-COUNT
                                          ORIG-CHANGE-COUNT
           END-IF.
           MOVE AUDIT-COMPANY-CODE     TO CHG-SEARCH-COMPANY.
           MOVE AUDIT-GROUP-NUMBER     TO CHG-SEARCH-GROUP.
           MOVE DIRECTORY-ID           IN DA-TRX-REC (1:3)
             TO CHG-SEARCH-DIVISION.
           PERFORM 245000-BSEARCH-CHANGE THRU 245000-EXIT.
           IF CHG-ENTRY-FOUND
               GO TO 240000-EXIT
           END-IF.
           IF CHG-TABLE-COUNT NOT < CHG-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           PERFORM 248000-SHIFT-CHANGE THRU 248000-EXIT
               VARYING CHG-SUB FROM CHG-TABLE-COUNT BY -1
               UNTIL CHG-SUB < CHG-INSERT-SUB.
           ADD 1                       TO CHG-TABLE-COUNT.
           MOVE CHG-SEARCH-KEY         TO CHG-KEY (CHG-INSERT-SUB).
           IF DTL-DIVISION
               MOVE 'Y'   TO CHG-DIVISION-SW (CHG-INSERT-SUB)
           ELSE
               MOVE 'N'   TO CHG-DIVISION-SW (CHG-INSERT-SUB)
           END-IF.
           MOVE 'N'       TO CHG-IMAGE-SW (CHG-INSERT-SUB).
           MOVE SPACES    TO CHG-IMAGE (CHG-INSERT-SUB).

       240000-EXIT.
           EXIT.

      *****************************************************************
      *    245000-BSEARCH-CHANGE - BINARY SEARCH OF THE CHANGE TABLE  *
      *    FOR CHG-SEARCH-KEY.  WHEN NOT FOUND, CHG-INSERT-SUB IS     *
      *    WHERE THE KEY BELONGS.                                     *
      *****************************************************************
       245000-BSEARCH-CHANGE.

           MOVE 'N'                    TO CHG-FOUND-SWITCH.
           MOVE 1                      TO CHG-LO-SUB.
           MOVE CHG-TABLE-COUNT        TO CHG-HI-SUB.
           PERFORM 246000-BSEARCH-CHANGE-STEP THRU 246000-EXIT
               UNTIL CHG-LO-SUB > CHG-HI-SUB
                  OR CHG-ENTRY-FOUND.
           MOVE CHG-LO-SUB             TO CHG-INSERT-SUB.

       245000-EXIT.
           EXIT.

       246000-BSEARCH-CHANGE-STEP.

           COMPUTE CHG-MID-SUB = (CHG-LO-SUB + CHG-HI-SUB) / 2.
           IF CHG-KEY (CHG-MID-SUB) = CHG-SEARCH-KEY
               MOVE 'Y'                TO CHG-FOUND-SWITCH
               MOVE CHG-MID-SUB        TO CHG-SUB
           ELSE
               IF CHG-SEARCH-KEY < CHG-KEY (CHG-MID-SUB)
                   COMPUTE CHG-HI-SUB = CHG-MID-SUB - 1
               ELSE
                   COMPUTE CHG-LO-SUB = CHG-MID-SUB + 1
               END-IF
           END-IF.

       246000-EXIT.
           EXIT.

       248000-SHIFT-CHANGE.

           MOVE CHG-ENTRY (CHG-SUB)    TO CHG-ENTRY (CHG-SUB + 1).

       248000-EXIT.
           EXIT.

      *****************************************************************
      *    250000-OFFSET-PREMIUM - SEND THE PA BACK FLAGGED AS A      *
      *    REVERSAL.  PLAN, VOLUME, PREMIUM AND EFFECTIVE DATE ARE    *
      *    THE ORIGINAL'S, SO THE CREDIT LANDS EXACTLY WHERE THE      *
      *    CHARGE DID; THE TRANSACTION DATE IS TODAY'S.               *
      *****************************************************************
       250000-OFFSET-PREMIUM.

           ADD 1                       TO ORIG-RATE-COUNT.
           ADD PREMIUM-AMOUNT          IN PA-TRX-REC
                                       TO ORIG-PREMIUM-DOLLARS.
           MOVE LENGTH OF      PA-TRX-REC
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN PA-TRX-REC.
           SET REVERSAL-TRX            IN PA-TRX-REC
             TO TRUE.
           MOVE REVERSAL-DATE
             TO TRX-DATE               IN PA-TRX-REC.
           PERFORM 800000-WRITE-TRX THRU 800000-EXIT.
           IF SUCCESSFUL              IN VCSTRX3-COMM-AREA
               ADD 1                   TO REV-RATE-COUNT
               ADD PREMIUM-AMOUNT      IN PA-TRX-REC
                                       TO REV-PREMIUM-DOLLARS
               MOVE AUDIT-GROUP-NUMBER TO RVG-SEARCH-KEY
               PERFORM 850000-TABLE-REVERSED-GROUP THRU 850000-EXIT
RWK041         PERFORM 880000-WRITE-RATE-HISTORY THRU 880000-EXIT
           ELSE
               ADD 1                   TO REV-REJECT-COUNT
               ADD PREMIUM-AMOUNT      IN PA-TRX-REC
                                       TO NOT-OFFSET-DOLLARS
               MOVE '  PA OFFSET REJECTED,' TO RPT-GROUP-LABEL
               MOVE AUDIT-GROUP-NUMBER TO RPT-GROUP-NUMBER
               MOVE 'PLAN '            TO RPT-GROUP-EXTRA (1:5)
               MOVE PLAN-CODE          IN PA-TRX-REC
                 TO RPT-GROUP-EXTRA (6:4)
               MOVE 'VCSTRX3 RC '      TO RPT-GROUP-EXTRA (11:11)
               MOVE RESULTS-CODE      IN VCSTRX3-COMM-AREA
                 TO RPT-GROUP-EXTRA (22:2)
               MOVE RPT-GROUP-LINE     TO RPT-PRINT-LINE
               PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT
               MOVE SPACES             TO RPT-GROUP-EXTRA
           END-IF.

       250000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-LOAD-PRIOR-IMAGES - READ THE AUDIT HISTORY AHEAD OF *
      *    THE RUN AND KEEP, FOR EVERY TABLED CHANGE, THE LAST DA OR  *
      *    DC WRITTEN FOR THE SAME COMPANY, GROUP AND DIVISION.  THE  *
      *    HISTORY IS IN RUN ORDER, SO THE READ STOPS AT THE FIRST    *
      *    RECORD OF THE RUN BEING REVERSED - NOTHING AFTER IT IS     *
      *    PRIOR.                                                     *
RWK046*    ANY RUN OF THE RESTART CHAIN ENDS THE READ.                *
      *****************************************************************
       300000-LOAD-PRIOR-IMAGES.

           MOVE 'N'                    TO PRIOR-EOF-SWITCH.
           PERFORM 310000-READ-PRIOR THRU 310000-EXIT.
           PERFORM 320000-CHECK-PRIOR-IMAGE THRU 320000-EXIT
               UNTIL PRIOR-END-OF-FILE
RWK046            OR CHAIN-RUN-FOUND.

       300000-EXIT.
           EXIT.

       310000-READ-PRIOR.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF PRIOR-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       PRIOR-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO PRIOR-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
RWK046         MOVE PRIOR-RUN-ID       TO CHAIN-SEARCH-RUN-ID
RWK046         PERFORM 170000-FIND-CHAIN-RUN THRU 170000-EXIT
           END-IF.

       310000-EXIT.
           EXIT.

       320000-CHECK-PRIOR-IMAGE.

           ADD 1                       TO PRIOR-READ-COUNT.
           IF PRIOR-WRITTEN
             AND (PRIOR-TRX-CODE = 'DA  '
               OR PRIOR-TRX-CODE = 'DC  ')
               MOVE PRIOR-AFTER-IMAGE  TO PRIOR-TRX-AREA
               MOVE PRIOR-COMPANY-CODE TO CHG-SEARCH-COMPANY
               MOVE PRIOR-GROUP-NUMBER TO CHG-SEARCH-GROUP
               MOVE DIRECTORY-ID       IN PRIOR-DA-REC (1:3)
                 TO CHG-SEARCH-DIVISION
               PERFORM 245000-BSEARCH-CHANGE THRU 245000-EXIT
               IF CHG-ENTRY-FOUND
                   MOVE PRIOR-AFTER-IMAGE TO CHG-IMAGE (CHG-SUB)
                   MOVE 'Y'            TO CHG-IMAGE-SW (CHG-SUB)
               END-IF
           END-IF.
           PERFORM 310000-READ-PRIOR THRU 310000-EXIT.

       320000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-RESTORE-CHANGE - SEND ONE TABLED CHANGE BACK AS A   *
      *    DC CARRYING ITS PRIOR IMAGE, WITH THE TIN TAKEN FROM THE   *
      *    CONVERTED-GROUPS MASTER (A DIVISION CARRIES ITS PARENT'S   *
      *    TIN, AS 310000-FORMAT-DIVISION-TRX IN CNVTDA SETS IT).  A  *
      *    CHANGE WITH NO PRIOR IMAGE OR NO MASTER RECORD CANNOT BE   *
      *    RESTORED AND IS LISTED FOR OPS.                            *
      *****************************************************************
       400000-RESTORE-CHANGE.

           MOVE CHG-GROUP-NUMBER (CHG-SUB) TO REVERSAL-GROUP.
           MOVE CHG-DIVISION (CHG-SUB)     TO REVERSAL-DIVISION.
           IF NOT CHG-IMAGE-FOUND (CHG-SUB)
               ADD 1                   TO NOT-RESTORED-COUNT
               MOVE '  CHANGE NOT RESTORED,' TO REVERSAL-LABEL
               MOVE 'NO PRIOR DA/DC ON THE AUDIT HISTORY'
                 TO RPT-GROUP-EXTRA (1:35)
               PERFORM 870000-PRINT-REVERSAL-LINE THRU 870000-EXIT
               GO TO 400000-EXIT
           END-IF.
           MOVE CHG-GROUP-NUMBER (CHG-SUB) TO CNVMAST-GROUP-NUMBER.
           PERFORM 420000-READ-CNVMAST THRU 420000-EXIT.
           IF NOT MASTER-RECORD-FOUND
               ADD 1                   TO NOT-RESTORED-COUNT
               MOVE '  CHANGE NOT RESTORED,' TO REVERSAL-LABEL
               MOVE 'GROUP NOT ON CNVMAST - NO TIN TO RESTORE'
                 TO RPT-GROUP-EXTRA (1:40)
               PERFORM 870000-PRINT-REVERSAL-LINE THRU 870000-EXIT
               GO TO 400000-EXIT
           END-IF.

           MOVE CHG-IMAGE (CHG-SUB)    TO TRX-WORK-AREA.
           MOVE LENGTH OF      DA-TRX-REC
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN DA-TRX-REC.
           MOVE 'DC  '
             TO TRX-CODE               IN DA-TRX-REC.
           MOVE CNVMAST-TIN
             TO SOC-SEC-NO             IN DA-TRX-REC.
           MOVE REVERSAL-DATE
             TO TRX-DATE               IN DA-TRX-REC.
           PERFORM 800000-WRITE-TRX THRU 800000-EXIT.

           IF SUCCESSFUL              IN VCSTRX3-COMM-AREA
               IF CHG-DIVISION-TRX (CHG-SUB)
                   ADD 1               TO REV-DIVISION-COUNT
               ELSE
                   ADD 1               TO REV-CHANGE-COUNT
                   MOVE '  CHANGE RESTORED (DC)' TO REVERSAL-LABEL
                   PERFORM 870000-PRINT-REVERSAL-LINE THRU 870000-EXIT
               END-IF
               MOVE REVERSAL-GROUP     TO RVG-SEARCH-KEY
               PERFORM 850000-TABLE-REVERSED-GROUP THRU 850000-EXIT
           ELSE
               ADD 1                   TO REV-REJECT-COUNT
               MOVE '  DC RESTORE REJECTED,' TO REVERSAL-LABEL
               MOVE 'VCSTRX3 RC '      TO RPT-GROUP-EXTRA (1:11)
               MOVE RESULTS-CODE      IN VCSTRX3-COMM-AREA
                 TO RPT-GROUP-EXTRA (12:2)
               PERFORM 870000-PRINT-REVERSAL-LINE THRU 870000-EXIT
           END-IF.

       400000-EXIT.
           EXIT.

       420000-READ-CNVMAST.

           MOVE 'N'                    TO MASTER-FOUND-SWITCH.
           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF CNVMAST-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       CNVMAST-FIELDS.

           IF QSAM-SUCCESSFUL         IN QSAM-COMM-AREA
               MOVE 'Y'                TO MASTER-FOUND-SWITCH
           ELSE
               IF NOT QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       420000-EXIT.
           EXIT.

      *****************************************************************
      *    500000-TERMINATE-ADD - SEND A DD FOR ONE TABLED ADD, BUILT *
      *    THE WAY 940000-WRITE-TERM-TRX IN CNVTDA BUILDS ONE BUT     *
      *    UNDER THE ADD'S OWN MASTER-ID AND DIRECTORY-ID (SO A       *
      *    DIVISION ADD TERMINATES JUST THAT DIVISION) AND EFFECTIVE  *
      *    THE ADD'S OWN DATE.  A PARENT TERMINATED HERE IS QUEUED ON *
      *    CNVMPURG.                                                  *
      *****************************************************************
       500000-TERMINATE-ADD.

           MOVE ADD-GROUP-NUMBER (ADD-SUB) TO REVERSAL-GROUP.
           MOVE ADD-DIRECTORY-ID (ADD-SUB) (1:3)
             TO REVERSAL-DIVISION.
           MOVE SPACES                 TO DA-TRX-REC.
           INITIALIZE DA-TRX-REC.
           MOVE LENGTH OF      DA-TRX-REC
             TO RECORD-LENGTH-FULL.
           MOVE RECORD-LENGTH-HALF
             TO RDW-LENGTH             IN DA-TRX-REC.
           MOVE ADD-COMPANY-CODE (ADD-SUB)
             TO COMPANY-CODE           IN DA-TRX-REC.
           MOVE ADD-MASTER-ID (ADD-SUB)
             TO MASTER-ID              IN DA-TRX-REC.
           MOVE ADD-DIRECTORY-ID (ADD-SUB)
             TO DIRECTORY-ID           IN DA-TRX-REC.
           MOVE 'DD  '
             TO TRX-CODE               IN DA-TRX-REC.
           MOVE ADD-ORIGINATOR-CODE (ADD-SUB)
             TO ORIGINATOR-CODE        IN DA-TRX-REC.
           SET CASE-CLIENT             IN DA-TRX-REC
               TO TRUE.
           MOVE 'E'
             TO LANGUAGE-CODE          IN HEADER-INFO
                                       IN DA-TRX-REC
                LANGUAGE-CODE          IN TRX-INFO
                                       IN DA-TRX-REC.
           MOVE ADD-EFFECTIVE-DATE (ADD-SUB)
             TO EFFECTIVE-DATE         IN DA-TRX-REC.
           MOVE REVERSAL-DATE
             TO TRX-DATE               IN DA-TRX-REC.
           PERFORM 800000-WRITE-TRX THRU 800000-EXIT.

           IF SUCCESSFUL              IN VCSTRX3-COMM-AREA
               IF ADD-DIVISION-TRX (ADD-SUB)
                   ADD 1               TO REV-DIVISION-COUNT
               ELSE
                   ADD 1               TO REV-ADD-COUNT
                   MOVE '  ADD TERMINATED (DD)' TO REVERSAL-LABEL
                   PERFORM 870000-PRINT-REVERSAL-LINE THRU 870000-EXIT
                   PERFORM 860000-WRITE-CNVMPURG THRU 860000-EXIT
               END-IF
               MOVE REVERSAL-GROUP     TO RVG-SEARCH-KEY
               PERFORM 850000-TABLE-REVERSED-GROUP THRU 850000-EXIT
           ELSE
               ADD 1                   TO REV-REJECT-COUNT
               MOVE '  DD TERMINATION REJ,' TO REVERSAL-LABEL
               MOVE 'VCSTRX3 RC '      TO RPT-GROUP-EXTRA (1:11)
               MOVE RESULTS-CODE      IN VCSTRX3-COMM-AREA
                 TO RPT-GROUP-EXTRA (12:2)
               PERFORM 870000-PRINT-REVERSAL-LINE THRU 870000-EXIT
           END-IF.

       500000-EXIT.
           EXIT.

      *****************************************************************
      *    600000-REBUILD-SNAPSHOT - COPY THE SNAPSHOT TO NEWSNAP,    *
      *    LEAVING OFF EVERY GROUP WITH A REVERSAL ACCEPTED, SO THE   *
RWK046*    NEXT DELTA RUN TREATS THOSE GROUPS AS NEW.  RUN EVERY      *
RWK046*    TIME, SO A REFUSED OR MISSING CARD STILL PASSES THE        *
RWK046*    SNAPSHOT THROUGH UNCHANGED.                                *
      *****************************************************************
       600000-REBUILD-SNAPSHOT.

           MOVE 'N'                    TO SNAPSHOT-EOF-SWITCH.
           PERFORM 610000-READ-SNAPSHOT THRU 610000-EXIT.
           PERFORM 620000-COPY-SNAPSHOT THRU 620000-EXIT
               UNTIL SNAPSHOT-END-OF-FILE.

       600000-EXIT.
           EXIT.

       610000-READ-SNAPSHOT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF SNAPSHOT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       SNAPSHOT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
             OR QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
               MOVE 'Y'                TO SNAPSHOT-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       610000-EXIT.
           EXIT.

       620000-COPY-SNAPSHOT.

           ADD 1                       TO SNAP-READ-COUNT.
           MOVE SNAP-GROUP-NUMBER      TO RVG-SEARCH-KEY.
           PERFORM 855000-BSEARCH-REVERSED THRU 855000-EXIT.
           IF RVG-ENTRY-FOUND
               ADD 1                   TO SNAP-DROP-COUNT
           ELSE
               MOVE SNAPSHOT-DATA      TO NEWSNAP-DATA
               MOVE LENGTH OF NEWSNAP-RECORD
                 TO RECORD-LENGTH-FULL
               MOVE RECORD-LENGTH-HALF
                 TO RDW-LENGTH         IN NEWSNAP-RECORD
               MOVE SPACES
                 TO QSAM-RESULTS-CODE IN QSAM-COMM-AREA
               COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
                      = RDW-LENGTH    IN NEWSNAP-RECORD - 4
               SET QSAM-WRITE-OPERATION IN QSAM-COMM-AREA
                 TO TRUE
               CALL 'VCSQSAM'    USING QSAM-COMM-AREA
                                       NEWSNAP-FIELDS
               ADD 1                   TO SNAP-WRITE-COUNT
           END-IF.
           PERFORM 610000-READ-SNAPSHOT THRU 610000-EXIT.

       620000-EXIT.
           EXIT.

RWK046*****************************************************************
RWK046*    700000-FILE-REVERSAL - FILE THE REVERSAL ON THE RUN        *
RWK046*    HISTORY FILE, ONE SOURCE X RECORD PER RUN OF THE CHAIN,    *
RWK046*    UNDER THE CARD'S COMPANY ('ALL' FOR EVERY COMPANY).  THE   *
RWK046*    STATUS IMAGE CARRIES THE CARD AND WHAT WAS REVERSED.       *
RWK046*****************************************************************
RWK046 700000-FILE-REVERSAL.

RWK046     MOVE SPACES                 TO REVERSAL-STATUS.
RWK046     MOVE REQ-RUN-ID             TO RVST-REQUEST-RUN-ID.
RWK046     MOVE REQ-COMPANY-CODE       TO RVST-REQUEST-COMPANY.
RWK046     MOVE CHAIN-COUNT            TO RVST-CHAIN-COUNT.
RWK046     MOVE RUN-AUDIT-COUNT        TO RVST-AUDIT-COUNT.
RWK046     MOVE REV-ADD-COUNT          TO RVST-ADD-COUNT.
RWK046     MOVE REV-CHANGE-COUNT       TO RVST-CHANGE-COUNT.
RWK046     MOVE REV-DIVISION-COUNT     TO RVST-DIVISION-COUNT.
RWK046     MOVE REV-RATE-COUNT         TO RVST-RATE-COUNT.
RWK046     MOVE REV-PREMIUM-DOLLARS    TO RVST-PREMIUM-DOLLARS.
RWK046     MOVE REV-REJECT-COUNT       TO RVST-REJECT-COUNT.
RWK046     ACCEPT HIST-STAMP-TIME FROM TIME.
RWK046     PERFORM 710000-WRITE-RUN-HISTORY THRU 710000-EXIT
RWK046         VARYING CHN-SUB FROM 1 BY 1
RWK046         UNTIL CHN-SUB > CHAIN-COUNT.

RWK046 700000-EXIT.
RWK046     EXIT.

RWK046 710000-WRITE-RUN-HISTORY.

RWK046     MOVE SPACES                 TO RUNHIST-DATA.
RWK046     MOVE CHN-RUN-ID (CHN-SUB)   TO HIST-RUN-ID.
RWK046     IF REQ-COMPANY-CODE = SPACES
RWK046         MOVE 'ALL'              TO HIST-COMPANY-CODE
RWK046     ELSE
RWK046         MOVE REQ-COMPANY-CODE   TO HIST-COMPANY-CODE
RWK046     END-IF.
RWK046     MOVE 'X'                    TO HIST-SOURCE-CODE.
RWK046     MOVE REVERSAL-DATE          TO HIST-RUN-DATE.
RWK046     MOVE HIST-STAMP-HHMMSS      TO HIST-RUN-TIME.
RWK046     MOVE REVERSAL-STATUS        TO HIST-STATUS-IMAGE.
RWK046     MOVE LENGTH OF RUNHIST-RECORD
RWK046       TO RECORD-LENGTH-FULL.
RWK046     MOVE RECORD-LENGTH-HALF
RWK046       TO RDW-LENGTH             IN RUNHIST-RECORD.
RWK046     MOVE SPACES
RWK046       TO QSAM-RESULTS-CODE     IN QSAM-COMM-AREA.
RWK046     COMPUTE QSAM-RECORD-LENGTH IN QSAM-COMM-AREA
RWK046            = RDW-LENGTH        IN RUNHIST-RECORD - 4.
RWK046     SET QSAM-WRITE-OPERATION  IN QSAM-COMM-AREA
RWK046       TO TRUE.

RWK046     CALL 'VCSQSAM'        USING QSAM-COMM-AREA
RWK046                                 RUNHIST-FIELDS.
RWK046     ADD 1                       TO RUNHIST-WRITE-COUNT.

RWK046 710000-EXIT.
RWK046     EXIT.

      *****************************************************************
      *    800000-WRITE-TRX - SEND TRX-WORK-AREA TO VCSTRX3.  THE     *
      *    CALLER TESTS SUCCESSFUL IN VCSTRX3-COMM-AREA.              *
      *****************************************************************
       800000-WRITE-TRX.

           MOVE SPACES
             TO RESULTS-CODE     IN    VCSTRX3-COMM-AREA.
           COMPUTE TRX-LENGTH    IN    VCSTRX3-COMM-AREA
                 = RDW-LENGTH    IN    TRX-WORK-AREA - 4.
           SET WRITE-OPERATION   IN    VCSTRX3-COMM-AREA
            TO TRUE.

           CALL 'VCSTRX3'       USING VCSTRX3-COMM-AREA
                                       TRX-WORK-AREA.

       800000-EXIT.
           EXIT.

      *****************************************************************
      *    850000-TABLE-REVERSED-GROUP - ADD RVG-SEARCH-KEY TO THE    *
      *    REVERSED-GROUP TABLE IF IT IS NOT THERE ALREADY.           *
      *****************************************************************
       850000-TABLE-REVERSED-GROUP.

           PERFORM 855000-BSEARCH-REVERSED THRU 855000-EXIT.
           IF RVG-ENTRY-FOUND
               GO TO 850000-EXIT
           END-IF.
           IF RVG-TABLE-COUNT NOT < RVG-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           PERFORM 858000-SHIFT-REVERSED THRU 858000-EXIT
               VARYING RVG-SUB FROM RVG-TABLE-COUNT BY -1
               UNTIL RVG-SUB < RVG-INSERT-SUB.
           ADD 1                       TO RVG-TABLE-COUNT.
           MOVE RVG-SEARCH-KEY
             TO RVG-GROUP-NUMBER (RVG-INSERT-SUB).

       850000-EXIT.
           EXIT.

       855000-BSEARCH-REVERSED.

           MOVE 'N'                    TO RVG-FOUND-SWITCH.
           MOVE 1                      TO RVG-LO-SUB.
           MOVE RVG-TABLE-COUNT        TO RVG-HI-SUB.
           PERFORM 856000-BSEARCH-REVERSED-STEP THRU 856000-EXIT
               UNTIL RVG-LO-SUB > RVG-HI-SUB
                  OR RVG-ENTRY-FOUND.
           MOVE RVG-LO-SUB             TO RVG-INSERT-SUB.

       855000-EXIT.
           EXIT.

       856000-BSEARCH-REVERSED-STEP.

           COMPUTE RVG-MID-SUB = (RVG-LO-SUB + RVG-HI-SUB) / 2.
           IF RVG-GROUP-NUMBER (RVG-MID-SUB) = RVG-SEARCH-KEY
               MOVE 'Y'                TO RVG-FOUND-SWITCH
           ELSE
               IF RVG-SEARCH-KEY < RVG-GROUP-NUMBER (RVG-MID-SUB)
                   COMPUTE RVG-HI-SUB = RVG-MID-SUB - 1
               ELSE
                   COMPUTE RVG-LO-SUB = RVG-MID-SUB + 1
               END-IF
           END-IF.

       856000-EXIT.
           EXIT.

       858000-SHIFT-REVERSED.

           MOVE RVG-GROUP-NUMBER (RVG-SUB)
             TO RVG-GROUP-NUMBER (RVG-SUB + 1).

       858000-EXIT.
           EXIT.

      *****************************************************************
      *    860000-WRITE-CNVMPURG - QUEUE A REVERSED PARENT ADD FOR    *
      *    PURGE FROM THE CONVERTED-GROUPS MASTER, EXACTLY AS         *
      *    945000-WRITE-CNVMPURG IN CNVTDA QUEUES A TERMINATION.      *
      *****************************************************************
       860000-WRITE-CNVMPURG.

           MOVE REVERSAL-GROUP         TO PURGE-GROUP-NUMBER.
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

           ADD 1                       TO PURGE-QUEUED-COUNT.

       860000-EXIT.
           EXIT.

      *****************************************************************
      *    870000-PRINT-REVERSAL-LINE - ONE GROUP LINE: THE CALLER    *
      *    SETS REVERSAL-LABEL, REVERSAL-GROUP AND REVERSAL-DIVISION, *
      *    AND ANY DETAIL IN RPT-GROUP-EXTRA (1:50).  A DIVISION'S    *
      *    NUMBER IS SHOWN AFTER THE DETAIL.                          *
      *****************************************************************
       870000-PRINT-REVERSAL-LINE.

           MOVE REVERSAL-LABEL         TO RPT-GROUP-LABEL.
           MOVE REVERSAL-GROUP         TO RPT-GROUP-NUMBER.
           IF REVERSAL-DIVISION NOT = SPACES
               MOVE 'DIVISION '        TO RPT-GROUP-EXTRA (52:9)
               MOVE REVERSAL-DIVISION  TO RPT-GROUP-EXTRA (61:3)
           END-IF.
           MOVE RPT-GROUP-LINE         TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE SPACES                 TO RPT-GROUP-EXTRA.

       870000-EXIT.
           EXIT.

RWK041*****************************************************************
RWK041*    880000-WRITE-RATE-HISTORY - LOG AN ACCEPTED PA OFFSET ON   *
RWK041*    RATEHIST: THE ORIGINAL RUN ID, COMPANY, GROUP, PLAN,       *
RWK041*    VOLUME AND PREMIUM, TYPE R.                                *
RWK041*****************************************************************
RWK041 880000-WRITE-RATE-HISTORY.

RWK041     MOVE SPACES                 TO RATEHIST-DATA.
RWK041     MOVE AUDIT-RUN-ID           TO RATH-RUN-ID.
RWK041     MOVE AUDIT-COMPANY-CODE     TO RATH-COMPANY-CODE.
RWK041     MOVE AUDIT-GROUP-NUMBER     TO RATH-GROUP-NUMBER.
RWK041     MOVE PLAN-CODE              IN PA-TRX-REC
RWK041       TO RATH-PLAN-CODE.
RWK041     MOVE COVERAGE-VOLUME        IN PA-TRX-REC
RWK041       TO RATH-VOLUME-AMOUNT.
RWK041     MOVE PREMIUM-AMOUNT         IN PA-TRX-REC
RWK041       TO RATH-PREMIUM-AMOUNT.
RWK041     MOVE REVERSAL-DATE          TO RATH-WRITE-DATE.
RWK041     MOVE 'R'                    TO RATH-ENTRY-TYPE.
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

RWK041 880000-EXIT.
RWK041     EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - THE ORIGINAL RUN AS THE AUDIT TRAIL  *
      *    RECORDS IT (SAME LABELS AS CONVRPT), THEN WHAT WAS         *
      *    REVERSED, WHAT WAS NOT, AND THE PURGE AND SNAPSHOT WORK.   *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'ORIGINAL RUN PER THE AUDIT TRAIL -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'AUDIT RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE AUDIT-READ-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'AUDIT RECORDS FOR THE RUN'
             TO RPT-TOTAL-LABEL.
           MOVE RUN-AUDIT-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DA-TRX-REC RECORDS WRITTEN TO VCSTRX3'
             TO RPT-TOTAL-LABEL.
           MOVE ORIG-PARENT-WRITE-COUNT TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  OF WHICH DA ADDS'
             TO RPT-TOTAL-LABEL.
           MOVE ORIG-ADD-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  OF WHICH DC CHANGES'
             TO RPT-TOTAL-LABEL.
           MOVE ORIG-CHANGE-COUNT      TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DIVISION DA-TRX-REC RECORDS WRITTEN'
             TO RPT-TOTAL-LABEL.
           MOVE ORIG-DIVISION-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PA PREMIUM TRX RECORDS WRITTEN'
             TO RPT-TOTAL-LABEL.
           MOVE ORIG-RATE-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PREMIUM DOLLARS CONVERTED'
             TO RPT-MONEY-LABEL.
           MOVE ORIG-PREMIUM-DOLLARS   TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'REVERSED -'           TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'DA ADDS TERMINATED (DD)'
             TO RPT-TOTAL-LABEL.
           MOVE REV-ADD-COUNT          TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DC CHANGES RESTORED (DC)'
             TO RPT-TOTAL-LABEL.
           MOVE REV-CHANGE-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'DIVISION TRANSACTIONS REVERSED'
             TO RPT-TOTAL-LABEL.
           MOVE REV-DIVISION-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PA PREMIUM TRX RECORDS OFFSET'
             TO RPT-TOTAL-LABEL.
           MOVE REV-RATE-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PREMIUM DOLLARS REVERSED'
             TO RPT-MONEY-LABEL.
           MOVE REV-PREMIUM-DOLLARS    TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'NOT REVERSED -'       TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'REVERSALS REJECTED BY VCSTRX3'
             TO RPT-TOTAL-LABEL.
           MOVE REV-REJECT-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'CHANGES WITH NOTHING TO RESTORE'
             TO RPT-TOTAL-LABEL.
           MOVE NOT-RESTORED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PREMIUM DOLLARS NOT REVERSED'
             TO RPT-MONEY-LABEL.
           MOVE NOT-OFFSET-DOLLARS     TO RPT-MONEY-VALUE.
           PERFORM 945000-WRITE-MONEY-LINE THRU 945000-EXIT.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'MASTER AND SNAPSHOT -' TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'AUDIT HISTORY RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE PRIOR-READ-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GROUPS QUEUED ON CNVMPURG'
             TO RPT-TOTAL-LABEL.
           MOVE PURGE-QUEUED-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'SNAPSHOT RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE SNAP-READ-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'REVERSED GROUPS LEFT OFF NEWSNAP'
             TO RPT-TOTAL-LABEL.
           MOVE SNAP-DROP-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'NEWSNAP RECORDS WRITTEN'
             TO RPT-TOTAL-LABEL.
           MOVE SNAP-WRITE-COUNT       TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK046     MOVE 'RUN HISTORY RECORDS READ'
RWK046       TO RPT-TOTAL-LABEL.
RWK046     MOVE RUNHIST-READ-COUNT     TO RPT-TOTAL-VALUE.
RWK046     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
RWK046     MOVE 'RUNS FILED AS REVERSED ON RUNHIST'
RWK046       TO RPT-TOTAL-LABEL.
RWK046     MOVE RUNHIST-WRITE-COUNT    TO RPT-TOTAL-VALUE.
RWK046     PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.

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
