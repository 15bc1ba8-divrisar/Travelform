RWK034*                      PASS AREA HANDED TO CNVTDA - A           *
RWK034*                      RESUBMITTED RECORD HAS NO HEADER         *
RWK034*                      CONTEXT TO TAKE A COMPANY FROM.          *
RWK043* RWK043 RWALLING 2026 CORRECTIONS KEYED ONLINE THROUGH         *
RWK043*                      CNVTSCOR CARRY WHO KEYED THEM, FROM      *
RWK043*                      WHICH TERMINAL AND WHEN; THE             *
RWK043*                      DISPOSITION LINE OF A RESUBMITTED        *
RWK043*                      RECORD NOW SHOWS IT.                     *
RWK046* RWK046 RWALLING 2026 BLANK THE KEYED-BY FIELDS BEFORE EACH    *
RWK046*                      CORRECTION READ SO A SHORTER RECORD      *
RWK046*                      BUILT OUTSIDE CNVTSCOR DOES NOT SHOW THE *
RWK046*                      PREVIOUS GROUP'S OPERATOR.               *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *    INPUTS.
      *        REJSUSP  - REJECT/SUSPENSE FILE FROM CNVTDA
      *        CORRECTS - KEYED CORRECTIONS FILE PREPARED BY OPS
RWK043*                   (KEYED AND EDITED ONLINE THROUGH CNVTSCOR)
      *        GRPBILL  - GROUP BILL CONVERSION FILE (TIN RECOVERY)
      *
      *    CALLING MODULE.
RWK030             15  CORR-PLAN-CODE        PIC X(04).
RWK030             15  CORR-VOLUME-AMOUNT    PIC X(09).
RWK030             15  CORR-PREMIUM-AMOUNT   PIC X(11).
RWK043*            WHO KEYED THE CORRECTION ONLINE, AND WHEN - BLANK
RWK043*            ON A RECORD BUILT OUTSIDE CNVTSCOR.  THIS LAYOUT
RWK043*            MUST STAY IN STEP WITH CNVTSCOR.
RWK043             15  CORR-KEYED-BY-USERID  PIC X(08).
RWK043             15  CORR-KEYED-BY-TERMID  PIC X(04).
RWK043             15  CORR-KEYED-DATE       PIC X(08).
RWK043             15  CORR-KEYED-TIME       PIC X(06).

      *****************************************************************
      *    GROUP BILL CONVERSION FILE RECORD, KEYED BY GROUP NUMBER.  *
           MOVE 'N'                  TO CORRECTION-FOUND-SWITCH.
           MOVE SUSPENSE-GROUP-NUMBER
             TO CORR-GROUP-NUMBER.
RWK046     MOVE SPACES               TO CORR-KEYED-BY-USERID
RWK046                                  CORR-KEYED-BY-TERMID
RWK046                                  CORR-KEYED-DATE
RWK046                                  CORR-KEYED-TIME.
           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF CORRECTION-DATA
           END-IF.
RWK032     MOVE DTL-GROUP-NUMBER      IN GROUP-BILLING-REC
RWK032       TO RPT-GROUP-NUMBER.
RWK043     IF CORR-KEYED-BY-USERID NOT = SPACES
RWK043         STRING 'KEYED BY '          DELIMITED BY SIZE
RWK043                CORR-KEYED-BY-USERID DELIMITED BY SPACE
RWK043                ' TERMINAL '         DELIMITED BY SIZE
RWK043                CORR-KEYED-BY-TERMID DELIMITED BY SIZE
RWK043                ' ON '               DELIMITED BY SIZE
RWK043                CORR-KEYED-DATE (1:4) DELIMITED BY SIZE
RWK043                '/'                  DELIMITED BY SIZE
RWK043                CORR-KEYED-DATE (5:2) DELIMITED BY SIZE
RWK043                '/'                  DELIMITED BY SIZE
RWK043                CORR-KEYED-DATE (7:2) DELIMITED BY SIZE
RWK043                ' '                  DELIMITED BY SIZE
RWK043                CORR-KEYED-TIME (1:2) DELIMITED BY SIZE
RWK043                ':'                  DELIMITED BY SIZE
RWK043                CORR-KEYED-TIME (3:2) DELIMITED BY SIZE
RWK043                ':'                  DELIMITED BY SIZE
RWK043                CORR-KEYED-TIME (5:2) DELIMITED BY SIZE
RWK043           INTO RPT-GROUP-EXTRA
RWK043     END-IF.
RWK032     MOVE RPT-GROUP-LINE         TO RPT-PRINT-LINE.
RWK032     PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
RWK043     MOVE SPACES                 TO RPT-GROUP-EXTRA.

       500000-EXIT.
           EXIT.
