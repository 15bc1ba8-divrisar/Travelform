       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CNVTDUPE.

      *TITLE.         Cross-group duplicate entity detection!

      *AUTHOR.        CSC CONTINUUM, INC.

      *SECURITY.      THIS PROGRAM IS THE PROPERTY OF COMPUTER SCIENCES
      *               CORP.  IT MAY NOT BE COPIED IN WHOLE OR IN PART
      *               WITHOUT THE EXPRESS WRITTEN CONSENT OF COMPUTER
      *               SCIENCES CORP.
      *
      *****************************************************************
      *  ENH #  NAME    YEAR  USER DESCRIPTION                        *
      * ------- -----   ---- ---------------------------------------- *
RWK039* RWK039 RWALLING 2026 NEW PROGRAM.  PRE-CONVERSION CHECK FOR   *
RWK039*                      THE SAME EMPLOYER OR PERSON SET UP UNDER *
RWK039*                      TWO DIFFERENT GROUP NUMBERS.  READS      *
RWK039*                      GRPBILL AND CNVMAST TOGETHER AND LISTS   *
RWK039*                      CANDIDATE DUPLICATE PAIRS - GROUPS       *
RWK039*                      SHARING A TIN, AND GROUPS WITH THE SAME  *
RWK039*                      NORMALIZED NAME, ADDRESS LINE 1, CITY    *
RWK039*                      AND ZIP - SHOWING WHICH MEMBER OF EACH   *
RWK039*                      PAIR IS ALREADY CONVERTED.  PAIRS OPS    *
RWK039*                      HAS CONFIRMED DISTINCT ON THE KEYED      *
RWK039*                      DUPEXCP FILE ARE NOT LISTED AGAIN.       *
      *****************************************************************
      *
      *    MODULE NARRATIVE.
      *        CNVTDA'S DUPLICATE CHECK (216000-CHECK-DUPLICATE) ONLY
      *        CATCHES ONE GROUP NUMBER TWICE IN ONE RUN.  THE SAME
      *        EMPLOYER OR PERSON UNDER TWO GROUP NUMBERS GOES OUT AS
      *        TWO MASTER-IDS AND IS BILLED TWICE.  THIS PROGRAM RUNS
      *        AHEAD OF THE CONVERSION AND LISTS THE CANDIDATES.
      *
      *        EVERY GROUP ON CNVMAST AND EVERY PARENT RECORD (TYPE C
      *        OR I) ON GRPBILL IS TABLED ONCE, IN GROUP NUMBER ORDER,
      *        AS AN ENTITY: ITS TIN, A NORMALIZED NAME (CORPORATE
      *        NAME FOR TYPE C, LAST NAME FOR TYPE I), NORMALIZED
      *        ADDRESS LINE 1 AND CITY, THE FIVE-DIGIT ZIP, WHETHER IT
      *        IS ON CNVMAST (CONVERTED) AND WHETHER IT IS ON TONIGHT'S
      *        EXTRACT.  A CONVERTED GROUP NOT ON THE EXTRACT HAS ONLY
      *        ITS CNVMAST TIN TO MATCH ON.  TWO ORDERED INDEXES ARE
      *        THEN BUILT OVER THE ENTITIES - ONE BY TIN, ONE BY NAME
      *        AND ADDRESS - AND EACH RUN OF EQUAL KEYS IN EITHER
      *        INDEX YIELDS EVERY PAIR WITHIN IT.  A PAIR MATCHING ON
      *        BOTH IS LISTED ONCE, UNDER TIN.
      *
      *        NORMALIZING FOLDS CASE, TREATS PUNCTUATION AS A WORD
      *        BREAK, DROPS A LEADING "THE" AND A TRAILING CORPORATE
      *        SUFFIX (INC, CORP, CO, LLC AND THE LIKE) FROM A
      *        CORPORATE NAME, THEN SQUEEZES OUT EVERYTHING BUT LETTERS
      *        AND DIGITS - SO "THE ACME CO." AND "ACME, INC" MATCH.
      *
      *        EACH PAIR IS LOOKED UP ON DUPEXCP BY ITS LOWER AND
      *        HIGHER GROUP NUMBER.  A PAIR FOUND THERE HAS BEEN
      *        CONFIRMED DISTINCT BY OPS AND IS ONLY COUNTED.  THE
      *        REPORT PRINTS THE TIN MASKED TO ITS LAST FOUR DIGITS.
      *
      *    INPUTS.
      *        CNVMAST  - CONVERTED-GROUPS MASTER (READ SEQUENTIALLY)
      *        GRPBILL  - GROUP BILL CONVERSION FILE (READ
      *                   SEQUENTIALLY)
      *        DUPEXCP  - CONFIRMED-DISTINCT PAIRS (READ BY KEY)
      *
      *    CALLING MODULE.
      *
      *    CALLED MODULES.
      *        VCSQSAM, VCSABEND
      *
      *    PROCESSING.

      *    OUTPUTS - DUPERPT  (CROSS-GROUP DUPLICATE ENTITY REPORT)

       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  FILLER                           PIC X(45) VALUE
           '**** CNVTDUPE WORKING STORAGE STARTS HERE ***'.

       01  VCSABEND-ERRORS.
           05  READ-ERROR            PIC S9(8) COMP VALUE +0361.
           05  TABLE-ERROR           PIC S9(8) COMP VALUE +0368.
       01  VCSABEND-CODE                PIC S9(8) COMP.
       01  QSAM-COMM-AREA.             COPY CIUAXQS1 SUPPRESS.
       01  RDW-WORK-AREA.              COPY CIUAXRDF SUPPRESS.

      *****************************************************************
      *    CONVERTED-GROUPS MASTER.  LAYOUT AS 860000-WRITE-CNVMAST   *
      *    IN CNVTDA WRITES IT.                                       *
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
      *    GROUP BILL CONVERSION FILE RECORD, READ SEQUENTIALLY INTO  *
      *    THE GROUP-BILLING-REC WORK COPY.                           *
      *****************************************************************
       01  EXTRACT-FIELDS.
           05  EXTRACT-FILENAME              PIC X(8)  VALUE 'GRPBILL'.
           05  EXTRACT-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  EXTRACT-DATA              PIC X(242).

      *****************************************************************
      *    CONFIRMED-DISTINCT PAIRS, KEYED BY THE LOWER AND THE       *
      *    HIGHER GROUP NUMBER OF THE PAIR.  MAINTAINED BY OPS, WHO   *
      *    RECORD WHO CONFIRMED THE PAIR AND WHEN.                    *
      *****************************************************************
       01  EXCEPTION-FIELDS.
           05  EXCEPTION-FILENAME            PIC X(8)  VALUE 'DUPEXCP'.
           05  EXCEPTION-RECORD.
               10  RDW-LENGTH                PIC S9(4) COMP.
               10  FILLER                    PIC X(02).
               10  EXCEPTION-DATA.
                   15  EXCP-KEY.
                       20  EXCP-GROUP-LOW    PIC X(10).
                       20  EXCP-GROUP-HIGH   PIC X(10).
                   15  EXCP-CONFIRMED-BY     PIC X(08).
                   15  EXCP-CONFIRMED-DATE   PIC 9(08).
                   15  FILLER                PIC X(14).
       01  EXCEPTION-FOUND-SWITCH        PIC X(01).
           88  EXCEPTION-RECORD-FOUND          VALUE 'Y'.

      * ------- GROUP BILLING COPYBOOK (EXTRACT WORK COPY)
       COPY DTLGRPBL.

      *****************************************************************
      *    ENTITY TABLE - ONE ENTRY PER GROUP ON CNVMAST OR GRPBILL,  *
      *    IN GROUP NUMBER ORDER (BINARY INSERT).                     *
      *****************************************************************
       01  ENT-TABLE-MAX                 PIC S9(7) COMP VALUE +60000.
       01  ENT-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  ENTITY-TABLE.
           05  ENT-ENTRY                 OCCURS 60000 TIMES.
               10  ENT-GROUP-NUMBER      PIC X(10).
               10  ENT-TIN               PIC 9(09).
               10  ENT-RECORD-TYPE       PIC X(01).
               10  ENT-NAME              PIC X(35).
               10  ENT-NAME-KEY          PIC X(35).
               10  ENT-ADDRESS-KEY       PIC X(30).
               10  ENT-CITY-KEY          PIC X(20).
               10  ENT-ZIP-FIVE          PIC X(05).
               10  ENT-CONVERTED-SW      PIC X(01).
                   88  ENT-CONVERTED           VALUE 'Y'.
               10  ENT-EXTRACT-SW        PIC X(01).
                   88  ENT-ON-EXTRACT          VALUE 'Y'.
       01  ENT-SEARCH-KEY                PIC X(10).
       01  ENT-SUB                       PIC S9(7) COMP.
       01  ENT-LO-SUB                    PIC S9(7) COMP.
       01  ENT-HI-SUB                    PIC S9(7) COMP.
       01  ENT-MID-SUB                   PIC S9(7) COMP.
       01  ENT-INSERT-SUB                PIC S9(7) COMP.
       01  ENT-FOUND-SWITCH              PIC X(01).
           88  ENT-ENTRY-FOUND                 VALUE 'Y'.

      *****************************************************************
      *    TIN INDEX - EVERY ENTITY WITH A NON-ZERO TIN, ORDERED BY   *
      *    TIN THEN GROUP NUMBER, POINTING BACK TO ITS ENTITY.        *
      *****************************************************************
       01  TIX-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  TIN-INDEX-TABLE.
           05  TIX-ENTRY                 OCCURS 60000 TIMES.
               10  TIX-KEY.
                   15  TIX-TIN           PIC 9(09).
                   15  TIX-GROUP-NUMBER  PIC X(10).
               10  TIX-ENT-SUB           PIC S9(7) COMP.
       01  TIX-SEARCH-KEY.
           05  TIX-SEARCH-TIN            PIC 9(09).
           05  TIX-SEARCH-GROUP          PIC X(10).

      *****************************************************************
      *    NAME/ADDRESS INDEX - EVERY EXTRACT ENTITY WITH A NAME AND  *
      *    AN ADDRESS LINE 1, ORDERED BY RECORD TYPE, NORMALIZED      *
      *    NAME, ADDRESS, CITY AND ZIP, THEN GROUP NUMBER.            *
      *****************************************************************
       01  NIX-TABLE-COUNT               PIC S9(7) COMP VALUE ZERO.
       01  NAME-INDEX-TABLE.
           05  NIX-ENTRY                 OCCURS 60000 TIMES.
               10  NIX-KEY.
                   15  NIX-MATCH-KEY.
                       20  NIX-RECORD-TYPE
                                         PIC X(01).
                       20  NIX-NAME-KEY  PIC X(35).
                       20  NIX-ADDRESS-KEY
                                         PIC X(30).
                       20  NIX-CITY-KEY  PIC X(20).
                       20  NIX-ZIP-FIVE  PIC X(05).
                   15  NIX-GROUP-NUMBER  PIC X(10).
               10  NIX-ENT-SUB           PIC S9(7) COMP.
       01  NIX-SEARCH-KEY.
           05  NIX-SEARCH-MATCH-KEY.
               10  NIX-SEARCH-TYPE       PIC X(01).
               10  NIX-SEARCH-NAME       PIC X(35).
               10  NIX-SEARCH-ADDRESS    PIC X(30).
               10  NIX-SEARCH-CITY       PIC X(20).
               10  NIX-SEARCH-ZIP        PIC X(05).
           05  NIX-SEARCH-GROUP          PIC X(10).

       01  IDX-SUB                       PIC S9(7) COMP.
       01  IDX-LO-SUB                    PIC S9(7) COMP.
       01  IDX-HI-SUB                    PIC S9(7) COMP.
       01  IDX-MID-SUB                   PIC S9(7) COMP.
       01  RUN-START-SUB                 PIC S9(7) COMP.
       01  RUN-END-SUB                   PIC S9(7) COMP.
       01  PAIR-I-SUB                    PIC S9(7) COMP.
       01  PAIR-J-SUB                    PIC S9(7) COMP.
       01  PAIR-A-SUB                    PIC S9(7) COMP.
       01  PAIR-B-SUB                    PIC S9(7) COMP.
       01  PAIR-MATCH-BASIS              PIC X(01).
           88  PAIR-TIN-MATCH                  VALUE 'T'.
           88  PAIR-NAME-MATCH                 VALUE 'N'.

      *****************************************************************
      *    NAME NORMALIZING WORK AREAS.  THE CALLER PUTS THE TEXT IN  *
      *    NORM-INPUT AND SETS NORM-CORPORATE-SW; THE RESULT COMES    *
      *    BACK LEFT-JUSTIFIED IN NORM-OUTPUT.                        *
      *****************************************************************
       01  NORM-INPUT                    PIC X(35).
       01  NORM-WORK                     PIC X(35).
       01  NORM-OUTPUT                   PIC X(35).
       01  NORM-CORPORATE-SW             PIC X(01).
           88  NORM-CORPORATE-NAME             VALUE 'Y'.
       01  NORM-SUB                      PIC S9(4) COMP.
       01  NORM-OUT-SUB                  PIC S9(4) COMP.
       01  NORM-END-SUB                  PIC S9(4) COMP.
       01  NORM-WORD-SUB                 PIC S9(4) COMP.
       01  NORM-WORD-LENGTH              PIC S9(4) COMP.
       01  NORM-SCAN-SWITCH              PIC X(01).
           88  NORM-SCAN-DONE                  VALUE 'Y'.
       01  NORM-LAST-WORD                PIC X(12).
       01  NORM-CHAR                     PIC X(01).
           88  NORM-KEEP-CHAR                  VALUES 'A' THRU 'Z'
                                                      '0' THRU '9'.
       01  NORM-LOWER-CASE               PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  NORM-UPPER-CASE               PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  NORM-PUNCTUATION              PIC X(12) VALUE
           '.,-&/''#();:"'.
       01  NORM-PUNCT-SPACES             PIC X(12) VALUE SPACES.

      *    TRAILING WORDS DROPPED FROM A CORPORATE NAME BEFORE IT IS
      *    COMPARED.
       01  SUFFIX-VALUES.
           05  FILLER                    PIC X(12) VALUE 'INC'.
           05  FILLER                    PIC X(12) VALUE 'INCORPORATED'.
           05  FILLER                    PIC X(12) VALUE 'CORP'.
           05  FILLER                    PIC X(12) VALUE 'CORPORATION'.
           05  FILLER                    PIC X(12) VALUE 'CO'.
           05  FILLER                    PIC X(12) VALUE 'COMPANY'.
           05  FILLER                    PIC X(12) VALUE 'LLC'.
           05  FILLER                    PIC X(12) VALUE 'LTD'.
           05  FILLER                    PIC X(12) VALUE 'LIMITED'.
       01  SUFFIX-TABLE REDEFINES SUFFIX-VALUES.
           05  SUFFIX-WORD               PIC X(12) OCCURS 9 TIMES.
       01  SUFFIX-COUNT                  PIC S9(4) COMP VALUE +9.
       01  SUFFIX-SUB                    PIC S9(4) COMP.

       01  CNVMAST-EOF-SWITCH            PIC X(01).
           88  CNVMAST-END-OF-FILE             VALUE 'Y'.
       01  EXTRACT-EOF-SWITCH            PIC X(01).
           88  EXTRACT-END-OF-FILE             VALUE 'Y'.

      *****************************************************************
      *    FORMATTED REPORT FILE.  EVERY REPORT LINE GOES THROUGH     *
      *    950000-WRITE-REPORT-LINE, WHICH HEADS EACH PAGE WITH THE   *
      *    PROGRAM, TITLE, RUN DATE AND PAGE NUMBER.                  *
      *****************************************************************
       01  REPORT-FIELDS.
           05  REPORT-FILENAME               PIC X(8)  VALUE 'DUPERPT'.
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
           05  FILLER                    PIC X(10) VALUE 'CNVTDUPE'.
           05  FILLER                    PIC X(50) VALUE
               'CROSS-GROUP DUPLICATE ENTITY REPORT'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE              PIC ZZZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL           PIC X(37).
           05  RPT-TOTAL-VALUE           PIC Z(06)9-.
           05  FILLER                    PIC X(87) VALUE SPACES.
       01  RPT-PAIR-LINE.
           05  RPT-PAIR-LABEL            PIC X(24).
           05  RPT-PAIR-GROUP-A          PIC X(10).
           05  FILLER                    PIC X(05) VALUE ' AND '.
           05  RPT-PAIR-GROUP-B          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-PAIR-DETAIL           PIC X(81).
       01  RPT-MEMBER-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  RPT-MEMBER-GROUP          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MEMBER-STATUS         PIC X(13).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MEMBER-SOURCE         PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MEMBER-TYPE           PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MEMBER-NAME           PIC X(35).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RPT-MEMBER-TIN            PIC X(09).
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  DUPLICATE-TOTALS                 COMP.
           05  CNVMAST-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  EXTRACT-READ-COUNT           PIC S9(7) VALUE ZERO.
           05  EXTRACT-PARENT-COUNT         PIC S9(7) VALUE ZERO.
           05  EXTRACT-REPEAT-COUNT         PIC S9(7) VALUE ZERO.
           05  ENTITY-COUNT                 PIC S9(7) VALUE ZERO.
           05  TIN-PAIR-COUNT               PIC S9(7) VALUE ZERO.
           05  NAME-PAIR-COUNT              PIC S9(7) VALUE ZERO.
           05  BOTH-CONVERTED-COUNT         PIC S9(7) VALUE ZERO.
           05  ONE-CONVERTED-COUNT          PIC S9(7) VALUE ZERO.
           05  NONE-CONVERTED-COUNT         PIC S9(7) VALUE ZERO.
           05  CONFIRMED-DISTINCT-COUNT     PIC S9(7) VALUE ZERO.

       01  FILLER                           PIC X(44) VALUE
           '**** CNVTDUPE WORKING STORAGE ENDS HERE ****'.

       PROCEDURE DIVISION.

       000000-MAINLINE.

           PERFORM 100000-LOAD-MASTER THRU 100000-EXIT.
           PERFORM 200000-LOAD-EXTRACT THRU 200000-EXIT.
           PERFORM 300000-INDEX-ENTITY THRU 300000-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > ENT-TABLE-COUNT.
           MOVE 'T'                    TO PAIR-MATCH-BASIS.
           PERFORM 400000-SCAN-INDEX THRU 400000-EXIT.
           MOVE 'N'                    TO PAIR-MATCH-BASIS.
           PERFORM 400000-SCAN-INDEX THRU 400000-EXIT.
           PERFORM 900000-PRINT-TOTALS THRU 900000-EXIT.

       000000-EXIT.
           GOBACK.

      *****************************************************************
      *    100000-LOAD-MASTER - TABLE EVERY CNVMAST GROUP AS A        *
      *    CONVERTED ENTITY CARRYING ITS CNVMAST TIN.  A DUPLICATE    *
      *    KEY ON CNVMAST IS CNVTMAST'S BUSINESS AND IS TABLED ONCE.  *
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

       120000-TABLE-MASTER.

           ADD 1                       TO CNVMAST-READ-COUNT.
           MOVE CNVMAST-GROUP-NUMBER   TO ENT-SEARCH-KEY.
           PERFORM 150000-BSEARCH-ENTITY THRU 150000-EXIT.
           IF NOT ENT-ENTRY-FOUND
               PERFORM 170000-INSERT-ENTITY THRU 170000-EXIT
               MOVE CNVMAST-TIN        TO ENT-TIN (ENT-SUB)
               MOVE 'Y'                TO ENT-CONVERTED-SW (ENT-SUB)
           END-IF.
           PERFORM 110000-READ-CNVMAST THRU 110000-EXIT.

       120000-EXIT.
           EXIT.

      *****************************************************************
      *    150000-BSEARCH-ENTITY - BINARY SEARCH OF THE ENTITY TABLE  *
      *    FOR ENT-SEARCH-KEY.  FOUND SETS ENT-SUB; NOT FOUND LEAVES  *
      *    ENT-INSERT-SUB WHERE THE GROUP BELONGS.                    *
      *****************************************************************
       150000-BSEARCH-ENTITY.

           MOVE 'N'                    TO ENT-FOUND-SWITCH.
           MOVE 1                      TO ENT-LO-SUB.
           MOVE ENT-TABLE-COUNT        TO ENT-HI-SUB.
           PERFORM 155000-BSEARCH-ENTITY-STEP THRU 155000-EXIT
               UNTIL ENT-LO-SUB > ENT-HI-SUB
                  OR ENT-ENTRY-FOUND.
           MOVE ENT-LO-SUB             TO ENT-INSERT-SUB.

       150000-EXIT.
           EXIT.

       155000-BSEARCH-ENTITY-STEP.

           COMPUTE ENT-MID-SUB = (ENT-LO-SUB + ENT-HI-SUB) / 2.
           IF ENT-GROUP-NUMBER (ENT-MID-SUB) = ENT-SEARCH-KEY
               MOVE 'Y'                TO ENT-FOUND-SWITCH
               MOVE ENT-MID-SUB        TO ENT-SUB
           ELSE
               IF ENT-SEARCH-KEY < ENT-GROUP-NUMBER (ENT-MID-SUB)
                   COMPUTE ENT-HI-SUB = ENT-MID-SUB - 1
               ELSE
                   COMPUTE ENT-LO-SUB = ENT-MID-SUB + 1
               END-IF
           END-IF.

       155000-EXIT.
           EXIT.

      *****************************************************************
      *    170000-INSERT-ENTITY - OPEN A BLANK ENTRY FOR              *
      *    ENT-SEARCH-KEY AT ENT-INSERT-SUB AND POINT ENT-SUB AT IT.  *
      *****************************************************************
       170000-INSERT-ENTITY.

           IF ENT-TABLE-COUNT NOT < ENT-TABLE-MAX
               MOVE TABLE-ERROR        TO VCSABEND-CODE
               PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
           END-IF.
           PERFORM 175000-SHIFT-ENTITY THRU 175000-EXIT
               VARYING ENT-SUB FROM ENT-TABLE-COUNT BY -1
               UNTIL ENT-SUB < ENT-INSERT-SUB.
           ADD 1                       TO ENT-TABLE-COUNT
                                          ENTITY-COUNT.
           MOVE ENT-INSERT-SUB         TO ENT-SUB.
           MOVE SPACES                 TO ENT-ENTRY (ENT-SUB).
           MOVE ENT-SEARCH-KEY         TO ENT-GROUP-NUMBER (ENT-SUB).
           MOVE ZERO                   TO ENT-TIN (ENT-SUB).
           MOVE 'N'                    TO ENT-CONVERTED-SW (ENT-SUB)
                                          ENT-EXTRACT-SW (ENT-SUB).

       170000-EXIT.
           EXIT.

       175000-SHIFT-ENTITY.

           MOVE ENT-ENTRY (ENT-SUB)    TO ENT-ENTRY (ENT-SUB + 1).

       175000-EXIT.
           EXIT.

      *****************************************************************
      *    200000-LOAD-EXTRACT - TABLE EVERY PARENT RECORD ON         *
      *    GRPBILL.  HEADER, TRAILER, DIVISION AND RATE RECORDS       *
      *    DESCRIBE NO SEPARATE ENTITY AND ARE PASSED OVER.  A GROUP  *
      *    ALREADY ON CNVMAST TAKES ITS NAME, ADDRESS AND TIN FROM    *
      *    THE EXTRACT; A GROUP SEEN TWICE ON THE EXTRACT IS          *
      *    CNVTDA'S DUPE CASE AND IS TABLED ONCE.                     *
      *****************************************************************
       200000-LOAD-EXTRACT.

           MOVE 'N'                    TO EXTRACT-EOF-SWITCH.
           PERFORM 210000-READ-EXTRACT THRU 210000-EXIT.
           PERFORM 220000-TABLE-EXTRACT THRU 220000-EXIT
               UNTIL EXTRACT-END-OF-FILE.

       200000-EXIT.
           EXIT.

       210000-READ-EXTRACT.

           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF EXTRACT-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       EXTRACT-FIELDS.

           IF QSAM-END-OF-FILE        IN QSAM-COMM-AREA
               MOVE 'Y'                TO EXTRACT-EOF-SWITCH
           ELSE
               IF NOT QSAM-SUCCESSFUL  IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       210000-EXIT.
           EXIT.

       220000-TABLE-EXTRACT.

           ADD 1                       TO EXTRACT-READ-COUNT.
           MOVE EXTRACT-DATA           TO GROUP-BILLING-REC.
           IF DTL-CORPORATE          IN GROUP-BILLING-REC
             OR DTL-INDIVIDUAL       IN GROUP-BILLING-REC
               PERFORM 230000-TABLE-PARENT THRU 230000-EXIT
           END-IF.
           PERFORM 210000-READ-EXTRACT THRU 210000-EXIT.

       220000-EXIT.
           EXIT.

       230000-TABLE-PARENT.

           ADD 1                       TO EXTRACT-PARENT-COUNT.
           MOVE DTL-GROUP-NUMBER     IN GROUP-BILLING-REC
             TO ENT-SEARCH-KEY.
           PERFORM 150000-BSEARCH-ENTITY THRU 150000-EXIT.
           IF ENT-ENTRY-FOUND
               IF ENT-ON-EXTRACT (ENT-SUB)
                   ADD 1               TO EXTRACT-REPEAT-COUNT
                   GO TO 230000-EXIT
               END-IF
           ELSE
               PERFORM 170000-INSERT-ENTITY THRU 170000-EXIT
           END-IF.

           MOVE 'Y'                    TO ENT-EXTRACT-SW (ENT-SUB).
           MOVE DTL-RECORD-TYPE      IN GROUP-BILLING-REC
             TO ENT-RECORD-TYPE (ENT-SUB).
           IF DTL-TIN                IN GROUP-BILLING-REC NUMERIC
               MOVE DTL-TIN          IN GROUP-BILLING-REC
                 TO ENT-TIN (ENT-SUB)
           END-IF.
           IF DTL-CORPORATE          IN GROUP-BILLING-REC
               MOVE DTL-GRP-CORP-NAME IN GROUP-BILLING-REC
                 TO NORM-INPUT
               MOVE 'Y'                TO NORM-CORPORATE-SW
           ELSE
               MOVE DTL-LAST-NAME    IN GROUP-BILLING-REC
                 TO NORM-INPUT
               MOVE 'N'                TO NORM-CORPORATE-SW
           END-IF.
           MOVE NORM-INPUT             TO ENT-NAME (ENT-SUB).
           PERFORM 600000-NORMALIZE THRU 600000-EXIT.
           MOVE NORM-OUTPUT            TO ENT-NAME-KEY (ENT-SUB).
           MOVE 'N'                    TO NORM-CORPORATE-SW.
           MOVE DTL-ADDRESS-LINE1    IN GROUP-BILLING-REC
             TO NORM-INPUT.
           PERFORM 600000-NORMALIZE THRU 600000-EXIT.
           MOVE NORM-OUTPUT            TO ENT-ADDRESS-KEY (ENT-SUB).
           MOVE DTL-CITY             IN GROUP-BILLING-REC
             TO NORM-INPUT.
           PERFORM 600000-NORMALIZE THRU 600000-EXIT.
           MOVE NORM-OUTPUT            TO ENT-CITY-KEY (ENT-SUB).
           MOVE DTL-ZIP-FIVE         IN GROUP-BILLING-REC
             TO ENT-ZIP-FIVE (ENT-SUB).

       230000-EXIT.
           EXIT.

      *****************************************************************
      *    300000-INDEX-ENTITY - PLACE ONE ENTITY IN THE TIN INDEX    *
      *    (WHEN IT HAS A TIN) AND THE NAME/ADDRESS INDEX (WHEN IT    *
      *    CAME FROM THE EXTRACT WITH A NAME AND ADDRESS LINE 1).     *
      *    BOTH INDEX KEYS END IN THE GROUP NUMBER, SO THEY ARE       *
      *    UNIQUE AND A RUN OF EQUAL MATCH KEYS COMES OUT IN GROUP    *
      *    NUMBER ORDER.                                              *
      *****************************************************************
       300000-INDEX-ENTITY.

           IF ENT-TIN (ENT-SUB) NOT = ZERO
               MOVE ENT-TIN (ENT-SUB)  TO TIX-SEARCH-TIN
               MOVE ENT-GROUP-NUMBER (ENT-SUB) TO TIX-SEARCH-GROUP
               PERFORM 310000-INSERT-TIN-INDEX THRU 310000-EXIT
           END-IF.
           IF ENT-ON-EXTRACT (ENT-SUB)
             AND ENT-NAME-KEY (ENT-SUB) NOT = SPACES
             AND ENT-ADDRESS-KEY (ENT-SUB) NOT = SPACES
               MOVE ENT-RECORD-TYPE (ENT-SUB) TO NIX-SEARCH-TYPE
               MOVE ENT-NAME-KEY (ENT-SUB)    TO NIX-SEARCH-NAME
               MOVE ENT-ADDRESS-KEY (ENT-SUB) TO NIX-SEARCH-ADDRESS
               MOVE ENT-CITY-KEY (ENT-SUB)    TO NIX-SEARCH-CITY
               MOVE ENT-ZIP-FIVE (ENT-SUB)    TO NIX-SEARCH-ZIP
               MOVE ENT-GROUP-NUMBER (ENT-SUB) TO NIX-SEARCH-GROUP
               PERFORM 320000-INSERT-NAME-INDEX THRU 320000-EXIT
           END-IF.

       300000-EXIT.
           EXIT.

       310000-INSERT-TIN-INDEX.

           MOVE 1                      TO IDX-LO-SUB.
           MOVE TIX-TABLE-COUNT        TO IDX-HI-SUB.
           PERFORM 312000-BSEARCH-TIN-STEP THRU 312000-EXIT
               UNTIL IDX-LO-SUB > IDX-HI-SUB.
           PERFORM 315000-SHIFT-TIN-INDEX THRU 315000-EXIT
               VARYING IDX-SUB FROM TIX-TABLE-COUNT BY -1
               UNTIL IDX-SUB < IDX-LO-SUB.
           ADD 1                       TO TIX-TABLE-COUNT.
           MOVE TIX-SEARCH-KEY         TO TIX-KEY (IDX-LO-SUB).
           MOVE ENT-SUB                TO TIX-ENT-SUB (IDX-LO-SUB).

       310000-EXIT.
           EXIT.

       312000-BSEARCH-TIN-STEP.

           COMPUTE IDX-MID-SUB = (IDX-LO-SUB + IDX-HI-SUB) / 2.
           IF TIX-SEARCH-KEY < TIX-KEY (IDX-MID-SUB)
               COMPUTE IDX-HI-SUB = IDX-MID-SUB - 1
           ELSE
               COMPUTE IDX-LO-SUB = IDX-MID-SUB + 1
           END-IF.

       312000-EXIT.
           EXIT.

       315000-SHIFT-TIN-INDEX.

           MOVE TIX-ENTRY (IDX-SUB)    TO TIX-ENTRY (IDX-SUB + 1).

       315000-EXIT.
           EXIT.

       320000-INSERT-NAME-INDEX.

           MOVE 1                      TO IDX-LO-SUB.
           MOVE NIX-TABLE-COUNT        TO IDX-HI-SUB.
           PERFORM 322000-BSEARCH-NAME-STEP THRU 322000-EXIT
               UNTIL IDX-LO-SUB > IDX-HI-SUB.
           PERFORM 325000-SHIFT-NAME-INDEX THRU 325000-EXIT
               VARYING IDX-SUB FROM NIX-TABLE-COUNT BY -1
               UNTIL IDX-SUB < IDX-LO-SUB.
           ADD 1                       TO NIX-TABLE-COUNT.
           MOVE NIX-SEARCH-KEY         TO NIX-KEY (IDX-LO-SUB).
           MOVE ENT-SUB                TO NIX-ENT-SUB (IDX-LO-SUB).

       320000-EXIT.
           EXIT.

       322000-BSEARCH-NAME-STEP.

           COMPUTE IDX-MID-SUB = (IDX-LO-SUB + IDX-HI-SUB) / 2.
           IF NIX-SEARCH-KEY < NIX-KEY (IDX-MID-SUB)
               COMPUTE IDX-HI-SUB = IDX-MID-SUB - 1
           ELSE
               COMPUTE IDX-LO-SUB = IDX-MID-SUB + 1
           END-IF.

       322000-EXIT.
           EXIT.

       325000-SHIFT-NAME-INDEX.

           MOVE NIX-ENTRY (IDX-SUB)    TO NIX-ENTRY (IDX-SUB + 1).

       325000-EXIT.
           EXIT.

      *****************************************************************
      *    400000-SCAN-INDEX - WALK THE TIN INDEX (PAIR-TIN-MATCH) OR *
      *    THE NAME/ADDRESS INDEX (PAIR-NAME-MATCH) ONE MATCH KEY AT  *
      *    A TIME.  A KEY BREAK CLOSES OFF THE RUN OF ENTRIES SHARING *
      *    THE PREVIOUS KEY; THE LAST RUN IS CLOSED OFF AFTER THE     *
      *    WALK.                                                      *
      *****************************************************************
       400000-SCAN-INDEX.

           IF PAIR-TIN-MATCH
               MOVE TIX-TABLE-COUNT    TO RUN-END-SUB
           ELSE
               MOVE NIX-TABLE-COUNT    TO RUN-END-SUB
           END-IF.
           IF RUN-END-SUB < 2
               GO TO 400000-EXIT
           END-IF.
           MOVE 1                      TO RUN-START-SUB.
           PERFORM 410000-CHECK-KEY-BREAK THRU 410000-EXIT
               VARYING IDX-SUB FROM 2 BY 1
               UNTIL IDX-SUB > RUN-END-SUB.
           PERFORM 420000-PROCESS-RUN THRU 420000-EXIT.

       400000-EXIT.
           EXIT.

       410000-CHECK-KEY-BREAK.

           IF PAIR-TIN-MATCH
               IF TIX-TIN (IDX-SUB) NOT = TIX-TIN (RUN-START-SUB)
                   PERFORM 415000-CLOSE-RUN THRU 415000-EXIT
               END-IF
           ELSE
               IF NIX-MATCH-KEY (IDX-SUB)
                      NOT = NIX-MATCH-KEY (RUN-START-SUB)
                   PERFORM 415000-CLOSE-RUN THRU 415000-EXIT
               END-IF
           END-IF.

       410000-EXIT.
           EXIT.

       415000-CLOSE-RUN.

           MOVE RUN-END-SUB            TO IDX-HI-SUB.
           COMPUTE RUN-END-SUB = IDX-SUB - 1.
           PERFORM 420000-PROCESS-RUN THRU 420000-EXIT.
           MOVE IDX-HI-SUB             TO RUN-END-SUB.
           MOVE IDX-SUB                TO RUN-START-SUB.

       415000-EXIT.
           EXIT.

      *****************************************************************
      *    420000-PROCESS-RUN - INDEX ENTRIES RUN-START-SUB THROUGH   *
      *    RUN-END-SUB SHARE A MATCH KEY.  EVERY PAIR WITHIN THE RUN  *
      *    IS A CANDIDATE DUPLICATE.                                  *
      *****************************************************************
       420000-PROCESS-RUN.

           IF RUN-END-SUB NOT > RUN-START-SUB
               GO TO 420000-EXIT
           END-IF.
           PERFORM 430000-PAIR-FIRST-MEMBER THRU 430000-EXIT
               VARYING PAIR-I-SUB FROM RUN-START-SUB BY 1
               UNTIL PAIR-I-SUB NOT < RUN-END-SUB.

       420000-EXIT.
           EXIT.

       430000-PAIR-FIRST-MEMBER.

           PERFORM 440000-CHECK-PAIR THRU 440000-EXIT
               VARYING PAIR-J-SUB FROM PAIR-I-SUB BY 1
               UNTIL PAIR-J-SUB NOT < RUN-END-SUB.

       430000-EXIT.
           EXIT.

      *****************************************************************
      *    440000-CHECK-PAIR - INDEX ENTRIES PAIR-I-SUB AND           *
      *    PAIR-J-SUB + 1.  A NAME/ADDRESS PAIR THAT ALSO SHARES A    *
      *    TIN WAS ALREADY LISTED UNDER TIN.  A PAIR ON DUPEXCP IS    *
      *    CONFIRMED DISTINCT AND ONLY COUNTED.                       *
      *****************************************************************
       440000-CHECK-PAIR.

           IF PAIR-TIN-MATCH
               MOVE TIX-ENT-SUB (PAIR-I-SUB)     TO PAIR-A-SUB
               MOVE TIX-ENT-SUB (PAIR-J-SUB + 1) TO PAIR-B-SUB
           ELSE
               MOVE NIX-ENT-SUB (PAIR-I-SUB)     TO PAIR-A-SUB
               MOVE NIX-ENT-SUB (PAIR-J-SUB + 1) TO PAIR-B-SUB
               IF ENT-TIN (PAIR-A-SUB) NOT = ZERO
                 AND ENT-TIN (PAIR-A-SUB) = ENT-TIN (PAIR-B-SUB)
                   GO TO 440000-EXIT
               END-IF
           END-IF.

           MOVE ENT-GROUP-NUMBER (PAIR-A-SUB) TO EXCP-GROUP-LOW.
           MOVE ENT-GROUP-NUMBER (PAIR-B-SUB) TO EXCP-GROUP-HIGH.
           PERFORM 450000-READ-EXCEPTION THRU 450000-EXIT.
           IF EXCEPTION-RECORD-FOUND
               ADD 1                   TO CONFIRMED-DISTINCT-COUNT
               GO TO 440000-EXIT
           END-IF.

           IF PAIR-TIN-MATCH
               ADD 1                   TO TIN-PAIR-COUNT
               MOVE 'SAME TIN, GROUPS'  TO RPT-PAIR-LABEL
               MOVE 'TIN XXXXX'        TO RPT-PAIR-DETAIL (1:9)
               MOVE ENT-TIN (PAIR-A-SUB) (6:4)
                 TO RPT-PAIR-DETAIL (10:4)
           ELSE
               ADD 1                   TO NAME-PAIR-COUNT
               MOVE 'SAME NAME/ADDR, GROUPS' TO RPT-PAIR-LABEL
               MOVE ENT-CITY-KEY (PAIR-A-SUB)
                 TO RPT-PAIR-DETAIL (1:20)
               MOVE ENT-ZIP-FIVE (PAIR-A-SUB)
                 TO RPT-PAIR-DETAIL (22:5)
           END-IF.
           IF ENT-CONVERTED (PAIR-A-SUB)
             AND ENT-CONVERTED (PAIR-B-SUB)
               ADD 1                   TO BOTH-CONVERTED-COUNT
           ELSE
               IF ENT-CONVERTED (PAIR-A-SUB)
                 OR ENT-CONVERTED (PAIR-B-SUB)
                   ADD 1               TO ONE-CONVERTED-COUNT
               ELSE
                   ADD 1               TO NONE-CONVERTED-COUNT
               END-IF
           END-IF.
           MOVE ENT-GROUP-NUMBER (PAIR-A-SUB) TO RPT-PAIR-GROUP-A.
           MOVE ENT-GROUP-NUMBER (PAIR-B-SUB) TO RPT-PAIR-GROUP-B.
           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE RPT-PAIR-LINE          TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE SPACES                 TO RPT-PAIR-DETAIL.
           MOVE PAIR-A-SUB             TO ENT-SUB.
           PERFORM 460000-PRINT-MEMBER THRU 460000-EXIT.
           MOVE PAIR-B-SUB             TO ENT-SUB.
           PERFORM 460000-PRINT-MEMBER THRU 460000-EXIT.

       440000-EXIT.
           EXIT.

      *****************************************************************
      *    450000-READ-EXCEPTION - KEYED READ OF THE CONFIRMED-       *
      *    DISTINCT FILE.  THE CALLER SETS EXCP-KEY.  NOT FOUND JUST  *
      *    MEANS OPS HAS NOT RULED ON THE PAIR.                       *
      *****************************************************************
       450000-READ-EXCEPTION.

           MOVE 'N'                    TO EXCEPTION-FOUND-SWITCH.
           MOVE SPACES
             TO QSAM-RESULTS-CODE    IN QSAM-COMM-AREA.
           MOVE LENGTH OF EXCEPTION-DATA
             TO QSAM-RECORD-LENGTH   IN QSAM-COMM-AREA.
           SET QSAM-READ-OPERATION   IN QSAM-COMM-AREA
             TO TRUE.

           CALL 'VCSQSAM'        USING QSAM-COMM-AREA
                                       EXCEPTION-FIELDS.

           IF QSAM-SUCCESSFUL         IN QSAM-COMM-AREA
               MOVE 'Y'                TO EXCEPTION-FOUND-SWITCH
           ELSE
               IF NOT QSAM-RECORD-NOT-FOUND IN QSAM-COMM-AREA
                   MOVE READ-ERROR     TO VCSABEND-CODE
                   PERFORM 999999-CALL-VCSABEND THRU 999999-EXIT
               END-IF
           END-IF.

       450000-EXIT.
           EXIT.

      *****************************************************************
      *    460000-PRINT-MEMBER - ONE MEMBER OF A PAIR: WHETHER IT IS  *
      *    ALREADY CONVERTED, WHETHER IT IS ON TONIGHT'S EXTRACT, ITS *
      *    RECORD TYPE, NAME AND MASKED TIN.                          *
      *****************************************************************
       460000-PRINT-MEMBER.

           MOVE ENT-GROUP-NUMBER (ENT-SUB) TO RPT-MEMBER-GROUP.
           IF ENT-CONVERTED (ENT-SUB)
               MOVE 'CONVERTED'        TO RPT-MEMBER-STATUS
           ELSE
               MOVE 'NOT CONVERTED'    TO RPT-MEMBER-STATUS
           END-IF.
           IF ENT-ON-EXTRACT (ENT-SUB)
               MOVE 'ON EXTRACT'       TO RPT-MEMBER-SOURCE
           ELSE
               MOVE 'CNVMAST ONLY'     TO RPT-MEMBER-SOURCE
           END-IF.
           MOVE ENT-RECORD-TYPE (ENT-SUB) TO RPT-MEMBER-TYPE.
           MOVE ENT-NAME (ENT-SUB)     TO RPT-MEMBER-NAME.
           IF ENT-TIN (ENT-SUB) = ZERO
               MOVE SPACES             TO RPT-MEMBER-TIN
           ELSE
               MOVE 'XXXXX'            TO RPT-MEMBER-TIN (1:5)
               MOVE ENT-TIN (ENT-SUB) (6:4)
                 TO RPT-MEMBER-TIN (6:4)
           END-IF.
           MOVE RPT-MEMBER-LINE        TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.

       460000-EXIT.
           EXIT.

      *****************************************************************
      *    600000-NORMALIZE - NORMALIZE NORM-INPUT INTO NORM-OUTPUT:  *
      *    FOLD TO UPPER CASE, TURN PUNCTUATION INTO WORD BREAKS,     *
      *    AND FOR A CORPORATE NAME DROP A LEADING "THE" AND ONE      *
      *    TRAILING CORPORATE SUFFIX; THEN KEEP ONLY THE LETTERS AND  *
      *    DIGITS, CLOSED UP.                                         *
      *****************************************************************
       600000-NORMALIZE.

           MOVE NORM-INPUT             TO NORM-WORK.
           INSPECT NORM-WORK CONVERTING NORM-LOWER-CASE
                                     TO NORM-UPPER-CASE.
           INSPECT NORM-WORK CONVERTING NORM-PUNCTUATION
                                     TO NORM-PUNCT-SPACES.
           IF NORM-CORPORATE-NAME
               IF NORM-WORK (1:4) = 'THE '
                   MOVE NORM-WORK (5:31) TO NORM-WORK
               END-IF
               PERFORM 620000-DROP-SUFFIX THRU 620000-EXIT
           END-IF.
           MOVE SPACES                 TO NORM-OUTPUT.
           MOVE ZERO                   TO NORM-OUT-SUB.
           PERFORM 610000-KEEP-CHARACTER THRU 610000-EXIT
               VARYING NORM-SUB FROM 1 BY 1
               UNTIL NORM-SUB > LENGTH OF NORM-WORK.

       600000-EXIT.
           EXIT.

       610000-KEEP-CHARACTER.

           MOVE NORM-WORK (NORM-SUB:1) TO NORM-CHAR.
           IF NORM-KEEP-CHAR
               ADD 1                   TO NORM-OUT-SUB
               MOVE NORM-CHAR      TO NORM-OUTPUT (NORM-OUT-SUB:1)
           END-IF.

       610000-EXIT.
           EXIT.

      *****************************************************************
      *    620000-DROP-SUFFIX - FIND THE LAST WORD OF NORM-WORK AND   *
      *    BLANK IT WHEN IT IS A CORPORATE SUFFIX.  A NAME THAT IS    *
      *    ONLY ONE WORD KEEPS IT.                                    *
      *****************************************************************
       620000-DROP-SUFFIX.

           MOVE LENGTH OF NORM-WORK    TO NORM-END-SUB.
           MOVE 'N'                    TO NORM-SCAN-SWITCH.
           PERFORM 625000-BACK-OVER-SPACE THRU 625000-EXIT
               UNTIL NORM-SCAN-DONE.
           IF NORM-END-SUB < 1
               GO TO 620000-EXIT
           END-IF.
           MOVE NORM-END-SUB           TO NORM-WORD-SUB.
           MOVE 'N'                    TO NORM-SCAN-SWITCH.
           PERFORM 627000-BACK-OVER-WORD THRU 627000-EXIT
               UNTIL NORM-SCAN-DONE.
           IF NORM-WORD-SUB < 1
               GO TO 620000-EXIT
           END-IF.
           COMPUTE NORM-WORD-LENGTH = NORM-END-SUB - NORM-WORD-SUB.
           IF NORM-WORD-LENGTH > LENGTH OF NORM-LAST-WORD
               GO TO 620000-EXIT
           END-IF.
           MOVE SPACES                 TO NORM-LAST-WORD.
           MOVE NORM-WORK (NORM-WORD-SUB + 1:NORM-WORD-LENGTH)
             TO NORM-LAST-WORD.
           PERFORM 629000-CHECK-SUFFIX THRU 629000-EXIT
               VARYING SUFFIX-SUB FROM 1 BY 1
               UNTIL SUFFIX-SUB > SUFFIX-COUNT.

       620000-EXIT.
           EXIT.

       625000-BACK-OVER-SPACE.

           IF NORM-END-SUB < 1
               MOVE 'Y'                TO NORM-SCAN-SWITCH
           ELSE
               IF NORM-WORK (NORM-END-SUB:1) NOT = SPACE
                   MOVE 'Y'            TO NORM-SCAN-SWITCH
               ELSE
                   SUBTRACT 1          FROM NORM-END-SUB
               END-IF
           END-IF.

       625000-EXIT.
           EXIT.

      *    LEAVES NORM-WORD-SUB ON THE SPACE AHEAD OF THE LAST WORD,
      *    OR ZERO WHEN THE NAME IS A SINGLE WORD.
       627000-BACK-OVER-WORD.

           IF NORM-WORD-SUB < 1
               MOVE 'Y'                TO NORM-SCAN-SWITCH
           ELSE
               IF NORM-WORK (NORM-WORD-SUB:1) = SPACE
                   MOVE 'Y'            TO NORM-SCAN-SWITCH
               ELSE
                   SUBTRACT 1          FROM NORM-WORD-SUB
               END-IF
           END-IF.

       627000-EXIT.
           EXIT.

       629000-CHECK-SUFFIX.

           IF NORM-LAST-WORD = SUFFIX-WORD (SUFFIX-SUB)
               MOVE SPACES
                 TO NORM-WORK (NORM-WORD-SUB + 1:NORM-WORD-LENGTH)
               MOVE SUFFIX-COUNT       TO SUFFIX-SUB
           END-IF.

       629000-EXIT.
           EXIT.

      *****************************************************************
      *    900000-PRINT-TOTALS - END-OF-RUN TOTALS.                   *
      *****************************************************************
       900000-PRINT-TOTALS.

           MOVE SPACES                 TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'CROSS-GROUP DUPLICATE TOTALS -'
             TO RPT-PRINT-LINE.
           PERFORM 950000-WRITE-REPORT-LINE THRU 950000-EXIT.
           MOVE 'CNVMAST RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE CNVMAST-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GRPBILL RECORDS READ'
             TO RPT-TOTAL-LABEL.
           MOVE EXTRACT-READ-COUNT     TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  PARENT (TYPE C/I) RECORDS'
             TO RPT-TOTAL-LABEL.
           MOVE EXTRACT-PARENT-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  REPEATED GROUP NUMBERS SKIPPED'
             TO RPT-TOTAL-LABEL.
           MOVE EXTRACT-REPEAT-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'GROUPS COMPARED'
             TO RPT-TOTAL-LABEL.
           MOVE ENTITY-COUNT           TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'CANDIDATE PAIRS - SAME TIN'
             TO RPT-TOTAL-LABEL.
           MOVE TIN-PAIR-COUNT         TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'CANDIDATE PAIRS - SAME NAME/ADDRESS'
             TO RPT-TOTAL-LABEL.
           MOVE NAME-PAIR-COUNT        TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  BOTH MEMBERS CONVERTED'
             TO RPT-TOTAL-LABEL.
           MOVE BOTH-CONVERTED-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  ONE MEMBER CONVERTED'
             TO RPT-TOTAL-LABEL.
           MOVE ONE-CONVERTED-COUNT    TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE '  NEITHER MEMBER CONVERTED'
             TO RPT-TOTAL-LABEL.
           MOVE NONE-CONVERTED-COUNT   TO RPT-TOTAL-VALUE.
           PERFORM 940000-WRITE-TOTAL-LINE THRU 940000-EXIT.
           MOVE 'PAIRS CONFIRMED DISTINCT (DUPEXCP)'
             TO RPT-TOTAL-LABEL.
           MOVE CONFIRMED-DISTINCT-COUNT TO RPT-TOTAL-VALUE.
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
