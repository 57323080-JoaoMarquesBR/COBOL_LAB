       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGO.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGO                           *
      *                COBOL ZOS PROGRAM DESCRIPTION              *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   BRANCH/DEPARTMENT CONSOLIDATION RUN. READS MAPPING      *
      *   CARDS (OLD BRANCH/DEPT TO NEW BRANCH/DEPT AND AN        *
      *   EFFECTIVE DATE), CHECKS BOTH SIDES AGAINST SLSBRREF     *
      *   (THE SURVIVING BRANCH/DEPT MUST BE ACTIVE), AND FOR     *
      *   EACH ACCEPTED CARD BROWSES SALESMAST ON THE BRANCH      *
      *   ALTERNATE KEY, GENERATING A 'T' TRANSFER FOR EVERY      *
      *   SALESPERSON FOUND. THE TRANSFERS ARE WRITTEN IN         *
      *   SALES-TRANS-RECORD LAYOUT, WRAPPED IN THE BATCH HEADER  *
      *   AND A BALANCED TRAILER, FOR THE NEXT PCS2PRG1 RUN.      *
      *   A BRANCH WHOSE EVERY OPEN DEPARTMENT IS MAPPED AWAY TO  *
      *   ANOTHER BRANCH IS CLOSING: ITS CUSTOMERS ARE RE-HOMED   *
      *   ON SLSCUST AND ITS BRANCH-LEVEL QUOTA ROWS FROM THE     *
      *   EFFECTIVE PERIOD ON ARE CARRIED ONTO THE SURVIVING      *
      *   BRANCH IN A NEW SLSQUOTA GENERATION. EACH SURVIVING     *
      *   BRANCH/DEPT WITH NO GL MAPPING OF ITS OWN INHERITS THE  *
      *   OLD ONE'S ACCOUNTS ON SLSGLMAP. A RECONCILIATION OF     *
      *   EVERYTHING MOVED IS PRINTED. NOTHING IS POSTED OR       *
      *   RELEASED UNLESS THE OPERATOR CONFIRMATION CARD SAYS     *
      *   CONFIRM AND NAMES A BATCH NUMBER, THE SAME WAY PCS2PRGD *
      *   RELEASES ITS OFFSETTING FILE - OTHERWISE THE REPORT IS  *
      *   A PROPOSAL ONLY.                                        *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  CONSCRD            MAP-CARDS          OLD TO NEW BRANCH/ *
      *                                        DEPT MAPPING CARDS *
      *  CONFCRD            CONFIRM-CARD       OPERATOR CONFIRM   *
      *                                        CARD + START TRANS *
      *                                        + BATCH NO/DATE    *
      *  SLSPKS             SALESMAST          SALESPERSON MASTER *
      *  SLSBRREF           BRANCH-REF         BRANCH/DEPT REF    *
      *  SLSQUOTA           QUOTA-FILE-IN      CURRENT QUOTA FILE *
      *                                                           *
      *  INPUT/OUTPUT DD NAME  FILE IDENTIFIER  FILE DESCRIPTION  *
      *  --------------------  ---------------  ----------------  *
      *  SLSCUST               CUSTOMER-MAST    CUSTOMER MASTER   *
      *  SLSGLMAP              GL-MAP           GL ACCOUNT MAP    *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  SLSCONS            CONSOL-FILE        TRANSFER TRANS IN  *
      *                                        SALESTRANS FORM    *
      *  SLSQUOTO           QUOTA-FILE-OUT     NEW QUOTA FILE     *
      *  PRNT               CONSRPT            SYSOUT REPORT FILE *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLST               LAYOUT FOR STATIC PART OF TRANS   *
      *  CCS2SLSW               LAYOUT FOR DYNAMIC PART OF TRANS  *
      *  CCS2SLSP               LAYOUT FOR SALESPERSON MASTER     *
      *  CCS2SLSB               LAYOUT FOR BRANCH/DEPT REFERENCE  *
      *  CCS2SLSM               LAYOUT FOR CUSTOMER MASTER        *
      *  CCS2SLSQ               LAYOUT FOR SALES QUOTA RECORD     *
      *  CCS2SLSG               LAYOUT FOR GL ACCOUNT MAPPING     *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MAP-CARDS ASSIGN TO CONSCRD
              FILE STATUS IS WS-MAP-STATUS.
            SELECT CONFIRM-CARD ASSIGN TO CONFCRD
              FILE STATUS IS WS-CNF-STATUS.
            SELECT SALESMAST ASSIGN TO SLSPKS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SALESPERSON-NO
              ALTERNATE KEY IS SALESPERSON-BRANCH-NO WITH DUPLICATES
              FILE STATUS IS WS-IN-STATUS.
            SELECT BRANCH-REF ASSIGN TO SLSBRREF
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BD-KEY
              FILE STATUS IS WS-BRF-STATUS.
            SELECT CUSTOMER-MAST ASSIGN TO SLSCUST
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS CU-CUSTOMER-NO
              FILE STATUS IS WS-CUS-STATUS.
            SELECT GL-MAP ASSIGN TO SLSGLMAP
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS GM-KEY
              FILE STATUS IS WS-GLM-STATUS.
            SELECT QUOTA-FILE-IN ASSIGN TO SLSQUOTA
              FILE STATUS IS WS-QTI-STATUS.
            SELECT QUOTA-FILE-OUT ASSIGN TO SLSQUOTO
              FILE STATUS IS WS-QTO-STATUS.
            SELECT CONSOL-FILE ASSIGN TO SLSCONS
              FILE STATUS IS WS-CON-STATUS.
            SELECT CONSRPT ASSIGN TO PRNT.

       DATA DIVISION.

       FILE SECTION.

       FD  MAP-CARDS
           RECORDING MODE IS F.
       01  MAP-CARD-RECORD.
           05  MC-OLD-BRANCH-NO          PIC 9(3).
           05  MC-OLD-DEPT-NO            PIC 9(2).
           05  FILLER                    PIC X.
           05  MC-NEW-BRANCH-NO          PIC 9(3).
           05  MC-NEW-DEPT-NO            PIC 9(2).
           05  FILLER                    PIC X.
           05  MC-EFFECTIVE-DATE         PIC 9(8).
           05  FILLER                    PIC X(60).

       FD  CONFIRM-CARD
           RECORDING MODE IS F.
       01  CONFIRM-CARD-RECORD.
           05  CNF-ACTION                PIC X(7).
               88  CNF-CONFIRMED         VALUE 'CONFIRM'.
           05  FILLER                    PIC X.
           05  CNF-START-TRANS-NO        PIC 9(5).
           05  FILLER                    PIC X.
           05  CNF-BATCH-NO              PIC 9(5).
           05  FILLER                    PIC X.
           05  CNF-BUSINESS-DATE         PIC 9(8).
           05  FILLER                    PIC X(52).

       FD  SALESMAST.
      *COPY BOOK FOR SALESPERSON MASTER
       COPY CCS2SLSP.

       FD  BRANCH-REF.
      *COPY BOOK FOR BRANCH/DEPARTMENT REFERENCE RECORD
       COPY CCS2SLSB.

       FD  CUSTOMER-MAST.
      *COPY BOOK FOR CUSTOMER MASTER RECORD
       COPY CCS2SLSM.

       FD  GL-MAP.
      *COPY BOOK FOR GL ACCOUNT MAPPING RECORD
       COPY CCS2SLSG.

       FD  QUOTA-FILE-IN
           RECORDING MODE IS F.
      *COPY BOOK FOR SALES QUOTA RECORD
       COPY CCS2SLSQ.

       FD  QUOTA-FILE-OUT
           RECORDING MODE IS F.
       01  QUOTA-FILE-OUT-RECORD         PIC X(25).

       FD  CONSOL-FILE
           RECORDING MODE IS F.
      *COPY BOOK FOR SALES TRANSACTION FILES
       COPY CCS2SLST.

       FD  CONSRPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CCS2SLSW.
      **************************************************************
      *    LAYOUT FOR THE 1ST HEADING LINE OF REPORT PRNTING       *
      **************************************************************
       01  WS-HEADING-LINE-1.
           03  FILLER                 PIC X(5)       VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE "PAGE  ".
           03  WS-HL1-PAGENO          PIC Z9.
           03  FILLER                 PIC X(29)      VALUE SPACES.
           03  FILLER                 PIC X(15)
                                      VALUE "ABC CORPORATION".
           03  FILLER                 PIC X(27)      VALUE SPACES.
           03  WS-HL1-MONTH           PIC 9(2).
           03  FILLER                 PIC X(1)       VALUE "/".
           03  WS-HL1-DAY             PIC 9(2).
           03  FILLER                 PIC X(1)       VALUE "/".
           03  WS-HL1-YEAR            PIC 9(4).
           03  FILLER                 PIC X          VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE 2ND HEADING LINE OF REPORT PRNTING       *
      **************************************************************
       01  WS-HEADING-LINE-2.
           03  FILLER                 PIC X(26)      VALUE SPACES.
           03  FILLER                 PIC X(8)       VALUE 'PROPOSED'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(13)
                                      VALUE 'CONSOLIDATION'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(14)
                                      VALUE 'RECONCILIATION'.

      **************************************************************
      *    LAYOUT FOR THE CONFIRMATION STATUS LINE                  *
      **************************************************************
       01  WS-PRNT-CONFIRM-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-CONFIRM-TEXT   PIC X(50).

      **************************************************************
      *    LAYOUT FOR THE MAPPING CARD LINE OF REPORT PRINTING     *
      **************************************************************
       01  WS-PRNT-CARD-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(13)
                                      VALUE 'MAPPING CARD '.
           03  FILLER                 PIC X(4)       VALUE 'OLD '.
           03  WS-PRNT-CARD-OLD-BR    PIC X(3).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PRNT-CARD-OLD-DEPT  PIC X(2).
           03  FILLER                 PIC X(6)       VALUE '  NEW '.
           03  WS-PRNT-CARD-NEW-BR    PIC X(3).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PRNT-CARD-NEW-DEPT  PIC X(2).
           03  FILLER                 PIC X(12)
                                      VALUE '  EFFECTIVE '.
           03  WS-PRNT-CARD-EFF-DATE  PIC X(8).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-CARD-NOTE      PIC X(24).

      **************************************************************
      *    LAYOUT FOR THE SECTION TITLE LINES OF REPORT PRINTING   *
      **************************************************************
       01  WS-PRNT-SECTION-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-SECTION-TITLE  PIC X(60).

      **************************************************************
      *    LAYOUT FOR THE COLUMN HEADINGS OF REPORT PRINTING       *
      **************************************************************
       01  WS-COLUMN-HEADINGS.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(4)       VALUE 'ITEM'.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'NUMBER'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(4)       VALUE 'NAME'.
           03  FILLER                 PIC X(18)      VALUE SPACES.
           03  FILLER                 PIC X(4)       VALUE 'FROM'.
           03  FILLER                 PIC X(6)       VALUE SPACES.
           03  FILLER                 PIC X(2)       VALUE 'TO'.
           03  FILLER                 PIC X(12)      VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'AMOUNT'.
           03  FILLER                 PIC X(6)       VALUE SPACES.
           03  FILLER                 PIC X(4)       VALUE 'NOTE'.

      **************************************************************
      *    LAYOUT FOR THE DETAIL LINE OF REPORT PRINTING - ONE     *
      *    LINE PER ITEM MOVED (SALESPERSON, BRANCH, CUSTOMER,     *
      *    QUOTA ROW OR GL MAPPING)                                *
      **************************************************************
       01  WS-PRNT-DETAIL-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-ITEM-TYPE      PIC X(6).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-ITEM-ID        PIC X(6).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-ITEM-NAME      PIC X(20).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-FROM-BRANCH    PIC X(3).
           03  WS-PRNT-FROM-SLASH     PIC X.
           03  WS-PRNT-FROM-DEPT      PIC X(2).
           03  FILLER                 PIC X(4)       VALUE ' TO '.
           03  WS-PRNT-TO-BRANCH      PIC X(3).
           03  WS-PRNT-TO-SLASH       PIC X.
           03  WS-PRNT-TO-DEPT        PIC X(2).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-ITEM-AMOUNT    PIC $$$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-NOTE           PIC X(14).

      **************************************************************
      *    LAYOUT FOR THE CLOSING SUMMARY LINES                     *
      **************************************************************
       01  WS-PRINT-TOTALS.
           03  FILLER                 PIC X(2)       VALUE '# '.
           03  WS-PRNT-TOTAL-NAME     PIC X(22).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-TOTAL-COUNT    PIC Z(4)9.

       01  WS-PRNT-AMOUNT-TOTALS.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-AMT-LABEL      PIC X(22).
           03  WS-PRNT-AMT-TOTAL      PIC $$$,$$$,$$$.99CR.

      **************************************************************
      *    LAYOUT FOR THE CURRENT DATE OF THE REPORT DATE          *
      **************************************************************
       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR               PIC X(4).
           05  WS-CD-MONTH              PIC XX.
           05  WS-CD-DAY                PIC XX.

      **************************************************************
      *    EFFECTIVE DATE OF A MAPPING, SPLIT FOR THE QUOTA PERIOD *
      **************************************************************
       01  WS-EFF-DATE-WORK.
           05  WS-EFF-PERIOD            PIC 9(6).
           05  WS-EFF-DAY               PIC 9(2).

      **************************************************************
      *    OLD AND NEW BRANCH/DEPT OF THE MAPPING CARD IN HAND,    *
      *    LAID OUT AS THE BD-KEY / SALESPERSON-BRANCH-NO PAIR     *
      **************************************************************
       01  WS-CARD-KEYS.
           03  WS-CARD-OLD-KEY.
               05  WS-CARD-OLD-BRANCH   PIC 9(3).
               05  WS-CARD-OLD-DEPT     PIC 9(2).
           03  WS-CARD-NEW-KEY.
               05  WS-CARD-NEW-BRANCH   PIC 9(3).
               05  WS-CARD-NEW-DEPT     PIC 9(2).

      **************************************************************
      *    ACCEPTED MAPPING CARDS, IN CARD ORDER                   *
      **************************************************************
       01  WS-MAP-TABLE.
           03  WS-MAP-COUNT             PIC 9(3) COMP  VALUE ZERO.
           03  WS-MAP-ENTRY OCCURS 50 TIMES.
               05  WS-MAP-OLD-KEY.
                   10  WS-MAP-OLD-BRANCH    PIC 9(3).
                   10  WS-MAP-OLD-DEPT      PIC 9(2).
               05  WS-MAP-NEW-KEY.
                   10  WS-MAP-NEW-BRANCH    PIC 9(3).
                   10  WS-MAP-NEW-DEPT      PIC 9(2).
               05  WS-MAP-EFF-DATE      PIC 9(8).

      **************************************************************
      *    BRANCHES CLOSING OUTRIGHT - EVERY OPEN DEPARTMENT IS    *
      *    MAPPED AWAY TO ANOTHER BRANCH - AND THE SURVIVING       *
      *    BRANCH THEIR CUSTOMERS AND BRANCH QUOTAS GO TO          *
      **************************************************************
       01  WS-CLOSING-TABLE.
           03  WS-CB-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-CB-ENTRY OCCURS 50 TIMES.
               05  WS-CB-OLD-BRANCH     PIC 9(3).
               05  WS-CB-NEW-BRANCH     PIC 9(3).
               05  WS-CB-EFF-PERIOD     PIC 9(6).

      **************************************************************
      *    IN-STORAGE COPY OF THE QUOTA FILE, KEPT IN LEVEL /      *
      *    PERIOD / SALESPERSON / BRANCH SEQUENCE AS PCS2PRGI      *
      *    KEEPS IT, AND THE BRANCH ROWS LIFTED OFF IT TO CARRY    *
      **************************************************************
       01  WS-QUOTA-TABLE.
           03  WS-QT-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-QT-ENTRY OCCURS 300 TIMES.
               05  WS-QT-KEY.
                   10  WS-QT-LEVEL          PIC X(1).
                   10  WS-QT-PERIOD         PIC 9(6).
                   10  WS-QT-SLSP-NO        PIC 9(5).
                   10  WS-QT-BRANCH-NO      PIC 9(3).
               05  WS-QT-QUOTA-AMOUNT   PIC 9(8)V99.

       01  WS-CARRY-TABLE.
           03  WS-CY-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-CY-ENTRY OCCURS 300 TIMES.
               05  WS-CY-PERIOD         PIC 9(6).
               05  WS-CY-OLD-BRANCH     PIC 9(3).
               05  WS-CY-NEW-BRANCH     PIC 9(3).
               05  WS-CY-QUOTA-AMOUNT   PIC 9(8)V99.

      **************************************************************
      *    KEY OF THE CARRIED QUOTA ROW, IN TABLE KEY SEQUENCE     *
      **************************************************************
       01  WS-CARRY-KEY.
           03  WS-CK-LEVEL              PIC X(1).
           03  WS-CK-PERIOD             PIC 9(6).
           03  WS-CK-SLSP-NO            PIC 9(5).
           03  WS-CK-BRANCH-NO          PIC 9(3).

      **************************************************************
      *    LAYOUT FOR THE EOF-SWITCHES AND CONFIRMATION SWITCH     *
      **************************************************************
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-CARD-EOF                          VALUE "Y".
           05  WS-MAST-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-MAST-EOF                          VALUE "Y".
           05  WS-BRREF-EOF-SWITCH       PIC X          VALUE "N".
               88  WS-BRREF-EOF                         VALUE "Y".
           05  WS-CUST-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-CUST-EOF                          VALUE "Y".
           05  WS-QUOTA-IN-EOF-SWITCH    PIC X          VALUE "N".
               88  WS-QUOTA-IN-EOF                      VALUE "Y".
           05  WS-RELEASE-SWITCH         PIC X          VALUE "N".
               88  WS-RELEASE-CONFIRMED                 VALUE "Y".
           05  WS-BRREF-AVAIL-SWITCH     PIC X          VALUE "N".
               88  WS-BRREF-AVAILABLE                   VALUE "Y".
           05  WS-MAP-FOUND-SWITCH       PIC X          VALUE "N".
               88  WS-MAP-FOUND                         VALUE "Y".
           05  WS-CB-FOUND-SWITCH        PIC X          VALUE "N".
               88  WS-CB-FOUND                          VALUE "Y".
           05  WS-BRANCH-EMPTIES-SWITCH  PIC X          VALUE "N".
               88  WS-BRANCH-EMPTIES                    VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH     PIC X          VALUE "N".
               88  WS-ENTRY-FOUND                       VALUE "Y".

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-MAP-STATUS             PIC XX         VALUE SPACES.
           03  WS-CNF-STATUS             PIC XX         VALUE SPACES.
           03  WS-IN-STATUS              PIC XX         VALUE SPACES.
           03  WS-BRF-STATUS             PIC XX         VALUE SPACES.
           03  WS-CUS-STATUS             PIC XX         VALUE SPACES.
           03  WS-GLM-STATUS             PIC XX         VALUE SPACES.
           03  WS-QTI-STATUS             PIC XX         VALUE SPACES.
           03  WS-QTO-STATUS             PIC XX         VALUE SPACES.
           03  WS-CON-STATUS             PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-NEXT-TRANS-NO          PIC 9(5)       VALUE 90001.
           03  WS-MAP-SUB                PIC 9(3) COMP  VALUE ZERO.
           03  WS-MAP-SUB-2              PIC 9(3) COMP  VALUE ZERO.
           03  WS-CB-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-QT-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-QT-SUB-2               PIC 9(3) COMP  VALUE ZERO.
           03  WS-CY-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-INSERT-AT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-MOVE-FROM-CAT          PIC 9(5)       VALUE ZEROES.
           03  WS-LOOK-BRANCH-NO         PIC 9(3)       VALUE ZEROES.
           03  WS-CARD-NOTE              PIC X(24)      VALUE SPACES.
           03  WS-PTD-NET                PIC S9(8)V99   VALUE ZERO.
           03  WS-TOT-PTD-NET            PIC S9(9)V99   VALUE ZERO.
           03  WS-TOT-QUOTA-CARRIED      PIC S9(9)V99   VALUE ZERO.
           03  WS-NUM-CARDS-ACCEPTED     PIC 9(5)       VALUE ZERO.
           03  WS-NUM-CARDS-REJECTED     PIC 9(5)       VALUE ZERO.
           03  WS-NUM-BRANCHES-CLOSING   PIC 9(5)       VALUE ZERO.
           03  WS-NUM-SLSP-MOVED         PIC 9(5)       VALUE ZERO.
           03  WS-NUM-SLSP-SKIPPED       PIC 9(5)       VALUE ZERO.
           03  WS-NUM-CUST-MOVED         PIC 9(5)       VALUE ZERO.
           03  WS-NUM-CUST-FAILED        PIC 9(5)       VALUE ZERO.
           03  WS-NUM-QUOTA-CARRIED      PIC 9(5)       VALUE ZERO.
           03  WS-NUM-GLMAP-CARRIED      PIC 9(5)       VALUE ZERO.
           03  WS-NUM-GLMAP-KEPT         PIC 9(5)       VALUE ZERO.
           03  WS-CON-BATCH-NO           PIC 9(5)       VALUE ZEROES.
           03  WS-CON-BUS-DATE           PIC 9(8)       VALUE ZEROES.
           03  WS-CON-XFER-COUNT         PIC 9(3)       VALUE ZEROES.

      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       A000-MAINLINE.
           OPEN INPUT MAP-CARDS
                      CONFIRM-CARD
                OUTPUT CONSOL-FILE
                       CONSRPT
           IF WS-MAP-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-MAP-STATUS = ", WS-MAP-STATUS
           ELSE
               PERFORM U100-FORMAT-DATE
               PERFORM R100-READ-CONFIRM-CARD
               PERFORM W140-PRINT-HEAD
               PERFORM V100-OPEN-BRANCH-REF
               IF NOT WS-BRREF-AVAILABLE
                   DISPLAY "CONSOLIDATION REFUSED - BRANCH REFERENCE "
                           "FILE NOT AVAILABLE, STATUS: "
                           WS-BRF-STATUS
               ELSE
                   IF WS-RELEASE-CONFIRMED
                       PERFORM W150-WRITE-BATCH-HEADER
                   END-IF
                   PERFORM B100-LOAD-MAP-CARDS
                   IF WS-MAP-COUNT EQUAL ZERO
                       DISPLAY "NO MAPPING CARD ACCEPTED - "
                               "NOTHING MOVED"
                   ELSE
                       PERFORM B200-FIND-CLOSING-BRANCHES
                       PERFORM B300-MOVE-SALESPEOPLE
                       PERFORM B400-REHOME-CUSTOMERS
                       PERFORM B500-CARRY-QUOTAS
                       PERFORM B600-CARRY-GL-MAPS
                   END-IF
                   IF WS-RELEASE-CONFIRMED
                       PERFORM W160-WRITE-BATCH-TRAILER
                   END-IF
                   CLOSE BRANCH-REF
               END-IF
               PERFORM W240-PRINT-TOTALS
           END-IF

           CLOSE MAP-CARDS
                 CONFIRM-CARD
                 CONSOL-FILE
                 CONSRPT
           STOP RUN.

      **************************************************************
      *   READ THE OPERATOR CONFIRMATION CARD. ONLY A CARD READING *
      *   CONFIRM AND NAMING A BATCH NUMBER POSTS THE CUSTOMER,    *
      *   QUOTA AND GL MAPPING MOVES AND RELEASES THE TRANSFER     *
      *   FILE - ANYTHING ELSE, OR NO CARD AT ALL, PRINTS THE      *
      *   PROPOSAL ONLY. THE CARD ALSO CARRIES THE FIRST           *
      *   TRANSACTION NUMBER FOR THE GENERATED TRANSFERS AND THE   *
      *   BATCH NUMBER AND BUSINESS DATE FOR THE BATCH HEADER      *
      **************************************************************
       R100-READ-CONFIRM-CARD.
           IF WS-CNF-STATUS EQUAL "00"
               READ CONFIRM-CARD
               IF WS-CNF-STATUS EQUAL "00"
                   IF CNF-CONFIRMED
                      AND CNF-BATCH-NO NUMERIC
                      AND CNF-BATCH-NO NOT EQUAL ZERO
                       SET WS-RELEASE-CONFIRMED TO TRUE
                       MOVE CNF-BATCH-NO TO WS-CON-BATCH-NO
                       MOVE CNF-BUSINESS-DATE TO WS-CON-BUS-DATE
                   END-IF
                   IF CNF-START-TRANS-NO NUMERIC
                      AND CNF-START-TRANS-NO NOT EQUAL ZERO
                       MOVE CNF-START-TRANS-NO TO WS-NEXT-TRANS-NO
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RELEASE-CONFIRMED
               DISPLAY "NO CONFIRM CARD WITH BATCH NUMBER - "
                       "PROPOSAL ONLY, NOTHING POSTED OR RELEASED"
           END-IF.

      **************************************************************
      *   THE BRANCH REFERENCE FILE IS REQUIRED - WITHOUT IT THE   *
      *   MAPPING CARDS CANNOT BE CHECKED AND NOTHING IS MOVED     *
      **************************************************************
       V100-OPEN-BRANCH-REF.
           OPEN INPUT BRANCH-REF
           IF WS-BRF-STATUS EQUAL "00"
               SET WS-BRREF-AVAILABLE TO TRUE
           END-IF.

      **************************************************************
      *   READ AND EDIT EVERY MAPPING CARD, PRINTING EACH ONE WITH *
      *   ITS OUTCOME. ONLY ACCEPTED CARDS ARE KEPT                *
      **************************************************************
       B100-LOAD-MAP-CARDS.
           MOVE 'MAPPING CARDS' TO WS-PRNT-SECTION-TITLE
           PERFORM W130-PRINT-SECTION-TITLE
           PERFORM R2000-READ-MAP-CARD
           PERFORM B150-EDIT-MAP-CARD UNTIL WS-CARD-EOF.

      **************************************************************
      *   A CARD IS REJECTED WHEN IT IS NOT NUMERIC, HAS NO        *
      *   EFFECTIVE DATE, MAPS A BRANCH/DEPT ONTO ITSELF, NAMES A  *
      *   BRANCH/DEPT NOT ON THE REFERENCE FILE, MAPS ONTO A       *
      *   CLOSED BRANCH/DEPT, REPEATS AN OLD KEY ALREADY MAPPED,   *
      *   OR CHAINS ONTO ANOTHER CARD (ITS OLD KEY IS SOMEONE'S    *
      *   NEW KEY OR ITS NEW KEY IS ITSELF BEING MAPPED AWAY)      *
      **************************************************************
       B150-EDIT-MAP-CARD.
           MOVE SPACES TO WS-CARD-NOTE
           IF MC-OLD-BRANCH-NO NOT NUMERIC
              OR MC-OLD-DEPT-NO NOT NUMERIC
              OR MC-NEW-BRANCH-NO NOT NUMERIC
              OR MC-NEW-DEPT-NO NOT NUMERIC
              OR MC-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'REJECTED - NOT NUMERIC' TO WS-CARD-NOTE
           ELSE
               MOVE MC-OLD-BRANCH-NO TO WS-CARD-OLD-BRANCH
               MOVE MC-OLD-DEPT-NO TO WS-CARD-OLD-DEPT
               MOVE MC-NEW-BRANCH-NO TO WS-CARD-NEW-BRANCH
               MOVE MC-NEW-DEPT-NO TO WS-CARD-NEW-DEPT
               IF MC-EFFECTIVE-DATE EQUAL ZERO
                   MOVE 'REJECTED - NO EFF DATE' TO WS-CARD-NOTE
               ELSE
                   IF WS-CARD-OLD-KEY EQUAL WS-CARD-NEW-KEY
                       MOVE 'REJECTED - OLD SAME AS NEW'
                            TO WS-CARD-NOTE
                   ELSE
                       PERFORM U200-CHECK-CARD-KEYS
                   END-IF
               END-IF
           END-IF

           IF WS-CARD-NOTE EQUAL SPACES
               IF WS-MAP-COUNT >= 50
                   MOVE 'REJECTED - TOO MANY CARDS' TO WS-CARD-NOTE
               ELSE
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-CARD-OLD-KEY TO WS-MAP-OLD-KEY (WS-MAP-COUNT)
                   MOVE WS-CARD-NEW-KEY TO WS-MAP-NEW-KEY (WS-MAP-COUNT)
                   MOVE MC-EFFECTIVE-DATE
                        TO WS-MAP-EFF-DATE (WS-MAP-COUNT)
                   MOVE 'ACCEPTED' TO WS-CARD-NOTE
               END-IF
           END-IF
           IF WS-CARD-NOTE EQUAL 'ACCEPTED'
               ADD 1 TO WS-NUM-CARDS-ACCEPTED
           ELSE
               ADD 1 TO WS-NUM-CARDS-REJECTED
           END-IF
           PERFORM W200-PRINT-CARD-LINE
           PERFORM R2000-READ-MAP-CARD.

      **************************************************************
      *   CHECK BOTH SIDES OF THE CARD AGAINST THE REFERENCE FILE  *
      *   AND AGAINST THE CARDS ALREADY ACCEPTED                   *
      **************************************************************
       U200-CHECK-CARD-KEYS.
           MOVE WS-CARD-OLD-KEY TO BD-KEY
           READ BRANCH-REF
           IF WS-BRF-STATUS NOT EQUAL "00"
               MOVE 'REJECTED - OLD NOT ON REF' TO WS-CARD-NOTE
           ELSE
               MOVE WS-CARD-NEW-KEY TO BD-KEY
               READ BRANCH-REF
               IF WS-BRF-STATUS NOT EQUAL "00"
                   MOVE 'REJECTED - NEW NOT ON REF' TO WS-CARD-NOTE
               ELSE
                   IF NOT BD-ACTIVE
                       MOVE 'REJECTED - NEW NOT ACTIVE'
                            TO WS-CARD-NOTE
                   ELSE
                       MOVE 'N' TO WS-MAP-FOUND-SWITCH
                       PERFORM U500-MATCH-CARD-TO-MAP
                           VARYING WS-MAP-SUB FROM 1 BY 1
                           UNTIL WS-MAP-FOUND
                              OR WS-MAP-SUB > WS-MAP-COUNT
                   END-IF
               END-IF
           END-IF.

       U500-MATCH-CARD-TO-MAP.
           IF WS-MAP-OLD-KEY (WS-MAP-SUB) EQUAL WS-CARD-OLD-KEY
               SET WS-MAP-FOUND TO TRUE
               MOVE 'REJECTED - DUPLICATE OLD' TO WS-CARD-NOTE
               SUBTRACT 1 FROM WS-MAP-SUB
           ELSE
               IF WS-MAP-NEW-KEY (WS-MAP-SUB) EQUAL WS-CARD-OLD-KEY
                  OR WS-MAP-OLD-KEY (WS-MAP-SUB) EQUAL WS-CARD-NEW-KEY
                   SET WS-MAP-FOUND TO TRUE
                   MOVE 'REJECTED - CHAINED MAPPING' TO WS-CARD-NOTE
                   SUBTRACT 1 FROM WS-MAP-SUB
               END-IF
           END-IF.

      **************************************************************
      *   FIND THE BRANCHES THAT CLOSE OUTRIGHT. A BRANCH CLOSES   *
      *   WHEN EVERY ONE OF ITS DEPARTMENTS NOT ALREADY FLAGGED    *
      *   CLOSED ON SLSBRREF IS MAPPED TO ANOTHER BRANCH. ITS      *
      *   CUSTOMERS AND BRANCH QUOTAS GO TO THE NEW BRANCH OF THE  *
      *   FIRST CARD THAT MAPS IT AWAY                             *
      **************************************************************
       B200-FIND-CLOSING-BRANCHES.
           MOVE 'BRANCHES CLOSING - CUSTOMERS AND BRANCH QUOTAS FOLLOW'
                TO WS-PRNT-SECTION-TITLE
           PERFORM W130-PRINT-SECTION-TITLE
           PERFORM W135-PRINT-COLUMN-HEADINGS
           PERFORM B210-CHECK-ONE-BRANCH
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT.

       B210-CHECK-ONE-BRANCH.
           IF WS-MAP-NEW-BRANCH (WS-MAP-SUB) NOT EQUAL
              WS-MAP-OLD-BRANCH (WS-MAP-SUB)
               MOVE WS-MAP-OLD-BRANCH (WS-MAP-SUB) TO WS-LOOK-BRANCH-NO
               PERFORM U400-FIND-CLOSING-BRANCH
               IF NOT WS-CB-FOUND
                   SET WS-BRANCH-EMPTIES TO TRUE
                   MOVE 'N' TO WS-BRREF-EOF-SWITCH
                   MOVE WS-LOOK-BRANCH-NO TO BD-BRANCH-NO
                   MOVE ZEROES TO BD-DEPT-NO
                   START BRANCH-REF KEY IS GREATER THAN OR EQUAL BD-KEY
                   IF WS-BRF-STATUS EQUAL "00"
                       PERFORM R2300-READ-NEXT-BRANCH-REF
                   ELSE
                       SET WS-BRREF-EOF TO TRUE
                   END-IF
                   PERFORM B220-CHECK-DEPT UNTIL WS-BRREF-EOF
                   IF WS-BRANCH-EMPTIES
                       PERFORM C200-ADD-CLOSING-BRANCH
                   END-IF
               END-IF
           END-IF.

       B220-CHECK-DEPT.
           IF NOT BD-CLOSED
               MOVE 'N' TO WS-MAP-FOUND-SWITCH
               PERFORM U510-MATCH-DEPT-TO-MAP
                   VARYING WS-MAP-SUB-2 FROM 1 BY 1
                   UNTIL WS-MAP-FOUND OR WS-MAP-SUB-2 > WS-MAP-COUNT
               IF NOT WS-MAP-FOUND
                   MOVE 'N' TO WS-BRANCH-EMPTIES-SWITCH
               END-IF
           END-IF
           PERFORM R2300-READ-NEXT-BRANCH-REF.

       U510-MATCH-DEPT-TO-MAP.
           IF WS-MAP-OLD-KEY (WS-MAP-SUB-2) EQUAL BD-KEY
              AND WS-MAP-NEW-BRANCH (WS-MAP-SUB-2) NOT EQUAL
                  BD-BRANCH-NO
               SET WS-MAP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MAP-SUB-2
           END-IF.

       C200-ADD-CLOSING-BRANCH.
           IF WS-CB-COUNT < 50
               ADD 1 TO WS-CB-COUNT
               MOVE WS-LOOK-BRANCH-NO TO WS-CB-OLD-BRANCH (WS-CB-COUNT)
               MOVE WS-MAP-NEW-BRANCH (WS-MAP-SUB)
                    TO WS-CB-NEW-BRANCH (WS-CB-COUNT)
               MOVE WS-MAP-EFF-DATE (WS-MAP-SUB) TO WS-EFF-DATE-WORK
               MOVE WS-EFF-PERIOD TO WS-CB-EFF-PERIOD (WS-CB-COUNT)
               ADD 1 TO WS-NUM-BRANCHES-CLOSING

               MOVE 'BRANCH' TO WS-PRNT-ITEM-TYPE
               MOVE WS-LOOK-BRANCH-NO TO WS-PRNT-ITEM-ID
               MOVE SPACES TO WS-PRNT-ITEM-NAME
               MOVE WS-LOOK-BRANCH-NO TO WS-PRNT-FROM-BRANCH
               MOVE SPACES TO WS-PRNT-FROM-SLASH
               MOVE SPACES TO WS-PRNT-FROM-DEPT
               MOVE WS-CB-NEW-BRANCH (WS-CB-COUNT)
                    TO WS-PRNT-TO-BRANCH
               MOVE SPACES TO WS-PRNT-TO-SLASH
               MOVE SPACES TO WS-PRNT-TO-DEPT
               MOVE ZERO TO WS-PRNT-ITEM-AMOUNT
               MOVE 'CLOSING' TO WS-PRNT-NOTE
               PERFORM W210-PRINT-DETAIL-LINE
           ELSE
               DISPLAY "CLOSING BRANCH TABLE FULL, BRANCH "
                       WS-LOOK-BRANCH-NO " NOT CLOSED"
           END-IF.

       U400-FIND-CLOSING-BRANCH.
           MOVE 'N' TO WS-CB-FOUND-SWITCH
           PERFORM U520-MATCH-CLOSING-BRANCH
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-FOUND OR WS-CB-SUB > WS-CB-COUNT.

       U520-MATCH-CLOSING-BRANCH.
           IF WS-CB-OLD-BRANCH (WS-CB-SUB) EQUAL WS-LOOK-BRANCH-NO
               SET WS-CB-FOUND TO TRUE
               SUBTRACT 1 FROM WS-CB-SUB
           END-IF.

      **************************************************************
      *   GENERATE A TRANSFER FOR EVERY SALESPERSON HOMED IN EACH  *
      *   OLD BRANCH/DEPT, BROWSING SALESMAST ON THE BRANCH        *
      *   ALTERNATE KEY. THE MASTER ITSELF IS ONLY READ HERE -     *
      *   PCS2PRG1 MOVES EACH PERSON (AND WRITES THE SLSXFER       *
      *   LEDGER ENTRY FOR THEIR PTD SALES) WHEN THE RELEASED      *
      *   BATCH IS POSTED                                          *
      **************************************************************
       B300-MOVE-SALESPEOPLE.
           MOVE 'SALESPERSON TRANSFERS' TO WS-PRNT-SECTION-TITLE
           PERFORM W130-PRINT-SECTION-TITLE
           PERFORM W135-PRINT-COLUMN-HEADINGS
           OPEN INPUT SALESMAST
           IF WS-IN-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-IN-STATUS = ", WS-IN-STATUS
               DISPLAY "NO TRANSFERS GENERATED"
           ELSE
               PERFORM B310-BROWSE-OLD-KEY
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               CLOSE SALESMAST
           END-IF.

       B310-BROWSE-OLD-KEY.
           MOVE 'N' TO WS-MAST-EOF-SWITCH
           MOVE WS-MAP-OLD-KEY (WS-MAP-SUB) TO WS-MOVE-FROM-CAT
           MOVE WS-MOVE-FROM-CAT TO SALESPERSON-BRANCH-NO
           START SALESMAST KEY IS EQUAL TO SALESPERSON-BRANCH-NO
           IF WS-IN-STATUS NOT EQUAL "00"
               SET WS-MAST-EOF TO TRUE
           ELSE
               PERFORM R2100-READ-NEXT-SALESMAST
           END-IF
           PERFORM B320-TRANSFER-SALESPERSON UNTIL WS-MAST-EOF.

      **************************************************************
      *   A TERMINATED SALESPERSON IS LEFT WHERE THEY ARE - THE    *
      *   CLOSE ARCHIVES THEM OFF FROM THE OLD BRANCH. THE BATCH   *
      *   TRAILER HOLDS AT MOST 999 TRANSFERS; ANY PERSON BEYOND   *
      *   THAT IS REPORTED AND LEFT FOR A FOLLOW-UP RUN            *
      **************************************************************
       B320-TRANSFER-SALESPERSON.
           COMPUTE WS-PTD-NET = SALESPERSON-GROSS-SALES -
                   SALESPERSON-RETURN-SALES
           END-COMPUTE
           MOVE 'SLSP  ' TO WS-PRNT-ITEM-TYPE
           MOVE SALESPERSON-NO TO WS-PRNT-ITEM-ID
           MOVE SALESPERSON-LAST-NAME TO WS-PRNT-ITEM-NAME
           MOVE WS-MAP-OLD-BRANCH (WS-MAP-SUB) TO WS-PRNT-FROM-BRANCH
           MOVE '/' TO WS-PRNT-FROM-SLASH
           MOVE WS-MAP-OLD-DEPT (WS-MAP-SUB) TO WS-PRNT-FROM-DEPT
           MOVE WS-MAP-NEW-BRANCH (WS-MAP-SUB) TO WS-PRNT-TO-BRANCH
           MOVE '/' TO WS-PRNT-TO-SLASH
           MOVE WS-MAP-NEW-DEPT (WS-MAP-SUB) TO WS-PRNT-TO-DEPT
           MOVE WS-PTD-NET TO WS-PRNT-ITEM-AMOUNT
           IF SALESPERSON-TERMED
               MOVE 'TERMED-NOT MVD' TO WS-PRNT-NOTE
               ADD 1 TO WS-NUM-SLSP-SKIPPED
           ELSE
               IF WS-NUM-SLSP-MOVED >= 999
                   MOVE 'BATCH FULL' TO WS-PRNT-NOTE
                   ADD 1 TO WS-NUM-SLSP-SKIPPED
               ELSE
                   PERFORM C300-GENERATE-TRANSFER
               END-IF
           END-IF
           PERFORM W210-PRINT-DETAIL-LINE
           PERFORM R2100-READ-NEXT-SALESMAST.

      **************************************************************
      *   BUILD THE 'T' TRANSFER TO THE NEW BRANCH/DEPT, EFFECTIVE *
      *   ON THE MAPPING DATE, AND WRITE IT WHEN CONFIRMED. THE    *
      *   TRANS-DATE CARRIES THE EFFECTIVE DATE (YYMMDD) SO THAT A *
      *   TRANSFER NOT YET DUE IS HELD ON SLSSMNT BY PCS2PRG1      *
      **************************************************************
       C300-GENERATE-TRANSFER.
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE SALESPERSON-NO TO TRANS-SALESPERSON-NO
           MOVE WS-MAP-EFF-DATE (WS-MAP-SUB) (3:6) TO TRANS-DATE
           MOVE 'T' TO TRANS-TYPE-CODE
           MOVE SPACES TO WS-TRANS-TRANSFER
           MOVE WS-MAP-NEW-BRANCH (WS-MAP-SUB) TO WS-XFER-BRANCH-NO
           MOVE WS-MAP-NEW-DEPT (WS-MAP-SUB) TO WS-XFER-DEPT-NO
           MOVE WS-MAP-EFF-DATE (WS-MAP-SUB) TO WS-XFER-DATE
           MOVE WS-TRANS-TRANSFER TO TRANS-DATA
           IF WS-RELEASE-CONFIRMED
               WRITE SALES-TRANS-RECORD
               ADD 1 TO WS-CON-XFER-COUNT
               MOVE 'RELEASED' TO WS-PRNT-NOTE
           ELSE
               MOVE 'PROPOSED' TO WS-PRNT-NOTE
           END-IF
           ADD 1 TO WS-NUM-SLSP-MOVED
           ADD WS-PTD-NET TO WS-TOT-PTD-NET
           ADD 1 TO WS-NEXT-TRANS-NO.

      **************************************************************
      *   RE-HOME THE CUSTOMERS OF EVERY CLOSING BRANCH ONTO ITS   *
      *   SURVIVING BRANCH. THE CUSTOMER MASTER IS OPENED FOR      *
      *   UPDATE ONLY WHEN THE RUN IS CONFIRMED                    *
      **************************************************************
       B400-REHOME-CUSTOMERS.
           MOVE 'CUSTOMERS RE-HOMED' TO WS-PRNT-SECTION-TITLE
           PERFORM W130-PRINT-SECTION-TITLE
           PERFORM W135-PRINT-COLUMN-HEADINGS
           IF WS-CB-COUNT > ZERO
               IF WS-RELEASE-CONFIRMED
                   OPEN I-O CUSTOMER-MAST
               ELSE
                   OPEN INPUT CUSTOMER-MAST
               END-IF
               IF WS-CUS-STATUS NOT EQUAL "00"
                   DISPLAY "NO CUSTOMER MASTER - CUSTOMERS NOT "
                           "RE-HOMED, STATUS: " WS-CUS-STATUS
               ELSE
                   PERFORM R2400-READ-CUSTOMER
                   PERFORM B420-REHOME-ONE-CUSTOMER UNTIL WS-CUST-EOF
                   CLOSE CUSTOMER-MAST
               END-IF
           END-IF.

       B420-REHOME-ONE-CUSTOMER.
           MOVE CU-BRANCH-NO TO WS-LOOK-BRANCH-NO
           PERFORM U400-FIND-CLOSING-BRANCH
           IF WS-CB-FOUND
               MOVE 'CUST  ' TO WS-PRNT-ITEM-TYPE
               MOVE CU-CUSTOMER-NO TO WS-PRNT-ITEM-ID
               MOVE CU-NAME TO WS-PRNT-ITEM-NAME
               MOVE CU-BRANCH-NO TO WS-PRNT-FROM-BRANCH
               MOVE SPACES TO WS-PRNT-FROM-SLASH
               MOVE SPACES TO WS-PRNT-FROM-DEPT
               MOVE WS-CB-NEW-BRANCH (WS-CB-SUB) TO WS-PRNT-TO-BRANCH
               MOVE SPACES TO WS-PRNT-TO-SLASH
               MOVE SPACES TO WS-PRNT-TO-DEPT
               MOVE ZERO TO WS-PRNT-ITEM-AMOUNT
               IF WS-RELEASE-CONFIRMED
                   MOVE WS-CB-NEW-BRANCH (WS-CB-SUB) TO CU-BRANCH-NO
                   REWRITE CUSTOMER-MASTER-RECORD
                   IF WS-CUS-STATUS EQUAL "00"
                       MOVE 'POSTED' TO WS-PRNT-NOTE
                       ADD 1 TO WS-NUM-CUST-MOVED
                   ELSE
                       MOVE 'FAILED' TO WS-PRNT-NOTE
                       ADD 1 TO WS-NUM-CUST-FAILED
                       DISPLAY "CUSTOMER " CU-CUSTOMER-NO
                               " NOT RE-HOMED, STATUS: "
                               WS-CUS-STATUS
                   END-IF
               ELSE
                   MOVE 'PROPOSED' TO WS-PRNT-NOTE
                   ADD 1 TO WS-NUM-CUST-MOVED
               END-IF
               PERFORM W210-PRINT-DETAIL-LINE
           END-IF
           PERFORM R2400-READ-CUSTOMER.

      **************************************************************
      *   CARRY THE BRANCH-LEVEL QUOTA ROWS OF EVERY CLOSING       *
      *   BRANCH, FROM ITS EFFECTIVE PERIOD ON, ONTO THE SURVIVING *
      *   BRANCH - ADDED INTO THE SURVIVOR'S OWN ROW FOR THE       *
      *   PERIOD WHEN IT HAS ONE. EARLIER PERIODS STAY UNDER THE   *
      *   OLD BRANCH FOR THE ATTAINMENT HISTORY. WHEN CONFIRMED    *
      *   THE RESULT IS WRITTEN AS THE NEW SLSQUOTA GENERATION     *
      **************************************************************
       B500-CARRY-QUOTAS.
           MOVE 'BRANCH QUOTA ROWS CARRIED' TO WS-PRNT-SECTION-TITLE
           PERFORM W130-PRINT-SECTION-TITLE
           PERFORM W135-PRINT-COLUMN-HEADINGS
           PERFORM B510-LOAD-QUOTA-TABLE
           IF WS-CB-COUNT > ZERO
               PERFORM B520-LIFT-BRANCH-ROW
                   VARYING WS-QT-SUB FROM WS-QT-COUNT BY -1
                   UNTIL WS-QT-SUB < 1
               PERFORM B540-MERGE-CARRIED-ROW
                   VARYING WS-CY-SUB FROM WS-CY-COUNT BY -1
                   UNTIL WS-CY-SUB < 1
           END-IF
           IF WS-RELEASE-CONFIRMED
               OPEN OUTPUT QUOTA-FILE-OUT
               PERFORM W220-WRITE-QUOTA-ENTRY
                   VARYING WS-QT-SUB FROM 1 BY 1
                   UNTIL WS-QT-SUB > WS-QT-COUNT
               CLOSE QUOTA-FILE-OUT
           END-IF.

      **************************************************************
      *   LOAD THE CURRENT QUOTA FILE INTO STORAGE. A MISSING FILE *
      *   LEAVES AN EMPTY TABLE, THE SAME WAY PCS2PRGI TREATS IT   *
      **************************************************************
       B510-LOAD-QUOTA-TABLE.
           OPEN INPUT QUOTA-FILE-IN
           IF WS-QTI-STATUS NOT EQUAL "00"
               SET WS-QUOTA-IN-EOF TO TRUE
               DISPLAY "NO CURRENT QUOTA FILE, NO QUOTAS CARRIED"
           ELSE
               PERFORM R2200-READ-QUOTA-IN
               PERFORM B515-STORE-QUOTA-ENTRY UNTIL WS-QUOTA-IN-EOF
               CLOSE QUOTA-FILE-IN
           END-IF.

       B515-STORE-QUOTA-ENTRY.
           IF WS-QT-COUNT < 300
               ADD 1 TO WS-QT-COUNT
               MOVE QT-KEY TO WS-QT-KEY (WS-QT-COUNT)
               MOVE QT-QUOTA-AMOUNT
                    TO WS-QT-QUOTA-AMOUNT (WS-QT-COUNT)
           ELSE
               DISPLAY "QUOTA TABLE FULL, ENTRY DROPPED FOR "
                       QT-SALESPERSON-NO
           END-IF
           PERFORM R2200-READ-QUOTA-IN.

      **************************************************************
      *   WORKING FROM THE BOTTOM OF THE TABLE UP, LIFT EACH       *
      *   BRANCH ROW OF A CLOSING BRANCH DUE TO BE CARRIED ONTO    *
      *   THE CARRY LIST AND REMOVE IT FROM THE TABLE               *
      **************************************************************
       B520-LIFT-BRANCH-ROW.
           IF WS-QT-LEVEL (WS-QT-SUB) EQUAL 'B'
               MOVE WS-QT-BRANCH-NO (WS-QT-SUB) TO WS-LOOK-BRANCH-NO
               PERFORM U400-FIND-CLOSING-BRANCH
               IF WS-CB-FOUND
                  AND WS-QT-PERIOD (WS-QT-SUB) NOT LESS THAN
                      WS-CB-EFF-PERIOD (WS-CB-SUB)
                   ADD 1 TO WS-CY-COUNT
                   MOVE WS-QT-PERIOD (WS-QT-SUB)
                        TO WS-CY-PERIOD (WS-CY-COUNT)
                   MOVE WS-QT-BRANCH-NO (WS-QT-SUB)
                        TO WS-CY-OLD-BRANCH (WS-CY-COUNT)
                   MOVE WS-CB-NEW-BRANCH (WS-CB-SUB)
                        TO WS-CY-NEW-BRANCH (WS-CY-COUNT)
                   MOVE WS-QT-QUOTA-AMOUNT (WS-QT-SUB)
                        TO WS-CY-QUOTA-AMOUNT (WS-CY-COUNT)
                   PERFORM C500-DELETE-ENTRY
               END-IF
           END-IF.

      **************************************************************
      *   MERGE ONE LIFTED ROW BACK IN UNDER THE SURVIVING BRANCH. *
      *   EVERY ROW ADDED BACK WAS FIRST LIFTED OFF, SO THE TABLE  *
      *   CANNOT OVERFLOW HERE                                     *
      **************************************************************
       B540-MERGE-CARRIED-ROW.
           MOVE 'B' TO WS-CK-LEVEL
           MOVE WS-CY-PERIOD (WS-CY-SUB) TO WS-CK-PERIOD
           MOVE ZEROES TO WS-CK-SLSP-NO
           MOVE WS-CY-NEW-BRANCH (WS-CY-SUB) TO WS-CK-BRANCH-NO
           PERFORM U300-FIND-ENTRY
           IF WS-ENTRY-FOUND
               ADD WS-CY-QUOTA-AMOUNT (WS-CY-SUB)
                   TO WS-QT-QUOTA-AMOUNT (WS-QT-SUB)
               MOVE 'ADDED TO ROW' TO WS-PRNT-NOTE
           ELSE
               PERFORM C550-INSERT-ENTRY
               MOVE 'NEW ROW' TO WS-PRNT-NOTE
           END-IF
           ADD 1 TO WS-NUM-QUOTA-CARRIED
           ADD WS-CY-QUOTA-AMOUNT (WS-CY-SUB) TO WS-TOT-QUOTA-CARRIED

           MOVE 'QUOTA ' TO WS-PRNT-ITEM-TYPE
           MOVE WS-CY-PERIOD (WS-CY-SUB) TO WS-PRNT-ITEM-ID
           MOVE SPACES TO WS-PRNT-ITEM-NAME
           MOVE WS-CY-OLD-BRANCH (WS-CY-SUB) TO WS-PRNT-FROM-BRANCH
           MOVE SPACES TO WS-PRNT-FROM-SLASH
           MOVE SPACES TO WS-PRNT-FROM-DEPT
           MOVE WS-CY-NEW-BRANCH (WS-CY-SUB) TO WS-PRNT-TO-BRANCH
           MOVE SPACES TO WS-PRNT-TO-SLASH
           MOVE SPACES TO WS-PRNT-TO-DEPT
           MOVE WS-CY-QUOTA-AMOUNT (WS-CY-SUB) TO WS-PRNT-ITEM-AMOUNT
           PERFORM W210-PRINT-DETAIL-LINE.

      **************************************************************
      *   SERIAL SEARCH FOR THE CARRY KEY, ALSO NOTING THE SLOT    *
      *   WHERE A NEW KEY BELONGS TO KEEP THE TABLE IN SEQUENCE    *
      **************************************************************
       U300-FIND-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           COMPUTE WS-INSERT-AT = WS-QT-COUNT + 1
           END-COMPUTE
           PERFORM U310-MATCH-ENTRY
               VARYING WS-QT-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-QT-SUB > WS-QT-COUNT.

       U310-MATCH-ENTRY.
           IF WS-QT-KEY (WS-QT-SUB) EQUAL WS-CARRY-KEY
               SET WS-ENTRY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-QT-SUB
           ELSE
               IF WS-QT-KEY (WS-QT-SUB) > WS-CARRY-KEY
                  AND WS-QT-SUB < WS-INSERT-AT
                   MOVE WS-QT-SUB TO WS-INSERT-AT
               END-IF
           END-IF.

      **************************************************************
      *   DELETE THE ROW AT WS-QT-SUB, SHIFTING THE TAIL UP        *
      **************************************************************
       C500-DELETE-ENTRY.
           PERFORM C510-SHIFT-ENTRY-UP
               VARYING WS-QT-SUB-2 FROM WS-QT-SUB BY 1
               UNTIL WS-QT-SUB-2 >= WS-QT-COUNT
           SUBTRACT 1 FROM WS-QT-COUNT.

       C510-SHIFT-ENTRY-UP.
           ADD 1 TO WS-QT-SUB-2 GIVING WS-INSERT-AT
           MOVE WS-QT-ENTRY (WS-INSERT-AT)
                TO WS-QT-ENTRY (WS-QT-SUB-2).

      **************************************************************
      *   INSERT THE CARRIED ROW AT ITS SEQUENCED SLOT, SHIFTING   *
      *   THE TAIL OF THE TABLE DOWN ONE ENTRY                     *
      **************************************************************
       C550-INSERT-ENTRY.
           ADD 1 TO WS-QT-COUNT
           PERFORM C560-SHIFT-ENTRY-DOWN
               VARYING WS-QT-SUB-2 FROM WS-QT-COUNT BY -1
               UNTIL WS-QT-SUB-2 <= WS-INSERT-AT
           MOVE WS-CARRY-KEY TO WS-QT-KEY (WS-INSERT-AT)
           MOVE WS-CY-QUOTA-AMOUNT (WS-CY-SUB)
                TO WS-QT-QUOTA-AMOUNT (WS-INSERT-AT).

       C560-SHIFT-ENTRY-DOWN.
           SUBTRACT 1 FROM WS-QT-SUB-2 GIVING WS-QT-SUB
           MOVE WS-QT-ENTRY (WS-QT-SUB)
                TO WS-QT-ENTRY (WS-QT-SUB-2).

      **************************************************************
      *   GIVE EACH SURVIVING BRANCH/DEPT THAT HAS NO GL MAPPING   *
      *   OF ITS OWN THE OLD BRANCH/DEPT'S ACCOUNTS, SO ITS SALES  *
      *   KEEP POSTING TO THE SAME LEDGER. A SURVIVOR ALREADY      *
      *   MAPPED KEEPS ITS OWN ACCOUNTS. THE OLD MAPPING STAYS ON  *
      *   FILE FOR ANY ACTIVITY STILL IN FLIGHT UNDER THE OLD KEY  *
      **************************************************************
       B600-CARRY-GL-MAPS.
           MOVE 'GL MAPPINGS CARRIED' TO WS-PRNT-SECTION-TITLE
           PERFORM W130-PRINT-SECTION-TITLE
           PERFORM W135-PRINT-COLUMN-HEADINGS
           IF WS-RELEASE-CONFIRMED
               OPEN I-O GL-MAP
           ELSE
               OPEN INPUT GL-MAP
           END-IF
           IF WS-GLM-STATUS NOT EQUAL "00"
               DISPLAY "NO GL MAPPING FILE - MAPPINGS NOT CARRIED, "
                       "STATUS: " WS-GLM-STATUS
           ELSE
               PERFORM B620-CARRY-ONE-GL-MAP
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               CLOSE GL-MAP
           END-IF.

       B620-CARRY-ONE-GL-MAP.
           MOVE 'GLMAP ' TO WS-PRNT-ITEM-TYPE
           MOVE SPACES TO WS-PRNT-ITEM-ID
           MOVE SPACES TO WS-PRNT-ITEM-NAME
           MOVE WS-MAP-OLD-BRANCH (WS-MAP-SUB) TO WS-PRNT-FROM-BRANCH
           MOVE '/' TO WS-PRNT-FROM-SLASH
           MOVE WS-MAP-OLD-DEPT (WS-MAP-SUB) TO WS-PRNT-FROM-DEPT
           MOVE WS-MAP-NEW-BRANCH (WS-MAP-SUB) TO WS-PRNT-TO-BRANCH
           MOVE '/' TO WS-PRNT-TO-SLASH
           MOVE WS-MAP-NEW-DEPT (WS-MAP-SUB) TO WS-PRNT-TO-DEPT
           MOVE ZERO TO WS-PRNT-ITEM-AMOUNT
           MOVE WS-MAP-NEW-KEY (WS-MAP-SUB) TO GM-KEY
           READ GL-MAP
           IF WS-GLM-STATUS EQUAL "00"
               MOVE 'ALREADY MAPPED' TO WS-PRNT-NOTE
               ADD 1 TO WS-NUM-GLMAP-KEPT
           ELSE
               MOVE WS-MAP-OLD-KEY (WS-MAP-SUB) TO GM-KEY
               READ GL-MAP
               IF WS-GLM-STATUS NOT EQUAL "00"
                   MOVE 'OLD NOT MAPPED' TO WS-PRNT-NOTE
               ELSE
                   MOVE WS-MAP-NEW-KEY (WS-MAP-SUB) TO GM-KEY
                   IF WS-RELEASE-CONFIRMED
                       WRITE GL-MAPPING-RECORD
                       IF WS-GLM-STATUS EQUAL "00"
                           MOVE 'POSTED' TO WS-PRNT-NOTE
                           ADD 1 TO WS-NUM-GLMAP-CARRIED
                       ELSE
                           MOVE 'FAILED' TO WS-PRNT-NOTE
                           DISPLAY "GL MAPPING " GM-KEY
                                   " NOT WRITTEN, STATUS: "
                                   WS-GLM-STATUS
                       END-IF
                   ELSE
                       MOVE 'PROPOSED' TO WS-PRNT-NOTE
                       ADD 1 TO WS-NUM-GLMAP-CARRIED
                   END-IF
               END-IF
           END-IF
           PERFORM W210-PRINT-DETAIL-LINE.

      **************************************************************
      *   WRITE THE BATCH HEADER OPENING THE TRANSFER FILE'S       *
      *   BATCH, STAMPED FROM THE CONFIRMATION CARD                *
      **************************************************************
       W150-WRITE-BATCH-HEADER.
           MOVE ZEROES TO BATCH-HEADER-RECORD
           MOVE WS-CON-BATCH-NO TO BH-BATCH-NO
           MOVE 'B' TO BH-RECORD-TYPE
           MOVE WS-CON-BUS-DATE TO BH-BUSINESS-DATE
           WRITE BATCH-HEADER-RECORD.

      **************************************************************
      *   WRITE THE BATCH TRAILER CLOSING THE TRANSFER FILE'S      *
      *   BATCH. TRANSFERS CARRY NO MONEY, SO ONLY THE TRANSFER    *
      *   COUNT IS SET AND THE HASH TOTAL IS ZERO                  *
      **************************************************************
       W160-WRITE-BATCH-TRAILER.
           MOVE ZEROES TO BATCH-TRAILER-RECORD
           MOVE WS-CON-BATCH-NO TO BT-BATCH-NO
           MOVE 'E' TO BT-RECORD-TYPE
           MOVE WS-CON-XFER-COUNT TO BT-TRANSFER-COUNT
           WRITE BATCH-TRAILER-RECORD.

      **************************************************************
      *   WRITE ONE QUOTA ROW TO THE NEW SLSQUOTA GENERATION       *
      **************************************************************
       W220-WRITE-QUOTA-ENTRY.
           MOVE WS-QT-KEY (WS-QT-SUB) TO QT-KEY
           MOVE WS-QT-QUOTA-AMOUNT (WS-QT-SUB) TO QT-QUOTA-AMOUNT
           WRITE QUOTA-FILE-OUT-RECORD FROM QUOTA-RECORD.

      **************************************************************
      *               READS THE MAPPING CARD FILE                  *
      **************************************************************
       R2000-READ-MAP-CARD.
           READ MAP-CARDS
               AT END SET WS-CARD-EOF TO TRUE
           END-READ.

      **************************************************************
      *   READ NEXT ON THE MASTER'S ALTERNATE KEY UNTIL THE OLD    *
      *   BRANCH/DEPT RUNS OUT                                     *
      **************************************************************
       R2100-READ-NEXT-SALESMAST.
           READ SALESMAST NEXT RECORD
           IF WS-IN-STATUS NOT EQUAL "00"
              AND WS-IN-STATUS NOT EQUAL "02"
               SET WS-MAST-EOF TO TRUE
           ELSE
               IF SALESPERSON-BRANCH-NO NOT EQUAL WS-MOVE-FROM-CAT
                   SET WS-MAST-EOF TO TRUE
               END-IF
           END-IF.

      **************************************************************
      *               READS THE CURRENT QUOTA FILE                 *
      **************************************************************
       R2200-READ-QUOTA-IN.
           READ QUOTA-FILE-IN
               AT END SET WS-QUOTA-IN-EOF TO TRUE
           END-READ.

      **************************************************************
      *   READ NEXT ON THE REFERENCE FILE UNTIL THE BRANCH BEING   *
      *   CHECKED RUNS OUT                                         *
      **************************************************************
       R2300-READ-NEXT-BRANCH-REF.
           READ BRANCH-REF NEXT RECORD
           IF WS-BRF-STATUS NOT EQUAL "00"
               SET WS-BRREF-EOF TO TRUE
           ELSE
               IF BD-BRANCH-NO NOT EQUAL WS-LOOK-BRANCH-NO
                   SET WS-BRREF-EOF TO TRUE
               END-IF
           END-IF.

      **************************************************************
      *               READS THE CUSTOMER MASTER IN KEY ORDER       *
      **************************************************************
       R2400-READ-CUSTOMER.
           READ CUSTOMER-MAST NEXT RECORD
               AT END SET WS-CUST-EOF TO TRUE
           END-READ.

      **************************************************************
      *         OBTAIN THE CURRENT DATE FOR THE HEADINGS           *
      **************************************************************
       U100-FORMAT-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-MONTH TO WS-HL1-MONTH.
           MOVE WS-CD-DAY TO WS-HL1-DAY.
           MOVE WS-CD-YEAR TO WS-HL1-YEAR.

      **************************************************************
      *               PRINTS THE HEADER AND CONFIRM STATUS         *
      **************************************************************
       W140-PRINT-HEAD.
           COMPUTE
              WS-CALC-PAGE-NO = WS-CALC-PAGE-NO + 1
           END-COMPUTE.
           MOVE WS-CALC-PAGE-NO TO WS-HL1-PAGENO
           WRITE PRINT-AREA FROM WS-HEADING-LINE-1
                 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA FROM WS-HEADING-LINE-2
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           IF WS-RELEASE-CONFIRMED
               MOVE 'OPERATOR CONFIRMED - CONSOLIDATION POSTED'
                    TO WS-PRNT-CONFIRM-TEXT
           ELSE
               MOVE 'PROPOSAL ONLY - NOTHING POSTED OR RELEASED'
                    TO WS-PRNT-CONFIRM-TEXT
           END-IF
           WRITE PRINT-AREA FROM WS-PRNT-CONFIRM-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   PRINTS A SECTION TITLE, AND THE COLUMN HEADINGS UNDER    *
      *   THE SECTIONS THAT LIST MOVED ITEMS                       *
      **************************************************************
       W130-PRINT-SECTION-TITLE.
           WRITE PRINT-AREA FROM WS-PRNT-SECTION-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA.

       W135-PRINT-COLUMN-HEADINGS.
           WRITE PRINT-AREA FROM WS-COLUMN-HEADINGS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *               PRINTS ONE MAPPING CARD AND ITS OUTCOME      *
      **************************************************************
       W200-PRINT-CARD-LINE.
           MOVE MC-OLD-BRANCH-NO TO WS-PRNT-CARD-OLD-BR
           MOVE MC-OLD-DEPT-NO TO WS-PRNT-CARD-OLD-DEPT
           MOVE MC-NEW-BRANCH-NO TO WS-PRNT-CARD-NEW-BR
           MOVE MC-NEW-DEPT-NO TO WS-PRNT-CARD-NEW-DEPT
           MOVE MC-EFFECTIVE-DATE TO WS-PRNT-CARD-EFF-DATE
           MOVE WS-CARD-NOTE TO WS-PRNT-CARD-NOTE
           WRITE PRINT-AREA FROM WS-PRNT-CARD-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *               PRINTS ONE RECONCILIATION DETAIL LINE        *
      **************************************************************
       W210-PRINT-DETAIL-LINE.
           WRITE PRINT-AREA FROM WS-PRNT-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *               PRINTS THE CLOSING TOTAL LINES                *
      **************************************************************
       W240-PRINT-TOTALS.
           MOVE 'MAPPING CARDS ACCEPTED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-CARDS-ACCEPTED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'MAPPING CARDS REJECTED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-CARDS-REJECTED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'BRANCHES CLOSING' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-BRANCHES-CLOSING TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'SALESPEOPLE MOVED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-SLSP-MOVED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'SALESPEOPLE NOT MOVED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-SLSP-SKIPPED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CUSTOMERS RE-HOMED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-CUST-MOVED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CUSTOMERS FAILED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-CUST-FAILED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'QUOTA ROWS CARRIED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-QUOTA-CARRIED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'GL MAPPINGS CARRIED' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-GLMAP-CARRIED TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'GL MAPPINGS KEPT' TO WS-PRNT-TOTAL-NAME
           MOVE WS-NUM-GLMAP-KEPT TO WS-PRNT-TOTAL-COUNT
           WRITE PRINT-AREA FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'PTD NET TRANSFERRED' TO WS-PRNT-AMT-LABEL
           MOVE WS-TOT-PTD-NET TO WS-PRNT-AMT-TOTAL
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-TOTALS
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'BRANCH QUOTA CARRIED' TO WS-PRNT-AMT-LABEL
           MOVE WS-TOT-QUOTA-CARRIED TO WS-PRNT-AMT-TOTAL
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-TOTALS
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.
