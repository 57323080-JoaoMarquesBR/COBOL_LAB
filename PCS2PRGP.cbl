       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGP.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGP                           *
      *                COBOL ZOS PROGRAM DESCRIPTION              *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   LOSS-PREVENTION EXCEPTION REPORT. READS THE PERIOD'S    *
      *   POSTED SALES AND RETURNS (SLSEXTR, ALL OF THE PERIOD'S  *
      *   POSTING RUNS CONCATENATED), THE RETURNS STILL WAITING   *
      *   FOR SIGN-OFF ON SLSPNDG, THE MAINTENANCE AUDIT JOURNAL  *
      *   AND THE PERIOD-CLOSE DATES ON SALESHIST TOGETHER, AND   *
      *   FLAGS PATTERNS NO SINGLE REPORT SHOWS:                  *
      *     NT - A RETURN SIZED JUST UNDER THE HLDCRD APPROVAL    *
      *          THRESHOLD                                        *
      *     RR - THE SAME CUSTOMER RETURNING REPEATEDLY TO THE    *
      *          SAME SALESPERSON                                 *
      *     CL - A SALE POSTED JUST BEFORE A PCS2PRG4 CLOSE AND   *
      *          RETURNED JUST AFTER IT                           *
      *     RC - A COMMISSION RATE RAISED BY A CHANGE ON SLSAUDIT *
      *          SHORTLY BEFORE A BURST OF LARGE SALES            *
      *   THE BANDS AND COUNTS COME FROM THE LPCRD PARAMETER      *
      *   CARD; ANY FIELD LEFT BLANK OR ZERO KEEPS ITS DEFAULT.   *
      *   THE REPORT RANKS SALESPEOPLE BY NUMBER OF FLAGS, THEN   *
      *   BY THE AMOUNT INVOLVED, AND LISTS EACH FLAG BY CUSTOMER *
      *   WITH ITS SUPPORTING TRANSACTIONS UNDERNEATH. A SALE     *
      *   RETURNED ACROSS A CLOSE THAT IS NOT ON THIS PERIOD'S    *
      *   EXTRACT IS LOOKED UP ON THE SLSSREG POSTED-SALES        *
      *   REGISTER. THE REPORT IS READ-ONLY - NOTHING IS UPDATED. *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  LPCRD              PARM-CARD          EXCEPTION BANDS    *
      *  HLDCRD             HOLD-CARD          RETURNS APPROVAL   *
      *                                        THRESHOLD CARD     *
      *  SLSEXTR            TRANS-EXTRACT      POSTED TRANSACTION *
      *                                        EXTRACT            *
      *  SLSPNDG            PENDING-FILE       RETURNS PENDING    *
      *                                        APPROVAL           *
      *  SLSAUDIT           AUDIT-JOURNAL      MAINTENANCE AUDIT  *
      *                                        JOURNAL            *
      *  SLSHIST            SALESHIST          DATED PERIOD-CLOSE *
      *                                        HISTORY VSAM KSDS  *
      *  SLSSREG            SALES-REGISTER     POSTED-SALES       *
      *                                        REGISTER KSDS      *
      *  SLSPKS             SALESMAST          SALESPERSON MASTER *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  PRNT               LPRPT              SYSOUT REPORT FILE *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLSA               LAYOUT FOR PENDING-APPROVAL RETURN*
      *  CCS2SLSJ               LAYOUT FOR MAINT AUDIT JOURNAL    *
      *  CCS2SLSH               LAYOUT FOR PERIOD-CLOSE HISTORY   *
      *  CCS2SLSN               LAYOUT FOR POSTED-SALES REGISTER  *
      *  CCS2SLSP               LAYOUT FOR SALESPERSON MASTER     *
      *  CCS2SLST               LAYOUT FOR SALES TRANSACTION      *
      *  CCS2SLSW               LAYOUT FOR TRANSACTION DATA       *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-CARD ASSIGN TO LPCRD
              FILE STATUS IS WS-PC-STATUS.
            SELECT HOLD-CARD ASSIGN TO HLDCRD
              FILE STATUS IS WS-HLD-STATUS.
            SELECT TRANS-EXTRACT ASSIGN TO SLSEXTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTR-STATUS.
            SELECT PENDING-FILE ASSIGN TO SLSPNDG
              FILE STATUS IS WS-PND-STATUS.
            SELECT AUDIT-JOURNAL ASSIGN TO SLSAUDIT
              FILE STATUS IS WS-AUD-STATUS.
            SELECT SALESHIST ASSIGN TO SLSHIST
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SH-KEY
              FILE STATUS IS WS-HIST-STATUS.
            SELECT SALES-REGISTER ASSIGN TO SLSSREG
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SG-KEY
              FILE STATUS IS WS-REG-STATUS.
            SELECT SALESMAST ASSIGN TO SLSPKS
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS SALESPERSON-NO
              FILE STATUS IS WS-IN-STATUS.
            SELECT LPRPT ASSIGN TO PRNT.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-RECORD.
           05  PC-NEAR-PCT               PIC 9(2).
           05  PC-REPEAT-COUNT           PIC 9(2).
           05  PC-CLOSE-WINDOW-DAYS      PIC 9(3).
           05  PC-RATE-WINDOW-DAYS       PIC 9(3).
           05  PC-LARGE-SALE-AMOUNT      PIC 9(5)V99.
           05  PC-BURST-COUNT            PIC 9(2).
           05  FILLER                    PIC X(61).

       FD  HOLD-CARD
           RECORDING MODE IS F.
       01  HOLD-CARD-RECORD.
           05  HC-THRESHOLD              PIC 9(5)V99.
           05  FILLER                    PIC X(73).

       FD  TRANS-EXTRACT.
       01  EXTRACT-RECORD.
           05  EXT-TRANS-NO              PIC 9(5).
           05  EXT-COMMA-1               PIC X.
           05  EXT-SALESPERSON-NO        PIC 9(5).
           05  EXT-COMMA-2               PIC X.
           05  EXT-TRANS-DATE            PIC 9(6).
           05  EXT-COMMA-3               PIC X.
           05  EXT-TRANS-TYPE            PIC X(6).
           05  EXT-COMMA-4               PIC X.
           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       FD  PENDING-FILE
           RECORDING MODE IS F.
      *COPY BOOK FOR PENDING-APPROVAL RETURN RECORD
       COPY CCS2SLSA.

       FD  AUDIT-JOURNAL
           RECORDING MODE IS F.
      *COPY BOOK FOR MAINTENANCE AUDIT JOURNAL RECORD
       COPY CCS2SLSJ.

       FD  SALESHIST.
      *COPY BOOK FOR PERIOD-CLOSE HISTORY RECORD
       COPY CCS2SLSH.

       FD  SALES-REGISTER.
      *COPY BOOK FOR POSTED-SALES REGISTER RECORD
       COPY CCS2SLSN.

      *THE MASTER RECORD AREA ALSO DECODES THE AUDIT JOURNAL BEFORE
      *AND AFTER IMAGES WHILE SLSAUDIT IS LOADED, BEFORE SALESMAST
      *IS OPENED FOR THE NAME LOOKUPS
       FD  SALESMAST.
      *COPY BOOK FOR SALESPERSON MASTER RECORD
       COPY CCS2SLSP.

       FD  LPRPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).

       WORKING-STORAGE SECTION.
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
           03  FILLER                 PIC X(27)      VALUE SPACES.
           03  FILLER                 PIC X(15)
                                      VALUE 'LOSS PREVENTION'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(16)
                                      VALUE 'EXCEPTION REPORT'.

      **************************************************************
      *    LAYOUT FOR THE PARAMETER LINES AT THE HEAD OF THE REPORT *
      **************************************************************
       01  WS-PRNT-PARM-COUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-PARM-LABEL     PIC X(34).
           03  WS-PRNT-PARM-COUNT     PIC ZZ9.

       01  WS-PRNT-PARM-AMOUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-PARM-AMT-LABEL PIC X(34).
           03  WS-PRNT-PARM-AMOUNT    PIC $$$,$$9.99.

      **************************************************************
      *    LAYOUT FOR THE RANKED SALESPERSON LINE                   *
      **************************************************************
       01  WS-PRNT-SLSP-LINE.
           03  FILLER                 PIC X(1)       VALUE SPACES.
           03  FILLER                 PIC X(5)       VALUE 'RANK '.
           03  WS-PRNT-RANK           PIC ZZ9.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(12)  VALUE 'SALESPERSON '.
           03  WS-PRNT-SALESPERSON-NO PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LAST-NAME      PIC X(15).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-FIRST-NAME     PIC X(10).
           03  FILLER                 PIC X(7)       VALUE ' FLAGS '.
           03  WS-PRNT-SLSP-FLAGS     PIC ZZZ9.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-SLSP-AMOUNT    PIC $$,$$$,$$9.99.

      **************************************************************
      *    LAYOUT FOR ONE FLAG UNDER A SALESPERSON                  *
      **************************************************************
       01  WS-PRNT-FLAG-LINE.
           03  FILLER                 PIC X(4)       VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'CUSTOMER '.
           03  WS-PRNT-FLAG-CUST      PIC X(6).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-FLAG-RULE      PIC X(2).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-FLAG-DESC      PIC X(32).
           03  FILLER                 PIC X(7)       VALUE ' ITEMS '.
           03  WS-PRNT-FLAG-ITEMS     PIC ZZ9.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-FLAG-AMOUNT    PIC $$,$$$,$$9.99.

      **************************************************************
      *    LAYOUT FOR ONE SUPPORTING TRANSACTION UNDER A FLAG       *
      **************************************************************
       01  WS-PRNT-LINK-LINE.
           03  FILLER                 PIC X(10)      VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'TRANS '.
           03  WS-PRNT-LINK-TRANS-NO  PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LINK-SLSP-NO   PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LINK-YY        PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PRNT-LINK-MM        PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PRNT-LINK-DD        PIC 9(2).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LINK-TYPE      PIC X(6).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-LINK-AMOUNT    PIC $$$,$$9.99.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LINK-NOTE      PIC X(24).

      **************************************************************
      *    LAYOUT FOR THE NO-EXCEPTIONS LINE                        *
      **************************************************************
       01  WS-PRNT-NONE-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(33)
                              VALUE 'NO EXCEPTIONS FOUND FOR THE RULES'.
           03  FILLER                 PIC X(12)
                                      VALUE ' ABOVE      '.

      **************************************************************
      *    LAYOUT FOR THE CLOSING SUMMARY COUNT LINE                *
      **************************************************************
       01  WS-PRNT-COUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-COUNT-LABEL    PIC X(34).
           03  WS-PRNT-COUNT          PIC Z(4)9.

      **************************************************************
      *    RULE DESCRIPTIONS, IN THE ORDER THE RULES ARE RUN        *
      **************************************************************
       01  WS-RULE-VALUES.
           03  FILLER                 PIC X(34)
                         VALUE 'NTRETURN JUST UNDER HOLD LIMIT    '.
           03  FILLER                 PIC X(34)
                         VALUE 'RRREPEAT RETURNS SAME CUSTOMER    '.
           03  FILLER                 PIC X(34)
                         VALUE 'CLSOLD BEFORE CLOSE/RETURNED AFTER'.
           03  FILLER                 PIC X(34)
                         VALUE 'RCRATE RAISED BEFORE LARGE SALES  '.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           03  WS-RULE-ENTRY OCCURS 4 TIMES.
               05  WS-RULE-CODE       PIC X(2).
               05  WS-RULE-DESC       PIC X(32).

      **************************************************************
      *    DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR     *
      **************************************************************
       01  WS-MONTH-DAYS-VALUES.
           03  FILLER                 PIC X(36)      VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-CUM-DAYS            PIC 9(3) OCCURS 12 TIMES.

       01  WS-CURRENT-DATE.
           03  WS-CD-YEAR             PIC X(4).
           03  WS-CD-MONTH            PIC XX.
           03  WS-CD-DAY              PIC XX.

      **************************************************************
      *    PENDING RETURNS ARE DECODED THROUGH THE TRANSACTION      *
      *    LAYOUTS THEY WERE KEYED IN                               *
      **************************************************************
      *COPY BOOK FOR SALES TRANSACTION RECORD
       COPY CCS2SLST.
      *COPY BOOK FOR TRANSACTION DATA LAYOUTS
       COPY CCS2SLSW.

       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SWITCH     PIC X          VALUE "N".
               88  WS-EXTRACT-EOF                       VALUE "Y".
           05  WS-PENDING-EOF-SWITCH     PIC X          VALUE "N".
               88  WS-PENDING-EOF                       VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH       PIC X          VALUE "N".
               88  WS-AUDIT-EOF                         VALUE "Y".
           05  WS-HIST-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-HIST-EOF                          VALUE "Y".
           05  WS-REG-AVAIL-SWITCH       PIC X          VALUE "N".
               88  WS-REG-AVAILABLE                     VALUE "Y".
           05  WS-MAST-AVAIL-SWITCH      PIC X          VALUE "N".
               88  WS-MAST-AVAILABLE                    VALUE "Y".
           05  WS-FOUND-SWITCH           PIC X          VALUE "N".
               88  WS-ENTRY-FOUND                       VALUE "Y".
           05  WS-FLAG-FOUND-SWITCH      PIC X          VALUE "N".
               88  WS-FLAG-FOUND                        VALUE "Y".
           05  WS-EARLIER-SWITCH         PIC X          VALUE "N".
               88  WS-EARLIER-FOUND                     VALUE "Y".
           05  WS-SALE-FOUND-SWITCH      PIC X          VALUE "N".
               88  WS-SALE-FOUND                        VALUE "Y".
           05  WS-CLOSE-HIT-SWITCH       PIC X          VALUE "N".
               88  WS-CLOSE-HIT                         VALUE "Y".
           05  WS-MORE-FLAGS-SWITCH      PIC X          VALUE "Y".
               88  WS-NO-MORE-FLAGS                     VALUE "N".
           05  WS-TXN-FULL-SWITCH        PIC X          VALUE "N".
               88  WS-TXN-TABLE-FULL                    VALUE "Y".
           05  WS-LINK-FULL-SWITCH       PIC X          VALUE "N".
               88  WS-LINK-TABLE-FULL                   VALUE "Y".

      **************************************************************
      *    EXCEPTION BANDS - DEFAULTS UNLESS THE PARAMETER CARD     *
      *    SUPPLIES A NONZERO VALUE                                 *
      **************************************************************
       01  WS-PARAMETERS.
           03  WS-HOLD-THRESHOLD      PIC 9(5)V99   VALUE 1000.00.
           03  WS-NEAR-PCT            PIC 9(2)      VALUE 10.
           03  WS-REPEAT-COUNT        PIC 9(2)      VALUE 3.
           03  WS-CLOSE-WINDOW        PIC 9(3)      VALUE 3.
           03  WS-RATE-WINDOW         PIC 9(3)      VALUE 14.
           03  WS-LARGE-SALE-AMOUNT   PIC 9(5)V99   VALUE 2500.00.
           03  WS-BURST-COUNT         PIC 9(2)      VALUE 3.
           03  WS-NEAR-FLOOR          PIC 9(5)V99   VALUE ZERO.

      **************************************************************
      *    EVERY SALE, SPLIT SHARE AND RETURN ON THE EXTRACT, PLUS  *
      *    THE RETURNS PENDING APPROVAL. AMOUNTS ARE HELD POSITIVE. *
      *    WS-TX-DAYS IS THE DATE AS A DAY NUMBER FOR THE WINDOWS   *
      **************************************************************
       01  WS-TXN-TABLE.
           03  WS-TX-COUNT              PIC 9(4) COMP  VALUE ZERO.
           03  WS-TX-ENTRY OCCURS 3000 TIMES.
               05  WS-TX-TRANS-NO       PIC 9(5).
               05  WS-TX-SLSP-NO        PIC 9(5).
               05  WS-TX-DATE           PIC 9(6).
               05  WS-TX-DAYS           PIC 9(7).
               05  WS-TX-TYPE           PIC X(6).
               05  WS-TX-KIND           PIC X.
                   88  WS-TX-IS-SALE                   VALUE 'S'.
                   88  WS-TX-IS-RETURN                 VALUE 'R'.
               05  WS-TX-AMOUNT         PIC S9(7)V99.
               05  WS-TX-CUST-NO        PIC 9(6).
               05  WS-TX-ORIG-TRANS-NO  PIC 9(5).
               05  WS-TX-SOURCE         PIC X.
                   88  WS-TX-PENDING                   VALUE 'P'.

      **************************************************************
      *    DISTINCT CLOSE DATES FOUND ON SALESHIST                  *
      **************************************************************
       01  WS-CLOSE-TABLE.
           03  WS-CL-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-CL-ENTRY OCCURS 100 TIMES.
               05  WS-CL-DATE           PIC 9(8).
               05  WS-CL-DAYS           PIC 9(7).

      **************************************************************
      *    COMMISSION RATE INCREASES POSTED BY A CHANGE ON SLSAUDIT *
      **************************************************************
       01  WS-RATE-CHG-TABLE.
           03  WS-RC-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-RC-ENTRY OCCURS 300 TIMES.
               05  WS-RC-TRANS-NO       PIC 9(5).
               05  WS-RC-SLSP-NO        PIC 9(5).
               05  WS-RC-DATE           PIC 9(6).
               05  WS-RC-DAYS           PIC 9(7).
               05  WS-RC-OLD-RATE       PIC V9(4).
               05  WS-RC-NEW-RATE       PIC V9(4).

      **************************************************************
      *    ONE ENTRY PER RULE / SALESPERSON / CUSTOMER FLAGGED. A   *
      *    RATE FLAG IS NOT TIED TO A CUSTOMER AND CARRIES ZERO     *
      **************************************************************
       01  WS-EXC-TABLE.
           03  WS-EX-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-EX-ENTRY OCCURS 500 TIMES.
               05  WS-EX-RULE           PIC X(2).
               05  WS-EX-RULE-SUB       PIC 9(3) COMP.
               05  WS-EX-SLSP-NO        PIC 9(5).
               05  WS-EX-CUST-NO        PIC 9(6).
               05  WS-EX-SS-SUB         PIC 9(3) COMP.
               05  WS-EX-ITEMS          PIC 9(3).
               05  WS-EX-AMOUNT         PIC S9(9)V99.
               05  WS-EX-PRINTED-SW     PIC X.
                   88  WS-EX-PRINTED                   VALUE 'Y'.

      **************************************************************
      *    SUPPORTING TRANSACTIONS, EACH TIED TO ITS FLAG ENTRY     *
      **************************************************************
       01  WS-LINK-TABLE.
           03  WS-LK-COUNT              PIC 9(4) COMP  VALUE ZERO.
           03  WS-LK-ENTRY OCCURS 3000 TIMES.
               05  WS-LK-EX-SUB         PIC 9(3) COMP.
               05  WS-LK-TRANS-NO       PIC 9(5).
               05  WS-LK-SLSP-NO        PIC 9(5).
               05  WS-LK-DATE           PIC 9(6).
               05  WS-LK-TYPE           PIC X(6).
               05  WS-LK-AMOUNT         PIC S9(7)V99.
               05  WS-LK-NOTE           PIC X(24).

      **************************************************************
      *    FLAG COUNT AND AMOUNT PER SALESPERSON, FOR THE RANKING   *
      **************************************************************
       01  WS-SLSP-TABLE.
           03  WS-SS-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-SS-ENTRY OCCURS 500 TIMES.
               05  WS-SS-SLSP-NO        PIC 9(5).
               05  WS-SS-FLAGS          PIC 9(4).
               05  WS-SS-AMOUNT         PIC S9(9)V99.
               05  WS-SS-PRINTED-SW     PIC X.
                   88  WS-SS-PRINTED                   VALUE 'Y'.

      **************************************************************
      *    THE LINK BEING ADDED, SET UP BY THE CALLER               *
      **************************************************************
       01  WS-NEW-LINK.
           03  WS-NL-TRANS-NO           PIC 9(5).
           03  WS-NL-SLSP-NO            PIC 9(5).
           03  WS-NL-DATE               PIC 9(6).
           03  WS-NL-TYPE               PIC X(6).
           03  WS-NL-AMOUNT             PIC S9(7)V99.
           03  WS-NL-NOTE               PIC X(24).

      **************************************************************
      *    NOTES PRINTED AGAINST SUPPORTING TRANSACTIONS            *
      **************************************************************
       01  WS-CLOSE-NOTE.
           03  WS-CN-TEXT               PIC X(13).
           03  WS-CN-CLOSE-DATE         PIC 9(8).
           03  FILLER                   PIC X(3)       VALUE SPACES.

       01  WS-RATE-NOTE.
           03  FILLER                   PIC X(5)       VALUE 'RATE '.
           03  WS-RN-OLD-RATE           PIC .9999.
           03  FILLER                   PIC X(4)       VALUE ' TO '.
           03  WS-RN-NEW-RATE           PIC .9999.
           03  FILLER                   PIC X(5)       VALUE SPACES.

      **************************************************************
      *    DAY-NUMBER WORK AREA. WS-DN-DATE IN, WS-DN-DAYS OUT      *
      **************************************************************
       01  WS-DAY-NUMBER-WORK.
           03  WS-DN-DATE.
               05  WS-DN-YEAR           PIC 9(4).
               05  WS-DN-MONTH          PIC 9(2).
               05  WS-DN-DAY            PIC 9(2).
           03  WS-DN-SHORT-DATE.
               05  WS-DN-SHORT-YY       PIC 9(2).
               05  WS-DN-SHORT-MM       PIC 9(2).
               05  WS-DN-SHORT-DD       PIC 9(2).
           03  WS-DN-DAYS               PIC 9(7).
           03  WS-DN-PRIOR-YEAR         PIC 9(4).
           03  WS-DN-QUOT-4             PIC 9(4).
           03  WS-DN-QUOT-100           PIC 9(4).
           03  WS-DN-QUOT-400           PIC 9(4).
           03  WS-DN-QUOT               PIC 9(4).
           03  WS-DN-REM-4              PIC 9(3).
           03  WS-DN-REM-100            PIC 9(3).
           03  WS-DN-REM-400            PIC 9(3).

      **************************************************************
      *    SELECTION KEYS FOR THE RANKING AND THE FLAG ORDER        *
      **************************************************************
       01  WS-CAND-FLAG-KEY.
           03  WS-CFK-CUST-NO           PIC 9(6).
           03  WS-CFK-RULE-SUB          PIC 9(3).
       01  WS-BEST-FLAG-KEY.
           03  WS-BFK-CUST-NO           PIC 9(6).
           03  WS-BFK-RULE-SUB          PIC 9(3).

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-PC-STATUS              PIC XX         VALUE SPACES.
           03  WS-HLD-STATUS             PIC XX         VALUE SPACES.
           03  WS-EXTR-STATUS            PIC XX         VALUE SPACES.
           03  WS-PND-STATUS             PIC XX         VALUE SPACES.
           03  WS-AUD-STATUS             PIC XX         VALUE SPACES.
           03  WS-HIST-STATUS            PIC XX         VALUE SPACES.
           03  WS-REG-STATUS             PIC XX         VALUE SPACES.
           03  WS-IN-STATUS              PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-TX-SUB                 PIC 9(4) COMP  VALUE ZERO.
           03  WS-TX-SUB-2               PIC 9(4) COMP  VALUE ZERO.
           03  WS-LK-SUB                 PIC 9(4) COMP  VALUE ZERO.
           03  WS-CL-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-RC-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-EX-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-SS-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-RULE-SUB               PIC 9(3) COMP  VALUE ZERO.
           03  WS-BEST-SUB               PIC 9(3) COMP  VALUE ZERO.
           03  WS-RANK-NO                PIC 9(3) COMP  VALUE ZERO.
           03  WS-NEW-SLSP-NO            PIC 9(5)       VALUE ZERO.
           03  WS-NEW-CUST-NO            PIC 9(6)       VALUE ZERO.
           03  WS-MATCH-COUNT            PIC 9(4)       VALUE ZERO.
           03  WS-WORK-AMOUNT            PIC S9(7)V99   VALUE ZERO.
           03  WS-NEW-COMM-RATE          PIC V9(4)      VALUE ZERO.
           03  WS-SALE-TX-SUB            PIC 9(4) COMP  VALUE ZERO.
           03  WS-SALE-DAYS              PIC 9(7)       VALUE ZERO.
           03  WS-SALE-DATE              PIC 9(6)       VALUE ZERO.
           03  WS-SALE-SLSP-NO           PIC 9(5)       VALUE ZERO.
           03  WS-SALE-AMOUNT            PIC S9(7)V99   VALUE ZERO.
           03  WS-HIT-CLOSE-DATE         PIC 9(8)       VALUE ZERO.
           03  WS-LAST-CLOSE-DATE        PIC 9(8)       VALUE ZERO.
           03  WS-NUM-EXTRACT-READ       PIC 9(5)       VALUE ZERO.
           03  WS-NUM-PENDING-LOADED     PIC 9(5)       VALUE ZERO.
           03  WS-NUM-RATE-RAISES        PIC 9(5)       VALUE ZERO.
           03  WS-NUM-RULE-FLAGS         PIC 9(5)
                                         OCCURS 4 TIMES.

       PROCEDURE DIVISION.
      **************************************************************
      *   LOAD THE PARAMETERS AND ALL FOUR SOURCES INTO TABLES,    *
      *   RUN EACH RULE OVER THEM, THEN PRINT THE RANKED REPORT    *
      **************************************************************
       A000-MAINLINE.
           PERFORM U100-FORMAT-DATE.
           PERFORM R100-READ-PARM-CARD.
           PERFORM V118-READ-HOLD-THRESHOLD.
           MOVE ZERO TO WS-NUM-RULE-FLAGS (1)
                        WS-NUM-RULE-FLAGS (2)
                        WS-NUM-RULE-FLAGS (3)
                        WS-NUM-RULE-FLAGS (4).

           OPEN INPUT TRANS-EXTRACT
           IF WS-EXTR-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-EXTR-STATUS = ", WS-EXTR-STATUS
           ELSE
               PERFORM B100-LOAD-EXTRACT
               CLOSE TRANS-EXTRACT
               PERFORM B200-LOAD-PENDING
               PERFORM B300-LOAD-CLOSES
               PERFORM B400-LOAD-RATE-RAISES
               PERFORM V120-OPEN-SALES-REGISTER
               PERFORM V121-OPEN-SALESMAST

               PERFORM C100-FLAG-NEAR-THRESHOLD
                   VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
               PERFORM C200-FLAG-REPEAT-RETURNS
                   VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
               PERFORM C300-FLAG-CLOSE-STRADDLE
                   VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
               PERFORM C400-FLAG-RATE-BURST
                   VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT

               OPEN OUTPUT LPRPT
               PERFORM W140-PRINT-HEAD
               PERFORM W150-PRINT-PARAMETERS
               IF WS-SS-COUNT EQUAL ZERO
                   WRITE PRINT-AREA FROM WS-PRNT-NONE-LINE
                         AFTER ADVANCING 2 LINES
                   MOVE SPACES TO PRINT-AREA
               ELSE
                   PERFORM W200-PRINT-SALESPERSON
                       VARYING WS-RANK-NO FROM 1 BY 1
                       UNTIL WS-RANK-NO > WS-SS-COUNT
               END-IF
               PERFORM W240-PRINT-SUMMARY
               IF WS-REG-AVAILABLE
                   CLOSE SALES-REGISTER
               END-IF
               IF WS-MAST-AVAILABLE
                   CLOSE SALESMAST
               END-IF
               CLOSE LPRPT
           END-IF.

           STOP RUN.

      **************************************************************
      *   READ THE EXCEPTION PARAMETER CARD. EACH FIELD THAT IS    *
      *   NUMERIC AND NONZERO REPLACES ITS DEFAULT BAND            *
      **************************************************************
       R100-READ-PARM-CARD.
           OPEN INPUT PARM-CARD
           IF WS-PC-STATUS EQUAL "00"
               READ PARM-CARD
               IF WS-PC-STATUS EQUAL "00"
                   IF PC-NEAR-PCT NUMERIC
                      AND PC-NEAR-PCT NOT EQUAL ZERO
                       MOVE PC-NEAR-PCT TO WS-NEAR-PCT
                   END-IF
                   IF PC-REPEAT-COUNT NUMERIC
                      AND PC-REPEAT-COUNT NOT EQUAL ZERO
                       MOVE PC-REPEAT-COUNT TO WS-REPEAT-COUNT
                   END-IF
                   IF PC-CLOSE-WINDOW-DAYS NUMERIC
                      AND PC-CLOSE-WINDOW-DAYS NOT EQUAL ZERO
                       MOVE PC-CLOSE-WINDOW-DAYS TO WS-CLOSE-WINDOW
                   END-IF
                   IF PC-RATE-WINDOW-DAYS NUMERIC
                      AND PC-RATE-WINDOW-DAYS NOT EQUAL ZERO
                       MOVE PC-RATE-WINDOW-DAYS TO WS-RATE-WINDOW
                   END-IF
                   IF PC-LARGE-SALE-AMOUNT NUMERIC
                      AND PC-LARGE-SALE-AMOUNT NOT EQUAL ZERO
                       MOVE PC-LARGE-SALE-AMOUNT
                         TO WS-LARGE-SALE-AMOUNT
                   END-IF
                   IF PC-BURST-COUNT NUMERIC
                      AND PC-BURST-COUNT NOT EQUAL ZERO
                       MOVE PC-BURST-COUNT TO WS-BURST-COUNT
                   END-IF
               END-IF
               CLOSE PARM-CARD
           ELSE
               DISPLAY "NO EXCEPTION PARAMETER CARD - DEFAULTS APPLY"
           END-IF.

      **************************************************************
      *   READ THE RETURNS APPROVAL THRESHOLD CARD PCS2PRG1 HOLDS  *
      *   RETURNS AGAINST, AND SET THE FLOOR OF THE BAND JUST      *
      *   UNDER IT                                                 *
      **************************************************************
       V118-READ-HOLD-THRESHOLD.
           OPEN INPUT HOLD-CARD
           IF WS-HLD-STATUS EQUAL "00"
               READ HOLD-CARD
               IF WS-HLD-STATUS EQUAL "00"
                  AND HC-THRESHOLD NUMERIC
                  AND HC-THRESHOLD NOT EQUAL ZERO
                   MOVE HC-THRESHOLD TO WS-HOLD-THRESHOLD
               END-IF
               CLOSE HOLD-CARD
           ELSE
               DISPLAY "NO HOLD THRESHOLD CARD - DEFAULT "
                       WS-HOLD-THRESHOLD " APPLIES"
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-HOLD-THRESHOLD
               - WS-HOLD-THRESHOLD * WS-NEAR-PCT / 100
           END-COMPUTE.

      **************************************************************
      *   OPEN THE POSTED-SALES REGISTER FOR THE ORIGINAL-SALE     *
      *   LOOKUPS. WITHOUT IT ONLY SALES ON THIS EXTRACT CAN BE    *
      *   MATCHED TO THEIR RETURNS                                 *
      **************************************************************
       V120-OPEN-SALES-REGISTER.
           OPEN INPUT SALES-REGISTER
           IF WS-REG-STATUS EQUAL "00"
               SET WS-REG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO POSTED-SALES REGISTER, STATUS IS: "
                       WS-REG-STATUS
                       " - EXTRACT SALES ONLY FOR CLOSE CHECK"
           END-IF.

      **************************************************************
      *   OPEN THE SALESPERSON MASTER FOR THE NAMES ON THE REPORT  *
      **************************************************************
       V121-OPEN-SALESMAST.
           OPEN INPUT SALESMAST
           IF WS-IN-STATUS EQUAL "00" OR WS-IN-STATUS EQUAL "02"
               SET WS-MAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO SALESPERSON MASTER, STATUS IS: "
                       WS-IN-STATUS " - NAMES NOT PRINTED"
           END-IF.

      **************************************************************
      *   LOAD EVERY SALE, SPLIT SHARE AND RETURN ON THE EXTRACT.  *
      *   RETURNS WERE LOGGED NEGATIVE BY PCS2PRG1 AND ARE FLIPPED *
      *   BACK POSITIVE. MAINTENANCE LINES ARE NOT NEEDED - THE    *
      *   AUDIT JOURNAL CARRIES THEIR BEFORE AND AFTER IMAGES      *
      **************************************************************
       B100-LOAD-EXTRACT.
           PERFORM R2000-READ-EXTRACT
           PERFORM B120-LOAD-ONE-EXTRACT UNTIL WS-EXTRACT-EOF.

       B120-LOAD-ONE-EXTRACT.
           ADD 1 TO WS-NUM-EXTRACT-READ
           EVALUATE EXT-TRANS-TYPE
               WHEN 'SALE  '
               WHEN 'SPLIT '
               WHEN 'RETURN'
                   PERFORM U200-ADD-TRANSACTION
                   IF WS-ENTRY-FOUND
                       MOVE EXT-TRANS-NO TO WS-TX-TRANS-NO (WS-TX-SUB)
                       MOVE EXT-SALESPERSON-NO
                         TO WS-TX-SLSP-NO (WS-TX-SUB)
                       MOVE EXT-TRANS-DATE TO WS-TX-DATE (WS-TX-SUB)
                       MOVE EXT-TRANS-TYPE TO WS-TX-TYPE (WS-TX-SUB)
                       MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
                       IF EXT-TRANS-TYPE EQUAL 'RETURN'
                           MOVE 'R' TO WS-TX-KIND (WS-TX-SUB)
                           COMPUTE WS-WORK-AMOUNT = WS-WORK-AMOUNT * -1
                           END-COMPUTE
                       ELSE
                           MOVE 'S' TO WS-TX-KIND (WS-TX-SUB)
                       END-IF
                       MOVE WS-WORK-AMOUNT TO WS-TX-AMOUNT (WS-TX-SUB)
                       IF EXT-CUSTOMER-NO NUMERIC
                           MOVE EXT-CUSTOMER-NO
                             TO WS-TX-CUST-NO (WS-TX-SUB)
                       END-IF
                       IF EXT-ORIG-TRANS-NO NUMERIC
                           MOVE EXT-ORIG-TRANS-NO
                             TO WS-TX-ORIG-TRANS-NO (WS-TX-SUB)
                       END-IF
                       MOVE 'E' TO WS-TX-SOURCE (WS-TX-SUB)
                       MOVE EXT-TRANS-DATE TO WS-DN-SHORT-DATE
                       PERFORM U710-DAYS-FROM-SHORT-DATE
                       MOVE WS-DN-DAYS TO WS-TX-DAYS (WS-TX-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM R2000-READ-EXTRACT.

      **************************************************************
      *   LOAD THE RETURNS STILL WAITING FOR SIGN-OFF. A HELD      *
      *   RETURN ALREADY RELEASED AND POSTED IS ON THE EXTRACT     *
      *   UNDER THE SAME TRANS NO AND IS NOT LOADED TWICE          *
      **************************************************************
       B200-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS EQUAL "00"
               PERFORM R2100-READ-PENDING
               PERFORM B220-LOAD-ONE-PENDING UNTIL WS-PENDING-EOF
               CLOSE PENDING-FILE
           ELSE
               DISPLAY "NO PENDING-APPROVAL FILE, STATUS IS: "
                       WS-PND-STATUS " - POSTED RETURNS ONLY"
           END-IF.

       B220-LOAD-ONE-PENDING.
           IF PA-PENDING
               MOVE PA-TRANS-DATA TO SALES-TRANS-RECORD
               IF TRANS-RET
                   MOVE TRANS-DATA TO WS-TRANS-RETURN
                   MOVE 'N' TO WS-EARLIER-SWITCH
                   PERFORM U210-MATCH-POSTED-RETURN
                       VARYING WS-TX-SUB-2 FROM 1 BY 1
                       UNTIL WS-EARLIER-FOUND
                          OR WS-TX-SUB-2 > WS-TX-COUNT
                   IF NOT WS-EARLIER-FOUND
                       PERFORM U200-ADD-TRANSACTION
                   END-IF
                   IF NOT WS-EARLIER-FOUND AND WS-ENTRY-FOUND
                       ADD 1 TO WS-NUM-PENDING-LOADED
                       MOVE TRANS-NO TO WS-TX-TRANS-NO (WS-TX-SUB)
                       MOVE TRANS-SALESPERSON-NO
                         TO WS-TX-SLSP-NO (WS-TX-SUB)
                       MOVE TRANS-DATE TO WS-TX-DATE (WS-TX-SUB)
                       MOVE 'RETURN' TO WS-TX-TYPE (WS-TX-SUB)
                       MOVE 'R' TO WS-TX-KIND (WS-TX-SUB)
                       MOVE WS-RETURN-AMOUNT
                         TO WS-TX-AMOUNT (WS-TX-SUB)
                       MOVE WS-RETURN-CUSTOMER-NO
                         TO WS-TX-CUST-NO (WS-TX-SUB)
                       MOVE WS-RETURN-ORIG-TRANS-NO
                         TO WS-TX-ORIG-TRANS-NO (WS-TX-SUB)
                       MOVE 'P' TO WS-TX-SOURCE (WS-TX-SUB)
                       MOVE TRANS-DATE TO WS-DN-SHORT-DATE
                       PERFORM U710-DAYS-FROM-SHORT-DATE
                       MOVE WS-DN-DAYS TO WS-TX-DAYS (WS-TX-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM R2100-READ-PENDING.

      **************************************************************
      *   COLLECT THE DISTINCT CLOSE DATES. SALESHIST IS IN        *
      *   SALESPERSON ORDER, SO EVERY DATE IS CHECKED AGAINST THE  *
      *   TABLE; THE LAST DATE SEEN SAVES MOST OF THE SEARCHES     *
      **************************************************************
       B300-LOAD-CLOSES.
           OPEN INPUT SALESHIST
           IF WS-HIST-STATUS EQUAL "00"
               PERFORM R2200-READ-SALESHIST
               PERFORM B320-LOAD-ONE-CLOSE UNTIL WS-HIST-EOF
               CLOSE SALESHIST
           ELSE
               DISPLAY "NO SALESHIST FILE, STATUS IS: "
                       WS-HIST-STATUS " - CLOSE RULE SKIPPED"
           END-IF.

       B320-LOAD-ONE-CLOSE.
           IF SH-CLOSE-DATE NOT EQUAL WS-LAST-CLOSE-DATE
               MOVE SH-CLOSE-DATE TO WS-LAST-CLOSE-DATE
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM U250-MATCH-CLOSE
                   VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-FOUND OR WS-CL-SUB > WS-CL-COUNT
               IF NOT WS-ENTRY-FOUND
                   IF WS-CL-COUNT < 100
                       ADD 1 TO WS-CL-COUNT
                       MOVE SH-CLOSE-DATE
                         TO WS-CL-DATE (WS-CL-COUNT)
                       MOVE SH-CLOSE-DATE TO WS-DN-DATE
                       PERFORM U700-COMPUTE-DAY-NUMBER
                       MOVE WS-DN-DAYS TO WS-CL-DAYS (WS-CL-COUNT)
                   ELSE
                       DISPLAY "CLOSE DATE TABLE FULL AT "
                               SH-CLOSE-DATE
                   END-IF
               END-IF
           END-IF
           PERFORM R2200-READ-SALESHIST.

      **************************************************************
      *   PICK OUT EVERY CHANGE ON THE AUDIT JOURNAL THAT RAISED   *
      *   THE COMMISSION RATE. THE IMAGES ARE DECODED THROUGH THE  *
      *   SALESPERSON MASTER RECORD AREA                           *
      **************************************************************
       B400-LOAD-RATE-RAISES.
           OPEN INPUT AUDIT-JOURNAL
           IF WS-AUD-STATUS EQUAL "00"
               PERFORM R2300-READ-AUDIT
               PERFORM B420-LOAD-ONE-AUDIT UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-JOURNAL
           ELSE
               DISPLAY "NO AUDIT JOURNAL, STATUS IS: "
                       WS-AUD-STATUS " - RATE RULE SKIPPED"
           END-IF.

       B420-LOAD-ONE-AUDIT.
           IF AJ-TRANS-TYPE EQUAL 'C'
               MOVE AJ-AFTER-IMAGE TO SALESPERSON-MASTER
               IF SALESPERSON-COMM-RATE NUMERIC
                   MOVE SALESPERSON-COMM-RATE TO WS-NEW-COMM-RATE
                   MOVE AJ-BEFORE-IMAGE TO SALESPERSON-MASTER
                   IF SALESPERSON-COMM-RATE NUMERIC
                      AND WS-NEW-COMM-RATE > SALESPERSON-COMM-RATE
                       PERFORM C050-ADD-RATE-RAISE
                   END-IF
               END-IF
           END-IF
           PERFORM R2300-READ-AUDIT.

      **************************************************************
      *   RECORD ONE RATE INCREASE - THE BEFORE IMAGE IS STILL IN  *
      *   THE MASTER RECORD AREA                                   *
      **************************************************************
       C050-ADD-RATE-RAISE.
           IF WS-RC-COUNT < 300
               ADD 1 TO WS-RC-COUNT
               ADD 1 TO WS-NUM-RATE-RAISES
               MOVE AJ-TRANS-NO TO WS-RC-TRANS-NO (WS-RC-COUNT)
               MOVE AJ-SALESPERSON-NO TO WS-RC-SLSP-NO (WS-RC-COUNT)
               MOVE AJ-TRANS-DATE TO WS-RC-DATE (WS-RC-COUNT)
               MOVE SALESPERSON-COMM-RATE
                 TO WS-RC-OLD-RATE (WS-RC-COUNT)
               MOVE WS-NEW-COMM-RATE TO WS-RC-NEW-RATE (WS-RC-COUNT)
               MOVE AJ-TRANS-DATE TO WS-DN-SHORT-DATE
               PERFORM U710-DAYS-FROM-SHORT-DATE
               MOVE WS-DN-DAYS TO WS-RC-DAYS (WS-RC-COUNT)
           ELSE
               DISPLAY "RATE CHANGE TABLE FULL AT AUDIT TRANS "
                       AJ-TRANS-NO
           END-IF.

      **************************************************************
      *   RULE NT - A RETURN WITHIN THE NEAR-THRESHOLD PERCENTAGE  *
      *   BELOW THE APPROVAL THRESHOLD, POSTED OR PENDING          *
      **************************************************************
       C100-FLAG-NEAR-THRESHOLD.
           IF WS-TX-IS-RETURN (WS-TX-SUB)
              AND WS-TX-AMOUNT (WS-TX-SUB) NOT < WS-NEAR-FLOOR
              AND WS-TX-AMOUNT (WS-TX-SUB) NOT > WS-HOLD-THRESHOLD
               MOVE 1 TO WS-RULE-SUB
               MOVE WS-TX-SLSP-NO (WS-TX-SUB) TO WS-NEW-SLSP-NO
               MOVE WS-TX-CUST-NO (WS-TX-SUB) TO WS-NEW-CUST-NO
               PERFORM U500-FIND-OR-ADD-FLAG
               IF WS-FLAG-FOUND
                   MOVE WS-TX-SUB TO WS-TX-SUB-2
                   MOVE SPACES TO WS-NL-NOTE
                   PERFORM U560-LINK-TRANSACTION
               END-IF
           END-IF.

      **************************************************************
      *   RULE RR - THE FIRST RETURN OF EACH SALESPERSON/CUSTOMER  *
      *   PAIR COUNTS THE PAIR'S RETURNS; AT THE REPEAT COUNT OR   *
      *   MORE THE PAIR IS FLAGGED WITH EVERY ONE OF THEM LISTED   *
      **************************************************************
       C200-FLAG-REPEAT-RETURNS.
           IF WS-TX-IS-RETURN (WS-TX-SUB)
               MOVE 'N' TO WS-EARLIER-SWITCH
               PERFORM U220-CHECK-EARLIER-RETURN
                   VARYING WS-TX-SUB-2 FROM 1 BY 1
                   UNTIL WS-EARLIER-FOUND
                      OR WS-TX-SUB-2 NOT < WS-TX-SUB
               IF NOT WS-EARLIER-FOUND
                   MOVE ZERO TO WS-MATCH-COUNT
                   PERFORM U230-COUNT-SAME-PAIR
                       VARYING WS-TX-SUB-2 FROM WS-TX-SUB BY 1
                       UNTIL WS-TX-SUB-2 > WS-TX-COUNT
                   IF WS-MATCH-COUNT NOT < WS-REPEAT-COUNT
                       MOVE 2 TO WS-RULE-SUB
                       MOVE WS-TX-SLSP-NO (WS-TX-SUB)
                         TO WS-NEW-SLSP-NO
                       MOVE WS-TX-CUST-NO (WS-TX-SUB)
                         TO WS-NEW-CUST-NO
                       PERFORM U500-FIND-OR-ADD-FLAG
                       IF WS-FLAG-FOUND
                           PERFORM U240-LINK-SAME-PAIR
                               VARYING WS-TX-SUB-2 FROM WS-TX-SUB BY 1
                               UNTIL WS-TX-SUB-2 > WS-TX-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   RULE CL - A RETURN WHOSE ORIGINAL SALE WAS DATED WITHIN  *
      *   THE WINDOW UP TO A CLOSE AND WHICH ITSELF FALLS WITHIN   *
      *   THE WINDOW AFTER THAT SAME CLOSE                         *
      **************************************************************
       C300-FLAG-CLOSE-STRADDLE.
           IF WS-TX-IS-RETURN (WS-TX-SUB)
              AND WS-TX-ORIG-TRANS-NO (WS-TX-SUB) NOT EQUAL ZERO
              AND WS-CL-COUNT > ZERO
               PERFORM U300-FIND-ORIGINAL-SALE
               IF WS-SALE-FOUND
                   MOVE 'N' TO WS-CLOSE-HIT-SWITCH
                   PERFORM U320-CHECK-CLOSE-WINDOW
                       VARYING WS-CL-SUB FROM 1 BY 1
                       UNTIL WS-CLOSE-HIT OR WS-CL-SUB > WS-CL-COUNT
                   IF WS-CLOSE-HIT
                       MOVE 3 TO WS-RULE-SUB
                       MOVE WS-TX-SLSP-NO (WS-TX-SUB)
                         TO WS-NEW-SLSP-NO
                       MOVE WS-TX-CUST-NO (WS-TX-SUB)
                         TO WS-NEW-CUST-NO
                       PERFORM U500-FIND-OR-ADD-FLAG
                       IF WS-FLAG-FOUND
                           PERFORM C350-LINK-CLOSE-PAIR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   LIST THE ORIGINAL SALE AND THE RETURN UNDER A CLOSE FLAG *
      **************************************************************
       C350-LINK-CLOSE-PAIR.
           MOVE WS-HIT-CLOSE-DATE TO WS-CN-CLOSE-DATE
           MOVE 'BEFORE CLOSE ' TO WS-CN-TEXT
           IF WS-SALE-TX-SUB NOT EQUAL ZERO
               MOVE WS-SALE-TX-SUB TO WS-TX-SUB-2
               MOVE WS-CLOSE-NOTE TO WS-NL-NOTE
               PERFORM U560-LINK-TRANSACTION
           ELSE
               MOVE WS-TX-ORIG-TRANS-NO (WS-TX-SUB) TO WS-NL-TRANS-NO
               MOVE WS-SALE-SLSP-NO TO WS-NL-SLSP-NO
               MOVE WS-SALE-DATE TO WS-NL-DATE
               MOVE 'SALE  ' TO WS-NL-TYPE
               MOVE WS-SALE-AMOUNT TO WS-NL-AMOUNT
               MOVE WS-CLOSE-NOTE TO WS-NL-NOTE
               PERFORM U550-ADD-LINK
           END-IF
           MOVE 'AFTER CLOSE  ' TO WS-CN-TEXT
           MOVE WS-TX-SUB TO WS-TX-SUB-2
           MOVE WS-CLOSE-NOTE TO WS-NL-NOTE
           PERFORM U560-LINK-TRANSACTION.

      **************************************************************
      *   RULE RC - FOR EACH RATE INCREASE, COUNT THE SALESPERSON'S*
      *   SALES AT OR ABOVE THE LARGE-SALE AMOUNT DATED FROM THE   *
      *   CHANGE TO THE END OF THE WINDOW. AT THE BURST COUNT OR   *
      *   MORE THE CHANGE AND THOSE SALES ARE FLAGGED              *
      **************************************************************
       C400-FLAG-RATE-BURST.
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM U420-COUNT-BURST-SALE
               VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT
           IF WS-MATCH-COUNT NOT < WS-BURST-COUNT
               MOVE 4 TO WS-RULE-SUB
               MOVE WS-RC-SLSP-NO (WS-RC-SUB) TO WS-NEW-SLSP-NO
               MOVE ZERO TO WS-NEW-CUST-NO
               PERFORM U500-FIND-OR-ADD-FLAG
               IF WS-FLAG-FOUND
                   MOVE WS-RC-TRANS-NO (WS-RC-SUB) TO WS-NL-TRANS-NO
                   MOVE WS-RC-SLSP-NO (WS-RC-SUB) TO WS-NL-SLSP-NO
                   MOVE WS-RC-DATE (WS-RC-SUB) TO WS-NL-DATE
                   MOVE 'CHANGE' TO WS-NL-TYPE
                   MOVE ZERO TO WS-NL-AMOUNT
                   MOVE WS-RC-OLD-RATE (WS-RC-SUB) TO WS-RN-OLD-RATE
                   MOVE WS-RC-NEW-RATE (WS-RC-SUB) TO WS-RN-NEW-RATE
                   MOVE WS-RATE-NOTE TO WS-NL-NOTE
                   PERFORM U550-ADD-LINK
                   PERFORM U440-LINK-BURST-SALE
                       VARYING WS-TX-SUB FROM 1 BY 1
                       UNTIL WS-TX-SUB > WS-TX-COUNT
               END-IF
           END-IF.

      **************************************************************
      *                  READS THE TRANSACTION EXTRACT             *
      **************************************************************
       R2000-READ-EXTRACT.
           READ TRANS-EXTRACT
               AT END MOVE 'Y' TO WS-EXTRACT-EOF-SWITCH
           END-READ.

      **************************************************************
      *                 READS THE PENDING-APPROVAL FILE            *
      **************************************************************
       R2100-READ-PENDING.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-PENDING-EOF-SWITCH
           END-READ.

      **************************************************************
      *                  READS THE HISTORY FILE                    *
      **************************************************************
       R2200-READ-SALESHIST.
           READ SALESHIST
               AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.

      **************************************************************
      *                READS THE MAINTENANCE AUDIT JOURNAL         *
      **************************************************************
       R2300-READ-AUDIT.
           READ AUDIT-JOURNAL
               AT END MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.

      **************************************************************
      *                FORMAT THE RUN DATE FOR THE HEADING         *
      **************************************************************
       U100-FORMAT-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-MONTH TO WS-HL1-MONTH.
           MOVE WS-CD-DAY TO WS-HL1-DAY.
           MOVE WS-CD-YEAR TO WS-HL1-YEAR.

      **************************************************************
      *   OPEN THE NEXT SLOT OF THE TRANSACTION TABLE. ONCE IT IS  *
      *   FULL THE REST OF THE PERIOD IS SKIPPED WITH ONE NOTE     *
      **************************************************************
       U200-ADD-TRANSACTION.
           IF WS-TX-COUNT < 3000
               ADD 1 TO WS-TX-COUNT
               MOVE WS-TX-COUNT TO WS-TX-SUB
               MOVE ZERO TO WS-TX-CUST-NO (WS-TX-SUB)
                            WS-TX-ORIG-TRANS-NO (WS-TX-SUB)
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-FOUND-SWITCH
               IF NOT WS-TXN-TABLE-FULL
                   SET WS-TXN-TABLE-FULL TO TRUE
                   DISPLAY "TRANSACTION TABLE FULL - LATER "
                           "TRANSACTIONS NOT EXAMINED"
               END-IF
           END-IF.

       U210-MATCH-POSTED-RETURN.
           IF WS-TX-IS-RETURN (WS-TX-SUB-2)
              AND WS-TX-TRANS-NO (WS-TX-SUB-2) EQUAL TRANS-NO
               SET WS-EARLIER-FOUND TO TRUE
           END-IF.

       U220-CHECK-EARLIER-RETURN.
           IF WS-TX-IS-RETURN (WS-TX-SUB-2)
              AND WS-TX-SLSP-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-SLSP-NO (WS-TX-SUB)
              AND WS-TX-CUST-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-CUST-NO (WS-TX-SUB)
               SET WS-EARLIER-FOUND TO TRUE
           END-IF.

       U230-COUNT-SAME-PAIR.
           IF WS-TX-IS-RETURN (WS-TX-SUB-2)
              AND WS-TX-SLSP-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-SLSP-NO (WS-TX-SUB)
              AND WS-TX-CUST-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-CUST-NO (WS-TX-SUB)
               ADD 1 TO WS-MATCH-COUNT
           END-IF.

       U240-LINK-SAME-PAIR.
           IF WS-TX-IS-RETURN (WS-TX-SUB-2)
              AND WS-TX-SLSP-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-SLSP-NO (WS-TX-SUB)
              AND WS-TX-CUST-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-CUST-NO (WS-TX-SUB)
               MOVE SPACES TO WS-NL-NOTE
               PERFORM U560-LINK-TRANSACTION
           END-IF.

       U250-MATCH-CLOSE.
           IF WS-CL-DATE (WS-CL-SUB) EQUAL SH-CLOSE-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      **************************************************************
      *   LOCATE THE SALE A RETURN NAMES - FIRST ON THE EXTRACT,   *
      *   THEN ON THE POSTED-SALES REGISTER (THE FIRST ROW FOR THE *
      *   TRANS NO, AS THE RETURN EDIT IN PCS2PRG1 DOES)           *
      **************************************************************
       U300-FIND-ORIGINAL-SALE.
           MOVE 'N' TO WS-SALE-FOUND-SWITCH
           MOVE ZERO TO WS-SALE-TX-SUB
           PERFORM U310-MATCH-ORIGINAL-SALE
               VARYING WS-TX-SUB-2 FROM 1 BY 1
               UNTIL WS-SALE-FOUND OR WS-TX-SUB-2 > WS-TX-COUNT
           IF NOT WS-SALE-FOUND AND WS-REG-AVAILABLE
               MOVE WS-TX-ORIG-TRANS-NO (WS-TX-SUB) TO SG-TRANS-NO
               MOVE ZERO TO SG-SALESPERSON-NO
               START SALES-REGISTER KEY IS NOT LESS THAN SG-KEY
               IF WS-REG-STATUS EQUAL "00"
                   READ SALES-REGISTER NEXT RECORD
                   IF WS-REG-STATUS EQUAL "00"
                      AND SG-TRANS-NO
                          EQUAL WS-TX-ORIG-TRANS-NO (WS-TX-SUB)
                       SET WS-SALE-FOUND TO TRUE
                       MOVE SG-SALESPERSON-NO TO WS-SALE-SLSP-NO
                       MOVE SG-TRANS-DATE TO WS-SALE-DATE
                       MOVE SG-NET-AMOUNT TO WS-SALE-AMOUNT
                       MOVE SG-TRANS-DATE TO WS-DN-SHORT-DATE
                       PERFORM U710-DAYS-FROM-SHORT-DATE
                       MOVE WS-DN-DAYS TO WS-SALE-DAYS
                   END-IF
               END-IF
           END-IF.

       U310-MATCH-ORIGINAL-SALE.
           IF WS-TX-IS-SALE (WS-TX-SUB-2)
              AND WS-TX-TRANS-NO (WS-TX-SUB-2)
                  EQUAL WS-TX-ORIG-TRANS-NO (WS-TX-SUB)
               SET WS-SALE-FOUND TO TRUE
               MOVE WS-TX-SUB-2 TO WS-SALE-TX-SUB
               MOVE WS-TX-DAYS (WS-TX-SUB-2) TO WS-SALE-DAYS
           END-IF.

       U320-CHECK-CLOSE-WINDOW.
           IF WS-SALE-DAYS NOT > WS-CL-DAYS (WS-CL-SUB)
              AND WS-CL-DAYS (WS-CL-SUB) - WS-SALE-DAYS
                  NOT > WS-CLOSE-WINDOW
              AND WS-TX-DAYS (WS-TX-SUB) > WS-CL-DAYS (WS-CL-SUB)
              AND WS-TX-DAYS (WS-TX-SUB) - WS-CL-DAYS (WS-CL-SUB)
                  NOT > WS-CLOSE-WINDOW
               SET WS-CLOSE-HIT TO TRUE
               MOVE WS-CL-DATE (WS-CL-SUB) TO WS-HIT-CLOSE-DATE
           END-IF.

       U420-COUNT-BURST-SALE.
           IF WS-TX-IS-SALE (WS-TX-SUB)
              AND WS-TX-SLSP-NO (WS-TX-SUB)
                  EQUAL WS-RC-SLSP-NO (WS-RC-SUB)
              AND WS-TX-AMOUNT (WS-TX-SUB) NOT < WS-LARGE-SALE-AMOUNT
              AND WS-TX-DAYS (WS-TX-SUB) NOT < WS-RC-DAYS (WS-RC-SUB)
              AND WS-TX-DAYS (WS-TX-SUB) - WS-RC-DAYS (WS-RC-SUB)
                  NOT > WS-RATE-WINDOW
               ADD 1 TO WS-MATCH-COUNT
           END-IF.

       U440-LINK-BURST-SALE.
           IF WS-TX-IS-SALE (WS-TX-SUB)
              AND WS-TX-SLSP-NO (WS-TX-SUB)
                  EQUAL WS-RC-SLSP-NO (WS-RC-SUB)
              AND WS-TX-AMOUNT (WS-TX-SUB) NOT < WS-LARGE-SALE-AMOUNT
              AND WS-TX-DAYS (WS-TX-SUB) NOT < WS-RC-DAYS (WS-RC-SUB)
              AND WS-TX-DAYS (WS-TX-SUB) - WS-RC-DAYS (WS-RC-SUB)
                  NOT > WS-RATE-WINDOW
               MOVE WS-TX-SUB TO WS-TX-SUB-2
               MOVE SPACES TO WS-NL-NOTE
               PERFORM U560-LINK-TRANSACTION
           END-IF.

      **************************************************************
      *   FIND THE FLAG FOR THIS RULE/SALESPERSON/CUSTOMER, OR ADD *
      *   IT AND COUNT IT AGAINST THE SALESPERSON AND THE RULE     *
      **************************************************************
       U500-FIND-OR-ADD-FLAG.
           MOVE 'N' TO WS-FLAG-FOUND-SWITCH
           PERFORM U510-MATCH-FLAG
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-FLAG-FOUND OR WS-EX-SUB > WS-EX-COUNT
           IF NOT WS-FLAG-FOUND
               IF WS-EX-COUNT < 500
                   PERFORM U520-FIND-OR-ADD-SALESPERSON
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-EX-COUNT TO WS-EX-SUB
                   MOVE WS-RULE-CODE (WS-RULE-SUB)
                     TO WS-EX-RULE (WS-EX-SUB)
                   MOVE WS-RULE-SUB TO WS-EX-RULE-SUB (WS-EX-SUB)
                   MOVE WS-NEW-SLSP-NO TO WS-EX-SLSP-NO (WS-EX-SUB)
                   MOVE WS-NEW-CUST-NO TO WS-EX-CUST-NO (WS-EX-SUB)
                   MOVE WS-SS-SUB TO WS-EX-SS-SUB (WS-EX-SUB)
                   MOVE ZERO TO WS-EX-ITEMS (WS-EX-SUB)
                                WS-EX-AMOUNT (WS-EX-SUB)
                   MOVE 'N' TO WS-EX-PRINTED-SW (WS-EX-SUB)
                   ADD 1 TO WS-SS-FLAGS (WS-SS-SUB)
                   ADD 1 TO WS-NUM-RULE-FLAGS (WS-RULE-SUB)
                   SET WS-FLAG-FOUND TO TRUE
               ELSE
                   DISPLAY "EXCEPTION TABLE FULL AT SALESPERSON "
                           WS-NEW-SLSP-NO
               END-IF
           END-IF.

       U510-MATCH-FLAG.
           IF WS-EX-RULE-SUB (WS-EX-SUB) EQUAL WS-RULE-SUB
              AND WS-EX-SLSP-NO (WS-EX-SUB) EQUAL WS-NEW-SLSP-NO
              AND WS-EX-CUST-NO (WS-EX-SUB) EQUAL WS-NEW-CUST-NO
               SET WS-FLAG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-EX-SUB
           END-IF.

       U520-FIND-OR-ADD-SALESPERSON.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM U530-MATCH-SALESPERSON
               VARYING WS-SS-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-SS-SUB > WS-SS-COUNT
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-SUB
               MOVE WS-NEW-SLSP-NO TO WS-SS-SLSP-NO (WS-SS-SUB)
               MOVE ZERO TO WS-SS-FLAGS (WS-SS-SUB)
                            WS-SS-AMOUNT (WS-SS-SUB)
               MOVE 'N' TO WS-SS-PRINTED-SW (WS-SS-SUB)
           END-IF.

       U530-MATCH-SALESPERSON.
           IF WS-SS-SLSP-NO (WS-SS-SUB) EQUAL WS-NEW-SLSP-NO
               SET WS-ENTRY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SS-SUB
           END-IF.

      **************************************************************
      *   ADD THE LINK IN WS-NEW-LINK UNDER FLAG WS-EX-SUB, UNLESS *
      *   THE SAME TRANSACTION IS ALREADY LISTED UNDER THAT FLAG.  *
      *   ITS AMOUNT IS ADDED TO THE FLAG AND THE SALESPERSON      *
      **************************************************************
       U550-ADD-LINK.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM U555-MATCH-LINK
               VARYING WS-LK-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-LK-SUB > WS-LK-COUNT
           IF NOT WS-ENTRY-FOUND
               IF WS-LK-COUNT < 3000
                   ADD 1 TO WS-LK-COUNT
                   MOVE WS-EX-SUB TO WS-LK-EX-SUB (WS-LK-COUNT)
                   MOVE WS-NL-TRANS-NO TO WS-LK-TRANS-NO (WS-LK-COUNT)
                   MOVE WS-NL-SLSP-NO TO WS-LK-SLSP-NO (WS-LK-COUNT)
                   MOVE WS-NL-DATE TO WS-LK-DATE (WS-LK-COUNT)
                   MOVE WS-NL-TYPE TO WS-LK-TYPE (WS-LK-COUNT)
                   MOVE WS-NL-AMOUNT TO WS-LK-AMOUNT (WS-LK-COUNT)
                   MOVE WS-NL-NOTE TO WS-LK-NOTE (WS-LK-COUNT)
                   ADD 1 TO WS-EX-ITEMS (WS-EX-SUB)
                   ADD WS-NL-AMOUNT TO WS-EX-AMOUNT (WS-EX-SUB)
                   MOVE WS-EX-SS-SUB (WS-EX-SUB) TO WS-SS-SUB
                   ADD WS-NL-AMOUNT TO WS-SS-AMOUNT (WS-SS-SUB)
               ELSE
                   IF NOT WS-LINK-TABLE-FULL
                       SET WS-LINK-TABLE-FULL TO TRUE
                       DISPLAY "SUPPORTING TRANSACTION TABLE FULL - "
                               "LATER ITEMS NOT LISTED"
                   END-IF
               END-IF
           END-IF.

       U555-MATCH-LINK.
           IF WS-LK-EX-SUB (WS-LK-SUB) EQUAL WS-EX-SUB
              AND WS-LK-TRANS-NO (WS-LK-SUB) EQUAL WS-NL-TRANS-NO
              AND WS-LK-SLSP-NO (WS-LK-SUB) EQUAL WS-NL-SLSP-NO
              AND WS-LK-TYPE (WS-LK-SUB) EQUAL WS-NL-TYPE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      **************************************************************
      *   LINK TRANSACTION TABLE ENTRY WS-TX-SUB-2. A RETURN STILL *
      *   AWAITING SIGN-OFF IS NOTED AS SUCH WHEN NO OTHER NOTE    *
      *   WAS GIVEN                                                *
      **************************************************************
       U560-LINK-TRANSACTION.
           MOVE WS-TX-TRANS-NO (WS-TX-SUB-2) TO WS-NL-TRANS-NO
           MOVE WS-TX-SLSP-NO (WS-TX-SUB-2) TO WS-NL-SLSP-NO
           MOVE WS-TX-DATE (WS-TX-SUB-2) TO WS-NL-DATE
           MOVE WS-TX-TYPE (WS-TX-SUB-2) TO WS-NL-TYPE
           MOVE WS-TX-AMOUNT (WS-TX-SUB-2) TO WS-NL-AMOUNT
           IF WS-NL-NOTE EQUAL SPACES
              AND WS-TX-PENDING (WS-TX-SUB-2)
               MOVE 'PENDING APPROVAL' TO WS-NL-NOTE
           END-IF
           PERFORM U550-ADD-LINK.

      **************************************************************
      *   PICK THE UNPRINTED SALESPERSON WITH THE MOST FLAGS, THE  *
      *   LARGER AMOUNT BREAKING A TIE                             *
      **************************************************************
       U600-PICK-BEST-SALESPERSON.
           IF NOT WS-SS-PRINTED (WS-SS-SUB)
               IF WS-BEST-SUB EQUAL ZERO
                   MOVE WS-SS-SUB TO WS-BEST-SUB
               ELSE
                   IF WS-SS-FLAGS (WS-SS-SUB)
                      > WS-SS-FLAGS (WS-BEST-SUB)
                       MOVE WS-SS-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-SS-FLAGS (WS-SS-SUB)
                          EQUAL WS-SS-FLAGS (WS-BEST-SUB)
                          AND WS-SS-AMOUNT (WS-SS-SUB)
                              > WS-SS-AMOUNT (WS-BEST-SUB)
                           MOVE WS-SS-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   PICK THE SALESPERSON'S NEXT UNPRINTED FLAG IN CUSTOMER / *
      *   RULE ORDER                                               *
      **************************************************************
       U610-PICK-NEXT-FLAG.
           IF NOT WS-EX-PRINTED (WS-EX-SUB)
              AND WS-EX-SS-SUB (WS-EX-SUB) EQUAL WS-SS-SUB
               MOVE WS-EX-CUST-NO (WS-EX-SUB) TO WS-CFK-CUST-NO
               MOVE WS-EX-RULE-SUB (WS-EX-SUB) TO WS-CFK-RULE-SUB
               IF WS-BEST-SUB EQUAL ZERO
                  OR WS-CAND-FLAG-KEY < WS-BEST-FLAG-KEY
                   MOVE WS-EX-SUB TO WS-BEST-SUB
                   MOVE WS-CAND-FLAG-KEY TO WS-BEST-FLAG-KEY
               END-IF
           END-IF.

      **************************************************************
      *   CONVERT A YYYYMMDD DATE TO A DAY NUMBER SO WINDOWS CAN   *
      *   BE MEASURED ACROSS MONTH AND YEAR ENDS. AN INVALID DATE  *
      *   GIVES ZERO                                               *
      **************************************************************
       U700-COMPUTE-DAY-NUMBER.
           MOVE ZERO TO WS-DN-DAYS
           IF WS-DN-DATE NUMERIC
              AND WS-DN-MONTH > ZERO AND WS-DN-MONTH < 13
              AND WS-DN-YEAR > ZERO
               SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEAR
               DIVIDE WS-DN-PRIOR-YEAR BY 4 GIVING WS-DN-QUOT-4
               DIVIDE WS-DN-PRIOR-YEAR BY 100 GIVING WS-DN-QUOT-100
               DIVIDE WS-DN-PRIOR-YEAR BY 400 GIVING WS-DN-QUOT-400
               COMPUTE WS-DN-DAYS = WS-DN-PRIOR-YEAR * 365
                   + WS-DN-QUOT-4 - WS-DN-QUOT-100 + WS-DN-QUOT-400
                   + WS-CUM-DAYS (WS-DN-MONTH) + WS-DN-DAY
               END-COMPUTE
               IF WS-DN-MONTH > 2
                   DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM-4
                   DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM-100
                   DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM-400
                   IF WS-DN-REM-4 EQUAL ZERO
                      AND (WS-DN-REM-100 NOT EQUAL ZERO
                           OR WS-DN-REM-400 EQUAL ZERO)
                       ADD 1 TO WS-DN-DAYS
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   TRANSACTION DATES ARE KEYED YYMMDD IN THE 2000S          *
      **************************************************************
       U710-DAYS-FROM-SHORT-DATE.
           MOVE ZERO TO WS-DN-DAYS
           IF WS-DN-SHORT-DATE NUMERIC
               COMPUTE WS-DN-YEAR = 2000 + WS-DN-SHORT-YY
               END-COMPUTE
               MOVE WS-DN-SHORT-MM TO WS-DN-MONTH
               MOVE WS-DN-SHORT-DD TO WS-DN-DAY
               PERFORM U700-COMPUTE-DAY-NUMBER
           END-IF.

      **************************************************************
      *                WRITE THE HEADING LINES                     *
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
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   PRINT THE BANDS THIS RUN WAS MEASURED AGAINST            *
      **************************************************************
       W150-PRINT-PARAMETERS.
           MOVE 'HOLD THRESHOLD                    '
             TO WS-PRNT-PARM-AMT-LABEL
           MOVE WS-HOLD-THRESHOLD TO WS-PRNT-PARM-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'NEAR-THRESHOLD BAND PERCENT       '
             TO WS-PRNT-PARM-LABEL
           MOVE WS-NEAR-PCT TO WS-PRNT-PARM-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'RETURNS TO ONE CUSTOMER TO FLAG   '
             TO WS-PRNT-PARM-LABEL
           MOVE WS-REPEAT-COUNT TO WS-PRNT-PARM-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'DAYS EITHER SIDE OF A CLOSE       '
             TO WS-PRNT-PARM-LABEL
           MOVE WS-CLOSE-WINDOW TO WS-PRNT-PARM-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'DAYS AFTER A RATE INCREASE        '
             TO WS-PRNT-PARM-LABEL
           MOVE WS-RATE-WINDOW TO WS-PRNT-PARM-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'LARGE SALE AMOUNT                 '
             TO WS-PRNT-PARM-AMT-LABEL
           MOVE WS-LARGE-SALE-AMOUNT TO WS-PRNT-PARM-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'LARGE SALES AFTER AN INCREASE     '
             TO WS-PRNT-PARM-LABEL
           MOVE WS-BURST-COUNT TO WS-PRNT-PARM-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-PARM-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   PRINT THE NEXT SALESPERSON IN RANK ORDER WITH THEIR      *
      *   FLAGS, EACH FOLLOWED BY ITS SUPPORTING TRANSACTIONS      *
      **************************************************************
       W200-PRINT-SALESPERSON.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM U600-PICK-BEST-SALESPERSON
               VARYING WS-SS-SUB FROM 1 BY 1
               UNTIL WS-SS-SUB > WS-SS-COUNT
           MOVE WS-BEST-SUB TO WS-SS-SUB
           MOVE 'Y' TO WS-SS-PRINTED-SW (WS-SS-SUB)

           MOVE WS-RANK-NO TO WS-PRNT-RANK
           MOVE WS-SS-SLSP-NO (WS-SS-SUB) TO WS-PRNT-SALESPERSON-NO
           MOVE WS-SS-FLAGS (WS-SS-SUB) TO WS-PRNT-SLSP-FLAGS
           MOVE WS-SS-AMOUNT (WS-SS-SUB) TO WS-PRNT-SLSP-AMOUNT
           MOVE SPACES TO WS-PRNT-LAST-NAME
                          WS-PRNT-FIRST-NAME
           MOVE 'NOT ON MASTER' TO WS-PRNT-LAST-NAME
           IF WS-MAST-AVAILABLE
               MOVE WS-SS-SLSP-NO (WS-SS-SUB) TO SALESPERSON-NO
               READ SALESMAST
               IF WS-IN-STATUS EQUAL "00"
                   MOVE SALESPERSON-LAST-NAME TO WS-PRNT-LAST-NAME
                   MOVE SALESPERSON-FIRST-NAME TO WS-PRNT-FIRST-NAME
               END-IF
           END-IF
           WRITE PRINT-AREA FROM WS-PRNT-SLSP-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'Y' TO WS-MORE-FLAGS-SWITCH
           PERFORM W220-PRINT-NEXT-FLAG UNTIL WS-NO-MORE-FLAGS.

       W220-PRINT-NEXT-FLAG.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM U610-PICK-NEXT-FLAG
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
           IF WS-BEST-SUB EQUAL ZERO
               MOVE 'N' TO WS-MORE-FLAGS-SWITCH
           ELSE
               MOVE WS-BEST-SUB TO WS-EX-SUB
               MOVE 'Y' TO WS-EX-PRINTED-SW (WS-EX-SUB)
               IF WS-EX-CUST-NO (WS-EX-SUB) EQUAL ZERO
                   MOVE 'ALL   ' TO WS-PRNT-FLAG-CUST
               ELSE
                   MOVE WS-EX-CUST-NO (WS-EX-SUB) TO WS-PRNT-FLAG-CUST
               END-IF
               MOVE WS-EX-RULE (WS-EX-SUB) TO WS-PRNT-FLAG-RULE
               MOVE WS-EX-RULE-SUB (WS-EX-SUB) TO WS-RULE-SUB
               MOVE WS-RULE-DESC (WS-RULE-SUB) TO WS-PRNT-FLAG-DESC
               MOVE WS-EX-ITEMS (WS-EX-SUB) TO WS-PRNT-FLAG-ITEMS
               MOVE WS-EX-AMOUNT (WS-EX-SUB) TO WS-PRNT-FLAG-AMOUNT
               WRITE PRINT-AREA FROM WS-PRNT-FLAG-LINE
                     AFTER ADVANCING 2 LINES
               MOVE SPACES TO PRINT-AREA
               PERFORM W230-PRINT-LINK
                   VARYING WS-LK-SUB FROM 1 BY 1
                   UNTIL WS-LK-SUB > WS-LK-COUNT
           END-IF.

       W230-PRINT-LINK.
           IF WS-LK-EX-SUB (WS-LK-SUB) EQUAL WS-EX-SUB
               MOVE WS-LK-TRANS-NO (WS-LK-SUB)
                 TO WS-PRNT-LINK-TRANS-NO
               MOVE WS-LK-SLSP-NO (WS-LK-SUB) TO WS-PRNT-LINK-SLSP-NO
               MOVE WS-LK-DATE (WS-LK-SUB) TO WS-DN-SHORT-DATE
               MOVE WS-DN-SHORT-YY TO WS-PRNT-LINK-YY
               MOVE WS-DN-SHORT-MM TO WS-PRNT-LINK-MM
               MOVE WS-DN-SHORT-DD TO WS-PRNT-LINK-DD
               MOVE WS-LK-TYPE (WS-LK-SUB) TO WS-PRNT-LINK-TYPE
               MOVE WS-LK-AMOUNT (WS-LK-SUB) TO WS-PRNT-LINK-AMOUNT
               MOVE WS-LK-NOTE (WS-LK-SUB) TO WS-PRNT-LINK-NOTE
               WRITE PRINT-AREA FROM WS-PRNT-LINK-LINE
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF.

      **************************************************************
      *   CLOSING SUMMARY - WHAT WAS EXAMINED AND FLAGS PER RULE   *
      **************************************************************
       W240-PRINT-SUMMARY.
           MOVE 'EXTRACT RECORDS READ              '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-EXTRACT-READ TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'PENDING RETURNS EXAMINED          '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-PENDING-LOADED TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CLOSE DATES ON SALESHIST          '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-CL-COUNT TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'RATE INCREASES ON SLSAUDIT        '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-RATE-RAISES TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           PERFORM W245-PRINT-RULE-COUNT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 4

           MOVE 'SALESPEOPLE FLAGGED               '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-SS-COUNT TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA.

       W245-PRINT-RULE-COUNT.
           MOVE SPACES TO WS-PRNT-COUNT-LABEL
           STRING WS-RULE-CODE (WS-RULE-SUB) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-RULE-DESC (WS-RULE-SUB) DELIMITED BY SIZE
             INTO WS-PRNT-COUNT-LABEL
           END-STRING
           MOVE WS-NUM-RULE-FLAGS (WS-RULE-SUB) TO WS-PRNT-COUNT
           IF WS-RULE-SUB EQUAL 1
               WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE SPACES TO PRINT-AREA.
