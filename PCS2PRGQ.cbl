       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGQ.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGQ                           *
      *                COBOL ZOS PROGRAM DESCRIPTION              *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   WEEKLY REFERENTIAL INTEGRITY AUDIT OF THE MASTER AND    *
      *   REFERENCE FILES, WHICH ONLY POINT AT EACH OTHER BY      *
      *   NUMBER. SALESMAST IS CHECKED AGAINST SLSBRREF AND ITS   *
      *   OWN LIFECYCLE FIELDS, EVERY BRANCH/DEPARTMENT WITH      *
      *   SALESPEOPLE MUST HAVE AN SLSGLMAP ROW (OR PCS2PRGG      *
      *   REFUSES THE JOURNAL), AND THE SLSDRAW, SLSQUOTA,        *
      *   SLSCUST AND SLSRATE ROWS ARE CHECKED FOR THE PEOPLE     *
      *   AND BRANCHES THEY NAME. EVERY DISCREPANCY IS LISTED     *
      *   UNDER ITS CATEGORY WITH A COUNT, AND THE RUN ENDS WITH  *
      *   A RETURN CODE FOR THE SCHEDULER:                        *
      *      0 - NO DISCREPANCIES                                 *
      *      4 - WARNINGS ONLY                                    *
      *      8 - AT LEAST ONE ERROR THAT WOULD CORRUPT THE CLOSE  *
      *          OR PAYMENT RUNS                                  *
      *     12 - A FILE COULD NOT BE OPENED AND ITS CHECKS WERE   *
      *          NOT MADE                                         *
      *   NOTHING IS UPDATED.                                     *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  SLSPKS             SALESMAST          SALESPERSON MASTER *
      *  SLSBRREF           BRANCH-REF         BRANCH/DEPARTMENT  *
      *                                        REFERENCE KSDS     *
      *  SLSGLMAP           GL-MAPPING         GL ACCOUNT MAPPING *
      *  SLSDRAW            DRAW-LEDGER        DRAW LEDGER        *
      *  SLSQUOTA           QUOTA-FILE         SALES QUOTA FILE   *
      *  SLSCUST            CUSTOMER-MAST      CUSTOMER MASTER    *
      *  SLSRATE            RATE-TABLE-FILE    COMM RATE TABLE    *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  PRNT               INTGRPT            SYSOUT REPORT FILE *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLSP               LAYOUT FOR SALESPERSON MASTER     *
      *  CCS2SLSB               LAYOUT FOR BRANCH/DEPT REFERENCE  *
      *  CCS2SLSG               LAYOUT FOR GL ACCOUNT MAPPING     *
      *  CCS2SLSD               LAYOUT FOR DRAW LEDGER RECORD     *
      *  CCS2SLSQ               LAYOUT FOR SALES QUOTA RECORD     *
      *  CCS2SLSM               LAYOUT FOR CUSTOMER MASTER        *
      *  CCS2SLSC               LAYOUT FOR COMM RATE TABLE RECORD *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESMAST ASSIGN TO SLSPKS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SALESPERSON-NO
              ALTERNATE KEY IS SALESPERSON-BRANCH-NO WITH DUPLICATES
              FILE STATUS IS WS-IN-STATUS.
            SELECT BRANCH-REF ASSIGN TO SLSBRREF
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS BD-KEY
              FILE STATUS IS WS-BRF-STATUS.
            SELECT GL-MAPPING ASSIGN TO SLSGLMAP
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS GM-KEY
              FILE STATUS IS WS-GLM-STATUS.
            SELECT DRAW-LEDGER ASSIGN TO SLSDRAW
              FILE STATUS IS WS-DRW-STATUS.
            SELECT QUOTA-FILE ASSIGN TO SLSQUOTA
              FILE STATUS IS WS-QTA-STATUS.
            SELECT CUSTOMER-MAST ASSIGN TO SLSCUST
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS CU-CUSTOMER-NO
              FILE STATUS IS WS-CUS-STATUS.
            SELECT RATE-TABLE-FILE ASSIGN TO SLSRATE
              FILE STATUS IS WS-RT-STATUS.
            SELECT INTGRPT ASSIGN TO PRNT.

       DATA DIVISION.

       FILE SECTION.

       FD  SALESMAST.
      *COPY BOOK FOR SALESPERSON MASTER RECORD
       COPY CCS2SLSP.

       FD  BRANCH-REF.
      *COPY BOOK FOR BRANCH/DEPARTMENT REFERENCE RECORD
       COPY CCS2SLSB.

       FD  GL-MAPPING.
      *COPY BOOK FOR GL ACCOUNT MAPPING RECORD
       COPY CCS2SLSG.

       FD  DRAW-LEDGER
           RECORDING MODE IS F.
      *COPY BOOK FOR COMMISSION DRAW LEDGER RECORD
       COPY CCS2SLSD.

       FD  QUOTA-FILE
           RECORDING MODE IS F.
      *COPY BOOK FOR SALES QUOTA RECORD
       COPY CCS2SLSQ.

       FD  CUSTOMER-MAST.
      *COPY BOOK FOR CUSTOMER MASTER RECORD
       COPY CCS2SLSM.

       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
      *COPY BOOK FOR TIERED COMMISSION RATE TABLE RECORD
       COPY CCS2SLSC.

       FD  INTGRPT
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
           03  FILLER                 PIC X(26)      VALUE SPACES.
           03  FILLER                 PIC X(21)
                                      VALUE 'REFERENTIAL INTEGRITY'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(17)
                                      VALUE 'DISCREPANCY AUDIT'.

      **************************************************************
      *    LAYOUT FOR A FILE THAT COULD NOT BE CHECKED              *
      **************************************************************
       01  WS-PRNT-FILE-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(20)
                                      VALUE 'FILE NOT AVAILABLE: '.
           03  WS-PRNT-FILE-DD        PIC X(8).
           03  FILLER                 PIC X(9)       VALUE ' STATUS: '.
           03  WS-PRNT-FILE-STATUS    PIC XX.
           03  FILLER                 PIC X(28)
                              VALUE ' - CHECKS ON IT NOT MADE    '.

      **************************************************************
      *    LAYOUT FOR THE CATEGORY HEADING LINE                     *
      **************************************************************
       01  WS-PRNT-CAT-LINE.
           03  FILLER                 PIC X(1)       VALUE SPACES.
           03  WS-PRNT-CAT-NO         PIC Z9.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-CAT-DESC       PIC X(40).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-CAT-SEVERITY   PIC X(7).

      **************************************************************
      *    LAYOUT FOR ONE DISCREPANCY UNDER ITS CATEGORY            *
      **************************************************************
       01  WS-PRNT-DETAIL-LINE.
           03  FILLER                 PIC X(4)       VALUE SPACES.
           03  WS-PRNT-LABEL-1        PIC X(11).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-NUMBER-1       PIC Z(5)9.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LABEL-2        PIC X(11).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-NUMBER-2       PIC Z(7)9.
           03  WS-PRNT-NUMBER-2-X REDEFINES WS-PRNT-NUMBER-2
                                      PIC X(8).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-TEXT           PIC X(40).

      **************************************************************
      *    LAYOUT FOR THE CATEGORY COUNT LINE                       *
      **************************************************************
       01  WS-PRNT-CAT-COUNT-LINE.
           03  FILLER                 PIC X(4)       VALUE SPACES.
           03  FILLER                 PIC X(18)
                                      VALUE 'CATEGORY COUNT    '.
           03  WS-PRNT-CAT-COUNT      PIC Z(4)9.

      **************************************************************
      *    LAYOUT FOR THE CLOSING SUMMARY LINE                      *
      **************************************************************
       01  WS-PRNT-SUMMARY-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-SUM-NO         PIC Z9.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-SUM-DESC       PIC X(40).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-SUM-SEVERITY   PIC X(7).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-SUM-COUNT      PIC Z(4)9.

      **************************************************************
      *    LAYOUT FOR THE CLOSING SUMMARY COUNT LINE                *
      **************************************************************
       01  WS-PRNT-COUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-COUNT-LABEL    PIC X(34).
           03  WS-PRNT-COUNT          PIC Z(4)9.

      **************************************************************
      *    DISCREPANCY CATEGORIES - DESCRIPTION, SEVERITY (E SETS   *
      *    RETURN CODE 8, W SETS 4) AND THE DETAIL LINE LABELS      *
      **************************************************************
       01  WS-CATEGORY-VALUES.
           03  FILLER                 PIC X(40)
               VALUE 'SALESPERSON IN A CLOSED BRANCH/DEPT     '.
           03  FILLER                 PIC X(23)
               VALUE 'ESALESPERSONBRANCH/DEPT'.
           03  FILLER                 PIC X(40)
               VALUE 'SALESPERSON BRANCH/DEPT NOT ON SLSBRREF '.
           03  FILLER                 PIC X(23)
               VALUE 'ESALESPERSONBRANCH/DEPT'.
           03  FILLER                 PIC X(40)
               VALUE 'TERMINATED WITH ZERO TERM DATE          '.
           03  FILLER                 PIC X(23)
               VALUE 'ESALESPERSONBRANCH/DEPT'.
           03  FILLER                 PIC X(40)
               VALUE 'DRAW ENTRY FOR A TERMINATED SALESPERSON '.
           03  FILLER                 PIC X(23)
               VALUE 'ESALESPERSONTERM DATE  '.
           03  FILLER                 PIC X(40)
               VALUE 'DRAW ENTRY FOR SALESPERSON NOT ON MASTER'.
           03  FILLER                 PIC X(23)
               VALUE 'ESALESPERSON           '.
           03  FILLER                 PIC X(40)
               VALUE 'BRANCH/DEPT WITH PEOPLE BUT NO GL MAP   '.
           03  FILLER                 PIC X(23)
               VALUE 'EBRANCH/DEPTSALESPEOPLE'.
           03  FILLER                 PIC X(40)
               VALUE 'QUOTA ROW FOR SALESPERSON NOT ON MASTER '.
           03  FILLER                 PIC X(23)
               VALUE 'WSALESPERSONPERIOD     '.
           03  FILLER                 PIC X(40)
               VALUE 'BRANCH QUOTA ROW FOR BRANCH NOT ON REF  '.
           03  FILLER                 PIC X(23)
               VALUE 'WBRANCH     PERIOD     '.
           03  FILLER                 PIC X(40)
               VALUE 'CUSTOMER HOMED IN A CLOSED BRANCH       '.
           03  FILLER                 PIC X(23)
               VALUE 'WCUSTOMER   BRANCH     '.
           03  FILLER                 PIC X(40)
               VALUE 'CUSTOMER HOMED IN BRANCH NOT ON SLSBRREF'.
           03  FILLER                 PIC X(23)
               VALUE 'WCUSTOMER   BRANCH     '.
           03  FILLER                 PIC X(40)
               VALUE 'RATE ROW FOR BRANCH NOT ON SLSBRREF     '.
           03  FILLER                 PIC X(23)
               VALUE 'WBRANCH     EFFECTIVE  '.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           03  WS-CAT-ENTRY OCCURS 11 TIMES.
               05  WS-CAT-DESC        PIC X(40).
               05  WS-CAT-SEVERITY    PIC X.
                   88  WS-CAT-ERROR                    VALUE 'E'.
               05  WS-CAT-LABEL-1     PIC X(11).
               05  WS-CAT-LABEL-2     PIC X(11).

       01  WS-CURRENT-DATE.
           03  WS-CD-YEAR             PIC X(4).
           03  WS-CD-MONTH            PIC XX.
           03  WS-CD-DAY              PIC XX.

       01  WS-SWITCHES.
           05  WS-MAST-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-MAST-EOF                          VALUE "Y".
           05  WS-BRREF-EOF-SWITCH       PIC X          VALUE "N".
               88  WS-BRREF-EOF                         VALUE "Y".
           05  WS-GLMAP-EOF-SWITCH       PIC X          VALUE "N".
               88  WS-GLMAP-EOF                         VALUE "Y".
           05  WS-DRAW-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-DRAW-EOF                          VALUE "Y".
           05  WS-QUOTA-EOF-SWITCH       PIC X          VALUE "N".
               88  WS-QUOTA-EOF                         VALUE "Y".
           05  WS-CUST-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-CUST-EOF                          VALUE "Y".
           05  WS-RATE-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-RATE-EOF                          VALUE "Y".
           05  WS-MAST-AVAIL-SWITCH      PIC X          VALUE "N".
               88  WS-MAST-AVAILABLE                    VALUE "Y".
           05  WS-BRREF-AVAIL-SWITCH     PIC X          VALUE "N".
               88  WS-BRREF-AVAILABLE                   VALUE "Y".
           05  WS-GLMAP-AVAIL-SWITCH     PIC X          VALUE "N".
               88  WS-GLMAP-AVAILABLE                   VALUE "Y".
           05  WS-FOUND-SWITCH           PIC X          VALUE "N".
               88  WS-ENTRY-FOUND                       VALUE "Y".
           05  WS-BRANCH-OPEN-SWITCH     PIC X          VALUE "N".
               88  WS-BRANCH-OPEN                       VALUE "Y".
           05  WS-LIST-FULL-SWITCH       PIC X          VALUE "N".
               88  WS-LIST-FULL                         VALUE "Y".

      **************************************************************
      *    BRANCH/DEPARTMENT REFERENCE ROWS, IN KEY ORDER           *
      **************************************************************
       01  WS-BRREF-TABLE.
           03  WS-BR-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-BR-ENTRY OCCURS 500 TIMES.
               05  WS-BR-KEY.
                   10  WS-BR-BRANCH-NO  PIC 9(3).
                   10  WS-BR-DEPT-NO    PIC 9(2).
               05  WS-BR-STATUS         PIC X.
                   88  WS-BR-CLOSED                    VALUE 'C'.

      **************************************************************
      *    GL MAPPING KEYS                                          *
      **************************************************************
       01  WS-GLMAP-TABLE.
           03  WS-GM-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-GM-KEY OCCURS 500 TIMES PIC 9(5).

      **************************************************************
      *    BRANCH/DEPARTMENTS SALESPEOPLE ARE ASSIGNED TO           *
      **************************************************************
       01  WS-PEOPLE-TABLE.
           03  WS-PP-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-PP-ENTRY OCCURS 500 TIMES.
               05  WS-PP-BRANCH-NO      PIC 9(5).
               05  WS-PP-PEOPLE         PIC 9(5).

      **************************************************************
      *    FILES THAT COULD NOT BE OPENED                           *
      **************************************************************
       01  WS-MISSING-TABLE.
           03  WS-MF-COUNT              PIC 9(3) COMP  VALUE ZERO.
           03  WS-MF-ENTRY OCCURS 7 TIMES.
               05  WS-MF-DD             PIC X(8).
               05  WS-MF-STATUS         PIC XX.

      **************************************************************
      *    DISCREPANCIES FOUND, LISTED BY CATEGORY AT THE END. THE  *
      *    CATEGORY COUNTS ARE KEPT EVEN ONCE THE LIST IS FULL      *
      **************************************************************
       01  WS-DISCREPANCY-TABLE.
           03  WS-DS-COUNT              PIC 9(4) COMP  VALUE ZERO.
           03  WS-DS-ENTRY OCCURS 2000 TIMES.
               05  WS-DS-CATEGORY       PIC 9(2).
               05  WS-DS-NUMBER-1       PIC 9(6).
               05  WS-DS-NUMBER-2       PIC 9(8).
               05  WS-DS-TEXT           PIC X(40).

       01  WS-CATEGORY-COUNTS.
           03  WS-CAT-COUNT             PIC 9(5)
                                        OCCURS 11 TIMES.

      **************************************************************
      *    THE DISCREPANCY BEING ADDED, SET UP BY THE CALLER        *
      **************************************************************
       01  WS-NEW-DISCREPANCY.
           03  WS-ND-CATEGORY           PIC 9(2).
           03  WS-ND-NUMBER-1           PIC 9(6).
           03  WS-ND-NUMBER-2           PIC 9(8).
           03  WS-ND-TEXT               PIC X(40).

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-IN-STATUS              PIC XX         VALUE SPACES.
           03  WS-BRF-STATUS             PIC XX         VALUE SPACES.
           03  WS-GLM-STATUS             PIC XX         VALUE SPACES.
           03  WS-DRW-STATUS             PIC XX         VALUE SPACES.
           03  WS-QTA-STATUS             PIC XX         VALUE SPACES.
           03  WS-CUS-STATUS             PIC XX         VALUE SPACES.
           03  WS-RT-STATUS              PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-BR-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-GM-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-PP-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-MF-SUB                 PIC 9(3) COMP  VALUE ZERO.
           03  WS-DS-SUB                 PIC 9(4) COMP  VALUE ZERO.
           03  WS-CAT-SUB                PIC 9(3) COMP  VALUE ZERO.
           03  WS-FIND-KEY               PIC 9(5)       VALUE ZERO.
           03  WS-FIND-BRANCH            PIC 9(3)       VALUE ZERO.
           03  WS-BD-STATUS-FOUND        PIC X          VALUE SPACE.
           03  WS-RUN-RETURN-CODE        PIC 9(2)       VALUE ZERO.
           03  WS-NUM-SALESPEOPLE        PIC 9(5)       VALUE ZERO.
           03  WS-NUM-DRAW-ROWS          PIC 9(5)       VALUE ZERO.
           03  WS-NUM-QUOTA-ROWS         PIC 9(5)       VALUE ZERO.
           03  WS-NUM-CUSTOMERS          PIC 9(5)       VALUE ZERO.
           03  WS-NUM-RATE-ROWS          PIC 9(5)       VALUE ZERO.
           03  WS-NUM-DISCREPANCIES      PIC 9(5)       VALUE ZERO.
           03  WS-LAST-RATE-BRANCH       PIC 9(3)       VALUE ZERO.
           03  WS-LAST-RATE-SW           PIC X          VALUE 'N'.
               88  WS-LAST-RATE-SEEN                    VALUE 'Y'.

       PROCEDURE DIVISION.
      **************************************************************
      *   LOAD THE REFERENCE KEYS, WALK EACH FILE CHECKING WHAT IT *
      *   POINTS AT, PRINT THE CATEGORIZED REPORT AND SET THE      *
      *   RETURN CODE FOR THE SCHEDULER                            *
      **************************************************************
       A000-MAINLINE.
           PERFORM U100-FORMAT-DATE.
           PERFORM U110-CLEAR-CATEGORY-COUNT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 11.

           PERFORM B100-LOAD-BRANCH-REF.
           PERFORM B150-LOAD-GL-MAP.
           PERFORM B200-CHECK-SALESMAST.
           IF WS-GLMAP-AVAILABLE
               PERFORM C300-CHECK-GL-MAPPING
                   VARYING WS-PP-SUB FROM 1 BY 1
                   UNTIL WS-PP-SUB > WS-PP-COUNT
           END-IF.
           PERFORM B400-CHECK-DRAW-LEDGER.
           PERFORM B500-CHECK-QUOTAS.
           PERFORM B600-CHECK-CUSTOMERS.
           PERFORM B700-CHECK-RATES.
           IF WS-MAST-AVAILABLE
               CLOSE SALESMAST
           END-IF.

           OPEN OUTPUT INTGRPT.
           PERFORM W140-PRINT-HEAD.
           PERFORM W150-PRINT-MISSING-FILE
               VARYING WS-MF-SUB FROM 1 BY 1
               UNTIL WS-MF-SUB > WS-MF-COUNT.
           PERFORM W200-PRINT-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 11.
           PERFORM W240-PRINT-SUMMARY.
           CLOSE INTGRPT.

           DISPLAY "INTEGRITY AUDIT RETURN CODE " WS-RUN-RETURN-CODE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      **************************************************************
      *   LOAD EVERY BRANCH/DEPARTMENT ROW WITH ITS STATUS         *
      **************************************************************
       B100-LOAD-BRANCH-REF.
           OPEN INPUT BRANCH-REF
           IF WS-BRF-STATUS EQUAL "00"
               SET WS-BRREF-AVAILABLE TO TRUE
               PERFORM R2100-READ-BRANCH-REF
               PERFORM B120-LOAD-ONE-BRANCH UNTIL WS-BRREF-EOF
               CLOSE BRANCH-REF
           ELSE
               MOVE 'SLSBRREF' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-BRF-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

       B120-LOAD-ONE-BRANCH.
           IF WS-BR-COUNT < 500
               ADD 1 TO WS-BR-COUNT
               MOVE BD-KEY TO WS-BR-KEY (WS-BR-COUNT)
               MOVE BD-STATUS TO WS-BR-STATUS (WS-BR-COUNT)
           ELSE
               DISPLAY "BRANCH TABLE FULL AT " BD-KEY
           END-IF
           PERFORM R2100-READ-BRANCH-REF.

      **************************************************************
      *   LOAD THE GL MAPPING KEYS                                 *
      **************************************************************
       B150-LOAD-GL-MAP.
           OPEN INPUT GL-MAPPING
           IF WS-GLM-STATUS EQUAL "00"
               SET WS-GLMAP-AVAILABLE TO TRUE
               PERFORM R2150-READ-GL-MAPPING
               PERFORM B170-LOAD-ONE-MAPPING UNTIL WS-GLMAP-EOF
               CLOSE GL-MAPPING
           ELSE
               MOVE 'SLSGLMAP' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-GLM-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

       B170-LOAD-ONE-MAPPING.
           IF WS-GM-COUNT < 500
               ADD 1 TO WS-GM-COUNT
               MOVE GM-KEY TO WS-GM-KEY (WS-GM-COUNT)
           ELSE
               DISPLAY "GL MAPPING TABLE FULL AT " GM-KEY
           END-IF
           PERFORM R2150-READ-GL-MAPPING.

      **************************************************************
      *   WALK SALESMAST IN SALESPERSON ORDER. EACH PERSON'S       *
      *   BRANCH/DEPT MUST BE ON SLSBRREF AND OPEN, A 'T' STATUS   *
      *   MUST CARRY A TERM DATE, AND THE BRANCH/DEPT IS TALLIED   *
      *   FOR THE GL MAPPING CHECK. THE FILE STAYS OPEN FOR THE    *
      *   DRAW AND QUOTA LOOKUPS                                   *
      **************************************************************
       B200-CHECK-SALESMAST.
           OPEN INPUT SALESMAST
           IF WS-IN-STATUS EQUAL "00" OR WS-IN-STATUS EQUAL "02"
               SET WS-MAST-AVAILABLE TO TRUE
               MOVE ZEROES TO SALESPERSON-NO
               START SALESMAST KEY IS GREATER THAN OR EQUAL
                     SALESPERSON-NO
               IF WS-IN-STATUS NOT EQUAL "00"
                   SET WS-MAST-EOF TO TRUE
               ELSE
                   PERFORM R2000-READ-SALESMAST
               END-IF
               PERFORM C200-CHECK-ONE-SALESPERSON UNTIL WS-MAST-EOF
           ELSE
               MOVE 'SLSPKS  ' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-IN-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

      **************************************************************
      *   CHECK EVERY DRAW LEDGER ENTRY AGAINST SALESMAST          *
      **************************************************************
       B400-CHECK-DRAW-LEDGER.
           OPEN INPUT DRAW-LEDGER
           IF WS-DRW-STATUS EQUAL "00"
               PERFORM R2200-READ-DRAW-LEDGER
               PERFORM C400-CHECK-ONE-DRAW UNTIL WS-DRAW-EOF
               CLOSE DRAW-LEDGER
           ELSE
               MOVE 'SLSDRAW ' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-DRW-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

      **************************************************************
      *   CHECK EVERY QUOTA ROW - A SALESPERSON ROW AGAINST        *
      *   SALESMAST, A BRANCH ROW AGAINST SLSBRREF                 *
      **************************************************************
       B500-CHECK-QUOTAS.
           OPEN INPUT QUOTA-FILE
           IF WS-QTA-STATUS EQUAL "00"
               PERFORM R2300-READ-QUOTA
               PERFORM C500-CHECK-ONE-QUOTA UNTIL WS-QUOTA-EOF
               CLOSE QUOTA-FILE
           ELSE
               MOVE 'SLSQUOTA' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-QTA-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

      **************************************************************
      *   CHECK EVERY ACTIVE CUSTOMER'S HOME BRANCH                *
      **************************************************************
       B600-CHECK-CUSTOMERS.
           OPEN INPUT CUSTOMER-MAST
           IF WS-CUS-STATUS EQUAL "00"
               PERFORM R2400-READ-CUSTOMER
               PERFORM C600-CHECK-ONE-CUSTOMER UNTIL WS-CUST-EOF
               CLOSE CUSTOMER-MAST
           ELSE
               MOVE 'SLSCUST ' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-CUS-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

      **************************************************************
      *   CHECK THE BRANCH ON EVERY RATE ROW. SLSRATE IS IN BRANCH *
      *   ORDER, SO EACH BRANCH IS CHECKED AND REPORTED ONCE       *
      **************************************************************
       B700-CHECK-RATES.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RT-STATUS EQUAL "00"
               PERFORM R2500-READ-RATE-RECORD
               PERFORM C700-CHECK-ONE-RATE UNTIL WS-RATE-EOF
               CLOSE RATE-TABLE-FILE
           ELSE
               MOVE 'SLSRATE ' TO WS-MF-DD (WS-MF-COUNT + 1)
               MOVE WS-RT-STATUS TO WS-MF-STATUS (WS-MF-COUNT + 1)
               PERFORM U150-NOTE-MISSING-FILE
           END-IF.

      **************************************************************
      *   ONE SALESPERSON MASTER RECORD                            *
      **************************************************************
       C200-CHECK-ONE-SALESPERSON.
           ADD 1 TO WS-NUM-SALESPEOPLE
           MOVE SALESPERSON-NO TO WS-ND-NUMBER-1
           MOVE SALESPERSON-BRANCH-NO TO WS-ND-NUMBER-2
           MOVE SALESPERSON-LAST-NAME TO WS-ND-TEXT

           IF WS-BRREF-AVAILABLE
               MOVE SALESPERSON-BRANCH-NO TO WS-FIND-KEY
               PERFORM U300-FIND-BRANCH-DEPT
               IF NOT WS-ENTRY-FOUND
                   MOVE 2 TO WS-ND-CATEGORY
                   PERFORM U500-ADD-DISCREPANCY
               ELSE
                   IF WS-BD-STATUS-FOUND EQUAL 'C'
                       MOVE 1 TO WS-ND-CATEGORY
                       PERFORM U500-ADD-DISCREPANCY
                   END-IF
               END-IF
           END-IF

           IF SALESPERSON-TERMED
              AND (SALESPERSON-TERM-DATE NOT NUMERIC
                   OR SALESPERSON-TERM-DATE EQUAL ZERO)
               MOVE 3 TO WS-ND-CATEGORY
               PERFORM U500-ADD-DISCREPANCY
           END-IF

           PERFORM U320-TALLY-PEOPLE
           PERFORM R2000-READ-SALESMAST.

      **************************************************************
      *   A BRANCH/DEPARTMENT WITH SALESPEOPLE BUT NO GL MAPPING   *
      **************************************************************
       C300-CHECK-GL-MAPPING.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM U330-MATCH-GL-MAPPING
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-GM-SUB > WS-GM-COUNT
           IF NOT WS-ENTRY-FOUND
               MOVE 6 TO WS-ND-CATEGORY
               MOVE WS-PP-BRANCH-NO (WS-PP-SUB) TO WS-ND-NUMBER-1
               MOVE WS-PP-PEOPLE (WS-PP-SUB) TO WS-ND-NUMBER-2
               MOVE SPACES TO WS-ND-TEXT
               PERFORM U500-ADD-DISCREPANCY
           END-IF.

      **************************************************************
      *   ONE DRAW LEDGER ENTRY - THE SALESPERSON MUST BE ON THE   *
      *   MASTER AND NOT TERMINATED                                *
      **************************************************************
       C400-CHECK-ONE-DRAW.
           ADD 1 TO WS-NUM-DRAW-ROWS
           IF WS-MAST-AVAILABLE
               MOVE DL-SALESPERSON-NO TO SALESPERSON-NO
               READ SALESMAST
               MOVE DL-SALESPERSON-NO TO WS-ND-NUMBER-1
               IF WS-IN-STATUS EQUAL "00" OR WS-IN-STATUS EQUAL "02"
                   IF SALESPERSON-TERMED
                       MOVE 4 TO WS-ND-CATEGORY
                       MOVE ZERO TO WS-ND-NUMBER-2
                       IF SALESPERSON-TERM-DATE NUMERIC
                           MOVE SALESPERSON-TERM-DATE
                             TO WS-ND-NUMBER-2
                       END-IF
                       MOVE SALESPERSON-LAST-NAME TO WS-ND-TEXT
                       PERFORM U500-ADD-DISCREPANCY
                   END-IF
               ELSE
                   MOVE 5 TO WS-ND-CATEGORY
                   MOVE ZERO TO WS-ND-NUMBER-2
                   MOVE SPACES TO WS-ND-TEXT
                   PERFORM U500-ADD-DISCREPANCY
               END-IF
           END-IF
           PERFORM R2200-READ-DRAW-LEDGER.

      **************************************************************
      *   ONE QUOTA ROW                                            *
      **************************************************************
       C500-CHECK-ONE-QUOTA.
           ADD 1 TO WS-NUM-QUOTA-ROWS
           MOVE QT-PERIOD TO WS-ND-NUMBER-2
           MOVE SPACES TO WS-ND-TEXT
           IF QT-SLSP-LEVEL AND WS-MAST-AVAILABLE
               MOVE QT-SALESPERSON-NO TO SALESPERSON-NO
               READ SALESMAST
               IF WS-IN-STATUS NOT EQUAL "00"
                  AND WS-IN-STATUS NOT EQUAL "02"
                   MOVE 7 TO WS-ND-CATEGORY
                   MOVE QT-SALESPERSON-NO TO WS-ND-NUMBER-1
                   PERFORM U500-ADD-DISCREPANCY
               END-IF
           END-IF
           IF QT-BRANCH-LEVEL AND WS-BRREF-AVAILABLE
               MOVE QT-BRANCH-NO TO WS-FIND-BRANCH
               PERFORM U310-CHECK-BRANCH-OPEN
               IF NOT WS-ENTRY-FOUND
                   MOVE 8 TO WS-ND-CATEGORY
                   MOVE QT-BRANCH-NO TO WS-ND-NUMBER-1
                   PERFORM U500-ADD-DISCREPANCY
               END-IF
           END-IF
           PERFORM R2300-READ-QUOTA.

      **************************************************************
      *   ONE CUSTOMER - AN ACTIVE CUSTOMER'S HOME BRANCH MUST BE  *
      *   ON SLSBRREF WITH AT LEAST ONE DEPARTMENT STILL OPEN      *
      **************************************************************
       C600-CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-NUM-CUSTOMERS
           IF NOT CU-CLOSED AND WS-BRREF-AVAILABLE
               MOVE CU-BRANCH-NO TO WS-FIND-BRANCH
               PERFORM U310-CHECK-BRANCH-OPEN
               MOVE CU-CUSTOMER-NO TO WS-ND-NUMBER-1
               MOVE CU-BRANCH-NO TO WS-ND-NUMBER-2
               MOVE CU-NAME TO WS-ND-TEXT
               IF NOT WS-ENTRY-FOUND
                   MOVE 10 TO WS-ND-CATEGORY
                   PERFORM U500-ADD-DISCREPANCY
               ELSE
                   IF NOT WS-BRANCH-OPEN
                       MOVE 9 TO WS-ND-CATEGORY
                       PERFORM U500-ADD-DISCREPANCY
                   END-IF
               END-IF
           END-IF
           PERFORM R2400-READ-CUSTOMER.

      **************************************************************
      *   ONE RATE ROW - THE FIRST ROW OF EACH BRANCH IS CHECKED   *
      **************************************************************
       C700-CHECK-ONE-RATE.
           ADD 1 TO WS-NUM-RATE-ROWS
           IF WS-BRREF-AVAILABLE
              AND (NOT WS-LAST-RATE-SEEN
                   OR CR-BRANCH-NO NOT EQUAL WS-LAST-RATE-BRANCH)
               SET WS-LAST-RATE-SEEN TO TRUE
               MOVE CR-BRANCH-NO TO WS-LAST-RATE-BRANCH
               MOVE CR-BRANCH-NO TO WS-FIND-BRANCH
               PERFORM U310-CHECK-BRANCH-OPEN
               IF NOT WS-ENTRY-FOUND
                   MOVE 11 TO WS-ND-CATEGORY
                   MOVE CR-BRANCH-NO TO WS-ND-NUMBER-1
                   MOVE CR-EFFECTIVE-DATE TO WS-ND-NUMBER-2
                   MOVE SPACES TO WS-ND-TEXT
                   PERFORM U500-ADD-DISCREPANCY
               END-IF
           END-IF
           PERFORM R2500-READ-RATE-RECORD.

      **************************************************************
      *              READS THE SALESPERSON MASTER IN KEY ORDER     *
      **************************************************************
       R2000-READ-SALESMAST.
           READ SALESMAST NEXT RECORD
           IF WS-IN-STATUS NOT EQUAL "00"
              AND WS-IN-STATUS NOT EQUAL "02"
               SET WS-MAST-EOF TO TRUE
           END-IF.

      **************************************************************
      *              READS THE BRANCH/DEPARTMENT REFERENCE         *
      **************************************************************
       R2100-READ-BRANCH-REF.
           READ BRANCH-REF
               AT END MOVE 'Y' TO WS-BRREF-EOF-SWITCH
           END-READ.

      **************************************************************
      *                READS THE MAPPING FILE IN KEY ORDER         *
      **************************************************************
       R2150-READ-GL-MAPPING.
           READ GL-MAPPING
               AT END MOVE 'Y' TO WS-GLMAP-EOF-SWITCH
           END-READ.

      **************************************************************
      *                   READS THE DRAW LEDGER                    *
      **************************************************************
       R2200-READ-DRAW-LEDGER.
           READ DRAW-LEDGER
               AT END MOVE 'Y' TO WS-DRAW-EOF-SWITCH
           END-READ.

      **************************************************************
      *                   READS THE QUOTA FILE                     *
      **************************************************************
       R2300-READ-QUOTA.
           READ QUOTA-FILE
               AT END MOVE 'Y' TO WS-QUOTA-EOF-SWITCH
           END-READ.

      **************************************************************
      *                 READS THE CUSTOMER MASTER                  *
      **************************************************************
       R2400-READ-CUSTOMER.
           READ CUSTOMER-MAST
               AT END MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.

      **************************************************************
      *                 READS THE RATE TABLE FILE                  *
      **************************************************************
       R2500-READ-RATE-RECORD.
           READ RATE-TABLE-FILE
               AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
           END-READ.

      **************************************************************
      *                FORMAT THE RUN DATE FOR THE HEADING         *
      **************************************************************
       U100-FORMAT-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-MONTH TO WS-HL1-MONTH.
           MOVE WS-CD-DAY TO WS-HL1-DAY.
           MOVE WS-CD-YEAR TO WS-HL1-YEAR.

       U110-CLEAR-CATEGORY-COUNT.
           MOVE ZERO TO WS-CAT-COUNT (WS-CAT-SUB).

      **************************************************************
      *   A FILE THAT WOULD NOT OPEN IS LISTED ON THE REPORT AND   *
      *   FORCES RETURN CODE 12 - ITS CHECKS WERE NOT MADE         *
      **************************************************************
       U150-NOTE-MISSING-FILE.
           ADD 1 TO WS-MF-COUNT
           DISPLAY "FILE NOT AVAILABLE: " WS-MF-DD (WS-MF-COUNT)
                   " STATUS IS: " WS-MF-STATUS (WS-MF-COUNT)
           MOVE 12 TO WS-RUN-RETURN-CODE.

      **************************************************************
      *   LOOK UP BRANCH/DEPARTMENT WS-FIND-KEY ON SLSBRREF        *
      **************************************************************
       U300-FIND-BRANCH-DEPT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE SPACE TO WS-BD-STATUS-FOUND
           PERFORM U305-MATCH-BRANCH-DEPT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-BR-SUB > WS-BR-COUNT.

       U305-MATCH-BRANCH-DEPT.
           IF WS-BR-KEY (WS-BR-SUB) EQUAL WS-FIND-KEY
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-BR-STATUS (WS-BR-SUB) TO WS-BD-STATUS-FOUND
           END-IF.

      **************************************************************
      *   LOOK UP BRANCH WS-FIND-BRANCH ON SLSBRREF. IT IS FOUND   *
      *   IF ANY OF ITS DEPARTMENTS IS ON FILE, AND OPEN IF ANY OF *
      *   THEM IS NOT CLOSED                                       *
      **************************************************************
       U310-CHECK-BRANCH-OPEN.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-BRANCH-OPEN-SWITCH
           PERFORM U315-MATCH-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-OPEN OR WS-BR-SUB > WS-BR-COUNT.

       U315-MATCH-BRANCH.
           IF WS-BR-BRANCH-NO (WS-BR-SUB) EQUAL WS-FIND-BRANCH
               SET WS-ENTRY-FOUND TO TRUE
               IF NOT WS-BR-CLOSED (WS-BR-SUB)
                   SET WS-BRANCH-OPEN TO TRUE
               END-IF
           END-IF.

      **************************************************************
      *   COUNT THE SALESPERSON AGAINST THEIR BRANCH/DEPARTMENT    *
      **************************************************************
       U320-TALLY-PEOPLE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM U325-MATCH-PEOPLE
               VARYING WS-PP-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-PP-SUB > WS-PP-COUNT
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-PP-PEOPLE (WS-PP-SUB)
           ELSE
               IF WS-PP-COUNT < 500
                   ADD 1 TO WS-PP-COUNT
                   MOVE SALESPERSON-BRANCH-NO
                     TO WS-PP-BRANCH-NO (WS-PP-COUNT)
                   MOVE 1 TO WS-PP-PEOPLE (WS-PP-COUNT)
               ELSE
                   DISPLAY "BRANCH/DEPT TALLY FULL AT "
                           SALESPERSON-BRANCH-NO
               END-IF
           END-IF.

       U325-MATCH-PEOPLE.
           IF WS-PP-BRANCH-NO (WS-PP-SUB) EQUAL SALESPERSON-BRANCH-NO
               SET WS-ENTRY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PP-SUB
           END-IF.

       U330-MATCH-GL-MAPPING.
           IF WS-GM-KEY (WS-GM-SUB) EQUAL WS-PP-BRANCH-NO (WS-PP-SUB)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      **************************************************************
      *   RECORD THE DISCREPANCY IN WS-NEW-DISCREPANCY, COUNT IT   *
      *   AGAINST ITS CATEGORY AND RAISE THE RETURN CODE           *
      **************************************************************
       U500-ADD-DISCREPANCY.
           ADD 1 TO WS-CAT-COUNT (WS-ND-CATEGORY)
           ADD 1 TO WS-NUM-DISCREPANCIES
           IF WS-CAT-ERROR (WS-ND-CATEGORY)
               IF WS-RUN-RETURN-CODE < 8
                   MOVE 8 TO WS-RUN-RETURN-CODE
               END-IF
           ELSE
               IF WS-RUN-RETURN-CODE < 4
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF
           IF WS-DS-COUNT < 2000
               ADD 1 TO WS-DS-COUNT
               MOVE WS-ND-CATEGORY TO WS-DS-CATEGORY (WS-DS-COUNT)
               MOVE WS-ND-NUMBER-1 TO WS-DS-NUMBER-1 (WS-DS-COUNT)
               MOVE WS-ND-NUMBER-2 TO WS-DS-NUMBER-2 (WS-DS-COUNT)
               MOVE WS-ND-TEXT TO WS-DS-TEXT (WS-DS-COUNT)
           ELSE
               IF NOT WS-LIST-FULL
                   SET WS-LIST-FULL TO TRUE
                   DISPLAY "DISCREPANCY LIST FULL - COUNTS ONLY "
                           "FROM HERE ON"
               END-IF
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

       W150-PRINT-MISSING-FILE.
           MOVE WS-MF-DD (WS-MF-SUB) TO WS-PRNT-FILE-DD
           MOVE WS-MF-STATUS (WS-MF-SUB) TO WS-PRNT-FILE-STATUS
           WRITE PRINT-AREA FROM WS-PRNT-FILE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   ONE CATEGORY - ITS HEADING, EVERY DISCREPANCY LISTED IN  *
      *   IT AND ITS COUNT. AN EMPTY CATEGORY PRINTS A ZERO COUNT  *
      **************************************************************
       W200-PRINT-CATEGORY.
           MOVE WS-CAT-SUB TO WS-PRNT-CAT-NO
           MOVE WS-CAT-DESC (WS-CAT-SUB) TO WS-PRNT-CAT-DESC
           IF WS-CAT-ERROR (WS-CAT-SUB)
               MOVE 'ERROR  ' TO WS-PRNT-CAT-SEVERITY
           ELSE
               MOVE 'WARNING' TO WS-PRNT-CAT-SEVERITY
           END-IF
           WRITE PRINT-AREA FROM WS-PRNT-CAT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA
           PERFORM W220-PRINT-DISCREPANCY
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT
           MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-PRNT-CAT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-CAT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

       W220-PRINT-DISCREPANCY.
           IF WS-DS-CATEGORY (WS-DS-SUB) EQUAL WS-CAT-SUB
               MOVE WS-CAT-LABEL-1 (WS-CAT-SUB) TO WS-PRNT-LABEL-1
               MOVE WS-DS-NUMBER-1 (WS-DS-SUB) TO WS-PRNT-NUMBER-1
               MOVE WS-CAT-LABEL-2 (WS-CAT-SUB) TO WS-PRNT-LABEL-2
               IF WS-CAT-LABEL-2 (WS-CAT-SUB) EQUAL SPACES
                   MOVE SPACES TO WS-PRNT-NUMBER-2-X
               ELSE
                   MOVE WS-DS-NUMBER-2 (WS-DS-SUB) TO WS-PRNT-NUMBER-2
               END-IF
               MOVE WS-DS-TEXT (WS-DS-SUB) TO WS-PRNT-TEXT
               WRITE PRINT-AREA FROM WS-PRNT-DETAIL-LINE
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF.

      **************************************************************
      *   CLOSING SUMMARY - RECORDS CHECKED, COUNT PER CATEGORY    *
      *   AND THE RETURN CODE HANDED TO THE SCHEDULER              *
      **************************************************************
       W240-PRINT-SUMMARY.
           MOVE 'SALESPEOPLE CHECKED               '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-SALESPEOPLE TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'DRAW LEDGER ENTRIES CHECKED       '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-DRAW-ROWS TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'QUOTA ROWS CHECKED                '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-QUOTA-ROWS TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CUSTOMERS CHECKED                 '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-CUSTOMERS TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'RATE ROWS CHECKED                 '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-RATE-ROWS TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           PERFORM W245-PRINT-CATEGORY-SUMMARY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 11

           MOVE 'TOTAL DISCREPANCIES               '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-DISCREPANCIES TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'FILES NOT AVAILABLE               '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-MF-COUNT TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'RETURN CODE SET                   '
             TO WS-PRNT-COUNT-LABEL
           MOVE WS-RUN-RETURN-CODE TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

       W245-PRINT-CATEGORY-SUMMARY.
           MOVE WS-CAT-SUB TO WS-PRNT-SUM-NO
           MOVE WS-CAT-DESC (WS-CAT-SUB) TO WS-PRNT-SUM-DESC
           IF WS-CAT-ERROR (WS-CAT-SUB)
               MOVE 'ERROR  ' TO WS-PRNT-SUM-SEVERITY
           ELSE
               MOVE 'WARNING' TO WS-PRNT-SUM-SEVERITY
           END-IF
           MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-PRNT-SUM-COUNT
           IF WS-CAT-SUB EQUAL 1
               WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-LINE
                     AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-LINE
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE SPACES TO PRINT-AREA.
