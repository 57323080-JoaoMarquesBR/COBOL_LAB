       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGM.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGM                           *
      *                COBOL ZOS PROGRAM DESCRIPTION              *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   YEAR-END ANNUAL EARNINGS RUN. READS THE SLSCOMM PAID-   *
      *   COMMISSION REGISTER POSTED BY PCS2PRG5 FOR THE TAX YEAR *
      *   ON THE CONTROL CARD (THE CURRENT YEAR WHEN THE CARD IS  *
      *   MISSING OR ZERO) AND PRINTS ONE ANNUAL EARNINGS         *
      *   STATEMENT PER SALESPERSON PAID IN THE YEAR, WITH A LINE *
      *   PER CLOSE PAID (GROSS COMMISSION, DRAW TAKEN, CARRY     *
      *   APPLIED, NET PAID) AND YEAR TOTALS. SALESPEOPLE TERMED  *
      *   AND SETTLED DURING THE YEAR ARE INCLUDED - THE CLOSE    *
      *   HAS ALREADY ARCHIVED THEM OFF SALESMAST, SO THEIR       *
      *   STATEMENT CARRIES THE FINAL SETTLEMENT CLOSE IN PLACE   *
      *   OF THE NAME. ALSO WRITES A FIXED-LAYOUT ANNUAL EARNINGS *
      *   FILE FOR THE PAYROLL/TAX BUREAU WITH HEADER AND TRAILER *
      *   CONTROL RECORDS, THE WAY PCS2PRG5 WRITES SLSPAY.        *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  SYSIN              CONTROL-CARD       TAX YEAR OR ZERO   *
      *                                        FOR CURRENT YEAR   *
      *  SLSCOMM            COMM-REGISTER      PAID-COMMISSION    *
      *                                        REGISTER KSDS      *
      *  SLSPKS             SALESMAST          SALESPERSON VSAM   *
      *                                        KSDS               *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  PRNT               EARNRPT            SYSOUT REPORT FILE *
      *  SLSANNL            EARNINGS-FILE      FIXED-LAYOUT FILE  *
      *                                        FOR PAYROLL/TAX    *
      *                                        BUREAU             *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLSO               LAYOUT FOR PAID-COMMISSION ROW    *
      *  CCS2SLSP               LAYOUT FOR SALESPERSON MASTER     *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTROL-CARD ASSIGN TO SYSIN
              FILE STATUS IS WS-CC-STATUS.
            SELECT COMM-REGISTER ASSIGN TO SLSCOMM
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS CM-KEY
              FILE STATUS IS WS-CMR-STATUS.
            SELECT SALESMAST ASSIGN TO SLSPKS
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS SALESPERSON-NO
              FILE STATUS IS WS-IN-STATUS.
            SELECT EARNINGS-FILE ASSIGN TO SLSANNL
              FILE STATUS IS WS-ERN-STATUS.
            SELECT EARNRPT ASSIGN TO PRNT.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05  CC-TAX-YEAR               PIC 9(4).
           05  FILLER                    PIC X(76).

       FD  COMM-REGISTER.
      *COPY BOOK FOR PAID-COMMISSION REGISTER RECORD
       COPY CCS2SLSO.

       FD  SALESMAST.
      *COPY BOOK FOR SALESPERSON MASTER FILE
       COPY CCS2SLSP.

       FD  EARNINGS-FILE
           RECORDING MODE IS F.
       01  EARNINGS-RECORD               PIC X(120).

       FD  EARNRPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *    LAYOUT FOR THE ANNUAL EARNINGS FILE HEADER RECORD       *
      **************************************************************
       01  WS-EARN-HEADER.
           03  FILLER                 PIC X          VALUE 'H'.
           03  WS-EH-RUN-DATE         PIC 9(8).
           03  WS-EH-TAX-YEAR         PIC 9(4).
           03  FILLER                 PIC X(107)     VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE ANNUAL EARNINGS FILE DETAIL RECORD. ONE  *
      *    PER SALESPERSON PAID IN THE TAX YEAR. TOTAL EARNINGS IS *
      *    THE DRAW TAKEN PLUS THE NET PAID                        *
      **************************************************************
       01  WS-EARN-DETAIL.
           03  FILLER                 PIC X          VALUE 'D'.
           03  WS-ED-SALESPERSON-NO   PIC 9(5).
           03  WS-ED-TAX-YEAR         PIC 9(4).
           03  WS-ED-LAST-NAME        PIC X(15).
           03  WS-ED-FIRST-NAME       PIC X(10).
           03  WS-ED-BRANCH-NO        PIC 9(5).
           03  WS-ED-CLOSES-PAID      PIC 9(2).
           03  WS-ED-GROSS-COMM       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ED-DRAW-TAKEN       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ED-CARRY-APPLIED    PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ED-NET-PAID         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ED-TOTAL-EARNINGS   PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ED-STATUS           PIC X.
           03  WS-ED-SETTLED-DATE     PIC 9(8).
           03  FILLER                 PIC X(9)       VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE ANNUAL EARNINGS FILE TRAILER RECORD      *
      **************************************************************
       01  WS-EARN-TRAILER.
           03  FILLER                 PIC X          VALUE 'T'.
           03  WS-ET-RECORD-COUNT     PIC 9(7).
           03  WS-ET-TOTAL-GROSS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ET-TOTAL-NET-PAID   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           03  WS-ET-TOTAL-EARNINGS   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           03  FILLER                 PIC X(70)      VALUE SPACES.

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
           03  FILLER                 PIC X(32)      VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'ANNUAL'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(8)       VALUE 'EARNINGS'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'STATEMENT'.

      **************************************************************
      *    LAYOUT FOR THE TAX YEAR LINE OF THE STATEMENT            *
      **************************************************************
       01  WS-PRNT-YEAR-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'TAX YEAR '.
           03  WS-PRNT-TAX-YEAR       PIC 9(4).

      **************************************************************
      *    LAYOUT FOR THE SALESPERSON/BRANCH LINE OF THE STATEMENT  *
      **************************************************************
       01  WS-PRNT-SLSP-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(12)  VALUE 'SALESPERSON '.
           03  WS-PRNT-SALESPERSON-NO PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-LAST-NAME      PIC X(15).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-PRNT-FIRST-NAME     PIC X(10).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(7)       VALUE 'BRANCH '.
           03  WS-PRNT-BRANCH-NO      PIC Z(3).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(5)       VALUE 'DEPT '.
           03  WS-PRNT-DEPT-NO        PIC Z9.

      **************************************************************
      *    LAYOUT FOR THE COLUMN HEADINGS OF THE STATEMENT          *
      **************************************************************
       01  WS-COLUMN-HEADINGS.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'CLOSE DATE'.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'NET SALES'.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'GROSS COMM'.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'DRAW TAKEN'.
           03  FILLER                 PIC X(4)       VALUE SPACES.
           03  FILLER                 PIC X(13)
                                      VALUE 'CARRY APPLIED'.
           03  FILLER                 PIC X(9)       VALUE SPACES.
           03  FILLER                 PIC X(8)       VALUE 'NET PAID'.

      **************************************************************
      *    LAYOUT FOR ONE CLOSE LINE AND THE YEAR TOTAL LINE        *
      **************************************************************
       01  WS-PRNT-CLOSE-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-CLOSE-LABEL    PIC X(10).
           03  WS-PRNT-NET-SALES      PIC $$$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-GROSS-COMM     PIC $$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-DRAW-TAKEN     PIC $$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-CARRY-APPLIED  PIC $$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-NET-PAID       PIC $$,$$$,$$$.99CR.

      **************************************************************
      *    LAYOUT FOR THE TOTAL EARNINGS LINE OF THE STATEMENT      *
      **************************************************************
       01  WS-PRNT-EARNINGS-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(39)
               VALUE 'TOTAL EARNINGS (DRAW TAKEN + NET PAID) '.
           03  WS-PRNT-TOTAL-EARNINGS PIC $$$,$$$,$$$.99CR.

      **************************************************************
      *    LAYOUT FOR THE FINAL SETTLEMENT NOTE LINE               *
      **************************************************************
       01  WS-PRNT-FINAL-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(42)
               VALUE 'FINAL SETTLEMENT - TERMINATED, PAID CLOSE '.
           03  WS-PRNT-SETTLED-DATE   PIC 9(8).

      **************************************************************
      *    LAYOUT FOR THE CLOSING SUMMARY LINES                    *
      **************************************************************
       01  WS-PRNT-SUMMARY-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-SUMMARY-LABEL  PIC X(24).
           03  WS-PRNT-SUMMARY-COUNT  PIC Z(4)9.

       01  WS-PRNT-SUMMARY-AMT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-SUMMARY-ALABEL PIC X(24).
           03  WS-PRNT-SUMMARY-AMOUNT PIC $$,$$$,$$$,$$$.99CR.

      **************************************************************
      *    LAYOUT FOR THE CURRENT DATE OF THE REPORT DATE          *
      **************************************************************
       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR               PIC X(4).
           05  WS-CD-MONTH              PIC XX.
           05  WS-CD-DAY                PIC XX.

      **************************************************************
      *    LAYOUT TO CAST A CLOSE DATE INTO ITS YEAR               *
      **************************************************************
       01  WS-CLOSE-DATE-CAT.
           05  WS-CLC-YEAR              PIC 9(4).
           05  WS-CLC-MONTH-DAY         PIC 9(4).

      **************************************************************
      *    LAYOUT TO CAST BRANCH AND DEPARTMENT NO OFF THE REGISTER *
      **************************************************************
       01  WS-SALESBRANCH-NO-CAT.
           03  WS-CAT-BRANCH-NO          PIC 9(3).
           03  WS-CAT-DEPARTMENT-NO      PIC 9(2).

      **************************************************************
      *    LAYOUT FOR THE EOF-SWITCHES OF THE REPORT               *
      **************************************************************
       01  WS-SWITCHES.
           05  WS-REG-EOF-SWITCH         PIC X          VALUE "N".
               88  WS-REG-EOF                           VALUE "Y".
           05  WS-MAST-AVAIL-SWITCH      PIC X          VALUE "N".
               88  WS-MAST-AVAILABLE                    VALUE "Y".
           05  WS-SLSP-ACTIVE-SWITCH     PIC X          VALUE "N".
               88  WS-SLSP-ACTIVE                       VALUE "Y".
           05  WS-SLSP-TERMED-SWITCH     PIC X          VALUE "N".
               88  WS-SLSP-TERMED                       VALUE "Y".

      **************************************************************
      *    ONE SALESPERSON'S YEAR-TO-DATE ACCUMULATORS              *
      **************************************************************
       01  WS-YEAR-TOTALS.
           03  WS-YR-SALESPERSON-NO     PIC 9(5)       VALUE ZERO.
           03  WS-YR-LAST-NAME          PIC X(15)      VALUE SPACES.
           03  WS-YR-FIRST-NAME         PIC X(10)      VALUE SPACES.
           03  WS-YR-BRANCH-NO          PIC 9(5)       VALUE ZERO.
           03  WS-YR-CLOSES-PAID        PIC 9(2)       VALUE ZERO.
           03  WS-YR-NET-SALES          PIC S9(9)V99   VALUE ZERO.
           03  WS-YR-GROSS-COMM         PIC S9(9)V99   VALUE ZERO.
           03  WS-YR-DRAW-TAKEN         PIC S9(9)V99   VALUE ZERO.
           03  WS-YR-CARRY-APPLIED      PIC S9(9)V99   VALUE ZERO.
           03  WS-YR-NET-PAID           PIC S9(9)V99   VALUE ZERO.
           03  WS-YR-TOTAL-EARNINGS     PIC S9(9)V99   VALUE ZERO.
           03  WS-YR-SETTLED-DATE       PIC 9(8)       VALUE ZERO.

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-CC-STATUS              PIC XX         VALUE SPACES.
           03  WS-CMR-STATUS             PIC XX         VALUE SPACES.
           03  WS-IN-STATUS              PIC XX         VALUE SPACES.
           03  WS-ERN-STATUS             PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-TAX-YEAR               PIC 9(4)       VALUE ZERO.
           03  WS-NUM-STATEMENTS         PIC 9(5)       VALUE ZERO.
           03  WS-NUM-TERMED             PIC 9(5)       VALUE ZERO.
           03  WS-CO-GROSS-COMM          PIC S9(11)V99  VALUE ZERO.
           03  WS-CO-NET-PAID            PIC S9(11)V99  VALUE ZERO.
           03  WS-CO-TOTAL-EARNINGS      PIC S9(11)V99  VALUE ZERO.

      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       A000-MAINLINE.
           OPEN INPUT COMM-REGISTER
           IF WS-CMR-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-CMR-STATUS = ", WS-CMR-STATUS
           ELSE
               PERFORM U100-FORMAT-DATE
               PERFORM R100-READ-CONTROL-CARD
               PERFORM V100-OPEN-SALESMAST
               OPEN OUTPUT EARNINGS-FILE
                           EARNRPT
               PERFORM W150-WRITE-EARN-HEADER
               PERFORM R2000-READ-REGISTER
               PERFORM B100-STATEMENT-LOOP UNTIL WS-REG-EOF
               IF WS-SLSP-ACTIVE
                   PERFORM C300-FINISH-SALESPERSON
               END-IF
               PERFORM W160-WRITE-EARN-TRAILER
               PERFORM W240-PRINT-SUMMARY
               IF WS-MAST-AVAILABLE
                   CLOSE SALESMAST
               END-IF
               CLOSE COMM-REGISTER
                     EARNINGS-FILE
                     EARNRPT
           END-IF
           STOP RUN.

      **************************************************************
      *   READ THE CONTROL CARD. A MISSING, ZERO OR NON-NUMERIC    *
      *   TAX YEAR REPORTS THE CURRENT CALENDAR YEAR               *
      **************************************************************
       R100-READ-CONTROL-CARD.
           MOVE WS-CD-YEAR TO WS-TAX-YEAR
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS EQUAL "00"
               READ CONTROL-CARD
               IF WS-CC-STATUS EQUAL "00"
                  AND CC-TAX-YEAR NUMERIC
                  AND CC-TAX-YEAR NOT EQUAL ZERO
                   MOVE CC-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               CLOSE CONTROL-CARD
           ELSE
               DISPLAY "NO CONTROL CARD - REPORTING TAX YEAR "
                       WS-TAX-YEAR
           END-IF.

      **************************************************************
      *   OPEN THE SALESPERSON MASTER FOR THE NAMES. WITHOUT IT    *
      *   THE STATEMENTS PRINT BY NUMBER ALONE                     *
      **************************************************************
       V100-OPEN-SALESMAST.
           OPEN INPUT SALESMAST
           IF WS-IN-STATUS EQUAL "00"
               SET WS-MAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO SALESPERSON MASTER - NAMES NOT PRINTED"
           END-IF.

      **************************************************************
      *   THE REGISTER COMES BACK IN SALESPERSON / CLOSE DATE KEY  *
      *   ORDER, SO EACH SALESPERSON'S CLOSES FOR THE YEAR ARRIVE  *
      *   TOGETHER AND IN DATE ORDER. ROWS OUTSIDE THE TAX YEAR    *
      *   ARE SKIPPED; A CHANGE OF SALESPERSON FINISHES THE        *
      *   PREVIOUS STATEMENT AND STARTS THE NEXT                   *
      **************************************************************
       B100-STATEMENT-LOOP.
           MOVE CM-CLOSE-DATE TO WS-CLOSE-DATE-CAT
           IF WS-CLC-YEAR EQUAL WS-TAX-YEAR
               IF WS-SLSP-ACTIVE
                  AND CM-SALESPERSON-NO NOT EQUAL WS-YR-SALESPERSON-NO
                   PERFORM C300-FINISH-SALESPERSON
               END-IF
               IF NOT WS-SLSP-ACTIVE
                   PERFORM C100-START-SALESPERSON
               END-IF
               PERFORM C200-ADD-CLOSE
           END-IF
           PERFORM R2000-READ-REGISTER.

      **************************************************************
      *   START A NEW SALESPERSON'S STATEMENT - CLEAR THE YEAR     *
      *   ACCUMULATORS, LOOK UP THE NAME AND PRINT THE STATEMENT   *
      *   HEADING                                                  *
      **************************************************************
       C100-START-SALESPERSON.
           INITIALIZE WS-YEAR-TOTALS
           MOVE 'N' TO WS-SLSP-TERMED-SWITCH
           MOVE CM-SALESPERSON-NO TO WS-YR-SALESPERSON-NO
           PERFORM U200-LOOK-UP-NAME
           MOVE 'Y' TO WS-SLSP-ACTIVE-SWITCH
           PERFORM W200-PRINT-STATEMENT-HEAD.

      **************************************************************
      *   ADD ONE PAID CLOSE TO THE STATEMENT. THE BRANCH REPORTED *
      *   TO THE BUREAU IS THE ONE ON THE LATEST CLOSE OF THE YEAR *
      **************************************************************
       C200-ADD-CLOSE.
           PERFORM W210-PRINT-CLOSE-LINE
           ADD 1 TO WS-YR-CLOSES-PAID
           ADD CM-NET-SALES TO WS-YR-NET-SALES
           ADD CM-GROSS-COMM TO WS-YR-GROSS-COMM
           ADD CM-DRAW-TAKEN TO WS-YR-DRAW-TAKEN
           ADD CM-CARRY-APPLIED TO WS-YR-CARRY-APPLIED
           ADD CM-NET-PAID TO WS-YR-NET-PAID
           MOVE CM-BRANCH-NO TO WS-YR-BRANCH-NO
           IF CM-TERMED
               SET WS-SLSP-TERMED TO TRUE
               MOVE CM-CLOSE-DATE TO WS-YR-SETTLED-DATE
           END-IF.

      **************************************************************
      *   FINISH ONE SALESPERSON - PRINT THE YEAR TOTALS, WRITE    *
      *   THE BUREAU DETAIL RECORD AND ROLL INTO COMPANY TOTALS    *
      **************************************************************
       C300-FINISH-SALESPERSON.
           COMPUTE WS-YR-TOTAL-EARNINGS = WS-YR-DRAW-TAKEN +
                   WS-YR-NET-PAID
           END-COMPUTE
           PERFORM W220-PRINT-YEAR-TOTALS
           PERFORM W230-WRITE-EARN-DETAIL
           ADD 1 TO WS-NUM-STATEMENTS
           IF WS-SLSP-TERMED
               ADD 1 TO WS-NUM-TERMED
           END-IF
           ADD WS-YR-GROSS-COMM TO WS-CO-GROSS-COMM
           ADD WS-YR-NET-PAID TO WS-CO-NET-PAID
           ADD WS-YR-TOTAL-EARNINGS TO WS-CO-TOTAL-EARNINGS
           MOVE 'N' TO WS-SLSP-ACTIVE-SWITCH.

      **************************************************************
      *   LOOK UP THE SALESPERSON'S NAME ON THE MASTER. A PERSON   *
      *   TERMED AND ARCHIVED OFF BY THE CLOSE IS NO LONGER THERE  *
      *   AND THE NAME IS LEFT BLANK                               *
      **************************************************************
       U200-LOOK-UP-NAME.
           MOVE SPACES TO WS-YR-LAST-NAME
           MOVE SPACES TO WS-YR-FIRST-NAME
           IF WS-MAST-AVAILABLE
               MOVE CM-SALESPERSON-NO TO SALESPERSON-NO
               READ SALESMAST
               IF WS-IN-STATUS EQUAL "00" OR WS-IN-STATUS EQUAL "02"
                   MOVE SALESPERSON-LAST-NAME TO WS-YR-LAST-NAME
                   MOVE SALESPERSON-FIRST-NAME TO WS-YR-FIRST-NAME
               ELSE
                   MOVE 'NOT ON MASTER' TO WS-YR-LAST-NAME
               END-IF
           END-IF.

      **************************************************************
      *               READS THE PAID-COMMISSION REGISTER           *
      **************************************************************
       R2000-READ-REGISTER.
           READ COMM-REGISTER NEXT RECORD
               AT END SET WS-REG-EOF TO TRUE
           END-READ.

      **************************************************************
      *               OBTAIN THE CURRENT DATE                      *
      **************************************************************
       U100-FORMAT-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-MONTH TO WS-HL1-MONTH.
           MOVE WS-CD-DAY TO WS-HL1-DAY.
           MOVE WS-CD-YEAR TO WS-HL1-YEAR.

      **************************************************************
      *               PRINTS THE HEADER LINES                      *
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

           MOVE WS-TAX-YEAR TO WS-PRNT-TAX-YEAR
           WRITE PRINT-AREA FROM WS-PRNT-YEAR-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   WRITE THE ANNUAL EARNINGS FILE HEADER RECORD STAMPED     *
      *   WITH THE RUN DATE AND THE TAX YEAR                       *
      **************************************************************
       W150-WRITE-EARN-HEADER.
           MOVE WS-CURRENT-DATE TO WS-EH-RUN-DATE
           MOVE WS-TAX-YEAR TO WS-EH-TAX-YEAR
           WRITE EARNINGS-RECORD FROM WS-EARN-HEADER.

      **************************************************************
      *   WRITE THE ANNUAL EARNINGS FILE TRAILER RECORD CARRYING   *
      *   THE DETAIL COUNT AND THE GROSS COMMISSION, NET PAID AND  *
      *   TOTAL EARNINGS CONTROL TOTALS                            *
      **************************************************************
       W160-WRITE-EARN-TRAILER.
           MOVE WS-NUM-STATEMENTS TO WS-ET-RECORD-COUNT
           MOVE WS-CO-GROSS-COMM TO WS-ET-TOTAL-GROSS
           MOVE WS-CO-NET-PAID TO WS-ET-TOTAL-NET-PAID
           MOVE WS-CO-TOTAL-EARNINGS TO WS-ET-TOTAL-EARNINGS
           WRITE EARNINGS-RECORD FROM WS-EARN-TRAILER.

      **************************************************************
      *   PRINTS THE TOP OF ONE SALESPERSON'S ANNUAL STATEMENT     *
      **************************************************************
       W200-PRINT-STATEMENT-HEAD.
           PERFORM W140-PRINT-HEAD

           MOVE CM-SALESPERSON-NO TO WS-PRNT-SALESPERSON-NO
           MOVE WS-YR-LAST-NAME TO WS-PRNT-LAST-NAME
           MOVE WS-YR-FIRST-NAME TO WS-PRNT-FIRST-NAME
           MOVE CM-BRANCH-NO TO WS-SALESBRANCH-NO-CAT
           MOVE WS-CAT-BRANCH-NO TO WS-PRNT-BRANCH-NO
           MOVE WS-CAT-DEPARTMENT-NO TO WS-PRNT-DEPT-NO
           WRITE PRINT-AREA FROM WS-PRNT-SLSP-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           WRITE PRINT-AREA FROM WS-COLUMN-HEADINGS
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *               PRINTS ONE PAID CLOSE OF THE YEAR            *
      **************************************************************
       W210-PRINT-CLOSE-LINE.
           MOVE CM-CLOSE-DATE TO WS-PRNT-CLOSE-LABEL
           MOVE CM-NET-SALES TO WS-PRNT-NET-SALES
           MOVE CM-GROSS-COMM TO WS-PRNT-GROSS-COMM
           MOVE CM-DRAW-TAKEN TO WS-PRNT-DRAW-TAKEN
           MOVE CM-CARRY-APPLIED TO WS-PRNT-CARRY-APPLIED
           MOVE CM-NET-PAID TO WS-PRNT-NET-PAID
           WRITE PRINT-AREA FROM WS-PRNT-CLOSE-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   PRINTS THE YEAR TOTALS, THE TOTAL EARNINGS AND, FOR A    *
      *   SALESPERSON SETTLED DURING THE YEAR, THE FINAL CLOSE     *
      **************************************************************
       W220-PRINT-YEAR-TOTALS.
           MOVE 'YEAR TOTAL' TO WS-PRNT-CLOSE-LABEL
           MOVE WS-YR-NET-SALES TO WS-PRNT-NET-SALES
           MOVE WS-YR-GROSS-COMM TO WS-PRNT-GROSS-COMM
           MOVE WS-YR-DRAW-TAKEN TO WS-PRNT-DRAW-TAKEN
           MOVE WS-YR-CARRY-APPLIED TO WS-PRNT-CARRY-APPLIED
           MOVE WS-YR-NET-PAID TO WS-PRNT-NET-PAID
           WRITE PRINT-AREA FROM WS-PRNT-CLOSE-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE WS-YR-TOTAL-EARNINGS TO WS-PRNT-TOTAL-EARNINGS
           WRITE PRINT-AREA FROM WS-PRNT-EARNINGS-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           IF WS-SLSP-TERMED
               MOVE WS-YR-SETTLED-DATE TO WS-PRNT-SETTLED-DATE
               WRITE PRINT-AREA FROM WS-PRNT-FINAL-LINE
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF.

      **************************************************************
      *   WRITE ONE ANNUAL EARNINGS DETAIL RECORD FOR THE BUREAU   *
      **************************************************************
       W230-WRITE-EARN-DETAIL.
           MOVE WS-YR-SALESPERSON-NO TO WS-ED-SALESPERSON-NO
           MOVE WS-TAX-YEAR TO WS-ED-TAX-YEAR
           MOVE WS-YR-LAST-NAME TO WS-ED-LAST-NAME
           MOVE WS-YR-FIRST-NAME TO WS-ED-FIRST-NAME
           MOVE WS-YR-BRANCH-NO TO WS-ED-BRANCH-NO
           MOVE WS-YR-CLOSES-PAID TO WS-ED-CLOSES-PAID
           MOVE WS-YR-GROSS-COMM TO WS-ED-GROSS-COMM
           MOVE WS-YR-DRAW-TAKEN TO WS-ED-DRAW-TAKEN
           MOVE WS-YR-CARRY-APPLIED TO WS-ED-CARRY-APPLIED
           MOVE WS-YR-NET-PAID TO WS-ED-NET-PAID
           MOVE WS-YR-TOTAL-EARNINGS TO WS-ED-TOTAL-EARNINGS
           IF WS-SLSP-TERMED
               MOVE 'T' TO WS-ED-STATUS
           ELSE
               MOVE 'A' TO WS-ED-STATUS
           END-IF
           MOVE WS-YR-SETTLED-DATE TO WS-ED-SETTLED-DATE
           WRITE EARNINGS-RECORD FROM WS-EARN-DETAIL.

      **************************************************************
      *               PRINTS THE CLOSING SUMMARY PAGE               *
      **************************************************************
       W240-PRINT-SUMMARY.
           PERFORM W140-PRINT-HEAD

           MOVE 'STATEMENTS PRINTED      ' TO WS-PRNT-SUMMARY-LABEL
           MOVE WS-NUM-STATEMENTS TO WS-PRNT-SUMMARY-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TERMED AND SETTLED      ' TO WS-PRNT-SUMMARY-LABEL
           MOVE WS-NUM-TERMED TO WS-PRNT-SUMMARY-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL GROSS COMMISSION  ' TO WS-PRNT-SUMMARY-ALABEL
           MOVE WS-CO-GROSS-COMM TO WS-PRNT-SUMMARY-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-AMT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL NET PAID          ' TO WS-PRNT-SUMMARY-ALABEL
           MOVE WS-CO-NET-PAID TO WS-PRNT-SUMMARY-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-AMT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL EARNINGS          ' TO WS-PRNT-SUMMARY-ALABEL
           MOVE WS-CO-TOTAL-EARNINGS TO WS-PRNT-SUMMARY-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-SUMMARY-AMT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.
