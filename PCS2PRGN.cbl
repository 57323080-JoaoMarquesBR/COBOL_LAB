       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGN.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGN                           *
      *                COBOL ZOS PROGRAM DESCRIPTION              *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   RETROACTIVE COMMISSION ADJUSTMENT RUN. PCS2PRGB ACCEPTS *
      *   SLSRATE ROWS WITH ANY EFFECTIVE DATE, SO A TIER CHANGE  *
      *   CAN BE BACKDATED OVER CLOSES PCS2PRG5 HAS ALREADY PAID. *
      *   THIS RUN RECOMPUTES THE COMMISSION ON EVERY SALESHIST   *
      *   CLOSE (FROM THE CLOSE DATE ON THE CONTROL CARD, OR ALL  *
      *   CLOSES) ON THE RATE TABLE THAT WAS IN EFFECT ON THAT    *
      *   CLOSE DATE, AND COMPARES IT WITH THE GROSS COMMISSION   *
      *   PAID FOR THE SAME CLOSE ON THE SLSCOMM PAID-COMMISSION  *
      *   REGISTER. EACH DIFFERENCE IS PRINTED ON AN ADJUSTMENT   *
      *   STATEMENT PER SALESPERSON, BY CLOSE. AN UNDERPAYMENT    *
      *   FIRST RECOVERS ANY CARRIED BALANCE ON THE DRAW LEDGER   *
      *   AND THE REST IS PAID THROUGH A SUPPLEMENTARY PAYROLL    *
      *   INTERFACE FILE IN THE SLSPAY LAYOUT. AN OVERPAYMENT IS  *
      *   NEVER PAID OUT AS A NEGATIVE - IT IS ADDED TO THE       *
      *   SALESPERSON'S SLSDRAW CARRY BALANCE (A ZERO-DRAW ENTRY  *
      *   IS ADDED FOR SOMEONE NOT ON THE LEDGER) FOR PCS2PRG5 TO *
      *   RECOVER. THE REGISTER ROW IS REWRITTEN WITH THE         *
      *   RECOMPUTED COMMISSION, SO A SECOND RUN FINDS NOTHING    *
      *   LEFT TO ADJUST.                                         *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  SYSIN              CONTROL-CARD       FIRST CLOSE DATE   *
      *                                        OR ZERO FOR ALL    *
      *  SLSHIST            SALESHIST          DATED PERIOD-CLOSE *
      *                                        HISTORY VSAM KSDS  *
      *  SLSRATE            RATE-TABLE-FILE    COMM RATE TABLE    *
      *  SLSDRAW            DRAW-LEDGER-IN     CURRENT DRAW LEDGER*
      *                                                           *
      *  INPUT/OUTPUT DD NAME  FILE IDENTIFIER   FILE DESCRIPTION *
      *  --------------------  ---------------   ---------------- *
      *  SLSCOMM               COMM-REGISTER     PAID-COMMISSION  *
      *                                          REGISTER KSDS    *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  PRNT               ADJRPT             SYSOUT REPORT FILE *
      *  SLSPAYS            PAYROLL-INTERFACE  SUPPLEMENTARY      *
      *                                        PAYROLL FILE       *
      *  SLSDRAWO           DRAW-LEDGER-OUT    NEW DRAW LEDGER    *
      *                                        GENERATION         *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLSH               LAYOUT FOR PERIOD-CLOSE HISTORY   *
      *  CCS2SLSC               LAYOUT FOR COMM RATE TABLE RECORD *
      *  CCS2SLSD               LAYOUT FOR DRAW LEDGER RECORD     *
      *  CCS2SLSO               LAYOUT FOR PAID-COMMISSION ROW    *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTROL-CARD ASSIGN TO SYSIN
              FILE STATUS IS WS-CC-STATUS.
            SELECT SALESHIST ASSIGN TO SLSHIST
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SH-KEY
              FILE STATUS IS WS-HIST-STATUS.
            SELECT RATE-TABLE-FILE ASSIGN TO SLSRATE
              FILE STATUS IS WS-RT-STATUS.
            SELECT COMM-REGISTER ASSIGN TO SLSCOMM
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS CM-KEY
              FILE STATUS IS WS-CMR-STATUS.
            SELECT DRAW-LEDGER-IN ASSIGN TO SLSDRAW
              FILE STATUS IS WS-DRI-STATUS.
            SELECT DRAW-LEDGER-OUT ASSIGN TO SLSDRAWO
              FILE STATUS IS WS-DRO-STATUS.
            SELECT PAYROLL-INTERFACE ASSIGN TO SLSPAYS
              FILE STATUS IS WS-PAY-STATUS.
            SELECT ADJRPT ASSIGN TO PRNT.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05  CC-FROM-CLOSE-DATE        PIC 9(8).
           05  FILLER                    PIC X(72).

       FD  SALESHIST.
      *COPY BOOK FOR PERIOD-CLOSE HISTORY RECORD
       COPY CCS2SLSH.

       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
      *COPY BOOK FOR TIERED COMMISSION RATE TABLE RECORD
       COPY CCS2SLSC.

       FD  COMM-REGISTER.
      *COPY BOOK FOR PAID-COMMISSION REGISTER RECORD
       COPY CCS2SLSO.

       FD  DRAW-LEDGER-IN
           RECORDING MODE IS F.
      *COPY BOOK FOR COMMISSION DRAW LEDGER RECORD
       COPY CCS2SLSD.

       FD  DRAW-LEDGER-OUT
           RECORDING MODE IS F.
       01  DRAW-LEDGER-OUT-RECORD        PIC X(23).

       FD  PAYROLL-INTERFACE
           RECORDING MODE IS F.
       01  PAYROLL-RECORD                PIC X(60).

       FD  ADJRPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).

       WORKING-STORAGE SECTION.
      **************************************************************
      *    LAYOUT FOR THE PAYROLL INTERFACE HEADER RECORD           *
      **************************************************************
       01  WS-PAY-HEADER.
           03  FILLER                 PIC X          VALUE 'H'.
           03  WS-PH-RUN-DATE         PIC 9(8).
           03  WS-PH-CLOSE-DATE       PIC 9(8).
           03  FILLER                 PIC X(43)      VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE PAYROLL INTERFACE DETAIL RECORD           *
      **************************************************************
       01  WS-PAY-DETAIL.
           03  FILLER                 PIC X          VALUE 'D'.
           03  WS-PD-SALESPERSON-NO   PIC 9(5).
           03  WS-PD-CLOSE-DATE       PIC 9(8).
           03  WS-PD-BRANCH-NO        PIC 9(5).
           03  WS-PD-NET-SALES        PIC S9(8)V99
                                      SIGN LEADING SEPARATE.
           03  WS-PD-COMM-RATE        PIC 9V9(4).
           03  WS-PD-COMM-AMOUNT      PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           03  FILLER                 PIC X(15)      VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE PAYROLL INTERFACE TRAILER RECORD          *
      **************************************************************
       01  WS-PAY-TRAILER.
           03  FILLER                 PIC X          VALUE 'T'.
           03  WS-PT-RECORD-COUNT     PIC 9(7).
           03  WS-PT-TOTAL-COMM       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           03  FILLER                 PIC X(40)      VALUE SPACES.

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
           03  FILLER                 PIC X(29)      VALUE SPACES.
           03  FILLER                 PIC X(10)
                                      VALUE 'COMMISSION'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(10)
                                      VALUE 'ADJUSTMENT'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'STATEMENT'.

      **************************************************************
      *    LAYOUT FOR THE SALESPERSON LINE OF THE STATEMENT         *
      **************************************************************
       01  WS-PRNT-SLSP-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(12)  VALUE 'SALESPERSON '.
           03  WS-PRNT-SALESPERSON-NO PIC 9(5).
           03  FILLER                 PIC X(4)       VALUE SPACES.
           03  FILLER                 PIC X(14)
                                      VALUE 'CARRY BALANCE '.
           03  WS-PRNT-OPEN-CARRY     PIC $$,$$$,$$$.99CR.

      **************************************************************
      *    LAYOUT FOR THE COLUMN HEADINGS OF THE STATEMENT          *
      **************************************************************
       01  WS-COLUMN-HEADINGS.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'CLOSE DATE'.
           03  FILLER                 PIC X(6)       VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'PAID COMM'.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'RECOMPUTED'.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'ADJUSTMENT'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'STATUS   '.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'RECOVERED'.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  FILLER                 PIC X(8)       VALUE 'PAID NOW'.

      **************************************************************
      *    LAYOUT FOR ONE ADJUSTED CLOSE LINE                       *
      **************************************************************
       01  WS-PRNT-ADJ-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-CLOSE-DATE     PIC 9(8).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-PAID-COMM      PIC $$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-RECOMP-COMM    PIC $$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-ADJ-AMOUNT     PIC $$,$$$,$$$.99CR.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-ADJ-STATUS     PIC X(9).
           03  FILLER                 PIC X(1)       VALUE SPACES.
           03  WS-PRNT-RECOVERED      PIC $$$,$$$.99.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-PAID-NOW       PIC $$$,$$$.99.

      **************************************************************
      *    LAYOUT FOR THE STATEMENT TOTAL LINES                     *
      **************************************************************
       01  WS-PRNT-AMOUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-AMOUNT-LABEL   PIC X(24).
           03  WS-PRNT-AMOUNT         PIC $$,$$$,$$$,$$$.99CR.

      **************************************************************
      *    LAYOUT FOR THE CLOSING SUMMARY COUNT LINE                *
      **************************************************************
       01  WS-PRNT-COUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-COUNT-LABEL    PIC X(24).
           03  WS-PRNT-COUNT          PIC Z(4)9.

      **************************************************************
      *    LAYOUT FOR THE FIRST-CLOSE LINE OF THE SUMMARY           *
      **************************************************************
       01  WS-PRNT-FROM-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(24)
                                      VALUE 'CLOSES FROM             '.
           03  WS-PRNT-FROM-DATE      PIC 9(8).

      **************************************************************
      *    LAYOUT FOR THE CURRENT DATE OF THE REPORT DATE          *
      **************************************************************
       01  WS-CURRENT-DATE.
           05  WS-CD-YEAR               PIC X(4).
           05  WS-CD-MONTH              PIC XX.
           05  WS-CD-DAY                PIC XX.

      **************************************************************
      *    LAYOUT TO CAST BRANCH AND DEPARTMENT NO OFF SALESHIST    *
      **************************************************************
       01  WS-SALESBRANCH-NO-CAT.
           03  WS-CAT-BRANCH-NO          PIC 9(3).
           03  WS-CAT-DEPARTMENT-NO      PIC 9(2).

      **************************************************************
      *    LAYOUT FOR THE EOF-SWITCHES OF THE REPORT               *
      **************************************************************
       01  WS-SWITCHES.
           05  WS-SALESHIST-EOF-SWITCH   PIC X          VALUE "N".
               88  WS-SALESHIST-EOF                     VALUE "Y".
           05  WS-RATE-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-RATE-EOF                          VALUE "Y".
           05  WS-DRAW-EOF-SWITCH        PIC X          VALUE "N".
               88  WS-DRAW-EOF                          VALUE "Y".
           05  WS-DRAW-FOUND-SWITCH      PIC X          VALUE "N".
               88  WS-DRAW-FOUND                        VALUE "Y".
           05  WS-GROUP-ACTIVE-SWITCH    PIC X          VALUE "N".
               88  WS-GROUP-ACTIVE                      VALUE "Y".
           05  WS-SLSP-PRINTED-SWITCH    PIC X          VALUE "N".
               88  WS-SLSP-PRINTED                      VALUE "Y".

      **************************************************************
      *    THE WHOLE SLSRATE TABLE, EVERY EFFECTIVE DATE KEPT, IN  *
      *    THE BRANCH / TIER-FLOOR / EFFECTIVE-DATE SEQUENCE       *
      *    PCS2PRGB WRITES IT IN                                   *
      **************************************************************
       01  WS-RATE-HISTORY-TABLE.
           05  WS-RHT-COUNT             PIC 9(3) COMP  VALUE ZERO.
           05  WS-RHT-ENTRY OCCURS 200 TIMES.
               10  WS-RHT-BRANCH-NO     PIC 9(3).
               10  WS-RHT-TIER-FLOOR    PIC 9(8)V99.
               10  WS-RHT-TIER-RATE     PIC V9(4).
               10  WS-RHT-EFF-DATE      PIC 9(8).

      **************************************************************
      *    THE TIERS IN EFFECT FOR ONE BRANCH ON ONE CLOSE DATE -  *
      *    THE LATEST ROW NOT AFTER THE CLOSE FOR EACH FLOOR, IN   *
      *    ASCENDING FLOOR ORDER                                   *
      **************************************************************
       01  WS-CLOSE-TIER-TABLE.
           05  WS-CTT-COUNT             PIC 9(3) COMP  VALUE ZERO.
           05  WS-CTT-ENTRY OCCURS 50 TIMES.
               10  WS-CTT-TIER-FLOOR    PIC 9(8)V99.
               10  WS-CTT-TIER-RATE     PIC V9(4).

      **************************************************************
      *    DRAW LEDGER LOADED FROM SLSDRAW AT STARTUP, AS IN       *
      *    PCS2PRG5                                                *
      **************************************************************
       01  WS-DRAW-TABLE.
           05  WS-DRT-COUNT             PIC 9(3) COMP  VALUE ZERO.
           05  WS-DRT-ENTRY OCCURS 500 TIMES.
               10  WS-DRT-SLSP-NO       PIC 9(5).
               10  WS-DRT-DRAW-AMOUNT   PIC 9(7)V99.
               10  WS-DRT-CARRY-BAL     PIC S9(7)V99.

      **************************************************************
      *    ONE SALESPERSON/CLOSE GROUP BEING RECOMPUTED. A MID-    *
      *    PERIOD TRANSFER CLOSES WITH TWO HISTORY RECORDS, EACH   *
      *    PAID SEPARATELY BY PCS2PRG5 AND SUMMED ON THE REGISTER  *
      **************************************************************
       01  WS-CLOSE-GROUP.
           03  WS-GRP-SLSP-NO           PIC 9(5)       VALUE ZERO.
           03  WS-GRP-CLOSE-DATE        PIC 9(8)       VALUE ZERO.
           03  WS-GRP-BRANCH-NO         PIC 9(5)       VALUE ZERO.
           03  WS-GRP-COMM-RATE         PIC V9(4)      VALUE ZERO.
           03  WS-GRP-NET-SALES         PIC S9(9)V99   VALUE ZERO.
           03  WS-GRP-RECOMP-COMM       PIC S9(9)V99   VALUE ZERO.

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-CC-STATUS              PIC XX         VALUE SPACES.
           03  WS-HIST-STATUS            PIC XX         VALUE SPACES.
           03  WS-RT-STATUS              PIC XX         VALUE SPACES.
           03  WS-CMR-STATUS             PIC XX         VALUE SPACES.
           03  WS-DRI-STATUS             PIC XX         VALUE SPACES.
           03  WS-DRO-STATUS             PIC XX         VALUE SPACES.
           03  WS-PAY-STATUS             PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-FROM-CLOSE-DATE        PIC 9(8)       VALUE ZERO.
           03  WS-RHT-SUB                PIC 9(3) COMP  VALUE ZERO.
           03  WS-CTT-SUB                PIC 9(3) COMP  VALUE ZERO.
           03  WS-DRT-SUB                PIC 9(3) COMP  VALUE ZERO.
           03  WS-COMM-REMAINING         PIC S9(10)V99  VALUE ZERO.
           03  WS-COMM-WORK              PIC S9(10)V99  VALUE ZERO.
           03  WS-ADJ-AMOUNT             PIC S9(9)V99   VALUE ZERO.
           03  WS-ADJ-RECOVERED          PIC S9(9)V99   VALUE ZERO.
           03  WS-ADJ-PAID-NOW           PIC S9(9)V99   VALUE ZERO.
           03  WS-SLSP-UNDERPAID         PIC S9(9)V99   VALUE ZERO.
           03  WS-SLSP-OVERPAID          PIC S9(9)V99   VALUE ZERO.
           03  WS-SLSP-PAID-NOW          PIC S9(9)V99   VALUE ZERO.
           03  WS-NUM-EXAMINED           PIC 9(5)       VALUE ZERO.
           03  WS-NUM-ADJUSTED           PIC 9(5)       VALUE ZERO.
           03  WS-NUM-UNREGISTERED       PIC 9(5)       VALUE ZERO.
           03  WS-NUM-PAY-DETAIL         PIC 9(5)       VALUE ZERO.
           03  WS-TOTAL-UNDERPAID        PIC S9(9)V99   VALUE ZERO.
           03  WS-TOTAL-OVERPAID         PIC S9(9)V99   VALUE ZERO.
           03  WS-TOTAL-RECOVERED        PIC S9(9)V99   VALUE ZERO.
           03  WS-TOTAL-PAID-NOW         PIC S9(9)V99   VALUE ZERO.

      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       A000-MAINLINE.
           OPEN INPUT SALESHIST
           IF WS-HIST-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-HIST-STATUS = ", WS-HIST-STATUS
           ELSE
               OPEN I-O COMM-REGISTER
               IF WS-CMR-STATUS NOT EQUAL "00"
                   DISPLAY "ADJUSTMENT REFUSED - NO PAID-COMMISSION"
                           " REGISTER, STATUS: " WS-CMR-STATUS
               ELSE
                   PERFORM U100-FORMAT-DATE
                   PERFORM R100-READ-CONTROL-CARD
                   PERFORM B300-LOAD-RATE-HISTORY
                   PERFORM B400-LOAD-DRAW-LEDGER
                   OPEN OUTPUT PAYROLL-INTERFACE
                               DRAW-LEDGER-OUT
                               ADJRPT
                   PERFORM W150-WRITE-PAY-HEADER
                   PERFORM R2000-READ-SALESHIST
                   PERFORM B200-ADJUST-LOOP UNTIL WS-SALESHIST-EOF
                   IF WS-GROUP-ACTIVE
                       PERFORM C300-SETTLE-CLOSE
                       PERFORM C400-FINISH-SALESPERSON
                   END-IF
                   PERFORM W160-WRITE-PAY-TRAILER
                   PERFORM B450-WRITE-DRAW-LEDGER
                   PERFORM W240-PRINT-SUMMARY
                   CLOSE PAYROLL-INTERFACE
                         DRAW-LEDGER-OUT
                         ADJRPT
                         COMM-REGISTER
               END-IF
               CLOSE SALESHIST
           END-IF
           STOP RUN.

      **************************************************************
      *   READ THE CONTROL CARD. A CLOSE DATE LIMITS THE RUN TO    *
      *   THAT CLOSE AND LATER; A MISSING OR ZERO CARD EXAMINES    *
      *   EVERY CLOSE STILL ON SALESHIST                           *
      **************************************************************
       R100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS EQUAL "00"
               READ CONTROL-CARD
               IF WS-CC-STATUS EQUAL "00"
                  AND CC-FROM-CLOSE-DATE NUMERIC
                   MOVE CC-FROM-CLOSE-DATE TO WS-FROM-CLOSE-DATE
               END-IF
               CLOSE CONTROL-CARD
           ELSE
               DISPLAY "NO CONTROL CARD - EXAMINING ALL CLOSES"
           END-IF.

      **************************************************************
      *   SALESHIST COMES BACK IN SALESPERSON / CLOSE DATE /       *
      *   BRANCH KEY ORDER, SO A PERSON'S RECORDS FOR ONE CLOSE    *
      *   ARE TOGETHER. A CHANGE OF CLOSE SETTLES THE GROUP JUST   *
      *   RECOMPUTED; A CHANGE OF SALESPERSON ALSO FINISHES THAT   *
      *   PERSON'S STATEMENT                                       *
      **************************************************************
       B200-ADJUST-LOOP.
           IF SH-CLOSE-DATE >= WS-FROM-CLOSE-DATE
               IF WS-GROUP-ACTIVE
                   IF SH-SALESPERSON-NO NOT EQUAL WS-GRP-SLSP-NO
                       PERFORM C300-SETTLE-CLOSE
                       PERFORM C400-FINISH-SALESPERSON
                   ELSE
                       IF SH-CLOSE-DATE NOT EQUAL WS-GRP-CLOSE-DATE
                           PERFORM C300-SETTLE-CLOSE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-GROUP-ACTIVE
                   PERFORM C100-START-GROUP
               END-IF
               PERFORM C200-RECOMPUTE-RECORD
           END-IF
           PERFORM R2000-READ-SALESHIST.

      **************************************************************
      *               READS THE HISTORY FILE                       *
      **************************************************************
       R2000-READ-SALESHIST.
           READ SALESHIST
               AT END MOVE 'Y' TO WS-SALESHIST-EOF-SWITCH
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
      *   START A NEW SALESPERSON/CLOSE GROUP                      *
      **************************************************************
       C100-START-GROUP.
           MOVE SH-SALESPERSON-NO TO WS-GRP-SLSP-NO
           MOVE SH-CLOSE-DATE TO WS-GRP-CLOSE-DATE
           MOVE SH-BRANCH-NO TO WS-GRP-BRANCH-NO
           MOVE SH-COMM-RATE TO WS-GRP-COMM-RATE
           MOVE ZERO TO WS-GRP-NET-SALES
           MOVE ZERO TO WS-GRP-RECOMP-COMM
           SET WS-GROUP-ACTIVE TO TRUE.

      **************************************************************
      *   RECOMPUTE ONE HISTORY RECORD'S COMMISSION THE WAY        *
      *   PCS2PRG5 COMPUTES IT, BUT ON THE TIERS IN EFFECT ON THE  *
      *   CLOSE DATE. A NEGATIVE NET PERIOD EARNS ZERO             *
      **************************************************************
       C200-RECOMPUTE-RECORD.
           ADD SH-NET-SALES TO WS-GRP-NET-SALES
           IF SH-NET-SALES > 0
               PERFORM C150-COMPUTE-COMMISSION
               ADD WS-COMM-WORK TO WS-GRP-RECOMP-COMM
           END-IF.

      **************************************************************
      *   BUILD THE BRANCH'S TIERS AS OF THE CLOSE DATE, THEN      *
      *   APPLY EACH TIER RATE TO THE PORTION OF NET SALES ABOVE   *
      *   ITS FLOOR (TOP TIER DOWN); THE PORTION BELOW THE LOWEST  *
      *   FLOOR EARNS THE FLAT SH-COMM-RATE ARCHIVED AT CLOSE      *
      **************************************************************
       C150-COMPUTE-COMMISSION.
           MOVE SH-NET-SALES TO WS-COMM-REMAINING
           MOVE SH-BRANCH-NO TO WS-SALESBRANCH-NO-CAT
           MOVE 0 TO WS-COMM-WORK
           MOVE 0 TO WS-CTT-COUNT
           PERFORM C160-SELECT-CLOSE-TIER
               VARYING WS-RHT-SUB FROM 1 BY 1
               UNTIL WS-RHT-SUB > WS-RHT-COUNT

           IF WS-CTT-COUNT > 0
               PERFORM C170-APPLY-TIER
                   VARYING WS-CTT-SUB FROM WS-CTT-COUNT BY -1
                   UNTIL WS-CTT-SUB < 1
           END-IF

           COMPUTE WS-COMM-WORK ROUNDED = WS-COMM-WORK +
                   (WS-COMM-REMAINING * SH-COMM-RATE)
           END-COMPUTE.

      **************************************************************
      *   KEEP A RATE ROW OF THE BRANCH THAT WAS IN EFFECT ON THE  *
      *   CLOSE DATE. ROWS ARRIVE IN FLOOR/DATE ORDER, SO A LATER  *
      *   ROW FOR THE SAME FLOOR REPLACES THE EARLIER ONE          *
      **************************************************************
       C160-SELECT-CLOSE-TIER.
           IF WS-RHT-BRANCH-NO (WS-RHT-SUB) EQUAL WS-CAT-BRANCH-NO
              AND WS-RHT-EFF-DATE (WS-RHT-SUB) <= SH-CLOSE-DATE
               IF WS-CTT-COUNT > 0
                  AND WS-CTT-TIER-FLOOR (WS-CTT-COUNT) EQUAL
                      WS-RHT-TIER-FLOOR (WS-RHT-SUB)
                   MOVE WS-RHT-TIER-RATE (WS-RHT-SUB)
                        TO WS-CTT-TIER-RATE (WS-CTT-COUNT)
               ELSE
                   IF WS-CTT-COUNT < 50
                       ADD 1 TO WS-CTT-COUNT
                       MOVE WS-RHT-TIER-FLOOR (WS-RHT-SUB)
                            TO WS-CTT-TIER-FLOOR (WS-CTT-COUNT)
                       MOVE WS-RHT-TIER-RATE (WS-RHT-SUB)
                            TO WS-CTT-TIER-RATE (WS-CTT-COUNT)
                   END-IF
               END-IF
           END-IF.

       C170-APPLY-TIER.
           IF WS-COMM-REMAINING > WS-CTT-TIER-FLOOR (WS-CTT-SUB)
               COMPUTE WS-COMM-WORK ROUNDED = WS-COMM-WORK +
                   ((WS-COMM-REMAINING -
                     WS-CTT-TIER-FLOOR (WS-CTT-SUB)) *
                    WS-CTT-TIER-RATE (WS-CTT-SUB))
               END-COMPUTE
               MOVE WS-CTT-TIER-FLOOR (WS-CTT-SUB)
                    TO WS-COMM-REMAINING
           END-IF.

      **************************************************************
      *   SETTLE ONE SALESPERSON/CLOSE GROUP AGAINST WHAT THE      *
      *   REGISTER SAYS WAS PAID. A CLOSE PAID BEFORE THE REGISTER *
      *   EXISTED CANNOT BE COMPARED AND IS ONLY COUNTED           *
      **************************************************************
       C300-SETTLE-CLOSE.
           ADD 1 TO WS-NUM-EXAMINED
           MOVE WS-GRP-SLSP-NO TO CM-SALESPERSON-NO
           MOVE WS-GRP-CLOSE-DATE TO CM-CLOSE-DATE
           READ COMM-REGISTER
           IF WS-CMR-STATUS NOT EQUAL "00"
               ADD 1 TO WS-NUM-UNREGISTERED
           ELSE
               COMPUTE WS-ADJ-AMOUNT = WS-GRP-RECOMP-COMM -
                       CM-GROSS-COMM
               END-COMPUTE
               IF WS-ADJ-AMOUNT NOT EQUAL ZERO
                   PERFORM C350-APPLY-ADJUSTMENT
               END-IF
           END-IF
           MOVE 'N' TO WS-GROUP-ACTIVE-SWITCH.

      **************************************************************
      *   APPLY ONE CLOSE'S ADJUSTMENT. AN UNDERPAYMENT FIRST      *
      *   RECOVERS ANY CARRIED BALANCE AND THE REST IS PAID ON THE *
      *   SUPPLEMENTARY FILE; AN OVERPAYMENT IS ADDED TO THE CARRY *
      *   BALANCE. THE REGISTER ROW IS REWRITTEN SO GROSS COMM -   *
      *   DRAW TAKEN - CARRY APPLIED = NET PAID STILL HOLDS        *
      **************************************************************
       C350-APPLY-ADJUSTMENT.
           PERFORM U510-FIND-OR-ADD-DRAW-ENTRY
           IF NOT WS-DRAW-FOUND
               DISPLAY "DRAW TABLE FULL, ADJUSTMENT NOT APPLIED FOR "
                       WS-GRP-SLSP-NO " CLOSE " WS-GRP-CLOSE-DATE
           ELSE
               IF NOT WS-SLSP-PRINTED
                   PERFORM W200-PRINT-STATEMENT-HEAD
               END-IF
               MOVE ZERO TO WS-ADJ-RECOVERED
               MOVE ZERO TO WS-ADJ-PAID-NOW
               IF WS-ADJ-AMOUNT > 0
                   IF WS-DRT-CARRY-BAL (WS-DRT-SUB) > 0
                       IF WS-DRT-CARRY-BAL (WS-DRT-SUB) >
                          WS-ADJ-AMOUNT
                           MOVE WS-ADJ-AMOUNT TO WS-ADJ-RECOVERED
                       ELSE
                           MOVE WS-DRT-CARRY-BAL (WS-DRT-SUB)
                                TO WS-ADJ-RECOVERED
                       END-IF
                   END-IF
                   COMPUTE WS-ADJ-PAID-NOW = WS-ADJ-AMOUNT -
                           WS-ADJ-RECOVERED
                   END-COMPUTE
                   SUBTRACT WS-ADJ-RECOVERED
                       FROM WS-DRT-CARRY-BAL (WS-DRT-SUB)
                   ADD WS-ADJ-RECOVERED TO CM-CARRY-APPLIED
                   ADD WS-ADJ-PAID-NOW TO CM-NET-PAID
                   ADD WS-ADJ-AMOUNT TO WS-SLSP-UNDERPAID
                   ADD WS-ADJ-AMOUNT TO WS-TOTAL-UNDERPAID
                   IF WS-ADJ-PAID-NOW > 0
                       PERFORM W210-WRITE-PAY-DETAIL
                   END-IF
               ELSE
                   SUBTRACT WS-ADJ-AMOUNT
                       FROM WS-DRT-CARRY-BAL (WS-DRT-SUB)
                   ADD WS-ADJ-AMOUNT TO CM-CARRY-APPLIED
                   SUBTRACT WS-ADJ-AMOUNT FROM WS-SLSP-OVERPAID
                   SUBTRACT WS-ADJ-AMOUNT FROM WS-TOTAL-OVERPAID
               END-IF
               PERFORM W220-PRINT-ADJ-LINE
               MOVE WS-GRP-RECOMP-COMM TO CM-GROSS-COMM
               REWRITE PAID-COMMISSION-RECORD
               IF WS-CMR-STATUS NOT EQUAL "00"
                   DISPLAY "PROBLEM REWRITING REGISTER FOR "
                           WS-GRP-SLSP-NO " CLOSE "
                           WS-GRP-CLOSE-DATE ", STATUS: "
                           WS-CMR-STATUS
               END-IF
               ADD WS-ADJ-RECOVERED TO WS-TOTAL-RECOVERED
               ADD WS-ADJ-PAID-NOW TO WS-SLSP-PAID-NOW
               ADD WS-ADJ-PAID-NOW TO WS-TOTAL-PAID-NOW
               ADD 1 TO WS-NUM-ADJUSTED
           END-IF.

      **************************************************************
      *   FINISH ONE SALESPERSON - PRINT THE STATEMENT TOTALS IF   *
      *   ANY CLOSE OF THEIRS WAS ADJUSTED                         *
      **************************************************************
       C400-FINISH-SALESPERSON.
           IF WS-SLSP-PRINTED
               PERFORM W230-PRINT-STATEMENT-TOTALS
           END-IF
           MOVE 'N' TO WS-SLSP-PRINTED-SWITCH
           MOVE ZERO TO WS-SLSP-UNDERPAID
           MOVE ZERO TO WS-SLSP-OVERPAID
           MOVE ZERO TO WS-SLSP-PAID-NOW.

      **************************************************************
      *   LOCATE THE SALESPERSON ON THE DRAW LEDGER, ADDING A      *
      *   ZERO-DRAW ENTRY WHEN THEY ARE NOT ON IT SO AN            *
      *   OVERPAYMENT HAS A CARRY BALANCE TO GO ONTO               *
      **************************************************************
       U510-FIND-OR-ADD-DRAW-ENTRY.
           MOVE 'N' TO WS-DRAW-FOUND-SWITCH
           PERFORM U500-MATCH-DRAW-ENTRY
               VARYING WS-DRT-SUB FROM 1 BY 1
               UNTIL WS-DRAW-FOUND OR WS-DRT-SUB > WS-DRT-COUNT
           IF NOT WS-DRAW-FOUND AND WS-DRT-COUNT < 500
               ADD 1 TO WS-DRT-COUNT
               MOVE WS-DRT-COUNT TO WS-DRT-SUB
               MOVE WS-GRP-SLSP-NO TO WS-DRT-SLSP-NO (WS-DRT-SUB)
               MOVE ZERO TO WS-DRT-DRAW-AMOUNT (WS-DRT-SUB)
               MOVE ZERO TO WS-DRT-CARRY-BAL (WS-DRT-SUB)
               SET WS-DRAW-FOUND TO TRUE
           END-IF.

       U500-MATCH-DRAW-ENTRY.
           IF WS-DRT-SLSP-NO (WS-DRT-SUB) EQUAL WS-GRP-SLSP-NO
               SET WS-DRAW-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DRT-SUB
           END-IF.

      **************************************************************
      *   LOAD EVERY SLSRATE ROW, WHATEVER ITS EFFECTIVE DATE, SO  *
      *   EACH CLOSE CAN BE PRICED ON THE TIERS IN EFFECT ON ITS   *
      *   OWN DATE. WITHOUT A TABLE EVERY BRANCH PAYS THE FLAT     *
      *   RATE                                                     *
      **************************************************************
       B300-LOAD-RATE-HISTORY.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RT-STATUS EQUAL "00"
               PERFORM R2200-READ-RATE-RECORD
               PERFORM B350-STORE-RATE-ROW UNTIL WS-RATE-EOF
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY "NO COMMISSION RATE TABLE - FLAT RATES APPLY"
           END-IF.

       B350-STORE-RATE-ROW.
           IF WS-RHT-COUNT < 200
               ADD 1 TO WS-RHT-COUNT
               MOVE CR-BRANCH-NO TO WS-RHT-BRANCH-NO (WS-RHT-COUNT)
               MOVE CR-TIER-FLOOR TO WS-RHT-TIER-FLOOR (WS-RHT-COUNT)
               MOVE CR-TIER-RATE TO WS-RHT-TIER-RATE (WS-RHT-COUNT)
               MOVE CR-EFFECTIVE-DATE
                    TO WS-RHT-EFF-DATE (WS-RHT-COUNT)
           ELSE
               DISPLAY "RATE TABLE FULL AT BRANCH " CR-BRANCH-NO
           END-IF
           PERFORM R2200-READ-RATE-RECORD.

       R2200-READ-RATE-RECORD.
           READ RATE-TABLE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.

      **************************************************************
      *   LOAD THE DRAW LEDGER FROM SLSDRAW. A MISSING LEDGER      *
      *   STARTS AN EMPTY ONE                                      *
      **************************************************************
       B400-LOAD-DRAW-LEDGER.
           OPEN INPUT DRAW-LEDGER-IN
           IF WS-DRI-STATUS EQUAL "00"
               PERFORM R2300-READ-DRAW-RECORD
               PERFORM B420-STORE-DRAW-ENTRY UNTIL WS-DRAW-EOF
               CLOSE DRAW-LEDGER-IN
           ELSE
               DISPLAY "NO DRAW LEDGER - STARTING A NEW ONE"
           END-IF.

       B420-STORE-DRAW-ENTRY.
           IF WS-DRT-COUNT < 500
               ADD 1 TO WS-DRT-COUNT
               MOVE DL-SALESPERSON-NO
                    TO WS-DRT-SLSP-NO (WS-DRT-COUNT)
               MOVE DL-DRAW-AMOUNT
                    TO WS-DRT-DRAW-AMOUNT (WS-DRT-COUNT)
               MOVE DL-CARRY-BALANCE
                    TO WS-DRT-CARRY-BAL (WS-DRT-COUNT)
           ELSE
               DISPLAY "DRAW TABLE FULL, ENTRY DROPPED FOR "
                       DL-SALESPERSON-NO
           END-IF
           PERFORM R2300-READ-DRAW-RECORD.

       R2300-READ-DRAW-RECORD.
           READ DRAW-LEDGER-IN
               AT END SET WS-DRAW-EOF TO TRUE
           END-READ.

      **************************************************************
      *   WRITE THE NEW DRAW LEDGER GENERATION WITH THE UPDATED    *
      *   CARRY BALANCES, AS PCS2PRG5 DOES                         *
      **************************************************************
       B450-WRITE-DRAW-LEDGER.
           PERFORM B470-WRITE-ONE-DRAW-ENTRY
               VARYING WS-DRT-SUB FROM 1 BY 1
               UNTIL WS-DRT-SUB > WS-DRT-COUNT.

       B470-WRITE-ONE-DRAW-ENTRY.
           MOVE WS-DRT-SLSP-NO (WS-DRT-SUB) TO DL-SALESPERSON-NO
           MOVE WS-DRT-DRAW-AMOUNT (WS-DRT-SUB) TO DL-DRAW-AMOUNT
           MOVE WS-DRT-CARRY-BAL (WS-DRT-SUB) TO DL-CARRY-BALANCE
           WRITE DRAW-LEDGER-OUT-RECORD FROM DRAW-LEDGER-RECORD.

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
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   WRITE THE SUPPLEMENTARY PAYROLL HEADER RECORD STAMPED    *
      *   WITH THE RUN DATE AND THE FIRST CLOSE DATE EXAMINED      *
      **************************************************************
       W150-WRITE-PAY-HEADER.
           MOVE WS-CURRENT-DATE TO WS-PH-RUN-DATE
           MOVE WS-FROM-CLOSE-DATE TO WS-PH-CLOSE-DATE
           WRITE PAYROLL-RECORD FROM WS-PAY-HEADER.

      **************************************************************
      *   WRITE THE SUPPLEMENTARY PAYROLL TRAILER WITH THE DETAIL  *
      *   COUNT AND TOTAL PAID CONTROL TOTALS                      *
      **************************************************************
       W160-WRITE-PAY-TRAILER.
           MOVE WS-NUM-PAY-DETAIL TO WS-PT-RECORD-COUNT
           MOVE WS-TOTAL-PAID-NOW TO WS-PT-TOTAL-COMM
           WRITE PAYROLL-RECORD FROM WS-PAY-TRAILER.

      **************************************************************
      *   PRINTS THE TOP OF ONE SALESPERSON'S ADJUSTMENT STATEMENT *
      *   WITH THE CARRY BALANCE THEY STARTED THE RUN WITH         *
      **************************************************************
       W200-PRINT-STATEMENT-HEAD.
           PERFORM W140-PRINT-HEAD
           MOVE WS-GRP-SLSP-NO TO WS-PRNT-SALESPERSON-NO
           MOVE WS-DRT-CARRY-BAL (WS-DRT-SUB) TO WS-PRNT-OPEN-CARRY
           WRITE PRINT-AREA FROM WS-PRNT-SLSP-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA FROM WS-COLUMN-HEADINGS
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA
           SET WS-SLSP-PRINTED TO TRUE.

      **************************************************************
      *   WRITE ONE SUPPLEMENTARY PAYROLL DETAIL FOR THE AMOUNT    *
      *   OF AN UNDERPAYMENT LEFT AFTER CARRY RECOVERY             *
      **************************************************************
       W210-WRITE-PAY-DETAIL.
           MOVE WS-GRP-SLSP-NO TO WS-PD-SALESPERSON-NO
           MOVE WS-GRP-CLOSE-DATE TO WS-PD-CLOSE-DATE
           MOVE WS-GRP-BRANCH-NO TO WS-PD-BRANCH-NO
           MOVE WS-GRP-NET-SALES TO WS-PD-NET-SALES
           MOVE WS-GRP-COMM-RATE TO WS-PD-COMM-RATE
           MOVE WS-ADJ-PAID-NOW TO WS-PD-COMM-AMOUNT
           WRITE PAYROLL-RECORD FROM WS-PAY-DETAIL
           ADD 1 TO WS-NUM-PAY-DETAIL.

      **************************************************************
      *               PRINTS ONE ADJUSTED CLOSE LINE               *
      **************************************************************
       W220-PRINT-ADJ-LINE.
           MOVE WS-GRP-CLOSE-DATE TO WS-PRNT-CLOSE-DATE
           MOVE CM-GROSS-COMM TO WS-PRNT-PAID-COMM
           MOVE WS-GRP-RECOMP-COMM TO WS-PRNT-RECOMP-COMM
           MOVE WS-ADJ-AMOUNT TO WS-PRNT-ADJ-AMOUNT
           IF WS-ADJ-AMOUNT > 0
               MOVE 'UNDERPAID' TO WS-PRNT-ADJ-STATUS
           ELSE
               MOVE 'OVERPAID ' TO WS-PRNT-ADJ-STATUS
           END-IF
           MOVE WS-ADJ-RECOVERED TO WS-PRNT-RECOVERED
           MOVE WS-ADJ-PAID-NOW TO WS-PRNT-PAID-NOW
           WRITE PRINT-AREA FROM WS-PRNT-ADJ-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   PRINTS THE SALESPERSON'S ADJUSTMENT TOTALS AND THE CARRY *
      *   BALANCE GOING ONTO THE NEW DRAW LEDGER                   *
      **************************************************************
       W230-PRINT-STATEMENT-TOTALS.
           MOVE 'TOTAL UNDERPAID         ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-SLSP-UNDERPAID TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL OVERPAID          ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-SLSP-OVERPAID TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'PAID ON SUPPLEMENTARY   ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-SLSP-PAID-NOW TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CARRY BALANCE FORWARD   ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-DRT-CARRY-BAL (WS-DRT-SUB) TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *               PRINTS THE CLOSING SUMMARY PAGE               *
      **************************************************************
       W240-PRINT-SUMMARY.
           PERFORM W140-PRINT-HEAD

           MOVE WS-FROM-CLOSE-DATE TO WS-PRNT-FROM-DATE
           WRITE PRINT-AREA FROM WS-PRNT-FROM-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CLOSES EXAMINED         ' TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-EXAMINED TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CLOSES ADJUSTED         ' TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-ADJUSTED TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'NOT ON PAID REGISTER    ' TO WS-PRNT-COUNT-LABEL
           MOVE WS-NUM-UNREGISTERED TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL UNDERPAID         ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-UNDERPAID TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL OVERPAID TO CARRY ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-OVERPAID TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL CARRY RECOVERED   ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-RECOVERED TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TOTAL SUPPLEMENTARY PAY ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-PAID-NOW TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.
