      *   INTERFACE CARRIES THE NETTED FIGURE, AND A SHORTFALL    *
      *   (COMMISSION UNDER THE DRAW) CARRIES FORWARD AS A        *
      *   RECOVERABLE BALANCE ON THE NEW LEDGER GENERATION.       *
      *   EVERY STATEMENT IS ALSO POSTED TO THE PERMANENT SLSCOMM *
      *   PAID-COMMISSION REGISTER (ONE ROW PER SALESPERSON PER   *
      *   CLOSE: GROSS COMMISSION, DRAW TAKEN, CARRY APPLIED AND  *
      *   NET PAID) FOR THE YEAR-END EARNINGS RUN, PCS2PRGM.      *
      *   A MODECRD CARD READING TRIAL PAYS THE TRIAL CLOSE LEFT  *
      *   ON SLSHTRL BY A TRIAL PCS2PRG4 INSTEAD: STATEMENTS ARE  *
      *   MARKED TRIAL, THE INTERFACE AND NEW DRAW LEDGER GO TO   *
      *   THE SLSPAYT AND SLSDRWT SCRATCH FILES, A PAYROLL        *
      *   INTERFACE PREVIEW PAGE IS PRINTED, AND SLSDRAW,         *
      *   SLSCOMM AND SLSSCHED ARE NOT TOUCHED.                   *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  SLSHIST            SALESHIST          DATED PERIOD-CLOSE *
      *                                        HISTORY VSAM KSDS  *
      *  SLSDRAW            DRAW-LEDGER-IN     CURRENT DRAW LEDGER*
      *  MODECRD            MODE-CARD          TRIAL-CLOSE CARD   *
      *  SLSHTRL            TRIAL-HISTORY      TRIAL-CLOSE        *
      *                                        SCRATCH HISTORY    *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *                                        FOR PAYROLL BUREAU *
      *  SLSDRAWO           DRAW-LEDGER-OUT    NEW DRAW LEDGER    *
      *                                        GENERATION         *
      *  SLSPAYT            TRIAL-PAY-FILE     TRIAL INTERFACE    *
      *                                        SCRATCH FILE       *
      *  SLSDRWT            TRIAL-DRAW-OUT     TRIAL DRAW LEDGER  *
      *                                        SCRATCH FILE       *
      *                                                           *
      *  INPUT/OUTPUT DD NAME  FILE IDENTIFIER   FILE DESCRIPTION *
      *  --------------------  ---------------   ---------------- *
      *  SLSCOMM               COMM-REGISTER     PAID-COMMISSION  *
      *                                          REGISTER KSDS    *
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
              FILE STATUS IS WS-SCH-STATUS.
            SELECT OVERRIDE-CARD ASSIGN TO OVRCRD
              FILE STATUS IS WS-OVR-STATUS.
            SELECT MODE-CARD ASSIGN TO MODECRD
              FILE STATUS IS WS-MOD-STATUS.
            SELECT TRIAL-HISTORY ASSIGN TO SLSHTRL
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS TH-KEY
              FILE STATUS IS WS-THS-STATUS.
            SELECT TRIAL-PAY-FILE ASSIGN TO SLSPAYT
              FILE STATUS IS WS-TPY-STATUS.
            SELECT TRIAL-DRAW-OUT ASSIGN TO SLSDRWT
              FILE STATUS IS WS-TDR-STATUS.
            SELECT COMM-REGISTER ASSIGN TO SLSCOMM
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS CM-KEY
              FILE STATUS IS WS-CMR-STATUS.
            SELECT STMTRPT ASSIGN TO PRNT.

       DATA DIVISION.
               88  OV-OVERRIDE           VALUE 'OVERRIDE'.
           05  FILLER                    PIC X(72).

       FD  MODE-CARD
           RECORDING MODE IS F.
       01  MODE-CARD-RECORD.
           05  MC-MODE                   PIC X(5).
               88  MC-TRIAL              VALUE 'TRIAL'.
           05  FILLER                    PIC X(75).

       FD  TRIAL-HISTORY.
       01  TRIAL-HISTORY-RECORD.
           05  TH-KEY                    PIC X(18).
           05  FILLER                    PIC X(32).

       FD  TRIAL-PAY-FILE
           RECORDING MODE IS F.
       01  TRIAL-PAY-RECORD              PIC X(60).

       FD  TRIAL-DRAW-OUT
           RECORDING MODE IS F.
       01  TRIAL-DRAW-OUT-RECORD         PIC X(23).

       FD  COMM-REGISTER.
      *COPY BOOK FOR PAID-COMMISSION REGISTER RECORD
       COPY CCS2SLSO.

       FD  STMTRPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).
      *    LAYOUT FOR THE 2ND HEADING LINE OF REPORT PRNTING       *
      **************************************************************
       01  WS-HEADING-LINE-2.
           03  WS-HL2-WATERMARK-1     PIC X(13)      VALUE SPACES.
           03  FILLER                 PIC X(22)      VALUE SPACES.
           03  FILLER                 PIC X(10)
                                      VALUE 'COMMISSION'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(9)       VALUE 'STATEMENT'.
           03  FILLER                 PIC X(16)      VALUE SPACES.
           03  WS-HL2-WATERMARK-2     PIC X(13)      VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE PERIOD LINE OF THE STATEMENT              *
           03  FILLER                 PIC X(42)
               VALUE 'SCHEDULE CHECK OVERRIDDEN BY OPERATOR CARD'.

      **************************************************************
      *    LAYOUTS FOR THE TRIAL PAYROLL INTERFACE PREVIEW PAGE     *
      **************************************************************
       01  WS-PRNT-PREVIEW-TITLE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(34)
               VALUE 'PAYROLL INTERFACE PREVIEW - TRIAL,'.
           03  FILLER                 PIC X(29)
               VALUE ' NOT SENT TO THE BUREAU      '.

       01  WS-PRNT-PREVIEW-HDR-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(16)
                                      VALUE 'HEADER RUN DATE '.
           03  WS-PRNT-PV-RUN-DATE    PIC 9(8).
           03  FILLER                 PIC X(13)
                                      VALUE '  CLOSE DATE '.
           03  WS-PRNT-PV-CLOSE-DATE  PIC 9(8).

       01  WS-PRNT-PREVIEW-COUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(16)
                                      VALUE 'DETAIL RECORDS  '.
           03  WS-PRNT-PV-COUNT       PIC Z(6)9.

       01  WS-TRIAL-NOTE-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(36)
               VALUE 'TRIAL PAYMENT - SLSPAY, SLSDRAW, SLS'.
           03  FILLER                 PIC X(30)
               VALUE 'COMM AND SLSSCHED NOT UPDATED '.

       01  WS-TRIAL-SCHED-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(36)
               VALUE 'CLOSE ALREADY PAID ON SLSSCHED - THE'.
           03  FILLER                 PIC X(29)
               VALUE ' LIVE PAYMENT WOULD REFUSE   '.

      **************************************************************
      *    LAYOUT FOR THE CURRENT DATE OF THE REPORT DATE          *
      **************************************************************
               88  WS-PREREQ-OK                         VALUE "Y".
           05  WS-OVERRIDE-SWITCH        PIC X          VALUE "N".
               88  WS-OVERRIDE-ON                       VALUE "Y".
           05  WS-CREG-AVAIL-SWITCH      PIC X          VALUE "N".
               88  WS-CREG-AVAILABLE                    VALUE "Y".
           05  WS-TRIAL-SWITCH           PIC X          VALUE "N".
               88  WS-TRIAL-RUN                         VALUE "Y".
           05  WS-SCHED-WARN-SWITCH      PIC X          VALUE "N".
               88  WS-SCHED-WARN                        VALUE "Y".
           05  WS-HIST-SOURCE-SWITCH     PIC X          VALUE "N".
               88  WS-READ-TRIAL-HIST                   VALUE "Y".

      **************************************************************
      *    TIERED COMMISSION RATE TABLE LOADED FROM SLSRATE AT     *
           03  WS-NET-DUE                PIC S9(7)V99   VALUE ZERO.
           03  WS-CARRY-FWD              PIC S9(7)V99   VALUE ZERO.
           03  WS-TOTAL-NET-DUE          PIC S9(9)V99   VALUE ZERO.
           03  WS-CMR-STATUS             PIC XX         VALUE SPACES.
           03  WS-CARRY-APPLIED          PIC S9(7)V99   VALUE ZERO.
           03  WS-LAST-REG-SLSP-NO       PIC 9(5)       VALUE ZERO.
           03  WS-MOD-STATUS             PIC XX         VALUE SPACES.
           03  WS-THS-STATUS             PIC XX         VALUE SPACES.
           03  WS-TPY-STATUS             PIC XX         VALUE SPACES.
           03  WS-TDR-STATUS             PIC XX         VALUE SPACES.
           03  WS-TOTAL-DRAW-TAKEN       PIC S9(9)V99   VALUE ZERO.
           03  WS-TOTAL-CARRY-FWD        PIC S9(9)V99   VALUE ZERO.

      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       A000-MAINLINE.
           PERFORM R090-READ-MODE-CARD
           OPEN INPUT SALESHIST
           IF WS-HIST-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-HIST-STATUS = ", WS-HIST-STATUS
               PERFORM B400-LOAD-DRAW-LEDGER
               PERFORM B100-FIND-LATEST-CLOSE
               CLOSE SALESHIST
               IF WS-TRIAL-RUN
                   PERFORM B110-FIND-TRIAL-CLOSE
               END-IF
               IF WS-LATEST-CLOSE-DATE EQUAL ZERO
                   DISPLAY "NO CLOSED PERIODS ON SALESHIST"
               ELSE
                               " - CLOSE " WS-LATEST-CLOSE-DATE
                               " WAS ALREADY PAID"
                   ELSE
                   IF NOT WS-TRIAL-RUN
                       PERFORM V100-OPEN-COMM-REGISTER
                   END-IF
                   IF NOT WS-CREG-AVAILABLE
                      AND NOT WS-TRIAL-RUN
                       DISPLAY "PAYMENT REFUSED - PAID-COMMISSION"
                               " REGISTER NOT AVAILABLE, STATUS: "
                               WS-CMR-STATUS
                   ELSE
                   PERFORM V110-OPEN-PAYMENT-FILES
                   PERFORM W150-WRITE-PAY-HEADER
                   MOVE 'N' TO WS-SALESHIST-EOF-SWITCH
                   PERFORM R2000-READ-SALESHIST
                   PERFORM W160-WRITE-PAY-TRAILER
                   PERFORM B450-WRITE-DRAW-LEDGER
                   PERFORM W240-PRINT-SUMMARY
                   IF WS-TRIAL-RUN
                       PERFORM W250-PRINT-PAY-PREVIEW
                       CLOSE TRIAL-HISTORY
                             TRIAL-PAY-FILE
                             TRIAL-DRAW-OUT
                             STMTRPT
                   ELSE
                       PERFORM W260-RECORD-SCHEDULE
                       CLOSE SALESHIST
                             PAYROLL-INTERFACE
                             DRAW-LEDGER-OUT
                             COMM-REGISTER
                             STMTRPT
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PREREQ-OK AND WS-OVERRIDE-ON
               MOVE 'Y' TO WS-PREREQ-OK-SWITCH
               DISPLAY "SCHEDULE CHECK OVERRIDDEN BY OPERATOR CARD"
           END-IF
           IF NOT WS-PREREQ-OK AND WS-TRIAL-RUN
               MOVE 'Y' TO WS-PREREQ-OK-SWITCH
               SET WS-SCHED-WARN TO TRUE
           END-IF.

       V092-SCAN-SCHEDULE-ENTRY.
           END-IF
           PERFORM R2400-READ-SCHEDULE.

      **************************************************************
      *   OPEN THE PAID-COMMISSION REGISTER FOR UPDATE, OR CREATE  *
      *   IT ON THE FIRST-EVER PAYMENT RUN. NOTHING IS PAID THAT   *
      *   CANNOT BE REGISTERED FOR THE YEAR-END EARNINGS RUN       *
      **************************************************************
       V100-OPEN-COMM-REGISTER.
           OPEN I-O COMM-REGISTER
           IF WS-CMR-STATUS NOT EQUAL "00"
               OPEN OUTPUT COMM-REGISTER
               IF WS-CMR-STATUS EQUAL "00"
                   DISPLAY "NO PAID-COMMISSION REGISTER, CREATING "
                           "SLSCOMM"
                   CLOSE COMM-REGISTER
                   OPEN I-O COMM-REGISTER
               END-IF
           END-IF
           IF WS-CMR-STATUS EQUAL "00"
               SET WS-CREG-AVAILABLE TO TRUE
           END-IF.

      **************************************************************
      *   OPEN THE PAYMENT PASS FILES. A TRIAL PAYMENT READS THE   *
      *   TRIAL CLOSE FROM SLSHTRL AND WRITES ONLY THE SCRATCH     *
      *   INTERFACE AND DRAW LEDGER FILES                          *
      **************************************************************
       V110-OPEN-PAYMENT-FILES.
           IF WS-TRIAL-RUN
               OPEN INPUT TRIAL-HISTORY
                    OUTPUT TRIAL-PAY-FILE
                           TRIAL-DRAW-OUT
                           STMTRPT
           ELSE
               OPEN INPUT SALESHIST
                    OUTPUT PAYROLL-INTERFACE
                           DRAW-LEDGER-OUT
                           STMTRPT
           END-IF.

      **************************************************************
      *   READ THE CLOSE MODE CARD. A CARD READING TRIAL MAKES     *
      *   THIS A TRIAL PAYMENT; NO CARD OR ANY OTHER VALUE IS THE  *
      *   LIVE PAYMENT RUN                                         *
      **************************************************************
       R090-READ-MODE-CARD.
           OPEN INPUT MODE-CARD
           IF WS-MOD-STATUS EQUAL "00"
               READ MODE-CARD
               IF WS-MOD-STATUS EQUAL "00" AND MC-TRIAL
                   SET WS-TRIAL-RUN TO TRUE
                   MOVE '*** TRIAL ***' TO WS-HL2-WATERMARK-1
                                           WS-HL2-WATERMARK-2
                   DISPLAY "TRIAL PAYMENT - NO LIVE FILE IS UPDATED"
               END-IF
               CLOSE MODE-CARD
           END-IF.

      **************************************************************
      *   READ THE OPERATOR OVERRIDE CARD. ONLY A CARD READING     *
      *   OVERRIDE WAIVES A FAILED SCHEDULE CHECK                  *
           PERFORM R2000-READ-SALESHIST
           PERFORM B150-SCAN-CLOSE-DATES UNTIL WS-SALESHIST-EOF.

      **************************************************************
      *   TRIAL PAYMENT: THE TRIAL CLOSE ON SLSHTRL IS THE         *
      *   GENERATION TO PAY, AND THE LATEST LIVE CLOSE FOUND ON    *
      *   SALESHIST BECOMES THE START OF ITS PERIOD. AN EMPTY OR   *
      *   MISSING SLSHTRL MEANS THERE IS NOTHING TO PAY            *
      **************************************************************
       B110-FIND-TRIAL-CLOSE.
           OPEN INPUT TRIAL-HISTORY
           IF WS-THS-STATUS EQUAL "00"
               SET WS-READ-TRIAL-HIST TO TRUE
               MOVE 'N' TO WS-SALESHIST-EOF-SWITCH
               PERFORM R2000-READ-SALESHIST
               IF WS-SALESHIST-EOF
                   MOVE ZERO TO WS-LATEST-CLOSE-DATE
               ELSE
                   PERFORM B150-SCAN-CLOSE-DATES
                       UNTIL WS-SALESHIST-EOF
               END-IF
               CLOSE TRIAL-HISTORY
           ELSE
               MOVE ZERO TO WS-LATEST-CLOSE-DATE
           END-IF
           IF WS-LATEST-CLOSE-DATE EQUAL ZERO
               DISPLAY "NO TRIAL CLOSE ON SLSHTRL - RUN PCS2PRG4 "
                       "WITH THE TRIAL CARD FIRST"
           END-IF.

       B150-SCAN-CLOSE-DATES.
           IF SH-CLOSE-DATE > WS-LATEST-CLOSE-DATE
               MOVE WS-LATEST-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
           PERFORM R2000-READ-SALESHIST.

      **************************************************************
      *   READS THE HISTORY FILE, OR THE TRIAL CLOSE ON SLSHTRL    *
      *   ONCE A TRIAL PAYMENT HAS SWITCHED TO IT                  *
      **************************************************************
       R2000-READ-SALESHIST.
           IF WS-READ-TRIAL-HIST
               READ TRIAL-HISTORY INTO SALES-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-SALESHIST-EOF-SWITCH
               END-READ
           ELSE
               READ SALESHIST
                   AT END MOVE 'Y' TO WS-SALESHIST-EOF-SWITCH
               END-READ
           END-IF.

      **************************************************************
      *               OBTAIN THE CURRENT DATE                      *

           PERFORM W200-PRINT-STATEMENT-PAGE
           PERFORM W210-WRITE-PAY-DETAIL
           IF NOT WS-TRIAL-RUN
               PERFORM W220-POST-COMM-REGISTER
           END-IF

           ADD 1 TO WS-NUM-PAID
           ADD WS-COMM-AMOUNT TO WS-TOTAL-COMM
           ADD WS-NET-DUE TO WS-TOTAL-NET-DUE
           ADD WS-DRAW-TAKEN TO WS-TOTAL-DRAW-TAKEN.

      **************************************************************
      *   NET THE GUARANTEED DRAW AND ANY CARRIED SHORTFALL OUT    *
      **************************************************************
      *   WRITE THE NEW DRAW LEDGER GENERATION WITH THE UPDATED    *
      *   CARRY BALANCES, THE WAY PCS2PRGB WRITES ITS NEW RATE     *
      *   TABLE GENERATION. A TRIAL PAYMENT WRITES IT TO SLSDRWT   *
      **************************************************************
       B450-WRITE-DRAW-LEDGER.
           PERFORM B470-WRITE-ONE-DRAW-ENTRY
           MOVE WS-DRT-SLSP-NO (WS-DRT-SUB) TO DL-SALESPERSON-NO
           MOVE WS-DRT-DRAW-AMOUNT (WS-DRT-SUB) TO DL-DRAW-AMOUNT
           MOVE WS-DRT-CARRY-BAL (WS-DRT-SUB) TO DL-CARRY-BALANCE
           ADD WS-DRT-CARRY-BAL (WS-DRT-SUB) TO WS-TOTAL-CARRY-FWD
           IF WS-TRIAL-RUN
               WRITE TRIAL-DRAW-OUT-RECORD FROM DRAW-LEDGER-RECORD
           ELSE
               WRITE DRAW-LEDGER-OUT-RECORD FROM DRAW-LEDGER-RECORD
           END-IF.

      **************************************************************
      *               PRINTS THE HEADER LINES                      *
       W150-WRITE-PAY-HEADER.
           MOVE WS-CURRENT-DATE TO WS-PH-RUN-DATE
           MOVE WS-LATEST-CLOSE-DATE TO WS-PH-CLOSE-DATE
           IF WS-TRIAL-RUN
               WRITE TRIAL-PAY-RECORD FROM WS-PAY-HEADER
           ELSE
               WRITE PAYROLL-RECORD FROM WS-PAY-HEADER
           END-IF.

      **************************************************************
      *   WRITE ONE PAYROLL INTERFACE DETAIL RECORD PER STATEMENT. *
           MOVE SH-NET-SALES TO WS-PD-NET-SALES
           MOVE SH-COMM-RATE TO WS-PD-COMM-RATE
           MOVE WS-NET-DUE TO WS-PD-COMM-AMOUNT
           IF WS-TRIAL-RUN
               WRITE TRIAL-PAY-RECORD FROM WS-PAY-DETAIL
           ELSE
               WRITE PAYROLL-RECORD FROM WS-PAY-DETAIL
           END-IF.

      **************************************************************
      *   POST THE STATEMENT TO THE PAID-COMMISSION REGISTER. THE  *
      *   HISTORY KSDS RETURNS A SALESPERSON'S RECORDS FOR ONE     *
      *   CLOSE TOGETHER, SO A SECOND RECORD FOR THE SAME PERSON   *
      *   (A MID-PERIOD TRANSFER) ADDS INTO THE ROW JUST WRITTEN.  *
      *   THE FIRST RECORD REPLACES ANY ROW ALREADY ON FILE FOR    *
      *   THE CLOSE, SO A PAYMENT RE-RUN UNDER THE OVERRIDE CARD   *
      *   LEAVES THE REGISTER HOLDING WHAT WAS LAST SENT TO THE    *
      *   BUREAU RATHER THAN DOUBLE                                *
      **************************************************************
       W220-POST-COMM-REGISTER.
           COMPUTE WS-CARRY-APPLIED = WS-PRIOR-CARRY - WS-CARRY-FWD
           END-COMPUTE
           MOVE SH-SALESPERSON-NO TO CM-SALESPERSON-NO
           MOVE SH-CLOSE-DATE TO CM-CLOSE-DATE
           IF SH-SALESPERSON-NO EQUAL WS-LAST-REG-SLSP-NO
               READ COMM-REGISTER
               IF WS-CMR-STATUS EQUAL "00"
                   ADD SH-NET-SALES TO CM-NET-SALES
                   ADD WS-COMM-AMOUNT TO CM-GROSS-COMM
                   ADD WS-DRAW-TAKEN TO CM-DRAW-TAKEN
                   ADD WS-CARRY-APPLIED TO CM-CARRY-APPLIED
                   ADD WS-NET-DUE TO CM-NET-PAID
                   MOVE WS-CARRY-FWD TO CM-CARRY-FORWARD
                   IF SH-TERMED
                       MOVE SH-STATUS TO CM-STATUS
                   END-IF
                   REWRITE PAID-COMMISSION-RECORD
               END-IF
           ELSE
               MOVE SH-BRANCH-NO TO CM-BRANCH-NO
               MOVE WS-PRIOR-CLOSE-DATE TO CM-PERIOD-FROM-DATE
               MOVE SH-NET-SALES TO CM-NET-SALES
               MOVE WS-COMM-AMOUNT TO CM-GROSS-COMM
               MOVE WS-DRAW-TAKEN TO CM-DRAW-TAKEN
               MOVE WS-CARRY-APPLIED TO CM-CARRY-APPLIED
               MOVE WS-NET-DUE TO CM-NET-PAID
               MOVE WS-CARRY-FWD TO CM-CARRY-FORWARD
               MOVE WS-CURRENT-DATE TO CM-PAID-DATE
               MOVE SH-STATUS TO CM-STATUS
               WRITE PAID-COMMISSION-RECORD
               IF WS-CMR-STATUS EQUAL "22"
                   REWRITE PAID-COMMISSION-RECORD
               END-IF
           END-IF
           IF WS-CMR-STATUS NOT EQUAL "00"
               DISPLAY "PROBLEM POSTING PAID-COMMISSION REGISTER FOR "
                       SH-SALESPERSON-NO ", STATUS: " WS-CMR-STATUS
           END-IF
           MOVE SH-SALESPERSON-NO TO WS-LAST-REG-SLSP-NO.

      **************************************************************
      *   WRITE THE PAYROLL INTERFACE TRAILER RECORD CARRYING THE  *
       W160-WRITE-PAY-TRAILER.
           MOVE WS-NUM-PAID TO WS-PT-RECORD-COUNT
           MOVE WS-TOTAL-NET-DUE TO WS-PT-TOTAL-COMM
           IF WS-TRIAL-RUN
               WRITE TRIAL-PAY-RECORD FROM WS-PAY-TRAILER
           ELSE
               WRITE PAYROLL-RECORD FROM WS-PAY-TRAILER
           END-IF.

      **************************************************************
      *               PRINTS THE CLOSING SUMMARY LINE               *
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF.

      **************************************************************
      *   TRIAL PAYMENT ONLY: A PAGE PREVIEWING THE PAYROLL        *
      *   INTERFACE CONTROL TOTALS THE LIVE RUN WOULD SEND - THE   *
      *   HEADER DATES, THE DETAIL COUNT AND TRAILER TOTAL - WITH  *
      *   THE DRAW TAKEN AND THE CARRY LEFT ON THE NEW LEDGER      *
      **************************************************************
       W250-PRINT-PAY-PREVIEW.
           PERFORM W140-PRINT-HEAD
           WRITE PRINT-AREA FROM WS-PRNT-PREVIEW-TITLE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA FROM WS-TRIAL-NOTE-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA
           IF WS-SCHED-WARN
               WRITE PRINT-AREA FROM WS-TRIAL-SCHED-LINE
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF

           MOVE WS-PH-RUN-DATE TO WS-PRNT-PV-RUN-DATE
           MOVE WS-PH-CLOSE-DATE TO WS-PRNT-PV-CLOSE-DATE
           WRITE PRINT-AREA FROM WS-PRNT-PREVIEW-HDR-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE WS-PT-RECORD-COUNT TO WS-PRNT-PV-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-PREVIEW-COUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'TRAILER TOTAL' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-PT-TOTAL-COMM TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'COMMISSION   ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-COMM TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'DRAW TAKEN   ' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-DRAW-TAKEN TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE 'CARRY FORWARD' TO WS-PRNT-AMOUNT-LABEL
           MOVE WS-TOTAL-CARRY-FWD TO WS-PRNT-AMOUNT
           WRITE PRINT-AREA FROM WS-PRNT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.
