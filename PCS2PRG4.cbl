      *   THE SALES FROZEN AT EACH TRANSFERRED SALESPERSON'S OLD  *
      *   BRANCH TO THAT BRANCH, AND THE LEDGER IS THEN EMPTIED   *
      *   FOR THE NEXT PERIOD.                                    *
      *   A MODECRD CARD READING TRIAL RUNS THE SAME CLOSE AS A   *
      *   PREVIEW: HISTORY GOES TO THE SLSHTRL SCRATCH KSDS FOR   *
      *   A TRIAL PCS2PRG5, THE REPORT IS MARKED TRIAL, AND       *
      *   SALESMAST, SALESHIST, SLSXFER AND SLSSCHED ARE LEFT     *
      *   EXACTLY AS THEY WERE.                                   *
      *                                                           *
      *  INPUT/OUTPUT DD NAME  FILE IDENTIFIER   FILE DESCRIPTION *
      *  --------------------  ---------------   ---------------- *
      *                                          CONTROL FILE     *
      *  OVRCRD                OVERRIDE-CARD     OPERATOR         *
      *                                          OVERRIDE CARD    *
      *  MODECRD               MODE-CARD         TRIAL-CLOSE      *
      *                                          CONTROL CARD     *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  SLSHIST            SALESHIST          DATED PERIOD-CLOSE *
      *                                        HISTORY VSAM KSDS  *
      *  SLSHTRL            TRIAL-HISTORY      TRIAL-CLOSE        *
      *                                        SCRATCH HISTORY    *
      *                                        KSDS (REUSE)       *
      *  PRNT               CLOSERPT           SYSOUT REPORT FILE *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
              FILE STATUS IS WS-SCH-STATUS.
            SELECT OVERRIDE-CARD ASSIGN TO OVRCRD
              FILE STATUS IS WS-OVR-STATUS.
            SELECT MODE-CARD ASSIGN TO MODECRD
              FILE STATUS IS WS-MOD-STATUS.
            SELECT TRIAL-HISTORY ASSIGN TO SLSHTRL
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS TH-KEY
              FILE STATUS IS WS-THS-STATUS.
            SELECT CLOSERPT ASSIGN TO PRNT.

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

       FD  CLOSERPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).
      *    LAYOUT FOR THE 2ND HEADING LINE OF REPORT PRNTING       *
      **************************************************************
       01  WS-HEADING-LINE-2.
           03  WS-HL2-WATERMARK-1     PIC X(13)      VALUE SPACES.
           03  FILLER                 PIC X(20)      VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'PERIOD'.
           03  FILLER                 PIC X          VALUE SPACES.
           03  FILLER                 PIC X(5)       VALUE 'CLOSE'.
           03  FILLER                 PIC X(20)      VALUE SPACES.
           03  WS-HL2-WATERMARK-2     PIC X(13)      VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE DETAIL LINE OF REPORT PRINTING           *
           03  FILLER                 PIC X(42)
               VALUE 'SCHEDULE CHECK OVERRIDDEN BY OPERATOR CARD'.

      **************************************************************
      *    LAYOUT FOR THE TRIAL-CLOSE NOTE LINES                   *
      **************************************************************
       01  WS-TRIAL-NOTE-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(36)
               VALUE 'TRIAL CLOSE - SALESMAST, SALESHIST, '.
           03  FILLER                 PIC X(34)
               VALUE 'SLSXFER AND SLSSCHED NOT UPDATED  '.

       01  WS-TRIAL-SCHED-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(36)
               VALUE 'NO CLEAN PCS2PRG7 BALANCING TODAY - '.
           03  FILLER                 PIC X(29)
               VALUE 'THE LIVE CLOSE WOULD REFUSE  '.

      **************************************************************
      *    LAYOUT FOR THE TRANSFER ARCHIVE DETAIL LINE             *
      **************************************************************
               88  WS-PREREQ-OK                         VALUE "Y".
           05  WS-OVERRIDE-SWITCH        PIC X          VALUE "N".
               88  WS-OVERRIDE-ON                       VALUE "Y".
           05  WS-TRIAL-SWITCH           PIC X          VALUE "N".
               88  WS-TRIAL-RUN                         VALUE "Y".
           05  WS-SCHED-WARN-SWITCH      PIC X          VALUE "N".
               88  WS-SCHED-WARN                        VALUE "Y".

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
           03  WS-XFR-STATUS             PIC XX         VALUE SPACES.
           03  WS-SCH-STATUS             PIC XX         VALUE SPACES.
           03  WS-OVR-STATUS             PIC XX         VALUE SPACES.
           03  WS-MOD-STATUS             PIC XX         VALUE SPACES.
           03  WS-THS-STATUS             PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-NUM-CLOSED             PIC 9(5)       VALUE ZERO.
           03  WS-NUM-XFER-ARCHIVED      PIC 9(5)       VALUE ZERO.
       PROCEDURE DIVISION.
       A000-MAINLINE.
           PERFORM U100-FORMAT-DATE.
           PERFORM R090-READ-MODE-CARD.
           PERFORM V090-CHECK-SCHEDULE.
           IF NOT WS-PREREQ-OK
               DISPLAY "CLOSE REFUSED BY SCHEDULE CONTROL - "
                       "NO CLEAN PCS2PRG7 BALANCING RUN TODAY"
               STOP RUN
           END-IF.
           IF WS-TRIAL-RUN
               PERFORM V110-OPEN-TRIAL-HISTORY
               IF WS-THS-STATUS NOT EQUAL "00"
                   DISPLAY "TRIAL CLOSE REFUSED - SLSHTRL NOT "
                           "AVAILABLE, STATUS: " WS-THS-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT SALESMAST
                    OUTPUT CLOSERPT
           ELSE
               PERFORM V100-OPEN-HISTORY-FOR-APPEND
               OPEN I-O SALESMAST
                    OUTPUT CLOSERPT
           END-IF.

           IF WS-IN-STATUS NOT EQUAL "00"
               DISPLAY "FILE ERROR WS-IN-STATUS = ", WS-IN-STATUS
           ELSE
                         AFTER ADVANCING 1 LINES
                   MOVE SPACES TO PRINT-AREA
               END-IF
               IF WS-TRIAL-RUN
                   PERFORM W150-PRINT-TRIAL-NOTES
               END-IF
               PERFORM R2000-READ-NEXT-SALESMAST
               PERFORM UNTIL WS-SALESMAST-EOF
                   PERFORM C100-CLOSE-SALESPERSON-PERIOD
               END-PERFORM
               PERFORM B200-ARCHIVE-TRANSFERS
               PERFORM W240-PRINT-SUMMARY
               IF NOT WS-TRIAL-RUN
                   PERFORM W260-RECORD-SCHEDULE
               END-IF
               CLOSE SALESMAST
                     CLOSERPT
           END-IF

           IF WS-TRIAL-RUN
               CLOSE TRIAL-HISTORY
           ELSE
               CLOSE SALESHIST
           END-IF.
           STOP RUN.

      **************************************************************
      *   READ THE CLOSE MODE CARD. A CARD READING TRIAL MAKES     *
      *   THIS A TRIAL CLOSE; NO CARD OR ANY OTHER VALUE IS THE    *
      *   LIVE CLOSE                                               *
      **************************************************************
       R090-READ-MODE-CARD.
           OPEN INPUT MODE-CARD
           IF WS-MOD-STATUS EQUAL "00"
               READ MODE-CARD
               IF WS-MOD-STATUS EQUAL "00" AND MC-TRIAL
                   SET WS-TRIAL-RUN TO TRUE
                   MOVE '*** TRIAL ***' TO WS-HL2-WATERMARK-1
                                           WS-HL2-WATERMARK-2
                   DISPLAY "TRIAL CLOSE - NO LIVE FILE IS UPDATED"
               END-IF
               CLOSE MODE-CARD
           END-IF.

      **************************************************************
      *   CHECK THE SLSSCHED JOB-SEQUENCE CONTROL FILE BEFORE      *
      *   TOUCHING THE MASTER. THE CLOSE REFUSES TO RUN UNTIL A    *
           IF NOT WS-PREREQ-OK AND WS-OVERRIDE-ON
               SET WS-PREREQ-OK TO TRUE
               DISPLAY "SCHEDULE CHECK OVERRIDDEN BY OPERATOR CARD"
           END-IF
           IF NOT WS-PREREQ-OK AND WS-TRIAL-RUN
               SET WS-PREREQ-OK TO TRUE
               SET WS-SCHED-WARN TO TRUE
           END-IF.

       V092-SCAN-SCHEDULE-ENTRY.
               END-IF
           END-IF.

      **************************************************************
      *   A TRIAL CLOSE STARTS THE SCRATCH HISTORY KSDS EMPTY      *
      *   EVERY TIME, THEN REOPENS IT FOR UPDATE SO A TRANSFER     *
      *   CAN FOLD INTO A ROW ALREADY WRITTEN, AS ON SALESHIST     *
      **************************************************************
       V110-OPEN-TRIAL-HISTORY.
           OPEN OUTPUT TRIAL-HISTORY
           IF WS-THS-STATUS EQUAL "00"
               CLOSE TRIAL-HISTORY
               OPEN I-O TRIAL-HISTORY
           END-IF.

      **************************************************************
      *   HISTORY I/O FOR THE CLOSE. A TRIAL CLOSE WRITES, READS   *
      *   AND REWRITES THE SLSHTRL SCRATCH FILE INSTEAD OF         *
      *   SALESHIST; EITHER WAY THE STATUS COMES BACK IN           *
      *   WS-HIST-STATUS                                           *
      **************************************************************
       U300-WRITE-HISTORY.
           IF WS-TRIAL-RUN
               WRITE TRIAL-HISTORY-RECORD FROM SALES-HISTORY-RECORD
               MOVE WS-THS-STATUS TO WS-HIST-STATUS
           ELSE
               WRITE SALES-HISTORY-RECORD
           END-IF.

       U310-READ-HISTORY.
           IF WS-TRIAL-RUN
               MOVE SH-KEY TO TH-KEY
               READ TRIAL-HISTORY INTO SALES-HISTORY-RECORD
               MOVE WS-THS-STATUS TO WS-HIST-STATUS
           ELSE
               READ SALESHIST
           END-IF.

       U320-REWRITE-HISTORY.
           IF WS-TRIAL-RUN
               REWRITE TRIAL-HISTORY-RECORD FROM SALES-HISTORY-RECORD
               MOVE WS-THS-STATUS TO WS-HIST-STATUS
           ELSE
               REWRITE SALES-HISTORY-RECORD
           END-IF.

      **************************************************************
      *   READ SALESMAST IN KEY SEQUENCE, ONE SALESPERSON AT A TIME *
      **************************************************************
      *   LIVE MASTER FIELDS ZEROED SO THE NEXT PERIOD STARTS      *
      *   FROM ZERO; A TERMINATED SALESPERSON'S HISTORY RECORD IS  *
      *   FLAGGED FOR THE PCS2PRG5 FINAL SETTLEMENT AND THE        *
      *   MASTER RECORD IS ARCHIVED OFF THE FILE. A TRIAL CLOSE    *
      *   ONLY COUNTS WHAT THE LIVE CLOSE WOULD ARCHIVE OFF        *
      **************************************************************
       C100-CLOSE-SALESPERSON-PERIOD.
           MOVE WS-CLOSE-DATE-CAT TO SH-CLOSE-DATE
                   SALESPERSON-RETURN-SALES
           MOVE SALESPERSON-COMM-RATE TO SH-COMM-RATE
           MOVE SALESPERSON-STATUS TO SH-STATUS
           PERFORM U300-WRITE-HISTORY
           IF WS-HIST-STATUS NOT EQUAL "00"
              AND WS-HIST-STATUS NOT EQUAL "02"
               DISPLAY "PROBLEM ARCHIVING SALESPERSON "
           ADD SALESPERSON-GROSS-SALES TO WS-TOTAL-GROSS
           ADD SALESPERSON-RETURN-SALES TO WS-TOTAL-RETURN

           IF WS-TRIAL-RUN
               IF SALESPERSON-TERMED
                   ADD 1 TO WS-NUM-TERMED
               END-IF
           ELSE
               PERFORM C150-RESET-MASTER
           END-IF.

      **************************************************************
      *   LIVE CLOSE ONLY: ARCHIVE A TERMINATED SALESPERSON OFF    *
      *   SALESMAST, OR ZERO THE LIVE PERIOD FIELDS FOR EVERYONE   *
      *   ELSE                                                     *
      **************************************************************
       C150-RESET-MASTER.
           IF SALESPERSON-TERMED
               DELETE SALESMAST RECORD
               IF WS-IN-STATUS NOT EQUAL "00"
      *   EARNED AT THE OLD BRANCH TO THAT BRANCH FOR THIS CLOSE.  *
      *   THE LEDGER IS THEN EMPTIED SO THE NEXT PERIOD'S CLOSE    *
      *   NEVER ARCHIVES THE SAME TRANSFER TWICE. A MISSING        *
      *   LEDGER MEANS NO ONE TRANSFERRED THIS PERIOD. A TRIAL     *
      *   CLOSE LEAVES THE LEDGER IN PLACE FOR THE LIVE CLOSE      *
      **************************************************************
       B200-ARCHIVE-TRANSFERS.
           OPEN INPUT TRANSFER-FILE
               PERFORM R2100-READ-TRANSFER
               PERFORM C200-ARCHIVE-ONE-TRANSFER UNTIL WS-XFER-EOF
               CLOSE TRANSFER-FILE
               IF NOT WS-TRIAL-RUN
                   PERFORM V200-RESET-TRANSFER-FILE
               END-IF
           END-IF.

       C200-ARCHIVE-ONE-TRANSFER.
                   XF-FROZEN-RETURN-SALES
           MOVE XF-COMM-RATE TO SH-COMM-RATE
           MOVE 'A' TO SH-STATUS
           PERFORM U300-WRITE-HISTORY
           IF WS-HIST-STATUS EQUAL "22"
               PERFORM C250-FOLD-INTO-EXISTING
           ELSE
           MOVE XF-SALESPERSON-NO TO SH-SALESPERSON-NO
           MOVE WS-CLOSE-DATE-CAT TO SH-CLOSE-DATE
           MOVE XF-OLD-BRANCH-NO TO SH-BRANCH-NO
           PERFORM U310-READ-HISTORY
           IF WS-HIST-STATUS EQUAL "00"
              OR WS-HIST-STATUS EQUAL "02"
               ADD XF-FROZEN-GROSS-SALES TO SH-GROSS-SALES
               ADD XF-FROZEN-RETURN-SALES TO SH-RETURN-SALES
               COMPUTE SH-NET-SALES = SH-GROSS-SALES -
                       SH-RETURN-SALES
               PERFORM U320-REWRITE-HISTORY
               IF WS-HIST-STATUS NOT EQUAL "00"
                  AND WS-HIST-STATUS NOT EQUAL "02"
                   DISPLAY "PROBLEM FOLDING TRANSFER FOR "
               AT END MOVE 'Y' TO WS-XFER-EOF-SWITCH
           END-READ.

      **************************************************************
      *   PRINTS THE TRIAL-CLOSE NOTES UNDER THE HEADING           *
      **************************************************************
       W150-PRINT-TRIAL-NOTES.
           WRITE PRINT-AREA FROM WS-TRIAL-NOTE-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA
           IF WS-SCHED-WARN
               WRITE PRINT-AREA FROM WS-TRIAL-SCHED-LINE
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF.

      **************************************************************
      *               PRINTS ONE TRANSFER ARCHIVE LINE              *
      **************************************************************
