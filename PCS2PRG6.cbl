           03  WS-RSB-DELETE-COUNT       PIC 9(3)       VALUE ZEROES.
           03  WS-RSB-CHANGE-COUNT       PIC 9(3)       VALUE ZEROES.
           03  WS-RSB-XFER-COUNT         PIC 9(3)       VALUE ZEROES.
           03  WS-RSB-SPLIT-COUNT        PIC 9(3)       VALUE ZEROES.
           03  WS-RSB-HASH-TOTAL         PIC 9(9)V99    VALUE ZERO.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-CORR-SUB               PIC 9(3) COMP  VALUE ZERO.
      *   APPLY ONE CORRECTION CARD IF IT IS KEYED TO THE SUSPENSE *
      *   ITEM IN HAND. FIELD IDS COVER THE STATIC TRANSACTION     *
      *   FIELDS AND EVERY FIELD OF THE THREE TRANS-DATA VIEWS;    *
      *   'OS' RE-KEYS THE ORIGINAL SALE NUMBER ON A RETURN, 'SA'  *
      *   ALSO RE-KEYS THE AMOUNT OF A SPLIT SALE AND 'DL' DROPS   *
      *   THE ITEM FROM SUSPENSE ALTOGETHER                        *
      **************************************************************
       C100-APPLY-ONE-CORRECTION.
           IF WS-CORR-TRN-NO (WS-CORR-SUB) EQUAL RJ-TRN-NO
                       MOVE WS-TRANS-MAINTENANCE TO TRANS-DATA
                       SET WS-ITEM-CORRECTED TO TRUE
                   WHEN 'SA'
                       IF TRANS-SPLIT
                           MOVE TRANS-DATA TO WS-TRANS-SPLIT
                           MOVE WS-APPLY-AMOUNT TO WS-SPLIT-AMOUNT
                           MOVE WS-TRANS-SPLIT TO TRANS-DATA
                       ELSE
                           MOVE TRANS-DATA TO WS-TRANS-SALE
                           MOVE WS-APPLY-AMOUNT TO WS-SALES-AMOUNT
                           MOVE WS-TRANS-SALE TO TRANS-DATA
                       END-IF
                       SET WS-ITEM-CORRECTED TO TRUE
                   WHEN 'DC'
                       MOVE TRANS-DATA TO WS-TRANS-SALE
                       MOVE WS-APPLY-AMOUNT TO WS-RETURN-AMOUNT
                       MOVE WS-TRANS-RETURN TO TRANS-DATA
                       SET WS-ITEM-CORRECTED TO TRUE
                   WHEN 'OS'
                       MOVE TRANS-DATA TO WS-TRANS-RETURN
                       MOVE WS-APPLY-NUM-5 TO WS-RETURN-ORIG-TRANS-NO
                       MOVE WS-TRANS-RETURN TO TRANS-DATA
                       SET WS-ITEM-CORRECTED TO TRUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CORRECTION FIELD ID "
                               WS-CORR-FIELD-ID (WS-CORR-SUB)
      *   TALLY ONE RESUBMITTED TRANSACTION INTO THE PER-TYPE      *
      *   COUNTS AND HASH TOTAL FOR THE BATCH TRAILER, THE SAME    *
      *   WAY PCS2PRG1'S VERIFICATION PASS TALLIES THEM. A 'U'     *
      *   STATUS UPDATE COUNTS UNDER THE TRAILER'S CHANGE COUNT;   *
      *   A 'P' SPLIT SALE HAS ITS OWN COUNT                       *
      **************************************************************
       U400-TALLY-RESUBMIT.
           EVALUATE TRUE
                   ADD 1 TO WS-RSB-SALE-COUNT
                   MOVE TRANS-DATA TO WS-TRANS-SALE
                   ADD WS-SALES-AMOUNT TO WS-RSB-HASH-TOTAL
               WHEN TRANS-SPLIT
                   ADD 1 TO WS-RSB-SPLIT-COUNT
                   MOVE TRANS-DATA TO WS-TRANS-SPLIT
                   ADD WS-SPLIT-AMOUNT TO WS-RSB-HASH-TOTAL
               WHEN TRANS-RET
                   ADD 1 TO WS-RSB-RETURN-COUNT
                   MOVE TRANS-DATA TO WS-TRANS-RETURN
           MOVE WS-RSB-DELETE-COUNT TO BT-DELETE-COUNT
           MOVE WS-RSB-CHANGE-COUNT TO BT-CHANGE-COUNT
           MOVE WS-RSB-XFER-COUNT TO BT-TRANSFER-COUNT
           MOVE WS-RSB-SPLIT-COUNT TO BT-SPLIT-COUNT
           MOVE WS-RSB-HASH-TOTAL TO BT-HASH-TOTAL
           WRITE BATCH-TRAILER-RECORD.

