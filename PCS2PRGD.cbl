      *   NUMBER AND BUSINESS DATE FROM THE CONFIRMATION CARD).   *
      *   PRINTS A PROPOSED-REVERSAL REPORT AND ONLY RELEASES     *
      *   THE OFFSETTING FILE WHEN THE OPERATOR CONFIRMATION      *
      *   CARD SAYS CONFIRM AND NAMES A BATCH NUMBER. EVERY       *
      *   REVERSAL NAMES THE POSTED SALE IT RELATES TO, AND THE   *
      *   RETURNS ARE BACKED OUT AHEAD OF THE SALES SO EACH SALE'S*
      *   RETURNED AMOUNT ON THE SALES REGISTER IS RESTORED       *
      *   BEFORE THE SALE ITSELF IS RETURNED IN FULL.             *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       FD  CONFIRM-CARD
           RECORDING MODE IS F.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-REV-NOTE       PIC X(12).

      **************************************************************
      *    LAYOUT FOR THE RELATED SALE LINE UNDER A REVERSAL        *
      **************************************************************
       01  WS-PRNT-RELATED-LINE.
           03  FILLER                 PIC X(9)       VALUE SPACES.
           03  FILLER                 PIC X(13)
                                      VALUE 'RELATED SALE '.
           03  WS-PRNT-RELATED-SALE   PIC Z(5).

      **************************************************************
      *    LAYOUT FOR THE CONFIRMATION STATUS LINE                  *
      **************************************************************
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-NEXT-TRANS-NO          PIC 9(5)       VALUE 90001.
           03  WS-WORK-AMOUNT            PIC S9(7)V99   VALUE ZERO.
           03  WS-RELATED-SALE-NO        PIC 9(5)       VALUE ZERO.
           03  WS-NUM-SALES-REVERSED     PIC 9(5)       VALUE ZERO.
           03  WS-NUM-RETURNS-REVERSED   PIC 9(5)       VALUE ZERO.
           03  WS-NUM-NOT-REVERSED       PIC 9(5)       VALUE ZERO.
                   PERFORM W150-WRITE-BATCH-HEADER
               END-IF
               PERFORM R2000-READ-EXTRACT
               PERFORM B1400-RETURNS-PASS UNTIL WS-EXTRACT-EOF
               CLOSE TRANS-EXTRACT
               OPEN INPUT TRANS-EXTRACT
               IF WS-EXTR-STATUS NOT EQUAL "00"
                   DISPLAY "FILE ERROR WS-EXTR-STATUS = ",
                       WS-EXTR-STATUS
               ELSE
                   MOVE 'N' TO WS-EXTRACT-EOF-SWITCH
                   PERFORM R2000-READ-EXTRACT
                   PERFORM B1500-LOOP-PARAGRAPH UNTIL WS-EXTRACT-EOF
                   IF WS-RELEASE-CONFIRMED
                       PERFORM W160-WRITE-BATCH-TRAILER
                   END-IF
                   PERFORM W240-PRINT-TOTALS
               END-IF
           END-IF

           CLOSE TRANS-EXTRACT
           END-IF.

      **************************************************************
      *   FIRST PASS OVER THE BAD RUN: EACH RETURN BECOMES A SALE  *
      *   AT ZERO DISCOUNT NAMING THE SALE IT WAS RETURNED AGAINST,*
      *   SO PCS2PRG1 RESTORES THAT SALE'S UNRETURNED BALANCE      *
      *   BEFORE THE SECOND PASS RETURNS THE SALE ITSELF           *
      **************************************************************
       B1400-RETURNS-PASS.
           IF EXT-TRANS-TYPE EQUAL 'RETURN'
               MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
               COMPUTE WS-WORK-AMOUNT = WS-WORK-AMOUNT * -1
               END-COMPUTE
               PERFORM C200-REVERSE-RETURN
           END-IF
           PERFORM R2000-READ-EXTRACT.

      **************************************************************
      *   SECOND PASS: PROPOSE ONE REVERSAL PER SALE. EACH SALE ON *
      *   THE BAD RUN BECOMES A RETURN FOR THE SAME POSTED AMOUNT  *
      *   (THE EXTRACT AMOUNT IS ALREADY NET OF DISCOUNT) AGAINST  *
      *   THAT SALE. EACH SHARE OF A SPLIT SALE IS ITS OWN EXTRACT *
      *   RECORD AND BECOMES A RETURN BY THE SALESPERSON CREDITED, *
      *   SO IT IS CHARGED AGAINST THAT SHARE'S REGISTER ROW.      *
      *   RETURNS WERE HANDLED ON THE FIRST PASS, AND MAINTENANCE  *
      *   ACTIVITY ON THE RUN CANNOT BE MONEY-REVERSED AND IS      *
      *   REPORTED AS SUCH                                         *
      **************************************************************
       B1500-LOOP-PARAGRAPH.
           EVALUATE EXT-TRANS-TYPE
               WHEN 'SALE  '
               WHEN 'SPLIT '
                   MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM C100-REVERSE-SALE
               WHEN 'RETURN'
                   CONTINUE
               WHEN OTHER
                   PERFORM C300-REPORT-NOT-REVERSED
           END-EVALUATE
           MOVE SPACES TO WS-TRANS-RETURN
           MOVE WS-WORK-AMOUNT TO WS-RETURN-AMOUNT
           MOVE EXT-CUSTOMER-NO TO WS-RETURN-CUSTOMER-NO
           MOVE EXT-TRANS-NO TO WS-RETURN-ORIG-TRANS-NO
           MOVE EXT-TRANS-NO TO WS-RELATED-SALE-NO
           MOVE WS-TRANS-RETURN TO TRANS-DATA
           MOVE 'RETURN' TO WS-PRNT-REV-TYPE
           ADD 1 TO WS-NUM-SALES-REVERSED
           MOVE WS-WORK-AMOUNT TO WS-SALES-AMOUNT
           MOVE ZERO TO WS-DISCOUNT-PCT
           MOVE EXT-CUSTOMER-NO TO WS-SALE-CUSTOMER-NO
           IF EXT-ORIG-TRANS-NO NUMERIC
               MOVE EXT-ORIG-TRANS-NO TO WS-SALE-ORIG-TRANS-NO
           ELSE
               MOVE ZERO TO WS-SALE-ORIG-TRANS-NO
           END-IF
           MOVE WS-SALE-ORIG-TRANS-NO TO WS-RELATED-SALE-NO
           MOVE WS-TRANS-SALE TO TRANS-DATA
           MOVE 'SALE  ' TO WS-PRNT-REV-TYPE
           ADD 1 TO WS-NUM-RETURNS-REVERSED
           WRITE PRINT-AREA FROM WS-PRNT-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA
           IF WS-RELATED-SALE-NO NOT EQUAL ZERO
               MOVE WS-RELATED-SALE-NO TO WS-PRNT-RELATED-SALE
               WRITE PRINT-AREA FROM WS-PRNT-RELATED-LINE
                     AFTER ADVANCING 1 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF

           ADD 1 TO WS-NEXT-TRANS-NO.

