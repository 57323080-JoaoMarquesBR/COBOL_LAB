      *   AND PRINTS ONE STATEMENT PER SALESPERSON LISTING EVERY  *
      *   SALE AND RETURN TRANSACTION WITH CLOSING BALANCES THAT  *
      *   ARE TIED TO THE LIVE SALESPERSON-GROSS-SALES AND        *
      *   SALESPERSON-RETURN-SALES ON THE MASTER. EACH RETURN     *
      *   LINE NAMES THE POSTED SALE IT WAS RETURNED AGAINST.     *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
       COPY CCS2SLSP.

       FD  TRANS-EXTRACT.
       01  TRANS-EXTRACT-RECORD          PIC X(49).

       FD  SORTED-EXTRACT.
       01  EXTRACT-RECORD.
           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TRANS-NO              PIC 9(5).
           05  FILLER                    PIC X.
           05  SRT-SALESPERSON-NO        PIC 9(5).
           05  FILLER                    PIC X(38).

       FD  ACTSTMT
           RECORDING MODE IS F.
           03  FILLER                 PIC X(4)       VALUE 'TYPE'.
           03  FILLER                 PIC X(8)       VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'AMOUNT'.
           03  FILLER                 PIC X(5)       VALUE SPACES.
           03  FILLER                 PIC X(12)
                                      VALUE 'RELATED SALE'.

      **************************************************************
      *    LAYOUT FOR THE TRANSACTION DETAIL LINE                   *
           03  WS-PRNT-TYPE           PIC X(6).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-AMOUNT         PIC $$$,$$$.99CR.
           03  FILLER                 PIC X(7)       VALUE SPACES.
           03  WS-PRNT-RELATED-SALE   PIC Z(5)
               BLANK WHEN ZERO.

      **************************************************************
      *    LAYOUT FOR THE CLOSING BALANCE LINES                     *
      *   WALK THE SORTED EXTRACT. A CHANGE OF SALESPERSON CLOSES  *
      *   THE STATEMENT IN PROGRESS AND OPENS THE NEXT ONE; EVERY  *
      *   SALE AND RETURN RECORD PRINTS AS A STATEMENT LINE AND    *
      *   MAINTENANCE RECORDS ARE PASSED OVER. A SPLIT SALE SHOWS  *
      *   ON EACH CREDITED SALESPERSON'S STATEMENT AS THEIR SHARE  *
      **************************************************************
       B1500-LOOP-PARAGRAPH.
           IF NOT WS-GROUP-OPEN
           END-IF

           IF EXT-TRANS-TYPE EQUAL 'SALE  '
              OR EXT-TRANS-TYPE EQUAL 'SPLIT '
              OR EXT-TRANS-TYPE EQUAL 'RETURN'
               PERFORM C150-PRINT-TRANSACTION
           END-IF
           MOVE EXT-TRANS-TYPE TO WS-PRNT-TYPE
           MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
           MOVE WS-WORK-AMOUNT TO WS-PRNT-AMOUNT
           IF EXT-ORIG-TRANS-NO NUMERIC
               MOVE EXT-ORIG-TRANS-NO TO WS-PRNT-RELATED-SALE
           ELSE
               MOVE ZERO TO WS-PRNT-RELATED-SALE
           END-IF

           IF EXT-TRANS-TYPE EQUAL 'SALE  '
              OR EXT-TRANS-TYPE EQUAL 'SPLIT '
               ADD WS-WORK-AMOUNT TO WS-STMT-GROSS
           ELSE
               SUBTRACT WS-WORK-AMOUNT FROM WS-STMT-RETURNS
