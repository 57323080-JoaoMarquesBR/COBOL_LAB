           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
      *   SALESPERSON TABLE. SALE AMOUNTS WERE LOGGED NET OF       *
      *   DISCOUNT AND RETURN AMOUNTS WERE LOGGED NEGATIVE BY      *
      *   PCS2PRG1, SO RETURNS ARE FLIPPED BACK POSITIVE HERE,     *
      *   THE SAME WAY PCS2PRG7 ACCUMULATES ITS EXTRACT. A SPLIT   *
      *   SALE SHARE IS A SALE TO THE SALESPERSON CREDITED         *
      **************************************************************
       B100-ACCUMULATE-EXTRACT.
           PERFORM R2100-READ-EXTRACT
       B120-ACCUMULATE-ONE.
           EVALUATE EXT-TRANS-TYPE
               WHEN 'SALE  '
               WHEN 'SPLIT '
                   MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM U300-FIND-OR-ADD-SLSP
                   IF WS-SLSP-FOUND
