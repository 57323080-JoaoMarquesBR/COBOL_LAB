           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       FD  TRANSFER-FILE
           RECORDING MODE IS F.
      *   SALESPERSON TABLE. SALE AMOUNTS WERE LOGGED NET OF       *
      *   DISCOUNT AND RETURN AMOUNTS WERE LOGGED NEGATIVE BY      *
      *   PCS2PRG1, SO RETURNS ARE FLIPPED BACK POSITIVE HERE TO   *
      *   MATCH THE SIGN OF SALESPERSON-RETURN-SALES. EACH SHARE   *
      *   OF A SPLIT SALE IS LOGGED AS ITS OWN 'SPLIT' RECORD      *
      *   UNDER THE SALESPERSON CREDITED AND COUNTS AS A SALE TO   *
      *   THAT SALESPERSON. MAINTENANCE EXTRACT RECORDS (ADD/      *
      *   CHANGE/DELETE) CARRY NO MONEY AND ARE SKIPPED            *
      **************************************************************
       B100-ACCUMULATE-EXTRACT.
           PERFORM R2100-READ-EXTRACT
       B150-ACCUMULATE-ONE.
           EVALUATE EXT-TRANS-TYPE
               WHEN 'SALE  '
               WHEN 'SPLIT '
                   MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM U300-FIND-OR-ADD-ENTRY
                   IF WS-SLSP-FOUND
