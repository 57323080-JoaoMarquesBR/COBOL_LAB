           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       FD  CUSTOMER-MAST.
      *COPY BOOK FOR CUSTOMER MASTER RECORD
      *   ROLL EVERY SALE AND RETURN EXTRACT RECORD CARRYING A     *
      *   CUSTOMER NUMBER INTO THE PER-CUSTOMER TABLE. RETURN      *
      *   AMOUNTS WERE LOGGED NEGATIVE BY PCS2PRG1 AND ARE         *
      *   FLIPPED BACK POSITIVE, THE WAY PCS2PRG7 ACCUMULATES.     *
      *   THE SHARES OF A SPLIT SALE ALL CARRY THE ONE CUSTOMER,   *
      *   SO THEY ADD BACK UP TO THE FULL SALE ON THAT CUSTOMER'S  *
      *   SINGLE ENTRY RATHER THAN LISTING THE CUSTOMER PER SHARE  *
      **************************************************************
       B100-ACCUMULATE-EXTRACT.
           PERFORM R2000-READ-EXTRACT
              AND EXT-CUSTOMER-NO NOT EQUAL ZERO
               EVALUATE EXT-TRANS-TYPE
                   WHEN 'SALE  '
                   WHEN 'SPLIT '
                       MOVE EXT-AMOUNT TO WS-WORK-AMOUNT
                       PERFORM U300-FIND-OR-ADD-CUSTOMER
                       IF WS-CUST-FOUND
