      *  RETURN AMOUNTS. PCS2PRG1 RECONCILES THE TRAILER AND     *
      *  REFUSES THE WHOLE RUN BEFORE POSTING ANYTHING WHEN IT   *
      *  DOES NOT BALANCE.                                       *
      *  A SPLIT SALE (TYPE 'P') CREDITS THE SALESPERSON ON THE  *
      *  RECORD AND UP TO THREE PARTNERS BY PERCENTAGE. IT IS    *
      *  COUNTED ON THE TRAILER IN BT-SPLIT-COUNT, NOT IN THE    *
      *  SALE COUNT, AND ITS AMOUNT GOES INTO THE HASH TOTAL.    *
      *  BT-SPLIT-COUNT IS SPACES ON TRAILERS BUILT BEFORE THE   *
      *  FIELD EXISTED AND IS THEN TAKEN AS ZERO.                *
      *************************************************************
       01  SALES-TRANS-RECORD.
           05  TRANS-NO                   PIC 9(5).
               88  TRANS-CHG              VALUE 'C'.
               88  TRANS-SALE             VALUE 'S'.
               88  TRANS-RET              VALUE 'R'.
               88  TRANS-SPLIT            VALUE 'P'.
               88  TRANS-XFER             VALUE 'T'.
               88  TRANS-STATUS           VALUE 'U'.
               88  TRANS-BATCH-HDR        VALUE 'B'.

       01  BATCH-TRAILER-RECORD.
           05  BT-BATCH-NO                PIC 9(5).
           05  BT-SPLIT-COUNT             PIC 9(3).
           05  FILLER                     PIC X(8).
           05  BT-RECORD-TYPE             PIC X(1).
           05  BT-SALE-COUNT              PIC 9(5).
           05  BT-RETURN-COUNT            PIC 9(5).
