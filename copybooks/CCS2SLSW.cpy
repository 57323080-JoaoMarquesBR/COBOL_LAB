           05  WS-TRANS-DEPT-NO           PIC 9(2).
           05  WS-TRANS-COMM-RATE         PIC V9(4).

      *    WS-SALE-ORIG-TRANS-NO IS ZERO ON AN ORDINARY SALE. IT IS
      *    SET ONLY ON A SALE PCS2PRGD GENERATES TO BACK OUT A
      *    RETURN, NAMING THE ORIGINAL SALE WHOSE RETURNED AMOUNT
      *    ON SLSSREG IS RESTORED
       01  WS-TRANS-SALE.
           05  WS-SALES-AMOUNT            PIC S9(5)V99.
           05  WS-DISCOUNT-PCT            PIC V999.
           05  WS-SALE-CUSTOMER-NO        PIC 9(6).
           05  WS-SALE-ORIG-TRANS-NO      PIC 9(5).
           05  FILLER                     PIC X(13).

      *    WS-RETURN-RELEASE-FLAG IS SET BY PCS2PRGF WHEN A HELD
      *    RETURN COMES BACK WITH SUPERVISOR SIGN-OFF, SO THE
      *    PCS2PRG1 HOLD TEST DOES NOT DIVERT THE SAME ITEM TO
      *    THE PENDING-APPROVAL FILE A SECOND TIME.
      *    WS-RETURN-ORIG-TRANS-NO NAMES THE POSTED SALE BEING
      *    RETURNED, AS REGISTERED ON SLSSREG
       01  WS-TRANS-RETURN.
           05  WS-RETURN-AMOUNT           PIC S9(5)V99.
           05  WS-RETURN-CUSTOMER-NO      PIC 9(6).
           05  WS-RETURN-RELEASE-FLAG     PIC X(1).
               88  WS-RETURN-RELEASED     VALUE 'Y'.
           05  WS-RETURN-ORIG-TRANS-NO    PIC 9(5).
           05  FILLER                     PIC X(15).

      *    A SPLIT SALE IS KEYED NET OF ANY DISCOUNT. THE PARTNERS
      *    ARE NAMED WITH THEIR WHOLE-NUMBER PERCENTAGE; UNUSED
      *    SLOTS ARE ZERO. THE SALESPERSON ON THE RECORD TAKES
      *    WHATEVER THE PARTNERS LEAVE OF THE 100 PERCENT
       01  WS-TRANS-SPLIT.
           05  WS-SPLIT-AMOUNT            PIC S9(5)V99.
           05  WS-SPLIT-CUSTOMER-NO       PIC 9(6).
           05  WS-SPLIT-PARTNER           OCCURS 3 TIMES.
               10  WS-SPLIT-SLSP-NO       PIC 9(5).
               10  WS-SPLIT-PCT           PIC 9(2).

       01  WS-TRANS-TRANSFER.
           05  WS-XFER-BRANCH-NO          PIC 9(3).
