      *************************************************************
      *  CCS2SLSN                                                 *
      *  LAYOUT FOR POSTED-SALES REGISTER RECORD (SLSSREG VSAM    *
      *  KSDS) WRITTEN BY PCS2PRG1 FOR EVERY SALE POSTED. A       *
      *  RETURN MUST NAME THE ORIGINAL SALE'S TRANS-NO AND IS     *
      *  EDITED AGAINST THIS RECORD - SAME CUSTOMER, NO MORE THAN *
      *  THE UNRETURNED BALANCE - AND CHARGED BACK TO THE         *
      *  SALESPERSON WHO OWNS THE SALE. THE SALESPERSON RIDES IN  *
      *  THE KEY SO ONE TRANS-NO CAN CARRY A ROW PER SALESPERSON  *
      *  CREDITED. SG-RETURNED-AMOUNT IS RAISED BY EVERY RETURN   *
      *  POSTED AGAINST THE SALE AND LOWERED WHEN A BACKOUT       *
      *  REVERSES ONE OF THOSE RETURNS.                           *
      *************************************************************
       01  SALES-REGISTER-RECORD.
           05  SG-KEY.
               10  SG-TRANS-NO            PIC 9(5).
               10  SG-SALESPERSON-NO      PIC 9(5).
           05  SG-CUSTOMER-NO             PIC 9(6).
           05  SG-TRANS-DATE              PIC 9(6).
           05  SG-POSTED-DATE             PIC 9(8).
           05  SG-BRANCH-NO               PIC 9(5).
           05  SG-NET-AMOUNT              PIC S9(7)V99.
           05  SG-RETURNED-AMOUNT         PIC S9(7)V99.
