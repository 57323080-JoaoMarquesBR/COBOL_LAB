      *************************************************************
      *  CCS2SLSO                                                 *
      *  LAYOUT FOR PAID-COMMISSION REGISTER RECORD (SLSCOMM VSAM *
      *  KSDS) WRITTEN BY PCS2PRG5 FOR EVERY STATEMENT IT PAYS.   *
      *  ONE RECORD PER SALESPERSON PER CLOSE DATE; A MID-PERIOD  *
      *  TRANSFER'S TWO HISTORY RECORDS ARE SUMMED INTO THE ONE   *
      *  ROW. CM-CARRY-APPLIED IS THE CHANGE IN THE DRAW LEDGER   *
      *  CARRY BALANCE (PRIOR CARRY LESS CARRY FORWARD), SO       *
      *  GROSS COMM - DRAW TAKEN - CARRY APPLIED = NET PAID ON    *
      *  EVERY ROW; A NEGATIVE CARRY APPLIED IS A SHORTFALL ADDED *
      *  TO THE CARRY. THE REGISTER IS PERMANENT - THE YEAR-END   *
      *  EARNINGS RUN (PCS2PRGM) READS IT FOR THE TAX YEAR.       *
      *************************************************************
       01  PAID-COMMISSION-RECORD.
           05  CM-KEY.
               10  CM-SALESPERSON-NO      PIC 9(5).
               10  CM-CLOSE-DATE          PIC 9(8).
           05  CM-BRANCH-NO               PIC 9(5).
           05  CM-PERIOD-FROM-DATE        PIC 9(8).
           05  CM-NET-SALES               PIC S9(8)V99.
           05  CM-GROSS-COMM              PIC S9(7)V99.
           05  CM-DRAW-TAKEN              PIC 9(7)V99.
           05  CM-CARRY-APPLIED           PIC S9(7)V99.
           05  CM-NET-PAID                PIC S9(7)V99.
           05  CM-CARRY-FORWARD           PIC S9(7)V99.
           05  CM-PAID-DATE               PIC 9(8).
           05  CM-STATUS                  PIC X(1).
               88  CM-TERMED              VALUE 'T'.
