      *************************************************************
      *  CCS2SLSF                                                 *
      *  LAYOUT FOR SCHEDULED-MAINTENANCE RECORD (SLSSMNT VSAM    *
      *  KSDS). AN ADD, CHANGE, TRANSFER OR STATUS TRANSACTION    *
      *  WHOSE TRANS-DATE (ITS EFFECTIVE DATE, TAKEN AS 20YY) IS  *
      *  LATER THAN THE BATCH BUSINESS DATE IS PARKED HERE BY     *
      *  PCS2PRG1 INSTEAD OF POSTING, CARRYING THE WHOLE          *
      *  SALESTRANS IMAGE. EACH LATER POSTING RUN RELEASES THE    *
      *  ENTRIES THAT HAVE COME DUE INTO THAT DAY'S PROCESSING.   *
      *  A LATER MAINTENANCE TRANSACTION OF THE SAME TYPE FOR THE *
      *  SAME SALESPERSON (OR ANY DELETE OF THEM) CANCELS AN      *
      *  ENTRY STILL SCHEDULED. RELEASED AND CANCELLED ENTRIES    *
      *  STAY ON FILE WITH THE DATE AND THE BATCH THAT ACTED ON   *
      *  THEM FOR THE PCS2PRGS SCHEDULED-MAINTENANCE REPORT.      *
      *  THE SALESPERSON LEADS THE KEY SO A SALESPERSON'S ENTRIES *
      *  CAN BE BROWSED TOGETHER IN EFFECTIVE-DATE ORDER.         *
      *************************************************************
       01  SCHEDULED-MAINT-RECORD.
           05  SM-KEY.
               10  SM-SALESPERSON-NO      PIC 9(5).
               10  SM-EFFECTIVE-DATE      PIC 9(8).
               10  SM-BATCH-NO            PIC 9(5).
               10  SM-TRANS-NO            PIC 9(5).
           05  SM-STATUS                  PIC X(1).
               88  SM-SCHEDULED           VALUE 'S'.
               88  SM-RELEASED            VALUE 'R'.
               88  SM-CANCELLED           VALUE 'C'.
           05  SM-SCHEDULED-DATE          PIC 9(8).
           05  SM-ACTION-DATE             PIC 9(8).
           05  SM-ACTION-BATCH-NO         PIC 9(5).
           05  SM-ACTION-TRANS-NO         PIC 9(5).
           05  SM-RELEASE-RESULT          PIC X(1).
               88  SM-RELEASE-POSTED      VALUE 'P'.
               88  SM-RELEASE-REJECTED    VALUE 'J'.
           05  SM-TRANS-IMAGE.
               10  SM-IMG-TRANS-NO        PIC 9(5).
               10  SM-IMG-SALESPERSON-NO  PIC 9(5).
               10  SM-IMG-TRANS-DATE      PIC 9(6).
               10  SM-IMG-TYPE-CODE       PIC X(1).
               10  SM-IMG-TRANS-DATA      PIC X(34).
           05  FILLER                     PIC X(18).
