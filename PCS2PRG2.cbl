      *                                        SUPERVISOR SIGNOFF *
      *  SLSSCHED           SCHEDULE-FILE      JOB-SEQUENCE       *
      *                                        CONTROL FILE       *
      *  SLSSREG            SALES-REGISTER     POSTED-SALES       *
      *                                        REGISTER VSAM KSDS *
      *  SLSSMNT            SCHEDULED-MAINT    FUTURE-DATED       *
      *                                        MAINTENANCE KSDS   *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLSA               LAYOUT FOR PENDING-APPROVAL REC   *
      *  CCS2SLSS               LAYOUT FOR JOB-SEQUENCE CONTROL   *
      *  CCS2SLSM               LAYOUT FOR CUSTOMER MASTER        *
      *  CCS2SLSN               LAYOUT FOR POSTED-SALES REGISTER  *
      *  CCS2SLSF               LAYOUT FOR SCHEDULED MAINTENANCE  *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              FILE STATUS IS WS-CUS-STATUS.
            SELECT OVERRIDE-CARD ASSIGN TO OVRCRD
              FILE STATUS IS WS-OVR-STATUS.
            SELECT SALES-REGISTER ASSIGN TO SLSSREG
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SG-KEY
              FILE STATUS IS WS-SRG-STATUS.
            SELECT SCHEDULED-MAINT ASSIGN TO SLSSMNT
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SM-KEY
              FILE STATUS IS WS-SMT-STATUS.

       DATA DIVISION.

      *  STATUS UPDATE COUNTS UNDER THE BATCH TRAILER'S CHANGE    *
      *  COUNT.                                                   *
      *************************************************************
      *  VER.  WRITTEN/CHANGED BY           IMPLEMENTATION        *
      *  14.0  JOAO MARQUES                 2026-10-15            *
      *  ----  ------------------           --------------        *
      *                                                           *
      *  DESCRIPTION OF CHANGE:                                   *
      *  ----------------------                                   *
      *  ADDED THE SLSSREG POSTED-SALES REGISTER KSDS (COPYBOOK   *
      *  CCS2SLSN), ONE ROW PER SALE POSTED. A RETURN NOW CARRIES *
      *  THE ORIGINAL SALE'S TRANS-NO (CCS2SLSW) AND IS REJECTED  *
      *  WHEN THE SALE IS NOT ON THE REGISTER, WAS MADE TO A      *
      *  DIFFERENT CUSTOMER, OR HAS LESS UNRETURNED BALANCE THAN  *
      *  THE RETURN. A RETURN IS CHARGED BACK TO THE SALESPERSON  *
      *  WHO OWNS THE SALE, NOT THE ONE WHO KEYED IT, AND THE     *
      *  SLSEXTR EXTRACT RECORD GAINED THE RELATED SALE NUMBER.   *
      *  A PCS2PRGD BACKOUT SALE NAMING THE SALE RESTORES ITS     *
      *  RETURNED AMOUNT INSTEAD OF REGISTERING A NEW SALE.       *
      *************************************************************
      *  VER.  WRITTEN/CHANGED BY           IMPLEMENTATION        *
      *  15.0  JOAO MARQUES                 2026-10-15            *
      *  ----  ------------------           --------------        *
      *                                                           *
      *  DESCRIPTION OF CHANGE:                                   *
      *  ----------------------                                   *
      *  ADDED THE 'P' SPLIT SALE (CCS2SLSW), CREDITING THE       *
      *  SALESPERSON ON THE TRANSACTION AND UP TO THREE PARTNERS  *
      *  BY PERCENTAGE. EVERY SHARE IS EDITED BEFORE ANY POSTS;   *
      *  EACH SHARE IS THEN POSTED TO ITS OWN MASTER RECORD,      *
      *  REGISTERED ON SLSSREG UNDER ITS OWN SALESPERSON AND      *
      *  WRITTEN TO SLSEXTR AS A 'SPLIT' LINE CARRYING THE SHARED *
      *  TRANS-NO. THE BATCH TRAILER COUNTS SPLITS IN THE NEW     *
      *  BT-SPLIT-COUNT AND THE REPORT TOTALS THEM SEPARATELY.    *
      *************************************************************
      *  VER.  WRITTEN/CHANGED BY           IMPLEMENTATION        *
      *  16.0  JOAO MARQUES                 2026-10-15            *
      *  ----  ------------------           --------------        *
      *                                                           *
      *  DESCRIPTION OF CHANGE:                                   *
      *  ----------------------                                   *
      *  AN ADD, CHANGE, TRANSFER OR STATUS TRANSACTION DATED     *
      *  AFTER THE BATCH BUSINESS DATE IS NOW FUTURE-DATED: IT IS *
      *  PARKED ON THE NEW SLSSMNT SCHEDULED-MAINTENANCE KSDS     *
      *  (COPYBOOK CCS2SLSF) INSTEAD OF POSTING. EACH RUN FIRST   *
      *  RELEASES THE ENTRIES THAT HAVE COME DUE THROUGH THE      *
      *  NORMAL EDITS, AUDIT JOURNAL AND REPORT, AND A LATER      *
      *  MAINTENANCE TRANSACTION FOR THE SAME SALESPERSON CANCELS *
      *  A SUPERSEDED ENTRY. PCS2PRGS REPORTS THE FILE.           *
      *************************************************************
      *Salesperson-gross-sales
       FD  SALESMAST.
      *COPY BOOK FOR SALESPERSON MASTER FILE
           05  EXT-AMOUNT                PIC -(6)9.99.
           05  EXT-COMMA-5               PIC X.
           05  EXT-CUSTOMER-NO           PIC 9(6).
           05  EXT-COMMA-6               PIC X.
           05  EXT-ORIG-TRANS-NO         PIC 9(5).

       FD  RUN-CONTROL
           RECORDING MODE IS F.
               88  OV-OVERRIDE           VALUE 'OVERRIDE'.
           05  FILLER                    PIC X(72).

       FD  SALES-REGISTER.
      *COPY BOOK FOR POSTED-SALES REGISTER RECORD
       COPY CCS2SLSN.

       FD  SCHEDULED-MAINT.
      *COPY BOOK FOR SCHEDULED-MAINTENANCE RECORD
       COPY CCS2SLSF.

       WORKING-STORAGE SECTION.
       COPY CCS2SLSW.
      **************************************************************
           03  FILLER                 PIC X(6)       VALUE SPACES.
           03  WS-TL-AMT   PIC $$$,$$$.99CR
               BLANK WHEN ZERO VALUE ZERO.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-REL-LABEL      PIC X(5)       VALUE SPACES.
           03  WS-PRNT-REL-TRANS-NO   PIC Z(5)
               BLANK WHEN ZERO VALUE ZERO.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-CHARGE-NOTE    PIC X(14)      VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE TOTAL TRANSACTIONS OF REPORT PRINTING    *
       01  WS-CALC-SUM-FIELDS.
           05  WS-CALC-PAGE-NO         PIC 9(3)       VALUE ZERO.
           05  WS-NUM-SALES-TRANS      PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-SPLIT-TRANS      PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-RETURN-TRANS     PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-ADD-TRANS        PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-DELETE-TRANS     PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-XFER-TRANS       PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-HELD-TRANS       PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-FAILED-TRANS     PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-SCHED-TRANS      PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-RELEASED-TRANS   PIC 9(3)       VALUE ZEROES.
           05  WS-NUM-CANCEL-TRANS     PIC 9(3)       VALUE ZEROES.
           05  WS-TRANS-GROSS-SALES    PIC S9(7)V99   VALUE ZERO.
           05  WS-TRANS-RETURNS        PIC S9(5)V99   VALUE ZERO.

           03  WS-OVERRIDE-SWITCH     PIC X         VALUE 'N'.
               88  WS-OVERRIDE-ON                   VALUE 'Y'.
           03  WS-BEFORE-IMAGE        PIC X(65)     VALUE SPACES.
           03  WS-SRG-STATUS          PIC XX        VALUE SPACES.
           03  WS-SREG-AVAIL-SWITCH   PIC X         VALUE 'N'.
               88  WS-SREG-AVAILABLE                VALUE 'Y'.
           03  WS-SALE-FOUND-SWITCH   PIC X         VALUE 'N'.
               88  WS-SALE-FOUND                    VALUE 'Y'.
           03  WS-REG-LOOKUP-NO       PIC 9(5)      VALUE ZEROES.
           03  WS-CHARGE-SLSP-NO      PIC 9(5)      VALUE ZEROES.
           03  WS-LOG-SLSP-NO         PIC 9(5)      VALUE ZEROES.
           03  WS-LOG-ORIG-TRANS-NO   PIC 9(5)      VALUE ZEROES.
           03  WS-CHARGE-NOTE.
               05  FILLER             PIC X(9)      VALUE 'KEYED BY '.
               05  WS-CHARGE-KEYED-BY PIC 9(5)      VALUE ZEROES.
           03  WS-EXT-RAW-AMOUNT      PIC S9(5)V99  VALUE ZERO.
           03  BREAK-FIELD            PIC 9(3)      VALUE ZEROES.
      **************************************************************
           03  WS-VFY-DELETE-COUNT      PIC 9(3)      VALUE ZEROES.
           03  WS-VFY-CHANGE-COUNT      PIC 9(3)      VALUE ZEROES.
           03  WS-VFY-XFER-COUNT        PIC 9(3)      VALUE ZEROES.
           03  WS-VFY-SPLIT-COUNT       PIC 9(3)      VALUE ZEROES.
           03  WS-VFY-HASH-TOTAL        PIC 9(9)V99   VALUE ZERO.
      **************************************************************
      *   CHECKPOINT/RESTART CONTROLS FOR THE TRANSACTION RUN      *
           03  WS-CHK-TOTAL-COUNT       PIC 9(7)      VALUE ZEROES.
           03  WS-LAST-SUCCESS-TRANS-NO PIC 9(5)      VALUE ZEROES.
      **************************************************************
      *   FUTURE-DATED MAINTENANCE CONTROLS. AN ADD, CHANGE,       *
      *   TRANSFER OR STATUS TRANSACTION DATED AFTER THE RUN DATE  *
      *   IS PARKED ON SLSSMNT; ENTRIES THAT HAVE COME DUE ARE     *
      *   RELEASED INTO PROCESSING AT THE START OF THE RUN         *
      **************************************************************
       01  WS-SCHED-MAINT-CONTROLS.
           03  WS-SMT-STATUS            PIC XX        VALUE SPACES.
           03  WS-SMT-AVAIL-SWITCH      PIC X         VALUE 'N'.
               88  WS-SMT-AVAILABLE                   VALUE 'Y'.
           03  WS-SMT-EOF-SWITCH        PIC X         VALUE 'N'.
               88  WS-SMT-EOF                         VALUE 'Y'.
           03  WS-SMT-PARKED-SWITCH     PIC X         VALUE 'N'.
               88  WS-SMT-PARKED                      VALUE 'Y'.
           03  WS-SMT-RELEASE-SWITCH    PIC X         VALUE 'N'.
               88  WS-SMT-RELEASING                   VALUE 'Y'.
           03  WS-SMT-RUN-DATE          PIC 9(8)      VALUE ZEROES.
           03  WS-SMT-EFFECTIVE-DATE    PIC 9(8)      VALUE ZEROES.
           03  WS-SMT-FAILED-BEFORE     PIC 9(3)      VALUE ZEROES.
           03  WS-SMT-PARK-NOTE.
               05  FILLER               PIC X(22)
                   VALUE 'SCHEDULED - EFFECTIVE '.
               05  WS-SMT-PARK-DATE     PIC 9(8)      VALUE ZEROES.
           03  WS-SMT-CANCEL-NOTE.
               05  FILLER               PIC X(16)
                   VALUE 'SCHEDULED BATCH '.
               05  WS-SMT-CANCEL-BATCH  PIC 9(5)      VALUE ZEROES.
               05  FILLER               PIC X(10)
                   VALUE ' CANCELLED'.
      **************************************************************
      *   SPLIT-SALE SHARE TABLE. SHARE 1 IS THE SALESPERSON ON    *
      *   THE TRANSACTION, WHO TAKES WHAT THE PARTNERS IN SHARES   *
      *   2-4 LEAVE OF THE 100 PERCENT AND ANY ROUNDING PENNY, SO  *
      *   THE SHARES ALWAYS ADD BACK TO THE AMOUNT KEYED           *
      **************************************************************
       01  WS-SPLIT-CONTROLS.
           03  WS-SHR-COUNT             PIC 9(3) COMP VALUE ZERO.
           03  WS-SHR-SUB               PIC 9(3) COMP VALUE ZERO.
           03  WS-SHR-SUB-2             PIC 9(3) COMP VALUE ZERO.
           03  WS-PTN-SUB               PIC 9(3) COMP VALUE ZERO.
           03  WS-SHR-PCT-TOTAL         PIC 9(3)      VALUE ZEROES.
           03  WS-SHR-ALLOCATED         PIC S9(5)V99  VALUE ZERO.
           03  WS-SHR-FAILED-SWITCH     PIC X         VALUE 'N'.
               88  WS-SHR-POST-FAILED                 VALUE 'Y'.
           03  WS-SHR-FAIL-STATUS       PIC XX        VALUE SPACES.
           03  WS-SHR-NOTE.
               05  FILLER               PIC X(6)      VALUE 'SHARE '.
               05  WS-SHR-NOTE-PCT      PIC ZZ9.
               05  FILLER               PIC X(4)      VALUE ' PCT'.
           03  WS-SHR-ENTRY             OCCURS 4 TIMES.
               05  WS-SHR-SLSP-NO       PIC 9(5).
               05  WS-SHR-PCT           PIC 9(3).
               05  WS-SHR-AMOUNT        PIC S9(5)V99.
      **************************************************************
      *  BRANCH/DEPARTMENT BREAK CONTROLS FOR THE TRANSACTION LOG   *
      *  SLSTRANS IS ASSUMED SORTED BY SALESPERSON-BRANCH-NO, THE   *
      *  SAME WAY LAB7'S INPUT-FILE EXTRACT ALREADY IS (CCS1SLP)    *

       01  WS-BRANCH-TOTALS.
           03  WS-BR-SALES-TRANS        PIC 9(3)      VALUE ZEROES.
           03  WS-BR-SPLIT-TRANS        PIC 9(3)      VALUE ZEROES.
           03  WS-BR-RETURN-TRANS       PIC 9(3)      VALUE ZEROES.
           03  WS-BR-ADD-TRANS          PIC 9(3)      VALUE ZEROES.
           03  WS-BR-DELETE-TRANS       PIC 9(3)      VALUE ZEROES.

       01  WS-DEPT-TOTALS.
           03  WS-DP-SALES-TRANS        PIC 9(3)      VALUE ZEROES.
           03  WS-DP-SPLIT-TRANS        PIC 9(3)      VALUE ZEROES.
           03  WS-DP-RETURN-TRANS       PIC 9(3)      VALUE ZEROES.
           03  WS-DP-ADD-TRANS          PIC 9(3)      VALUE ZEROES.
           03  WS-DP-DELETE-TRANS       PIC 9(3)      VALUE ZEROES.
                       "CLOSE ALREADY RAN THIS BUSINESS DAY"
               STOP RUN
           END-IF.
           PERFORM V122-OPEN-SALES-REGISTER.
           IF NOT WS-SREG-AVAILABLE
               DISPLAY "POSTING REFUSED - SALES REGISTER NOT "
                       "AVAILABLE, STATUS IS: " WS-SRG-STATUS
               STOP RUN
           END-IF.
           PERFORM V123-OPEN-SCHEDULED-MAINT.
           IF NOT WS-SMT-AVAILABLE
               DISPLAY "POSTING REFUSED - SCHEDULED MAINTENANCE "
                       "FILE NOT AVAILABLE, STATUS IS: " WS-SMT-STATUS
               CLOSE SALES-REGISTER
               STOP RUN
           END-IF.
           PERFORM V100-RESTART-CHECKPOINT-READ.
           PERFORM V110-OPEN-AUDIT-FOR-APPEND.
           PERFORM V115-OPEN-TRANSFER-FOR-APPEND.
                                CHECKPOINT-FILE
                END-IF

                PERFORM B1400-RELEASE-SCHEDULED-MAINT
                PERFORM B1500-LOOP-PARAGRAPH UNTIL WS-SALESMAST-EOF

                PERFORM W258-RESET-CHECKPOINT-FILE
           IF WS-CUST-AVAILABLE
               CLOSE CUSTOMER-MAST
           END-IF
           CLOSE SALES-REGISTER
                 SCHEDULED-MAINT
           STOP RUN.

      **************************************************************
               AT END SET WS-SCH-EOF TO TRUE
           END-READ.

      **************************************************************
      *        READS THE NEXT SCHEDULED-MAINTENANCE ENTRY          *
      **************************************************************
       R2070-READ-NEXT-SCHEDULED.
           READ SCHEDULED-MAINT NEXT RECORD
           IF WS-SMT-STATUS NOT EQUAL '00'
               SET WS-SMT-EOF TO TRUE
           END-IF.

      **************************************************************
      *   APPEND THIS RUN'S COMPLETION TO THE SCHEDULE CONTROL     *
      *   FILE ON NORMAL COMPLETION, CREATING THE FILE ON THE      *
                   ADD 1 TO WS-VFY-SALES-COUNT
                   MOVE TRANS-DATA TO WS-TRANS-SALE
                   ADD WS-SALES-AMOUNT TO WS-VFY-HASH-TOTAL
               WHEN TRANS-SPLIT
                   ADD 1 TO WS-VFY-SPLIT-COUNT
                   MOVE TRANS-DATA TO WS-TRANS-SPLIT
                   ADD WS-SPLIT-AMOUNT TO WS-VFY-HASH-TOTAL
               WHEN TRANS-RET
                   ADD 1 TO WS-VFY-RETURN-COUNT
                   MOVE TRANS-DATA TO WS-TRANS-RETURN
                         " DOES NOT MATCH HEADER BATCH "
                         WS-BATCH-NO " - RUN REFUSED"
             ELSE
               IF BT-SPLIT-COUNT NOT NUMERIC
                   MOVE ZEROES TO BT-SPLIT-COUNT
               END-IF
               IF BT-SALE-COUNT NOT EQUAL WS-VFY-SALES-COUNT
                  OR BT-RETURN-COUNT NOT EQUAL WS-VFY-RETURN-COUNT
                  OR BT-ADD-COUNT NOT EQUAL WS-VFY-ADD-COUNT
                  OR BT-DELETE-COUNT NOT EQUAL WS-VFY-DELETE-COUNT
                  OR BT-CHANGE-COUNT NOT EQUAL WS-VFY-CHANGE-COUNT
                  OR BT-TRANSFER-COUNT NOT EQUAL WS-VFY-XFER-COUNT
                  OR BT-SPLIT-COUNT NOT EQUAL WS-VFY-SPLIT-COUNT
                   DISPLAY "TRAILER RECORD COUNTS DO NOT RECONCILE"
                           " FOR BATCH " WS-BATCH-NO
                           " - RUN REFUSED"
                       " - CUSTOMER EDIT LIMITED"
           END-IF.

      **************************************************************
      *   OPEN THE POSTED-SALES REGISTER KSDS FOR UPDATE, CREATING *
      *   IT EMPTY ON THE FIRST-EVER RUN. UNLIKE THE REFERENCE     *
      *   FILES THERE IS NO FALLBACK - A SALE POSTED WITHOUT ITS   *
      *   REGISTER ROW COULD NEVER BE RETURNED, SO THE CALLER      *
      *   REFUSES THE RUN WHEN THE REGISTER CANNOT BE OPENED       *
      **************************************************************
       V122-OPEN-SALES-REGISTER.
           OPEN I-O SALES-REGISTER
           IF WS-SRG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SALES-REGISTER
               IF WS-SRG-STATUS EQUAL "00"
                   CLOSE SALES-REGISTER
                   OPEN I-O SALES-REGISTER
               END-IF
           END-IF
           IF WS-SRG-STATUS EQUAL "00"
               SET WS-SREG-AVAILABLE TO TRUE
           END-IF.

      **************************************************************
      *   OPEN THE SCHEDULED-MAINTENANCE KSDS FOR UPDATE, CREATING *
      *   IT EMPTY ON THE FIRST-EVER RUN. A FUTURE-DATED CHANGE    *
      *   CAN NEITHER BE PARKED NOR SAFELY POSTED EARLY WITHOUT    *
      *   IT, SO THE CALLER REFUSES THE RUN WHEN IT WILL NOT OPEN  *
      **************************************************************
       V123-OPEN-SCHEDULED-MAINT.
           OPEN I-O SCHEDULED-MAINT
           IF WS-SMT-STATUS NOT EQUAL "00"
               OPEN OUTPUT SCHEDULED-MAINT
               IF WS-SMT-STATUS EQUAL "00"
                   CLOSE SCHEDULED-MAINT
                   OPEN I-O SCHEDULED-MAINT
               END-IF
           END-IF
           IF WS-SMT-STATUS EQUAL "00"
               SET WS-SMT-AVAILABLE TO TRUE
           END-IF.

      **************************************************************
      *   A NORMAL, NON-ABORTED COMPLETION MEANS EVERY TRANSACTION *
      *   IN THIS RUN WAS POSTED, SO ANY CHECKPOINT RECORDS WRITTEN*
                       WS-RUNC-STATUS
           END-IF.

      **************************************************************
      *   BEFORE THE BATCH POSTS, RELEASE EVERY SCHEDULED ENTRY    *
      *   WHOSE EFFECTIVE DATE HAS COME DUE BY THE BATCH BUSINESS  *
      *   DATE INTO THIS RUN, THROUGH THE SAME PROCESSING AS A     *
      *   TRANSACTION READ FROM SALESTRANS. THE ENTRY WAS ALREADY  *
      *   COUNTED ON ITS OWN BATCH'S TRAILER WHEN IT WAS PARKED.   *
      *   NO CHECKPOINT IS TAKEN WHILE RELEASING - A RELEASED      *
      *   ENTRY IS MARKED ON SLSSMNT AS IT POSTS, SO A RESTART     *
      *   NEVER RELEASES IT A SECOND TIME                          *
      **************************************************************
       B1400-RELEASE-SCHEDULED-MAINT.
           IF WS-BATCH-BUS-DATE NUMERIC AND WS-BATCH-BUS-DATE > 0
               MOVE WS-BATCH-BUS-DATE TO WS-SMT-RUN-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-SMT-RUN-DATE
           END-IF
           IF BREAK-FIELD EQUAL 0
               MOVE 100 TO BREAK-FIELD
               PERFORM W140-PRINT-HEAD
           END-IF
           SET WS-SMT-RELEASING TO TRUE
           MOVE 'N' TO WS-SMT-EOF-SWITCH
           MOVE ZEROES TO SM-KEY
           START SCHEDULED-MAINT KEY IS NOT LESS THAN SM-KEY
           IF WS-SMT-STATUS = '00'
               PERFORM R2070-READ-NEXT-SCHEDULED
               PERFORM B1410-RELEASE-IF-DUE UNTIL WS-SMT-EOF
           END-IF
           MOVE 'N' TO WS-SMT-RELEASE-SWITCH.

      **************************************************************
      *   RELEASE ONE DUE ENTRY AND MARK IT RELEASED WITH THE RUN  *
      *   DATE, THIS BATCH, AND WHETHER IT POSTED OR WAS REJECTED  *
      *   BY THE EDITS (A REJECT GOES TO SLSRJCT AS USUAL)         *
      **************************************************************
       B1410-RELEASE-IF-DUE.
           IF SM-SCHEDULED AND SM-EFFECTIVE-DATE <= WS-SMT-RUN-DATE
               MOVE SM-TRANS-IMAGE TO SALES-TRANS-RECORD
               MOVE WS-NUM-FAILED-TRANS TO WS-SMT-FAILED-BEFORE
               PERFORM U220-EVALUATE-TRANSACTION-TYPE
               MOVE 'R' TO SM-STATUS
               MOVE WS-SMT-RUN-DATE TO SM-ACTION-DATE
               MOVE WS-BATCH-NO TO SM-ACTION-BATCH-NO
               MOVE ZERO TO SM-ACTION-TRANS-NO
               IF WS-NUM-FAILED-TRANS = WS-SMT-FAILED-BEFORE
                   MOVE 'P' TO SM-RELEASE-RESULT
               ELSE
                   MOVE 'J' TO SM-RELEASE-RESULT
               END-IF
               REWRITE SCHEDULED-MAINT-RECORD
               IF WS-SMT-STATUS = '00'
                   COMPUTE
                      WS-NUM-RELEASED-TRANS = WS-NUM-RELEASED-TRANS + 1
                   END-COMPUTE
               ELSE
                   DISPLAY "PROBLEM MARKING SCHEDULED TRANS "
                           SM-TRANS-NO " RELEASED, STATUS IS: "
                           WS-SMT-STATUS
               END-IF
           END-IF
           PERFORM R2070-READ-NEXT-SCHEDULED.

       B1500-LOOP-PARAGRAPH.
           IF BREAK-FIELD EQUAL 0
              MOVE 100 TO BREAK-FIELD
                 IF TRANS-NO <= WS-RESTART-TRANS-NO
                     CONTINUE
                 ELSE
                     PERFORM B1510-POST-OR-SCHEDULE
                 END-IF
              ELSE
                 PERFORM W240-PRINT-TRANSACTION-TOTAL.

      **************************************************************
      *   PARK A FUTURE-DATED MAINTENANCE TRANSACTION ON SLSSMNT,  *
      *   OR PROCESS THE TRANSACTION NOW. A MAINTENANCE            *
      *   TRANSACTION THAT POSTS CANCELS ANY EARLIER SCHEDULED     *
      *   ENTRY IT SUPERSEDES FOR THE SAME SALESPERSON             *
      **************************************************************
       B1510-POST-OR-SCHEDULE.
           PERFORM U280-CHECK-EFFECTIVE-DATE
           IF WS-SMT-PARKED
               PERFORM W280-SCHEDULE-MAINTENANCE
           ELSE
               MOVE WS-NUM-FAILED-TRANS TO WS-SMT-FAILED-BEFORE
               PERFORM U220-EVALUATE-TRANSACTION-TYPE
               IF (TRANS-ADD OR TRANS-DEL OR TRANS-CHG
                   OR TRANS-XFER OR TRANS-STATUS)
                  AND WS-NUM-FAILED-TRANS = WS-SMT-FAILED-BEFORE
                   PERFORM W284-CANCEL-SUPERSEDED
               END-IF
           END-IF.

      **************************************************************
      *   A MAINTENANCE TRANSACTION'S TRANS-DATE IS ITS EFFECTIVE  *
      *   DATE (YYMMDD, TAKEN AS 20YY). AN ADD, CHANGE, TRANSFER   *
      *   OR STATUS DATED AFTER THE RUN DATE IS TO BE PARKED. A    *
      *   DELETE IS ALWAYS APPLIED AT ONCE                         *
      **************************************************************
       U280-CHECK-EFFECTIVE-DATE.
           MOVE 'N' TO WS-SMT-PARKED-SWITCH
           IF (TRANS-ADD OR TRANS-CHG OR TRANS-XFER OR TRANS-STATUS)
              AND TRANS-DATE NUMERIC
               COMPUTE
                  WS-SMT-EFFECTIVE-DATE = 20000000 + TRANS-DATE
               END-COMPUTE
               IF WS-SMT-EFFECTIVE-DATE > WS-SMT-RUN-DATE
                   SET WS-SMT-PARKED TO TRUE
               END-IF
           END-IF.

      **************************************************************
      *               READS THE INPUT FILE                         *
      **************************************************************
                WHEN TRANS-SALE
                   MOVE TRANS-DATA TO WS-TRANS-SALE
                   PERFORM C400-PROCESS-SALE
                WHEN TRANS-SPLIT
                   MOVE TRANS-DATA TO WS-TRANS-SPLIT
                   PERFORM C450-PROCESS-SPLIT
                WHEN TRANS-RET
                   MOVE TRANS-DATA TO WS-TRANS-RETURN
                   PERFORM C500-PROCESS-RETURN

            IF TRANS-ADD OR TRANS-DEL OR TRANS-CHG OR TRANS-SALE
                          OR TRANS-RET OR TRANS-XFER OR TRANS-STATUS
                          OR TRANS-SPLIT
                PERFORM W225-BRANCH-DEPT-BREAK-CHECK
                PERFORM W224-ACCUMULATE-BREAK-TOTALS
            END-IF.
                            MOVE WS-SALE-CUSTOMER-NO
                                 TO WS-CUST-CHECK-NO
                            PERFORM U216-CHECK-CUSTOMER
                            IF WS-EDIT-PASSED
                                PERFORM U218-CHECK-SALE-REGISTER
                            END-IF
                        END-IF
                    END-IF
                    END-IF
                WHEN TRANS-SPLIT
                    IF WS-SPLIT-AMOUNT < 0
                        MOVE 'N' TO WS-EDIT-SWITCH
                        MOVE 'NEGATIVE SALES AMOUNT' TO WS-ER-PROBLEM
                    ELSE
                        PERFORM U460-CHECK-SPLIT-SHARES
                        IF WS-EDIT-PASSED
                            MOVE WS-SPLIT-CUSTOMER-NO
                                 TO WS-CUST-CHECK-NO
                            PERFORM U216-CHECK-CUSTOMER
                        END-IF
                        IF WS-EDIT-PASSED
                            MOVE TRANS-NO TO WS-REG-LOOKUP-NO
                            PERFORM U217-FIND-REGISTERED-SALE
                            IF WS-SALE-FOUND
                                MOVE 'N' TO WS-EDIT-SWITCH
                                MOVE 'SALE TRANS NO ALREADY ON REGISTER'
                                      TO WS-ER-PROBLEM
                            END-IF
                        END-IF
                    END-IF
                WHEN TRANS-RET
                    IF (WS-IN-STATUS = '00' OR WS-IN-STATUS = '02')
                       AND SALESPERSON-TERMED
                        MOVE WS-RETURN-CUSTOMER-NO
                             TO WS-CUST-CHECK-NO
                        PERFORM U216-CHECK-CUSTOMER
                        IF WS-EDIT-PASSED
                            PERFORM U219-CHECK-RETURN-AGAINST-SALE
                        END-IF
                    END-IF
                    END-IF
                WHEN TRANS-XFER
                END-IF
            END-IF.

      **************************************************************
      *   LOOK UP A POSTED SALE ON THE SALES REGISTER BY THE       *
      *   TRANS-NO IN WS-REG-LOOKUP-NO. THE ROW FOR THE            *
      *   TRANSACTION'S OWN SALESPERSON IS PREFERRED; FAILING      *
      *   THAT THE FIRST ROW FILED UNDER THE TRANS-NO IS TAKEN.    *
      *   WS-SALE-FOUND IS SET AND THE ROW LEFT IN THE RECORD AREA *
      *   WHEN ONE IS FOUND                                        *
      **************************************************************
       U217-FIND-REGISTERED-SALE.
            MOVE 'N' TO WS-SALE-FOUND-SWITCH
            MOVE WS-REG-LOOKUP-NO TO SG-TRANS-NO
            MOVE TRANS-SALESPERSON-NO TO SG-SALESPERSON-NO
            READ SALES-REGISTER
            IF WS-SRG-STATUS = '00'
                SET WS-SALE-FOUND TO TRUE
            ELSE
                MOVE WS-REG-LOOKUP-NO TO SG-TRANS-NO
                MOVE ZERO TO SG-SALESPERSON-NO
                START SALES-REGISTER KEY IS NOT LESS THAN SG-KEY
                IF WS-SRG-STATUS = '00'
                    READ SALES-REGISTER NEXT RECORD
                    IF WS-SRG-STATUS = '00'
                       AND SG-TRANS-NO = WS-REG-LOOKUP-NO
                        SET WS-SALE-FOUND TO TRUE
                    END-IF
                END-IF
            END-IF.

      **************************************************************
      *   AN ORDINARY SALE MUST NOT REUSE A TRANS-NO ALREADY ON    *
      *   THE REGISTER, OR ITS RETURNS COULD NOT BE TOLD APART. A  *
      *   BACKOUT SALE NAMING AN ORIGINAL SALE MUST FIND THAT SALE *
      *   FOR THE SAME CUSTOMER WITH AT LEAST ITS AMOUNT RETURNED  *
      **************************************************************
       U218-CHECK-SALE-REGISTER.
            IF WS-SALE-ORIG-TRANS-NO NUMERIC
               AND WS-SALE-ORIG-TRANS-NO NOT = 0
                MOVE WS-SALE-ORIG-TRANS-NO TO WS-REG-LOOKUP-NO
                PERFORM U217-FIND-REGISTERED-SALE
                IF NOT WS-SALE-FOUND
                    MOVE 'N' TO WS-EDIT-SWITCH
                    MOVE 'ORIGINAL SALE NOT ON SALES REGISTER'
                          TO WS-ER-PROBLEM
                ELSE
                    IF SG-CUSTOMER-NO NOT = WS-SALE-CUSTOMER-NO
                        MOVE 'N' TO WS-EDIT-SWITCH
                        MOVE 'SALE CUSTOMER DIFFERS FROM ORIGINAL'
                              TO WS-ER-PROBLEM
                    ELSE
                        IF WS-SALES-AMOUNT > SG-RETURNED-AMOUNT
                            MOVE 'N' TO WS-EDIT-SWITCH
                            MOVE 'REVERSAL EXCEEDS AMOUNT RETURNED'
                                  TO WS-ER-PROBLEM
                        END-IF
                    END-IF
                END-IF
            ELSE
                MOVE TRANS-NO TO WS-REG-LOOKUP-NO
                PERFORM U217-FIND-REGISTERED-SALE
                IF WS-SALE-FOUND
                    MOVE 'N' TO WS-EDIT-SWITCH
                    MOVE 'SALE TRANS NO ALREADY ON REGISTER'
                          TO WS-ER-PROBLEM
                END-IF
            END-IF.

      **************************************************************
      *   A RETURN MUST NAME A SALE ON THE REGISTER, MADE TO THE   *
      *   SAME CUSTOMER, WITH AT LEAST THE RETURN AMOUNT STILL     *
      *   UNRETURNED                                               *
      **************************************************************
       U219-CHECK-RETURN-AGAINST-SALE.
            IF WS-RETURN-ORIG-TRANS-NO NOT NUMERIC
               OR WS-RETURN-ORIG-TRANS-NO = 0
                MOVE 'N' TO WS-EDIT-SWITCH
                MOVE 'RETURN DOES NOT NAME ORIGINAL SALE'
                      TO WS-ER-PROBLEM
            ELSE
                MOVE WS-RETURN-ORIG-TRANS-NO TO WS-REG-LOOKUP-NO
                PERFORM U217-FIND-REGISTERED-SALE
                IF NOT WS-SALE-FOUND
                    MOVE 'N' TO WS-EDIT-SWITCH
                    MOVE 'ORIGINAL SALE NOT ON SALES REGISTER'
                          TO WS-ER-PROBLEM
                ELSE
                    IF SG-CUSTOMER-NO NOT = WS-RETURN-CUSTOMER-NO
                        MOVE 'N' TO WS-EDIT-SWITCH
                        MOVE 'RETURN CUSTOMER DIFFERS FROM SALE'
                              TO WS-ER-PROBLEM
                    ELSE
                        IF WS-RETURN-AMOUNT >
                           SG-NET-AMOUNT - SG-RETURNED-AMOUNT
                            MOVE 'N' TO WS-EDIT-SWITCH
                            MOVE 'RETURN EXCEEDS UNRETURNED BALANCE'
                                  TO WS-ER-PROBLEM
                        END-IF
                    END-IF
                END-IF
            END-IF.

      **************************************************************
      *   A SPLIT SALE MUST NAME AT LEAST ONE PARTNER, EACH WITH A *
      *   PERCENTAGE, NO SALESPERSON TWICE, AND LEAVE THE          *
      *   SALESPERSON ON THE TRANSACTION A SHARE OF THE 100        *
      *   PERCENT. EVERY SALESPERSON CREDITED MUST BE ON THE       *
      *   MASTER AND NOT TERMINATED, SO NO SHARE POSTS UNLESS ALL  *
      *   OF THEM CAN                                              *
      **************************************************************
       U460-CHECK-SPLIT-SHARES.
            PERFORM U461-LOAD-SPLIT-TABLE.
            IF WS-EDIT-PASSED AND WS-SHR-COUNT < 2
                MOVE 'N' TO WS-EDIT-SWITCH
                MOVE 'SPLIT NAMES NO PARTNER' TO WS-ER-PROBLEM
            END-IF.
            IF WS-EDIT-PASSED AND WS-SHR-PCT-TOTAL NOT < 100
                MOVE 'N' TO WS-EDIT-SWITCH
                MOVE 'SPLIT PERCENTAGES DO NOT ADD TO 100'
                      TO WS-ER-PROBLEM
            END-IF.
            IF WS-EDIT-PASSED
                COMPUTE WS-SHR-PCT (1) = 100 - WS-SHR-PCT-TOTAL
                PERFORM U463-CHECK-SPLIT-SALESPERSON
                    VARYING WS-SHR-SUB FROM 1 BY 1
                    UNTIL WS-EDIT-FAILED OR WS-SHR-SUB > WS-SHR-COUNT
            END-IF.

      **************************************************************
      *   BUILD THE SHARE TABLE FROM THE TRANSACTION - THE         *
      *   SALESPERSON KEYED FIRST, THEN EACH PARTNER SLOT IN USE   *
      **************************************************************
       U461-LOAD-SPLIT-TABLE.
            MOVE 1 TO WS-SHR-COUNT.
            MOVE ZEROES TO WS-SHR-PCT-TOTAL.
            MOVE TRANS-SALESPERSON-NO TO WS-SHR-SLSP-NO (1).
            MOVE ZERO TO WS-SHR-PCT (1) WS-SHR-AMOUNT (1).
            PERFORM U462-LOAD-SPLIT-PARTNER
                VARYING WS-PTN-SUB FROM 1 BY 1
                UNTIL WS-EDIT-FAILED OR WS-PTN-SUB > 3.

      **************************************************************
      *   AN UNUSED PARTNER SLOT IS ALL ZEROES. A SLOT IN USE      *
      *   NEEDS BOTH A SALESPERSON AND A PERCENTAGE                *
      **************************************************************
       U462-LOAD-SPLIT-PARTNER.
            IF WS-SPLIT-SLSP-NO (WS-PTN-SUB) NOT NUMERIC
               OR WS-SPLIT-PCT (WS-PTN-SUB) NOT NUMERIC
                MOVE 'N' TO WS-EDIT-SWITCH
                MOVE 'INVALID SPLIT PARTNER OR PERCENT'
                      TO WS-ER-PROBLEM
            ELSE
            IF WS-SPLIT-SLSP-NO (WS-PTN-SUB) = 0
               AND WS-SPLIT-PCT (WS-PTN-SUB) = 0
                CONTINUE
            ELSE
                IF WS-SPLIT-SLSP-NO (WS-PTN-SUB) = 0
                   OR WS-SPLIT-PCT (WS-PTN-SUB) = 0
                    MOVE 'N' TO WS-EDIT-SWITCH
                    MOVE 'INVALID SPLIT PARTNER OR PERCENT'
                          TO WS-ER-PROBLEM
                ELSE
                    ADD 1 TO WS-SHR-COUNT
                    MOVE WS-SPLIT-SLSP-NO (WS-PTN-SUB)
                         TO WS-SHR-SLSP-NO (WS-SHR-COUNT)
                    MOVE WS-SPLIT-PCT (WS-PTN-SUB)
                         TO WS-SHR-PCT (WS-SHR-COUNT)
                    MOVE ZERO TO WS-SHR-AMOUNT (WS-SHR-COUNT)
                    ADD WS-SPLIT-PCT (WS-PTN-SUB) TO WS-SHR-PCT-TOTAL
                    PERFORM U464-CHECK-SPLIT-DUPLICATE
                        VARYING WS-SHR-SUB-2 FROM 1 BY 1
                        UNTIL WS-EDIT-FAILED
                           OR WS-SHR-SUB-2 NOT < WS-SHR-COUNT
                END-IF
            END-IF
            END-IF.

      **************************************************************
      *   THE SAME SALESPERSON MAY NOT TAKE TWO SHARES             *
      **************************************************************
       U464-CHECK-SPLIT-DUPLICATE.
            IF WS-SHR-SLSP-NO (WS-SHR-SUB-2) =
               WS-SHR-SLSP-NO (WS-SHR-COUNT)
                MOVE 'N' TO WS-EDIT-SWITCH
                MOVE 'SALESPERSON NAMED TWICE ON SPLIT'
                      TO WS-ER-PROBLEM
            END-IF.

      **************************************************************
      *   EVERY SALESPERSON TAKING A SHARE MUST BE ON THE MASTER   *
      *   AND NOT TERMINATED                                       *
      **************************************************************
       U463-CHECK-SPLIT-SALESPERSON.
            MOVE WS-SHR-SLSP-NO (WS-SHR-SUB) TO SALESPERSON-NO.
            READ SALESMAST.
            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '02'
                IF SALESPERSON-TERMED
                    MOVE 'N' TO WS-EDIT-SWITCH
                    MOVE 'SPLIT SALESPERSON TERMINATED'
                          TO WS-ER-PROBLEM
                END-IF
            ELSE
                MOVE 'N' TO WS-EDIT-SWITCH
                MOVE 'SPLIT SALESPERSON NOT ON MASTER'
                      TO WS-ER-PROBLEM
            END-IF.

      **************************************************************
      *   REPORT AND COUNT A TRANSACTION REJECTED BY THE EDIT PASS  *
      *   ABOVE. USES THE SAME ERROR-LINE/SUSPENSE-FILE PATH AS A   *
                END-COMPUTE
                REWRITE SALESPERSON-MASTER
                 IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '02'
                      IF WS-SALE-ORIG-TRANS-NO NUMERIC
                         AND WS-SALE-ORIG-TRANS-NO NOT = 0
                          PERFORM W237-RESTORE-RETURNED-AMOUNT
                      ELSE
                          PERFORM W236-REGISTER-SALE
                      END-IF
                      MOVE 'SALE' TO WS-PRNT-TYPE
                      MOVE WS-TRANS-GROSS-SALES TO WS-TL-AMT
                      MOVE WS-TRANS-GROSS-SALES TO WS-EXT-RAW-AMOUNT
             END-IF
             END-IF.

      **************************************************************
      *   PROCESS SPLIT SALE TRANSACTIONS. THE TRANSACTION IS      *
      *   GROUPED UNDER THE BRANCH/DEPARTMENT OF THE SALESPERSON   *
      *   KEYED ON IT; EACH SHARE IS POSTED, REGISTERED AND LOGGED *
      *   AGAINST ITS OWN SALESPERSON                              *
      **************************************************************
       C450-PROCESS-SPLIT.
            MOVE TRANS-SALESPERSON-NO TO SALESPERSON-NO.

            READ SALESMAST.

            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '02'
                MOVE SALESPERSON-BRANCH-NO TO WS-SALESBRANCH-NO-CAT
                MOVE WS-CAT-BRANCH-NO TO WS-CURR-BR
                MOVE WS-CAT-DEPARTMENT-NO TO WS-CURR-DEPT
            END-IF.

            PERFORM U210-VALIDATE-TRANSACTION.

            IF WS-EDIT-FAILED
                PERFORM W270-REJECT-TRANSACTION
            ELSE
                MOVE 'N' TO WS-SHR-FAILED-SWITCH
                PERFORM U465-ALLOCATE-SPLIT-SHARES
                MOVE WS-SPLIT-AMOUNT TO WS-TRANS-GROSS-SALES
                PERFORM C455-POST-SPLIT-SHARE
                    VARYING WS-SHR-SUB FROM 1 BY 1
                    UNTIL WS-SHR-SUB > WS-SHR-COUNT
                PERFORM W250-WRITE-CHECKPOINT-IF-DUE
                IF WS-SHR-POST-FAILED
                    MOVE WS-SHR-FAIL-STATUS TO WS-IN-STATUS
                    COMPUTE
                       WS-NUM-FAILED-TRANS = WS-NUM-FAILED-TRANS + 1
                    END-COMPUTE
                ELSE
                    COMPUTE
                       WS-NUM-SPLIT-TRANS = WS-NUM-SPLIT-TRANS + 1
                    END-COMPUTE
                END-IF
            END-IF.

      **************************************************************
      *   WORK OUT EACH PARTNER'S SHARE OF THE AMOUNT, ROUNDED TO  *
      *   THE CENT, AND LEAVE THE REMAINDER TO THE SALESPERSON     *
      *   KEYED ON THE TRANSACTION                                 *
      **************************************************************
       U465-ALLOCATE-SPLIT-SHARES.
            MOVE ZERO TO WS-SHR-ALLOCATED.
            PERFORM U466-ALLOCATE-PARTNER-SHARE
                VARYING WS-SHR-SUB FROM 2 BY 1
                UNTIL WS-SHR-SUB > WS-SHR-COUNT.
            COMPUTE
               WS-SHR-AMOUNT (1) = WS-SPLIT-AMOUNT - WS-SHR-ALLOCATED
            END-COMPUTE.

       U466-ALLOCATE-PARTNER-SHARE.
            COMPUTE
               WS-SHR-AMOUNT (WS-SHR-SUB) ROUNDED =
               WS-SPLIT-AMOUNT * WS-SHR-PCT (WS-SHR-SUB) / 100
            END-COMPUTE.
            ADD WS-SHR-AMOUNT (WS-SHR-SUB) TO WS-SHR-ALLOCATED.

      **************************************************************
      *   POST ONE SHARE TO ITS SALESPERSON'S GROSS SALES. EVERY   *
      *   SHARE WAS EDITED FIRST, SO A FAILURE HERE IS AN I/O      *
      *   PROBLEM ON THAT ONE MASTER RECORD. THE OTHER SHARES      *
      *   STAND, SO THE TRANSACTION IS NOT SENT TO SUSPENSE - THE  *
      *   ERROR LINE AND CONSOLE MESSAGE NAME THE SHARE TO BE      *
      *   KEYED AGAIN AS AN ORDINARY SALE                          *
      **************************************************************
       C455-POST-SPLIT-SHARE.
            MOVE WS-SHR-SLSP-NO (WS-SHR-SUB) TO SALESPERSON-NO.
            READ SALESMAST.
            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '02'
                COMPUTE
                    SALESPERSON-GROSS-SALES =
                    SALESPERSON-GROSS-SALES + WS-SHR-AMOUNT (WS-SHR-SUB)
                END-COMPUTE
                REWRITE SALESPERSON-MASTER
            END-IF.
            IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '02'
                PERFORM W239-REGISTER-SPLIT-SHARE
                MOVE 'SPLIT' TO WS-PRNT-TYPE
                MOVE WS-SHR-AMOUNT (WS-SHR-SUB) TO WS-TL-AMT
                MOVE WS-SHR-AMOUNT (WS-SHR-SUB) TO WS-EXT-RAW-AMOUNT
                PERFORM W230-PRINT-TRANSACTION-LOG
            ELSE
                SET WS-SHR-POST-FAILED TO TRUE
                MOVE WS-IN-STATUS TO WS-SHR-FAIL-STATUS
                MOVE TRANS-NO TO WS-ER-TRN-NO
                MOVE 'PROBLEM DOING SPLIT, STATUS IS:'
                      TO WS-ER-PROBLEM
                MOVE WS-IN-STATUS TO WS-ER-IDX-STATUS
                WRITE PRINT-AREA FROM WS-ERROR-LINE
                DISPLAY "SPLIT SHARE FOR SALESPERSON "
                        WS-SHR-SLSP-NO (WS-SHR-SUB) " ON TRANS "
                        TRANS-NO " NOT POSTED, STATUS IS: "
                        WS-IN-STATUS
            END-IF.

      **************************************************************
      *               PROCESS RETURN TRANSACTIONS                  *
      **************************************************************
       C500-PROCESS-RETURN.
            MOVE 'N' TO WS-RETURN-HELD-SWITCH.
            MOVE TRANS-SALESPERSON-NO TO WS-CHARGE-SLSP-NO.
            IF WS-RETURN-ORIG-TRANS-NO NUMERIC
               AND WS-RETURN-ORIG-TRANS-NO NOT = 0
                MOVE WS-RETURN-ORIG-TRANS-NO TO WS-REG-LOOKUP-NO
                PERFORM U217-FIND-REGISTERED-SALE
                IF WS-SALE-FOUND
                    MOVE SG-SALESPERSON-NO TO WS-CHARGE-SLSP-NO
                END-IF
            END-IF.
            MOVE WS-CHARGE-SLSP-NO TO SALESPERSON-NO.

            READ SALESMAST.

                END-COMPUTE
                REWRITE SALESPERSON-MASTER
                 IF WS-IN-STATUS = '00' OR WS-IN-STATUS = '02'
                      PERFORM W238-APPLY-RETURN-TO-REGISTER
                      MOVE 'RETURN' TO WS-PRNT-TYPE
                      COMPUTE
                          WS-TRANS-RETURNS = WS-RETURN-AMOUNT * -1
             END-IF
             END-IF.

      **************************************************************
      *   FILE A REGISTER ROW FOR A SALE JUST POSTED, NET OF       *
      *   DISCOUNT, WITH NOTHING YET RETURNED AGAINST IT           *
      **************************************************************
       W236-REGISTER-SALE.
            MOVE TRANS-NO TO SG-TRANS-NO.
            MOVE TRANS-SALESPERSON-NO TO SG-SALESPERSON-NO.
            MOVE WS-SALE-CUSTOMER-NO TO SG-CUSTOMER-NO.
            MOVE TRANS-DATE TO SG-TRANS-DATE.
            MOVE WS-BATCH-BUS-DATE TO SG-POSTED-DATE.
            MOVE SALESPERSON-BRANCH-NO TO SG-BRANCH-NO.
            MOVE WS-TRANS-GROSS-SALES TO SG-NET-AMOUNT.
            MOVE ZERO TO SG-RETURNED-AMOUNT.
            WRITE SALES-REGISTER-RECORD.
            IF WS-SRG-STATUS NOT = '00'
                DISPLAY "PROBLEM WRITING SALES REGISTER FOR TRANS "
                        TRANS-NO ", STATUS IS: " WS-SRG-STATUS
            END-IF.

      **************************************************************
      *   A BACKOUT SALE UNDOES A RETURN, SO THE ORIGINAL SALE'S   *
      *   RETURNED AMOUNT COMES BACK DOWN BY THE REVERSED AMOUNT   *
      *   AND NO NEW REGISTER ROW IS FILED. U218 LEFT THE KEY OF   *
      *   THE ORIGINAL SALE'S ROW IN THE RECORD AREA               *
      **************************************************************
       W237-RESTORE-RETURNED-AMOUNT.
            READ SALES-REGISTER.
            IF WS-SRG-STATUS = '00'
                SUBTRACT WS-TRANS-GROSS-SALES FROM SG-RETURNED-AMOUNT
                REWRITE SALES-REGISTER-RECORD
            END-IF.
            IF WS-SRG-STATUS NOT = '00'
                DISPLAY "PROBLEM RESTORING SALES REGISTER FOR TRANS "
                        WS-SALE-ORIG-TRANS-NO ", STATUS IS: "
                        WS-SRG-STATUS
            END-IF.

      **************************************************************
      *   RAISE THE ORIGINAL SALE'S RETURNED AMOUNT BY A RETURN    *
      *   JUST POSTED AGAINST IT                                   *
      **************************************************************
       W238-APPLY-RETURN-TO-REGISTER.
            MOVE WS-RETURN-ORIG-TRANS-NO TO SG-TRANS-NO.
            MOVE WS-CHARGE-SLSP-NO TO SG-SALESPERSON-NO.
            READ SALES-REGISTER.
            IF WS-SRG-STATUS = '00'
                ADD WS-RETURN-AMOUNT TO SG-RETURNED-AMOUNT
                REWRITE SALES-REGISTER-RECORD
            END-IF.
            IF WS-SRG-STATUS NOT = '00'
                DISPLAY "PROBLEM UPDATING SALES REGISTER FOR TRANS "
                        WS-RETURN-ORIG-TRANS-NO ", STATUS IS: "
                        WS-SRG-STATUS
            END-IF.

      **************************************************************
      *   FILE A REGISTER ROW FOR ONE SHARE OF A SPLIT SALE, KEYED *
      *   BY THE SHARED TRANS-NO AND THE SHARE'S SALESPERSON, SO A *
      *   RETURN IS CHARGED AGAINST THE SHARE OF THE SALESPERSON   *
      *   IT IS KEYED TO                                           *
      **************************************************************
       W239-REGISTER-SPLIT-SHARE.
            MOVE TRANS-NO TO SG-TRANS-NO.
            MOVE WS-SHR-SLSP-NO (WS-SHR-SUB) TO SG-SALESPERSON-NO.
            MOVE WS-SPLIT-CUSTOMER-NO TO SG-CUSTOMER-NO.
            MOVE TRANS-DATE TO SG-TRANS-DATE.
            MOVE WS-BATCH-BUS-DATE TO SG-POSTED-DATE.
            MOVE SALESPERSON-BRANCH-NO TO SG-BRANCH-NO.
            MOVE WS-SHR-AMOUNT (WS-SHR-SUB) TO SG-NET-AMOUNT.
            MOVE ZERO TO SG-RETURNED-AMOUNT.
            WRITE SALES-REGISTER-RECORD.
            IF WS-SRG-STATUS NOT = '00'
                DISPLAY "PROBLEM WRITING SALES REGISTER FOR TRANS "
                        TRANS-NO ", STATUS IS: " WS-SRG-STATUS
            END-IF.

      **************************************************************
      *   DIVERT A VALID BUT UNAPPROVED RETURN TO THE PENDING-     *
      *   APPROVAL FILE INSTEAD OF POSTING IT. THE FULL            *
               WS-NUM-HELD-TRANS = WS-NUM-HELD-TRANS + 1
            END-COMPUTE.

      **************************************************************
      *   PARK A FUTURE-DATED MAINTENANCE TRANSACTION ON SLSSMNT   *
      *   INSTEAD OF POSTING IT, AFTER CANCELLING ANY EARLIER      *
      *   ENTRY IT SUPERSEDES. IT IS EDITED WHEN RELEASED, AGAINST *
      *   THE MASTER AS IT STANDS ON THE EFFECTIVE DATE. A         *
      *   DUPLICATE KEY IS THE SAME ENTRY PARKED BEFORE A RESTART  *
      **************************************************************
       W280-SCHEDULE-MAINTENANCE.
            PERFORM W284-CANCEL-SUPERSEDED.
            MOVE SPACES TO SCHEDULED-MAINT-RECORD.
            MOVE TRANS-SALESPERSON-NO TO SM-SALESPERSON-NO.
            MOVE WS-SMT-EFFECTIVE-DATE TO SM-EFFECTIVE-DATE.
            MOVE WS-BATCH-NO TO SM-BATCH-NO.
            MOVE TRANS-NO TO SM-TRANS-NO.
            MOVE 'S' TO SM-STATUS.
            MOVE WS-SMT-RUN-DATE TO SM-SCHEDULED-DATE.
            MOVE ZERO TO SM-ACTION-DATE.
            MOVE ZERO TO SM-ACTION-BATCH-NO.
            MOVE ZERO TO SM-ACTION-TRANS-NO.
            MOVE SPACE TO SM-RELEASE-RESULT.
            MOVE SALES-TRANS-RECORD TO SM-TRANS-IMAGE.
            WRITE SCHEDULED-MAINT-RECORD.
            IF WS-SMT-STATUS = '00' OR WS-SMT-STATUS = '22'
                MOVE TRANS-NO TO WS-ER-TRN-NO
                MOVE WS-SMT-EFFECTIVE-DATE TO WS-SMT-PARK-DATE
                MOVE WS-SMT-PARK-NOTE TO WS-ER-PROBLEM
                MOVE 'SC' TO WS-ER-IDX-STATUS
                WRITE PRINT-AREA FROM WS-ERROR-LINE
                COMPUTE
                   WS-NUM-SCHED-TRANS = WS-NUM-SCHED-TRANS + 1
                END-COMPUTE
            ELSE
                MOVE TRANS-NO TO WS-ER-TRN-NO
                MOVE 'PROBLEM SCHEDULING, STATUS IS:'
                      TO WS-ER-PROBLEM
                MOVE WS-SMT-STATUS TO WS-IN-STATUS
                MOVE WS-IN-STATUS TO WS-ER-IDX-STATUS
                WRITE PRINT-AREA FROM WS-ERROR-LINE
                PERFORM W260-WRITE-REJECT-RECORD
                COMPUTE
                   WS-NUM-FAILED-TRANS = WS-NUM-FAILED-TRANS + 1
                END-COMPUTE
            END-IF.

      **************************************************************
      *   CANCEL THE SALESPERSON'S ENTRIES STILL SCHEDULED THAT    *
      *   THE CURRENT TRANSACTION SUPERSEDES - THOSE OF THE SAME   *
      *   TYPE, OR ALL OF THEM FOR A DELETE. THE ENTRY IS MARKED   *
      *   CANCELLED WITH THE BATCH AND TRANS-NO THAT REPLACED IT   *
      **************************************************************
       W284-CANCEL-SUPERSEDED.
            MOVE 'N' TO WS-SMT-EOF-SWITCH.
            MOVE ZEROES TO SM-KEY.
            MOVE TRANS-SALESPERSON-NO TO SM-SALESPERSON-NO.
            START SCHEDULED-MAINT KEY IS NOT LESS THAN SM-KEY.
            IF WS-SMT-STATUS = '00'
                PERFORM R2070-READ-NEXT-SCHEDULED
                PERFORM W286-CANCEL-IF-SUPERSEDED
                    UNTIL WS-SMT-EOF
                       OR SM-SALESPERSON-NO NOT = TRANS-SALESPERSON-NO
            END-IF.

       W286-CANCEL-IF-SUPERSEDED.
            IF SM-SCHEDULED
               AND (SM-IMG-TYPE-CODE = TRANS-TYPE-CODE OR TRANS-DEL)
               AND (SM-BATCH-NO NOT = WS-BATCH-NO
                    OR SM-TRANS-NO NOT = TRANS-NO)
                MOVE 'C' TO SM-STATUS
                MOVE WS-SMT-RUN-DATE TO SM-ACTION-DATE
                MOVE WS-BATCH-NO TO SM-ACTION-BATCH-NO
                MOVE TRANS-NO TO SM-ACTION-TRANS-NO
                REWRITE SCHEDULED-MAINT-RECORD
                IF WS-SMT-STATUS = '00'
                    MOVE SM-TRANS-NO TO WS-ER-TRN-NO
                    MOVE SM-BATCH-NO TO WS-SMT-CANCEL-BATCH
                    MOVE WS-SMT-CANCEL-NOTE TO WS-ER-PROBLEM
                    MOVE 'CN' TO WS-ER-IDX-STATUS
                    WRITE PRINT-AREA FROM WS-ERROR-LINE
                    COMPUTE
                       WS-NUM-CANCEL-TRANS = WS-NUM-CANCEL-TRANS + 1
                    END-COMPUTE
                END-IF
            END-IF.
            PERFORM R2070-READ-NEXT-SCHEDULED.

      **************************************************************
      *               PROCESS TRANSFER TRANSACTIONS                *
      *   FREEZE THE SALES EARNED AT THE OLD BRANCH TO THE         *
      *               PRINT TO TRANSACTION LOG                     *
      **************************************************************
       W230-PRINT-TRANSACTION-LOG.
            PERFORM U232-SET-LOG-SALESPERSON.
            MOVE TRANS-NO TO WS-PRNT-TRANS-NO.
            MOVE WS-LOG-SLSP-NO TO WS-PRNT-SALESPERSON-NO.
            MOVE WS-LOG-ORIG-TRANS-NO TO WS-PRNT-REL-TRANS-NO.
            IF WS-LOG-ORIG-TRANS-NO = 0
                MOVE SPACES TO WS-PRNT-REL-LABEL
            ELSE
                MOVE 'SALE ' TO WS-PRNT-REL-LABEL
            END-IF.
            IF TRANS-SPLIT
                MOVE WS-SHR-PCT (WS-SHR-SUB) TO WS-SHR-NOTE-PCT
                MOVE WS-SHR-NOTE TO WS-PRNT-CHARGE-NOTE
            ELSE
            IF WS-LOG-SLSP-NO = TRANS-SALESPERSON-NO
                MOVE SPACES TO WS-PRNT-CHARGE-NOTE
            ELSE
                MOVE TRANS-SALESPERSON-NO TO WS-CHARGE-KEYED-BY
                MOVE WS-CHARGE-NOTE TO WS-PRNT-CHARGE-NOTE
            END-IF
            END-IF.
            IF WS-SMT-RELEASING
                MOVE 'RELEASED' TO WS-PRNT-CHARGE-NOTE
            END-IF.
            MOVE TRANS-NO TO WS-LAST-SUCCESS-TRANS-NO.
            PERFORM U200-FORMAT-TRANS-DATE.
            WRITE PRINT-AREA FROM WS-PRNT-DETAIL-LINE
            AFTER ADVANCING 1 LINE.
            PERFORM W235-WRITE-EXTRACT-RECORD.

      **************************************************************
      *   A RETURN IS LOGGED UNDER THE SALESPERSON IT WAS CHARGED  *
      *   TO, SO THE PCS2PRG7 BALANCING RUN TIES TO THE MASTER     *
      *   THAT WAS ACTUALLY UPDATED, AND CARRIES THE RELATED SALE  *
      *   NUMBER, AS DOES A BACKOUT SALE THAT UNDOES A RETURN. A   *
      *   SPLIT SALE IS LOGGED ONCE PER SHARE UNDER THE SHARE'S    *
      *   SALESPERSON                                              *
      **************************************************************
       U232-SET-LOG-SALESPERSON.
            MOVE TRANS-SALESPERSON-NO TO WS-LOG-SLSP-NO.
            MOVE ZERO TO WS-LOG-ORIG-TRANS-NO.
            EVALUATE TRUE
                WHEN TRANS-RET
                    MOVE WS-CHARGE-SLSP-NO TO WS-LOG-SLSP-NO
                    MOVE WS-RETURN-ORIG-TRANS-NO TO WS-LOG-ORIG-TRANS-NO
                WHEN TRANS-SALE AND WS-SALE-ORIG-TRANS-NO NUMERIC
                    MOVE WS-SALE-ORIG-TRANS-NO TO WS-LOG-ORIG-TRANS-NO
                WHEN TRANS-SPLIT
                    MOVE WS-SHR-SLSP-NO (WS-SHR-SUB) TO WS-LOG-SLSP-NO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      **************************************************************
      *   WRITE ONE COMMA-DELIMITED EXTRACT RECORD PER TRANSACTION *
      *   LOGGED, ALONGSIDE THE PRINTED SALESRPT DETAIL LINE, FOR  *
       W235-WRITE-EXTRACT-RECORD.
            MOVE TRANS-NO TO EXT-TRANS-NO.
            MOVE ',' TO EXT-COMMA-1.
            MOVE WS-LOG-SLSP-NO TO EXT-SALESPERSON-NO.
            MOVE ',' TO EXT-COMMA-2.
            MOVE TRANS-DATE TO EXT-TRANS-DATE.
            MOVE ',' TO EXT-COMMA-3.
            EVALUATE TRUE
                WHEN TRANS-SALE
                    MOVE WS-SALE-CUSTOMER-NO TO EXT-CUSTOMER-NO
                WHEN TRANS-SPLIT
                    MOVE WS-SPLIT-CUSTOMER-NO TO EXT-CUSTOMER-NO
                WHEN TRANS-RET
                    MOVE WS-RETURN-CUSTOMER-NO TO EXT-CUSTOMER-NO
                WHEN OTHER
                    MOVE ZERO TO EXT-CUSTOMER-NO
            END-EVALUATE.
            MOVE ',' TO EXT-COMMA-6.
            MOVE WS-LOG-ORIG-TRANS-NO TO EXT-ORIG-TRANS-NO.
            WRITE EXTRACT-RECORD.

      **************************************************************
      *   FULLY POSTED TRANSACTIONS SO A RESTART CAN RESUME HERE   *
      **************************************************************
       W250-WRITE-CHECKPOINT-IF-DUE.
            IF NOT WS-SMT-RELEASING
                ADD 1 TO WS-CHK-SINCE-LAST
                IF WS-CHK-SINCE-LAST >= WS-CHK-INTERVAL
                    PERFORM W255-WRITE-CHECKPOINT-RECORD
                END-IF
            END-IF.

       W255-WRITE-CHECKPOINT-RECORD.
                        ADD 1 TO WS-BR-SALES-TRANS WS-DP-SALES-TRANS
                        ADD WS-TRANS-GROSS-SALES TO WS-BR-GROSS-SALES
                                                     WS-DP-GROSS-SALES
                    WHEN TRANS-SPLIT
                        ADD 1 TO WS-BR-SPLIT-TRANS WS-DP-SPLIT-TRANS
                        ADD WS-TRANS-GROSS-SALES TO WS-BR-GROSS-SALES
                                                     WS-DP-GROSS-SALES
                    WHEN TRANS-RET AND WS-RETURN-HELD
                        ADD 1 TO WS-BR-HELD-TRANS WS-DP-HELD-TRANS
                    WHEN TRANS-RET
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'SPLIT' TO WS-PRNT-TYPE-NAME.
            MOVE WS-DP-SPLIT-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'RETURN' TO WS-PRNT-TYPE-NAME.
            MOVE WS-DP-RETURN-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'SPLIT' TO WS-PRNT-TYPE-NAME.
            MOVE WS-BR-SPLIT-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'RETURN' TO WS-PRNT-TYPE-NAME.
            MOVE WS-BR-RETURN-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS

       W228-RESET-BRANCH-TOTALS.
            MOVE ZEROES TO WS-BR-SALES-TRANS WS-BR-RETURN-TRANS
                           WS-BR-SPLIT-TRANS
                           WS-BR-ADD-TRANS WS-BR-DELETE-TRANS
                           WS-BR-CHANGE-TRANS WS-BR-XFER-TRANS
                           WS-BR-HELD-TRANS WS-BR-FAILED-TRANS.

       W229-RESET-DEPT-TOTALS.
            MOVE ZEROES TO WS-DP-SALES-TRANS WS-DP-RETURN-TRANS
                           WS-DP-SPLIT-TRANS
                           WS-DP-ADD-TRANS WS-DP-DELETE-TRANS
                           WS-DP-CHANGE-TRANS WS-DP-XFER-TRANS
                           WS-DP-HELD-TRANS WS-DP-FAILED-TRANS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'SPLIT' TO WS-PRNT-TYPE-NAME.
            MOVE WS-NUM-SPLIT-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'RETURN' TO WS-PRNT-TYPE-NAME.
            MOVE WS-NUM-RETURN-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            MOVE WS-NUM-FAILED-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'SCHED' TO WS-PRNT-TYPE-NAME.
            MOVE WS-NUM-SCHED-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'RELEASE' TO WS-PRNT-TYPE-NAME.
            MOVE WS-NUM-RELEASED-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.

            MOVE 'CANCEL' TO WS-PRNT-TYPE-NAME.
            MOVE WS-NUM-CANCEL-TRANS TO WS-PRNT-TYPE-TOTALS.
            WRITE PRINT-AREA FROM WS-PRINT-TOTALS
            AFTER ADVANCING 1 LINE.
