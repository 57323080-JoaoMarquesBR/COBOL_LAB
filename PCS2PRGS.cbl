       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGS.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGS                           *
      *                COBOL ZOS PROGRAM DESCRIPTION              *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   SCHEDULED-MAINTENANCE REPORT. LISTS THE FUTURE-DATED    *
      *   ADD, CHANGE, TRANSFER AND STATUS TRANSACTIONS PCS2PRG1  *
      *   HAS PARKED ON THE SLSSMNT KSDS IN THREE SECTIONS:       *
      *      - STILL SCHEDULED, BY SALESPERSON AND EFFECTIVE DATE *
      *      - RELEASED BY THE LATEST POSTING RUN, AND WHETHER    *
      *        EACH POSTED OR WAS REJECTED BY THE EDITS           *
      *      - CANCELLED BY THE LATEST POSTING RUN BECAUSE A      *
      *        LATER TRANSACTION FOR THE SAME SALESPERSON         *
      *        SUPERSEDED IT, NAMING THAT TRANSACTION             *
      *   THE LATEST POSTING RUN IS THE LAST CLEAN PCS2PRG1 ON    *
      *   SLSSCHED, AND ITS BATCH BUSINESS DATE IS THE DATE THE   *
      *   RELEASED AND CANCELLED ENTRIES ARE SELECTED ON. WITHOUT *
      *   ONE, TODAY'S DATE IS USED. NOTHING IS UPDATED.          *
      *                                                           *
      *  INPUT DD NAME     FILE IDENTIFIER     FILE DESCRIPTION   *
      *  -------------     ---------------     ----------------   *
      *  SLSSMNT            SCHEDULED-MAINT    FUTURE-DATED       *
      *                                        MAINTENANCE KSDS   *
      *  SLSSCHED           SCHEDULE-FILE      JOB-SEQUENCE       *
      *                                        CONTROL FILE       *
      *  SLSPKS             SALESMAST          SALESPERSON MASTER *
      *                                                           *
      *  OUTPUT DD NAME    FILE IDENTIFIER     FILE DESCRIPTION   *
      *  --------------    ---------------     -----------------  *
      *  PRNT               SMNTRPT            SYSOUT REPORT FILE *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  CCS2SLSF               LAYOUT FOR SCHEDULED MAINTENANCE  *
      *  CCS2SLSS               LAYOUT FOR JOB-SEQUENCE CONTROL   *
      *  CCS2SLSP               LAYOUT FOR SALESPERSON MASTER     *
      *  CCS2SLSW               LAYOUT FOR DYNAMIC PART OF TRANS  *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SCHEDULED-MAINT ASSIGN TO SLSSMNT
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SM-KEY
              FILE STATUS IS WS-SMT-STATUS.
            SELECT SCHEDULE-FILE ASSIGN TO SLSSCHED
              FILE STATUS IS WS-SCH-STATUS.
            SELECT SALESMAST ASSIGN TO SLSPKS
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS SALESPERSON-NO
              ALTERNATE KEY IS SALESPERSON-BRANCH-NO WITH DUPLICATES
              FILE STATUS IS WS-IN-STATUS.
            SELECT SMNTRPT ASSIGN TO PRNT.

       DATA DIVISION.

       FILE SECTION.

       FD  SCHEDULED-MAINT.
      *COPY BOOK FOR SCHEDULED-MAINTENANCE RECORD
       COPY CCS2SLSF.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
      *COPY BOOK FOR DAILY JOB-SEQUENCE CONTROL RECORD
       COPY CCS2SLSS.

       FD  SALESMAST.
      *COPY BOOK FOR SALESPERSON MASTER RECORD
       COPY CCS2SLSP.

       FD  SMNTRPT
           RECORDING MODE IS F.
       01  PRINT-AREA                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CCS2SLSW.
      **************************************************************
      *    LAYOUT FOR THE 1ST HEADING LINE OF REPORT PRNTING       *
      **************************************************************
       01  WS-HEADING-LINE-1.
           03  FILLER                 PIC X(5)       VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE "PAGE  ".
           03  WS-HL1-PAGENO          PIC Z9.
           03  FILLER                 PIC X(29)      VALUE SPACES.
           03  FILLER                 PIC X(15)
                                      VALUE "ABC CORPORATION".
           03  FILLER                 PIC X(27)      VALUE SPACES.
           03  WS-HL1-MONTH           PIC 9(2).
           03  FILLER                 PIC X(1)       VALUE "/".
           03  WS-HL1-DAY             PIC 9(2).
           03  FILLER                 PIC X(1)       VALUE "/".
           03  WS-HL1-YEAR            PIC 9(4).
           03  FILLER                 PIC X          VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE 2ND HEADING LINE OF REPORT PRNTING       *
      **************************************************************
       01  WS-HEADING-LINE-2.
           03  FILLER                 PIC X(30)      VALUE SPACES.
           03  FILLER                 PIC X(29)
                         VALUE 'SCHEDULED MAINTENANCE REPORT'.

      **************************************************************
      *    LAYOUT FOR THE BUSINESS DATE REPORTED ON                 *
      **************************************************************
       01  WS-PRNT-RUN-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(32)
                         VALUE 'LATEST POSTING RUN BUSINESS DATE'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-RUN-DATE       PIC X(10).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-RUN-NOTE       PIC X(30)      VALUE SPACES.

      **************************************************************
      *    LAYOUT FOR THE SECTION HEADING LINE                      *
      **************************************************************
       01  WS-PRNT-SECTION-LINE.
           03  FILLER                 PIC X(1)       VALUE SPACES.
           03  WS-PRNT-SEC-TITLE      PIC X(40).
           03  WS-PRNT-SEC-DATE       PIC X(10).

      **************************************************************
      *    LAYOUT FOR THE COLUMN HEADINGS UNDER EACH SECTION        *
      **************************************************************
       01  WS-COLUMN-HEADINGS.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(5)       VALUE 'SLSP '.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(15)      VALUE 'NAME'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(10)      VALUE 'EFFECTIVE'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(6)       VALUE 'TYPE'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  FILLER                 PIC X(11)
                                      VALUE 'BATCH/TRANS'.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-COL-DETAIL          PIC X(36).

      **************************************************************
      *    LAYOUT FOR ONE SCHEDULED-MAINTENANCE ENTRY               *
      **************************************************************
       01  WS-PRNT-DETAIL-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-SLSP-NO        PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-NAME           PIC X(15).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-EFF-DATE       PIC X(10).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-TYPE           PIC X(6).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-BATCH-NO       PIC 9(5).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PRNT-TRANS-NO       PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PRNT-TEXT           PIC X(36).

      **************************************************************
      *    LAYOUT FOR THE SECTION COUNT LINE                        *
      **************************************************************
       01  WS-PRNT-COUNT-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  WS-PRNT-COUNT-LABEL    PIC X(20).
           03  WS-PRNT-COUNT          PIC Z(4)9.

      **************************************************************
      *    LAYOUT FOR A FILE THAT COULD NOT BE READ                 *
      **************************************************************
       01  WS-PRNT-FILE-LINE.
           03  FILLER                 PIC X(3)       VALUE SPACES.
           03  FILLER                 PIC X(20)
                                      VALUE 'FILE NOT AVAILABLE: '.
           03  WS-PRNT-FILE-DD        PIC X(8).
           03  FILLER                 PIC X(9)       VALUE ' STATUS: '.
           03  WS-PRNT-FILE-STATUS    PIC XX.

      **************************************************************
      *    DETAIL TEXT FOR EACH KIND OF ENTRY                       *
      **************************************************************
       01  WS-DTL-MAINT.
           03  FILLER                 PIC X(3)       VALUE 'BR '.
           03  WS-DTL-M-BRANCH        PIC 9(3).
           03  FILLER                 PIC X(6)       VALUE ' DEPT '.
           03  WS-DTL-M-DEPT          PIC 9(2).
           03  FILLER                 PIC X(6)       VALUE ' RATE '.
           03  WS-DTL-M-RATE          PIC .9999.

       01  WS-DTL-XFER.
           03  FILLER                 PIC X(6)       VALUE 'TO BR '.
           03  WS-DTL-X-BRANCH        PIC 9(3).
           03  FILLER                 PIC X(6)       VALUE ' DEPT '.
           03  WS-DTL-X-DEPT          PIC 9(2).

       01  WS-DTL-STATUS.
           03  FILLER                 PIC X(11)
                                      VALUE 'NEW STATUS '.
           03  WS-DTL-S-STATUS        PIC X.
           03  FILLER                 PIC X(6)       VALUE ' TERM '.
           03  WS-DTL-S-TERM-DATE     PIC X(10).

       01  WS-DTL-CANCEL.
           03  FILLER                 PIC X(12)
                                      VALUE 'BY BATCH/TR '.
           03  WS-DTL-C-BATCH-NO      PIC 9(5).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-DTL-C-TRANS-NO      PIC 9(5).

      **************************************************************
      *    REPORT SECTIONS - STATUS SELECTED, TITLE, WHETHER THEY   *
      *    ARE LIMITED TO THE REPORT DATE, AND THE DETAIL HEADING   *
      **************************************************************
       01  WS-SECTION-VALUES.
           03  FILLER                 PIC X(40)
               VALUE 'SCHEDULED - NOT YET EFFECTIVE           '.
           03  FILLER                 PIC X(38)
               VALUE 'SNCHANGE ON EFFECTIVE DATE            '.
           03  FILLER                 PIC X(40)
               VALUE 'RELEASED INTO POSTING ON                '.
           03  FILLER                 PIC X(38)
               VALUE 'RYRESULT OF RELEASE                   '.
           03  FILLER                 PIC X(40)
               VALUE 'CANCELLED BY A LATER TRANSACTION ON     '.
           03  FILLER                 PIC X(38)
               VALUE 'CYSUPERSEDED BY                       '.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           03  WS-SEC-ENTRY OCCURS 3 TIMES.
               05  WS-SEC-TITLE       PIC X(40).
               05  WS-SEC-STATUS      PIC X.
               05  WS-SEC-DATED       PIC X.
                   88  WS-SEC-ON-REPORT-DATE          VALUE 'Y'.
               05  WS-SEC-COL-DETAIL  PIC X(36).

       01  WS-CURRENT-DATE.
           03  WS-CD-YEAR             PIC X(4).
           03  WS-CD-MONTH            PIC XX.
           03  WS-CD-DAY              PIC XX.

      **************************************************************
      *    A YYYYMMDD DATE AND ITS MM/DD/YYYY PRINTED FORM          *
      **************************************************************
       01  WS-DATE-WORK               PIC 9(8)       VALUE ZERO.
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           03  WS-DW-YEAR             PIC 9(4).
           03  WS-DW-MONTH            PIC 9(2).
           03  WS-DW-DAY              PIC 9(2).

       01  WS-DATE-PRINT.
           03  WS-DP-MONTH            PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-DP-DAY              PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-DP-YEAR             PIC 9(4).

       01  WS-SWITCHES.
           05  WS-SMT-EOF-SWITCH         PIC X          VALUE "N".
               88  WS-SMT-EOF                           VALUE "Y".
           05  WS-SCH-EOF-SWITCH         PIC X          VALUE "N".
               88  WS-SCH-EOF                           VALUE "Y".
           05  WS-MAST-AVAIL-SWITCH      PIC X          VALUE "N".
               88  WS-MAST-AVAILABLE                    VALUE "Y".
           05  WS-RUN-FOUND-SWITCH       PIC X          VALUE "N".
               88  WS-RUN-FOUND                         VALUE "Y".

      **************************************************************
      *                 CALC-FIELDS AND FILE STATUSES               *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-SMT-STATUS             PIC XX         VALUE SPACES.
           03  WS-SCH-STATUS             PIC XX         VALUE SPACES.
           03  WS-IN-STATUS              PIC XX         VALUE SPACES.
           03  WS-CALC-PAGE-NO           PIC 9(3)       VALUE ZERO.
           03  WS-SEC-SUB                PIC 9(3) COMP  VALUE ZERO.
           03  WS-REPORT-DATE            PIC 9(8)       VALUE ZERO.
           03  WS-SEC-COUNT              PIC 9(5)       VALUE ZERO.

       PROCEDURE DIVISION.
      **************************************************************
      *   FIND THE LATEST POSTING RUN'S BUSINESS DATE, THEN PRINT  *
      *   ONE SECTION PER ENTRY STATUS FROM A PASS OF SLSSMNT      *
      **************************************************************
       A000-MAINLINE.
           PERFORM U100-FORMAT-DATE.
           PERFORM B100-FIND-REPORT-DATE.

           OPEN INPUT SALESMAST.
           IF WS-IN-STATUS EQUAL "00"
               SET WS-MAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO SALESPERSON MASTER, STATUS IS: "
                       WS-IN-STATUS " - NAMES NOT PRINTED"
           END-IF.

           OPEN OUTPUT SMNTRPT.
           PERFORM W140-PRINT-HEAD.
           PERFORM W150-PRINT-RUN-DATE.

           OPEN INPUT SCHEDULED-MAINT.
           IF WS-SMT-STATUS EQUAL "00"
               CLOSE SCHEDULED-MAINT
               PERFORM B200-PRINT-SECTION
                   VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > 3
           ELSE
               DISPLAY "NO SCHEDULED MAINTENANCE FILE, STATUS IS: "
                       WS-SMT-STATUS
               MOVE 'SLSSMNT' TO WS-PRNT-FILE-DD
               MOVE WS-SMT-STATUS TO WS-PRNT-FILE-STATUS
               WRITE PRINT-AREA FROM WS-PRNT-FILE-LINE
                     AFTER ADVANCING 2 LINES
               MOVE SPACES TO PRINT-AREA
           END-IF.

           CLOSE SMNTRPT.
           IF WS-MAST-AVAILABLE
               CLOSE SALESMAST
           END-IF.
           STOP RUN.

      **************************************************************
      *   THE REPORT DATE IS THE BATCH BUSINESS DATE OF THE LAST   *
      *   CLEAN PCS2PRG1 RUN ON SLSSCHED - THE DATE THAT RUN       *
      *   STAMPED ON THE ENTRIES IT RELEASED OR CANCELLED. A       *
      *   MISSING CONTROL FILE OR NO POSTING RUN FALLS BACK TO     *
      *   TODAY'S DATE WITH A NOTE ON THE REPORT                   *
      **************************************************************
       B100-FIND-REPORT-DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-STATUS EQUAL "00"
               PERFORM R2100-READ-SCHEDULE
               PERFORM B110-CHECK-SCHEDULE-ENTRY UNTIL WS-SCH-EOF
               CLOSE SCHEDULE-FILE
           END-IF.

       B110-CHECK-SCHEDULE-ENTRY.
           IF SC-JOB-ID EQUAL 'PCS2PRG1' AND SC-RESULT-CLEAN
               SET WS-RUN-FOUND TO TRUE
               IF SC-DETAIL-DATE NUMERIC AND SC-DETAIL-DATE > 0
                   MOVE SC-DETAIL-DATE TO WS-REPORT-DATE
               ELSE
                   MOVE SC-RUN-DATE TO WS-REPORT-DATE
               END-IF
           END-IF
           PERFORM R2100-READ-SCHEDULE.

      **************************************************************
      *   ONE SECTION - ITS HEADING, EVERY ENTRY IN THE SECTION'S  *
      *   STATUS (ACTED ON AT THE REPORT DATE FOR RELEASED AND     *
      *   CANCELLED) IN KEY ORDER, AND ITS COUNT                   *
      **************************************************************
       B200-PRINT-SECTION.
           MOVE WS-SEC-TITLE (WS-SEC-SUB) TO WS-PRNT-SEC-TITLE
           IF WS-SEC-ON-REPORT-DATE (WS-SEC-SUB)
               MOVE WS-REPORT-DATE TO WS-DATE-WORK
               PERFORM U200-FORMAT-PRINT-DATE
               MOVE WS-DATE-PRINT TO WS-PRNT-SEC-DATE
           ELSE
               MOVE SPACES TO WS-PRNT-SEC-DATE
           END-IF
           WRITE PRINT-AREA FROM WS-PRNT-SECTION-LINE
                 AFTER ADVANCING 3 LINES
           MOVE SPACES TO PRINT-AREA
           MOVE WS-SEC-COL-DETAIL (WS-SEC-SUB) TO WS-COL-DETAIL
           WRITE PRINT-AREA FROM WS-COLUMN-HEADINGS
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA

           MOVE ZERO TO WS-SEC-COUNT
           MOVE 'N' TO WS-SMT-EOF-SWITCH
           OPEN INPUT SCHEDULED-MAINT
           PERFORM R2000-READ-SCHEDULED
           PERFORM C200-SELECT-ENTRY UNTIL WS-SMT-EOF
           CLOSE SCHEDULED-MAINT

           MOVE 'ENTRIES IN SECTION  ' TO WS-PRNT-COUNT-LABEL
           MOVE WS-SEC-COUNT TO WS-PRNT-COUNT
           WRITE PRINT-AREA FROM WS-PRNT-COUNT-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA.

       C200-SELECT-ENTRY.
           IF SM-STATUS EQUAL WS-SEC-STATUS (WS-SEC-SUB)
               IF NOT WS-SEC-ON-REPORT-DATE (WS-SEC-SUB)
                  OR SM-ACTION-DATE EQUAL WS-REPORT-DATE
                   PERFORM W220-PRINT-ENTRY
               END-IF
           END-IF
           PERFORM R2000-READ-SCHEDULED.

      **************************************************************
      *   PRINT ONE ENTRY. A SCHEDULED ENTRY SHOWS THE CHANGE IT   *
      *   WILL MAKE, A RELEASED ONE WHETHER IT POSTED, AND A       *
      *   CANCELLED ONE THE TRANSACTION THAT SUPERSEDED IT         *
      **************************************************************
       W220-PRINT-ENTRY.
           ADD 1 TO WS-SEC-COUNT
           MOVE SM-SALESPERSON-NO TO WS-PRNT-SLSP-NO
           PERFORM U300-GET-NAME
           MOVE SM-EFFECTIVE-DATE TO WS-DATE-WORK
           PERFORM U200-FORMAT-PRINT-DATE
           MOVE WS-DATE-PRINT TO WS-PRNT-EFF-DATE
           EVALUATE SM-IMG-TYPE-CODE
               WHEN 'A'
                   MOVE 'ADD' TO WS-PRNT-TYPE
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-PRNT-TYPE
               WHEN 'T'
                   MOVE 'XFER' TO WS-PRNT-TYPE
               WHEN 'U'
                   MOVE 'STATUS' TO WS-PRNT-TYPE
               WHEN OTHER
                   MOVE SM-IMG-TYPE-CODE TO WS-PRNT-TYPE
           END-EVALUATE
           MOVE SM-BATCH-NO TO WS-PRNT-BATCH-NO
           MOVE SM-TRANS-NO TO WS-PRNT-TRANS-NO
           EVALUATE TRUE
               WHEN SM-RELEASED AND SM-RELEASE-POSTED
                   MOVE 'POSTED' TO WS-PRNT-TEXT
               WHEN SM-RELEASED
                   MOVE 'REJECTED BY EDITS - SEE SLSRJCT'
                     TO WS-PRNT-TEXT
               WHEN SM-CANCELLED
                   MOVE SM-ACTION-BATCH-NO TO WS-DTL-C-BATCH-NO
                   MOVE SM-ACTION-TRANS-NO TO WS-DTL-C-TRANS-NO
                   MOVE WS-DTL-CANCEL TO WS-PRNT-TEXT
               WHEN OTHER
                   PERFORM U400-FORMAT-CHANGE
           END-EVALUATE
           WRITE PRINT-AREA FROM WS-PRNT-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *        READS THE SCHEDULED-MAINTENANCE FILE IN KEY ORDER   *
      **************************************************************
       R2000-READ-SCHEDULED.
           READ SCHEDULED-MAINT
               AT END MOVE 'Y' TO WS-SMT-EOF-SWITCH
           END-READ.

      **************************************************************
      *               READS THE SCHEDULE CONTROL FILE              *
      **************************************************************
       R2100-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SWITCH
           END-READ.

      **************************************************************
      *                FORMAT THE RUN DATE FOR THE HEADING         *
      **************************************************************
       U100-FORMAT-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CD-MONTH TO WS-HL1-MONTH.
           MOVE WS-CD-DAY TO WS-HL1-DAY.
           MOVE WS-CD-YEAR TO WS-HL1-YEAR.

      **************************************************************
      *        FORMAT WS-DATE-WORK AS MM/DD/YYYY FOR PRINTING      *
      **************************************************************
       U200-FORMAT-PRINT-DATE.
           MOVE WS-DW-MONTH TO WS-DP-MONTH.
           MOVE WS-DW-DAY TO WS-DP-DAY.
           MOVE WS-DW-YEAR TO WS-DP-YEAR.

      **************************************************************
      *   THE NAME OF A SCHEDULED ADD IS TAKEN FROM THE PARKED     *
      *   TRANSACTION, SINCE THE SALESPERSON MAY NOT BE ON THE     *
      *   MASTER YET; EVERYONE ELSE'S COMES FROM SALESMAST         *
      **************************************************************
       U300-GET-NAME.
           MOVE SPACES TO WS-PRNT-NAME
           IF SM-IMG-TYPE-CODE EQUAL 'A'
               MOVE SM-IMG-TRANS-DATA TO WS-TRANS-MAINTENANCE
               MOVE WS-TRANS-LAST-NAME TO WS-PRNT-NAME
           ELSE
               IF WS-MAST-AVAILABLE
                   MOVE SM-SALESPERSON-NO TO SALESPERSON-NO
                   READ SALESMAST
                   IF WS-IN-STATUS EQUAL "00"
                      OR WS-IN-STATUS EQUAL "02"
                       MOVE SALESPERSON-LAST-NAME TO WS-PRNT-NAME
                   ELSE
                       MOVE 'NOT ON MASTER' TO WS-PRNT-NAME
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   DESCRIBE THE CHANGE A SCHEDULED ENTRY WILL MAKE FROM     *
      *   THE PARKED TRANSACTION DATA                              *
      **************************************************************
       U400-FORMAT-CHANGE.
           EVALUATE SM-IMG-TYPE-CODE
               WHEN 'T'
                   MOVE SM-IMG-TRANS-DATA TO WS-TRANS-TRANSFER
                   MOVE WS-XFER-BRANCH-NO TO WS-DTL-X-BRANCH
                   MOVE WS-XFER-DEPT-NO TO WS-DTL-X-DEPT
                   MOVE WS-DTL-XFER TO WS-PRNT-TEXT
               WHEN 'U'
                   MOVE SM-IMG-TRANS-DATA TO WS-TRANS-STATUS-UPD
                   MOVE WS-STAT-NEW-STATUS TO WS-DTL-S-STATUS
                   IF WS-STAT-NEW-STATUS EQUAL 'T'
                      AND WS-STAT-TERM-DATE NUMERIC
                       MOVE WS-STAT-TERM-DATE TO WS-DATE-WORK
                       PERFORM U200-FORMAT-PRINT-DATE
                       MOVE WS-DATE-PRINT TO WS-DTL-S-TERM-DATE
                   ELSE
                       MOVE SPACES TO WS-DTL-S-TERM-DATE
                   END-IF
                   MOVE WS-DTL-STATUS TO WS-PRNT-TEXT
               WHEN OTHER
                   MOVE SM-IMG-TRANS-DATA TO WS-TRANS-MAINTENANCE
                   MOVE WS-TRANS-BRANCH-NO TO WS-DTL-M-BRANCH
                   MOVE WS-TRANS-DEPT-NO TO WS-DTL-M-DEPT
                   MOVE WS-TRANS-COMM-RATE TO WS-DTL-M-RATE
                   MOVE WS-DTL-MAINT TO WS-PRNT-TEXT
           END-EVALUATE.

      **************************************************************
      *                WRITE THE HEADING LINES                     *
      **************************************************************
       W140-PRINT-HEAD.
           COMPUTE
              WS-CALC-PAGE-NO = WS-CALC-PAGE-NO + 1
           END-COMPUTE.
           MOVE WS-CALC-PAGE-NO TO WS-HL1-PAGENO
           WRITE PRINT-AREA FROM WS-HEADING-LINE-1
                 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA FROM WS-HEADING-LINE-2
                 AFTER ADVANCING 1 LINES
           MOVE SPACES TO PRINT-AREA.

      **************************************************************
      *   PRINT THE BUSINESS DATE THE RELEASED AND CANCELLED       *
      *   SECTIONS ARE SELECTED ON                                 *
      **************************************************************
       W150-PRINT-RUN-DATE.
           MOVE WS-REPORT-DATE TO WS-DATE-WORK
           PERFORM U200-FORMAT-PRINT-DATE
           MOVE WS-DATE-PRINT TO WS-PRNT-RUN-DATE
           IF WS-RUN-FOUND
               MOVE SPACES TO WS-PRNT-RUN-NOTE
           ELSE
               MOVE '(NO POSTING RUN - RUN DATE)' TO WS-PRNT-RUN-NOTE
           END-IF
           WRITE PRINT-AREA FROM WS-PRNT-RUN-LINE
                 AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-AREA.
