       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PCS2PRGR.
       AUTHOR. JOAO MARQUES.
      *************************************************************
      *                     INFO3105 CASE2                        *
      *                        PCS2PRGR                           *
      *                COBOL CICS PROGRAM DESCRIPTION             *
      *************************************************************
      * PROGRAM DESCRIPTION:                                      *
      *   ONLINE SALESPERSON INQUIRY FOR BRANCH MANAGERS,         *
      *   TRANSACTION PCSI, PSEUDO-CONVERSATIONAL ON MAPSET       *
      *   PCS2MSR. A SALESPERSON NUMBER SHOWS THE DETAIL SCREEN:  *
      *   THE SALESMAST RECORD AND LIFECYCLE STATUS, PERIOD-TO-   *
      *   DATE GROSS/RETURN/NET, THE LATEST SALESHIST CLOSES,     *
      *   RETURNS WAITING FOR SIGN-OFF ON SLSPNDG, REJECTS STILL  *
      *   OPEN ON SLSRJCT AND THIS MONTH'S SLSQUOTA ATTAINMENT.   *
      *   A BRANCH NUMBER LISTS THE BRANCH'S SALESPEOPLE, ALL     *
      *   DEPARTMENTS, THROUGH THE SALESPERSON-BRANCH-NO          *
      *   ALTERNATE INDEX PATH, TWELVE TO A PAGE WITH PF7/PF8.    *
      *   THE PROGRAM ISSUES NO WRITE, REWRITE OR DELETE - THE    *
      *   FILES ARE DEFINED READ/BROWSE ONLY TO THE REGION.       *
      *                                                           *
      *  CICS FILE         RECORD LAYOUT       FILE DESCRIPTION   *
      *  ---------         -------------       ----------------   *
      *  SLSPKS             CCS2SLSP           SALESPERSON MASTER *
      *  SLSPKSB            CCS2SLSP           SALESMAST PATH ON  *
      *                                        SALESPERSON-BRANCH *
      *                                        -NO (NONUNIQUE)    *
      *  SLSBRREF           CCS2SLSB           BRANCH/DEPARTMENT  *
      *                                        REFERENCE KSDS     *
      *  SLSHIST            CCS2SLSH           DATED PERIOD-CLOSE *
      *                                        HISTORY VSAM KSDS  *
      *  SLSPNDG            CCS2SLSA           RETURNS PENDING    *
      *                                        APPROVAL (ESDS)    *
      *  SLSRJCT            CCS2SLSR           REJECT SUSPENSE    *
      *                                        FILE (ESDS)        *
      *  SLSQUOTA           CCS2SLSQ           SALES QUOTA FILE   *
      *                                        (ESDS)             *
      *                                                           *
      *  COPYBOOKS              DESCRIPTION                       *
      *  ---------              -----------                       *
      *  PCS2MSR                SYMBOLIC MAP FOR THE INQUIRY      *
      *  CCS2SLSP               LAYOUT FOR SALESPERSON MASTER     *
      *  CCS2SLSB               LAYOUT FOR BRANCH/DEPT REFERENCE  *
      *  CCS2SLSH               LAYOUT FOR PERIOD-CLOSE HISTORY   *
      *  CCS2SLSA               LAYOUT FOR PENDING-APPROVAL RETURN*
      *  CCS2SLSR               LAYOUT FOR REJECT SUSPENSE RECORD *
      *  CCS2SLSQ               LAYOUT FOR SALES QUOTA RECORD     *
      *  CCS2SLST               LAYOUT FOR SALES TRANSACTION      *
      *  CCS2SLSW               LAYOUT FOR TRANSACTION DATA       *
      *************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      **************************************************************
      *    STATE CARRIED BETWEEN SCREENS                            *
      **************************************************************
       01  WS-COMMAREA.
           03  CA-SCREEN              PIC X          VALUE 'D'.
               88  CA-DETAIL-SCREEN                  VALUE 'D'.
               88  CA-LIST-SCREEN                    VALUE 'L'.
           03  CA-SLSP-NO             PIC 9(5)       VALUE ZERO.
           03  CA-BRANCH-NO           PIC 9(3)       VALUE ZERO.
           03  CA-SKIP-COUNT          PIC 9(5)       VALUE ZERO.
           03  CA-MORE-SWITCH         PIC X          VALUE 'N'.
               88  CA-MORE-ON-BRANCH                 VALUE 'Y'.

      *COPY BOOK FOR THE INQUIRY SYMBOLIC MAP
       COPY PCS2MSR.
      *ATTENTION IDENTIFIER CONSTANTS
       COPY DFHAID.

      *COPY BOOK FOR SALESPERSON MASTER RECORD
       COPY CCS2SLSP.
      *COPY BOOK FOR BRANCH/DEPARTMENT REFERENCE RECORD
       COPY CCS2SLSB.
      *COPY BOOK FOR PERIOD-CLOSE HISTORY RECORD
       COPY CCS2SLSH.
      *COPY BOOK FOR PENDING-APPROVAL RETURN RECORD
       COPY CCS2SLSA.
      *COPY BOOK FOR REJECTED-TRANSACTION SUSPENSE RECORD
       COPY CCS2SLSR.
      *COPY BOOK FOR SALES QUOTA RECORD
       COPY CCS2SLSQ.
      *COPY BOOK FOR SALES TRANSACTION RECORD
       COPY CCS2SLST.
      *COPY BOOK FOR TRANSACTION DATA LAYOUTS
       COPY CCS2SLSW.

      **************************************************************
      *    LAYOUT FOR ONE SALESHIST CLOSE ON THE DETAIL SCREEN      *
      **************************************************************
       01  WS-HIST-LINE.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-HL-CLOSE-DATE       PIC X(10).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-HL-BRANCH-NO        PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-HL-GROSS            PIC $$,$$$,$$9.99-.
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-HL-RETURNS          PIC $$$,$$9.99-.
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-HL-NET              PIC $$,$$$,$$9.99-.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-HL-RATE             PIC .9999.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-HL-TERMED           PIC X(4).

      **************************************************************
      *    LAYOUT FOR ONE PENDING RETURN ON THE DETAIL SCREEN       *
      **************************************************************
       01  WS-PEND-LINE.
           03  WS-PL-TRANS-NO         PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PL-YY               PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PL-MM               PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PL-DD               PIC 9(2).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PL-AMOUNT           PIC $$$,$$9.99.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PL-CUSTOMER-NO      PIC 9(6).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-PL-REASON           PIC X(35).

      **************************************************************
      *    LAYOUT FOR THE FIRST OPEN REJECT ON THE DETAIL SCREEN    *
      **************************************************************
       01  WS-REJ-LINE.
           03  WS-RL-TRANS-NO         PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-RL-TYPE             PIC X.
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-RL-YY               PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-RL-MM               PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-RL-DD               PIC 9(2).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-RL-PROBLEM          PIC X(35).
           03  FILLER                 PIC X(6)       VALUE '  AGE '.
           03  WS-RL-AGE              PIC Z9.

      **************************************************************
      *    LAYOUT FOR ONE SALESPERSON ON THE BRANCH LIST            *
      **************************************************************
       01  WS-LIST-LINE.
           03  WS-LL-SLSP-NO          PIC 9(5).
           03  FILLER                 PIC X(4)       VALUE SPACES.
           03  WS-LL-LAST-NAME        PIC X(15).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-LL-FIRST-NAME       PIC X(10).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-LL-BRANCH-NO        PIC 9(5).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-LL-STATUS           PIC X(10).
           03  FILLER                 PIC X(2)       VALUE SPACES.
           03  WS-LL-NET              PIC $$,$$$,$$9.99-.

       01  WS-NAME-OUT.
           03  WS-NO-LAST-NAME        PIC X(15).
           03  FILLER                 PIC X          VALUE SPACES.
           03  WS-NO-FIRST-NAME       PIC X(10).

      **************************************************************
      *    DATES - TODAY FROM THE REGION CLOCK, AND MM/DD/YYYY      *
      *    DISPLAY FORMS                                            *
      **************************************************************
       01  WS-TODAY.
           03  WS-TD-PERIOD.
               05  WS-TD-YEAR         PIC 9(4).
               05  WS-TD-MONTH        PIC 9(2).
           03  WS-TD-DAY              PIC 9(2).

       01  WS-DATE-IN.
           03  WS-DI-YEAR             PIC 9(4).
           03  WS-DI-MONTH            PIC 9(2).
           03  WS-DI-DAY              PIC 9(2).

       01  WS-DATE-OUT.
           03  WS-DO-MONTH            PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-DO-DAY              PIC 9(2).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-DO-YEAR             PIC 9(4).

       01  WS-DISPLAY-TODAY           PIC X(10)      VALUE SPACES.

       01  WS-PERIOD-OUT.
           03  WS-PO-YEAR             PIC 9(4).
           03  FILLER                 PIC X          VALUE '/'.
           03  WS-PO-MONTH            PIC 9(2).

      **************************************************************
      *    BROWSE KEYS                                              *
      **************************************************************
       01  WS-HIST-KEY.
           03  WS-HK-SLSP-NO          PIC 9(5).
           03  WS-HK-CLOSE-DATE       PIC 9(8).
           03  WS-HK-BRANCH-NO        PIC 9(5).

       01  WS-BRANCH-DEPT-SPLIT.
           03  WS-BDS-BRANCH-NO       PIC 9(3).
           03  WS-BDS-DEPT-NO         PIC 9(2).

       01  WS-SWITCHES.
           05  WS-BROWSE-END-SWITCH      PIC X          VALUE "N".
               88  WS-BROWSE-END                        VALUE "Y".
           05  WS-QUOTA-FOUND-SWITCH     PIC X          VALUE "N".
               88  WS-QUOTA-FOUND                       VALUE "Y".
           05  WS-HIST-POSITION-SWITCH   PIC X          VALUE "N".
               88  WS-HIST-POSITIONED                   VALUE "Y".

      **************************************************************
      *    EDITED FIELDS FOR THE SCREENS                            *
      **************************************************************
       01  WS-EDIT-FIELDS.
           03  WS-ED-AMOUNT           PIC $$$,$$$,$$9.99-.
           03  WS-ED-RATE             PIC .9999.
           03  WS-ED-COUNT            PIC ZZ9.
           03  WS-ED-PAGE             PIC ZZ9.
           03  WS-ED-ATTAIN.
               05  WS-ED-ATTAIN-PCT   PIC ZZZ9.9.
               05  FILLER             PIC X(2)       VALUE ' %'.
           03  WS-ED-RESP             PIC ZZZ9.

       01  WS-END-MESSAGE             PIC X(30)
                              VALUE 'SALESPERSON INQUIRY ENDED     '.

      **************************************************************
      *                 CALC-FIELDS AND RESPONSE CODES              *
      **************************************************************
       01  MISCELLEANOUS.
           03  WS-RESP                   PIC S9(8) COMP VALUE ZERO.
           03  WS-ABSTIME                PIC S9(15) COMP-3
                                                        VALUE ZERO.
           03  WS-RBA                    PIC S9(8) COMP VALUE ZERO.
           03  WS-READ-KEY               PIC 9(5)       VALUE ZERO.
           03  WS-ALT-KEY                PIC 9(5)       VALUE ZERO.
           03  WS-MESSAGE                PIC X(78)      VALUE SPACES.
           03  WS-PTD-NET                PIC S9(9)V99   VALUE ZERO.
           03  WS-ATTAIN-PCT             PIC 9(4)V9     VALUE ZERO.
           03  WS-HIST-SHOWN             PIC 9(3) COMP  VALUE ZERO.
           03  WS-PEND-COUNT             PIC 9(3)       VALUE ZERO.
           03  WS-PEND-TOTAL             PIC S9(7)V99   VALUE ZERO.
           03  WS-REJ-COUNT              PIC 9(3)       VALUE ZERO.
           03  WS-LIST-SEEN              PIC 9(5)       VALUE ZERO.
           03  WS-LIST-SHOWN             PIC 9(3) COMP  VALUE ZERO.
           03  WS-PAGE-NO                PIC 9(3)       VALUE ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(15).

       PROCEDURE DIVISION.
      **************************************************************
      *   FIRST ENTRY SENDS AN EMPTY DETAIL SCREEN. AFTER THAT THE *
      *   SCREEN THE OPERATOR IS ON (FROM THE COMMAREA) DECIDES    *
      *   HOW THE INPUT IS READ. PF3 ENDS THE CONVERSATION         *
      **************************************************************
       A000-MAINLINE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-TODAY TO WS-DATE-IN.
           PERFORM U100-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-DISPLAY-TODAY.

           IF EIBCALEN EQUAL ZERO
               PERFORM C100-SEND-EMPTY-DETAIL
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID EQUAL DFHPF3
                       PERFORM C900-END-INQUIRY
                   WHEN EIBAID EQUAL DFHCLEAR
                       MOVE ZERO TO CA-SLSP-NO
                       PERFORM C100-SEND-EMPTY-DETAIL
                   WHEN CA-LIST-SCREEN
                       PERFORM B200-PROCESS-LIST-SCREEN
                   WHEN OTHER
                       PERFORM B100-PROCESS-DETAIL-SCREEN
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID('PCSI')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      **************************************************************
      *   INPUT FROM THE DETAIL SCREEN. A SALESPERSON NUMBER SHOWS *
      *   THAT PERSON; OTHERWISE A BRANCH NUMBER OPENS ITS LIST.   *
      *   ENTER WITH NOTHING CHANGED REFRESHES THE CURRENT PERSON  *
      **************************************************************
       B100-PROCESS-DETAIL-SCREEN.
           MOVE SPACES TO WS-MESSAGE
           IF EIBAID NOT EQUAL DFHENTER
               MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
               PERFORM C150-REDISPLAY-DETAIL
           ELSE
               MOVE LOW-VALUES TO SLSPDTLI
               EXEC CICS RECEIVE MAP('SLSPDTL')
                         MAPSET('PCS2MSR')
                         INTO(SLSPDTLI)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN DSLSPL > ZERO AND DSLSPI NUMERIC
                       MOVE DSLSPI TO CA-SLSP-NO
                       PERFORM C200-SHOW-DETAIL
                   WHEN DBRCHL > ZERO AND DBRCHI NUMERIC
                       MOVE DBRCHI TO CA-BRANCH-NO
                       MOVE ZERO TO CA-SKIP-COUNT
                       PERFORM C300-SHOW-LIST
                   WHEN DSLSPL > ZERO OR DBRCHL > ZERO
                       MOVE 'SALESPERSON/BRANCH NUMBERS MUST BE NUMERIC'
                         TO WS-MESSAGE
                       PERFORM C150-REDISPLAY-DETAIL
                   WHEN OTHER
                       PERFORM C150-REDISPLAY-DETAIL
               END-EVALUATE
           END-IF.

      **************************************************************
      *   INPUT FROM THE BRANCH LIST. PF7/PF8 PAGE THROUGH THE     *
      *   BRANCH, A SALESPERSON NUMBER OPENS THEIR DETAIL, A NEW   *
      *   BRANCH NUMBER STARTS A NEW LIST, PF12 GOES BACK TO THE   *
      *   DETAIL SCREEN                                            *
      **************************************************************
       B200-PROCESS-LIST-SCREEN.
           MOVE SPACES TO WS-MESSAGE
           MOVE LOW-VALUES TO SLSPLSTI
           EXEC CICS RECEIVE MAP('SLSPLST')
                     MAPSET('PCS2MSR')
                     INTO(SLSPLSTI)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBAID EQUAL DFHPF12
                   PERFORM C150-REDISPLAY-DETAIL
               WHEN EIBAID EQUAL DFHPF7
                   IF CA-SKIP-COUNT EQUAL ZERO
                       MOVE 'ALREADY AT THE TOP OF THE BRANCH'
                         TO WS-MESSAGE
                   END-IF
                   IF CA-SKIP-COUNT > 12
                       SUBTRACT 12 FROM CA-SKIP-COUNT
                   ELSE
                       MOVE ZERO TO CA-SKIP-COUNT
                   END-IF
                   PERFORM C300-SHOW-LIST
               WHEN EIBAID EQUAL DFHPF8
                   IF CA-MORE-ON-BRANCH
                       ADD 12 TO CA-SKIP-COUNT
                   ELSE
                       MOVE 'NO MORE SALESPEOPLE IN THIS BRANCH'
                         TO WS-MESSAGE
                   END-IF
                   PERFORM C300-SHOW-LIST
               WHEN EIBAID EQUAL DFHENTER
                   IF LSLSPL > ZERO AND LSLSPI NUMERIC
                       MOVE LSLSPI TO CA-SLSP-NO
                       PERFORM C200-SHOW-DETAIL
                   ELSE
                       IF LBRCHL > ZERO AND LBRCHI NUMERIC
                           MOVE LBRCHI TO CA-BRANCH-NO
                           MOVE ZERO TO CA-SKIP-COUNT
                       ELSE
                           MOVE 'TYPE A SALESPERSON OR A NEW BRANCH'
                             TO WS-MESSAGE
                       END-IF
                       PERFORM C300-SHOW-LIST
                   END-IF
               WHEN OTHER
                   MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
                   PERFORM C300-SHOW-LIST
           END-EVALUATE.

      **************************************************************
      *   SEND THE DETAIL SCREEN WITH ONLY ITS PROMPT              *
      **************************************************************
       C100-SEND-EMPTY-DETAIL.
           MOVE LOW-VALUES TO SLSPDTLO
           SET CA-DETAIL-SCREEN TO TRUE
           MOVE WS-DISPLAY-TODAY TO DDATEO
           IF WS-MESSAGE EQUAL SPACES
               MOVE 'ENTER A SALESPERSON NO, OR A BRANCH NO TO LIST'
                 TO DMSGO
           ELSE
               MOVE WS-MESSAGE TO DMSGO
           END-IF
           EXEC CICS SEND MAP('SLSPDTL')
                     MAPSET('PCS2MSR')
                     FROM(SLSPDTLO)
                     ERASE
           END-EXEC.

      **************************************************************
      *   SHOW THE CURRENT SALESPERSON AGAIN, OR THE EMPTY SCREEN  *
      *   WHEN THERE IS NONE YET                                   *
      **************************************************************
       C150-REDISPLAY-DETAIL.
           IF CA-SLSP-NO EQUAL ZERO
               PERFORM C100-SEND-EMPTY-DETAIL
           ELSE
               PERFORM C200-SHOW-DETAIL
           END-IF.

      **************************************************************
      *   BUILD AND SEND THE DETAIL SCREEN FOR CA-SLSP-NO          *
      **************************************************************
       C200-SHOW-DETAIL.
           MOVE LOW-VALUES TO SLSPDTLO
           MOVE CA-SLSP-NO TO WS-READ-KEY
           EXEC CICS READ FILE('SLSPKS')
                     INTO(SALESPERSON-MASTER)
                     RIDFLD(WS-READ-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM C210-FORMAT-MASTER
               PERFORM C220-FORMAT-HISTORY
               PERFORM C230-FORMAT-PENDING
               PERFORM C240-FORMAT-REJECTS
               PERFORM C250-FORMAT-QUOTA
           ELSE
               MOVE CA-SLSP-NO TO DSLSPO
               IF WS-RESP EQUAL DFHRESP(NOTFND)
                   MOVE 'SALESPERSON NOT ON FILE' TO WS-MESSAGE
               ELSE
                   MOVE WS-RESP TO WS-ED-RESP
                   STRING 'SALESPERSON FILE NOT AVAILABLE, RESP '
                                            DELIMITED BY SIZE
                          WS-ED-RESP        DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
               END-IF
               MOVE ZERO TO CA-SLSP-NO
           END-IF
           SET CA-DETAIL-SCREEN TO TRUE
           MOVE WS-DISPLAY-TODAY TO DDATEO
           MOVE WS-MESSAGE TO DMSGO
           EXEC CICS SEND MAP('SLSPDTL')
                     MAPSET('PCS2MSR')
                     FROM(SLSPDTLO)
                     ERASE
           END-EXEC.

      **************************************************************
      *   MASTER RECORD, LIFECYCLE STATUS AND PERIOD-TO-DATE       *
      **************************************************************
       C210-FORMAT-MASTER.
           MOVE SALESPERSON-NO TO DSLSPO
           MOVE SALESPERSON-LAST-NAME TO WS-NO-LAST-NAME
           MOVE SALESPERSON-FIRST-NAME TO WS-NO-FIRST-NAME
           MOVE WS-NAME-OUT TO DNAMEO
           MOVE SALESPERSON-BRANCH-NO TO DBRDPO
           MOVE SALESPERSON-BRANCH-NO TO BD-KEY
           EXEC CICS READ FILE('SLSBRREF')
                     INTO(BRANCH-DEPT-RECORD)
                     RIDFLD(BD-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE BD-BRANCH-NAME TO DBRNMO
           ELSE
               MOVE 'NOT ON SLSBRREF' TO DBRNMO
           END-IF
           PERFORM U200-STATUS-DESCRIPTION
           MOVE WS-LL-STATUS TO DSTATO
           IF SALESPERSON-TERMED
              AND SALESPERSON-TERM-DATE NUMERIC
              AND SALESPERSON-TERM-DATE NOT EQUAL ZERO
               MOVE SALESPERSON-TERM-DATE TO WS-DATE-IN
               PERFORM U100-FORMAT-DATE
               MOVE WS-DATE-OUT TO DTERMO
           END-IF
           MOVE SALESPERSON-COMM-RATE TO WS-ED-RATE
           MOVE WS-ED-RATE TO DRATEO
           MOVE SALESPERSON-GROSS-SALES TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO DGROSO
           MOVE SALESPERSON-RETURN-SALES TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO DRETNO
           COMPUTE WS-PTD-NET = SALESPERSON-GROSS-SALES
                              - SALESPERSON-RETURN-SALES
           END-COMPUTE
           MOVE WS-PTD-NET TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO DNETO.

      **************************************************************
      *   THE LATEST CLOSES, NEWEST FIRST. A READPREV STRAIGHT     *
      *   AFTER STARTBR MUST NAME A RECORD ON FILE (OR ALL HIGH-   *
      *   VALUES), SO THE BROWSE STARTS AT THE NEXT SALESPERSON'S  *
      *   FIRST KEY AND READS ONE RECORD FORWARD TO LAND ON A REAL *
      *   ONE BEFORE READING BACKWARDS. THE FIRST READPREV RETURNS *
      *   THAT SAME RECORD, WHICH BELONGS TO A HIGHER SALESPERSON  *
      *   AND IS PASSED OVER. WITH NOTHING ON FILE AFTER THIS      *
      *   SALESPERSON THE BROWSE STARTS AT END OF FILE INSTEAD     *
      **************************************************************
       C220-FORMAT-HISTORY.
           MOVE ZERO TO WS-HIST-SHOWN
           MOVE 'N' TO WS-HIST-POSITION-SWITCH
           IF CA-SLSP-NO < 99999
               COMPUTE WS-HK-SLSP-NO = CA-SLSP-NO + 1
               MOVE ZERO TO WS-HK-CLOSE-DATE
               MOVE ZERO TO WS-HK-BRANCH-NO
               EXEC CICS STARTBR FILE('SLSHIST')
                         RIDFLD(WS-HIST-KEY)
                         GTEQ
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('SLSHIST')
                             INTO(SALES-HISTORY-RECORD)
                             RIDFLD(WS-HIST-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP EQUAL DFHRESP(NORMAL)
                       SET WS-HIST-POSITIONED TO TRUE
                   ELSE
                       EXEC CICS ENDBR FILE('SLSHIST')
                       END-EXEC
                   END-IF
               END-IF
           END-IF
           IF NOT WS-HIST-POSITIONED
               MOVE HIGH-VALUES TO WS-HIST-KEY
               EXEC CICS STARTBR FILE('SLSHIST')
                         RIDFLD(WS-HIST-KEY)
                         GTEQ
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   SET WS-HIST-POSITIONED TO TRUE
               END-IF
           END-IF
           IF WS-HIST-POSITIONED
               MOVE 'N' TO WS-BROWSE-END-SWITCH
               PERFORM C225-PREVIOUS-CLOSE UNTIL WS-BROWSE-END
               EXEC CICS ENDBR FILE('SLSHIST')
               END-EXEC
           END-IF
           IF WS-HIST-SHOWN EQUAL ZERO
               MOVE '  NO CLOSES ON SALESHIST' TO DHIS1O
           END-IF.

       C225-PREVIOUS-CLOSE.
           EXEC CICS READPREV FILE('SLSHIST')
                     INTO(SALES-HISTORY-RECORD)
                     RIDFLD(WS-HIST-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-END TO TRUE
           ELSE
               IF SH-SALESPERSON-NO < CA-SLSP-NO
                   SET WS-BROWSE-END TO TRUE
               ELSE
                   IF SH-SALESPERSON-NO EQUAL CA-SLSP-NO
                       ADD 1 TO WS-HIST-SHOWN
                       PERFORM C228-FORMAT-CLOSE-LINE
                       IF WS-HIST-SHOWN EQUAL 5
                           SET WS-BROWSE-END TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       C228-FORMAT-CLOSE-LINE.
           MOVE SH-CLOSE-DATE TO WS-DATE-IN
           PERFORM U100-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-HL-CLOSE-DATE
           MOVE SH-BRANCH-NO TO WS-HL-BRANCH-NO
           MOVE SH-GROSS-SALES TO WS-HL-GROSS
           MOVE SH-RETURN-SALES TO WS-HL-RETURNS
           MOVE SH-NET-SALES TO WS-HL-NET
           MOVE SH-COMM-RATE TO WS-HL-RATE
           IF SH-TERMED
               MOVE 'TERM' TO WS-HL-TERMED
           ELSE
               MOVE SPACES TO WS-HL-TERMED
           END-IF
           EVALUATE WS-HIST-SHOWN
               WHEN 1  MOVE WS-HIST-LINE TO DHIS1O
               WHEN 2  MOVE WS-HIST-LINE TO DHIS2O
               WHEN 3  MOVE WS-HIST-LINE TO DHIS3O
               WHEN 4  MOVE WS-HIST-LINE TO DHIS4O
               WHEN 5  MOVE WS-HIST-LINE TO DHIS5O
           END-EVALUATE.

      **************************************************************
      *   RETURNS KEYED BY THIS SALESPERSON STILL WAITING FOR      *
      *   SIGN-OFF. THE COUNT AND TOTAL COVER ALL OF THEM; THE     *
      *   FIRST TWO ARE LISTED                                     *
      **************************************************************
       C230-FORMAT-PENDING.
           MOVE ZERO TO WS-PEND-COUNT
                        WS-PEND-TOTAL
                        WS-RBA
           EXEC CICS STARTBR FILE('SLSPNDG')
                     RIDFLD(WS-RBA)
                     RBA
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-END-SWITCH
               PERFORM C235-NEXT-PENDING UNTIL WS-BROWSE-END
               EXEC CICS ENDBR FILE('SLSPNDG')
               END-EXEC
           ELSE
               IF WS-RESP NOT EQUAL DFHRESP(NOTFND)
                   MOVE 'PENDING-APPROVAL FILE NOT AVAILABLE'
                     TO DPND1O
               END-IF
           END-IF
           MOVE WS-PEND-COUNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO DPCNTO
           MOVE WS-PEND-TOTAL TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO DPTOTO.

       C235-NEXT-PENDING.
           EXEC CICS READNEXT FILE('SLSPNDG')
                     INTO(PENDING-RECORD)
                     RIDFLD(WS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-END TO TRUE
           ELSE
               IF PA-PENDING
                   MOVE PA-TRANS-DATA TO SALES-TRANS-RECORD
                   IF TRANS-RET
                      AND TRANS-SALESPERSON-NO EQUAL CA-SLSP-NO
                       MOVE TRANS-DATA TO WS-TRANS-RETURN
                       ADD 1 TO WS-PEND-COUNT
                       ADD WS-RETURN-AMOUNT TO WS-PEND-TOTAL
                       IF WS-PEND-COUNT < 3
                           PERFORM C238-FORMAT-PENDING-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       C238-FORMAT-PENDING-LINE.
           MOVE TRANS-NO TO WS-PL-TRANS-NO
           MOVE TRANS-DATE TO WS-DATE-IN (3:6)
           MOVE WS-DATE-IN (3:2) TO WS-PL-YY
           MOVE WS-DI-MONTH TO WS-PL-MM
           MOVE WS-DI-DAY TO WS-PL-DD
           MOVE WS-RETURN-AMOUNT TO WS-PL-AMOUNT
           MOVE WS-RETURN-CUSTOMER-NO TO WS-PL-CUSTOMER-NO
           MOVE PA-REASON TO WS-PL-REASON
           IF WS-PEND-COUNT EQUAL 1
               MOVE WS-PEND-LINE TO DPND1O
           ELSE
               MOVE WS-PEND-LINE TO DPND2O
           END-IF.

      **************************************************************
      *   REJECTS ON THE SUSPENSE FILE FOR THIS SALESPERSON - THE  *
      *   FILE ONLY HOLDS ITEMS NOT YET CORRECTED. THE OLDEST ONE  *
      *   IS LISTED                                                *
      **************************************************************
       C240-FORMAT-REJECTS.
           MOVE ZERO TO WS-REJ-COUNT
                        WS-RBA
           EXEC CICS STARTBR FILE('SLSRJCT')
                     RIDFLD(WS-RBA)
                     RBA
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-END-SWITCH
               PERFORM C245-NEXT-REJECT UNTIL WS-BROWSE-END
               EXEC CICS ENDBR FILE('SLSRJCT')
               END-EXEC
           ELSE
               IF WS-RESP NOT EQUAL DFHRESP(NOTFND)
                   MOVE 'REJECT SUSPENSE FILE NOT AVAILABLE'
                     TO DREJ1O
               END-IF
           END-IF
           MOVE WS-REJ-COUNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO DRCNTO.

       C245-NEXT-REJECT.
           EXEC CICS READNEXT FILE('SLSRJCT')
                     INTO(REJECT-RECORD)
                     RIDFLD(WS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-END TO TRUE
           ELSE
               MOVE RJ-TRANS-DATA TO SALES-TRANS-RECORD
               IF TRANS-SALESPERSON-NO EQUAL CA-SLSP-NO
                   ADD 1 TO WS-REJ-COUNT
                   IF WS-REJ-COUNT EQUAL 1
                       MOVE TRANS-NO TO WS-RL-TRANS-NO
                       MOVE TRANS-TYPE-CODE TO WS-RL-TYPE
                       MOVE TRANS-DATE TO WS-DATE-IN (3:6)
                       MOVE WS-DATE-IN (3:2) TO WS-RL-YY
                       MOVE WS-DI-MONTH TO WS-RL-MM
                       MOVE WS-DI-DAY TO WS-RL-DD
                       MOVE RJ-PROBLEM TO WS-RL-PROBLEM
                       MOVE RJ-CYCLE-AGE TO WS-RL-AGE
                       MOVE WS-REJ-LINE TO DREJ1O
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *   THIS MONTH'S INDIVIDUAL QUOTA AND ATTAINMENT ON THE      *
      *   PERIOD-TO-DATE NET, AS PCS2PRGJ SCORES IT MID-PERIOD     *
      **************************************************************
       C250-FORMAT-QUOTA.
           MOVE WS-TD-YEAR TO WS-PO-YEAR
           MOVE WS-TD-MONTH TO WS-PO-MONTH
           MOVE WS-PERIOD-OUT TO DQPERO
           MOVE 'N' TO WS-QUOTA-FOUND-SWITCH
           MOVE ZERO TO WS-RBA
           EXEC CICS STARTBR FILE('SLSQUOTA')
                     RIDFLD(WS-RBA)
                     RBA
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-END-SWITCH
               PERFORM C255-NEXT-QUOTA UNTIL WS-BROWSE-END
               EXEC CICS ENDBR FILE('SLSQUOTA')
               END-EXEC
           END-IF
           IF WS-QUOTA-FOUND
               MOVE QT-QUOTA-AMOUNT TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT TO DQUOTO
               IF QT-QUOTA-AMOUNT > ZERO
                   IF WS-PTD-NET > ZERO
                       COMPUTE WS-ATTAIN-PCT ROUNDED =
                               (WS-PTD-NET / QT-QUOTA-AMOUNT) * 100
                           ON SIZE ERROR
                               MOVE 9999.9 TO WS-ATTAIN-PCT
                       END-COMPUTE
                   ELSE
                       MOVE ZERO TO WS-ATTAIN-PCT
                   END-IF
                   MOVE WS-ATTAIN-PCT TO WS-ED-ATTAIN-PCT
                   MOVE WS-ED-ATTAIN TO DATTNO
               END-IF
           ELSE
               MOVE 'NO QUOTA' TO DQUOTO
           END-IF.

       C255-NEXT-QUOTA.
           EXEC CICS READNEXT FILE('SLSQUOTA')
                     INTO(QUOTA-RECORD)
                     RIDFLD(WS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-BROWSE-END TO TRUE
           ELSE
               IF QT-SLSP-LEVEL
                  AND QT-PERIOD EQUAL WS-TD-PERIOD
                  AND QT-SALESPERSON-NO EQUAL CA-SLSP-NO
                   SET WS-QUOTA-FOUND TO TRUE
                   SET WS-BROWSE-END TO TRUE
               END-IF
           END-IF.

      **************************************************************
      *   BUILD AND SEND ONE PAGE OF THE BRANCH LIST. THE ALTERNATE*
      *   KEY IS BRANCH + DEPARTMENT, SO THE BROWSE STARTS AT      *
      *   DEPARTMENT 00 AND RUNS UNTIL THE BRANCH CHANGES. PAGES   *
      *   ARE FOUND BY COUNTING PAST CA-SKIP-COUNT PEOPLE, SINCE   *
      *   A NONUNIQUE KEY CANNOT BE REPOSITIONED MID-DUPLICATES    *
      **************************************************************
       C300-SHOW-LIST.
           MOVE LOW-VALUES TO SLSPLSTO
           MOVE 'N' TO CA-MORE-SWITCH
           MOVE ZERO TO WS-LIST-SEEN
                        WS-LIST-SHOWN
           COMPUTE WS-ALT-KEY = CA-BRANCH-NO * 100
           END-COMPUTE
           EXEC CICS STARTBR FILE('SLSPKSB')
                     RIDFLD(WS-ALT-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-END-SWITCH
               PERFORM C310-NEXT-IN-BRANCH UNTIL WS-BROWSE-END
               EXEC CICS ENDBR FILE('SLSPKSB')
               END-EXEC
           ELSE
               IF WS-RESP NOT EQUAL DFHRESP(NOTFND)
                   MOVE WS-RESP TO WS-ED-RESP
                   STRING 'SALESPERSON BRANCH PATH NOT AVAILABLE, RESP '
                                            DELIMITED BY SIZE
                          WS-ED-RESP        DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF
           IF WS-LIST-SHOWN EQUAL ZERO AND WS-MESSAGE EQUAL SPACES
               IF CA-SKIP-COUNT > ZERO
                   MOVE 'NO MORE SALESPEOPLE IN THIS BRANCH'
                     TO WS-MESSAGE
               ELSE
                   MOVE 'NO SALESPEOPLE ON FILE FOR THIS BRANCH'
                     TO WS-MESSAGE
               END-IF
           END-IF
           IF WS-MESSAGE EQUAL SPACES AND CA-MORE-ON-BRANCH
               MOVE 'PF8 FOR MORE' TO WS-MESSAGE
           END-IF
           DIVIDE CA-SKIP-COUNT BY 12 GIVING WS-PAGE-NO
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-ED-PAGE
           MOVE WS-ED-PAGE TO LPAGEO
           MOVE CA-BRANCH-NO TO LBRCHO
           MOVE WS-DISPLAY-TODAY TO LDATEO
           MOVE WS-MESSAGE TO LMSGO
           SET CA-LIST-SCREEN TO TRUE
           EXEC CICS SEND MAP('SLSPLST')
                     MAPSET('PCS2MSR')
                     FROM(SLSPLSTO)
                     ERASE
           END-EXEC.

       C310-NEXT-IN-BRANCH.
           EXEC CICS READNEXT FILE('SLSPKSB')
                     INTO(SALESPERSON-MASTER)
                     RIDFLD(WS-ALT-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              AND WS-RESP NOT EQUAL DFHRESP(DUPKEY)
               SET WS-BROWSE-END TO TRUE
           ELSE
               MOVE SALESPERSON-BRANCH-NO TO WS-BRANCH-DEPT-SPLIT
               IF WS-BDS-BRANCH-NO NOT EQUAL CA-BRANCH-NO
                   SET WS-BROWSE-END TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-SEEN
                   IF WS-LIST-SEEN > CA-SKIP-COUNT
                       IF WS-LIST-SHOWN < 12
                           ADD 1 TO WS-LIST-SHOWN
                           PERFORM C320-FORMAT-LIST-LINE
                       ELSE
                           SET CA-MORE-ON-BRANCH TO TRUE
                           SET WS-BROWSE-END TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       C320-FORMAT-LIST-LINE.
           MOVE SALESPERSON-NO TO WS-LL-SLSP-NO
           MOVE SALESPERSON-LAST-NAME TO WS-LL-LAST-NAME
           MOVE SALESPERSON-FIRST-NAME TO WS-LL-FIRST-NAME
           MOVE SALESPERSON-BRANCH-NO TO WS-LL-BRANCH-NO
           PERFORM U200-STATUS-DESCRIPTION
           COMPUTE WS-PTD-NET = SALESPERSON-GROSS-SALES
                              - SALESPERSON-RETURN-SALES
           END-COMPUTE
           MOVE WS-PTD-NET TO WS-LL-NET
           EVALUATE WS-LIST-SHOWN
               WHEN 1   MOVE WS-LIST-LINE TO LLN01O
               WHEN 2   MOVE WS-LIST-LINE TO LLN02O
               WHEN 3   MOVE WS-LIST-LINE TO LLN03O
               WHEN 4   MOVE WS-LIST-LINE TO LLN04O
               WHEN 5   MOVE WS-LIST-LINE TO LLN05O
               WHEN 6   MOVE WS-LIST-LINE TO LLN06O
               WHEN 7   MOVE WS-LIST-LINE TO LLN07O
               WHEN 8   MOVE WS-LIST-LINE TO LLN08O
               WHEN 9   MOVE WS-LIST-LINE TO LLN09O
               WHEN 10  MOVE WS-LIST-LINE TO LLN10O
               WHEN 11  MOVE WS-LIST-LINE TO LLN11O
               WHEN 12  MOVE WS-LIST-LINE TO LLN12O
           END-EVALUATE.

      **************************************************************
      *   PF3 - CLEAR THE SCREEN AND END WITHOUT A NEXT TRANSID    *
      **************************************************************
       C900-END-INQUIRY.
           EXEC CICS SEND TEXT FROM(WS-END-MESSAGE)
                     LENGTH(LENGTH OF WS-END-MESSAGE)
                     ERASE
                     FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      **************************************************************
      *   YYYYMMDD IN WS-DATE-IN TO MM/DD/YYYY IN WS-DATE-OUT      *
      **************************************************************
       U100-FORMAT-DATE.
           MOVE WS-DI-MONTH TO WS-DO-MONTH.
           MOVE WS-DI-DAY TO WS-DO-DAY.
           MOVE WS-DI-YEAR TO WS-DO-YEAR.

      **************************************************************
      *   LIFECYCLE STATUS WORDING FOR THE MASTER IN STORAGE       *
      **************************************************************
       U200-STATUS-DESCRIPTION.
           EVALUATE TRUE
               WHEN SALESPERSON-ACTIVE
                   MOVE 'ACTIVE    ' TO WS-LL-STATUS
               WHEN SALESPERSON-ON-LEAVE
                   MOVE 'ON LEAVE  ' TO WS-LL-STATUS
               WHEN SALESPERSON-TERMED
                   MOVE 'TERMINATED' TO WS-LL-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN   ' TO WS-LL-STATUS
           END-EVALUATE.
