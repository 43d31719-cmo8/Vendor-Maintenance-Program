      *               (203608 for 202608) used to close a future
      *               month for good and VNDEDT would reject every
      *               detail dated into it forever.
      *10/15/2026 SM  Multi-company - each company closes its own
      *               periods (see PRD-COMPANY). A close names one
      *               company or, blank, every company with vendors
      *               on the master; each closes, snapshots only its
      *               own vendors and prints its own close totals,
      *               and a company already closed for the month is
      *               passed over while the rest close. The period
      *               list shows the company; the comparison can be
      *               narrowed to one company's vendors.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the close from the
      *               COMPANY and PERIOD parameters - PERIOD PRIOR, or
      *               none, closes the month before the current one, and
      *               no confirmation is asked (the parameter line is
      *               the operator's decision). Listing and comparing
      *               stay at the terminal. The run ends with a return
      *               code - 16 files not opened, 8 period refused, 4
      *               period already closed or company table full - and
      *               the companies closed, vendors snapshotted and
      *               balance total for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too; as a nightly step a refusal ends it
      *               with return code 20.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ASSIGN TO UT-SYS-DFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PRD-KEY
                 FILE STATUS IS WS-PERIOD-IS.
      * The period-balance snapshots.
           SELECT PERBAL-FILE
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  PERIOD-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 17 CHARACTERS.
           COPY "VNDPRD.CPY".
      *
       FD  PERBAL-FILE
            05 WS-COMP-BAL-ONE               PIC 9(6)V99.
            05 WS-CHANGE-AMT                 PIC S9(8)V99.
            05 WS-SAVE-PBL-KEY               PIC X(12).
            05 WS-RUN-COMPANY                PIC X(2).
            05 WS-CUR-COMPANY                PIC X(2).
            05 WS-OPEN-CO-COUNT              PIC 9(2)  VALUE 0.
            05 WS-GRAND-COUNT                PIC 9(6)  VALUE 0.
            05 WS-GRAND-TOTAL                PIC 9(10)V99 VALUE 0.

      * The companies a close covers - the one keyed, or every
      * company found on the master - and whether each already
      * has the period closed.
       01  WS-CLS-TABLE.
            05 WS-CLS-ROW                    OCCURS 20 TIMES.
                10 CL-COMPANY                PIC X(2).
                10 CL-CLOSED                 PIC X.
       01  WS-CLS-COUNT                      PIC 9(2)  VALUE 0.
       01  WS-SUB-K                          PIC 9(2).

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-PERIOD-FOUND               PIC X VALUE 'N'.
                88 PERIOD-FOUND         VALUE 'Y'.
            05 WS-COMPARE-WANTED             PIC X VALUE 'Y'.
                88 COMPARE-WANTED       VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "PERIOD IS PAST THE CURRENT MONTH - NOT CLOSE".
            05 CLOSING-LIT                          PIC X(16)
                VALUE "CLOSING PERIOD: ".
            05 CLOSING-CO-LIT                       PIC X(11)
                VALUE " COMPANY: ".
            05 CLOSING-ALL-LIT                      PIC X(3)
                VALUE "ALL".
            05 ENTER-COMPANY                        PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 MSG-CO-ALREADY                       PIC X(38)
                VALUE "ALREADY CLOSED - PASSED OVER, COMPANY ".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - OVER 20 COMPANIES - CLOSE THE REST".
            05 ASK-SURE-CLOSE                       PIC X(44)
                VALUE "CLOSING IS FINAL - NO REOPEN. SURE? (Y):    ".
            05 MSG-NOT-CLOSED                       PIC X(22)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 CLOSE-TITLE                          PIC X(26)
                VALUE "PERIOD CLOSE TOTALS FOR   ".
            05 CLOSE-CO-LIT                         PIC X(20)
                VALUE "COMPANY:            ".
            05 CLOSE-ALL-TITLE                      PIC X(20)
                VALUE "ALL COMPANIES CLOSED".
            05 CLOSE-VENDORS-LIT                    PIC X(20)
                VALUE "VENDORS SNAPSHOT:   ".
            05 CLOSE-TOTAL-LIT                      PIC X(20)
            05 COMP-HDR                             PIC X(58) VALUE
               "ACCOUNT     EARLIER BALANCE      LATER BALANCE      CHAN
      -        "GE".
            05 ERR-JOB-FUNCTION                     PIC X(40)
                VALUE "FUNCTION NOT CLOSE                      ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CHANGE-ED                     PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-PERIOD-LINE.
            05 PL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(3)  VALUE SPACES.
            05 PL-PERIOD                     PIC 9(6).
            05 FILLER                        PIC X(3)  VALUE SPACES.
            05 PL-STATUS                     PIC X(6).
      *  Controls the direction of program logic.
      ****************************************************************
       100-MAIN.
           PERFORM 120-SIGN-ON THRU 120-EXIT.
           IF NOT SGN-IS-ALLOWED
               MOVE 20 TO WS-JOB-RC
               MOVE SGN-MESSAGE TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           PERFORM 150-FIND-FILE THRU 150-EXIT
                   UNTIL OPEN-F OR JOB-SETUP-DONE.
           IF NOT OPEN-F
               MOVE 16 TO WS-JOB-RC
               MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF JOB-UNATTENDED
               PERFORM 210-RUN-FUNCTION THRU 210-EXIT
           ELSE
               PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                       UNTIL OK-TO-STOP
           END-IF.
           CLOSE MASTER.
           CLOSE PERIOD-FILE.
           CLOSE PERBAL-FILE.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDCLS" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-FOU
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDCLS" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDPOST's 150-FIND-FILE.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-MFILE
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF JOB-UNATTENDED
               PERFORM 142-GET-PATHS THRU 142-EXIT
               MOVE 'Y' TO JOB-SETUP
           END-IF.
           OPEN INPUT MASTER.
           IF WS-FILE-IS NOT = 0
               DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
       150-EXIT.
           EXIT.

      ****************************************************************
      *  The location menu, for a run with someone at the terminal.
      ****************************************************************
       151-SHOW-LOCATIONS.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY SELECT-FILE-LO.
           DISPLAY SPACES.
           DISPLAY START-B, WIN, END-B.
           DISPLAY LO-TEMP, UT-SYS-TEMP.
           DISPLAY SPACES.
           DISPLAY START-B, LINUX, END-B.
           DISPLAY LO-HOME, UT-SYS-LINUX.
           DISPLAY SPACES.
           DISPLAY START-B, OTHER-ENTERY, END-B.
           DISPLAY LO-OTHER.
           DISPLAY SPACES.
           DISPLAY LO-EXIT.
           DISPLAY SPACES.
           DISPLAY "ENTER SELECTION:".
           ACCEPT WS-USER-SELECT.
       151-EXIT.
           EXIT.

      ****************************************************************
      *  Running as a nightly job step the location comes from the
      *  LOCATION parameter instead - WINDOWS takes option 1's
      *  paths, anything else option 2's.
      ****************************************************************
       140-GET-LOCATION.
           MOVE 2 TO WS-USER-SELECT.
           MOVE "LOCATION" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF JOB-PRM-VALUE = "WINDOWS"
               MOVE 1 TO WS-USER-SELECT
           END-IF.
       140-EXIT.
           EXIT.

      ****************************************************************
      *  Running as a nightly job step, any path the parameter
      *  file gives for this program replaces its location
      *  default.
      ****************************************************************
       142-GET-PATHS.
           MOVE "MASTER" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-MFILE
           END-IF.
           MOVE "PERIODS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-DFILE
           END-IF.
           MOVE "PERBAL" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-BFILE
           END-IF.
           MOVE "REPORT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-PFILE
           END-IF.
       142-EXIT.
           EXIT.

      ****************************************************************
      *  One job parameter lookup - the keyword is in
      *  JOB-PRM-KEYWORD; VNDPRM hands back the value and
      *  whether it was found.
      ****************************************************************
       145-GET-PARM.
           CALL "VNDPRM".
       145-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the period and period-balance files I-O, creating
      *  either on first use the same way VNDPOST's
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
               WHEN WS-TWO  PERFORM 4000-LIST-PERIODS THRU 4000-EXIT
               WHEN WS-THR  PERFORM 5000-COMPARE-PERIODS
       200-EXIT.
           EXIT.

      ****************************************************************
      *  The nightly job step's one function, named by the FUNCTION
      *  parameter in place of the menu - a close unless told
      *  otherwise. The listing and the comparison are for someone
      *  at the terminal, so they are refused here.
      ****************************************************************
       210-RUN-FUNCTION.
           MOVE "FUNCTION" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT JOB-PRM-WAS-FOUND
               MOVE "CLOSE" TO JOB-PRM-VALUE
           END-IF.
           IF JOB-PRM-VALUE = "CLOSE"
               PERFORM 215-CHECK-JOB-OPTION THRU 215-EXIT
               IF SGN-IS-ALLOWED
                   PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
               END-IF
           ELSE
               DISPLAY ERR-JOB-FUNCTION
               MOVE 8 TO WS-JOB-RC
               MOVE ERR-JOB-FUNCTION TO JOB-STEP-MESSAGE
           END-IF.
       210-EXIT.
           EXIT.

      ****************************************************************
      *  Running as a nightly job step, the function asked for is
      *  checked against the operator's role as its menu option
      *  would be.
      ****************************************************************
       215-CHECK-JOB-OPTION.
           MOVE 'O' TO SGN-REQUEST.
           MOVE "VNDCLS" TO SGN-PROGRAM.
           MOVE "1" TO SGN-OPTION.
           CALL "VNDSGN".
           IF NOT SGN-IS-ALLOWED
               MOVE 20 TO WS-JOB-RC
               MOVE SGN-MESSAGE TO JOB-STEP-MESSAGE
           END-IF.
       215-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Closes one period - snapshot FIRST, mark closed LAST, so a
      *  rerun simply snapshots again over the top. A period
      *  already closed is refused outright; there is deliberately
      *  no reopen, because "closed" is the whole promise being
      *  made to the auditors. The close is for the company keyed,
      *  or every company when left blank.
      ****************************************************************
       3000-CLOSE-PERIOD.
            IF JOB-UNATTENDED
                PERFORM 3010-GET-JOB-PERIOD THRU 3010-EXIT
            ELSE
                DISPLAY ENTER-COMPANY
                ACCEPT WS-RUN-COMPANY
                DISPLAY ENTER-PERIOD
                ACCEPT WS-PERIOD-X
            END-IF.
      * A close is final - no reopen exists - so the period is
      * proved before anyone is asked to confirm it: the month
      * must be a real month and the period no later than the
      * dated into it forever.
            IF WS-PERIOD-X IS NOT NUMERIC
                DISPLAY ERR-BAD-PERIOD
                MOVE 8 TO WS-JOB-RC
                MOVE ERR-BAD-PERIOD TO JOB-STEP-MESSAGE
            ELSE
                MOVE WS-PERIOD-X TO WS-PERIOD
                MOVE WS-PERIOD (5:2) TO WS-PERIOD-MM
                EVALUATE TRUE
                    WHEN WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                        DISPLAY ERR-BAD-MONTH
                        MOVE 8 TO WS-JOB-RC
                        MOVE ERR-BAD-MONTH TO JOB-STEP-MESSAGE
                    WHEN WS-PERIOD > WS-CURR-PERIOD
                        DISPLAY ERR-FUTURE-PERIOD
                        MOVE 8 TO WS-JOB-RC
                        MOVE ERR-FUTURE-PERIOD TO JOB-STEP-MESSAGE
                    WHEN OTHER
                        PERFORM 3050-CONFIRM-AND-CLOSE
                             THRU 3050-EXIT
       3000-EXIT.
            EXIT.

      ****************************************************************
      *   A nightly job step's company and period come from its
      *   COMPANY and PERIOD parameters. PERIOD PRIOR, or none at
      *   all, is the month before the one we are standing in - the
      *   month just ended.
      ****************************************************************
       3010-GET-JOB-PERIOD.
            MOVE "COMPANY" TO JOB-PRM-KEYWORD.
            PERFORM 145-GET-PARM THRU 145-EXIT.
            MOVE JOB-PRM-VALUE TO WS-RUN-COMPANY.
            MOVE "PERIOD" TO JOB-PRM-KEYWORD.
            PERFORM 145-GET-PARM THRU 145-EXIT.
            INSPECT JOB-PRM-VALUE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF JOB-PRM-VALUE = SPACES OR JOB-PRM-VALUE = "PRIOR"
                MOVE WS-TODAY (1:6) TO WS-CURR-PERIOD
                IF WS-CURR-PERIOD (5:2) = "01"
                    COMPUTE WS-PERIOD = WS-CURR-PERIOD - 89
                ELSE
                    COMPUTE WS-PERIOD = WS-CURR-PERIOD - 1
                END-IF
                MOVE WS-PERIOD TO WS-PERIOD-X
            ELSE
                MOVE JOB-PRM-VALUE TO WS-PERIOD-X
            END-IF.
       3010-EXIT.
            EXIT.

      ****************************************************************
      *   The confirmation and the close itself, the period proved
      *   sane. The confirmation echoes WHICH period (and company)
      *   is about to close - the operator confirms the period, not
      *   just the question. Only when every company covered
      *   already has the period closed is the close refused; one
      *   already closed among several is passed over and reported
      *   while the others close.
      ****************************************************************
       3050-CONFIRM-AND-CLOSE.
            PERFORM 3060-LOAD-COMPANIES THRU 3060-EXIT.
            IF WS-OPEN-CO-COUNT = 0
                DISPLAY ERR-ALREADY-CLOSED
                IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                END-IF
                MOVE ERR-ALREADY-CLOSED TO JOB-STEP-MESSAGE
            ELSE
                IF WS-RUN-COMPANY = SPACES
                    DISPLAY CLOSING-LIT, WS-PERIOD, CLOSING-CO-LIT,
                            CLOSING-ALL-LIT
                ELSE
                    DISPLAY CLOSING-LIT, WS-PERIOD, CLOSING-CO-LIT,
                            WS-RUN-COMPANY
                END-IF
                IF JOB-UNATTENDED
                    MOVE 'Y' TO WS-CONFIRM
                ELSE
                    DISPLAY ASK-SURE-CLOSE
                    ACCEPT WS-CONFIRM
                END-IF
                IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                    MOVE 0 TO WS-GRAND-COUNT
                    MOVE 0 TO WS-GRAND-TOTAL
                    OPEN OUTPUT PRINT-FILE
                    PERFORM VARYING WS-SUB-K FROM 1 BY 1
                            UNTIL WS-SUB-K > WS-CLS-COUNT
                        PERFORM 3080-CLOSE-ONE-COMPANY
                             THRU 3080-EXIT
                    END-PERFORM
                    IF WS-CLS-COUNT > 1
                        PERFORM 3450-PRINT-GRAND-TOTALS
                             THRU 3450-EXIT
                    END-IF
                    CLOSE PRINT-FILE
                    DISPLAY MSG-CLOSED, WS-PERIOD
                ELSE
                    DISPLAY MSG-NOT-CLOSED
            EXIT.

      ****************************************************************
      *   Builds the list of companies the close covers - the one
      *   keyed, or every company found on the master (company 01
      *   alone when the master is empty) - and notes which of them
      *   already has the period closed.
      ****************************************************************
       3060-LOAD-COMPANIES.
            MOVE 0 TO WS-CLS-COUNT.
            MOVE 0 TO WS-OPEN-CO-COUNT.
            IF WS-RUN-COMPANY NOT = SPACES
                MOVE WS-RUN-COMPANY TO WS-CUR-COMPANY
                PERFORM 3065-NOTE-COMPANY THRU 3065-EXIT
            ELSE
                MOVE 'N' TO MASTER-EOF
                MOVE SPACES TO MAS-ACCOUNTNO
                START MASTER KEY > MAS-ACCOUNTNO
                    INVALID KEY MOVE 'Y' TO MASTER-EOF
                END-START
                PERFORM UNTIL MASTER-EOF = 'Y'
                    READ MASTER NEXT RECORD
                        AT END MOVE 'Y' TO MASTER-EOF
                        NOT AT END
                            MOVE MAS-COMPANY TO WS-CUR-COMPANY
                            PERFORM 3065-NOTE-COMPANY THRU 3065-EXIT
                    END-READ
                END-PERFORM
                IF WS-CLS-COUNT = 0
                    MOVE "01" TO WS-CUR-COMPANY
                    PERFORM 3065-NOTE-COMPANY THRU 3065-EXIT
                END-IF
            END-IF.
            PERFORM VARYING WS-SUB-K FROM 1 BY 1
                    UNTIL WS-SUB-K > WS-CLS-COUNT
                MOVE CL-COMPANY (WS-SUB-K) TO WS-CUR-COMPANY
                PERFORM 3100-READ-PERIOD THRU 3100-EXIT
                IF PERIOD-FOUND AND PRD-IS-CLOSED
                    MOVE 'Y' TO CL-CLOSED (WS-SUB-K)
                ELSE
                    MOVE 'N' TO CL-CLOSED (WS-SUB-K)
                    ADD 1 TO WS-OPEN-CO-COUNT
                END-IF
            END-PERFORM.
       3060-EXIT.
            EXIT.

      ****************************************************************
      *   Adds WS-CUR-COMPANY to the close list unless it is on it
      *   already. Past 20 companies the rest are left for a close
      *   keyed company by company.
      ****************************************************************
       3065-NOTE-COMPANY.
            PERFORM VARYING WS-SUB-K FROM 1 BY 1
                    UNTIL WS-SUB-K > WS-CLS-COUNT
                       OR CL-COMPANY (WS-SUB-K) = WS-CUR-COMPANY
                CONTINUE
            END-PERFORM.
            IF WS-SUB-K > WS-CLS-COUNT
                IF WS-CLS-COUNT = 20
                    DISPLAY WRN-CO-TABLE-FULL
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-CO-TABLE-FULL TO JOB-STEP-MESSAGE
                    MOVE 'Y' TO MASTER-EOF
                ELSE
                    ADD 1 TO WS-CLS-COUNT
                    MOVE WS-CUR-COMPANY TO CL-COMPANY (WS-CLS-COUNT)
                END-IF
            END-IF.
       3065-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the period for one company on the close list - or
      *   reports it passed over when it was closed already.
      ****************************************************************
       3080-CLOSE-ONE-COMPANY.
            MOVE CL-COMPANY (WS-SUB-K) TO WS-CUR-COMPANY.
            IF CL-CLOSED (WS-SUB-K) = 'Y'
                DISPLAY MSG-CO-ALREADY, WS-CUR-COMPANY
            ELSE
                PERFORM 3200-SNAPSHOT-BALANCES THRU 3200-EXIT
                PERFORM 3300-MARK-CLOSED THRU 3300-EXIT
                PERFORM 3400-PRINT-CLOSE-TOTALS THRU 3400-EXIT
                ADD WS-SNAP-COUNT TO WS-GRAND-COUNT
                ADD WS-SNAP-TOTAL TO WS-GRAND-TOTAL
            END-IF.
       3080-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the company's control record for the period, if it
      *   has one - no record means the period has never been
      *   touched and is open.
      ****************************************************************
       3100-READ-PERIOD.
            MOVE 'N' TO WS-PERIOD-FOUND.
            MOVE WS-CUR-COMPANY TO PRD-COMPANY.
            MOVE WS-PERIOD TO PRD-PERIOD.
            READ PERIOD-FILE
                INVALID KEY CONTINUE

      ****************************************************************
      *   Walks MASTER writing one period-balance snapshot per
      *   vendor of the company closing. A rerun of a close that
      *   died finds its own half-written snapshots and rewrites
      *   them.
      ****************************************************************
       3200-SNAPSHOT-BALANCES.
            MOVE 0 TO WS-SNAP-COUNT.
                READ MASTER NEXT RECORD
                    AT END MOVE 'Y' TO MASTER-EOF
                    NOT AT END
                        IF MAS-COMPANY = WS-CUR-COMPANY
                            PERFORM 3250-SNAPSHOT-ONE THRU 3250-EXIT
                        END-IF
                END-READ
            END-PERFORM.
       3200-EXIT.
            EXIT.

      ****************************************************************
      *   Marks the period closed for the company - written fresh
      *   or rewritten over an open record, whichever the file
      *   holds.
      ****************************************************************
       3300-MARK-CLOSED.
            MOVE WS-CUR-COMPANY TO PRD-COMPANY.
            MOVE WS-PERIOD TO PRD-PERIOD.
            MOVE 'C' TO PRD-STATUS.
            MOVE WS-TODAY TO PRD-CLOSE-DATE.
            EXIT.

      ****************************************************************
      *   The close totals hard copy for one company - the figures
      *   that go in the month-end file, provable later against the
      *   snapshots.
      ****************************************************************
       3400-PRINT-CLOSE-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            STRING CLOSE-TITLE DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING CLOSE-CO-LIT DELIMITED BY SIZE
                   WS-CUR-COMPANY DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SNAP-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO PRINT-LINE.
                   WS-TODAY DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            DISPLAY CLOSE-CO-LIT, WS-CUR-COMPANY.
            MOVE WS-SNAP-COUNT TO WS-COUNT-ED.
            DISPLAY CLOSE-VENDORS-LIT, WS-COUNT-ED.
            MOVE WS-SNAP-TOTAL TO WS-AMT-ED.
            EXIT.

      ****************************************************************
      *   Closes an all-companies hard copy with the totals across
      *   every company that closed this run.
      ****************************************************************
       3450-PRINT-GRAND-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            STRING CLOSE-ALL-TITLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-GRAND-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO PRINT-LINE.
            STRING CLOSE-VENDORS-LIT DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-GRAND-TOTAL TO WS-AMT-ED.
            MOVE SPACES TO PRINT-LINE.
            STRING CLOSE-TOTAL-LIT DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            DISPLAY CLOSE-ALL-TITLE.
            MOVE WS-GRAND-COUNT TO WS-COUNT-ED.
            DISPLAY CLOSE-VENDORS-LIT, WS-COUNT-ED.
            MOVE WS-GRAND-TOTAL TO WS-AMT-ED.
            DISPLAY CLOSE-TOTAL-LIT, WS-AMT-ED.
       3450-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every period on file with its status, company by
      *  company - a period with no record is open and simply is
      *  not listed.
      ****************************************************************
       4000-LIST-PERIODS.
            MOVE 'N' TO PERIOD-EOF.
            MOVE LOW-VALUES TO PRD-KEY.
            START PERIOD-FILE KEY > PRD-KEY
                INVALID KEY MOVE 'Y' TO PERIOD-EOF
            END-START.
            IF PERIOD-EOF = 'Y'
                    READ PERIOD-FILE NEXT RECORD
                        AT END MOVE 'Y' TO PERIOD-EOF
                        NOT AT END
                            MOVE PRD-COMPANY TO PL-COMPANY
                            MOVE PRD-PERIOD TO PL-PERIOD
                            IF PRD-IS-CLOSED
                                MOVE "CLOSED" TO PL-STATUS
      *  Month-over-month comparison off the snapshots - every
      *  vendor in the later period's snapshot next to its earlier
      *  balance and the change between them. A vendor with no
      *  earlier snapshot (added since) compares against zero. A
      *  company keyed narrows the list to that company's vendors.
      ****************************************************************
       5000-COMPARE-PERIODS.
            DISPLAY ENTER-COMPANY.
            ACCEPT WS-RUN-COMPANY.
            DISPLAY ENTER-PERIOD.
            ACCEPT WS-PERIOD-X.
            DISPLAY ENTER-PERIOD-TWO.
                        AT END MOVE 'Y' TO PERBAL-EOF
                        NOT AT END
                            IF PBL-PERIOD = WS-PERIOD
                                PERFORM 5150-CHECK-COMPANY
                                     THRU 5150-EXIT
                                IF COMPARE-WANTED
                                    PERFORM 5200-COMPARE-ONE
                                         THRU 5200-EXIT
                                END-IF
                            ELSE
                                MOVE 'Y' TO PERBAL-EOF
                            END-IF
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Whether the snapshot in hand belongs in the comparison -
      *   always, unless a company was keyed, when the vendor must
      *   be that company's. A vendor since deleted from the master
      *   has no company to go by and shows in the full list only.
      ****************************************************************
       5150-CHECK-COMPANY.
            MOVE 'Y' TO WS-COMPARE-WANTED.
            IF WS-RUN-COMPANY NOT = SPACES
                MOVE PBL-ACCOUNTNO TO MAS-ACCOUNTNO
                READ MASTER
                    INVALID KEY
                        MOVE 'N' TO WS-COMPARE-WANTED
                    NOT INVALID KEY
                        IF MAS-COMPANY NOT = WS-RUN-COMPANY
                            MOVE 'N' TO WS-COMPARE-WANTED
                        END-IF
                END-READ
            END-IF.
       5150-EXIT.
            EXIT.

      ****************************************************************
      *   One account's comparison line. The keyed read for the
      *   earlier snapshot moves the file position, so the later-
            END-START.
       5200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            MOVE "COMPANIES" TO JOB-COUNT-LABEL (1).
            MOVE WS-OPEN-CO-COUNT TO JOB-COUNT (1).
            MOVE "VENDORS" TO JOB-COUNT-LABEL (2).
            MOVE WS-GRAND-COUNT TO JOB-COUNT (2).
            MOVE "BALANCES" TO JOB-COUNT-LABEL (3).
            MOVE WS-GRAND-TOTAL TO JOB-COUNT (3).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
