      *               the running balance nets it too. History
      *               written before the field existed reads it as
      *               spaces, which counts as zero.
      *10/15/2026 SM  A vendor can hold unapplied credit now (see
      *               MAS-CREDIT-BAL) and the history nets to the
      *               balance LESS that credit, so the statement
      *               opens and closes against the net figure - an
      *               overpaid vendor closes negative, owing us -
      *               and the footer shows the master balance, the
      *               credit held and the net. A credit application
      *               ('A') nets only its discount.
      *10/15/2026 SM  A foreign payment's realized exchange gain (see
      *               HST-FX-AMT) came off the balance with it and
      *               nets with it; a loss puts back. A record
      *               written before the field reads it as spaces,
      *               which counts as zero.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the filters from the
      *               ACCOUNT, FROM and TO parameters (none means every
      *               vendor, all dates). The run ends with a return
      *               code - 16 files not opened, 8 account not on file
      *               - and the statements printed for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      *10/15/2026 SM  A void of a foreign payment goes back at book,
      *               its exchange reversal in HST-FX-AMT - a void
      *               nets less that amount, as a payment does.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  HISTORY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
           COPY "VNDHST.CPY".
      *
       FD  PRINT-FILE
            05 WS-OPENING-BAL                PIC S9(10)V99 VALUE 0.
            05 WS-STMT-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-HST-DISC                   PIC 9(6)V99 VALUE 0.
            05 WS-HST-FX                     PIC S9(6)V99 VALUE 0.
            05 WS-HST-DELTA                  PIC S9(7)V99 VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-RECORD-NOT-FOUND           PIC X VALUE 'F'.
                88 VENDOR-NOT-FOUND     VALUE 'T'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "CLOSING BALANCE: ".
            05 STM-MASTER-LIT                       PIC X(17)
                VALUE "MASTER BALANCE:  ".
            05 STM-CREDIT-LIT                       PIC X(17)
                VALUE "CREDIT HELD:     ".
            05 STM-NET-LIT                          PIC X(17)
                VALUE "NET OF CREDIT:   ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-BAL-ED                        PIC -Z,ZZZ,ZZZ,ZZ9.99.
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
               MOVE MSG-JOB-NOT-OPENED TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           PERFORM 170-GET-CRITERIA THRU 170-EXIT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-SEL-ACCT NOT = SPACES
               END-READ
               IF VENDOR-NOT-FOUND
                   DISPLAY ERR-ACCT-NOT-FOUND
                   MOVE 8 TO WS-JOB-RC
                   MOVE ERR-ACCT-NOT-FOUND TO JOB-STEP-MESSAGE
               ELSE
                   PERFORM 5100-ONE-VENDOR THRU 5100-EXIT
               END-IF
           MOVE WS-STMT-COUNT TO WS-COUNT-ED.
           DISPLAY STM-SUMMARY, WS-COUNT-ED.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDSTM" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDPRT's 150-FIND-FILE.
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
           MOVE "HISTORY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-HFILE
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
      *  Prompts for the statement filters - one account or all,
      *  and the posting date range, either end open. A nightly job
      *  step takes its ACCOUNT, FROM and TO parameters instead.
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               MOVE "ACCOUNT" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-SEL-ACCT
               MOVE "FROM" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-DATE-FROM-X
               MOVE "TO" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-DATE-TO-X
           ELSE
               DISPLAY ENTER-SEL-ACCT
               ACCEPT WS-SEL-ACCT
               DISPLAY ENTER-DATE-FROM
               ACCEPT WS-DATE-FROM-X
               DISPLAY ENTER-DATE-TO
               ACCEPT WS-DATE-TO-X
           END-IF.
           MOVE 0 TO WS-DATE-FROM.
           MOVE 99999999 TO WS-DATE-TO.
           IF WS-DATE-FROM-X IS NUMERIC
            ELSE
                ADD 1 TO WS-STMT-COUNT
                COMPUTE WS-OPENING-BAL = MAS-BALANCE
                                       - MAS-CREDIT-BAL
                                       - WS-NET-ACTIVITY
                MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
                PERFORM 5300-STATEMENT-HEADER THRU 5300-EXIT
            ELSE
                MOVE 0 TO WS-HST-DISC
            END-IF.
            IF HST-FX-AMT IS NUMERIC
                MOVE HST-FX-AMT TO WS-HST-FX
            ELSE
                MOVE 0 TO WS-HST-FX
            END-IF.
      * Each type pushes the balance its own way - a credit memo
      * backs an invoice out, a void check puts a payment back. An
      * ordinary detail (or a blank type off old history) nets
                WHEN HST-VOID-CHECK
                    COMPUTE WS-HST-DELTA = HST-PAYMENT-AMT
                                         + WS-HST-DISC
                                         - WS-HST-FX
                WHEN HST-CREDIT-APPLIED
                    COMPUTE WS-HST-DELTA = 0 - WS-HST-DISC
                WHEN OTHER
                    COMPUTE WS-HST-DELTA = HST-INVOICE-AMT
                                         - HST-PAYMENT-AMT
                                         - WS-HST-DISC
                                         - WS-HST-FX
            END-EVALUATE.
            IF SCAN-TALLY
                IF HST-POST-DATE <= WS-DATE-TO
                   WS-BAL-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            IF MAS-CREDIT-BAL > 0
                MOVE MAS-CREDIT-BAL TO WS-BAL-ED
                MOVE SPACES TO PRINT-LINE
                STRING STM-CREDIT-LIT DELIMITED BY SIZE
                       WS-BAL-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
                COMPUTE WS-BAL-ED = MAS-BALANCE - MAS-CREDIT-BAL
                MOVE SPACES TO PRINT-LINE
                STRING STM-NET-LIT DELIMITED BY SIZE
                       WS-BAL-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       5400-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            MOVE "STATEMENTS" TO JOB-COUNT-LABEL (1).
            MOVE WS-STMT-COUNT TO JOB-COUNT (1).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
