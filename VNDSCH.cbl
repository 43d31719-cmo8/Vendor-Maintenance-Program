      *               and leaving it zero let the edit default it a
      *               net-terms month late, which pushed rent into
      *               the wrong forecast bucket and check run.
      *10/15/2026 SM  Runs as the generate step of the nightly job
      *               stream (VNDNGT). Unattended, the location and
      *               paths come from the parameter file, the FUNCTION
      *               parameter must be GENERATE (the default), the
      *               batch id is the BATCHID parameter or else the
      *               night's run id, and the cutoff is the CUTOFF
      *               parameter or else today. The run ends with a
      *               return code (16 files not opened, 4 schedule table
      *               filled) and the generated count and total for the
      *               run log. The table-full stop now sets the switch
      *               it was always meant to.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too; as a nightly step a refusal ends it
      *               with return code 20.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  SCHED-FILE
       01  WS-ADV-COUNT                      PIC 9(3)  VALUE 0.
       01  WS-SUB-A                          PIC 9(3).

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-TABLE-FULL                 PIC X VALUE 'N'.
                88 ADV-TABLE-FULL       VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "TRANSACTIONS GENERATED:".
            05 GEN-SUMMARY-TWO                      PIC X(23)
                VALUE "TOTAL AMOUNT:          ".
            05 ERR-JOB-FUNCTION                     PIC X(40)
                VALUE "FUNCTION NOT GENERATE - NOTHING RUN     ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.
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
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
               IF JOB-UNATTENDED
                   PERFORM 210-RUN-FUNCTION THRU 210-EXIT
               ELSE
                   PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                           UNTIL OK-TO-STOP
               END-IF
               CLOSE MASTER
               CLOSE SCHED-FILE
           END-IF.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDSCH" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-SIX
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDSCH" TO SGN-PROGRAM
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
           MOVE "SCHEDULE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-SFILE
           END-IF.
           MOVE "RAW-BATCH" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-TFILE
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
      *  Opens the schedule file I-O, creating it on the first run
      *  the same way VNDPOST's 160-OPEN-OPEN-ITEMS creates a brand
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 1000-ADD-SCHEDULE THRU 1000-EXIT
               WHEN WS-TWO  PERFORM 2000-EDT-SCHEDULE THRU 2000-EXIT
               WHEN WS-THR  PERFORM 3000-RM-SCHEDULE  THRU 3000-EXIT
       200-EXIT.
           EXIT.

      ****************************************************************
      *  The nightly job step's one function in place of the menu -
      *  the generate run is the only one that makes sense with
      *  nobody at the terminal.
      ****************************************************************
       210-RUN-FUNCTION.
           MOVE "FUNCTION" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT JOB-PRM-WAS-FOUND OR JOB-PRM-VALUE = "GENERATE"
               PERFORM 215-CHECK-JOB-OPTION THRU 215-EXIT
               IF SGN-IS-ALLOWED
                   PERFORM 5000-GENERATE-BATCH THRU 5000-EXIT
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
           MOVE "VNDSCH" TO SGN-PROGRAM.
           MOVE "5" TO SGN-OPTION.
           CALL "VNDSGN".
           IF NOT SGN-IS-ALLOWED
               MOVE 20 TO WS-JOB-RC
               MOVE SGN-MESSAGE TO JOB-STEP-MESSAGE
           END-IF.
       215-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Adds one schedule. The account must be on MASTER - a
      *  fresh batch.
      ****************************************************************
       5000-GENERATE-BATCH.
            IF JOB-UNATTENDED
                PERFORM 5050-GET-JOB-OPTIONS THRU 5050-EXIT
            ELSE
                PERFORM 5010-GET-OPTIONS THRU 5010-EXIT
            END-IF.
            IF WS-CUTOFF-X IS NUMERIC
                MOVE WS-CUTOFF-X TO WS-CUTOFF
            ELSE
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Asks for the batch id, re-asking while blank, and the
      *   cutoff.
      ****************************************************************
       5010-GET-OPTIONS.
            DISPLAY ENTER-BATCH-ID.
            ACCEPT WS-BATCH-ID.
            PERFORM UNTIL WS-BATCH-ID NOT = SPACES
                DISPLAY ERR-BLANK-BATCH
                DISPLAY ENTER-BATCH-ID
                ACCEPT WS-BATCH-ID
            END-PERFORM.
            DISPLAY ENTER-CUTOFF.
            ACCEPT WS-CUTOFF-X.
       5010-EXIT.
            EXIT.

      ****************************************************************
      *   The nightly job step's batch id and cutoff - the BATCHID
      *   parameter or else the night's run id, so the batch is
      *   traceable to the night that generated it, and the CUTOFF
      *   parameter or else today.
      ****************************************************************
       5050-GET-JOB-OPTIONS.
            MOVE "BATCHID" TO JOB-PRM-KEYWORD.
            PERFORM 145-GET-PARM THRU 145-EXIT.
            IF JOB-PRM-WAS-FOUND AND JOB-PRM-VALUE NOT = SPACES
                MOVE JOB-PRM-VALUE TO WS-BATCH-ID
            ELSE
                MOVE JOB-RUN-ID TO WS-BATCH-ID
            END-IF.
            MOVE "CUTOFF" TO JOB-PRM-KEYWORD.
            PERFORM 145-GET-PARM THRU 145-EXIT.
            MOVE JOB-PRM-VALUE TO WS-CUTOFF-X.
       5050-EXIT.
            EXIT.

      ****************************************************************
      *   The raw batch header - no edit stamp; that is VNDEDT's to
      *   give once the batch passes the edit.
                           AND SCH-NEXT-DUE NOT > WS-CUTOFF
                            IF WS-ADV-COUNT = 200
                                DISPLAY MSG-TABLE-FULL
                                MOVE 'Y' TO WS-TABLE-FULL
                                MOVE 'Y' TO SCHED-EOF
                            ELSE
                                PERFORM 5300-GENERATE-ONE
            END-PERFORM.
       5700-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF ADV-TABLE-FULL AND WS-JOB-RC < 4
                MOVE 4 TO WS-JOB-RC
                MOVE MSG-TABLE-FULL TO JOB-STEP-MESSAGE
            END-IF.
            MOVE "GENERATED" TO JOB-COUNT-LABEL (1).
            MOVE WS-TRX-COUNT TO JOB-COUNT (1).
            MOVE "AMOUNT" TO JOB-COUNT-LABEL (2).
            MOVE WS-GEN-TOTAL TO JOB-COUNT (2).
            IF JOB-STEP-MESSAGE = SPACES
                MOVE "BATCH " TO JOB-STEP-MESSAGE (1:6)
                MOVE WS-BATCH-ID TO JOB-STEP-MESSAGE (7:8)
            END-IF.
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
