      *
      *Modification History:
      *08/22/2026 SM  Program written.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the criteria from the
      *               YEAR and THRESHOLD parameters - YEAR PRIOR, or
      *               none, is the year before the current one. The run
      *               ends with a return code - 16 master not opened, 8
      *               year refused, 4 reportable vendors with no usable
      *               tax id - and the vendors reported, amount reported
      *               and vendors missing a tax id for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  PRINT-FILE
            05 WS-MISSING-COUNT              PIC 9(6)   VALUE 0.
            05 WS-REPORTED-TOTAL             PIC 9(10)V99 VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-TAX-ID-GOOD                PIC X VALUE 'N'.
                88 TAX-ID-GOOD          VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "TOTAL REPORTED:    ".
            05 TAX-SUMMARY-THR                      PIC X(19)
                VALUE "TAX IDS MISSING:   ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".
            05 MSG-JOB-BAD-YEAR                     PIC X(40)
                VALUE "TAX YEAR NOT 4 DIGITS - NOTHING REPORTED".

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
               MOVE MSG-JOB-NOT-OPENED TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           PERFORM 170-GET-CRITERIA THRU 170-EXIT.
           IF WS-JOB-RC < 8
               OPEN OUTPUT PRINT-FILE
               PERFORM 5000-WORKSHEET THRU 5000-EXIT
               PERFORM 5400-PRINT-TOTALS THRU 5400-EXIT
               CLOSE PRINT-FILE
           END-IF.
           CLOSE MASTER.
           MOVE WS-MISSING-COUNT TO WS-COUNT-ED.
           DISPLAY TAX-SUMMARY-THR, " ", WS-COUNT-ED.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDTAX" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the master file is
      *  located, same options as VNDPRT's 150-FIND-FILE.
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
      *  Prompts for the tax year being reported and the reporting
      *  threshold (the IRS 1099 floor, 600.00, unless overridden).
      *  A nightly job step takes its YEAR and THRESHOLD parameters
      *  instead (see 171).
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               PERFORM 171-GET-JOB-CRITERIA THRU 171-EXIT
           ELSE
               PERFORM 172-ASK-CRITERIA THRU 172-EXIT
           END-IF.
       170-EXIT.
           EXIT.

      ****************************************************************
      *  The criteria keyed at the terminal.
      ****************************************************************
       172-ASK-CRITERIA.
           DISPLAY ENTER-TAX-YEAR.
           ACCEPT WS-TAX-YEAR-X.
           PERFORM UNTIL WS-TAX-YEAR-X IS NUMERIC
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL (WS-THRESHOLD-X)
           END-IF.
       172-EXIT.
           EXIT.

      ****************************************************************
      *  The criteria for a nightly job step. YEAR PRIOR, or none at
      *  all, is the year just ended - the one the forms go out
      *  for. A year that is not four digits refuses the run
      *  (return code 8) with nobody there to re-ask.
      ****************************************************************
       171-GET-JOB-CRITERIA.
           MOVE "YEAR" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF JOB-PRM-VALUE = SPACES OR JOB-PRM-VALUE = "PRIOR"
               MOVE FUNCTION CURRENT-DATE (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
               MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X
           ELSE
               MOVE JOB-PRM-VALUE TO WS-TAX-YEAR-X
               IF JOB-PRM-VALUE (5:1) NOT = SPACE
                   MOVE SPACES TO WS-TAX-YEAR-X
               END-IF
           END-IF.
           IF WS-TAX-YEAR-X IS NUMERIC
               MOVE WS-TAX-YEAR-X TO WS-TAX-YEAR
           ELSE
               DISPLAY MSG-JOB-BAD-YEAR
               MOVE 8 TO WS-JOB-RC
               MOVE MSG-JOB-BAD-YEAR TO JOB-STEP-MESSAGE
           END-IF.
           MOVE "THRESHOLD" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE JOB-PRM-VALUE TO WS-THRESHOLD-X.
           IF WS-THRESHOLD-X NOT = SPACES
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL (WS-THRESHOLD-X)
           END-IF.
       171-EXIT.
           EXIT.

      ****************************************************************
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
            IF WS-JOB-RC < 4 AND WS-MISSING-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "REPORTED" TO JOB-COUNT-LABEL (1).
            MOVE WS-REPORTED-COUNT TO JOB-COUNT (1).
            MOVE "AMOUNT" TO JOB-COUNT-LABEL (2).
            MOVE WS-REPORTED-TOTAL TO JOB-COUNT (2).
            MOVE "NO TAX ID" TO JOB-COUNT-LABEL (3).
            MOVE WS-MISSING-COUNT TO JOB-COUNT (3).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
