      *               status skips the walk - a stale sequential
      *               path opens with status 39 and a failed READ
      *               would loop without end.
      *10/15/2026 SM  Pass over credit applications ('A', see
      *               VNDHST.CPY) - the money behind them was paid
      *               over, and counted, when the vendor was first
      *               overpaid.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the criteria from the
      *               YEAR and TOPN parameters (none means the current
      *               year, every vendor). The run ends with a return
      *               code - 16 files not opened, 4 a table full - and
      *               the vendors and the invoiced and paid totals for
      *               the run log.
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
       FD  HISTORY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
           COPY "VNDHST.CPY".
      *
       FD  PRINT-FILE
            05 WS-CO-DAYS-SUM                PIC 9(10) VALUE 0.
            05 WS-CO-PAY-COUNT               PIC 9(8)  VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-INV-TABLE-FULL             PIC X VALUE 'N'.
                88 INV-TABLE-FULL       VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "TOTAL PAID:       ".
            05 CO-DAYS-LIT                          PIC X(18)
                VALUE "AVG DAYS TO PAY:  ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC -Z,ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
           CLOSE MASTER.
           CLOSE PRINT-FILE.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDSPD" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDSTM's 150-FIND-FILE.
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
      *  Prompts for the analysis year and the optional top-N cut -
      *  a nightly job step takes its YEAR and TOPN parameters.
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               MOVE "YEAR" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-YEAR-X
           ELSE
               DISPLAY ENTER-YEAR
               ACCEPT WS-YEAR-X
           END-IF.
           IF WS-YEAR-X IS NUMERIC
               MOVE WS-YEAR-X TO WS-YEAR
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           END-IF.
           IF JOB-UNATTENDED
               MOVE "TOPN" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-TOP-N-X
           ELSE
               DISPLAY ENTER-TOP-N
               ACCEPT WS-TOP-N-X
           END-IF.
           IF WS-TOP-N-X IS NUMERIC
               MOVE WS-TOP-N-X TO WS-TOP-N
           ELSE
            IF WS-INV-COUNT = 2000
                IF NOT INV-TABLE-FULL
                    DISPLAY WRN-INV-TABLE-FULL
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-INV-TABLE-FULL TO JOB-STEP-MESSAGE
                    MOVE 'Y' TO WS-INV-TABLE-FULL
                END-IF
            ELSE
                IF WS-VND-COUNT = 500
                    IF NOT VND-TABLE-FULL
                        DISPLAY WRN-VND-TABLE-FULL
                        IF WS-JOB-RC < 4
                            MOVE 4 TO WS-JOB-RC
                        END-IF
                        MOVE WRN-VND-TABLE-FULL TO JOB-STEP-MESSAGE
                        MOVE 'Y' TO WS-VND-TABLE-FULL
                    END-IF
                    MOVE 0 TO WS-SUB-V
                WHEN HST-VOID-CHECK
                    SUBTRACT HST-PAYMENT-AMT
                        FROM VT-PAID-TOTAL (WS-SUB-V)
                WHEN HST-CREDIT-APPLIED
                    CONTINUE
                WHEN OTHER
                    IF HST-INVOICE-AMT > 0
                        ADD 1 TO VT-INV-COUNT (WS-SUB-V)
            WRITE PRINT-LINE.
       4200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            MOVE "VENDORS" TO JOB-COUNT-LABEL (1).
            MOVE WS-VND-COUNT TO JOB-COUNT (1).
            MOVE "INVOICED" TO JOB-COUNT-LABEL (2).
            MOVE WS-CO-INV-TOTAL TO JOB-COUNT (2).
            MOVE "PAID" TO JOB-COUNT-LABEL (3).
            MOVE WS-CO-PAID-TOTAL TO JOB-COUNT (3).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
