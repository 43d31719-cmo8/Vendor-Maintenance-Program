      *               payment method to check on every loaded
      *               record - electronic payment is an INTVENDR
      *               decision, never a bulk-load default.
      *10/15/2026 SM  Settle the new unapplied credit zero on every
      *               loaded record - credit is only ever built up
      *               by posting.
      *10/15/2026 SM  Every loaded record goes on company 01's
      *               books - INTVENDR moves a vendor to another
      *               company.
      *10/15/2026 SM  Every loaded record is paid in dollars -
      *               INTVENDR sets a foreign vendor's currency.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file. A lock left by this
      *               program's own failed night is taken over on the
      *               restart; any other held lock ends the step with
      *               return code 12. A CSV file that will not open is
      *               now reported and nothing loaded, where the load
      *               used to read on regardless. The run ends with a
      *               return code - 16 master not opened, 8 no CSV file,
      *               4 rows rejected - and the loaded and rejected
      *               counts for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20. The operator is stamped on each audit
      *               entry and on the master-file lock.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  CSV-FILE
            05 WS-LOADED-COUNT               PIC 9(6)   VALUE 0.
            05 WS-REJECTED-COUNT             PIC 9(6)   VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 WS-READY-TO-OPEN              PIC X VALUE 'N'.
                88 OPEN-THAT           VALUE 'Y'.
                88 ZIP-IS-VALID         VALUE 'Y'.
            05 WS-CHK-PHONE                  PIC 9(12).

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "SAME PHONE  ".
            05 REASON-ADDRESS                       PIC X(12)
                VALUE "SAME ST+ZIP ".
            05 ERR-NO-CSV                           PIC X(40)
                VALUE "CSV FILE NOT FOUND - NOTHING LOADED     ".
            05 MSG-BY                               PIC X(4)
                VALUE " BY ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.

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
               IF LOCK-IS-OK
                   MOVE 16 TO WS-JOB-RC
                   MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
               ELSE
                   MOVE 12 TO WS-JOB-RC
                   MOVE MSG-NO-LOCK TO JOB-STEP-MESSAGE
               END-IF
               IF HOLDING-LOCK
                   PERFORM 196-RELEASE-LOCK THRU 196-EXIT
               END-IF
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           OPEN INPUT CSV-FILE.
           IF WS-CSV-IS NOT = 0
               DISPLAY ERR-NO-CSV
               MOVE 8 TO WS-JOB-RC
               MOVE ERR-NO-CSV TO JOB-STEP-MESSAGE
           ELSE
               PERFORM 2000-IMPORT-RECORDS THRU 2000-EXIT
               CLOSE CSV-FILE
           END-IF.
           CLOSE MASTER.
           CLOSE AUDIT-LOG.
           IF HOLDING-LOCK
               PERFORM 196-RELEASE-LOCK THRU 196-EXIT
           END-IF.
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDIMP" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the master file and
      *  CSV input are located.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           MOVE 'N' TO WS-LOC-CHOSEN.
           EVALUATE TRUE
               WHEN WS-ONE
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF JOB-UNATTENDED
               PERFORM 142-GET-PATHS THRU 142-EXIT
               MOVE 'Y' TO JOB-SETUP
           END-IF.
      * Only a trip that actually picked a location touches the
      * lock - a bad selection must not plant a lock file at a
      * stale or default path. A retry trip that moved the lock
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
           MOVE "IMPORT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-IFILE
           END-IF.
           MOVE "AUDIT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-AFILE
           END-IF.
           MOVE "LOCK" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-LFILE
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
      *  Takes the master lock for this load. A held lock shows who
      *  has the master and since when; the operator can override
           IF LOCK-IS-OK
               OPEN OUTPUT LOCK-FILE
               MOVE "VNDIMP" TO LCK-HOLDER
               MOVE SGN-OPERATOR-ID TO LCK-OPERATOR
               MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME
               WRITE LCK-REC
      ****************************************************************
       195-LOCK-HELD.
           DISPLAY MSG-MASTER-IN-USE, LCK-HOLDER, MSG-SINCE,
                   LCK-HOUR, ":", LCK-MINUTE,
                   MSG-BY, LCK-OPERATOR.
      * With nobody to ask, the only lock taken over is one this
      * program left when the night being restarted failed.
           IF JOB-UNATTENDED
               IF JOB-IS-RESTART AND LCK-HOLDER = "VNDIMP"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-LOCK-OK
               END-IF
           ELSE
               DISPLAY ASK-OVERRIDE
               ACCEPT WS-LOCK-ANSWER
               IF WS-LOCK-ANSWER = 'Y' OR WS-LOCK-ANSWER = 'y'
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-LOCK-OK
               END-IF
           END-IF.
       195-EXIT.
           EXIT.
           MOVE WS-HELD-LOCK-PATH TO UT-SYS-LFILE.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LCK-HOLDER.
           MOVE SPACES TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
           WRITE LCK-REC.
                    MOVE 0 TO MAS-BANK-ROUTING
                    MOVE SPACES TO MAS-BANK-ACCOUNT
                    MOVE 'C' TO MAS-PAY-METHOD
                    MOVE 0 TO MAS-CREDIT-BAL
                    MOVE "01" TO MAS-COMPANY
                    MOVE "USD" TO MAS-CURRENCY
                    WRITE REC
                        INVALID KEY
                            DISPLAY "ERROR WRITING RECORD - ", REC
            MOVE 'A' TO AUD-OPERATION.
            MOVE SPACES TO AUD-BEFORE-IMAGE.
            MOVE REC TO AUD-AFTER-IMAGE.
            MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
            WRITE AUD-REC.
       2140-EXIT.
            DISPLAY DIVIDER.
       9000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF WS-JOB-RC < 4 AND WS-REJECTED-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "LOADED" TO JOB-COUNT-LABEL (1).
            MOVE WS-LOADED-COUNT TO JOB-COUNT (1).
            MOVE "REJECTED" TO JOB-COUNT-LABEL (2).
            MOVE WS-REJECTED-COUNT TO JOB-COUNT (2).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
