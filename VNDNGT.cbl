       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDNGT.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Nightly job stream driver - runs the standard
      *         payables cycle with nobody at the terminal: VNDUTL
      *         backup, VNDSCH generate, VNDEDT, VNDPOST, VNDRCN.
      *         Each step is CALLed with the shared job area (see
      *         VNDJOB.CPY) marked unattended, so it takes its file
      *         names and options from the parameter file instead
      *         of the terminal, and hands back a return code. A
      *         step ending above the highest acceptable code (4
      *         unless MAXRC says otherwise) stops the night there.
      *         Every run, step start and step end goes on the job
      *         run log with its time, return code and key counts.
      *         A night that stopped short is picked up by the next
      *         run at the step that failed, under the same run id,
      *         instead of starting again from the backup - unless
      *         the parameter file says RESTART NO. The morning
      *         summary of the night is printed from the log.
      *
      *         The parameter file is INVPARMS.DAT in /tmp, or in
      *         C:\Temp when /tmp has none. The driver's own lines
      *         (under VNDNGT or ALL) are:
      *            LOCATION  WINDOWS or LINUX - where the run log
      *                      and summary go by default (where the
      *                      parameter file was found if not given)
      *            RUNLOG    the job run log path
      *            SUMMARY   the morning summary path
      *            MAXRC     highest return code that lets the
      *                      next step run
      *            RESTART   NO to start afresh after a failure
      *            OPERATOR  the batch operator the night runs
      *                      as (BATCH when not given)
      *            OPERATORS / AUTHORITY  the operator and
      *                      authority file paths, when not the
      *                      ones LOCATION gives
      *            STEP1 ... STEP9  the programs to run, in order,
      *                      when the night is not the standard one
      *
      *Input:   The job parameter file (see VNDPRM.CPY) and the job
      *         run log (see VNDRUN.CPY) left by earlier nights.
      *
      *Output:  The job run log, extended; the morning summary print
      *         file; the highest step return code as this program's
      *         own return code, for whatever scheduler started it.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  The night signs on as its batch operator (see
      *               VNDSGN) before any step runs - every step then
      *               checks its own program is permitted to that
      *               operator's role and stamps the operator on what
      *               it writes. An operator that is not an active
      *               batch operator stops the night with return code
      *               20 before the run log is touched.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The parameter file - only opened here to find it.
           SELECT PARM-FILE
                 ASSIGN TO UT-SYS-JFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARM-IS.
      * The job run log, appended to run after run.
           SELECT RUN-LOG
                 ASSIGN TO UT-SYS-RFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-IS.
      * The morning summary hard copy.
           SELECT PRINT-FILE
                 ASSIGN TO UT-SYS-PFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  PARM-FILE
         LABEL RECORDS ARE STANDARD.
           COPY "VNDPRM.CPY".
      *
       FD  RUN-LOG
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 173 CHARACTERS.
           COPY "VNDRUN.CPY".
      *
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-JFILE                  PIC X(50)
                VALUE "/tmp/INVPARMS.DAT".
            05 UT-SYS-JTEMP                  PIC X(50)
                VALUE "C:\Temp\INVPARMS.DAT".
            05 UT-SYS-JLINUX                 PIC X(50)
                VALUE "/tmp/INVPARMS.DAT".
            05 UT-SYS-RFILE                  PIC X(50)
                VALUE "/tmp/INVRUNLOG.DAT".
            05 UT-SYS-RTEMP                  PIC X(50)
                VALUE "C:\Temp\INVRUNLOG.DAT".
            05 UT-SYS-RLINUX                 PIC X(50)
                VALUE "/tmp/INVRUNLOG.DAT".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "/tmp/INVNIGHT.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVNIGHT.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVNIGHT.PRT".

       01 WS-WORKING-AREA.
            05 WS-PARM-IS                    PIC 9(2).
            05 WS-RUN-IS                     PIC 9(2).
                88 RUN-LOG-NOT-OPEN     VALUE 35.
            05 WS-PRINT-IS                   PIC 9(2).
            05 RUN-LOG-EOF                   PIC X     VALUE 'N'.
            05 WS-RUN-ID                     PIC X(8).
            05 WS-TODAY-PREFIX               PIC X(7).
            05 WS-LAST-LETTER                PIC 9(2)  VALUE 0.
            05 WS-SUB-L                      PIC 9(2).
            05 WS-LAST-ID                    PIC X(8)  VALUE SPACES.
            05 WS-MAX-RC                     PIC 9(4)  VALUE 4.
            05 WS-STEP-RC                    PIC 9(4)  VALUE 0.
            05 WS-HIGH-RC                    PIC 9(4)  VALUE 0.
            05 WS-FIRST-STEP                 PIC 9(2)  VALUE 1.
            05 WS-FAILED-STEP                PIC 9(2)  VALUE 0.
            05 WS-SUB-S                      PIC 9(2).
            05 WS-SUB-C                      PIC 9(2).
            05 WS-STEP-COUNT                 PIC 9(2)  VALUE 0.
            05 WS-CALL-NAME                  PIC X(8).
            05 WS-STEP-KEYWORD               PIC X(12).
            05 WS-LAST-TYPE                  PIC X     VALUE SPACE.

      * The night's steps in running order, with whether each
      * already ended acceptably in the run being restarted.
       01  WS-STEP-TABLE.
            05 WS-STEP-ROW                   OCCURS 9 TIMES.
                10 WS-STEP-PGM               PIC X(8).
                10 WS-STEP-DONE              PIC X.
                    88 STEP-DONE        VALUE 'Y'.

      * The standard cycle, used when the parameter file names no
      * steps of its own.
       01  WS-STANDARD-STEPS.
            05 FILLER                        PIC X(8) VALUE "VNDUTL".
            05 FILLER                        PIC X(8) VALUE "VNDSCH".
            05 FILLER                        PIC X(8) VALUE "VNDEDT".
            05 FILLER                        PIC X(8) VALUE "VNDPOST".
            05 FILLER                        PIC X(8) VALUE "VNDRCN".
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-STEPS.
            05 WS-STANDARD-PGM               PIC X(8) OCCURS 5 TIMES.

       01  WS-LETTERS                        PIC X(26)
                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-SWITCHES.
            05 WS-PARMS-FOUND                PIC X VALUE 'N'.
                88 PARMS-FOUND          VALUE 'Y'.
            05 WS-LAST-OPEN                  PIC X VALUE 'N'.
                88 LAST-RUN-OPEN        VALUE 'Y'.
            05 WS-RESTARTING                 PIC X VALUE 'N'.
                88 RESTARTING           VALUE 'Y'.
            05 WS-RUN-FAILED                 PIC X VALUE 'N'.
                88 RUN-FAILED           VALUE 'Y'.
            05 WS-NO-RESTART                 PIC X VALUE 'N'.
                88 NO-RESTART           VALUE 'Y'.
            05 WS-MORE-STEPS                 PIC X VALUE 'Y'.
                88 MORE-STEPS           VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 ERR-NO-PARMS                         PIC X(42)
                VALUE "NO PARAMETER FILE - NIGHTLY RUN NOT DONE. ".
            05 ERR-LOG-OPEN                         PIC X(34)
                VALUE "RUN LOG OPEN FAILED - STATUS:     ".
            05 ERR-STEP-MISSING                     PIC X(40)
                VALUE "PROGRAM NOT FOUND - STEP NOT RUN        ".
            05 ERR-STEPS-FULL                       PIC X(42)
                VALUE "WARNING - ONLY 9 STEPS RUN, REST IGNORED ".
            05 MSG-STARTING                         PIC X(15)
                VALUE "STARTING STEP  ".
            05 MSG-ENDED                            PIC X(15)
                VALUE "ENDED STEP     ".
            05 MSG-RC                               PIC X(4)
                VALUE " RC ".
            05 SEE-YA                               PIC X(25)
                VALUE "NIGHTLY RUN COMPLETE.    ".
            05 SUM-TITLE                            PIC X(35)
                VALUE "NIGHTLY JOB STREAM - MORNING REPORT".
            05 SUM-RUN-ID                           PIC X(8)
                VALUE "RUN ID: ".
            05 SUM-BEGUN                            PIC X(20)
                VALUE "RUN BEGUN           ".
            05 SUM-RESTARTED                        PIC X(20)
                VALUE "RUN RESTARTED       ".
            05 SUM-STARTED                          PIC X(10)
                VALUE " STARTED  ".
            05 SUM-ENDED                            PIC X(10)
                VALUE " ENDED    ".
            05 SUM-COMPLETE                         PIC X(20)
                VALUE "RUN COMPLETE        ".
            05 SUM-STOPPED                          PIC X(20)
                VALUE "RUN STOPPED         ".
            05 SUM-AT-STEP                          PIC X(9)
                VALUE " AT STEP ".
            05 SUM-NO-END                           PIC X(44)
                VALUE "  ** NO END RECORDED - STEP DID NOT FINISH  ".
            05 SUM-ALL-DONE                         PIC X(44)
                VALUE "EVERY STEP RAN - THE NIGHT IS COMPLETE.     ".
            05 SUM-RESUME                           PIC X(37)
                VALUE "NEXT RUN RESTARTS THE NIGHT AT STEP  ".
            05 MSG-SIGNED-ON                        PIC X(19)
                VALUE "RUNNING AS OPERATOR".

      * One line of the summary - the step lines and their counts.
       01  WS-SUM-LINE.
            05 SUM-WHAT                      PIC X(20).
            05 SUM-EVENT                     PIC X(10).
            05 SUM-STAMP.
                10 SUM-YEAR                  PIC X(4).
                10 FILLER                    PIC X     VALUE "/".
                10 SUM-MONTH                 PIC X(2).
                10 FILLER                    PIC X     VALUE "/".
                10 SUM-DAY                   PIC X(2).
                10 FILLER                    PIC X     VALUE SPACE.
                10 SUM-HOUR                  PIC X(2).
                10 FILLER                    PIC X     VALUE ":".
                10 SUM-MINUTE                PIC X(2).
                10 FILLER                    PIC X     VALUE ":".
                10 SUM-SECOND                PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 SUM-TAIL                      PIC X(16).
            05 FILLER                        PIC X(13) VALUE SPACES.

       01  WS-STEP-WHAT.
            05 FILLER                        PIC X(5)  VALUE "STEP ".
            05 SW-STEP-NO                    PIC Z9.
            05 FILLER                        PIC X     VALUE SPACE.
            05 SW-PROGRAM                    PIC X(8).
            05 FILLER                        PIC X(4)  VALUE SPACES.

       01  WS-COUNT-LINE.
            05 FILLER                        PIC X(6)  VALUE SPACES.
            05 CL-LABEL                      PIC X(12).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-COUNT                      PIC -ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(45) VALUE SPACES.

       01  WS-MESSAGE-LINE.
            05 FILLER                        PIC X(6)  VALUE SPACES.
            05 ML-MESSAGE                    PIC X(40).
            05 FILLER                        PIC X(34) VALUE SPACES.

       01  WS-STEP-NO-ED                     PIC Z9.
       01  WS-RC-ED                          PIC ZZZ9.

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic.
      ****************************************************************
       100-MAIN.
           PERFORM 150-FIND-PARMS THRU 150-EXIT.
           IF NOT PARMS-FOUND
               DISPLAY ERR-NO-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 160-GET-SETTINGS THRU 160-EXIT.
           PERFORM 165-SIGN-ON THRU 165-EXIT.
           IF NOT SGN-IS-ALLOWED
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 170-GET-STEPS THRU 170-EXIT.
           PERFORM 200-READ-LOG THRU 200-EXIT.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-NOT-OPEN
               OPEN OUTPUT RUN-LOG
           END-IF.
           IF WS-RUN-IS NOT = 0
               DISPLAY ERR-LOG-OPEN, WS-RUN-IS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-START-RUN THRU 300-EXIT.
           PERFORM VARYING WS-SUB-S FROM WS-FIRST-STEP BY 1
                   UNTIL WS-SUB-S > WS-STEP-COUNT OR RUN-FAILED
               PERFORM 400-RUN-STEP THRU 400-EXIT
           END-PERFORM.
           MOVE SPACES TO RUN-REC.
           IF RUN-FAILED
               MOVE 'F' TO RUN-REC-TYPE
               MOVE WS-FAILED-STEP TO RUN-STEP-NO
           ELSE
               MOVE 'C' TO RUN-REC-TYPE
               MOVE 0 TO RUN-STEP-NO
           END-IF.
           MOVE WS-HIGH-RC TO RUN-RC.
           PERFORM 500-WRITE-LOG THRU 500-EXIT.
           CLOSE RUN-LOG.
           PERFORM 600-PRINT-SUMMARY THRU 600-EXIT.
           DISPLAY SEE-YA.
           MOVE WS-HIGH-RC TO RETURN-CODE.
           STOP RUN.

      ****************************************************************
      *  Finds the parameter file - /tmp first, then C:\Temp - and
      *  marks the shared job area unattended. Whichever place it
      *  was found in is where the run log and summary go unless
      *  the file itself says otherwise.
      ****************************************************************
       150-FIND-PARMS.
           MOVE UT-SYS-JLINUX TO UT-SYS-JFILE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-IS = 0
               CLOSE PARM-FILE
               MOVE 'Y' TO WS-PARMS-FOUND
               MOVE UT-SYS-RLINUX TO UT-SYS-RFILE
               MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
           ELSE
               MOVE UT-SYS-JTEMP TO UT-SYS-JFILE
               OPEN INPUT PARM-FILE
               IF WS-PARM-IS = 0
                   CLOSE PARM-FILE
                   MOVE 'Y' TO WS-PARMS-FOUND
                   MOVE UT-SYS-RTEMP TO UT-SYS-RFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               END-IF
           END-IF.
           IF PARMS-FOUND
               MOVE SPACES TO JOB-AREA
               MOVE "VNDNIGHT" TO JOB-EYE
               MOVE UT-SYS-JFILE TO JOB-PARM-PATH
               MOVE "VNDNGT" TO JOB-STEP-NAME
               MOVE 'N' TO JOB-RESTART
           END-IF.
       150-EXIT.
           EXIT.

      ****************************************************************
      *  The driver's own settings - location, log and summary
      *  paths, the highest acceptable return code, and whether a
      *  failed night is restarted.
      ****************************************************************
       160-GET-SETTINGS.
           MOVE "LOCATION" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF JOB-PRM-WAS-FOUND
               IF JOB-PRM-VALUE = "WINDOWS"
                   MOVE UT-SYS-RTEMP TO UT-SYS-RFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               ELSE
                   MOVE UT-SYS-RLINUX TO UT-SYS-RFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               END-IF
           END-IF.
           MOVE "RUNLOG" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-RFILE
           END-IF.
           MOVE "SUMMARY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-PFILE
           END-IF.
           MOVE "MAXRC" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               IF JOB-PRM-VALUE (1:2) IS NUMERIC
                   MOVE JOB-PRM-VALUE (1:2) TO WS-MAX-RC
               ELSE
                   IF JOB-PRM-VALUE (1:1) IS NUMERIC
                      AND JOB-PRM-VALUE (2:1) = SPACE
                       MOVE JOB-PRM-VALUE (1:1) TO WS-MAX-RC
                   END-IF
               END-IF
           END-IF.
           MOVE "RESTART" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
              AND (JOB-PRM-VALUE (1:1) = "N"
                   OR JOB-PRM-VALUE (1:1) = "n")
               MOVE 'Y' TO WS-NO-RESTART
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  Signs the night on as the batch operator the parameter
      *  file names, then checks the driver itself is permitted to
      *  that operator's role. A refusal has been shown.
      ****************************************************************
       165-SIGN-ON.
           MOVE "OPERATOR" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE "BATCH" TO SGN-OPERATOR-ID.
           IF JOB-PRM-WAS-FOUND AND JOB-PRM-VALUE NOT = SPACES
               MOVE JOB-PRM-VALUE TO SGN-OPERATOR-ID
               INSPECT SGN-OPERATOR-ID CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           MOVE 'B' TO SGN-REQUEST.
           CALL "VNDSGN".
           IF SGN-IS-ALLOWED
               MOVE 'S' TO SGN-REQUEST
               MOVE "VNDNGT" TO SGN-PROGRAM
               MOVE SPACES TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
           IF SGN-IS-ALLOWED
               DISPLAY MSG-SIGNED-ON, " ", SGN-OPERATOR-ID
           END-IF.
       165-EXIT.
           EXIT.

      ****************************************************************
      *  The night's steps - STEP1 onward from the parameter file,
      *  stopping at the first one not given, or the standard cycle
      *  when STEP1 is not given at all.
      ****************************************************************
       170-GET-STEPS.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'Y' TO WS-MORE-STEPS.
           PERFORM VARYING WS-SUB-S FROM 1 BY 1
                   UNTIL WS-SUB-S > 9 OR NOT MORE-STEPS
               MOVE WS-SUB-S TO WS-STEP-NO-ED
               MOVE SPACES TO WS-STEP-KEYWORD
               STRING "STEP" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-STEP-NO-ED) DELIMITED BY SIZE
                   INTO WS-STEP-KEYWORD
               MOVE WS-STEP-KEYWORD TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               IF JOB-PRM-WAS-FOUND AND JOB-PRM-VALUE NOT = SPACES
                   ADD 1 TO WS-STEP-COUNT
                   MOVE JOB-PRM-VALUE TO WS-STEP-PGM (WS-STEP-COUNT)
                   INSPECT WS-STEP-PGM (WS-STEP-COUNT) CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               ELSE
                   MOVE 'N' TO WS-MORE-STEPS
               END-IF
           END-PERFORM.
           IF WS-STEP-COUNT = 9
               MOVE "STEP10" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               IF JOB-PRM-WAS-FOUND
                   DISPLAY ERR-STEPS-FULL
               END-IF
           END-IF.
           IF WS-STEP-COUNT = 0
               PERFORM VARYING WS-SUB-S FROM 1 BY 1
                       UNTIL WS-SUB-S > 5
                   MOVE WS-STANDARD-PGM (WS-SUB-S)
                        TO WS-STEP-PGM (WS-SUB-S)
               END-PERFORM
               MOVE 5 TO WS-STEP-COUNT
           END-IF.
           PERFORM VARYING WS-SUB-S FROM 1 BY 1
                   UNTIL WS-SUB-S > 9
               MOVE 'N' TO WS-STEP-DONE (WS-SUB-S)
           END-PERFORM.
       170-EXIT.
           EXIT.

      ****************************************************************
      *  One parameter lookup under the driver's own name.
      ****************************************************************
       145-GET-PARM.
           MOVE "VNDNGT" TO JOB-STEP-NAME.
           CALL "VNDPRM".
       145-EXIT.
           EXIT.

      ****************************************************************
      *  Reads the run log left by earlier nights. The last run
      *  begun is the one that matters: if it never completed, the
      *  steps it ended acceptably are marked done so tonight picks
      *  up after them. Runs begun today are counted too, so a
      *  second run on one day gets the next letter in its id.
      ****************************************************************
       200-READ-LOG.
           MOVE "N" TO WS-TODAY-PREFIX.
           MOVE FUNCTION CURRENT-DATE (3:6) TO WS-TODAY-PREFIX (2:6).
           OPEN INPUT RUN-LOG.
           IF WS-RUN-IS = 0
               MOVE 'N' TO RUN-LOG-EOF
               READ RUN-LOG
                   AT END MOVE 'Y' TO RUN-LOG-EOF
               END-READ
               PERFORM UNTIL RUN-LOG-EOF = 'Y'
                   PERFORM 210-TAKE-LOG-RECORD THRU 210-EXIT
                   READ RUN-LOG
                       AT END MOVE 'Y' TO RUN-LOG-EOF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
           END-IF.
       200-EXIT.
           EXIT.

      ****************************************************************
      *  One earlier log record.
      ****************************************************************
       210-TAKE-LOG-RECORD.
           EVALUATE TRUE
               WHEN RUN-BEGUN
                   MOVE RUN-ID TO WS-LAST-ID
                   MOVE 'Y' TO WS-LAST-OPEN
                   PERFORM VARYING WS-SUB-S FROM 1 BY 1
                           UNTIL WS-SUB-S > 9
                       MOVE 'N' TO WS-STEP-DONE (WS-SUB-S)
                   END-PERFORM
                   IF RUN-ID (1:7) = WS-TODAY-PREFIX
                       PERFORM VARYING WS-SUB-L FROM 1 BY 1
                               UNTIL WS-SUB-L > 26
                           IF RUN-ID (8:1) = WS-LETTERS (WS-SUB-L:1)
                              AND WS-SUB-L > WS-LAST-LETTER
                               MOVE WS-SUB-L TO WS-LAST-LETTER
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN RUN-STEP-ENDED
                   IF RUN-ID = WS-LAST-ID
                      AND RUN-STEP-NO > 0 AND RUN-STEP-NO < 10
                       IF RUN-RC NOT > WS-MAX-RC
                           MOVE 'Y' TO WS-STEP-DONE (RUN-STEP-NO)
                       ELSE
                           MOVE 'N' TO WS-STEP-DONE (RUN-STEP-NO)
                       END-IF
                   END-IF
               WHEN RUN-COMPLETE
                   IF RUN-ID = WS-LAST-ID
                       MOVE 'N' TO WS-LAST-OPEN
                   END-IF
           END-EVALUATE.
       210-EXIT.
           EXIT.

      ****************************************************************
      *  Picks up the last night where it stopped, or begins a new
      *  run under the next id for today - "N" + YYMMDD + a letter.
      ****************************************************************
       300-START-RUN.
           MOVE SPACES TO RUN-REC.
           IF LAST-RUN-OPEN AND NOT NO-RESTART
               MOVE 'Y' TO WS-RESTARTING
               MOVE WS-LAST-ID TO WS-RUN-ID
               MOVE 1 TO WS-FIRST-STEP
               PERFORM UNTIL WS-FIRST-STEP > WS-STEP-COUNT
                          OR NOT STEP-DONE (WS-FIRST-STEP)
                   ADD 1 TO WS-FIRST-STEP
               END-PERFORM
               MOVE 'Y' TO JOB-RESTART
               MOVE 'R' TO RUN-REC-TYPE
               MOVE WS-FIRST-STEP TO RUN-STEP-NO
           ELSE
               IF WS-LAST-LETTER < 26
                   ADD 1 TO WS-LAST-LETTER
               END-IF
               MOVE WS-TODAY-PREFIX TO WS-RUN-ID
               MOVE WS-LETTERS (WS-LAST-LETTER:1) TO WS-RUN-ID (8:1)
               MOVE 1 TO WS-FIRST-STEP
               MOVE 'B' TO RUN-REC-TYPE
               MOVE 0 TO RUN-STEP-NO
           END-IF.
           MOVE WS-RUN-ID TO JOB-RUN-ID.
           MOVE "VNDNGT" TO RUN-PROGRAM.
           MOVE 0 TO RUN-RC.
           PERFORM 500-WRITE-LOG THRU 500-EXIT.
       300-EXIT.
           EXIT.

      ****************************************************************
      *  Runs one step: logs its start, CALLs it unattended, logs
      *  its end with the return code and the counts it left in the
      *  job area, and stops the night if the code is too high. The
      *  step is CANCELled after, so a program run twice in a night
      *  starts the second time fresh.
      ****************************************************************
       400-RUN-STEP.
           MOVE WS-STEP-PGM (WS-SUB-S) TO WS-CALL-NAME.
           MOVE WS-CALL-NAME TO JOB-STEP-NAME.
           MOVE 'N' TO JOB-SETUP.
           MOVE SPACES TO JOB-STEP-MESSAGE.
           PERFORM VARYING WS-SUB-C FROM 1 BY 1 UNTIL WS-SUB-C > 4
               MOVE SPACES TO JOB-COUNT-LABEL (WS-SUB-C)
               MOVE 0 TO JOB-COUNT (WS-SUB-C)
           END-PERFORM.
           MOVE SPACES TO RUN-REC.
           MOVE 'S' TO RUN-REC-TYPE.
           MOVE WS-SUB-S TO RUN-STEP-NO.
           MOVE WS-CALL-NAME TO RUN-PROGRAM.
           MOVE 0 TO RUN-RC.
           PERFORM 500-WRITE-LOG THRU 500-EXIT.
           DISPLAY MSG-STARTING, WS-SUB-S, " ", WS-CALL-NAME.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-NAME
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
                   MOVE ERR-STEP-MISSING TO JOB-STEP-MESSAGE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-CALL-NAME.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO RUN-REC.
           MOVE 'E' TO RUN-REC-TYPE.
           MOVE WS-SUB-S TO RUN-STEP-NO.
           MOVE WS-CALL-NAME TO RUN-PROGRAM.
           MOVE WS-STEP-RC TO RUN-RC.
           PERFORM VARYING WS-SUB-C FROM 1 BY 1 UNTIL WS-SUB-C > 4
               MOVE JOB-COUNT-LABEL (WS-SUB-C)
                    TO RUN-COUNT-LABEL (WS-SUB-C)
               MOVE JOB-COUNT (WS-SUB-C) TO RUN-COUNT (WS-SUB-C)
           END-PERFORM.
           MOVE JOB-STEP-MESSAGE TO RUN-MESSAGE.
           PERFORM 500-WRITE-LOG THRU 500-EXIT.
           DISPLAY MSG-ENDED, WS-SUB-S, " ", WS-CALL-NAME,
                   MSG-RC, WS-STEP-RC.
           IF WS-STEP-RC > WS-HIGH-RC
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF.
           IF WS-STEP-RC > WS-MAX-RC
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE WS-SUB-S TO WS-FAILED-STEP
           END-IF.
       400-EXIT.
           EXIT.

      ****************************************************************
      *  Stamps a log record with this run's id and the time now
      *  and appends it.
      ****************************************************************
       500-WRITE-LOG.
           MOVE WS-RUN-ID TO RUN-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-STAMP.
           PERFORM VARYING WS-SUB-C FROM 1 BY 1 UNTIL WS-SUB-C > 4
               IF RUN-COUNT-LABEL (WS-SUB-C) = SPACES
                   MOVE 0 TO RUN-COUNT (WS-SUB-C)
               END-IF
           END-PERFORM.
           WRITE RUN-REC.
       500-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  The morning summary - every log record of this run,
      *  including the earlier attempt a restart picked up from,
      *  printed and shown on the console, and the night's outcome.
      ****************************************************************
       600-PRINT-SUMMARY.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-LINE.
           MOVE SUM-TITLE TO PRINT-LINE.
           PERFORM 690-PUT-LINE THRU 690-EXIT.
           MOVE SPACES TO PRINT-LINE.
           STRING SUM-RUN-ID DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM 690-PUT-LINE THRU 690-EXIT.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 690-PUT-LINE THRU 690-EXIT.
           MOVE SPACE TO WS-LAST-TYPE.
           OPEN INPUT RUN-LOG.
           IF WS-RUN-IS = 0
               MOVE 'N' TO RUN-LOG-EOF
               READ RUN-LOG
                   AT END MOVE 'Y' TO RUN-LOG-EOF
               END-READ
               PERFORM UNTIL RUN-LOG-EOF = 'Y'
                   IF RUN-ID = WS-RUN-ID
                       PERFORM 610-SUMMARY-RECORD THRU 610-EXIT
                   END-IF
                   READ RUN-LOG
                       AT END MOVE 'Y' TO RUN-LOG-EOF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 690-PUT-LINE THRU 690-EXIT.
           MOVE SPACES TO PRINT-LINE.
           IF RUN-FAILED
               MOVE WS-FAILED-STEP TO WS-STEP-NO-ED
               STRING SUM-RESUME DELIMITED BY SIZE
                      WS-STEP-NO-ED DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               MOVE SUM-ALL-DONE TO PRINT-LINE
           END-IF.
           PERFORM 690-PUT-LINE THRU 690-EXIT.
           CLOSE PRINT-FILE.
       600-EXIT.
           EXIT.

      ****************************************************************
      *  One log record as summary lines. A step start followed by
      *  anything but its end means that attempt never finished.
      ****************************************************************
       610-SUMMARY-RECORD.
           IF WS-LAST-TYPE = 'S' AND NOT RUN-STEP-ENDED
               MOVE SPACES TO PRINT-LINE
               MOVE SUM-NO-END TO PRINT-LINE
               PERFORM 690-PUT-LINE THRU 690-EXIT
           END-IF.
           MOVE RUN-REC-TYPE TO WS-LAST-TYPE.
           MOVE SPACES TO SUM-WHAT.
           MOVE SPACES TO SUM-EVENT.
           MOVE SPACES TO SUM-TAIL.
           MOVE RUN-STEP-NO TO WS-STEP-NO-ED.
           MOVE RUN-RC TO WS-RC-ED.
           MOVE RUN-STEP-NO TO SW-STEP-NO.
           MOVE RUN-PROGRAM TO SW-PROGRAM.
           EVALUATE TRUE
               WHEN RUN-BEGUN
                   MOVE SUM-BEGUN TO SUM-WHAT
               WHEN RUN-RESTARTED
                   MOVE SUM-RESTARTED TO SUM-WHAT
                   STRING SUM-AT-STEP DELIMITED BY SIZE
                          WS-STEP-NO-ED DELIMITED BY SIZE
                       INTO SUM-TAIL
               WHEN RUN-STEP-STARTED
                   MOVE WS-STEP-WHAT TO SUM-WHAT
                   MOVE SUM-STARTED TO SUM-EVENT
               WHEN RUN-STEP-ENDED
                   MOVE WS-STEP-WHAT TO SUM-WHAT
                   MOVE SUM-ENDED TO SUM-EVENT
                   STRING MSG-RC DELIMITED BY SIZE
                          WS-RC-ED DELIMITED BY SIZE
                       INTO SUM-TAIL
               WHEN RUN-COMPLETE
                   MOVE SUM-COMPLETE TO SUM-WHAT
               WHEN RUN-STOPPED
                   MOVE SUM-STOPPED TO SUM-WHAT
                   STRING SUM-AT-STEP DELIMITED BY SIZE
                          WS-STEP-NO-ED DELIMITED BY SIZE
                       INTO SUM-TAIL
           END-EVALUATE.
           MOVE RUN-STAMP (1:4) TO SUM-YEAR.
           MOVE RUN-STAMP (5:2) TO SUM-MONTH.
           MOVE RUN-STAMP (7:2) TO SUM-DAY.
           MOVE RUN-STAMP (9:2) TO SUM-HOUR.
           MOVE RUN-STAMP (11:2) TO SUM-MINUTE.
           MOVE RUN-STAMP (13:2) TO SUM-SECOND.
           MOVE SPACES TO PRINT-LINE.
           MOVE WS-SUM-LINE TO PRINT-LINE.
           PERFORM 690-PUT-LINE THRU 690-EXIT.
           IF RUN-STEP-ENDED
               PERFORM VARYING WS-SUB-C FROM 1 BY 1
                       UNTIL WS-SUB-C > 4
                   IF RUN-COUNT-LABEL (WS-SUB-C) NOT = SPACES
                       MOVE RUN-COUNT-LABEL (WS-SUB-C) TO CL-LABEL
                       MOVE RUN-COUNT (WS-SUB-C) TO CL-COUNT
                       MOVE WS-COUNT-LINE TO PRINT-LINE
                       PERFORM 690-PUT-LINE THRU 690-EXIT
                   END-IF
               END-PERFORM
               IF RUN-MESSAGE NOT = SPACES
                   MOVE RUN-MESSAGE TO ML-MESSAGE
                   MOVE WS-MESSAGE-LINE TO PRINT-LINE
                   PERFORM 690-PUT-LINE THRU 690-EXIT
               END-IF
           END-IF.
       610-EXIT.
           EXIT.

      ****************************************************************
      *  Writes one summary line and shows it on the console.
      ****************************************************************
       690-PUT-LINE.
           WRITE PRINT-LINE.
           DISPLAY PRINT-LINE.
       690-EXIT.
           EXIT.
