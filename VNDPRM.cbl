       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDPRM.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Job parameter lookup, CALLed by every batch program
      *         running as a step of the nightly job stream (and by
      *         the driver itself) in place of ACCEPTing a file name
      *         or option from the terminal. The caller puts its
      *         step name and the keyword wanted in the shared job
      *         area (see VNDJOB.CPY); this reads the parameter file
      *         the driver named there and hands back the value, a
      *         line for the caller's own program winning over an
      *         ALL line. A keyword not on the file comes back not
      *         found and the caller keeps its default.
      *
      *Input:   The job parameter file (see VNDPRM.CPY).
      *
      *Output:  The value and found flag in the shared job area.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's file names and options, one per line.
           SELECT PARM-FILE
                 ASSIGN TO UT-SYS-JFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARM-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  PARM-FILE
         LABEL RECORDS ARE STANDARD.
           COPY "VNDPRM.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-JFILE                  PIC X(50)
                VALUE SPACES.

       01 WS-WORKING-AREA.
            05 WS-PARM-IS                    PIC 9(2).
            05 PARM-EOF                      PIC X     VALUE 'N'.
            05 WS-EXACT-FOUND                PIC X     VALUE 'N'.
                88 EXACT-FOUND          VALUE 'Y'.

           COPY "VNDJOB.CPY".

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic. The file is read
      *  end to end on every call - it is a page of lines at most,
      *  and reading it fresh means a line fixed between a failed
      *  night and its restart is picked up.
      ****************************************************************
       100-MAIN.
           MOVE 'N' TO JOB-PRM-FOUND.
           MOVE 'N' TO WS-EXACT-FOUND.
           MOVE SPACES TO JOB-PRM-VALUE.
           INSPECT JOB-PRM-KEYWORD CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE JOB-PARM-PATH TO UT-SYS-JFILE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-IS = 0
               MOVE 'N' TO PARM-EOF
               READ PARM-FILE
                   AT END MOVE 'Y' TO PARM-EOF
               END-READ
               PERFORM UNTIL PARM-EOF = 'Y' OR EXACT-FOUND
                   PERFORM 200-CHECK-LINE THRU 200-EXIT
                   READ PARM-FILE
                       AT END MOVE 'Y' TO PARM-EOF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
           GOBACK.

      ****************************************************************
      *  One parameter line. Program and keyword are matched in
      *  upper case whatever case they were typed in; the value is
      *  handed back exactly as typed, since it is usually a path.
      ****************************************************************
       200-CHECK-LINE.
           IF PRM-PROGRAM (1:1) NOT = "*"
               PERFORM 210-MATCH-LINE THRU 210-EXIT
           END-IF.
       200-EXIT.
           EXIT.

      ****************************************************************
      *  Takes the line's value when its keyword is the one wanted
      *  and it names the caller or ALL.
      ****************************************************************
       210-MATCH-LINE.
           INSPECT PRM-PROGRAM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT PRM-KEYWORD CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PRM-KEYWORD = JOB-PRM-KEYWORD
               IF PRM-PROGRAM = JOB-STEP-NAME
                   MOVE PRM-VALUE TO JOB-PRM-VALUE
                   MOVE 'Y' TO JOB-PRM-FOUND
                   MOVE 'Y' TO WS-EXACT-FOUND
               ELSE
                   IF PRM-PROGRAM = "ALL"
                       MOVE PRM-VALUE TO JOB-PRM-VALUE
                       MOVE 'Y' TO JOB-PRM-FOUND
                   END-IF
               END-IF
           END-IF.
       210-EXIT.
           EXIT.
