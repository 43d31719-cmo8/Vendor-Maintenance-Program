      *
      *Modification History:
      *08/09/2026 SM  Program written.
      *10/15/2026 SM  Multi-company - the aging is for one company
      *               or, blank, all of them, shows each vendor's
      *               company, and closes with the count, total and
      *               90+ amount owed for each company.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the company from the
      *               COMPANY parameter (none means all). The run ends
      *               with a return code - 16 master not opened, 4
      *               company table full - and the vendors owing, total
      *               owed and amount over 90 days for the run log.
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
                                              TIMES VALUE 0.
       01  WS-BUCKET-SUB                     PIC 9(1).

      * The company keyed for the run (blank = all) and the owed
      * totals by company for the closing breakdown.
       01  WS-RUN-COMPANY                    PIC X(2)   VALUE SPACES.
       01  WS-CO-TABLE.
            05 WS-CO-ROW                     OCCURS 20 TIMES.
                10 CO-COMPANY                PIC X(2).
                10 CO-VENDOR-COUNT           PIC 9(6).
                10 CO-TOTAL                  PIC 9(8)V99.
                10 CO-OVER-90                PIC 9(8)V99.
       01  WS-CO-COUNT                       PIC 9(2)   VALUE 0.
       01  WS-SUB-O                          PIC 9(2).

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 WS-READY-TO-OPEN              PIC X VALUE 'N'.
                88 OPEN-THAT           VALUE 'Y'.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "REPORT COMPLETE - BYE.".
            05 REPORT-TITLE                         PIC X(31)
                VALUE "VENDOR BALANCE AGING - PAST DUE".
            05 REPORT-COL-HDR                       PIC X(51) VALUE
               "CO  ACCOUNT ID  VENDOR NAME                BALANCE".
            05 REPORT-CO-LIT                        PIC X(9)
                VALUE "COMPANY: ".
            05 ENTER-RUN-COMPANY                    PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 CO-TOTALS-TITLE                      PIC X(17)
                VALUE "TOTALS BY COMPANY".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - COMPANY TABLE FULL - TOTALS SHORT ".
            05 REPORT-PAGE-LIT                      PIC X(6)
                VALUE "PAGE: ".
            05 BUCKET-HDR-ONE                       PIC X(19)
                VALUE "61-90 DAYS PAST DUE:".
            05 BUCKET-HDR-FOU                       PIC X(18)
                VALUE "90+ DAYS PAST DUE:".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-PAGE-NO-ED                    PIC ZZZ9.
       01  WS-DETAIL-LINE.
            05 DL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-ACCOUNTNO                 PIC X(6).
            05 FILLER                       PIC X(2)  VALUE SPACES.
            05 DL-VENDOR-NAME                PIC X(30).
                VALUE "     GRAND TOTAL: ".
            05 TL-GRAND-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CO-TOTAL-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO: ".
            05 CT-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(11)
                VALUE "  VENDORS: ".
            05 CT-VENDOR-COUNT               PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(9)
                VALUE "  TOTAL: ".
            05 CT-TOTAL                      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(7)
                VALUE "  90+: ".
            05 CT-OVER-90                    PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
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
           IF JOB-UNATTENDED
               MOVE "COMPANY" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-RUN-COMPANY
           ELSE
               DISPLAY ENTER-RUN-COMPANY
               ACCEPT WS-RUN-COMPANY
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
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
           MOVE "VNDAGE" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the master file is
      *  located, same options as INTVENDR's 150-FIND-FILE.
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
           IF NOT-OPEN
               DISPLAY LO-ERR-NOT-FOUND
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
      *   Walks MASTER account order, same technique as VNDPRT's
      *   5000-PRINT-LIST, pulling in only balances still owed - of
      *   the company keyed, when one was.
      ****************************************************************
       5000-AGE-LIST.
            MOVE SPACES TO PRINT-LINE.
            MOVE REPORT-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-RUN-COMPANY NOT = SPACES
                STRING REPORT-CO-LIT DELIMITED BY SIZE
                       WS-RUN-COMPANY DELIMITED BY SIZE
                    INTO PRINT-LINE
            END-IF.
            WRITE PRINT-LINE.
            MOVE REPORT-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM UNTIL MASTER-EOF = 'Y'
                READ MASTER NEXT RECORD
                    AT END MOVE 'Y' TO MASTER-EOF
                    NOT AT END
                        IF WS-RUN-COMPANY = SPACES
                           OR MAS-COMPANY = WS-RUN-COMPANY
                            PERFORM 5100-AGE-ONE THRU 5100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM 5200-PRINT-BUCKETS THRU 5200-EXIT.
            PERFORM 5300-PRINT-TOTALS THRU 5300-EXIT.
            PERFORM 5400-PRINT-COMPANY-TOTALS THRU 5400-EXIT.
       5000-EXIT.
            EXIT.

                ADD MAS-BALANCE TO WS-BUCKET-TOTAL (WS-BUCKET-SUB)
                ADD 1 TO WS-VENDOR-COUNT
                ADD MAS-BALANCE TO WS-GRAND-TOTAL
                PERFORM 5150-TALLY-COMPANY THRU 5150-EXIT
                MOVE MAS-COMPANY TO DL-COMPANY
                MOVE MAS-ACCOUNTNO TO DL-ACCOUNTNO
                MOVE MAS-VENDOR-NAME TO DL-VENDOR-NAME
                MOVE MAS-BALANCE TO DL-BALANCE
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Adds the vendor just aged to its company's count, total
      *   and 90+ amount, adding the company's row on first sight.
      ****************************************************************
       5150-TALLY-COMPANY.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                       OR CO-COMPANY (WS-SUB-O) = MAS-COMPANY
                CONTINUE
            END-PERFORM.
            IF WS-SUB-O > WS-CO-COUNT
                IF WS-CO-COUNT = 20
                    DISPLAY WRN-CO-TABLE-FULL
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-CO-TABLE-FULL TO JOB-STEP-MESSAGE
                ELSE
                    ADD 1 TO WS-CO-COUNT
                    MOVE MAS-COMPANY TO CO-COMPANY (WS-SUB-O)
                    MOVE 0 TO CO-VENDOR-COUNT (WS-SUB-O)
                    MOVE 0 TO CO-TOTAL (WS-SUB-O)
                    MOVE 0 TO CO-OVER-90 (WS-SUB-O)
                END-IF
            END-IF.
            IF WS-SUB-O NOT > WS-CO-COUNT
                ADD 1 TO CO-VENDOR-COUNT (WS-SUB-O)
                ADD MAS-BALANCE TO CO-TOTAL (WS-SUB-O)
                IF WS-BUCKET-SUB = 4
                    ADD MAS-BALANCE TO CO-OVER-90 (WS-SUB-O)
                END-IF
            END-IF.
       5150-EXIT.
            EXIT.

      ****************************************************************
      *   Prints the subtotal line for each of the four buckets.
      ****************************************************************
            WRITE PRINT-LINE.
       5300-EXIT.
            EXIT.

      ****************************************************************
      *   Writes each company's count, total and 90+ amount owed
      *   under the grand total.
      ****************************************************************
       5400-PRINT-COMPANY-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CO-TOTALS-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                MOVE CO-COMPANY (WS-SUB-O) TO CT-COMPANY
                MOVE CO-VENDOR-COUNT (WS-SUB-O) TO CT-VENDOR-COUNT
                MOVE CO-TOTAL (WS-SUB-O) TO CT-TOTAL
                MOVE CO-OVER-90 (WS-SUB-O) TO CT-OVER-90
                WRITE PRINT-LINE FROM WS-CO-TOTAL-LINE
            END-PERFORM.
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
            MOVE "VENDORS" TO JOB-COUNT-LABEL (1).
            MOVE WS-VENDOR-COUNT TO JOB-COUNT (1).
            MOVE "OWED" TO JOB-COUNT-LABEL (2).
            MOVE WS-GRAND-TOTAL TO JOB-COUNT (2).
            MOVE "OVER 90" TO JOB-COUNT-LABEL (3).
            MOVE WS-BUCKET-TOTAL (4) TO JOB-COUNT (3).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
