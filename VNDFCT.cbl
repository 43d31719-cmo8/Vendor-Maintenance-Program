      *
      *Modification History:
      *09/02/2026 SM  Program written.
      *10/15/2026 SM  Multi-company - the forecast is for one
      *               company or, blank, all of them (an open item
      *               written before the company code counts as
      *               company 01), shows each item's company, and
      *               closes with each company's items, total and
      *               amount already past due, so each company's
      *               own bank account can be funded.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the company from the
      *               COMPANY parameter (none means all). The run ends
      *               with a return code - 16 files not opened, 4
      *               company table full - and the open items and amount
      *               forecast for the run log.
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
       FD  OPEN-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 115 CHARACTERS.
           COPY "VNDOPEN.CPY".
      *
       FD  PRINT-FILE
       01  WS-BUCKET-COUNT                   PIC 9(6)   VALUE 0.
       01  WS-BUCKET-TOTAL                   PIC 9(10)V99 VALUE 0.

      * The company keyed for the run (blank = all), the company of
      * the item in hand, and the forecast totals by company.
       01  WS-RUN-COMPANY                    PIC X(2)   VALUE SPACES.
       01  WS-ITEM-COMPANY                   PIC X(2).
       01  WS-CO-TABLE.
            05 WS-CO-ROW                     OCCURS 20 TIMES.
                10 CO-COMPANY                PIC X(2).
                10 CO-ITEM-COUNT             PIC 9(6).
                10 CO-TOTAL                  PIC 9(10)V99.
                10 CO-PAST-DUE               PIC 9(10)V99.
       01  WS-CO-COUNT                       PIC 9(2)   VALUE 0.
       01  WS-SUB-O                          PIC 9(2).

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "NO OPEN-ITEM FILE ON RECORD - NO FORECAST".
            05 REPORT-TITLE                         PIC X(34)
                VALUE "CASH REQUIREMENTS FORECAST  AS OF ".
            05 REPORT-COL-HDR                       PIC X(78) VALUE
               "CO  ACCOUNT  VENDOR NAME                     INVOICE NO 
      -        "  DUE DATE   REMAINING".
            05 REPORT-CO-LIT                        PIC X(11)
                VALUE "  COMPANY: ".
            05 ENTER-RUN-COMPANY                    PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 CO-TOTALS-TITLE                      PIC X(17)
                VALUE "TOTALS BY COMPANY".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - COMPANY TABLE FULL - TOTALS SHORT ".
            05 BUCKET-HDR-ONE                       PIC X(17)
                VALUE "ALREADY PAST DUE:".
            05 BUCKET-HDR-TWO                       PIC X(21)
                VALUE "DUE WEEKS 3-4 (15-28)".
            05 BUCKET-HDR-FIV                       PIC X(21)
                VALUE "DUE BEYOND (OVER 28):".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-DETAIL-LINE.
            05 DL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-VENDOR-NAME                PIC X(30).
                VALUE "     GRAND TOTAL: ".
            05 TL-GRAND-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CO-TOTAL-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO: ".
            05 CT-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(9)
                VALUE "  ITEMS: ".
            05 CT-ITEM-COUNT                 PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(9)
                VALUE "  TOTAL: ".
            05 CT-TOTAL                      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(12)
                VALUE "  PAST DUE: ".
            05 CT-PAST-DUE                   PIC ZZZ,ZZZ,ZZ9.99.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           CLOSE OPEN-FILE.
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
           MOVE "VNDFCT" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDAGE's 150-FIND-FILE.
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
           MOVE "OPENITEM" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-OFILE
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
      *   The report body - title, then one pass over the open-item
      *   file per bucket so each bucket's vendor detail prints
      *   together, closed by the grand total treasury funds to and
      *   the same broken out by company.
      ****************************************************************
       5000-FORECAST.
            MOVE SPACES TO PRINT-LINE.
            IF WS-RUN-COMPANY = SPACES
                STRING REPORT-TITLE DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                    INTO PRINT-LINE
            ELSE
                STRING REPORT-TITLE DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                       REPORT-CO-LIT DELIMITED BY SIZE
                       WS-RUN-COMPANY DELIMITED BY SIZE
                    INTO PRINT-LINE
            END-IF.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-PASS-BUCKET FROM 1 BY 1
                    UNTIL WS-PASS-BUCKET > 5
            MOVE WS-GRAND-TOTAL TO TL-GRAND-TOTAL.
            MOVE WS-TOTAL-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 5500-PRINT-COMPANY-TOTALS THRU 5500-EXIT.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Buckets one open item by how many days out its due date
      *   sits and prints it when it belongs to the pass's bucket.
      *   A one-company run passes over every other company's
      *   items.
      ****************************************************************
       5300-CONSIDER-ITEM.
            IF OPN-COMPANY = SPACES OR OPN-COMPANY = LOW-VALUES
                MOVE "01" TO WS-ITEM-COMPANY
            ELSE
                MOVE OPN-COMPANY TO WS-ITEM-COMPANY
            END-IF.
            IF WS-RUN-COMPANY NOT = SPACES
               AND WS-ITEM-COMPANY NOT = WS-RUN-COMPANY
                MOVE 0 TO WS-ITEM-BUCKET
            ELSE
                PERFORM 5350-BUCKET-ITEM THRU 5350-EXIT
            END-IF.
            IF WS-ITEM-BUCKET = WS-PASS-BUCKET
                PERFORM 5400-PRINT-ITEM THRU 5400-EXIT
            END-IF.
       5300-EXIT.
            EXIT.

      ****************************************************************
      *   Works out which bucket the item's due date lands in.
      ****************************************************************
       5350-BUCKET-ITEM.
            MOVE OPN-DUE-DATE TO WS-DUE-DATE.
            COMPUTE WS-DUE-INT =
                FUNCTION INTEGER-OF-DATE (WS-DUE-DATE).
                WHEN OTHER
                    MOVE 5 TO WS-ITEM-BUCKET
            END-EVALUATE.
       5350-EXIT.
            EXIT.

      ****************************************************************
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE 'F' TO WS-RECORD-NOT-FOUND
            END-READ.
            MOVE WS-ITEM-COMPANY TO DL-COMPANY.
            MOVE OPN-ACCOUNTNO TO DL-ACCOUNTNO.
            IF VENDOR-NOT-FOUND
                MOVE SPACES TO DL-VENDOR-NAME
            ADD OPN-REMAIN-AMT TO WS-BUCKET-TOTAL.
            ADD 1 TO WS-ITEM-COUNT.
            ADD OPN-REMAIN-AMT TO WS-GRAND-TOTAL.
            PERFORM 5450-TALLY-COMPANY THRU 5450-EXIT.
       5400-EXIT.
            EXIT.

      ****************************************************************
      *   Adds the item just printed to its company's count, total
      *   and past-due amount, adding the company's row on first
      *   sight.
      ****************************************************************
       5450-TALLY-COMPANY.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                       OR CO-COMPANY (WS-SUB-O) = WS-ITEM-COMPANY
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
                    MOVE WS-ITEM-COMPANY TO CO-COMPANY (WS-SUB-O)
                    MOVE 0 TO CO-ITEM-COUNT (WS-SUB-O)
                    MOVE 0 TO CO-TOTAL (WS-SUB-O)
                    MOVE 0 TO CO-PAST-DUE (WS-SUB-O)
                END-IF
            END-IF.
            IF WS-SUB-O NOT > WS-CO-COUNT
                ADD 1 TO CO-ITEM-COUNT (WS-SUB-O)
                ADD OPN-REMAIN-AMT TO CO-TOTAL (WS-SUB-O)
                IF WS-ITEM-BUCKET = 1
                    ADD OPN-REMAIN-AMT TO CO-PAST-DUE (WS-SUB-O)
                END-IF
            END-IF.
       5450-EXIT.
            EXIT.

      ****************************************************************
      *   Each company's items, total and amount already past due,
      *   under the grand total.
      ****************************************************************
       5500-PRINT-COMPANY-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CO-TOTALS-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                MOVE CO-COMPANY (WS-SUB-O) TO CT-COMPANY
                MOVE CO-ITEM-COUNT (WS-SUB-O) TO CT-ITEM-COUNT
                MOVE CO-TOTAL (WS-SUB-O) TO CT-TOTAL
                MOVE CO-PAST-DUE (WS-SUB-O) TO CT-PAST-DUE
                WRITE PRINT-LINE FROM WS-CO-TOTAL-LINE
            END-PERFORM.
       5500-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            MOVE "OPEN ITEMS" TO JOB-COUNT-LABEL (1).
            MOVE WS-ITEM-COUNT TO JOB-COUNT (1).
            MOVE "FORECAST" TO JOB-COUNT-LABEL (2).
            MOVE WS-GRAND-TOTAL TO JOB-COUNT (2).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
