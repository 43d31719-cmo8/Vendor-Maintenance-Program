      *               cross-check (warned once per run) - a stale
      *               sequential path opens with status 39 and a
      *               failed READ would net stale data forever.
      *10/15/2026 SM  Net the credit-application type ('A', see
      *               VNDHST.CPY) by its discount only - the credit
      *               and the balance move together under it.
      *10/15/2026 SM  Multi-company - the proof runs for one company
      *               or, blank, all of them, shows each vendor's
      *               company, flags a vendor with open items coded
      *               to a company other than its own (an open item
      *               written before the company code counts as
      *               company 01), and closes with the counts and
      *               totals for each company.
      *10/15/2026 SM  A foreign payment's realized exchange gain (see
      *               HST-FX-AMT) came off the balance with it and
      *               nets with it; a loss puts back. A record
      *               written before the field reads it as spaces,
      *               which counts as zero.
      *10/15/2026 SM  Runs as the last step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the company and since-
      *               date from the COMPANY and SINCE parameters (none
      *               means all companies and the last 30 days). The run
      *               ends with a return code - 16 files not opened, 4
      *               exceptions found or company table full - and the
      *               vendor and exception counts for the run log.
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
       FD  OPEN-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 115 CHARACTERS.
           COPY "VNDOPEN.CPY".
      *
       FD  HISTORY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
           COPY "VNDHST.CPY".
      *
       FD  PRINT-FILE
            05 WS-DIFFERENCE                 PIC S9(10)V99 VALUE 0.
            05 WS-RECENT-NET                 PIC S9(10)V99 VALUE 0.
            05 WS-HST-DISC                   PIC 9(6)V99 VALUE 0.
            05 WS-HST-FX                     PIC S9(6)V99 VALUE 0.
            05 WS-HST-DELTA                  PIC S9(7)V99 VALUE 0.
            05 WS-OTHER-CO-COUNT             PIC 9(4)  VALUE 0.
            05 WS-ITEM-COMPANY               PIC X(2).

      * The company keyed for the run (blank = all) and the proof's
      * counts and totals by company.
       01  WS-RUN-COMPANY                    PIC X(2)  VALUE SPACES.
       01  WS-CO-TABLE.
            05 WS-CO-ROW                     OCCURS 20 TIMES.
                10 CO-COMPANY                PIC X(2).
                10 CO-VENDOR-COUNT           PIC 9(6).
                10 CO-EXCEPTION-COUNT        PIC 9(6).
                10 CO-MASTER-TOTAL           PIC 9(10)V99.
                10 CO-OPEN-TOTAL             PIC 9(10)V99.
       01  WS-CO-COUNT                       PIC 9(2)  VALUE 0.
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
                VALUE "Cross-Check Activity Since YYYYMMDD (blank):".
            05 REPORT-TITLE                         PIC X(42)
                VALUE "SUBLEDGER-TO-MASTER RECONCILIATION  AS OF ".
            05 REPORT-COL-HDR                       PIC X(72) VALUE
               "CO  ACCOUNT  VENDOR NAME                MASTER BALANCE  
      -        " OPEN ITEM TOTAL".
            05 REPORT-CO-LIT                        PIC X(11)
                VALUE "  COMPANY: ".
            05 ENTER-RUN-COMPANY                    PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 CO-TOTALS-TITLE                      PIC X(17)
                VALUE "TOTALS BY COMPANY".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - COMPANY TABLE FULL - TOTALS SHORT ".
            05 CERT-LINE-ONE                        PIC X(44)
                VALUE "ALL VENDORS IN BALANCE - SUBLEDGER CERTIFIED".
            05 CERT-LINE-TWO                        PIC X(44)
                VALUE "MASTER TOTAL:     ".
            05 SUM-OPEN-LIT                         PIC X(18)
                VALUE "OPEN ITEM TOTAL:  ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-ED                       PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-EXC-LINE.
            05 XL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 XL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 XL-VENDOR-NAME                PIC X(25).
                VALUE "  NET POSTED SINCE: ".
            05 XD-RECENT-NET                 PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-EXC-OTHER-CO.
            05 FILLER                        PIC X(8)
                VALUE "   ALSO ".
            05 XO-COUNT                      PIC ZZZ9.
            05 FILLER                        PIC X(38)
                VALUE " OPEN ITEM(S) CODED TO ANOTHER COMPANY".

       01  WS-CO-TOTAL-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO: ".
            05 CT-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(7)
                VALUE "  VND: ".
            05 CT-VENDOR-COUNT               PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(7)
                VALUE "  OFF: ".
            05 CT-EXCEPTION-COUNT            PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(10)
                VALUE "  MASTER: ".
            05 CT-MASTER-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(8)
                VALUE "  OPEN: ".
            05 CT-OPEN-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 170-GET-CRITERIA THRU 170-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           DISPLAY SUM-EXCEPT-LIT, WS-COUNT-ED.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDRCN" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDFCT's 150-FIND-FILE.
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
      *  Prompts for the cross-check cutoff - the differences get
      *  compared against net history activity posted since this
      *  date. Blank defaults to thirty days back, roughly one
      *  statement cycle. Also which company to prove - blank
      *  proves every company.
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               MOVE "COMPANY" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-RUN-COMPANY
               MOVE "SINCE" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-SINCE-X
           ELSE
               DISPLAY ENTER-RUN-COMPANY
               ACCEPT WS-RUN-COMPANY
               DISPLAY ENTER-SINCE
               ACCEPT WS-SINCE-X
           END-IF.
           IF WS-SINCE-X IS NUMERIC
               MOVE WS-SINCE-X TO WS-SINCE
           ELSE

      ****************************************************************
      *   Walks MASTER account order, same technique as VNDAGE's
      *   5000-AGE-LIST, reconciling every vendor - of the company
      *   keyed, when one was.
      ****************************************************************
       5000-RECONCILE.
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
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM UNTIL MASTER-EOF = 'Y'
                READ MASTER NEXT RECORD
                    AT END MOVE 'Y' TO MASTER-EOF
                    NOT AT END
                        IF WS-RUN-COMPANY = SPACES
                           OR MAS-COMPANY = WS-RUN-COMPANY
                            PERFORM 5100-RECONCILE-ONE THRU 5100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
       5000-EXIT.
      *   One vendor - sum the open items, compare to the master
      *   balance, and print the exception when they disagree with
      *   the recent posted activity alongside, so the hunt for
      *   when it drifted has somewhere to start. A vendor whose
      *   open items are coded to another company is an exception
      *   too, even when the amounts tie - that company's books
      *   carry money this vendor is owed.
      ****************************************************************
       5100-RECONCILE-ONE.
            ADD 1 TO WS-VENDOR-COUNT.
            PERFORM 5200-SUM-OPEN-ITEMS THRU 5200-EXIT.
            ADD WS-OPEN-TOTAL TO WS-OPEN-GRAND.
            COMPUTE WS-DIFFERENCE = MAS-BALANCE - WS-OPEN-TOTAL.
            PERFORM 5150-FIND-COMPANY-ROW THRU 5150-EXIT.
            IF WS-SUB-O NOT > WS-CO-COUNT
                ADD 1 TO CO-VENDOR-COUNT (WS-SUB-O)
                ADD MAS-BALANCE TO CO-MASTER-TOTAL (WS-SUB-O)
                ADD WS-OPEN-TOTAL TO CO-OPEN-TOTAL (WS-SUB-O)
            END-IF.
            IF WS-DIFFERENCE NOT = 0 OR WS-OTHER-CO-COUNT > 0
                ADD 1 TO WS-EXCEPTION-COUNT
                IF WS-SUB-O NOT > WS-CO-COUNT
                    ADD 1 TO CO-EXCEPTION-COUNT (WS-SUB-O)
                END-IF
                PERFORM 5300-SUM-RECENT-HISTORY THRU 5300-EXIT
                MOVE MAS-COMPANY TO XL-COMPANY
                MOVE MAS-ACCOUNTNO TO XL-ACCOUNTNO
                MOVE MAS-VENDOR-NAME TO XL-VENDOR-NAME
                MOVE MAS-BALANCE TO XL-MASTER-BAL
                MOVE WS-DIFFERENCE TO XD-DIFFERENCE
                MOVE WS-RECENT-NET TO XD-RECENT-NET
                WRITE PRINT-LINE FROM WS-EXC-DETAIL
                IF WS-OTHER-CO-COUNT > 0
                    MOVE WS-OTHER-CO-COUNT TO XO-COUNT
                    WRITE PRINT-LINE FROM WS-EXC-OTHER-CO
                END-IF
            END-IF.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Finds the vendor's company's row of the company totals,
      *   adding it on first sight. A full table leaves WS-SUB-O
      *   past the last row - the company goes untallied and the
      *   run totals still carry it.
      ****************************************************************
       5150-FIND-COMPANY-ROW.
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
                    MOVE 0 TO CO-EXCEPTION-COUNT (WS-SUB-O)
                    MOVE 0 TO CO-MASTER-TOTAL (WS-SUB-O)
                    MOVE 0 TO CO-OPEN-TOTAL (WS-SUB-O)
                END-IF
            END-IF.
       5150-EXIT.
            EXIT.

      ****************************************************************
      *   Sums the current MASTER vendor's open items, same
      *   START/READ NEXT walk the INTVENDR open-item inquiry uses,
      *   counting any coded to a company other than the vendor's.
      ****************************************************************
       5200-SUM-OPEN-ITEMS.
            MOVE 0 TO WS-OPEN-TOTAL.
            MOVE 0 TO WS-OTHER-CO-COUNT.
            MOVE 'N' TO OPEN-ITEM-EOF.
            MOVE MAS-ACCOUNTNO TO OPN-ACCOUNTNO.
            MOVE SPACES TO OPN-INVOICE-NO.
                    NOT AT END
                        IF OPN-ACCOUNTNO = MAS-ACCOUNTNO
                            ADD OPN-REMAIN-AMT TO WS-OPEN-TOTAL
                            PERFORM 5250-CHECK-ITEM-COMPANY
                                 THRU 5250-EXIT
                        ELSE
                            MOVE 'Y' TO OPEN-ITEM-EOF
                        END-IF
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Counts the open item in hand when its company is not the
      *   vendor's - blank is an item from before the company code
      *   and counts as company 01.
      ****************************************************************
       5250-CHECK-ITEM-COMPANY.
            IF OPN-COMPANY = SPACES OR OPN-COMPANY = LOW-VALUES
                MOVE "01" TO WS-ITEM-COMPANY
            ELSE
                MOVE OPN-COMPANY TO WS-ITEM-COMPANY
            END-IF.
            IF WS-ITEM-COMPANY NOT = MAS-COMPANY
                ADD 1 TO WS-OTHER-CO-COUNT
            END-IF.
       5250-EXIT.
            EXIT.

      ****************************************************************
      *   Nets the current MASTER vendor's posted history activity
      *   since the cutoff, each record by its own direction, same
            ELSE
                MOVE 0 TO WS-HST-DISC
            END-IF.
            IF HST-FX-AMT IS NUMERIC
                MOVE HST-FX-AMT TO WS-HST-FX
            ELSE
                MOVE 0 TO WS-HST-FX
            END-IF.
            EVALUATE TRUE
                WHEN HST-CREDIT-MEMO
                    COMPUTE WS-HST-DELTA = 0 - HST-INVOICE-AMT
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
            ADD WS-HST-DELTA TO WS-RECENT-NET.
       5350-EXIT.
                   WS-AMT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CO-TOTALS-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                MOVE CO-COMPANY (WS-SUB-O) TO CT-COMPANY
                MOVE CO-VENDOR-COUNT (WS-SUB-O) TO CT-VENDOR-COUNT
                MOVE CO-EXCEPTION-COUNT (WS-SUB-O)
                     TO CT-EXCEPTION-COUNT
                MOVE CO-MASTER-TOTAL (WS-SUB-O) TO CT-MASTER-TOTAL
                MOVE CO-OPEN-TOTAL (WS-SUB-O) TO CT-OPEN-TOTAL
                WRITE PRINT-LINE FROM WS-CO-TOTAL-LINE
            END-PERFORM.
       6000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF WS-JOB-RC < 4 AND WS-EXCEPTION-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "VENDORS" TO JOB-COUNT-LABEL (1).
            MOVE WS-VENDOR-COUNT TO JOB-COUNT (1).
            MOVE "EXCEPTIONS" TO JOB-COUNT-LABEL (2).
            MOVE WS-EXCEPTION-COUNT TO JOB-COUNT (2).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
