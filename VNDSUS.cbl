       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSUS.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Suspect duplicate-payment audit off the posted
      *         history (see VNDHST.CPY). VNDEDT refuses an invoice
      *         number a vendor has already posted, but the same
      *         bill keyed under a slightly different number still
      *         gets through - this report finds those for the
      *         auditors. Within each vendor it pairs up invoices
      *         that are:
      *           - LOOKALIKES: invoice numbers that match once
      *             punctuation, spaces and the leading zeros of
      *             each run of digits are dropped (INV-0042 and
      *             INV42). An exact repeat that posted before the
      *             edit screened for one lands here too.
      *           - SAME AMOUNT: different numbers, the same
      *             amount, invoice dates within a few days of
      *             each other.
      *         A pair prints when either invoice is dated in the
      *         chosen year, so a January repeat of a December bill
      *         is still caught. An invoice credit memos have
      *         backed out in full is left out - it was already
      *         dealt with.
      *
      *Input:   The posted history and the vendor master file (see
      *         VNDMAST.CPY) for names - both read only.
      *
      *Output:  A print file - the suspect pairs by rule, with the
      *         amount at risk.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the criteria from the
      *               YEAR and WINDOW parameters (none means the current
      *               year and 5 days). The run ends with a return code
      *               - 16 files not opened, 4 suspect pairs found or a
      *               table full - and the pairs under each rule and the
      *               amount at risk for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      *10/15/2026 SM  A history file that will not open ends the run
      *               with return code 16 and says so on the report
      *               and in the run log, instead of reporting a clean
      *               scan that never happened.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master file for vendor names - read only.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The posted history being audited - read only, walked
      * whole in key (account, posting date) order.
           SELECT HISTORY-FILE
                 ASSIGN TO UT-SYS-HFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HST-KEY
                 FILE STATUS IS WS-HIST-IS.
      * The audit report hard copy.
           SELECT PRINT-FILE
                 ASSIGN TO UT-SYS-PFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-IS.

       DATA DIVISION.
       FILE SECTION.
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
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-HFILE                  PIC X(50)
                VALUE "C:\Temp\INVHISTORY.IDX".
            05 UT-SYS-HTEMP                  PIC X(50)
                VALUE "C:\Temp\INVHISTORY.IDX".
            05 UT-SYS-HLINUX                 PIC X(50)
                VALUE "/tmp/INVHISTORY.IDX".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "C:\Temp\INVSUSPECT.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVSUSPECT.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVSUSPECT.PRT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
            05 WS-HIST-IS                    PIC 9(2).
                88 HIST-NOT-OPEN        VALUE 35.
            05 WS-PRINT-IS                   PIC 9(2).
            05 HIST-EOF                      PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-YEAR-X                     PIC X(4).
            05 WS-YEAR                       PIC 9(4).
            05 WS-WINDOW-X                   PIC X(2).
            05 WS-WINDOW                     PIC 9(2)  VALUE 5.
            05 WS-PREV-ACCT                  PIC X(6)  VALUE SPACES.
            05 WS-RECORD-NOT-FOUND           PIC X     VALUE 'F'.
                88 VENDOR-NOT-FOUND     VALUE 'T'.
            05 WS-DAY-GAP                    PIC S9(7).

      * The invoices of the vendor being walked. The keyed walk hands
      * over one account at a time, so the table is compared and
      * reset at every account change and its cap is per vendor.
      * IT-NET is the invoice less what credit memos have backed out
      * of it (plus any debit memos), so a fully credited invoice
      * drops out of the comparison.
       01  WS-INV-TABLE.
            05 WS-INV-ROW                    OCCURS 2000 TIMES.
                10 IT-INVOICE-NO             PIC X(10).
                10 IT-NORM-NO                PIC X(10).
                10 IT-AMOUNT                 PIC 9(6)V99.
                10 IT-NET                    PIC S9(7)V99.
                10 IT-TRX-DATE               PIC 9(8).
                10 IT-DAY-NO                 PIC 9(7).
       01  WS-INV-COUNT                      PIC 9(4)  VALUE 0.
       01  WS-SUB-I                          PIC 9(4).
       01  WS-SUB-J                          PIC 9(4).
       01  WS-SUB-K                          PIC 9(4).

      * The suspect pairs found, held for printing by rule. SP-RULE
      * 1 is a lookalike number, 2 the same amount - a pair that is
      * both is listed once, as a lookalike. The cap is a hard stop
      * with a warning - a shorted audit must never look complete.
       01  WS-SUS-TABLE.
            05 WS-SUS-ROW                    OCCURS 500 TIMES.
                10 SP-ACCOUNTNO              PIC X(6).
                10 SP-RULE                   PIC 9(1).
                10 SP-INVOICE-A              PIC X(10).
                10 SP-DATE-A                 PIC 9(8).
                10 SP-AMOUNT-A               PIC 9(6)V99.
                10 SP-INVOICE-B              PIC X(10).
                10 SP-DATE-B                 PIC 9(8).
                10 SP-AMOUNT-B               PIC 9(6)V99.
       01  WS-SUS-COUNT                      PIC 9(3)  VALUE 0.
       01  WS-SUB-P                          PIC 9(3).
       01  WS-PAIR-RULE                      PIC 9(1).
       01  WS-WANT-SECT                      PIC 9(1).
       01  WS-SECT-TITLE                     PIC X(40).

      * Invoice-number normalizing - upper case, letters and digits
      * only, the leading zeros of each run of digits dropped.
       01  WS-NORM-AREA.
            05 WS-NORM-IN                    PIC X(10).
            05 WS-NORM-OUT                   PIC X(10).
            05 WS-NORM-LEN                   PIC 9(2).
            05 WS-SUB-C                      PIC 9(2).
            05 WS-NORM-CHAR                  PIC X.
                88 NORM-KEEP            VALUES "A" THRU "Z"
                                               "0" THRU "9".
                88 NORM-DIGIT           VALUES "0" THRU "9".
            05 WS-NORM-PREV                  PIC X.
                88 PREV-DIGIT           VALUES "0" THRU "9".

       01  WS-AUDIT-TOTALS.
            05 WS-VND-COUNT                  PIC 9(6)  VALUE 0.
            05 WS-INV-READ                   PIC 9(8)  VALUE 0.
            05 WS-SECT-PAIRS                 PIC 9(5)
                                             OCCURS 2 TIMES.
            05 WS-SECT-RISK                  PIC 9(10)V99
                                             OCCURS 2 TIMES.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-INV-TABLE-FULL             PIC X VALUE 'N'.
                88 INV-TABLE-FULL       VALUE 'Y'.
            05 WS-SUS-TABLE-FULL             PIC X VALUE 'N'.
                88 SUS-TABLE-FULL       VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(34)
                VALUE "Select Vendor Master File Location".
            05 START-B                              PIC X(3)
                VALUE "---".
            05 END-B                                PIC X(3)
                VALUE "---".
            05 WIN                                  PIC X(13)
                VALUE "Windows Users".
            05 LO-TEMP                              PIC X(6)
                VALUE "   1. ".
            05 LINUX                                PIC X(11)
                VALUE "Linux Users".
            05 LO-HOME                              PIC X(6)
                VALUE "   2. ".
            05 OTHER-ENTERY                         PIC X(20)
                VALUE "Enter Other Location".
            05 LO-OTHER                             PIC X(11)
                VALUE "   3. Other".
            05 LO-EXIT                              PIC X(10)
                VALUE "   4. Exit".
            05 LO-ENTER                             PIC X(15)
                VALUE "Enter Location:".
            05 LO-ERR-TRY-AGAIN                     PIC X(30)
                VALUE "PLEASE MAKE A VALID SELECTION".
            05 LO-FOUND                             PIC X(10)
                VALUE "FILE FOUND".
            05 ERR-OPEN-STATUS                      PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 SEE-YA                               PIC X(26)
                VALUE "SUSPECT AUDIT COMPLETE.   ".
            05 ENTER-YEAR                           PIC X(40)
                VALUE "Enter Year CCYY (blank = current year): ".
            05 ENTER-WINDOW                         PIC X(40)
                VALUE "Same-Amount Window in Days (blank = 5): ".
            05 NO-HIST-FILE                         PIC X(36)
                VALUE "NO HISTORY FILE ON RECORD - NOTHING.".
            05 ERR-HIST-OPEN-STATUS                 PIC X(30)
                VALUE "HISTORY OPEN FAILED - STATUS: ".
            05 WRN-INV-TABLE-FULL                   PIC X(44)
                VALUE "INVOICE TABLE FULL - VENDOR ONLY PARTLY DONE".
            05 WRN-SUS-TABLE-FULL                   PIC X(44)
                VALUE "SUSPECT TABLE FULL - REPORT IS INCOMPLETE   ".
            05 REPORT-TITLE                         PIC X(34)
                VALUE "SUSPECT DUPLICATE PAYMENTS FOR    ".
            05 REPORT-WINDOW-LIT                    PIC X(18)
                VALUE "   SAME-AMOUNT +/-".
            05 REPORT-DAYS-LIT                      PIC X(5)
                VALUE " DAYS".
            05 SECT-LOOKALIKE                       PIC X(40)
                VALUE "LOOKALIKE INVOICE NUMBERS               ".
            05 SECT-SAME-AMT                        PIC X(40)
                VALUE "SAME AMOUNT WITHIN THE WINDOW           ".
            05 SECT-NONE                            PIC X(10)
                VALUE "  (NONE)  ".
            05 SUS-COL-HDR                          PIC X(64) VALUE
               "ACCT    VENDOR NAME             INVOICE NO  INV DATE    
      -        "  AMOUNT".
            05 SUM-VENDORS-LIT                      PIC X(22)
                VALUE "VENDORS EXAMINED:     ".
            05 SUM-INVOICES-LIT                     PIC X(22)
                VALUE "INVOICES EXAMINED:    ".
            05 SUM-LOOKALIKE-LIT                    PIC X(22)
                VALUE "LOOKALIKE PAIRS:      ".
            05 SUM-SAME-AMT-LIT                     PIC X(22)
                VALUE "SAME-AMOUNT PAIRS:    ".
            05 SUM-RISK-LIT                         PIC X(22)
                VALUE "  AMOUNT AT RISK:     ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-WINDOW-ED                     PIC Z9.

       01  WS-SUM-LINE.
            05 SL-LITERAL                    PIC X(22).
            05 SL-COUNT                      PIC ZZZ,ZZ9.

       01  WS-RISK-LINE.
            05 RL-LITERAL                    PIC X(22).
            05 RL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-PAIR-LINE.
            05 PL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-VENDOR-NAME                PIC X(22).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-INVOICE-NO                 PIC X(10).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-TRX-DATE                   PIC 9(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-AMOUNT                     PIC ZZZ,ZZ9.99.

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic. One walk of the
      *  history finds the pairs; the pair table is then listed once
      *  per rule, the way VNDCTK lists its windows.
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
           MOVE WS-WINDOW TO WS-WINDOW-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING REPORT-TITLE DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  REPORT-WINDOW-LIT DELIMITED BY SIZE
                  WS-WINDOW-ED DELIMITED BY SIZE
                  REPORT-DAYS-LIT DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
           PERFORM 5000-LIST-SECTION THRU 5000-EXIT
                   VARYING WS-WANT-SECT FROM 1 BY 1
                   UNTIL WS-WANT-SECT > 2.
           PERFORM 6000-CLOSE-REPORT THRU 6000-EXIT.
           CLOSE MASTER.
           CLOSE PRINT-FILE.
           DISPLAY DIVIDER.
           MOVE WS-SECT-PAIRS (1) TO WS-COUNT-ED.
           DISPLAY SUM-LOOKALIKE-LIT, WS-COUNT-ED.
           MOVE WS-SECT-PAIRS (2) TO WS-COUNT-ED.
           DISPLAY SUM-SAME-AMT-LIT, WS-COUNT-ED.
           DISPLAY DIVIDER.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDSUS" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDSPD's 150-FIND-FILE.
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
                   MOVE UT-SYS-HTEMP TO UT-SYS-HFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-HLINUX TO UT-SYS-HFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
                   DISPLAY "Enter History File Location:"
                   ACCEPT UT-SYS-HFILE
                   DISPLAY "Enter Report Output Location:"
                   ACCEPT UT-SYS-PFILE
               WHEN WS-FOU
                   DISPLAY SEE-YA
                   STOP RUN
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
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               DISPLAY LO-FOUND
               MOVE 'Y' TO FILE-OPEN
           END-IF.
           DISPLAY DIVIDER.
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
      *  Prompts for the audit year and the same-amount window - a
      *  nightly job step takes its YEAR and WINDOW parameters.
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
               MOVE "WINDOW" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-WINDOW-X
           ELSE
               DISPLAY ENTER-WINDOW
               ACCEPT WS-WINDOW-X
           END-IF.
           IF WS-WINDOW-X IS NUMERIC
               MOVE WS-WINDOW-X TO WS-WINDOW
           ELSE
               IF WS-WINDOW-X (1:1) IS NUMERIC
                  AND WS-WINDOW-X (2:1) = SPACE
                   MOVE WS-WINDOW-X (1:1) TO WS-WINDOW
               ELSE
                   MOVE 5 TO WS-WINDOW
               END-IF
           END-IF.
       170-EXIT.
           EXIT.

      ****************************************************************
      *   One walk of the whole keyed history, account by account.
      *   Each vendor's invoices build up in the invoice table; at
      *   the account change (and at end of file) the table is
      *   compared pair by pair and started fresh.
      ****************************************************************
       2000-SCAN-HISTORY.
            OPEN INPUT HISTORY-FILE.
      * ANY failed open skips the walk, same as VNDSPD - a failed
      * READ takes neither AT END nor NOT AT END. Nothing was
      * scanned, so the run ends as files not opened, and the
      * report says why rather than showing no pairs.
            EVALUATE TRUE
                WHEN HIST-NOT-OPEN
                    DISPLAY NO-HIST-FILE
                    MOVE NO-HIST-FILE TO PRINT-LINE
                    WRITE PRINT-LINE
                    MOVE 16 TO WS-JOB-RC
                    MOVE NO-HIST-FILE TO JOB-STEP-MESSAGE
                WHEN WS-HIST-IS NOT = 0
                    DISPLAY ERR-HIST-OPEN-STATUS, WS-HIST-IS
                    MOVE SPACES TO PRINT-LINE
                    STRING ERR-HIST-OPEN-STATUS DELIMITED BY SIZE
                           WS-HIST-IS DELIMITED BY SIZE
                        INTO PRINT-LINE
                    WRITE PRINT-LINE
                    MOVE 16 TO WS-JOB-RC
                    MOVE PRINT-LINE TO JOB-STEP-MESSAGE
                WHEN OTHER
                    MOVE 'N' TO HIST-EOF
                    MOVE SPACES TO HST-ACCOUNTNO
                    MOVE 0 TO HST-POST-DATE
                    MOVE 0 TO HST-SEQ-NO
                    START HISTORY-FILE KEY NOT < HST-KEY
                        INVALID KEY MOVE 'Y' TO HIST-EOF
                    END-START
                    MOVE SPACES TO WS-PREV-ACCT
                    PERFORM UNTIL HIST-EOF = 'Y'
                        READ HISTORY-FILE NEXT RECORD
                            AT END MOVE 'Y' TO HIST-EOF
                            NOT AT END
                                IF HST-ACCOUNTNO NOT = WS-PREV-ACCT
                                    PERFORM 2500-COMPARE-VENDOR
                                         THRU 2500-EXIT
                                    MOVE HST-ACCOUNTNO
                                         TO WS-PREV-ACCT
                                END-IF
                                PERFORM 2100-TAKE-ONE
                                     THRU 2100-EXIT
                        END-READ
                    END-PERFORM
                    PERFORM 2500-COMPARE-VENDOR THRU 2500-EXIT
                    CLOSE HISTORY-FILE
            END-EVALUATE.
       2000-EXIT.
            EXIT.

      ****************************************************************
      *   One history record. An ordinary invoice takes a new row;
      *   a credit memo backs its amount out of the invoice it names
      *   and a debit memo adds to it. Payments and void checks do
      *   not bear on what was billed.
      ****************************************************************
       2100-TAKE-ONE.
            EVALUATE TRUE
                WHEN HST-VOID-CHECK
                    CONTINUE
                WHEN HST-INVOICE-AMT = 0 OR HST-INVOICE-NO = SPACES
                    CONTINUE
                WHEN HST-CREDIT-MEMO OR HST-DEBIT-MEMO
                    PERFORM 2300-ADJUST-INVOICE THRU 2300-EXIT
                WHEN OTHER
                    PERFORM 2200-HOLD-INVOICE THRU 2200-EXIT
            END-EVALUATE.
       2100-EXIT.
            EXIT.

      ****************************************************************
      *   Holds one invoice for the vendor's comparison. A full
      *   table drops the rest of that vendor's invoices, with the
      *   one loud warning.
      ****************************************************************
       2200-HOLD-INVOICE.
            IF WS-INV-COUNT = 2000
                IF NOT INV-TABLE-FULL
                    DISPLAY WRN-INV-TABLE-FULL, " ", HST-ACCOUNTNO
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-INV-TABLE-FULL TO JOB-STEP-MESSAGE
                    MOVE 'Y' TO WS-INV-TABLE-FULL
                END-IF
            ELSE
                ADD 1 TO WS-INV-COUNT
                ADD 1 TO WS-INV-READ
                MOVE HST-INVOICE-NO TO IT-INVOICE-NO (WS-INV-COUNT)
                PERFORM 2250-NORMALIZE THRU 2250-EXIT
                MOVE WS-NORM-OUT TO IT-NORM-NO (WS-INV-COUNT)
                MOVE HST-INVOICE-AMT TO IT-AMOUNT (WS-INV-COUNT)
                MOVE HST-INVOICE-AMT TO IT-NET (WS-INV-COUNT)
                MOVE HST-TRX-DATE TO IT-TRX-DATE (WS-INV-COUNT)
                IF HST-TRX-DATE > 0
                    COMPUTE IT-DAY-NO (WS-INV-COUNT) =
                        FUNCTION INTEGER-OF-DATE (HST-TRX-DATE)
                ELSE
                    MOVE 0 TO IT-DAY-NO (WS-INV-COUNT)
                END-IF
            END-IF.
       2200-EXIT.
            EXIT.

      ****************************************************************
      *   Reduces HST-INVOICE-NO to its bare letters and digits -
      *   upper case, punctuation and spaces gone, and a zero that
      *   starts a run of digits dropped - so INV-0042, inv 42 and
      *   INV42 all come out INV42.
      ****************************************************************
       2250-NORMALIZE.
            MOVE HST-INVOICE-NO TO WS-NORM-IN.
            INSPECT WS-NORM-IN CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE SPACES TO WS-NORM-OUT.
            MOVE 0 TO WS-NORM-LEN.
            MOVE SPACE TO WS-NORM-PREV.
            PERFORM VARYING WS-SUB-C FROM 1 BY 1
                    UNTIL WS-SUB-C > 10
                MOVE WS-NORM-IN (WS-SUB-C:1) TO WS-NORM-CHAR
                IF NORM-KEEP
                    IF WS-NORM-CHAR = "0" AND NOT PREV-DIGIT
                        CONTINUE
                    ELSE
                        ADD 1 TO WS-NORM-LEN
                        MOVE WS-NORM-CHAR
                             TO WS-NORM-OUT (WS-NORM-LEN:1)
                        MOVE WS-NORM-CHAR TO WS-NORM-PREV
                    END-IF
                END-IF
            END-PERFORM.
       2250-EXIT.
            EXIT.

      ****************************************************************
      *   Applies a credit or debit memo to the invoice it names -
      *   the first row under that number still carrying a balance
      *   for a credit, the first row under that number for a
      *   debit. A memo whose invoice never made the table is let
      *   go.
      ****************************************************************
       2300-ADJUST-INVOICE.
            PERFORM VARYING WS-SUB-I FROM 1 BY 1
                    UNTIL WS-SUB-I > WS-INV-COUNT
                       OR (IT-INVOICE-NO (WS-SUB-I) = HST-INVOICE-NO
                           AND (HST-DEBIT-MEMO
                                OR IT-NET (WS-SUB-I) > 0))
                CONTINUE
            END-PERFORM.
            IF WS-SUB-I NOT > WS-INV-COUNT
                IF HST-CREDIT-MEMO
                    SUBTRACT HST-INVOICE-AMT FROM IT-NET (WS-SUB-I)
                ELSE
                    ADD HST-INVOICE-AMT TO IT-NET (WS-SUB-I)
                END-IF
            END-IF.
       2300-EXIT.
            EXIT.

      ****************************************************************
      *   Compares every pair of the finished vendor's invoices,
      *   then empties the table for the next vendor.
      ****************************************************************
       2500-COMPARE-VENDOR.
            IF WS-INV-COUNT > 0
                ADD 1 TO WS-VND-COUNT
                PERFORM VARYING WS-SUB-I FROM 1 BY 1
                        UNTIL WS-SUB-I >= WS-INV-COUNT
                    COMPUTE WS-SUB-K = WS-SUB-I + 1
                    PERFORM VARYING WS-SUB-J FROM WS-SUB-K BY 1
                            UNTIL WS-SUB-J > WS-INV-COUNT
                        PERFORM 2600-COMPARE-PAIR THRU 2600-EXIT
                    END-PERFORM
                END-PERFORM
            END-IF.
            MOVE 0 TO WS-INV-COUNT.
            MOVE 'N' TO WS-INV-TABLE-FULL.
       2500-EXIT.
            EXIT.

      ****************************************************************
      *   Compares row WS-SUB-I with later row WS-SUB-J. Both
      *   must still carry a balance and one of them must be dated
      *   in the audit year. A lookalike number is the stronger
      *   sign and wins when a pair is both.
      ****************************************************************
       2600-COMPARE-PAIR.
            MOVE 0 TO WS-PAIR-RULE.
            IF IT-NET (WS-SUB-I) > 0 AND IT-NET (WS-SUB-J) > 0
               AND (IT-TRX-DATE (WS-SUB-I) (1:4) = WS-YEAR
                    OR IT-TRX-DATE (WS-SUB-J) (1:4) = WS-YEAR)
                IF IT-NORM-NO (WS-SUB-I) NOT = SPACES
                   AND IT-NORM-NO (WS-SUB-I) = IT-NORM-NO (WS-SUB-J)
                    MOVE 1 TO WS-PAIR-RULE
                ELSE
                    IF IT-AMOUNT (WS-SUB-I) = IT-AMOUNT (WS-SUB-J)
                       AND IT-DAY-NO (WS-SUB-I) > 0
                       AND IT-DAY-NO (WS-SUB-J) > 0
                        COMPUTE WS-DAY-GAP = IT-DAY-NO (WS-SUB-J)
                                           - IT-DAY-NO (WS-SUB-I)
                        IF WS-DAY-GAP < 0
                            COMPUTE WS-DAY-GAP = 0 - WS-DAY-GAP
                        END-IF
                        IF WS-DAY-GAP NOT > WS-WINDOW
                            MOVE 2 TO WS-PAIR-RULE
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-PAIR-RULE > 0
                PERFORM 2700-NOTE-PAIR THRU 2700-EXIT
            END-IF.
       2600-EXIT.
            EXIT.

      ****************************************************************
      *   Records one suspect pair - the earlier-posted invoice as A,
      *   the later as B. B is the one that should not have been
      *   paid, so its amount is the amount at risk.
      ****************************************************************
       2700-NOTE-PAIR.
            IF WS-SUS-COUNT = 500
                IF NOT SUS-TABLE-FULL
                    DISPLAY WRN-SUS-TABLE-FULL
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-SUS-TABLE-FULL TO JOB-STEP-MESSAGE
                    MOVE 'Y' TO WS-SUS-TABLE-FULL
                END-IF
            ELSE
                ADD 1 TO WS-SUS-COUNT
                MOVE WS-PREV-ACCT TO SP-ACCOUNTNO (WS-SUS-COUNT)
                MOVE WS-PAIR-RULE TO SP-RULE (WS-SUS-COUNT)
                MOVE IT-INVOICE-NO (WS-SUB-I)
                     TO SP-INVOICE-A (WS-SUS-COUNT)
                MOVE IT-TRX-DATE (WS-SUB-I) TO SP-DATE-A (WS-SUS-COUNT)
                MOVE IT-AMOUNT (WS-SUB-I) TO SP-AMOUNT-A (WS-SUS-COUNT)
                MOVE IT-INVOICE-NO (WS-SUB-J)
                     TO SP-INVOICE-B (WS-SUS-COUNT)
                MOVE IT-TRX-DATE (WS-SUB-J) TO SP-DATE-B (WS-SUS-COUNT)
                MOVE IT-AMOUNT (WS-SUB-J) TO SP-AMOUNT-B (WS-SUS-COUNT)
            END-IF.
       2700-EXIT.
            EXIT.

      ****************************************************************
      *   One section of the report - every pair found under the
      *   rule WS-WANT-SECT names, in account order as found.
      ****************************************************************
       5000-LIST-SECTION.
            IF WS-WANT-SECT = 1
                MOVE SECT-LOOKALIKE TO WS-SECT-TITLE
            ELSE
                MOVE SECT-SAME-AMT TO WS-SECT-TITLE
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SECT-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SUS-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 0 TO WS-SECT-PAIRS (WS-WANT-SECT).
            MOVE 0 TO WS-SECT-RISK (WS-WANT-SECT).
            PERFORM VARYING WS-SUB-P FROM 1 BY 1
                    UNTIL WS-SUB-P > WS-SUS-COUNT
                IF SP-RULE (WS-SUB-P) = WS-WANT-SECT
                    PERFORM 5100-PRINT-PAIR THRU 5100-EXIT
                END-IF
            END-PERFORM.
            IF WS-SECT-PAIRS (WS-WANT-SECT) = 0
                MOVE SECT-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Prints one pair - two lines, the vendor on the first -
      *   and a blank line after it.
      ****************************************************************
       5100-PRINT-PAIR.
            ADD 1 TO WS-SECT-PAIRS (WS-WANT-SECT).
            ADD SP-AMOUNT-B (WS-SUB-P) TO WS-SECT-RISK (WS-WANT-SECT).
            MOVE 'T' TO WS-RECORD-NOT-FOUND.
            MOVE SP-ACCOUNTNO (WS-SUB-P) TO MAS-ACCOUNTNO.
            READ MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE 'F' TO WS-RECORD-NOT-FOUND
            END-READ.
            MOVE SP-ACCOUNTNO (WS-SUB-P) TO PL-ACCOUNTNO.
            IF VENDOR-NOT-FOUND
                MOVE "** NOT ON MASTER **" TO PL-VENDOR-NAME
            ELSE
                MOVE MAS-VENDOR-NAME TO PL-VENDOR-NAME
            END-IF.
            MOVE SP-INVOICE-A (WS-SUB-P) TO PL-INVOICE-NO.
            MOVE SP-DATE-A (WS-SUB-P) TO PL-TRX-DATE.
            MOVE SP-AMOUNT-A (WS-SUB-P) TO PL-AMOUNT.
            WRITE PRINT-LINE FROM WS-PAIR-LINE.
            MOVE SPACES TO PL-ACCOUNTNO.
            MOVE SPACES TO PL-VENDOR-NAME.
            MOVE SP-INVOICE-B (WS-SUB-P) TO PL-INVOICE-NO.
            MOVE SP-DATE-B (WS-SUB-P) TO PL-TRX-DATE.
            MOVE SP-AMOUNT-B (WS-SUB-P) TO PL-AMOUNT.
            WRITE PRINT-LINE FROM WS-PAIR-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the report with what was examined and the pairs
      *   and amount at risk under each rule.
      ****************************************************************
       6000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SUM-VENDORS-LIT TO SL-LITERAL.
            MOVE WS-VND-COUNT TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-INVOICES-LIT TO SL-LITERAL.
            MOVE WS-INV-READ TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-LOOKALIKE-LIT TO SL-LITERAL.
            MOVE WS-SECT-PAIRS (1) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-RISK-LIT TO RL-LITERAL.
            MOVE WS-SECT-RISK (1) TO RL-AMOUNT.
            WRITE PRINT-LINE FROM WS-RISK-LINE.
            MOVE SUM-SAME-AMT-LIT TO SL-LITERAL.
            MOVE WS-SECT-PAIRS (2) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-RISK-LIT TO RL-LITERAL.
            MOVE WS-SECT-RISK (2) TO RL-AMOUNT.
            WRITE PRINT-LINE FROM WS-RISK-LINE.
            IF SUS-TABLE-FULL
                MOVE WRN-SUS-TABLE-FULL TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
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
            IF WS-JOB-RC < 4
               AND WS-SECT-PAIRS (1) + WS-SECT-PAIRS (2) > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "LOOKALIKE" TO JOB-COUNT-LABEL (1).
            MOVE WS-SECT-PAIRS (1) TO JOB-COUNT (1).
            MOVE "AT RISK" TO JOB-COUNT-LABEL (2).
            MOVE WS-SECT-RISK (1) TO JOB-COUNT (2).
            MOVE "SAME AMOUNT" TO JOB-COUNT-LABEL (3).
            MOVE WS-SECT-PAIRS (2) TO JOB-COUNT (3).
            MOVE "AT RISK" TO JOB-COUNT-LABEL (4).
            MOVE WS-SECT-RISK (2) TO JOB-COUNT (4).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
