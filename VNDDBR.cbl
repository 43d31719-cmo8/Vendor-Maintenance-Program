       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDDBR.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Debit-balance report. Lists every vendor carrying
      *         an unapplied credit (see MAS-CREDIT-BAL) - the
      *         overpayments, deposits and oversized credit memos
      *         VNDPOST now holds on the vendor instead of
      *         rejecting. The first section is the vendors whose
      *         credit is bigger than everything we still owe them:
      *         they owe us the difference and a refund should be
      *         requested. The second is credit that the next check
      *         run will simply net against an open balance -
      *         listed so nobody asks for that money twice.
      *
      *Input:   The vendor master file - read only.
      *
      *Output:  A print file - the debit-balance report.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file. The run ends with a
      *               return code - 16 master not opened - and the
      *               refund and offset counts and amounts for the run
      *               log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master file - the balances and credits reported on.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The debit-balance report hard copy.
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
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-MTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-MLINUX                 PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "C:\Temp\INVDEBITBAL.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVDEBITBAL.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVDEBITBAL.PRT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
            05 WS-PRINT-IS                   PIC 9(2).
            05 MASTER-EOF                    PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-TODAY                      PIC 9(8).

      * Section 1 is vendors owing us money, section 2 credit that
      * only offsets an open balance.
       01  WS-WANT-SECT                      PIC 9(1).
       01  WS-VND-SECT                       PIC 9(1).
       01  WS-NET-AMT                        PIC 9(6)V99.

       01 WS-DEBIT-TOTALS.
            05 WS-READ-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-SECT-ROW                   OCCURS 2 TIMES.
                10 WS-SECT-COUNT             PIC 9(6).
                10 WS-SECT-CREDIT            PIC 9(10)V99.
                10 WS-SECT-NET               PIC 9(10)V99.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-COUNTING                   PIC X VALUE 'N'.
                88 COUNTING-READS       VALUE 'Y'.

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
            05 LO-ERR-NOT-FOUND                     PIC X(21)
                VALUE "ERROR FILE NOT FOUND.".
            05 LO-ERR-TRY-AGAIN                     PIC X(30)
                VALUE "PLEASE MAKE A VALID SELECTION".
            05 LO-FOUND                             PIC X(10)
                VALUE "FILE FOUND".
            05 ERR-MASTER-STATUS                    PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 SEE-YA                               PIC X(32)
                VALUE "DEBIT-BALANCE REPORT COMPLETE.  ".
            05 REPORT-TITLE                         PIC X(42)
                VALUE "VENDOR DEBIT BALANCES AND CREDITS - AS OF ".
            05 SECT-REFUND                          PIC X(40)
                VALUE "VENDORS OWING US - REQUEST REFUND       ".
            05 SECT-OFFSET                          PIC X(40)
                VALUE "CREDITS OFFSETTING AN OPEN BALANCE      ".
            05 SECT-NONE                            PIC X(10)
                VALUE "  (NONE)  ".
            05 DBR-COL-HDR                          PIC X(78) VALUE
               "ACCT    VENDOR NAME                  BALANCE      CREDIT
      -        "    NET OWED  LAST CHG".
            05 SUM-READ-LIT                         PIC X(24)
                VALUE "VENDORS ON FILE:        ".
            05 SUM-REFUND-LIT                       PIC X(24)
                VALUE "VENDORS OWING US:       ".
            05 SUM-REFUND-AMT                       PIC X(24)
                VALUE "REFUNDS TO REQUEST:     ".
            05 SUM-OFFSET-LIT                       PIC X(24)
                VALUE "CREDITS OFFSETTING:     ".
            05 SUM-OFFSET-AMT                       PIC X(24)
                VALUE "CREDIT AWAITING NETTING:".
            05 SUM-TOTAL-AMT                        PIC X(24)
                VALUE "TOTAL UNAPPLIED CREDIT: ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUM-LINE.
            05 SL-LITERAL                    PIC X(24).
            05 SL-COUNT                      PIC ZZZ,ZZ9.

       01  WS-AMT-LINE.
            05 AL-LITERAL                    PIC X(24).
            05 AL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DBR-LINE.
            05 DL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-VENDOR-NAME                PIC X(24).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-BALANCE                    PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-CREDIT                     PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-NET                        PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-CHANGE-DATE                PIC 9(8).

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic. MASTER is walked
      *  once per section, the way VNDCTK walks the compliance file,
      *  so each section prints in account order.
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
           INITIALIZE WS-DEBIT-TOTALS.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-LINE.
           STRING REPORT-TITLE DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'Y' TO WS-COUNTING.
           PERFORM 5000-LIST-SECTION THRU 5000-EXIT
                   VARYING WS-WANT-SECT FROM 1 BY 1
                   UNTIL WS-WANT-SECT > 2.
           PERFORM 6000-CLOSE-REPORT THRU 6000-EXIT.
           CLOSE MASTER.
           CLOSE PRINT-FILE.
           DISPLAY DIVIDER.
           MOVE WS-SECT-COUNT (1) TO WS-COUNT-ED.
           DISPLAY SUM-REFUND-LIT, WS-COUNT-ED.
           MOVE WS-SECT-NET (1) TO WS-AMT-ED.
           DISPLAY SUM-REFUND-AMT, WS-AMT-ED.
           MOVE WS-SECT-COUNT (2) TO WS-COUNT-ED.
           DISPLAY SUM-OFFSET-LIT, WS-COUNT-ED.
           MOVE WS-SECT-CREDIT (2) TO WS-AMT-ED.
           DISPLAY SUM-OFFSET-AMT, WS-AMT-ED.
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
           MOVE "VNDDBR" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDCTK's 150-FIND-FILE.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-MTEMP TO UT-SYS-MFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               WHEN WS-TWO
                   MOVE UT-SYS-MLINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
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
           IF NOT-OPEN
               DISPLAY LO-ERR-NOT-FOUND
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               IF WS-FILE-IS NOT = 0
                   DISPLAY ERR-MASTER-STATUS, WS-FILE-IS
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   DISPLAY LO-FOUND
                   MOVE 'Y' TO FILE-OPEN
               END-IF
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
           DISPLAY LO-TEMP, UT-SYS-MTEMP.
           DISPLAY SPACES.
           DISPLAY START-B, LINUX, END-B.
           DISPLAY LO-HOME, UT-SYS-MLINUX.
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
      *   One section of the report - a full pass of MASTER in
      *   account order printing only the vendors that fall in the
      *   section WS-WANT-SECT names. The first pass also counts
      *   what is on file.
      ****************************************************************
       5000-LIST-SECTION.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-WANT-SECT = 1
                MOVE SECT-REFUND TO PRINT-LINE
            ELSE
                MOVE SECT-OFFSET TO PRINT-LINE
            END-IF.
            WRITE PRINT-LINE.
            MOVE DBR-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 'N' TO MASTER-EOF.
            MOVE SPACES TO MAS-ACCOUNTNO.
            START MASTER KEY > MAS-ACCOUNTNO
                INVALID KEY MOVE 'Y' TO MASTER-EOF
            END-START.
            PERFORM UNTIL MASTER-EOF = 'Y'
                READ MASTER NEXT RECORD
                    AT END MOVE 'Y' TO MASTER-EOF
                    NOT AT END PERFORM 5100-CONSIDER-VENDOR
                                    THRU 5100-EXIT
                END-READ
            END-PERFORM.
            IF WS-SECT-COUNT (WS-WANT-SECT) = 0
                MOVE SECT-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            MOVE 'N' TO WS-COUNTING.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Places one vendor in its section - credit above the
      *   balance owes us the difference, credit up to the balance
      *   only offsets it - and prints it when that is the section
      *   being listed. A vendor with no credit is left off.
      *   Inactive vendors are listed too: a closed-out vendor
      *   holding our money is exactly the refund worth chasing.
      ****************************************************************
       5100-CONSIDER-VENDOR.
            IF COUNTING-READS
                ADD 1 TO WS-READ-COUNT
            END-IF.
            MOVE 0 TO WS-VND-SECT.
            IF MAS-CREDIT-BAL > 0
                IF MAS-CREDIT-BAL > MAS-BALANCE
                    MOVE 1 TO WS-VND-SECT
                    COMPUTE WS-NET-AMT = MAS-CREDIT-BAL - MAS-BALANCE
                ELSE
                    MOVE 2 TO WS-VND-SECT
                    MOVE 0 TO WS-NET-AMT
                END-IF
            END-IF.
            IF WS-VND-SECT = WS-WANT-SECT
                PERFORM 5200-PRINT-VENDOR THRU 5200-EXIT
            END-IF.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Formats and prints one vendor line and rolls it into its
      *   section's totals. NET OWED is what the vendor owes us
      *   after the open balance is netted - zero in the offsetting
      *   section.
      ****************************************************************
       5200-PRINT-VENDOR.
            ADD 1 TO WS-SECT-COUNT (WS-VND-SECT).
            ADD MAS-CREDIT-BAL TO WS-SECT-CREDIT (WS-VND-SECT).
            ADD WS-NET-AMT TO WS-SECT-NET (WS-VND-SECT).
            MOVE MAS-ACCOUNTNO TO DL-ACCOUNTNO.
            MOVE MAS-VENDOR-NAME TO DL-VENDOR-NAME.
            MOVE MAS-BALANCE TO DL-BALANCE.
            MOVE MAS-CREDIT-BAL TO DL-CREDIT.
            MOVE WS-NET-AMT TO DL-NET.
            MOVE MAS-DATE-BAL-CHANGE TO DL-CHANGE-DATE.
            WRITE PRINT-LINE FROM WS-DBR-LINE.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the report with the count and money in each
      *   section.
      ****************************************************************
       6000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SUM-READ-LIT TO SL-LITERAL.
            MOVE WS-READ-COUNT TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-REFUND-LIT TO SL-LITERAL.
            MOVE WS-SECT-COUNT (1) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-REFUND-AMT TO AL-LITERAL.
            MOVE WS-SECT-NET (1) TO AL-AMOUNT.
            WRITE PRINT-LINE FROM WS-AMT-LINE.
            MOVE SUM-OFFSET-LIT TO SL-LITERAL.
            MOVE WS-SECT-COUNT (2) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-OFFSET-AMT TO AL-LITERAL.
            MOVE WS-SECT-CREDIT (2) TO AL-AMOUNT.
            WRITE PRINT-LINE FROM WS-AMT-LINE.
            MOVE SUM-TOTAL-AMT TO AL-LITERAL.
            COMPUTE AL-AMOUNT = WS-SECT-CREDIT (1)
                              + WS-SECT-CREDIT (2).
            WRITE PRINT-LINE FROM WS-AMT-LINE.
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
            MOVE "REFUNDS" TO JOB-COUNT-LABEL (1).
            MOVE WS-SECT-COUNT (1) TO JOB-COUNT (1).
            MOVE "REFUND AMT" TO JOB-COUNT-LABEL (2).
            MOVE WS-SECT-NET (1) TO JOB-COUNT (2).
            MOVE "OFFSETS" TO JOB-COUNT-LABEL (3).
            MOVE WS-SECT-COUNT (2) TO JOB-COUNT (3).
            MOVE "OFFSET AMT" TO JOB-COUNT-LABEL (4).
            MOVE WS-SECT-CREDIT (2) TO JOB-COUNT (4).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
