       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDBRC.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Bank reconciliation of issued payments. VNDCHK
      *         records every check and electronic payment it cuts
      *         on the issued-payment file (see VNDISS.CPY); this
      *         run reads the bank's monthly cleared-items file
      *         against it. Each item the bank paid is marked
      *         cleared with the date and amount it cleared for;
      *         the report lists every cleared item, then the
      *         exceptions - amount mismatches, items the bank paid
      *         that we never issued, and items presented again
      *         after they had already cleared or been voided - then
      *         everything still outstanding as of the statement
      *         date. A paper check outstanding more than 180 days
      *         is stale-dated and listed on its own, and the run
      *         offers to write the void-check ('V') transactions
      *         for every stale check as a raw batch for VNDEDT, so
      *         stale checks go back onto the vendors' open items
      *         through the normal edit/post cycle instead of
      *         sitting on the books forever.
      *
      *Input:   The issued-payment file (see VNDISS.CPY) and the
      *         bank's cleared-items file.
      *
      *Output:  The updated issued-payment file, a print file - the
      *         reconciliation report - and, when asked for, a void
      *         batch (see VNDTRAN.CPY / VNDBCH.CPY) for VNDEDT.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the statement date
      *               from the STMTDATE parameter (none means today).
      *               The void batch for stale checks is written only
      *               when the VOIDSTALE parameter says YES - otherwise
      *               they are listed and left for someone to decide.
      *               The run ends with a return code - 16 files not
      *               opened, 4 exceptions or stale checks - and the
      *               cleared, outstanding, stale and exception counts
      *               for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      *10/15/2026 SM  A stale foreign payment's void carries its
      *               currency, foreign amount and book rate off the
      *               issued line (see VNDISS.CPY). A failed rewrite
      *               marking a line voided is reported, as the
      *               clearing pass does.
      *10/15/2026 SM  The void batch is not written over while it still
      *               holds voids VNDEDT has not taken - the run
      *               refuses with return code 8 and the stale checks
      *               stay outstanding. A void file that will not open
      *               ends the offer with return code 16. Each void
      *               batch gets an id of its own off the run's time,
      *               so a rerun for the same statement date is not
      *               turned away by posting. A failed rewrite reports
      *               as a rewrite, not an open.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The issued-payment file being cleared.
           SELECT ISSUED-FILE
                 ASSIGN TO UT-SYS-IFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS ISS-KEY
                 FILE STATUS IS WS-ISSUED-IS.
      * The bank's paid-items file for the statement period.
           SELECT CLEARED-FILE
                 ASSIGN TO UT-SYS-CFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CLEARED-IS.
      * The void batch for the stale checks, raw - VNDEDT edits it.
           SELECT VOID-FILE
                 ASSIGN TO UT-SYS-VFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOID-IS.
      * The reconciliation report hard copy.
           SELECT PRINT-FILE
                 ASSIGN TO UT-SYS-PFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ISSUED-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 129 CHARACTERS.
           COPY "VNDISS.CPY".
      *
      * The bank's fixed-width paid-items layout - one record per
      * check or electronic payment the bank paid, by the number
      * printed on it (the reference number on an electronic one).
       FD  CLEARED-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01  CLR-REC.
            05  CLR-CHECK-NO                 PIC 9(6).
            05  CLR-AMOUNT                   PIC 9(10)V99.
            05  CLR-PAID-DATE                PIC 9(8).
      *
       FD  VOID-FILE
         LABEL RECORDS ARE STANDARD.
           COPY "VNDTRAN.CPY".
           COPY "VNDBCH.CPY".
      *
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-IFILE                  PIC X(50)
                VALUE "C:\Temp\INVISSUED.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVISSUED.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVISSUED.DAT".
            05 UT-SYS-CFILE                  PIC X(50)
                VALUE "C:\Temp\INVCLEARED.DAT".
            05 UT-SYS-CTEMP                  PIC X(50)
                VALUE "C:\Temp\INVCLEARED.DAT".
            05 UT-SYS-CLINUX                 PIC X(50)
                VALUE "/tmp/INVCLEARED.DAT".
            05 UT-SYS-VFILE                  PIC X(50)
                VALUE "C:\Temp\INVVOIDS.DAT".
            05 UT-SYS-VTEMP                  PIC X(50)
                VALUE "C:\Temp\INVVOIDS.DAT".
            05 UT-SYS-VLINUX                 PIC X(50)
                VALUE "/tmp/INVVOIDS.DAT".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "C:\Temp\INVBANKREC.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVBANKREC.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVBANKREC.PRT".

       01 WS-WORKING-AREA.
            05 WS-ISSUED-IS                  PIC 9(2).
                88 ISSUED-NOT-OPEN      VALUE 35.
            05 WS-CLEARED-IS                 PIC 9(2).
                88 CLEARED-NOT-OPEN     VALUE 35.
            05 WS-VOID-IS                    PIC 9(2).
            05 WS-PRINT-IS                   PIC 9(2).
            05 ISSUED-EOF                    PIC X     VALUE 'N'.
            05 CLEARED-EOF                   PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-TODAY                      PIC 9(8).
            05 WS-STMT-DATE-X                PIC X(8).
            05 WS-STMT-DATE                  PIC 9(8)  VALUE 0.
            05 WS-STMT-INT                   PIC 9(7).
            05 WS-ISSUE-INT                  PIC 9(7).
            05 WS-DAYS-OUT                   PIC S9(7).
            05 WS-VOID-ANSWER                PIC X.

      * A paper check is stale-dated once it has been outstanding
      * longer than this - the bank will refuse it anyway.
       01  WS-STALE-DAYS                     PIC 9(3)  VALUE 180.

       01 WS-RECON-TOTALS.
            05 WS-CLR-READ-COUNT             PIC 9(6)  VALUE 0.
            05 WS-CLEARED-COUNT              PIC 9(6)  VALUE 0.
            05 WS-CLEARED-TOTAL              PIC 9(10)V99 VALUE 0.
            05 WS-MISMATCH-COUNT             PIC 9(6)  VALUE 0.
            05 WS-NOT-ISSUED-COUNT           PIC 9(6)  VALUE 0.
            05 WS-REPRESENT-COUNT            PIC 9(6)  VALUE 0.
            05 WS-OUTSTAND-COUNT             PIC 9(6)  VALUE 0.
            05 WS-OUTSTAND-TOTAL             PIC 9(10)V99 VALUE 0.
            05 WS-STALE-COUNT                PIC 9(6)  VALUE 0.
            05 WS-STALE-TOTAL                PIC 9(10)V99 VALUE 0.

      * The void batch's running controls for its trailer.
       01 WS-VOID-AREA.
            05 WS-VOID-BATCH-ID              PIC X(8)  VALUE SPACES.
            05 WS-VOID-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-VOID-HASH                  PIC 9(10)V99 VALUE 0.
            05 WS-VOID-CHECKS                PIC 9(6)  VALUE 0.
            05 WS-VOIDING-CHECK              PIC 9(6)  VALUE 0.
            05 WS-PROBE-BATCH-ID             PIC X(8)  VALUE SPACES.
            05 VOID-PROBE-EOF                PIC X     VALUE 'N'.
            05 WS-VOIDS-PENDING              PIC X     VALUE 'N'.
                88 VOIDS-PENDING        VALUE 'Y'.

      * Every exception found while clearing, held for the
      * exception sections that follow the cleared list.
       01 WS-EXC-TABLE.
            05 WS-EXC-COUNT                  PIC 9(3)  VALUE 0.
            05 WS-EXC-ROW                    OCCURS 500 TIMES.
                10 XT-TYPE                   PIC X.
                10 XT-CHECK-NO               PIC 9(6).
                10 XT-PAID-DATE              PIC 9(8).
                10 XT-PAYEE                  PIC X(18).
                10 XT-ISSUED-AMT             PIC 9(8)V99.
                10 XT-CLEARED-AMT            PIC 9(10)V99.
                10 XT-DISPOSITION            PIC X(15).
       01  WS-SUB-X                          PIC 9(3).
       01  WS-WANT-TYPE                      PIC X.
       01  WS-SECT-COUNT                     PIC 9(3).
       01  WS-SECT-TITLE                     PIC X(40).

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-EXC-FULL-WARNED            PIC X VALUE 'N'.
                88 EXC-FULL-WARNED      VALUE 'Y'.
            05 WS-LISTING-STALE              PIC X VALUE 'N'.
                88 LISTING-STALE        VALUE 'Y'.
            05 WS-IS-STALE                   PIC X VALUE 'N'.
                88 ITEM-IS-STALE        VALUE 'Y'.
            05 WS-DISPOSITION                PIC X(15) VALUE SPACES.
            05 WS-EXC-TYPE                   PIC X     VALUE SPACE.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(36)
                VALUE "Select Issued-Payment File Location ".
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
            05 ERR-OPEN-STATUS                      PIC X(37)
                VALUE "ISSUED-PAYMENT OPEN FAILED - STATUS: ".
            05 ERR-REWRITE-STATUS                   PIC X(40)
                VALUE "ISSUED-PAYMENT REWRITE FAILED - STATUS: ".
            05 ERR-VOIDS-PENDING                    PIC X(40)
                VALUE "VOID BATCH NOT YET CLEARED-NONE WRITTEN ".
            05 ERR-VOID-OPEN                        PIC X(33)
                VALUE "VOID BATCH OPEN FAILED - STATUS: ".
            05 NO-ISSUED-FILE                       PIC X(44)
                VALUE "NO ISSUED-PAYMENT FILE ON RECORD - NO RECON ".
            05 NO-CLEARED-FILE                      PIC X(44)
                VALUE "BANK CLEARED-ITEMS FILE NOT FOUND - NO RECON".
            05 ERR-EXC-FULL                         PIC X(44)
                VALUE "EXCEPTION TABLE FULL - SEE CLEARED ITEM LIST".
            05 SEE-YA                               PIC X(32)
                VALUE "BANK RECONCILIATION COMPLETE.   ".
            05 ENTER-STMT-DATE                      PIC X(43)
                VALUE "Bank Statement Date YYYYMMDD (blank today):".
            05 ASK-VOIDS                            PIC X(44)
                VALUE "Write void batch for the stale checks? (Y/N)".
            05 REPORT-TITLE                         PIC X(42)
                VALUE "BANK RECONCILIATION - STATEMENT DATE      ".
            05 SECT-CLEARED                         PIC X(40)
                VALUE "ITEMS PAID BY THE BANK                  ".
            05 SECT-MISMATCH                        PIC X(40)
                VALUE "AMOUNT MISMATCHES                       ".
            05 SECT-NOT-ISSUED                      PIC X(40)
                VALUE "CLEARED BUT NEVER ISSUED                ".
            05 SECT-REPRESENT                       PIC X(40)
                VALUE "PRESENTED AFTER CLEARING OR VOIDING     ".
            05 SECT-OUTSTANDING                     PIC X(40)
                VALUE "OUTSTANDING AT STATEMENT DATE           ".
            05 SECT-STALE                           PIC X(40)
                VALUE "STALE-DATED CHECKS - OVER 180 DAYS      ".
            05 SECT-NONE                            PIC X(10)
                VALUE "  (NONE)  ".
            05 CLR-COL-HDR                          PIC X(80) VALUE
               "CHECK   PAID ON   PAYEE                    ISSUED
      -        "   CLEARED  DISPOSITION".
            05 OUT-COL-HDR                          PIC X(80) VALUE
               "CHECK   ISSUED    ACCT    PAYEE                        A
      -        "MOUNT   DAYS".
            05 DISP-CLEARED                         PIC X(15)
                VALUE "CLEARED".
            05 DISP-MISMATCH                        PIC X(15)
                VALUE "AMOUNT MISMATCH".
            05 DISP-NOT-ISSUED                      PIC X(15)
                VALUE "NOT ISSUED".
            05 DISP-ALREADY                         PIC X(15)
                VALUE "ALREADY CLEARED".
            05 DISP-AFTER-VOID                      PIC X(15)
                VALUE "PAID AFTER VOID".
            05 FLAG-STALE                           PIC X(6)
                VALUE "STALE ".
            05 FLAG-EPAY                            PIC X(6)
                VALUE "EPAY  ".
            05 SUM-READ-LIT                         PIC X(22)
                VALUE "BANK ITEMS READ:      ".
            05 SUM-CLEARED-LIT                      PIC X(22)
                VALUE "CLEARED:              ".
            05 SUM-MISMATCH-LIT                     PIC X(22)
                VALUE "AMOUNT MISMATCHES:    ".
            05 SUM-NOT-ISSUED-LIT                   PIC X(22)
                VALUE "NEVER ISSUED:         ".
            05 SUM-REPRESENT-LIT                    PIC X(22)
                VALUE "PRESENTED AGAIN:      ".
            05 SUM-OUTSTAND-LIT                     PIC X(22)
                VALUE "OUTSTANDING:          ".
            05 SUM-STALE-LIT                        PIC X(22)
                VALUE "STALE-DATED:          ".
            05 SUM-VOIDS-LIT                        PIC X(22)
                VALUE "VOID BATCH WRITTEN:   ".
            05 SUM-VOID-TRX-LIT                     PIC X(22)
                VALUE "VOID TRANSACTIONS:    ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUM-LINE.
            05 SL-LITERAL                    PIC X(22).
            05 SL-COUNT                      PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(4)  VALUE SPACES.
            05 SL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CLR-LINE.
            05 CL-CHECK-NO                   PIC 9(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-PAID-DATE                  PIC 9(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-PAYEE                      PIC X(18).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-ISSUED-AMT                 PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-CLEARED-AMT                PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-DISPOSITION                PIC X(15).

       01  WS-OUT-LINE.
            05 OL-CHECK-NO                   PIC 9(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 OL-ISSUE-DATE                 PIC 9(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 OL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 OL-PAYEE                      PIC X(20).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 OL-AMOUNT                     PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 OL-DAYS                       PIC ZZZZ9.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 OL-FLAG                       PIC X(6).

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
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
           PERFORM 5000-CLEAR-ITEMS THRU 5000-EXIT.
           PERFORM 5300-PRINT-EXCEPTIONS THRU 5300-EXIT.
           MOVE 'N' TO WS-LISTING-STALE.
           PERFORM 5500-LIST-OUTSTANDING THRU 5500-EXIT.
           MOVE 'Y' TO WS-LISTING-STALE.
           PERFORM 5500-LIST-OUTSTANDING THRU 5500-EXIT.
           IF WS-STALE-COUNT > 0
               PERFORM 7000-OFFER-VOIDS THRU 7000-EXIT
           END-IF.
           PERFORM 6000-CLOSE-REPORT THRU 6000-EXIT.
           CLOSE ISSUED-FILE.
           CLOSE CLEARED-FILE.
           CLOSE PRINT-FILE.
           DISPLAY DIVIDER.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
           DISPLAY SUM-CLEARED-LIT, WS-COUNT-ED.
           MOVE WS-OUTSTAND-COUNT TO WS-COUNT-ED.
           DISPLAY SUM-OUTSTAND-LIT, WS-COUNT-ED.
           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           DISPLAY SUM-STALE-LIT, WS-COUNT-ED.
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
           MOVE "VNDBRC" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDRCN's 150-FIND-FILE. Both the issued-payment
      *  file and the bank's file must be there - there is nothing
      *  to reconcile without either.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-IFILE
                   MOVE UT-SYS-CTEMP TO UT-SYS-CFILE
                   MOVE UT-SYS-VTEMP TO UT-SYS-VFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-IFILE
                   MOVE UT-SYS-CLINUX TO UT-SYS-CFILE
                   MOVE UT-SYS-VLINUX TO UT-SYS-VFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-IFILE
                   DISPLAY "Enter Bank Cleared-Items File Location:"
                   ACCEPT UT-SYS-CFILE
                   DISPLAY "Enter Void Batch Location:"
                   ACCEPT UT-SYS-VFILE
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
           OPEN I-O ISSUED-FILE.
           IF ISSUED-NOT-OPEN
               DISPLAY NO-ISSUED-FILE
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               IF WS-ISSUED-IS NOT = 0
                   DISPLAY ERR-OPEN-STATUS, WS-ISSUED-IS
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   OPEN INPUT CLEARED-FILE
                   IF WS-CLEARED-IS NOT = 0
                       DISPLAY NO-CLEARED-FILE
                       CLOSE ISSUED-FILE
                       DISPLAY LO-ERR-TRY-AGAIN
                   ELSE
                       DISPLAY LO-FOUND
                       MOVE 'Y' TO FILE-OPEN
                   END-IF
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
           MOVE "ISSUED" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-IFILE
           END-IF.
           MOVE "CLEARED" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-CFILE
           END-IF.
           MOVE "VOIDS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-VFILE
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
      *  Prompts for the bank statement date - what outstanding and
      *  stale are measured to. Blank defaults to today. A nightly
      *  job step takes its STMTDATE parameter instead.
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               MOVE "STMTDATE" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-STMT-DATE-X
           ELSE
               DISPLAY ENTER-STMT-DATE
               ACCEPT WS-STMT-DATE-X
           END-IF.
           IF WS-STMT-DATE-X IS NUMERIC
               MOVE WS-STMT-DATE-X TO WS-STMT-DATE
           ELSE
               MOVE WS-TODAY TO WS-STMT-DATE
           END-IF.
           COMPUTE WS-STMT-INT =
               FUNCTION INTEGER-OF-DATE (WS-STMT-DATE).
       170-EXIT.
           EXIT.

      ****************************************************************
      *   Reads the bank's paid items one by one, clearing each
      *   against its issued payment and listing it with what
      *   happened to it.
      ****************************************************************
       5000-CLEAR-ITEMS.
            MOVE SPACES TO PRINT-LINE.
            STRING REPORT-TITLE DELIMITED BY SIZE
                   WS-STMT-DATE DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SECT-CLEARED TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CLR-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 'N' TO CLEARED-EOF.
            PERFORM UNTIL CLEARED-EOF = 'Y'
                READ CLEARED-FILE
                    AT END MOVE 'Y' TO CLEARED-EOF
                    NOT AT END PERFORM 5100-CLEAR-ONE
                                    THRU 5100-EXIT
                END-READ
            END-PERFORM.
            IF WS-CLR-READ-COUNT = 0
                MOVE SECT-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   One bank item. An outstanding payment is marked cleared
      *   with the date and amount the bank paid - even when the
      *   amount disagrees, since the money has left either way and
      *   the mismatch is a question for the bank, not a reason to
      *   keep the check outstanding. A number we never issued, or
      *   one already cleared or voided, changes nothing on file.
      ****************************************************************
       5100-CLEAR-ONE.
            ADD 1 TO WS-CLR-READ-COUNT.
            MOVE SPACE TO WS-EXC-TYPE.
            MOVE CLR-CHECK-NO TO ISS-CHECK-NO.
            MOVE 0 TO ISS-LINE-NO.
            READ ISSUED-FILE
                INVALID KEY
                    MOVE SPACES TO ISS-PAYEE
                    MOVE 0 TO ISS-AMOUNT
                    MOVE 'N' TO WS-EXC-TYPE
                    MOVE DISP-NOT-ISSUED TO WS-DISPOSITION
                    ADD 1 TO WS-NOT-ISSUED-COUNT
                NOT INVALID KEY
                    PERFORM 5150-MARK-CLEARED THRU 5150-EXIT
            END-READ.
            MOVE CLR-CHECK-NO TO CL-CHECK-NO.
            MOVE CLR-PAID-DATE TO CL-PAID-DATE.
            MOVE ISS-PAYEE TO CL-PAYEE.
            MOVE ISS-AMOUNT TO CL-ISSUED-AMT.
            MOVE CLR-AMOUNT TO CL-CLEARED-AMT.
            MOVE WS-DISPOSITION TO CL-DISPOSITION.
            WRITE PRINT-LINE FROM WS-CLR-LINE.
            IF WS-EXC-TYPE NOT = SPACE
                PERFORM 5200-HOLD-EXCEPTION THRU 5200-EXIT
            END-IF.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   The bank paid a payment we did issue - judge it by where
      *   it stands on file and clear it if it was still out.
      ****************************************************************
       5150-MARK-CLEARED.
            EVALUATE TRUE
                WHEN ISS-CLEARED
                    MOVE 'R' TO WS-EXC-TYPE
                    MOVE DISP-ALREADY TO WS-DISPOSITION
                    ADD 1 TO WS-REPRESENT-COUNT
                WHEN ISS-VOIDED
                    MOVE 'R' TO WS-EXC-TYPE
                    MOVE DISP-AFTER-VOID TO WS-DISPOSITION
                    ADD 1 TO WS-REPRESENT-COUNT
                WHEN OTHER
                    MOVE 'C' TO ISS-STATUS
                    MOVE CLR-PAID-DATE TO ISS-CLEAR-DATE
                    MOVE CLR-AMOUNT TO ISS-CLEAR-AMT
                    REWRITE ISS-REC
                        INVALID KEY
                            DISPLAY ERR-REWRITE-STATUS, WS-ISSUED-IS
                    END-REWRITE
                    ADD 1 TO WS-CLEARED-COUNT
                    ADD CLR-AMOUNT TO WS-CLEARED-TOTAL
                    IF CLR-AMOUNT NOT = ISS-AMOUNT
                        MOVE 'M' TO WS-EXC-TYPE
                        MOVE DISP-MISMATCH TO WS-DISPOSITION
                        ADD 1 TO WS-MISMATCH-COUNT
                    ELSE
                        MOVE DISP-CLEARED TO WS-DISPOSITION
                    END-IF
            END-EVALUATE.
       5150-EXIT.
            EXIT.

      ****************************************************************
      *   Keeps one exception for its section. A full table warns
      *   once - the item is still on the cleared list above.
      ****************************************************************
       5200-HOLD-EXCEPTION.
            IF WS-EXC-COUNT = 500
                IF NOT EXC-FULL-WARNED
                    DISPLAY ERR-EXC-FULL
                    MOVE 'Y' TO WS-EXC-FULL-WARNED
                END-IF
            ELSE
                ADD 1 TO WS-EXC-COUNT
                MOVE WS-EXC-TYPE TO XT-TYPE (WS-EXC-COUNT)
                MOVE CLR-CHECK-NO TO XT-CHECK-NO (WS-EXC-COUNT)
                MOVE CLR-PAID-DATE TO XT-PAID-DATE (WS-EXC-COUNT)
                MOVE ISS-PAYEE TO XT-PAYEE (WS-EXC-COUNT)
                MOVE ISS-AMOUNT TO XT-ISSUED-AMT (WS-EXC-COUNT)
                MOVE CLR-AMOUNT TO XT-CLEARED-AMT (WS-EXC-COUNT)
                MOVE WS-DISPOSITION TO XT-DISPOSITION (WS-EXC-COUNT)
            END-IF.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   The three exception sections, each replayed from the
      *   exception table - mismatches, never issued, and items
      *   presented again after they had cleared or been voided.
      ****************************************************************
       5300-PRINT-EXCEPTIONS.
            MOVE SECT-MISMATCH TO WS-SECT-TITLE.
            MOVE 'M' TO WS-WANT-TYPE.
            PERFORM 5350-PRINT-SECTION THRU 5350-EXIT.
            MOVE SECT-NOT-ISSUED TO WS-SECT-TITLE.
            MOVE 'N' TO WS-WANT-TYPE.
            PERFORM 5350-PRINT-SECTION THRU 5350-EXIT.
            MOVE SECT-REPRESENT TO WS-SECT-TITLE.
            MOVE 'R' TO WS-WANT-TYPE.
            PERFORM 5350-PRINT-SECTION THRU 5350-EXIT.
       5300-EXIT.
            EXIT.

      ****************************************************************
      *   One exception section - its title, then every held
      *   exception of the wanted type.
      ****************************************************************
       5350-PRINT-SECTION.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            WRITE PRINT-LINE FROM WS-SECT-TITLE.
            WRITE PRINT-LINE FROM CLR-COL-HDR.
            MOVE 0 TO WS-SECT-COUNT.
            PERFORM VARYING WS-SUB-X FROM 1 BY 1
                    UNTIL WS-SUB-X > WS-EXC-COUNT
                IF XT-TYPE (WS-SUB-X) = WS-WANT-TYPE
                    ADD 1 TO WS-SECT-COUNT
                    MOVE XT-CHECK-NO (WS-SUB-X) TO CL-CHECK-NO
                    MOVE XT-PAID-DATE (WS-SUB-X) TO CL-PAID-DATE
                    MOVE XT-PAYEE (WS-SUB-X) TO CL-PAYEE
                    MOVE XT-ISSUED-AMT (WS-SUB-X) TO CL-ISSUED-AMT
                    MOVE XT-CLEARED-AMT (WS-SUB-X) TO CL-CLEARED-AMT
                    MOVE XT-DISPOSITION (WS-SUB-X) TO CL-DISPOSITION
                    WRITE PRINT-LINE FROM WS-CLR-LINE
                END-IF
            END-PERFORM.
            IF WS-SECT-COUNT = 0
                MOVE SECT-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       5350-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the issued payments in check-number order listing
      *   every one still outstanding at the statement date - or,
      *   on the second trip, only the stale-dated paper checks.
      *   A payment issued after the statement date cannot have
      *   reached the bank yet and is left off.
      ****************************************************************
       5500-LIST-OUTSTANDING.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF LISTING-STALE
                MOVE SECT-STALE TO PRINT-LINE
            ELSE
                MOVE SECT-OUTSTANDING TO PRINT-LINE
            END-IF.
            WRITE PRINT-LINE.
            MOVE OUT-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 'N' TO ISSUED-EOF.
            MOVE 0 TO ISS-CHECK-NO.
            MOVE 0 TO ISS-LINE-NO.
            START ISSUED-FILE KEY NOT < ISS-KEY
                INVALID KEY MOVE 'Y' TO ISSUED-EOF
            END-START.
            PERFORM UNTIL ISSUED-EOF = 'Y'
                READ ISSUED-FILE NEXT RECORD
                    AT END MOVE 'Y' TO ISSUED-EOF
                    NOT AT END
                        IF ISS-LINE-NO = 0 AND ISS-OUTSTANDING
                           AND ISS-ISSUE-DATE NOT > WS-STMT-DATE
                            PERFORM 5600-LIST-ONE THRU 5600-EXIT
                        END-IF
                END-READ
            END-PERFORM.
       5500-EXIT.
            EXIT.

      ****************************************************************
      *   One outstanding payment - its age at the statement date
      *   and, for a paper check past the stale limit, the STALE
      *   flag. Totals are taken on the full trip only.
      ****************************************************************
       5600-LIST-ONE.
            PERFORM 5650-AGE-ONE THRU 5650-EXIT.
            IF NOT LISTING-STALE
                ADD 1 TO WS-OUTSTAND-COUNT
                ADD ISS-AMOUNT TO WS-OUTSTAND-TOTAL
                IF ITEM-IS-STALE
                    ADD 1 TO WS-STALE-COUNT
                    ADD ISS-AMOUNT TO WS-STALE-TOTAL
                END-IF
            END-IF.
            IF ITEM-IS-STALE OR NOT LISTING-STALE
                MOVE ISS-CHECK-NO TO OL-CHECK-NO
                MOVE ISS-ISSUE-DATE TO OL-ISSUE-DATE
                MOVE ISS-ACCOUNTNO TO OL-ACCOUNTNO
                MOVE ISS-PAYEE TO OL-PAYEE
                MOVE ISS-AMOUNT TO OL-AMOUNT
                MOVE WS-DAYS-OUT TO OL-DAYS
                EVALUATE TRUE
                    WHEN ITEM-IS-STALE
                        MOVE FLAG-STALE TO OL-FLAG
                    WHEN ISS-ELECTRONIC
                        MOVE FLAG-EPAY TO OL-FLAG
                    WHEN OTHER
                        MOVE SPACES TO OL-FLAG
                END-EVALUATE
                WRITE PRINT-LINE FROM WS-OUT-LINE
            END-IF.
       5600-EXIT.
            EXIT.

      ****************************************************************
      *   Days the current issued payment has been out at the
      *   statement date, and whether that makes it stale - paper
      *   checks only; an electronic payment the bank has not
      *   confirmed is a question for the bank, not a void.
      ****************************************************************
       5650-AGE-ONE.
            COMPUTE WS-ISSUE-INT =
                FUNCTION INTEGER-OF-DATE (ISS-ISSUE-DATE).
            COMPUTE WS-DAYS-OUT = WS-STMT-INT - WS-ISSUE-INT.
            IF ISS-PAPER AND WS-DAYS-OUT > WS-STALE-DAYS
                MOVE 'Y' TO WS-IS-STALE
            ELSE
                MOVE 'N' TO WS-IS-STALE
            END-IF.
       5650-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the report with the run's counts and totals.
      ****************************************************************
       6000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SUM-CLEARED-LIT TO SL-LITERAL.
            MOVE WS-CLEARED-COUNT TO SL-COUNT.
            MOVE WS-CLEARED-TOTAL TO SL-AMOUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-MISMATCH-LIT TO SL-LITERAL.
            MOVE WS-MISMATCH-COUNT TO SL-COUNT.
            MOVE 0 TO SL-AMOUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-NOT-ISSUED-LIT TO SL-LITERAL.
            MOVE WS-NOT-ISSUED-COUNT TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-REPRESENT-LIT TO SL-LITERAL.
            MOVE WS-REPRESENT-COUNT TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-OUTSTAND-LIT TO SL-LITERAL.
            MOVE WS-OUTSTAND-COUNT TO SL-COUNT.
            MOVE WS-OUTSTAND-TOTAL TO SL-AMOUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-STALE-LIT TO SL-LITERAL.
            MOVE WS-STALE-COUNT TO SL-COUNT.
            MOVE WS-STALE-TOTAL TO SL-AMOUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            IF WS-VOID-BATCH-ID NOT = SPACES
                MOVE SPACES TO PRINT-LINE
                STRING SUM-VOIDS-LIT DELIMITED BY SIZE
                       WS-VOID-BATCH-ID DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
                MOVE SUM-VOID-TRX-LIT TO SL-LITERAL
                MOVE WS-VOID-COUNT TO SL-COUNT
                MOVE WS-VOID-HASH TO SL-AMOUNT
                WRITE PRINT-LINE FROM WS-SUM-LINE
            END-IF.
       6000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Offers the void batch for the stale checks. A yes walks the
      *  issued file once more: each stale check's payment line is
      *  marked voided, and every invoice line under it becomes one
      *  void-check transaction for the amount (and discount) that
      *  line paid - the exact reverse of the payment transaction
      *  VNDCHK wrote, so posting puts each open item back as it
      *  was. The batch goes out raw, header and trailer but no
      *  edit stamp, to go through VNDEDT like any other feed,
      *  under a batch id of its own (VD + day, hour and minute of
      *  the run). The batch file is the hand-off to VNDEDT and is
      *  cleared once it has been edited; a file still holding
      *  voids is a batch not yet through, and writing over it
      *  would lose checks already marked voided on the issued
      *  file, so the run refuses (return code 8) and leaves
      *  every stale check outstanding for the next run.
      ****************************************************************
       7000-OFFER-VOIDS.
           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           DISPLAY SUM-STALE-LIT, WS-COUNT-ED.
      * With nobody to ask, the voids go out only when the job's
      * VOIDSTALE parameter says so.
           IF JOB-UNATTENDED
               MOVE "VOIDSTALE" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE (1:1) TO WS-VOID-ANSWER
           ELSE
               DISPLAY ASK-VOIDS
               ACCEPT WS-VOID-ANSWER
           END-IF.
           IF WS-VOID-ANSWER = 'Y' OR WS-VOID-ANSWER = 'y'
               PERFORM 7050-PROBE-VOID-FILE THRU 7050-EXIT
               IF VOIDS-PENDING
                   DISPLAY ERR-VOIDS-PENDING, WS-PROBE-BATCH-ID
                   MOVE SPACES TO PRINT-LINE
                   STRING ERR-VOIDS-PENDING DELIMITED BY SIZE
                          WS-PROBE-BATCH-ID DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE 8 TO WS-JOB-RC
                   MOVE ERR-VOIDS-PENDING TO JOB-STEP-MESSAGE
               ELSE
                   OPEN OUTPUT VOID-FILE
                   IF WS-VOID-IS NOT = 0
                       DISPLAY ERR-VOID-OPEN, WS-VOID-IS
                       MOVE 16 TO WS-JOB-RC
                       MOVE ERR-VOID-OPEN TO JOB-STEP-MESSAGE
                   ELSE
                       PERFORM 7060-WRITE-VOID-BATCH THRU 7060-EXIT
                   END-IF
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      ****************************************************************
      *   Looks into the void batch file before it is written over.
      *   A missing or empty file, or one holding only the header
      *   and trailer of a batch with no voids, is free to reuse.
      ****************************************************************
       7050-PROBE-VOID-FILE.
           MOVE 'N' TO WS-VOIDS-PENDING.
           MOVE SPACES TO WS-PROBE-BATCH-ID.
           OPEN INPUT VOID-FILE.
           IF WS-VOID-IS = 0
               MOVE 'N' TO VOID-PROBE-EOF
               PERFORM 7055-PROBE-ONE THRU 7055-EXIT
                   UNTIL VOID-PROBE-EOF = 'Y' OR VOIDS-PENDING
               CLOSE VOID-FILE
           END-IF.
       7050-EXIT.
           EXIT.

      ****************************************************************
      *   One record of the probe - the header gives the batch id
      *   for the message, any void transaction means the batch is
      *   still waiting on VNDEDT.
      ****************************************************************
       7055-PROBE-ONE.
           READ VOID-FILE
               AT END MOVE 'Y' TO VOID-PROBE-EOF
               NOT AT END
                   IF BCH-HEADER
                       MOVE BCH-BATCH-ID TO WS-PROBE-BATCH-ID
                   END-IF
                   IF TRX-VOID-CHECK
                       MOVE 'Y' TO WS-VOIDS-PENDING
                   END-IF
           END-READ.
       7055-EXIT.
           EXIT.

      ****************************************************************
      *   Writes the void batch, the file known open - header, the
      *   walk of the issued file, and the trailer.
      ****************************************************************
       7060-WRITE-VOID-BATCH.
               MOVE SPACES TO WS-VOID-BATCH-ID
               STRING "VD" DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE (7:6) DELIMITED BY SIZE
                   INTO WS-VOID-BATCH-ID
               MOVE SPACES TO BCH-REC
               MOVE 'H' TO BCH-REC-TYPE
               MOVE WS-VOID-BATCH-ID TO BCH-BATCH-ID
               MOVE 0 TO BCH-RECORD-COUNT
               MOVE 0 TO BCH-INVOICE-HASH
               MOVE 0 TO BCH-PAYMENT-HASH
               WRITE BCH-REC
               MOVE 0 TO WS-VOIDING-CHECK
               MOVE 'N' TO ISSUED-EOF
               MOVE 0 TO ISS-CHECK-NO
               MOVE 0 TO ISS-LINE-NO
               START ISSUED-FILE KEY NOT < ISS-KEY
                   INVALID KEY MOVE 'Y' TO ISSUED-EOF
               END-START
               PERFORM UNTIL ISSUED-EOF = 'Y'
                   READ ISSUED-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ISSUED-EOF
                       NOT AT END
                           PERFORM 7100-VOID-ONE-LINE THRU 7100-EXIT
                   END-READ
               END-PERFORM
               MOVE SPACES TO BCH-REC
               MOVE 'T' TO BCH-REC-TYPE
               MOVE WS-VOID-BATCH-ID TO BCH-BATCH-ID
               MOVE WS-VOID-COUNT TO BCH-RECORD-COUNT
               MOVE 0 TO BCH-INVOICE-HASH
               MOVE WS-VOID-HASH TO BCH-PAYMENT-HASH
               WRITE BCH-REC
               CLOSE VOID-FILE
               DISPLAY SUM-VOIDS-LIT, WS-VOID-BATCH-ID.
       7060-EXIT.
           EXIT.

      ****************************************************************
      *   One issued-file line on the void walk. A stale payment
      *   line starts a check being voided; the invoice lines that
      *   follow it under the same number each write their void
      *   transaction - a foreign line in its currency, with the
      *   foreign amount it paid and its item's book rate, so the
      *   posting puts it back at book. Every line touched is
      *   marked voided so a second run can never void the same
      *   check twice.
      ****************************************************************
       7100-VOID-ONE-LINE.
            IF ISS-LINE-NO = 0
                MOVE 0 TO WS-VOIDING-CHECK
                IF ISS-OUTSTANDING
                   AND ISS-ISSUE-DATE NOT > WS-STMT-DATE
                    PERFORM 5650-AGE-ONE THRU 5650-EXIT
                    IF ITEM-IS-STALE
                        MOVE ISS-CHECK-NO TO WS-VOIDING-CHECK
                        ADD 1 TO WS-VOID-CHECKS
                        MOVE 'V' TO ISS-STATUS
                        REWRITE ISS-REC
                            INVALID KEY
                                DISPLAY ERR-REWRITE-STATUS, WS-ISSUED-IS
                        END-REWRITE
                    END-IF
                END-IF
            ELSE
                IF ISS-CHECK-NO = WS-VOIDING-CHECK
                   AND WS-VOIDING-CHECK NOT = 0
                    MOVE SPACES TO TRX-REC
                    MOVE 'V' TO TRX-REC-TYPE
                    MOVE ISS-ACCOUNTNO TO TRX-ACCOUNTNO
                    MOVE ISS-INVOICE-NO TO TRX-INVOICE-NO
                    MOVE 0 TO TRX-INVOICE-AMT
                    MOVE ISS-AMOUNT TO TRX-PAYMENT-AMT
                    MOVE WS-TODAY TO TRX-DATE
                    MOVE 0 TO TRX-DUE-DATE
                    MOVE ISS-DISCOUNT-AMT TO TRX-DISCOUNT-AMT
                    MOVE ISS-CURRENCY TO TRX-CURRENCY
                    IF TRX-IN-DOLLARS OR ISS-FOREIGN-AMT IS NOT NUMERIC
                        MOVE 0 TO TRX-FOREIGN-AMT
                        MOVE 0 TO TRX-BOOK-RATE
                    ELSE
                        MOVE ISS-FOREIGN-AMT TO TRX-FOREIGN-AMT
                        MOVE ISS-BOOK-RATE TO TRX-BOOK-RATE
                    END-IF
                    WRITE TRX-REC
                    ADD 1 TO WS-VOID-COUNT
                    ADD ISS-AMOUNT TO WS-VOID-HASH
                    MOVE 'V' TO ISS-STATUS
                    REWRITE ISS-REC
                        INVALID KEY
                            DISPLAY ERR-REWRITE-STATUS, WS-ISSUED-IS
                    END-REWRITE
                END-IF
            END-IF.
       7100-EXIT.
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
               AND WS-MISMATCH-COUNT + WS-NOT-ISSUED-COUNT
                 + WS-REPRESENT-COUNT + WS-STALE-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "CLEARED" TO JOB-COUNT-LABEL (1).
            MOVE WS-CLEARED-COUNT TO JOB-COUNT (1).
            MOVE "OUTSTANDING" TO JOB-COUNT-LABEL (2).
            MOVE WS-OUTSTAND-COUNT TO JOB-COUNT (2).
            MOVE "STALE" TO JOB-COUNT-LABEL (3).
            MOVE WS-STALE-COUNT TO JOB-COUNT (3).
            MOVE "EXCEPTIONS" TO JOB-COUNT-LABEL (4).
            COMPUTE JOB-COUNT (4) = WS-MISMATCH-COUNT
                + WS-NOT-ISSUED-COUNT + WS-REPRESENT-COUNT.
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
