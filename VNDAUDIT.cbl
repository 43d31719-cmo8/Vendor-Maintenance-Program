      *               the three terms fields in the comparison.
      *09/02/2026 SM  Master grew 252 -> 279 with the bank fields
      *               and payment method - same treatment.
      *10/15/2026 SM  Master grew 279 -> 287 with the unapplied
      *               credit balance - same treatment, the credit
      *               printing edited like the balance.
      *10/15/2026 SM  Master grew 287 -> 289 with the company code
      *               - same treatment.
      *10/15/2026 SM  Master grew 289 -> 292 with the vendor's
      *               currency - same treatment.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the one function is
      *               the archive (FUNCTION ARCHIVE) - the inquiry is
      *               for the terminal and is refused. The cutoff is the
      *               CUTOFF parameter, or a year before today when none
      *               is given. The run ends with a return code - 16
      *               audit log not found, 8 function or cutoff refused
      *               - and the entries archived and kept for the run
      *               log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too; as a nightly step a refusal ends it
      *               with return code 20.
      *10/15/2026 SM  Audit entries now end with the operator who
      *               made the change (613 bytes) - shown on each
      *               entry's header line, and the inquiry can select
      *               one operator's changes. Older entries show none.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  AUDIT-LOG
         LABEL RECORDS ARE STANDARD
         RECORD IS VARYING IN SIZE FROM 1 TO 613
         DEPENDING ON WS-AUD-LEN.
           COPY "VNDAUD.CPY".
      *
       FD  ARCHIVE-FILE
         LABEL RECORDS ARE STANDARD
         RECORD IS VARYING IN SIZE FROM 1 TO 613
         DEPENDING ON WS-AUD-LEN.
       01  ARC-REC                          PIC X(613).
      *
       FD  KEEP-FILE
         LABEL RECORDS ARE STANDARD
         RECORD IS VARYING IN SIZE FROM 1 TO 613
         DEPENDING ON WS-AUD-LEN.
       01  KEEP-REC                         PIC X(613).

       WORKING-STORAGE SECTION.

                VALUE "/tmp/INVAUDIT.TMP".

       01 WS-WORKING-AREA.
            05 WS-AUD-LEN                    PIC 9(3)  VALUE 613.
            05 WS-IMG-LEN                    PIC 9(3).
            05 WS-AUDIT-IS                   PIC 9(2).
                88 AUDIT-NOT-OPEN       VALUE 35.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-SEL-ACCT                   PIC X(6).
            05 WS-SEL-OPERATOR               PIC X(8).
            05 WS-ENTRY-OPERATOR             PIC X(8).
            05 WS-DATE-FROM-X                PIC X(8).
            05 WS-DATE-TO-X                  PIC X(8).
            05 WS-DATE-FROM                  PIC 9(8)  VALUE 0.
            05 WS-ARCHIVED-COUNT             PIC 9(6)  VALUE 0.
            05 WS-KEPT-COUNT                 PIC 9(6)  VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-ENTRY-WANTED               PIC X VALUE 'N'.
                88 ENTRY-WANTED         VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-SEL-ACCT                       PIC X(38)
                VALUE "Enter Account Number (blank for all): ".
            05 ENTER-SEL-OPERATOR                   PIC X(38)
                VALUE "Enter Operator ID (blank for all):    ".
            05 ENTER-DATE-FROM                      PIC X(42)
                VALUE "Enter From Date YYYYMMDD (blank for open):".
            05 ENTER-DATE-TO                        PIC X(42)
                VALUE "ENTRIES KEPT:     ".
            05 ARCH-TO-LIT                          PIC X(12)
                VALUE "ARCHIVED TO ".
            05 ERR-JOB-FUNCTION                     PIC X(40)
                VALUE "FUNCTION NOT ARCHIVE                    ".
            05 MSG-JOB-NO-LOG                       PIC X(40)
                VALUE "AUDIT LOG NOT FOUND - NOTHING ARCHIVED  ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-BAL-BFR-ED                    PIC ZZ,ZZZ,ZZ9.99.
            05 EH-DATE                       PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 EH-TIME                       PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 EH-OPERATOR                   PIC X(8).

      ****************************************************************
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
                   UNTIL LOC-CHOSEN OR JOB-SETUP-DONE.
           IF JOB-UNATTENDED
               PERFORM 210-RUN-FUNCTION THRU 210-EXIT
           ELSE
               PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                       UNTIL OK-TO-STOP
           END-IF.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDAUDIT" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-THR
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDAUDIT" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the audit log is
      *  150-FIND-FILE.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-ATEMP TO UT-SYS-AFILE
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF JOB-UNATTENDED
               PERFORM 142-GET-PATHS THRU 142-EXIT
               MOVE 'Y' TO JOB-SETUP
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
           DISPLAY LO-TEMP, UT-SYS-ATEMP.
           DISPLAY SPACES.
           DISPLAY START-B, LINUX, END-B.
           DISPLAY LO-HOME, UT-SYS-ALINUX.
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
           MOVE "AUDIT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-AFILE
           END-IF.
           MOVE "AUDIT-WORK" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-WFILE
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
      *  The selection menu that the user interacts with, same shape
      *  as INTVENDR's 200-MAKE-SELECTION.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 4000-INQUIRY THRU 4000-EXIT
               WHEN WS-TWO  PERFORM 5000-ARCHIVE THRU 5000-EXIT
               WHEN WS-THR  MOVE 'Y' TO WS-STOP-PROGRAM
       200-EXIT.
           EXIT.

      ****************************************************************
      *  The nightly job step's one function, named by the FUNCTION
      *  parameter in place of the menu - the archive unless told
      *  otherwise. The inquiry shows its entries on the terminal,
      *  so it is refused here.
      ****************************************************************
       210-RUN-FUNCTION.
           MOVE "FUNCTION" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT JOB-PRM-WAS-FOUND
               MOVE "ARCHIVE" TO JOB-PRM-VALUE
           END-IF.
           IF JOB-PRM-VALUE = "ARCHIVE"
               PERFORM 215-CHECK-JOB-OPTION THRU 215-EXIT
               IF SGN-IS-ALLOWED
                   PERFORM 5000-ARCHIVE THRU 5000-EXIT
               END-IF
           ELSE
               DISPLAY ERR-JOB-FUNCTION
               MOVE 8 TO WS-JOB-RC
               MOVE ERR-JOB-FUNCTION TO JOB-STEP-MESSAGE
           END-IF.
       210-EXIT.
           EXIT.

      ****************************************************************
      *  Running as a nightly job step, the function asked for is
      *  checked against the operator's role as its menu option
      *  would be.
      ****************************************************************
       215-CHECK-JOB-OPTION.
           MOVE 'O' TO SGN-REQUEST.
           MOVE "VNDAUDIT" TO SGN-PROGRAM.
           MOVE "2" TO SGN-OPTION.
           CALL "VNDSGN".
           IF NOT SGN-IS-ALLOWED
               MOVE 20 TO WS-JOB-RC
               MOVE SGN-MESSAGE TO JOB-STEP-MESSAGE
           END-IF.
       215-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Prompts for the inquiry filters - account number and/or a
       4000-INQUIRY.
            DISPLAY ENTER-SEL-ACCT.
            ACCEPT WS-SEL-ACCT.
            DISPLAY ENTER-SEL-OPERATOR.
            ACCEPT WS-SEL-OPERATOR.
            INSPECT WS-SEL-OPERATOR CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            DISPLAY ENTER-DATE-FROM.
            ACCEPT WS-DATE-FROM-X.
            DISPLAY ENTER-DATE-TO.
            EXIT.

      ****************************************************************
      *   Decides whether the current entry passes the account,
      *   operator and date-range filters.
      ****************************************************************
       4150-FILTER-ONE.
            PERFORM 4160-SIZE-ENTRY THRU 4160-EXIT.
            MOVE 'Y' TO WS-ENTRY-WANTED.
            IF WS-SEL-ACCT NOT = SPACES
               AND AUD-ACCOUNTNO NOT = WS-SEL-ACCT
                MOVE 'N' TO WS-ENTRY-WANTED
            END-IF.
            IF WS-SEL-OPERATOR NOT = SPACES
               AND WS-ENTRY-OPERATOR NOT = WS-SEL-OPERATOR
                MOVE 'N' TO WS-ENTRY-WANTED
            END-IF.
            MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE.
            IF WS-AUD-DATE < WS-DATE-FROM
               OR WS-AUD-DATE > WS-DATE-TO
       4150-EXIT.
            EXIT.

      ****************************************************************
      *   Every entry is a 21-byte header and two images of the
      *   master record as it was sized THAT day - the image width
      *   is whatever is left after the header, split in two. An
      *   entry over 605 bytes also ends with the id of the operator
      *   who made the change; one of 605 or less is from before
      *   operators signed on and has none.
      ****************************************************************
       4160-SIZE-ENTRY.
            IF WS-AUD-LEN > 605
                COMPUTE WS-IMG-LEN = (WS-AUD-LEN - 29) / 2
                MOVE AUD-REC (WS-AUD-LEN - 7 : 8) TO WS-ENTRY-OPERATOR
            ELSE
                COMPUTE WS-IMG-LEN = (WS-AUD-LEN - 21) / 2
                MOVE SPACES TO WS-ENTRY-OPERATOR
            END-IF.
       4160-EXIT.
            EXIT.

      ****************************************************************
      *   Shows one entry - a header line of who/what/when, then the
      *   decoded detail. Adds and deletes have only one real image,
            MOVE AUD-OPERATION TO EH-OPERATION.
            MOVE AUD-TIMESTAMP (1:8) TO EH-DATE.
            MOVE AUD-TIMESTAMP (9:6) TO EH-TIME.
            MOVE WS-ENTRY-OPERATOR TO EH-OPERATOR.
            DISPLAY SPACES.
            DISPLAY WS-ENTRY-HDR.
      * The images are sized by 4160-SIZE-ENTRY. A short entry from
      * before the record grew pads BFR/AFT with spaces, so the
      * fields that did not exist yet compare equal instead of
      * spraying spurious diffs.
            MOVE SPACES TO BFR-REC.
            MOVE SPACES TO AFT-REC.
            MOVE AUD-REC (22 : WS-IMG-LEN) TO BFR-REC.
                DISPLAY "  MAS-PAY-METHOD: ", BFR-PAY-METHOD,
                        " -> ", AFT-PAY-METHOD
            END-IF.
            IF BFR-CREDIT-BAL NOT = AFT-CREDIT-BAL
                MOVE BFR-CREDIT-BAL TO WS-BAL-BFR-ED
                MOVE AFT-CREDIT-BAL TO WS-BAL-AFT-ED
                DISPLAY "  MAS-CREDIT-BAL: ", WS-BAL-BFR-ED,
                        " -> ", WS-BAL-AFT-ED
            END-IF.
            IF BFR-COMPANY NOT = AFT-COMPANY
                DISPLAY "  MAS-COMPANY: ", BFR-COMPANY,
                        " -> ", AFT-COMPANY
            END-IF.
            IF BFR-CURRENCY NOT = AFT-CURRENCY
                DISPLAY "  MAS-CURRENCY: ", BFR-CURRENCY,
                        " -> ", AFT-CURRENCY
            END-IF.
       4300-EXIT.
            EXIT.

      *  Archives every entry older than the cutoff to a dated
      *  archive file and rebuilds the live log with only the
      *  entries being kept - the purge half of keeping an
      *  open-EXTEND-forever file manageable. A nightly job step
      *  takes its CUTOFF parameter, or a year before today.
      ****************************************************************
       5000-ARCHIVE.
            IF JOB-UNATTENDED
                MOVE "CUTOFF" TO JOB-PRM-KEYWORD
                PERFORM 145-GET-PARM THRU 145-EXIT
                MOVE JOB-PRM-VALUE TO WS-CUTOFF-X
                IF WS-CUTOFF-X = SPACES
                    COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER (
                        FUNCTION INTEGER-OF-DATE (
                            FUNCTION NUMVAL (
                                FUNCTION CURRENT-DATE (1:8))) - 365)
                    MOVE WS-CUTOFF TO WS-CUTOFF-X
                END-IF
            ELSE
                DISPLAY ENTER-CUTOFF
                ACCEPT WS-CUTOFF-X
            END-IF.
            IF WS-CUTOFF-X IS NOT NUMERIC
                DISPLAY ERR-BAD-CUTOFF
                MOVE 8 TO WS-JOB-RC
                MOVE ERR-BAD-CUTOFF TO JOB-STEP-MESSAGE
            ELSE
                MOVE WS-CUTOFF-X TO WS-CUTOFF
                MOVE SPACES TO UT-SYS-RFILE
            OPEN INPUT AUDIT-LOG.
            IF AUDIT-NOT-OPEN
                DISPLAY LO-ERR-NOT-FOUND
                MOVE 16 TO WS-JOB-RC
                MOVE MSG-JOB-NO-LOG TO JOB-STEP-MESSAGE
            ELSE
                OPEN OUTPUT ARCHIVE-FILE
                OPEN OUTPUT KEEP-FILE
            CLOSE KEEP-FILE.
       5200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            MOVE "ARCHIVED" TO JOB-COUNT-LABEL (1).
            MOVE WS-ARCHIVED-COUNT TO JOB-COUNT (1).
            MOVE "KEPT" TO JOB-COUNT-LABEL (2).
            MOVE WS-KEPT-COUNT TO JOB-COUNT (2).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
