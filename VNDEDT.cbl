      *         amounts numeric - BEFORE anything touches a balance.
      *         Clean records go to a posting-ready file whose header
      *         carries the edit stamp VNDPOST insists on; bad ones
      *         go to a reject file to fix and resubmit; invoices
      *         billing against a purchase order for more than was
      *         received go to a match-exception hold file; the
      *         whole run prints an edit register to file.
      *
      *Input:   The raw A/P transaction batch (see VNDTRAN.CPY and
      *         VNDBCH.CPY) and the vendor master file (see
      *         VNDMAST.CPY) - read only. The purchase-order file
      *         (see VNDPO.CPY), the open items (see VNDOPEN.CPY)
      *         and the posted history (see VNDHST.CPY) - read
      *         only, optional.
      *
      *Output:  The posting-ready transaction file, the reject file,
      *         the match-exception hold file, and a paginated edit
      *         register.
      *
      *Lead Developer: Sean Morgan
      *
      *               stop moving. No period file on hand means no
      *               period has ever been closed, and every date
      *               passes.
      *10/15/2026 SM  Three-way match. An invoice carrying a PO
      *               number (see VNDPO.CPY) must be covered by the
      *               value received on that PO, less what has
      *               already been billed against it, within a small
      *               price tolerance; one that is not goes to a new
      *               match-exception hold file instead of the
      *               posting-ready file, to sit there until the
      *               goods arrive or purchasing sorts out the PO.
      *               Widened the posting-ready and reject records
      *               to the full transaction record - the discount
      *               was being cut off the end.
      *10/15/2026 SM  Duplicate-invoice screen. An invoice whose
      *               number is already open for the vendor, already
      *               posted in history (and not credited back out),
      *               or already earlier in this same batch goes to
      *               the reject file - posting's own open-item check
      *               missed a repeat once the first one was paid.
      *10/15/2026 SM  Company code. A detail that leaves the company
      *               blank takes its vendor's company (see
      *               MAS-COMPANY); one naming another company than
      *               the vendor's, or than a company-coded batch
      *               header's, is rejected. The closed-period check
      *               reads the detail's own company's period, and
      *               the posting-ready header carries the batch
      *               header's company through to VNDPOST.
      *10/15/2026 SM  Foreign currency. A detail in a currency other
      *               than dollars must be in its vendor's currency
      *               (see MAS-CURRENCY); its keyed amount is kept
      *               in TRX-FOREIGN-AMT and the amount fields are
      *               converted to dollars at the rate in force on
      *               the transaction date, from the exchange-rate
      *               file VNDFXR maintains. No rate on file for
      *               that date rejects the detail.
      *10/15/2026 SM  Runs as the edit step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file. The run ends with a
      *               return code - 16 master not opened, 8 no batch
      *               file or the batch refused on its controls, 4
      *               details rejected or held - and the clean, rejected
      *               and held counts for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      *10/15/2026 SM  The match-exception hold file is written as a
      *               batch of its own - a header under a new batch
      *               id (HD + day, hour and minute of the run) and
      *               the batch's company, and a trailer carrying the
      *               held count and hash totals - so a held invoice
      *               is released by copying the hold file over the
      *               raw batch file and editing it again. Written
      *               bare, it was refused on its controls.
      *10/15/2026 SM  The transaction record carries a void's book rate
      *               (see VNDTRAN.CPY) - the posting-ready, reject
      *               and hold records widen to match, and a feed
      *               that predates the field has it settled to zero.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ASSIGN TO UT-SYS-DFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PRD-KEY
                 FILE STATUS IS WS-PERIOD-IS.
      * The purchase-order file VNDPUR maintains - read here only,
      * to match PO invoices to what was received.
           SELECT PO-FILE
                 ASSIGN TO UT-SYS-QFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PO-NUMBER
                 FILE STATUS IS WS-PO-IS.
      * Match exceptions - PO invoices the receipts do not cover,
      * held out of the posting-ready file.
           SELECT HOLD-FILE
                 ASSIGN TO UT-SYS-XFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HLD-IS.
      * The open items VNDPOST keeps - read here only, to refuse an
      * invoice number the vendor already has open.
           SELECT OPEN-FILE
                 ASSIGN TO UT-SYS-OFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPN-KEY
                 FILE STATUS IS WS-OPEN-IS.
      * The posted history - read here only, walked one vendor at a
      * time to refuse an invoice number that has already posted.
           SELECT HISTORY-FILE
                 ASSIGN TO UT-SYS-HFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HST-KEY
                 FILE STATUS IS WS-HIST-IS.
      * The exchange rates - read here only, to convert a foreign
      * detail to dollars at its transaction date.
           SELECT RATE-FILE
                 ASSIGN TO UT-SYS-FFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS RAT-KEY
                 FILE STATUS IS WS-RATE-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  TRANS-IN
      *
       FD  TRANS-OUT
         LABEL RECORDS ARE STANDARD.
       01  EDT-OUT-REC                      PIC X(89).
      *
       FD  REJECT-FILE
         LABEL RECORDS ARE STANDARD.
       01  REJ-OUT-REC                      PIC X(89).
      *
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
      *
       FD  PERIOD-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 17 CHARACTERS.
           COPY "VNDPRD.CPY".
      *
       FD  PO-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 487 CHARACTERS.
           COPY "VNDPO.CPY".
      *
       FD  HOLD-FILE
         LABEL RECORDS ARE STANDARD.
       01  HLD-OUT-REC                      PIC X(89).
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
       FD  RATE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS.
           COPY "VNDRAT.CPY".

       WORKING-STORAGE SECTION.

                VALUE "C:\Temp\INVPERIOD.DAT".
            05 UT-SYS-DLINUX                 PIC X(50)
                VALUE "/tmp/INVPERIOD.DAT".
            05 UT-SYS-QFILE                  PIC X(50)
                VALUE "C:\Temp\INVPURCH.DAT".
            05 UT-SYS-QTEMP                  PIC X(50)
                VALUE "C:\Temp\INVPURCH.DAT".
            05 UT-SYS-QLINUX                 PIC X(50)
                VALUE "/tmp/INVPURCH.DAT".
            05 UT-SYS-XFILE                  PIC X(50)
                VALUE "C:\Temp\INVTRANS.HLD".
            05 UT-SYS-XTEMP                  PIC X(50)
                VALUE "C:\Temp\INVTRANS.HLD".
            05 UT-SYS-XLINUX                 PIC X(50)
                VALUE "/tmp/INVTRANS.HLD".
            05 UT-SYS-OFILE                  PIC X(50)
                VALUE "C:\Temp\INVOPENITEM.DAT".
            05 UT-SYS-OTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOPENITEM.DAT".
            05 UT-SYS-OLINUX                 PIC X(50)
                VALUE "/tmp/INVOPENITEM.DAT".
            05 UT-SYS-HFILE                  PIC X(50)
                VALUE "C:\Temp\INVHISTORY.IDX".
            05 UT-SYS-HTEMP                  PIC X(50)
                VALUE "C:\Temp\INVHISTORY.IDX".
            05 UT-SYS-HLINUX                 PIC X(50)
                VALUE "/tmp/INVHISTORY.IDX".
            05 UT-SYS-FFILE                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FTEMP                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FLINUX                 PIC X(50)
                VALUE "/tmp/INVRATES.DAT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
            05 WS-TERM-DAYS                  PIC 9(3).
            05 WS-PERIOD-IS                  PIC 9(2).
                88 PERIOD-NOT-OPEN      VALUE 35.
            05 WS-PO-IS                      PIC 9(2).
                88 PO-NOT-OPEN          VALUE 35.
            05 WS-HLD-IS                     PIC 9(2).
            05 WS-OPEN-IS                    PIC 9(2).
            05 WS-HIST-IS                    PIC 9(2).
            05 HIST-EOF                      PIC X     VALUE 'N'.
            05 WS-RATE-IS                    PIC 9(2).
            05 RATE-EOF                      PIC X     VALUE 'N'.
            05 WS-RATE-CURRENCY              PIC X(3).
            05 WS-RATE-DATE                  PIC 9(8).
            05 WS-FX-RATE                    PIC 9(3)V9(6).

      * Pass-one control tallies against the batch trailer.
       01 WS-CONTROL-AREA.
            05 WS-CALC-INV-HASH              PIC 9(10)V99 VALUE 0.
            05 WS-CALC-PAY-HASH              PIC 9(10)V99 VALUE 0.
            05 WS-HDR-BATCH-ID               PIC X(8)   VALUE SPACES.
            05 WS-HDR-COMPANY                PIC X(2)   VALUE SPACES.
            05 WS-TRL-COUNT                  PIC 9(6)   VALUE 0.
            05 WS-TRL-INV-HASH               PIC 9(10)V99 VALUE 0.
            05 WS-TRL-PAY-HASH               PIC 9(10)V99 VALUE 0.
            05 WS-REJECT-COUNT               PIC 9(6)   VALUE 0.
            05 WS-OUT-INV-HASH               PIC 9(10)V99 VALUE 0.
            05 WS-OUT-PAY-HASH               PIC 9(10)V99 VALUE 0.
            05 WS-HOLD-COUNT                 PIC 9(6)   VALUE 0.
            05 WS-HLD-BATCH-ID               PIC X(8)   VALUE SPACES.
            05 WS-HLD-INV-HASH               PIC 9(10)V99 VALUE 0.
            05 WS-HLD-PAY-HASH               PIC 9(10)V99 VALUE 0.

      * Three-way match working figures. The tolerance lets an
      * invoice run over the received value by the lesser of a
      * percentage of the invoice and a flat dollar cap - freight
      * and rounding, not a second shipment.
       01 WS-MATCH-AREA.
            05 WS-TOL-PCT                    PIC 9(2)V99 VALUE 2.00.
            05 WS-TOL-MAX                    PIC 9(4)V99 VALUE 50.00.
            05 WS-TOL-AMT                    PIC 9(8)V99 VALUE 0.
            05 WS-RECEIVED-VALUE             PIC 9(9)V99 VALUE 0.
            05 WS-LINE-VALUE                 PIC 9(9)V99 VALUE 0.
            05 WS-PO-AVAILABLE               PIC S9(9)V99 VALUE 0.
            05 WS-SUB-L                      PIC 9(2).
            05 WS-SUB-M                      PIC 9(3).
            05 WS-MATCH-ROW                  PIC 9(3)   VALUE 0.

      * What this run has already matched against each PO - two
      * invoices in one batch must not both spend the same receipts
      * before posting has added either to PO-BILLED-AMT.
       01 WS-MATCHED-TABLE.
            05 WS-MATCHED-COUNT              PIC 9(3)   VALUE 0.
            05 WS-MATCHED-ROW                OCCURS 100 TIMES.
                10 MT-PO-NUMBER              PIC X(10).
                10 MT-AMOUNT                 PIC 9(8)V99.

      * Every invoice this run has passed the duplicate screen, so a
      * second copy further down the same batch is caught before
      * either has reached history. A full table just stops
      * remembering - posting's open-item check still stops the
      * second copy while the first is open.
       01 WS-SEEN-TABLE.
            05 WS-SEEN-COUNT                 PIC 9(4)   VALUE 0.
            05 WS-SEEN-ROW                   OCCURS 1000 TIMES.
                10 SN-KEY                    PIC X(16).
       01 WS-SUB-S                           PIC 9(4).
       01 WS-DUP-KEY                         PIC X(16).
       01 WS-HIST-NET                        PIC S9(8)V99.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 TRX-IS-VALID         VALUE 'Y'.
            05 WS-HAVE-PERIOD-FILE           PIC X VALUE 'N'.
                88 HAVE-PERIOD-FILE     VALUE 'Y'.
            05 WS-HAVE-PO-FILE               PIC X VALUE 'N'.
                88 HAVE-PO-FILE         VALUE 'Y'.
            05 WS-TRX-HELD                   PIC X VALUE 'N'.
                88 TRX-IS-HELD          VALUE 'Y'.
            05 WS-HAVE-OPEN-FILE             PIC X VALUE 'N'.
                88 HAVE-OPEN-FILE       VALUE 'Y'.
            05 WS-HAVE-HIST-FILE             PIC X VALUE 'N'.
                88 HAVE-HIST-FILE       VALUE 'Y'.
            05 WS-HAVE-RATE-FILE             PIC X VALUE 'N'.
                88 HAVE-RATE-FILE       VALUE 'Y'.
            05 WS-RATE-FOUND                 PIC X VALUE 'N'.
                88 RATE-FOUND           VALUE 'Y'.
            05 WS-TRX-REASON                 PIC X(28) VALUE SPACES.
            05 WS-BATCH-MSG                  PIC X(42) VALUE SPACES.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "TRANSACTION DATE NOT NUMERIC".
            05 REASON-PERIOD-CLOSED                 PIC X(28)
                VALUE "DATED INTO A CLOSED PERIOD".
            05 REASON-NOT-VENDOR-CO                 PIC X(28)
                VALUE "COMPANY NOT THE VENDOR'S".
            05 REASON-NOT-BATCH-CO                  PIC X(28)
                VALUE "COMPANY NOT THE BATCH'S".
            05 REASON-DUP-OPEN                      PIC X(28)
                VALUE "DUPLICATE - INVOICE OPEN".
            05 REASON-DUP-POSTED                    PIC X(28)
                VALUE "DUPLICATE - ALREADY POSTED".
            05 REASON-DUP-BATCH                     PIC X(28)
                VALUE "DUPLICATE IN THIS BATCH".
            05 REASON-NOT-VENDOR-CUR                PIC X(28)
                VALUE "CURRENCY NOT THE VENDOR'S".
            05 REASON-NO-RATE                       PIC X(28)
                VALUE "NO EXCHANGE RATE ON FILE".
            05 REASON-FX-BOTH                       PIC X(28)
                VALUE "FOREIGN INVOICE AND PAYMENT".
            05 REASON-FX-TOO-BIG                    PIC X(28)
                VALUE "DOLLAR AMOUNT TOO LARGE".
            05 REASON-CLEAN                         PIC X(28)
                VALUE "CLEAN".
            05 HOLD-NO-PO                           PIC X(28)
                VALUE "HOLD - PO NOT ON FILE".
            05 HOLD-PO-VENDOR                       PIC X(28)
                VALUE "HOLD - PO VENDOR MISMATCH".
            05 HOLD-PO-CLOSED                       PIC X(28)
                VALUE "HOLD - PO CLOSED".
            05 HOLD-NOTHING-RCVD                    PIC X(28)
                VALUE "HOLD - NOTHING RECEIVED".
            05 HOLD-OVER-RCVD                       PIC X(28)
                VALUE "HOLD - BILLED OVER RECEIPTS".
            05 REPORT-TITLE                         PIC X(30)
                VALUE "A/P TRANSACTION EDIT REGISTER ".
            05 REPORT-PAGE-LIT                      PIC X(6)
                VALUE "CLEAN RECORDS: ".
            05 EDT-SUMMARY-REJECT                   PIC X(17)
                VALUE "REJECTED RECORDS:".
            05 EDT-SUMMARY-HELD                     PIC X(17)
                VALUE "MATCH EXCEPTIONS:".
            05 WRN-NO-OPEN-FILE                     PIC X(42)
                VALUE "NO OPEN-ITEM FILE - OPEN ITEMS UNSCREENED ".
            05 WRN-NO-HIST-FILE                     PIC X(42)
                VALUE "NO HISTORY FILE - HISTORY UNSCREENED      ".

       01  WS-PAGE-NO-ED                    PIC ZZZ9.
       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
      *  into the posting-ready and reject files.
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
               MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT TRANS-IN.
           IF WS-TRANS-IS NOT = 0
               DISPLAY ERR-NO-TRANS-FILE
               MOVE 8 TO WS-JOB-RC
               MOVE ERR-NO-TRANS-FILE TO JOB-STEP-MESSAGE
               PERFORM 7300-PAGE-HEADER THRU 7300-EXIT
               MOVE SPACES TO PRINT-LINE
               MOVE ERR-NO-TRANS-FILE TO PRINT-LINE
               CLOSE TRANS-IN
               IF BATCH-OK
                   PERFORM 3000-EDIT-PASS THRU 3000-EXIT
               ELSE
                   MOVE 8 TO WS-JOB-RC
                   MOVE WS-BATCH-MSG TO JOB-STEP-MESSAGE
               END-IF
           END-IF.
           CLOSE MASTER.
           IF HAVE-PERIOD-FILE
               CLOSE PERIOD-FILE
           END-IF.
           IF HAVE-PO-FILE
               CLOSE PO-FILE
           END-IF.
           IF HAVE-OPEN-FILE
               CLOSE OPEN-FILE
           END-IF.
           IF HAVE-HIST-FILE
               CLOSE HISTORY-FILE
           END-IF.
           IF HAVE-RATE-FILE
               CLOSE RATE-FILE
           END-IF.
           CLOSE PRINT-FILE.
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
           MOVE "VNDEDT" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the master and batch
      *  files are located, same options as VNDPOST's 150-FIND-FILE.
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
                   MOVE UT-SYS-RTEMP TO UT-SYS-RFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
                   MOVE UT-SYS-DTEMP TO UT-SYS-DFILE
                   MOVE UT-SYS-QTEMP TO UT-SYS-QFILE
                   MOVE UT-SYS-XTEMP TO UT-SYS-XFILE
                   MOVE UT-SYS-OTEMP TO UT-SYS-OFILE
                   MOVE UT-SYS-HTEMP TO UT-SYS-HFILE
                   MOVE UT-SYS-FTEMP TO UT-SYS-FFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-TLINUX TO UT-SYS-TFILE
                   MOVE UT-SYS-RLINUX TO UT-SYS-RFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
                   MOVE UT-SYS-DLINUX TO UT-SYS-DFILE
                   MOVE UT-SYS-QLINUX TO UT-SYS-QFILE
                   MOVE UT-SYS-XLINUX TO UT-SYS-XFILE
                   MOVE UT-SYS-OLINUX TO UT-SYS-OFILE
                   MOVE UT-SYS-HLINUX TO UT-SYS-HFILE
                   MOVE UT-SYS-FLINUX TO UT-SYS-FFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
                   ACCEPT UT-SYS-PFILE
                   DISPLAY "Enter Period File Location:"
                   ACCEPT UT-SYS-DFILE
                   DISPLAY "Enter Purchase Order File Location:"
                   ACCEPT UT-SYS-QFILE
                   DISPLAY "Enter Match Exception File Location:"
                   ACCEPT UT-SYS-XFILE
                   DISPLAY "Enter Open Item File Location:"
                   ACCEPT UT-SYS-OFILE
                   DISPLAY "Enter History File Location:"
                   ACCEPT UT-SYS-HFILE
                   DISPLAY "Enter Exchange Rate File Location:"
                   ACCEPT UT-SYS-FFILE
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
               ELSE
                   MOVE 'Y' TO WS-HAVE-PERIOD-FILE
               END-IF
      * No PO file on hand means no PO has ever been raised - an
      * invoice quoting one is held as not on file.
               OPEN INPUT PO-FILE
               IF PO-NOT-OPEN
                   MOVE 'N' TO WS-HAVE-PO-FILE
               ELSE
                   MOVE 'Y' TO WS-HAVE-PO-FILE
               END-IF
      * The duplicate screen runs against whichever of the open
      * items and the history are on hand. ANY failed open counts
      * as not on hand - the history is walked with READ NEXT, and
      * a failed READ takes neither AT END nor NOT AT END.
               OPEN INPUT OPEN-FILE
               IF WS-OPEN-IS = 0
                   MOVE 'Y' TO WS-HAVE-OPEN-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-OPEN-FILE
                   DISPLAY WRN-NO-OPEN-FILE
               END-IF
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-IS = 0
                   MOVE 'Y' TO WS-HAVE-HIST-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-HIST-FILE
                   DISPLAY WRN-NO-HIST-FILE
               END-IF
      * No rate file on hand means no rate has ever been entered -
      * a foreign detail is rejected as having none.
               OPEN INPUT RATE-FILE
               IF WS-RATE-IS = 0
                   MOVE 'Y' TO WS-HAVE-RATE-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-RATE-FILE
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
           MOVE "MASTER" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-MFILE
           END-IF.
           MOVE "RAW-BATCH" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-TFILE
           END-IF.
           MOVE "READY-BATCH" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-EFILE
           END-IF.
           MOVE "REJECTS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-RFILE
           END-IF.
           MOVE "REPORT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-PFILE
           END-IF.
           MOVE "PERIODS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-DFILE
           END-IF.
           MOVE "PURCHASE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-QFILE
           END-IF.
           MOVE "HOLDS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-XFILE
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
           MOVE "RATES" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-FFILE
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
      *   Pass one - reads the whole batch, tallying the details
      *   against the header/trailer controls. The batch is refused
                WHEN BCH-HEADER
                    MOVE 'Y' TO WS-SEEN-HEADER
                    MOVE BCH-BATCH-ID TO WS-HDR-BATCH-ID
                    MOVE BCH-COMPANY TO WS-HDR-COMPANY
                WHEN BCH-TRAILER
                    MOVE 'Y' TO WS-SEEN-TRAILER
                    MOVE BCH-RECORD-COUNT TO WS-TRL-COUNT
      ****************************************************************
      *   Pass two - re-reads the batch, edits every detail against
      *   MASTER, and splits the batch into the posting-ready file
      *   (under a header stamped with the edit date/time), the
      *   reject file and the match-exception hold file (under a
      *   header and trailer of its own). Every detail gets a
      *   register line.
      ****************************************************************
       3000-EDIT-PASS.
            OPEN INPUT TRANS-IN.
            OPEN OUTPUT TRANS-OUT.
            OPEN OUTPUT REJECT-FILE.
            OPEN OUTPUT HOLD-FILE.
            PERFORM 3200-WRITE-OUT-HEADER THRU 3200-EXIT.
            PERFORM 3250-WRITE-HOLD-HEADER THRU 3250-EXIT.
            MOVE 'N' TO TRANS-EOF.
            READ TRANS-IN
                AT END MOVE 'Y' TO TRANS-EOF
                END-READ
            END-PERFORM.
            PERFORM 3300-WRITE-OUT-TRAILER THRU 3300-EXIT.
            PERFORM 3350-WRITE-HOLD-TRAILER THRU 3350-EXIT.
            CLOSE TRANS-IN.
            CLOSE TRANS-OUT.
            CLOSE REJECT-FILE.
            CLOSE HOLD-FILE.
       3000-EXIT.
            EXIT.

      ****************************************************************
      *   Edits one detail record and routes it clean, rejected or
      *   held, with a register line whichever way it goes. A held
      *   invoice is otherwise clean - it has been through every
      *   edit, due date included, so releasing it is only a
      *   matter of feeding the hold file back through - its own
      *   header and trailer prove it the way any feed is proved.
      ****************************************************************
       3100-EDIT-ONE.
            PERFORM 3110-VALIDATE-TRX THRU 3110-EXIT.
                   AND TRX-INVOICE-AMT > 0 AND TRX-DUE-DATE = 0
                    PERFORM 3150-DEFAULT-DUE-DATE THRU 3150-EXIT
                END-IF
                MOVE 'N' TO WS-TRX-HELD
                IF TRX-DETAIL AND TRX-INVOICE-AMT > 0
                   AND TRX-PO-NUMBER NOT = SPACES
                    PERFORM 3140-MATCH-PO THRU 3140-EXIT
                END-IF
                IF TRX-IS-HELD
                    ADD 1 TO WS-HOLD-COUNT
                    ADD TRX-INVOICE-AMT TO WS-HLD-INV-HASH
                    ADD TRX-PAYMENT-AMT TO WS-HLD-PAY-HASH
                    WRITE HLD-OUT-REC FROM TRX-REC
                ELSE
                    ADD 1 TO WS-CLEAN-COUNT
                    ADD TRX-INVOICE-AMT TO WS-OUT-INV-HASH
                    ADD TRX-PAYMENT-AMT TO WS-OUT-PAY-HASH
                    WRITE EDT-OUT-REC FROM TRX-REC
                    MOVE REASON-CLEAN TO WS-TRX-REASON
                END-IF
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                WRITE REJ-OUT-REC FROM TRX-REC
            EXIT.

      ****************************************************************
      *   The per-record edits: record type, amounts and date
      *   numeric, account on file and active, company the vendor's
      *   and the batch's, period open for that company, an
      *   invoice not a duplicate of one already on file, and a
      *   foreign amount convertible to dollars. The
      *   account is looked up ahead of the period, since the
      *   period belongs to the vendor's company. First failure
      *   wins the reason column - the feed gets fixed one fault at
      *   a time anyway.
      ****************************************************************
       3110-VALIDATE-TRX.
            MOVE 'Y' TO WS-TRX-VALID.
                        MOVE 'N' TO WS-TRX-VALID
                        MOVE REASON-BAD-DATE TO WS-TRX-REASON
                    ELSE
                        PERFORM 3120-CHECK-ACCOUNT THRU 3120-EXIT
                        IF TRX-IS-VALID
                            PERFORM 3125-CHECK-COMPANY
                                 THRU 3125-EXIT
                        END-IF
                        IF TRX-IS-VALID
                            PERFORM 3130-CHECK-PERIOD
                                 THRU 3130-EXIT
                        END-IF
                        IF TRX-IS-VALID AND TRX-DETAIL
                           AND TRX-INVOICE-AMT > 0
                           AND TRX-INVOICE-NO NOT = SPACES
                            PERFORM 3160-CHECK-DUPLICATE
                                 THRU 3160-EXIT
                        END-IF
                        IF TRX-IS-VALID
                            PERFORM 3170-CONVERT-CURRENCY
                                 THRU 3170-EXIT
                        END-IF
                    END-IF
                END-IF
            EXIT.

      ****************************************************************
      *   Settles the detail's company. A blank one - every feed
      *   written before the field, and any that does not know -
      *   takes the vendor's company. A detail naming a company
      *   the vendor is not in would post one company's invoice to
      *   the other's books, and one naming another company than
      *   a company-coded batch header belongs in another batch;
      *   both are rejected.
      ****************************************************************
       3125-CHECK-COMPANY.
            IF TRX-COMPANY = SPACES OR TRX-COMPANY = LOW-VALUES
                MOVE MAS-COMPANY TO TRX-COMPANY
            END-IF.
            IF TRX-COMPANY NOT = MAS-COMPANY
                MOVE 'N' TO WS-TRX-VALID
                MOVE REASON-NOT-VENDOR-CO TO WS-TRX-REASON
            ELSE
                IF WS-HDR-COMPANY NOT = SPACES
                   AND TRX-COMPANY NOT = WS-HDR-COMPANY
                    MOVE 'N' TO WS-TRX-VALID
                    MOVE REASON-NOT-BATCH-CO TO WS-TRX-REASON
                END-IF
            END-IF.
       3125-EXIT.
            EXIT.

      ****************************************************************
      *   Refuses a detail dated into a closed accounting period of
      *   its company - once VNDCLS closes a company's month, that
      *   company's reported totals stop moving. A period with no
      *   control record has never been closed and passes.
      ****************************************************************
       3130-CHECK-PERIOD.
            IF HAVE-PERIOD-FILE
                MOVE TRX-COMPANY TO PRD-COMPANY
                MOVE TRX-DATE (1:6) TO PRD-PERIOD
                READ PERIOD-FILE
                    INVALID KEY CONTINUE
       3130-EXIT.
            EXIT.

      ****************************************************************
      *   Three-way match of one clean PO invoice. The PO must be
      *   on file, raised against the same vendor and still open,
      *   and the invoice must fit inside the value received on it
      *   (quantity received at the PO unit price) less what posting
      *   has already billed against it and what this run has
      *   already matched to it, plus the tolerance. Anything else
      *   is held with the first reason that fails.
      ****************************************************************
       3140-MATCH-PO.
            IF HAVE-PO-FILE
                MOVE TRX-PO-NUMBER TO PO-NUMBER
                READ PO-FILE
                    INVALID KEY
                        MOVE 'Y' TO WS-TRX-HELD
                        MOVE HOLD-NO-PO TO WS-TRX-REASON
                END-READ
            ELSE
                MOVE 'Y' TO WS-TRX-HELD
                MOVE HOLD-NO-PO TO WS-TRX-REASON
            END-IF.
            IF NOT TRX-IS-HELD
                IF PO-ACCOUNTNO NOT = TRX-ACCOUNTNO
                    MOVE 'Y' TO WS-TRX-HELD
                    MOVE HOLD-PO-VENDOR TO WS-TRX-REASON
                ELSE
                    IF PO-IS-CLOSED
                        MOVE 'Y' TO WS-TRX-HELD
                        MOVE HOLD-PO-CLOSED TO WS-TRX-REASON
                    END-IF
                END-IF
            END-IF.
            IF NOT TRX-IS-HELD
                PERFORM 3145-PROVE-RECEIPTS THRU 3145-EXIT
            END-IF.
       3140-EXIT.
            EXIT.

      ****************************************************************
      *   Proves the invoice against the PO's receipts once the PO
      *   itself has passed - received value less billed to date
      *   and less this run's earlier matches, plus the tolerance.
      *   A matched invoice is charged to the PO's row in the run
      *   table so the next invoice in the batch sees it spent. A
      *   full table just stops remembering; posting's billed
      *   update still catches the PO on the next run.
      ****************************************************************
       3145-PROVE-RECEIPTS.
            MOVE 0 TO WS-RECEIVED-VALUE.
            PERFORM VARYING WS-SUB-L FROM 1 BY 1
                    UNTIL WS-SUB-L > PO-LINE-COUNT
                COMPUTE WS-LINE-VALUE ROUNDED =
                    PO-QTY-RECEIVED (WS-SUB-L)
                    * PO-UNIT-PRICE (WS-SUB-L)
                ADD WS-LINE-VALUE TO WS-RECEIVED-VALUE
            END-PERFORM.
            MOVE 0 TO WS-MATCH-ROW.
            PERFORM VARYING WS-SUB-M FROM 1 BY 1
                    UNTIL WS-SUB-M > WS-MATCHED-COUNT
                       OR WS-MATCH-ROW > 0
                IF MT-PO-NUMBER (WS-SUB-M) = PO-NUMBER
                    MOVE WS-SUB-M TO WS-MATCH-ROW
                END-IF
            END-PERFORM.
            COMPUTE WS-PO-AVAILABLE =
                WS-RECEIVED-VALUE - PO-BILLED-AMT.
            IF WS-MATCH-ROW > 0
                SUBTRACT MT-AMOUNT (WS-MATCH-ROW) FROM WS-PO-AVAILABLE
            END-IF.
            COMPUTE WS-TOL-AMT ROUNDED =
                TRX-INVOICE-AMT * WS-TOL-PCT / 100.
            IF WS-TOL-AMT > WS-TOL-MAX
                MOVE WS-TOL-MAX TO WS-TOL-AMT
            END-IF.
            IF WS-RECEIVED-VALUE = 0
                MOVE 'Y' TO WS-TRX-HELD
                MOVE HOLD-NOTHING-RCVD TO WS-TRX-REASON
            ELSE
                IF TRX-INVOICE-AMT > WS-PO-AVAILABLE + WS-TOL-AMT
                    MOVE 'Y' TO WS-TRX-HELD
                    MOVE HOLD-OVER-RCVD TO WS-TRX-REASON
                ELSE
                    IF WS-MATCH-ROW = 0 AND WS-MATCHED-COUNT < 100
                        ADD 1 TO WS-MATCHED-COUNT
                        MOVE WS-MATCHED-COUNT TO WS-MATCH-ROW
                        MOVE PO-NUMBER TO MT-PO-NUMBER (WS-MATCH-ROW)
                        MOVE 0 TO MT-AMOUNT (WS-MATCH-ROW)
                    END-IF
                    IF WS-MATCH-ROW > 0
                        ADD TRX-INVOICE-AMT TO MT-AMOUNT (WS-MATCH-ROW)
                    END-IF
                END-IF
            END-IF.
       3145-EXIT.
            EXIT.

      ****************************************************************
      *   Defaults a clean invoice's due date from the vendor's
      *   payment terms - the MASTER record is still in hand from
       3150-EXIT.
            EXIT.

      ****************************************************************
      *   Refuses an invoice that is already on the books under the
      *   same vendor and invoice number - still open, already
      *   posted (the open item long since paid off), or earlier in
      *   this same batch. A posted invoice that credit memos have
      *   backed out in full nets to zero in history and may be
      *   keyed again; that is how a wrongly keyed invoice gets
      *   re-entered. Only ordinary invoices are screened - a debit
      *   memo adds to an invoice on purpose.
      ****************************************************************
       3160-CHECK-DUPLICATE.
            IF HAVE-OPEN-FILE
                MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO
                MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO
                READ OPEN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE 'N' TO WS-TRX-VALID
                        MOVE REASON-DUP-OPEN TO WS-TRX-REASON
                END-READ
            END-IF.
            IF TRX-IS-VALID AND HAVE-HIST-FILE
                PERFORM 3165-NET-HISTORY THRU 3165-EXIT
                IF WS-HIST-NET > 0
                    MOVE 'N' TO WS-TRX-VALID
                    MOVE REASON-DUP-POSTED TO WS-TRX-REASON
                END-IF
            END-IF.
            MOVE SPACES TO WS-DUP-KEY.
            STRING TRX-ACCOUNTNO DELIMITED BY SIZE
                   TRX-INVOICE-NO DELIMITED BY SIZE
                INTO WS-DUP-KEY.
            IF TRX-IS-VALID
                PERFORM VARYING WS-SUB-S FROM 1 BY 1
                        UNTIL WS-SUB-S > WS-SEEN-COUNT
                           OR SN-KEY (WS-SUB-S) = WS-DUP-KEY
                    CONTINUE
                END-PERFORM
                IF WS-SUB-S NOT > WS-SEEN-COUNT
                    MOVE 'N' TO WS-TRX-VALID
                    MOVE REASON-DUP-BATCH TO WS-TRX-REASON
                ELSE
                    IF WS-SEEN-COUNT < 1000
                        ADD 1 TO WS-SEEN-COUNT
                        MOVE WS-DUP-KEY TO SN-KEY (WS-SEEN-COUNT)
                    END-IF
                END-IF
            END-IF.
       3160-EXIT.
            EXIT.

      ****************************************************************
      *   Nets what history holds against the vendor's invoice
      *   number - invoiced plus debit memos, less credit memos -
      *   walking only that vendor's records in key order.
      ****************************************************************
       3165-NET-HISTORY.
            MOVE 0 TO WS-HIST-NET.
            MOVE 'N' TO HIST-EOF.
            MOVE TRX-ACCOUNTNO TO HST-ACCOUNTNO.
            MOVE 0 TO HST-POST-DATE.
            MOVE 0 TO HST-SEQ-NO.
            START HISTORY-FILE KEY NOT < HST-KEY
                INVALID KEY MOVE 'Y' TO HIST-EOF
            END-START.
            PERFORM UNTIL HIST-EOF = 'Y'
                READ HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO HIST-EOF
                    NOT AT END
                        IF HST-ACCOUNTNO NOT = TRX-ACCOUNTNO
                            MOVE 'Y' TO HIST-EOF
                        ELSE
                            IF HST-INVOICE-NO = TRX-INVOICE-NO
                                IF HST-CREDIT-MEMO
                                    SUBTRACT HST-INVOICE-AMT
                                        FROM WS-HIST-NET
                                ELSE
                                    ADD HST-INVOICE-AMT
                                        TO WS-HIST-NET
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       3165-EXIT.
            EXIT.

      ****************************************************************
      *   Settles the detail's currency. A blank or USD detail is
      *   in dollars and nothing converts. A foreign one must be in
      *   the vendor's own currency. When it arrives with no
      *   foreign amount, the keyed amounts are that currency's -
      *   the invoice amount, or the payment plus its discount -
      *   and that total is kept as the foreign amount while each
      *   amount field is converted to dollars at the rate in force
      *   on the transaction date. One arriving with the foreign
      *   amount filled in has been converted already.
      ****************************************************************
       3170-CONVERT-CURRENCY.
            IF TRX-CURRENCY = LOW-VALUES
                MOVE SPACES TO TRX-CURRENCY
            END-IF.
            IF TRX-FOREIGN-AMT IS NOT NUMERIC
                MOVE 0 TO TRX-FOREIGN-AMT
            END-IF.
            IF TRX-BOOK-RATE IS NOT NUMERIC
                MOVE 0 TO TRX-BOOK-RATE
            END-IF.
            IF TRX-DISCOUNT-AMT IS NOT NUMERIC
                MOVE 0 TO TRX-DISCOUNT-AMT
            END-IF.
            IF TRX-IN-DOLLARS
                MOVE 0 TO TRX-FOREIGN-AMT
                MOVE 0 TO TRX-BOOK-RATE
            ELSE
                IF TRX-CURRENCY NOT = MAS-CURRENCY
                    MOVE 'N' TO WS-TRX-VALID
                    MOVE REASON-NOT-VENDOR-CUR TO WS-TRX-REASON
                ELSE
                    IF TRX-FOREIGN-AMT = 0
                        PERFORM 3172-CONVERT-AMOUNTS THRU 3172-EXIT
                    END-IF
                END-IF
            END-IF.
       3170-EXIT.
            EXIT.

      ****************************************************************
      *   Converts a foreign detail's keyed amounts to dollars. A
      *   detail carrying both an invoice and a payment has no one
      *   foreign amount to keep and is refused.
      ****************************************************************
       3172-CONVERT-AMOUNTS.
            IF TRX-INVOICE-AMT > 0 AND TRX-PAYMENT-AMT > 0
                MOVE 'N' TO WS-TRX-VALID
                MOVE REASON-FX-BOTH TO WS-TRX-REASON
            ELSE
                MOVE TRX-CURRENCY TO WS-RATE-CURRENCY
                MOVE TRX-DATE TO WS-RATE-DATE
                PERFORM 3175-FIND-RATE THRU 3175-EXIT
                IF NOT RATE-FOUND
                    MOVE 'N' TO WS-TRX-VALID
                    MOVE REASON-NO-RATE TO WS-TRX-REASON
                END-IF
            END-IF.
            IF TRX-IS-VALID
                IF TRX-INVOICE-AMT > 0
                    MOVE TRX-INVOICE-AMT TO TRX-FOREIGN-AMT
                ELSE
                    COMPUTE TRX-FOREIGN-AMT =
                        TRX-PAYMENT-AMT + TRX-DISCOUNT-AMT
                        ON SIZE ERROR MOVE 'N' TO WS-TRX-VALID
                    END-COMPUTE
                END-IF
                COMPUTE TRX-INVOICE-AMT ROUNDED =
                    TRX-INVOICE-AMT * WS-FX-RATE
                    ON SIZE ERROR MOVE 'N' TO WS-TRX-VALID
                END-COMPUTE
                COMPUTE TRX-PAYMENT-AMT ROUNDED =
                    TRX-PAYMENT-AMT * WS-FX-RATE
                    ON SIZE ERROR MOVE 'N' TO WS-TRX-VALID
                END-COMPUTE
                COMPUTE TRX-DISCOUNT-AMT ROUNDED =
                    TRX-DISCOUNT-AMT * WS-FX-RATE
                    ON SIZE ERROR MOVE 'N' TO WS-TRX-VALID
                END-COMPUTE
                IF NOT TRX-IS-VALID
                    MOVE REASON-FX-TOO-BIG TO WS-TRX-REASON
                END-IF
            END-IF.
       3172-EXIT.
            EXIT.

      ****************************************************************
      *   Finds the rate in force for WS-RATE-CURRENCY on
      *   WS-RATE-DATE - the latest one on file dated on or before
      *   it - walking only that currency's records in key order.
      ****************************************************************
       3175-FIND-RATE.
            MOVE 'N' TO WS-RATE-FOUND.
            MOVE 0 TO WS-FX-RATE.
            IF HAVE-RATE-FILE
                MOVE 'N' TO RATE-EOF
            ELSE
                MOVE 'Y' TO RATE-EOF
            END-IF.
            MOVE WS-RATE-CURRENCY TO RAT-CURRENCY.
            MOVE 0 TO RAT-EFF-DATE.
            IF HAVE-RATE-FILE
                START RATE-FILE KEY NOT < RAT-KEY
                    INVALID KEY MOVE 'Y' TO RATE-EOF
                END-START
            END-IF.
            PERFORM UNTIL RATE-EOF = 'Y'
                READ RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RATE-EOF
                    NOT AT END
                        IF RAT-CURRENCY NOT = WS-RATE-CURRENCY
                           OR RAT-EFF-DATE > WS-RATE-DATE
                            MOVE 'Y' TO RATE-EOF
                        ELSE
                            MOVE RAT-RATE TO WS-FX-RATE
                            MOVE 'Y' TO WS-RATE-FOUND
                        END-IF
                END-READ
            END-PERFORM.
       3175-EXIT.
            EXIT.

      ****************************************************************
      *   Writes the posting-ready header - the raw header's batch
      *   id under the edit stamp VNDPOST checks for.
            MOVE SPACES TO BCH-REC.
            MOVE 'H' TO BCH-REC-TYPE.
            MOVE WS-HDR-BATCH-ID TO BCH-BATCH-ID.
            MOVE WS-HDR-COMPANY TO BCH-COMPANY.
            MOVE 0 TO BCH-RECORD-COUNT.
            MOVE 0 TO BCH-INVOICE-HASH.
            MOVE 0 TO BCH-PAYMENT-HASH.
            MOVE SPACES TO BCH-REC.
            MOVE 'T' TO BCH-REC-TYPE.
            MOVE WS-HDR-BATCH-ID TO BCH-BATCH-ID.
            MOVE WS-HDR-COMPANY TO BCH-COMPANY.
            MOVE WS-CLEAN-COUNT TO BCH-RECORD-COUNT.
            MOVE WS-OUT-INV-HASH TO BCH-INVOICE-HASH.
            MOVE WS-OUT-PAY-HASH TO BCH-PAYMENT-HASH.
       3300-EXIT.
            EXIT.

      ****************************************************************
      *   Opens the hold file as a batch of its own. It takes a new
      *   batch id - once released, its invoices post as a batch
      *   apart from the one they came in on, which VNDPOST has by
      *   then finished - and the raw batch's company. The edit
      *   stamp stays blank: a hold file is a raw feed to edit
      *   again, not a posting-ready file.
      ****************************************************************
       3250-WRITE-HOLD-HEADER.
            MOVE SPACES TO WS-HLD-BATCH-ID.
            STRING "HD" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE (7:6) DELIMITED BY SIZE
                INTO WS-HLD-BATCH-ID.
            MOVE SPACES TO BCH-REC.
            MOVE 'H' TO BCH-REC-TYPE.
            MOVE WS-HLD-BATCH-ID TO BCH-BATCH-ID.
            MOVE WS-HDR-COMPANY TO BCH-COMPANY.
            MOVE 0 TO BCH-RECORD-COUNT.
            MOVE 0 TO BCH-INVOICE-HASH.
            MOVE 0 TO BCH-PAYMENT-HASH.
            WRITE HLD-OUT-REC FROM BCH-REC.
       3250-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the hold file with its controls - the held count
      *   and the hash totals of the held invoices as they were
      *   written, dollars converted, so the next edit's pass one
      *   proves them.
      ****************************************************************
       3350-WRITE-HOLD-TRAILER.
            MOVE SPACES TO BCH-REC.
            MOVE 'T' TO BCH-REC-TYPE.
            MOVE WS-HLD-BATCH-ID TO BCH-BATCH-ID.
            MOVE WS-HDR-COMPANY TO BCH-COMPANY.
            MOVE WS-HOLD-COUNT TO BCH-RECORD-COUNT.
            MOVE WS-HLD-INV-HASH TO BCH-INVOICE-HASH.
            MOVE WS-HLD-PAY-HASH TO BCH-PAYMENT-HASH.
            WRITE HLD-OUT-REC FROM BCH-REC.
       3350-EXIT.
            EXIT.

      ****************************************************************
      *   Prints one detail's register line, throwing a new page
      *   header whenever the page fills, same as VNDPRT's
            EXIT.

      ****************************************************************
      *   Displays the clean/rejected/held counts for this run.
      ****************************************************************
       9000-PRINT-SUMMARY.
            DISPLAY SPACES.
            DISPLAY EDT-SUMMARY-CLEAN, " ", WS-COUNT-ED.
            MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
            DISPLAY EDT-SUMMARY-REJECT, " ", WS-COUNT-ED.
            MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
            DISPLAY EDT-SUMMARY-HELD, " ", WS-COUNT-ED.
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
            IF WS-JOB-RC < 4
               AND (WS-REJECT-COUNT > 0 OR WS-HOLD-COUNT > 0)
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "CLEAN" TO JOB-COUNT-LABEL (1).
            MOVE WS-CLEAN-COUNT TO JOB-COUNT (1).
            MOVE "REJECTED" TO JOB-COUNT-LABEL (2).
            MOVE WS-REJECT-COUNT TO JOB-COUNT (2).
            MOVE "HELD" TO JOB-COUNT-LABEL (3).
            MOVE WS-HOLD-COUNT TO JOB-COUNT (3).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
