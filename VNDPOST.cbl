      *               close the register with a GL distribution
      *               summary by account code so the journal can be
      *               proven before it is handed to accounting.
      *10/15/2026 SM  Add every posted PO invoice to the purchase
      *               order's billed-to-date (see VNDPO.CPY), so the
      *               receipts VNDEDT's three-way match proved it
      *               against cannot be billed a second time. No PO
      *               file on hand means no PO was ever raised, and
      *               nothing is billed.
      *10/15/2026 SM  Every open item this run writes posts pending
      *               approval (see VNDOPEN.CPY) - VNDCHK pays
      *               approved items only. A debit memo that grows
      *               an item already approved sends it back to
      *               pending, since the approval was for less.
      *10/15/2026 SM  Carry vendor credits instead of rejecting them
      *               (see MAS-CREDIT-BAL) - an overpayment, a
      *               deposit paid ahead of any invoice, or a credit
      *               memo bigger than what is still owed posts what
      *               it can against the balance and the rest to the
      *               vendor's unapplied credit, journaled to the
      *               vendor-advances account. The credit is taken
      *               against the vendor's next invoices as they
      *               post, the invoice's open item written net of
      *               it. Posts the new credit-application record
      *               (see VNDTRAN.CPY) VNDCHK writes when it settles
      *               an item out of credit. A void takes back any
      *               credit first. The summary shows the credit
      *               held and applied this run.
      *10/15/2026 SM  Multi-company. The run posts one company (a
      *               batch coded to it - see BCH-COMPANY) or all,
      *               keyed at the start. Each transaction takes its
      *               vendor's company, stamped on the open item,
      *               history and journal lines, and journals to
      *               that company's own cash and A/P accounts off
      *               the company control file (see VNDCOY.CPY) -
      *               the long-standing shared accounts when the
      *               company has no record or there is no file.
      *               The GL distribution and the register and
      *               summary totals are broken out by company.
      *10/15/2026 SM  Foreign currency. An invoice in a vendor's own
      *               currency opens its item carrying the foreign
      *               amount and the rate it was booked at (see
      *               VNDOPEN.CPY). A payment of a foreign item
      *               relieves the item and the balance at that
      *               booked value; the difference from the dollars
      *               the payment actually cost is the realized
      *               exchange gain or loss, journaled to its own
      *               account, kept on the history record (see
      *               HST-FX-AMT) and totalled in the summary.
      *10/15/2026 SM  Runs as the posting step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file, the run id is the RUNID
      *               parameter or else the night's run id - so a
      *               restarted night resumes its own checkpoint - and
      *               the company is the COMPANY parameter (none means
      *               all). A lock left by this program's own failed
      *               night is taken over on the restart; any other held
      *               lock ends the step with return code 12. The run
      *               ends with a return code - 16 files not opened, 8
      *               batch refused or its trailer missing, 4 details
      *               rejected - and the posted and rejected counts and
      *               net change for the run log. A batch this same run
      *               id already finished is not a failure.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20. The operator is stamped on each audit
      *               entry, the master-file lock, the posting
      *               checkpoint, the register and the run summary.
      *10/15/2026 SM  The company file's path is the COMPANYFILE
      *               parameter - COMPANY is only ever the run's
      *               company, as in the other nightly steps.
      *10/15/2026 SM  A void of a foreign payment goes back at book -
      *               the foreign amount it paid at the item's booked
      *               rate (or the rate the void carries when the
      *               payment had closed the item) on the balance and
      *               the item, A/P credited at book and cash debited
      *               at what was paid, the difference reversing the
      *               payment's exchange gain or loss on the journal
      *               and the history. The item's foreign remaining
      *               grows by the foreign amount paid, and a closed
      *               item re-opens in its own currency and rate.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ASSIGN TO UT-SYS-JFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-IS.
      * The purchase-order file VNDPUR maintains - each posted PO
      * invoice is added to its PO's billed-to-date.
           SELECT PO-FILE
                 ASSIGN TO UT-SYS-QFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PO-NUMBER
                 FILE STATUS IS WS-PO-IS.
      * The company control file VNDCOY maintains - read only, for
      * each company's own cash and A/P accounts.
           SELECT COMPANY-FILE
                 ASSIGN TO UT-SYS-CFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS COY-COMPANY
                 FILE STATUS IS WS-COY-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  TRANS-FILE
      *
       FD  OPEN-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 115 CHARACTERS.
           COPY "VNDOPEN.CPY".
      *
       FD  CHECKPOINT-FILE
            05  CHK-REJECTED-COUNT           PIC 9(6).
            05  CHK-NET-CHANGE               PIC S9(8)V99
                                             SIGN LEADING SEPARATE.
            05  CHK-OPERATOR                 PIC X(8).
      *
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
      *
       FD  HISTORY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
           COPY "VNDHST.CPY".
      *
       FD  JOURNAL-FILE
         LABEL RECORDS ARE STANDARD.
           COPY "VNDJRN.CPY".
      *
       FD  PO-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 487 CHARACTERS.
           COPY "VNDPO.CPY".
      *
       FD  COMPANY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 74 CHARACTERS.
           COPY "VNDCOY.CPY".

       WORKING-STORAGE SECTION.

                VALUE "C:\Temp\INVJOURNAL.DAT".
            05 UT-SYS-JLINUX                 PIC X(50)
                VALUE "/tmp/INVJOURNAL.DAT".
            05 UT-SYS-QFILE                  PIC X(50)
                VALUE "C:\Temp\INVPURCH.DAT".
            05 UT-SYS-QTEMP                  PIC X(50)
                VALUE "C:\Temp\INVPURCH.DAT".
            05 UT-SYS-QLINUX                 PIC X(50)
                VALUE "/tmp/INVPURCH.DAT".
            05 UT-SYS-CFILE                  PIC X(50)
                VALUE "C:\Temp\INVCOMPANY.DAT".
            05 UT-SYS-CTEMP                  PIC X(50)
                VALUE "C:\Temp\INVCOMPANY.DAT".
            05 UT-SYS-CLINUX                 PIC X(50)
                VALUE "/tmp/INVCOMPANY.DAT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
            05 WS-HIST-IS                    PIC 9(2).
                88 HIST-NOT-OPEN        VALUE 35.
            05 WS-JRNL-IS                    PIC 9(2).
            05 WS-PO-IS                      PIC 9(2).
                88 PO-NOT-OPEN          VALUE 35.
            05 WS-HAVE-PO-FILE               PIC X     VALUE 'N'.
                88 HAVE-PO-FILE         VALUE 'Y'.
            05 WS-COY-IS                     PIC 9(2).
            05 WS-HAVE-COMPANY-FILE          PIC X     VALUE 'N'.
                88 HAVE-COMPANY-FILE    VALUE 'Y'.
            05 WS-RUN-COMPANY                PIC X(2)   VALUE SPACES.
            05 WS-AUDIT-SAVE                 PIC X(292).
            05 TRANS-EOF                     PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
            05 WS-NET-CHANGE                 PIC S9(8)V99 VALUE 0.
            05 WS-TRX-DATE-N                 PIC 9(8).
            05 WS-RELIEF-AMT                 PIC 9(7)V99 VALUE 0.
            05 WS-APPLY-AMT                  PIC 9(7)V99 VALUE 0.
            05 WS-EXCESS-AMT                 PIC 9(7)V99 VALUE 0.
            05 WS-CREDIT-TAKEN               PIC 9(7)V99 VALUE 0.
            05 WS-ITEM-REMAIN                PIC 9(6)V99 VALUE 0.
            05 WS-FX-APPLIED                 PIC 9(6)V99 VALUE 0.
            05 WS-FX-PAID                    PIC 9(7)V99 VALUE 0.
            05 WS-FX-BOOK                    PIC 9(7)V99 VALUE 0.
            05 WS-FX-DIFF                    PIC S9(7)V99 VALUE 0.
            05 WS-FX-GROW                    PIC 9(6)V99 VALUE 0.
            05 WS-FX-GROW-USD                PIC 9(7)V99 VALUE 0.
            05 WS-FX-BOOK-RATE               PIC 9(3)V9(6) VALUE 0.
            05 WS-FX-GAIN-TOTAL              PIC 9(10)V99 VALUE 0.
            05 WS-FX-LOSS-TOTAL              PIC 9(10)V99 VALUE 0.
            05 WS-CREDIT-HELD-TOTAL          PIC 9(10)V99 VALUE 0.
            05 WS-CREDIT-USED-TOTAL          PIC 9(10)V99 VALUE 0.
            05 WS-HST-SEQ                    PIC 9(6)   VALUE 0.
            05 WS-DETAIL-COUNT               PIC 9(6)   VALUE 0.
            05 WS-BATCH-ID                   PIC X(8)   VALUE SPACES.
            05 WS-PAGE-COUNT                 PIC 9(4)   VALUE 0.
            05 WS-LINES-PER-PAGE             PIC 9(2)   VALUE 50.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
                88 OVERDRAWN            VALUE 'Y'.
            05 WS-OPEN-ITEM-BAD              PIC X VALUE 'N'.
                88 OPEN-ITEM-BAD        VALUE 'Y'.
            05 WS-ITEM-ON-FILE               PIC X VALUE 'N'.
                88 ITEM-ON-FILE         VALUE 'Y'.
            05 WS-BATCH-EDITED               PIC X VALUE 'N'.
                88 BATCH-EDITED         VALUE 'Y'.
            05 WS-RESUME-MODE                PIC X VALUE 'N'.
                88 SEEN-TRAILER         VALUE 'Y'.
            05 WS-HST-WRITTEN                PIC X VALUE 'N'.
                88 HISTORY-WRITTEN      VALUE 'Y'.
            05 WS-COMPANY-BAD                PIC X VALUE 'N'.
                88 COMPANY-BAD          VALUE 'Y'.
            05 WS-POST-ERR-MSG               PIC X(45) VALUE SPACES.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "POSTING RUN COMPLETE".
            05 ERR-ACCT-NOT-FOUND                   PIC X(45)
                VALUE "REJECTED - VENDOR ACCOUNT NOT ON FILE - ".
            05 ERR-BALANCE-OVERFLOW                 PIC X(45)
                VALUE "REJECTED - INVOICE WOULD OVERFLOW BALANCE - ".
            05 ERR-DUP-INVOICE                      PIC X(45)
                VALUE "REJECTED - INVOICE ALREADY AN OPEN ITEM - ".
            05 ERR-INV-NOT-OPEN                     PIC X(45)
                VALUE "REJECTED - PAYMENT INVOICE NOT ON FILE - ".
            05 ERR-PO-NOT-BILLED                    PIC X(45)
                VALUE "WARNING - PO NOT UPDATED WITH BILLING - PO: ".
            05 ERR-CREDIT-OVERFLOW                  PIC X(45)
                VALUE "REJECTED - CREDIT WOULD OVERFLOW CREDIT BAL -".
            05 ERR-CREDIT-SHORT                     PIC X(45)
                VALUE "REJECTED - CREDIT APPLIED EXCEEDS CREDIT HELD".
            05 ERR-APPLY-EXCEEDS                    PIC X(45)
                VALUE "REJECTED - CREDIT APPLIED EXCEEDS AMOUNT OWED".
            05 ERR-NO-TRANS-FILE                    PIC X(40)
                VALUE "TRANSACTION FILE NOT FOUND - NO POSTING ".
            05 ERR-BATCH-NOT-EDITED                 PIC X(45)
                VALUE "BATCH REFUSED - NOT EDITED - RUN VNDEDT FIRST".
            05 ERR-BATCH-COMPANY                    PIC X(45)
                VALUE "BATCH REFUSED - NOT CODED TO THIS COMPANY -  ".
            05 ERR-NOT-VENDOR-CO                    PIC X(45)
                VALUE "REJECTED - COMPANY NOT THE VENDOR'S -        ".
            05 ERR-OTHER-COMPANY                    PIC X(45)
                VALUE "REJECTED - VENDOR OF ANOTHER COMPANY -       ".
            05 ENTER-RUN-COMPANY                    PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 WRN-TRAILER-COUNT                    PIC X(44)
                VALUE "WARNING - TRAILER COUNT NOT = DETAILS READ  ".
            05 ERR-BAD-REC-TYPE                     PIC X(31)
                VALUE "HISTORY OPEN FAILED - STATUS: ".
            05 WRN-NO-TRAILER                       PIC X(44)
                VALUE "WARNING - BATCH TRAILER MISSING-NOT COMPLETE".
            05 MSG-JOB-NOT-EDITED                   PIC X(40)
                VALUE "BATCH REFUSED - NOT EDITED              ".
            05 MSG-JOB-WRONG-COMPANY                PIC X(40)
                VALUE "BATCH REFUSED - NOT THIS RUN'S COMPANY  ".
            05 MSG-JOB-BATCH-POSTED                 PIC X(40)
                VALUE "BATCH ALREADY POSTED BY ANOTHER RUN ID  ".
            05 MSG-JOB-OTHER-RUN                    PIC X(40)
                VALUE "BATCH IN PROGRESS UNDER ANOTHER RUN ID  ".
            05 MSG-JOB-NO-TRAILER                   PIC X(40)
                VALUE "BATCH TRAILER MISSING - NOT COMPLETE    ".
            05 DISP-POSTED                          PIC X(6)
                VALUE "POSTED".
            05 DISP-CREDIT-HELD                     PIC X(25)
                VALUE "POSTED - EXCESS TO CREDIT".
            05 DISP-CREDIT-USED                     PIC X(23)
                VALUE "POSTED - CREDIT APPLIED".
            05 REPORT-TITLE                         PIC X(17)
                VALUE "POSTING REGISTER ".
            05 REPORT-RUN-LIT                       PIC X(5)
                VALUE "RUN: ".
            05 REPORT-BATCH-LIT                     PIC X(8)
                VALUE " BATCH: ".
            05 REPORT-OPER-LIT                      PIC X(7)
                VALUE " OPER: ".
            05 REPORT-PAGE-LIT                      PIC X(7)
                VALUE " PAGE: ".
            05 POST-SUMMARY-HDR                     PIC X(25)
                VALUE "A/P POSTING RUN SUMMARY:".
            05 POST-SUMMARY-OPER                    PIC X(20)
                VALUE "POSTED BY OPERATOR: ".
            05 POST-SUMMARY-POSTED                  PIC X(20)
                VALUE "TRANSACTIONS POSTED:".
            05 POST-SUMMARY-REJECT                  PIC X(22)
                VALUE "TRANSACTIONS REJECTED:".
            05 POST-SUMMARY-NET                     PIC X(19)
                VALUE "NET BALANCE CHANGE:".
            05 POST-SUMMARY-HELD                    PIC X(19)
                VALUE "CREDIT HELD:       ".
            05 POST-SUMMARY-USED                    PIC X(19)
                VALUE "CREDIT APPLIED:    ".
            05 POST-SUMMARY-FX-GAIN                 PIC X(19)
                VALUE "EXCHANGE GAIN:     ".
            05 POST-SUMMARY-FX-LOSS                 PIC X(19)
                VALUE "EXCHANGE LOSS:     ".
            05 GL-SUMMARY-TITLE                     PIC X(23)
                VALUE "GL DISTRIBUTION SUMMARY".
            05 WRN-GL-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - GL DIST TABLE FULL - SUMMARY SHORT".
            05 CO-SUMMARY-TITLE                     PIC X(17)
                VALUE "TOTALS BY COMPANY".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - COMPANY TABLE FULL - TOTALS SHORT ".
            05 MSG-BY                               PIC X(4)
                VALUE " BY ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-NET-ED                        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PAGE-NO-ED                    PIC ZZZ9.
       01  WS-SEQ-ED                        PIC ZZZ,ZZ9.

      * The expense side comes off each vendor's MAS-GL-ACCOUNT; a
      * vendor never given one distributes to the suspense account
      * so the journal still balances and the summary shows exactly
      * how much is waiting on a real code. The A/P and cash
      * accounts are reloaded for each vendor's company (see
      * 2104-LOAD-COMPANY-GL); the values here are the shared
      * defaults a company without its own accounts posts to.
       01  WS-GL-ACCOUNTS.
            05 WS-GL-AP-ACCOUNT              PIC X(8)
                VALUE "20000100".
                VALUE "99999999".
            05 WS-GL-DISC-ACCOUNT            PIC X(8)
                VALUE "49000100".
      * What vendors owe back - overpayments, deposits and excess
      * credit memos held as unapplied credit (see MAS-CREDIT-BAL).
            05 WS-GL-ADVANCE-ACCOUNT         PIC X(8)
                VALUE "13000100".
      * Realized exchange gain or loss - what a foreign item booked
      * at against what paying it cost in dollars.
            05 WS-GL-FX-ACCOUNT              PIC X(8)
                VALUE "48000100".
            05 WS-GL-DEFAULT-AP              PIC X(8)
                VALUE "20000100".
            05 WS-GL-DEFAULT-CASH            PIC X(8)
                VALUE "10000100".
      * The company whose accounts are loaded above - high-values
      * until the first vendor is read.
            05 WS-GL-COMPANY                 PIC X(2)
                VALUE HIGH-VALUES.

      * The journal line being built, and the per-account debit and
      * credit accumulation behind the GL distribution summary.
            05 WS-JRN-AMOUNT                 PIC 9(8)V99.
       01  WS-GL-DIST-TABLE.
            05 WS-GL-DIST-ROW                OCCURS 50 TIMES.
                10 GD-COMPANY                PIC X(2).
                10 GD-GL-ACCOUNT             PIC X(8).
                10 GD-DEBIT-TOTAL            PIC 9(10)V99.
                10 GD-CREDIT-TOTAL           PIC 9(10)V99.
       01  WS-GL-DEBIT-GRAND                 PIC 9(10)V99 VALUE 0.
       01  WS-GL-CREDIT-GRAND                PIC 9(10)V99 VALUE 0.

      * The run's posted and rejected counts and net change broken
      * out by company - each transaction's share is what the run
      * totals moved by while it was applied. A resumed run only
      * covers what it posted itself; the run totals carry the
      * whole batch.
       01  WS-CO-TABLE.
            05 WS-CO-ROW                     OCCURS 20 TIMES.
                10 CO-COMPANY                PIC X(2).
                10 CO-POSTED                 PIC 9(6).
                10 CO-REJECTED               PIC 9(6).
                10 CO-NET                    PIC S9(8)V99.
       01  WS-CO-COUNT                       PIC 9(2)  VALUE 0.
       01  WS-SUB-O                          PIC 9(2).
       01  WS-POSTED-BEFORE                  PIC 9(6).
       01  WS-REJECTED-BEFORE                PIC 9(6).
       01  WS-NET-BEFORE                     PIC S9(8)V99.

      * Every batch's checkpoint record, held whole - at most one
      * running record plus one completion record per batch, oldest
      * first, newest fifty kept. This is what makes "BATCH ALREADY
      * POSTED" stick after OTHER batches post.
       01  WS-CHK-TABLE.
            05 WS-CHK-ROW                    OCCURS 50 TIMES.
                10 CT-REC                    PIC X(55).
       01  WS-CHK-COUNT                      PIC 9(2)  VALUE 0.
       01  WS-SUB-C                          PIC 9(2).
       01  WS-CHK-WRITE-STATUS               PIC X.
            05 RT-NET                        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-GL-HDR-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO".
            05 FILLER                        PIC X(12)
                VALUE "GL ACCOUNT".
            05 FILLER                        PIC X(18)
                VALUE "           CREDITS".

       01  WS-GL-DIST-LINE.
            05 GL-COMPANY-OUT                PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 GL-ACCOUNT-OUT                PIC X(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 GL-DEBITS-OUT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 GL-CREDITS-OUT                PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-GL-TOTAL-LINE.
            05 FILLER                        PIC X(4)  VALUE SPACES.
            05 FILLER                        PIC X(8)
                VALUE "TOTALS  ".
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 GT-CREDITS-OUT                PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CO-TOTAL-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO: ".
            05 CO-COMPANY-OUT                PIC X(2).
            05 FILLER                        PIC X(10)
                VALUE "  POSTED: ".
            05 CO-POSTED-OUT                 PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(12)
                VALUE "  REJECTED: ".
            05 CO-REJECTED-OUT               PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(14)
                VALUE "  NET CHANGE: ".
            05 CO-NET-OUT                    PIC -ZZZ,ZZZ,ZZ9.99.

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
               IF LOCK-IS-OK
                   MOVE 16 TO WS-JOB-RC
                   MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
               ELSE
                   MOVE 12 TO WS-JOB-RC
                   MOVE MSG-NO-LOCK TO JOB-STEP-MESSAGE
               END-IF
               IF HOLDING-LOCK
                   PERFORM 196-RELEASE-LOCK THRU 196-EXIT
               END-IF
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           PERFORM 170-GET-RUN-ID THRU 170-EXIT.
           PERFORM 175-GET-RUN-COMPANY THRU 175-EXIT.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-IS NOT = 0
               DISPLAY ERR-NO-TRANS-FILE
               MOVE 8 TO WS-JOB-RC
               MOVE ERR-NO-TRANS-FILE TO JOB-STEP-MESSAGE
           ELSE
               PERFORM 2000-POST-TRANSACTIONS THRU 2000-EXIT
           END-IF.
           CLOSE AUDIT-LOG.
           CLOSE OPEN-FILE.
           CLOSE HISTORY-FILE.
           IF HAVE-PO-FILE
               CLOSE PO-FILE
           END-IF.
           IF HAVE-COMPANY-FILE
               CLOSE COMPANY-FILE
           END-IF.
           IF HOLDING-LOCK
               PERFORM 196-RELEASE-LOCK THRU 196-EXIT
           END-IF.
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
           MOVE "VNDPOST" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the master and
      *  transaction files are located.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           MOVE 'N' TO WS-LOC-CHOSEN.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-LTEMP TO UT-SYS-LFILE
                   MOVE UT-SYS-HTEMP TO UT-SYS-HFILE
                   MOVE UT-SYS-JTEMP TO UT-SYS-JFILE
                   MOVE UT-SYS-QTEMP TO UT-SYS-QFILE
                   MOVE UT-SYS-CTEMP TO UT-SYS-CFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-LLINUX TO UT-SYS-LFILE
                   MOVE UT-SYS-HLINUX TO UT-SYS-HFILE
                   MOVE UT-SYS-JLINUX TO UT-SYS-JFILE
                   MOVE UT-SYS-QLINUX TO UT-SYS-QFILE
                   MOVE UT-SYS-CLINUX TO UT-SYS-CFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-HFILE
                   DISPLAY "Enter GL Journal Location:"
                   ACCEPT UT-SYS-JFILE
                   DISPLAY "Enter Purchase Order File Location:"
                   ACCEPT UT-SYS-QFILE
                   DISPLAY "Enter Company File Location:"
                   ACCEPT UT-SYS-CFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-FOU
                   IF HOLDING-LOCK
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF JOB-UNATTENDED
               PERFORM 142-GET-PATHS THRU 142-EXIT
               MOVE 'Y' TO JOB-SETUP
           END-IF.
      * Only a trip that actually picked a location touches the
      * lock - a bad selection must not plant a lock file at a
      * stale or default path. A retry trip that moved the lock
           IF OPEN-F
               OPEN EXTEND AUDIT-LOG
               PERFORM 160-OPEN-OPEN-ITEMS THRU 160-EXIT
      * No PO file on hand means no PO has ever been raised - there
      * is nothing to bill against.
               IF NOT HAVE-PO-FILE
                   OPEN I-O PO-FILE
                   IF WS-PO-IS = 0
                       MOVE 'Y' TO WS-HAVE-PO-FILE
                   END-IF
               END-IF
      * No company file means no company has accounts of its own -
      * everything posts to the shared accounts.
               IF NOT HAVE-COMPANY-FILE
                   OPEN INPUT COMPANY-FILE
                   IF WS-COY-IS = 0
                       MOVE 'Y' TO WS-HAVE-COMPANY-FILE
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
           MOVE "MASTER" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-MFILE
           END-IF.
           MOVE "READY-BATCH" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-TFILE
           END-IF.
           MOVE "AUDIT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-AFILE
           END-IF.
           MOVE "OPENITEM" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-OFILE
           END-IF.
           MOVE "CHECKPOINT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-KFILE
           END-IF.
           MOVE "REPORT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-GFILE
           END-IF.
           MOVE "LOCK" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-LFILE
           END-IF.
           MOVE "HISTORY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-HFILE
           END-IF.
           MOVE "JOURNAL" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-JFILE
           END-IF.
           MOVE "PURCHASE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-QFILE
           END-IF.
           MOVE "COMPANYFILE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-CFILE
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
      *  Takes the master lock for this posting run. A held lock
      *  shows who has the master and since when; the operator can
           IF LOCK-IS-OK
               OPEN OUTPUT LOCK-FILE
               MOVE "VNDPOST" TO LCK-HOLDER
               MOVE SGN-OPERATOR-ID TO LCK-OPERATOR
               MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME
               WRITE LCK-REC
      ****************************************************************
       195-LOCK-HELD.
           DISPLAY MSG-MASTER-IN-USE, LCK-HOLDER, MSG-SINCE,
                   LCK-HOUR, ":", LCK-MINUTE,
                   MSG-BY, LCK-OPERATOR.
      * With nobody to ask, the only lock taken over is one this
      * program left when the night being restarted failed.
           IF JOB-UNATTENDED
               IF JOB-IS-RESTART AND LCK-HOLDER = "VNDPOST"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-LOCK-OK
               END-IF
           ELSE
               DISPLAY ASK-OVERRIDE
               ACCEPT WS-LOCK-ANSWER
               IF WS-LOCK-ANSWER = 'Y' OR WS-LOCK-ANSWER = 'y'
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-LOCK-OK
               END-IF
           END-IF.
       195-EXIT.
           EXIT.
           MOVE WS-HELD-LOCK-PATH TO UT-SYS-LFILE.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LCK-HOLDER.
           MOVE SPACES TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
           WRITE LCK-REC.
      *  a blank one has no business on the checkpoint file.
      ****************************************************************
       170-GET-RUN-ID.
           IF JOB-UNATTENDED
               MOVE "RUNID" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               IF JOB-PRM-WAS-FOUND AND JOB-PRM-VALUE NOT = SPACES
                   MOVE JOB-PRM-VALUE TO WS-RUN-ID
               ELSE
                   MOVE JOB-RUN-ID TO WS-RUN-ID
               END-IF
           ELSE
               DISPLAY ENTER-RUN-ID
               ACCEPT WS-RUN-ID
               PERFORM UNTIL WS-RUN-ID NOT = SPACES
                   DISPLAY ERR-BLANK-RUN-ID
                   DISPLAY ENTER-RUN-ID
                   ACCEPT WS-RUN-ID
               END-PERFORM
           END-IF.
       170-EXIT.
           EXIT.

      ****************************************************************
      *  Asks which company this run posts - blank posts every
      *  company the batch carries. A one-company run only takes a
      *  batch coded to that company (see 2000-POST-TRANSACTIONS).
      ****************************************************************
       175-GET-RUN-COMPANY.
           IF JOB-UNATTENDED
               MOVE "COMPANY" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-RUN-COMPANY
           ELSE
               DISPLAY ENTER-RUN-COMPANY
               ACCEPT WS-RUN-COMPANY
           END-IF.
       175-EXIT.
           EXIT.

      ****************************************************************
      *  Reads the whole checkpoint file - one running record plus
      *  a completion record per batch ever posted - and judges the
                   IF CHK-COMPLETE
                       MOVE 'X' TO WS-RESUME-MODE
                       DISPLAY MSG-RUN-COMPLETE
                       MOVE MSG-RUN-COMPLETE TO JOB-STEP-MESSAGE
                   ELSE
                       MOVE 'R' TO WS-RESUME-MODE
                       MOVE CHK-LAST-SEQ TO WS-RESUME-SEQ
                   END-IF
               ELSE
                   MOVE 'X' TO WS-RESUME-MODE
                   MOVE 8 TO WS-JOB-RC
                   IF CHK-COMPLETE
                       DISPLAY MSG-BATCH-POSTED
                       MOVE MSG-JOB-BATCH-POSTED TO JOB-STEP-MESSAGE
                   ELSE
                       DISPLAY MSG-OTHER-RUN, CHK-RUN-ID
                       MOVE MSG-JOB-OTHER-RUN TO JOB-STEP-MESSAGE
                   END-IF
               END-IF
           END-IF.
      *   before the first detail is looked at. The trailer count is
      *   re-proved against the details actually read, in case the
      *   posting-ready file itself got truncated between the edit
      *   and the posting. A one-company run refuses a batch coded
      *   to any other company, or to none - a mixed batch posts in
      *   an all-companies run.
      ****************************************************************
       2000-POST-TRANSACTIONS.
            MOVE 'N' TO TRANS-EOF.
            END-READ.
            IF TRANS-EOF = 'Y'
                DISPLAY ERR-BATCH-NOT-EDITED
                MOVE 8 TO WS-JOB-RC
                MOVE MSG-JOB-NOT-EDITED TO JOB-STEP-MESSAGE
            ELSE
                IF BCH-HEADER AND BCH-EDIT-STAMP NOT = SPACES
                    MOVE 'Y' TO WS-BATCH-EDITED
                    MOVE BCH-BATCH-ID TO WS-BATCH-ID
                    IF WS-RUN-COMPANY NOT = SPACES
                       AND BCH-COMPANY NOT = WS-RUN-COMPANY
                        DISPLAY ERR-BATCH-COMPANY, " ", BCH-COMPANY
                        MOVE 'N' TO WS-BATCH-EDITED
                        MOVE 8 TO WS-JOB-RC
                        MOVE MSG-JOB-WRONG-COMPANY TO JOB-STEP-MESSAGE
                    END-IF
                ELSE
                    DISPLAY ERR-BATCH-NOT-EDITED
                    MOVE 8 TO WS-JOB-RC
                    MOVE MSG-JOB-NOT-EDITED TO JOB-STEP-MESSAGE
                END-IF
            END-IF.
            IF BATCH-EDITED
                    END-READ
                END-PERFORM
                PERFORM 7200-REGISTER-TOTALS THRU 7200-EXIT
                PERFORM 7250-COMPANY-TOTALS THRU 7250-EXIT
                PERFORM 7500-GL-SUMMARY THRU 7500-EXIT
                CLOSE PRINT-FILE
                CLOSE JOURNAL-FILE
                    PERFORM 2310-FINALIZE-CHECKPOINT THRU 2310-EXIT
                ELSE
                    DISPLAY WRN-NO-TRAILER
                    MOVE 8 TO WS-JOB-RC
                    MOVE MSG-JOB-NO-TRAILER TO JOB-STEP-MESSAGE
                END-IF
            END-IF.
       2000-EXIT.
                    IF RESUME-RUN AND WS-TRX-SEQ NOT > WS-RESUME-SEQ
                        CONTINUE
                    ELSE
                        MOVE WS-POSTED-COUNT TO WS-POSTED-BEFORE
                        MOVE WS-REJECTED-COUNT TO WS-REJECTED-BEFORE
                        MOVE WS-NET-CHANGE TO WS-NET-BEFORE
                        PERFORM 2100-POST-ONE THRU 2100-EXIT
                        PERFORM 2060-TALLY-COMPANY THRU 2060-EXIT
                        PERFORM 7100-REGISTER-DETAIL THRU 7100-EXIT
                        PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
                    END-IF
       2050-EXIT.
            EXIT.

      ****************************************************************
      *   Adds what the transaction just applied moved the run
      *   totals by to its company's row, adding the row on first
      *   sight. A full table only shorts the printed breakdown -
      *   the run totals carry everything.
      ****************************************************************
       2060-TALLY-COMPANY.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                       OR CO-COMPANY (WS-SUB-O) = TRX-COMPANY
                CONTINUE
            END-PERFORM.
            IF WS-SUB-O > WS-CO-COUNT
               AND WS-CO-COUNT = 20
                DISPLAY WRN-CO-TABLE-FULL
            ELSE
                IF WS-SUB-O > WS-CO-COUNT
                    ADD 1 TO WS-CO-COUNT
                    MOVE TRX-COMPANY TO CO-COMPANY (WS-SUB-O)
                    MOVE 0 TO CO-POSTED (WS-SUB-O)
                    MOVE 0 TO CO-REJECTED (WS-SUB-O)
                    MOVE 0 TO CO-NET (WS-SUB-O)
                END-IF
                COMPUTE CO-POSTED (WS-SUB-O) = CO-POSTED (WS-SUB-O)
                        + WS-POSTED-COUNT - WS-POSTED-BEFORE
                COMPUTE CO-REJECTED (WS-SUB-O) =
                        CO-REJECTED (WS-SUB-O)
                        + WS-REJECTED-COUNT - WS-REJECTED-BEFORE
                COMPUTE CO-NET (WS-SUB-O) = CO-NET (WS-SUB-O)
                        + WS-NET-CHANGE - WS-NET-BEFORE
            END-IF.
       2060-EXIT.
            EXIT.

      ****************************************************************
      *   Applies one transaction to the matching MASTER record and
      *   the open-item subledger. The open-item edit runs first so a
      *   transaction that would corrupt the subledger (duplicate
      *   invoice, payment against an invoice that isn't open) is
      *   rejected before MAS-BALANCE is ever touched.
      *   MAS-BALANCE is unsigned, so it never goes below zero: the
      *   part of a payment or credit beyond what is owed posts to
      *   the vendor's unapplied credit, MAS-CREDIT-BAL, instead (see
      *   2112-SPLIT-RELIEF). What is still guarded by ON SIZE ERROR
      *   is either field running past its PIC 9(6)V99 maximum -
      *   caught instead of stored truncated, and the transaction is
      *   rejected like any other bad posting with the record put
      *   back as it was read. The vendor's company is settled
      *   before anything posts (see 2102-CHECK-COMPANY).
      ****************************************************************
       2100-POST-ONE.
      * A posting-ready file written before the discount field
            IF TRX-DISCOUNT-AMT IS NOT NUMERIC
                MOVE 0 TO TRX-DISCOUNT-AMT
            END-IF.
            IF TRX-FOREIGN-AMT IS NOT NUMERIC
                MOVE 0 TO TRX-FOREIGN-AMT
            END-IF.
            IF TRX-BOOK-RATE IS NOT NUMERIC
                MOVE 0 TO TRX-BOOK-RATE
            END-IF.
            COMPUTE WS-RELIEF-AMT = TRX-PAYMENT-AMT
                                  + TRX-DISCOUNT-AMT.
            MOVE 0 TO WS-FX-APPLIED.
            MOVE 0 TO WS-FX-DIFF.
            MOVE TRX-ACCOUNTNO TO MAS-ACCOUNTNO.
            READ MASTER
                INVALID KEY MOVE 'T' TO WS-RECORD-NOT-FOUND
                MOVE ERR-ACCT-NOT-FOUND TO WS-TRX-DISP
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                PERFORM 2102-CHECK-COMPANY THRU 2102-EXIT
                IF COMPANY-BAD
                    DISPLAY WS-POST-ERR-MSG, TRX-ACCOUNTNO
                    MOVE WS-POST-ERR-MSG TO WS-TRX-DISP
                    ADD 1 TO WS-REJECTED-COUNT
                ELSE
                    EVALUATE TRUE
                        WHEN TRX-CREDIT-MEMO
                            PERFORM 2130-POST-CREDIT-MEMO
                                 THRU 2130-EXIT
                        WHEN TRX-DEBIT-MEMO
                            PERFORM 2135-POST-DEBIT-MEMO
                                 THRU 2135-EXIT
                        WHEN TRX-VOID-CHECK
                            PERFORM 2140-POST-VOID-CHECK
                                 THRU 2140-EXIT
                        WHEN TRX-CREDIT-APPLIED
                            PERFORM 2145-POST-CREDIT-APPLIED
                                 THRU 2145-EXIT
                        WHEN OTHER
                            PERFORM 2150-EDIT-OPEN-ITEM THRU 2150-EXIT
                            IF OPEN-ITEM-BAD
                                DISPLAY WS-POST-ERR-MSG, TRX-ACCOUNTNO
                                MOVE WS-POST-ERR-MSG TO WS-TRX-DISP
                                ADD 1 TO WS-REJECTED-COUNT
                            ELSE
                                IF TRX-INVOICE-AMT = 0
                                   AND TRX-FOREIGN-AMT > 0
                                   AND TRX-INVOICE-NO NOT = SPACES
                                   AND WS-RELIEF-AMT > 0
                                    PERFORM 2155-REALIZE-EXCHANGE
                                         THRU 2155-EXIT
                                END-IF
                                PERFORM 2110-POST-BALANCE THRU 2110-EXIT
                            END-IF
                    END-EVALUATE
                END-IF
            END-IF.
       2100-EXIT.
            EXIT.

      ****************************************************************
      *   Settles the transaction's company against its vendor's. A
      *   blank company - a posting-ready file written before the
      *   field - takes the vendor's; VNDEDT already refused one
      *   naming another company, so a mismatch here is a hand-made
      *   file and is rejected. A one-company run rejects a vendor
      *   of any other company whatever the batch header said.
      *   Otherwise the company's GL accounts are loaded for the
      *   journal lines.
      ****************************************************************
       2102-CHECK-COMPANY.
            MOVE 'N' TO WS-COMPANY-BAD.
            IF TRX-COMPANY = SPACES OR TRX-COMPANY = LOW-VALUES
                MOVE MAS-COMPANY TO TRX-COMPANY
            END-IF.
            IF TRX-COMPANY NOT = MAS-COMPANY
                MOVE 'Y' TO WS-COMPANY-BAD
                MOVE ERR-NOT-VENDOR-CO TO WS-POST-ERR-MSG
            ELSE
                IF WS-RUN-COMPANY NOT = SPACES
                   AND MAS-COMPANY NOT = WS-RUN-COMPANY
                    MOVE 'Y' TO WS-COMPANY-BAD
                    MOVE ERR-OTHER-COMPANY TO WS-POST-ERR-MSG
                ELSE
                    PERFORM 2104-LOAD-COMPANY-GL THRU 2104-EXIT
                END-IF
            END-IF.
       2102-EXIT.
            EXIT.

      ****************************************************************
      *   Loads the vendor's company's cash and A/P accounts into
      *   the control accounts the journal lines use, when the
      *   company differs from the last one loaded. A company with
      *   no control record, or a blank account on it, posts to the
      *   shared default.
      ****************************************************************
       2104-LOAD-COMPANY-GL.
            IF MAS-COMPANY NOT = WS-GL-COMPANY
                MOVE MAS-COMPANY TO WS-GL-COMPANY
                MOVE WS-GL-DEFAULT-AP TO WS-GL-AP-ACCOUNT
                MOVE WS-GL-DEFAULT-CASH TO WS-GL-CASH-ACCOUNT
                IF HAVE-COMPANY-FILE
                    MOVE MAS-COMPANY TO COY-COMPANY
                    READ COMPANY-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF COY-GL-AP NOT = SPACES
                                MOVE COY-GL-AP TO WS-GL-AP-ACCOUNT
                            END-IF
                            IF COY-GL-CASH NOT = SPACES
                                MOVE COY-GL-CASH
                                     TO WS-GL-CASH-ACCOUNT
                            END-IF
                    END-READ
                END-IF
            END-IF.
       2104-EXIT.
            EXIT.

      ****************************************************************
      *   The balance half of a posting - everything 2100-POST-ONE
      *   did before the open-item subledger came along, split out so
            MOVE REC TO WS-AUDIT-SAVE.
            MOVE 'N' TO WS-POST-OVERDRAWN.
            MOVE SPACES TO WS-POST-ERR-MSG.
            MOVE 0 TO WS-APPLY-AMT.
            MOVE 0 TO WS-EXCESS-AMT.
            MOVE 0 TO WS-CREDIT-TAKEN.
            ADD TRX-INVOICE-AMT TO MAS-BALANCE
                ON SIZE ERROR
                    MOVE 'Y' TO WS-POST-OVERDRAWN
                    MOVE ERR-BALANCE-OVERFLOW TO WS-POST-ERR-MSG
            END-ADD.
            IF NOT OVERDRAWN
                PERFORM 2112-SPLIT-RELIEF THRU 2112-EXIT
                SUBTRACT WS-APPLY-AMT FROM MAS-BALANCE
                ADD WS-EXCESS-AMT TO MAS-CREDIT-BAL
                    ON SIZE ERROR
                        MOVE 'Y' TO WS-POST-OVERDRAWN
                        MOVE ERR-CREDIT-OVERFLOW TO WS-POST-ERR-MSG
                        MOVE WS-AUDIT-SAVE TO REC
                END-ADD
            END-IF.
      * Credit already held comes off an invoice as it posts - only
      * what the transaction's own payment left unpaid, so credit
      * this same transaction just created is never taken straight
      * back.
            IF NOT OVERDRAWN AND MAS-CREDIT-BAL > 0
               AND TRX-INVOICE-AMT > WS-APPLY-AMT
                PERFORM 2114-TAKE-CREDIT THRU 2114-EXIT
            END-IF.
            IF OVERDRAWN
                DISPLAY WS-POST-ERR-MSG, TRX-ACCOUNTNO
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                ADD TRX-INVOICE-AMT TO WS-NET-CHANGE
                SUBTRACT WS-APPLY-AMT FROM WS-NET-CHANGE
                SUBTRACT WS-CREDIT-TAKEN FROM WS-NET-CHANGE
                ADD WS-EXCESS-AMT TO WS-CREDIT-HELD-TOTAL
                ADD WS-CREDIT-TAKEN TO WS-CREDIT-USED-TOTAL
                MOVE FUNCTION CURRENT-DATE (1:8)
                                     TO MAS-DATE-BAL-CHANGE
                IF TRX-PAYMENT-AMT > 0
                        PERFORM 2160-APPLY-OPEN-ITEM THRU 2160-EXIT
                        PERFORM 2170-WRITE-HISTORY THRU 2170-EXIT
                        PERFORM 2180-WRITE-JOURNAL THRU 2180-EXIT
                        IF TRX-DETAIL AND TRX-INVOICE-AMT > 0
                           AND TRX-PO-NUMBER NOT = SPACES
                            PERFORM 2165-BILL-PURCH-ORDER
                                 THRU 2165-EXIT
                        END-IF
                END-REWRITE
                EVALUATE TRUE
                    WHEN WS-EXCESS-AMT > 0
                        MOVE DISP-CREDIT-HELD TO WS-TRX-DISP
                    WHEN WS-CREDIT-TAKEN > 0
                        MOVE DISP-CREDIT-USED TO WS-TRX-DISP
                    WHEN OTHER
                        MOVE DISP-POSTED TO WS-TRX-DISP
                END-EVALUATE
                ADD 1 TO WS-POSTED-COUNT
            END-IF.
       2110-EXIT.
            EXIT.

      ****************************************************************
      *   Splits the relief (payment plus discount) into the part
      *   that pays what is owed and the excess that becomes
      *   unapplied credit. An invoice paid on arrival can absorb no
      *   more than itself, a payment naming an open item no more
      *   than the item still carries (2150-EDIT-OPEN-ITEM read
      *   it), and nothing can take the balance below zero. An
      *   unnamed payment on an account owing nothing - a deposit
      *   paid in advance - is excess from the first cent.
      ****************************************************************
       2112-SPLIT-RELIEF.
            MOVE WS-RELIEF-AMT TO WS-APPLY-AMT.
            IF TRX-INVOICE-AMT > 0
                IF WS-APPLY-AMT > TRX-INVOICE-AMT
                    MOVE TRX-INVOICE-AMT TO WS-APPLY-AMT
                END-IF
            ELSE
                IF TRX-INVOICE-NO NOT = SPACES
                   AND WS-APPLY-AMT > WS-ITEM-REMAIN
                    MOVE WS-ITEM-REMAIN TO WS-APPLY-AMT
                END-IF
            END-IF.
            IF WS-APPLY-AMT > MAS-BALANCE
                MOVE MAS-BALANCE TO WS-APPLY-AMT
            END-IF.
            COMPUTE WS-EXCESS-AMT = WS-RELIEF-AMT - WS-APPLY-AMT.
       2112-EXIT.
            EXIT.

      ****************************************************************
      *   Takes the vendor's unapplied credit against the invoice
      *   just added - as much of the unpaid invoice as the credit
      *   covers. Balance and credit come down together; the open
      *   item is written net of it (2160) and the journal moves it
      *   from vendor advances to A/P (2180).
      ****************************************************************
       2114-TAKE-CREDIT.
            COMPUTE WS-CREDIT-TAKEN = TRX-INVOICE-AMT - WS-APPLY-AMT.
            IF WS-CREDIT-TAKEN > MAS-CREDIT-BAL
                MOVE MAS-CREDIT-BAL TO WS-CREDIT-TAKEN
            END-IF.
            SUBTRACT WS-CREDIT-TAKEN FROM MAS-CREDIT-BAL.
            SUBTRACT WS-CREDIT-TAKEN FROM MAS-BALANCE.
       2114-EXIT.
            EXIT.

      ****************************************************************
      *   Accumulates the payment into the vendor's calendar-year
      *   paid bucket for 1099 season. The first payment of a NEW

      ****************************************************************
      *   Posts a credit memo - an invoice keyed wrong backs out of
      *   MAS-BALANCE and, when it names an invoice still open, out
      *   of that open item. Whatever the memo carries beyond what
      *   the item still owes (the whole memo when the invoice is
      *   already paid off) or beyond the balance owed becomes the
      *   vendor's unapplied credit instead of a rejection. Journaled
      *   as the reverse of the invoice it undoes - debit A/P for
      *   the part owed, vendor advances for the excess, credit
      *   expense for the whole memo.
      ****************************************************************
       2130-POST-CREDIT-MEMO.
            MOVE SPACES TO WS-POST-ERR-MSG.
            MOVE 'N' TO WS-ITEM-ON-FILE.
            MOVE TRX-INVOICE-AMT TO WS-APPLY-AMT.
            IF TRX-INVOICE-NO NOT = SPACES
                MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO
                MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO
                READ OPEN-FILE
                    INVALID KEY
                        MOVE 0 TO WS-APPLY-AMT
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ITEM-ON-FILE
                        IF WS-APPLY-AMT > OPN-REMAIN-AMT
                            MOVE OPN-REMAIN-AMT TO WS-APPLY-AMT
                        END-IF
                END-READ
            END-IF.
            IF WS-APPLY-AMT > MAS-BALANCE
                MOVE MAS-BALANCE TO WS-APPLY-AMT
            END-IF.
            COMPUTE WS-EXCESS-AMT = TRX-INVOICE-AMT - WS-APPLY-AMT.
            MOVE REC TO WS-AUDIT-SAVE.
            MOVE 'N' TO WS-POST-OVERDRAWN.
            SUBTRACT WS-APPLY-AMT FROM MAS-BALANCE.
            ADD WS-EXCESS-AMT TO MAS-CREDIT-BAL
                ON SIZE ERROR
                    MOVE 'Y' TO WS-POST-OVERDRAWN
                    MOVE ERR-CREDIT-OVERFLOW TO WS-POST-ERR-MSG
                    MOVE WS-AUDIT-SAVE TO REC
            END-ADD.
            IF OVERDRAWN
                DISPLAY WS-POST-ERR-MSG, TRX-ACCOUNTNO
                MOVE WS-POST-ERR-MSG TO WS-TRX-DISP
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                SUBTRACT WS-APPLY-AMT FROM WS-NET-CHANGE
                ADD WS-EXCESS-AMT TO WS-CREDIT-HELD-TOTAL
                MOVE FUNCTION CURRENT-DATE (1:8)
                                     TO MAS-DATE-BAL-CHANGE
                REWRITE REC
                    INVALID KEY
                        DISPLAY "ERROR REWRITING RECORD - ", REC
                    NOT INVALID KEY
                        PERFORM 2200-AUDIT-CHANGE THRU 2200-EXIT
                        IF ITEM-ON-FILE AND WS-APPLY-AMT > 0
                            PERFORM 2132-RELIEVE-NAMED-ITEM
                                 THRU 2132-EXIT
                        END-IF
                        PERFORM 2170-WRITE-HISTORY THRU 2170-EXIT
                        IF WS-APPLY-AMT > 0
                            MOVE WS-GL-AP-ACCOUNT TO WS-JRN-GL-ACCT
                            MOVE 'D' TO WS-JRN-DR-CR
                            MOVE WS-APPLY-AMT TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                        IF WS-EXCESS-AMT > 0
                            MOVE WS-GL-ADVANCE-ACCOUNT
                                 TO WS-JRN-GL-ACCT
                            MOVE 'D' TO WS-JRN-DR-CR
                            MOVE WS-EXCESS-AMT TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                        IF MAS-GL-ACCOUNT = SPACES
                            MOVE WS-GL-SUSPENSE TO WS-JRN-GL-ACCT
                        ELSE
                            MOVE MAS-GL-ACCOUNT TO WS-JRN-GL-ACCT
                        END-IF
                        MOVE 'C' TO WS-JRN-DR-CR
                        MOVE TRX-INVOICE-AMT TO WS-JRN-AMOUNT
                        PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                END-REWRITE
                IF WS-EXCESS-AMT > 0
                    MOVE DISP-CREDIT-HELD TO WS-TRX-DISP
                ELSE
                    MOVE DISP-POSTED TO WS-TRX-DISP
                END-IF
                ADD 1 TO WS-POSTED-COUNT
            END-IF.
       2130-EXIT.
            EXIT.

      ****************************************************************
      *   Takes the part of a credit memo or credit application
      *   that pays down its named open item (WS-APPLY-AMT) off
      *   that item, deleting the item once nothing remains - the
      *   caller already proved the item is there with enough
      *   remaining.
      ****************************************************************
       2132-RELIEVE-NAMED-ITEM.
            MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO.
                INVALID KEY
                    DISPLAY "ERROR READING OPEN ITEM - ", OPN-KEY
                NOT INVALID KEY
                    PERFORM 2157-RELIEVE-FOREIGN THRU 2157-EXIT
                    SUBTRACT WS-APPLY-AMT FROM OPN-REMAIN-AMT
                    IF OPN-REMAIN-AMT = 0
                        DELETE OPEN-FILE RECORD
                    ELSE
                                    OPN-KEY
                    END-WRITE
                NOT INVALID KEY
                    MOVE TRX-INVOICE-AMT TO WS-FX-GROW-USD
                    PERFORM 2158-GROW-FOREIGN THRU 2158-EXIT
                    ADD WS-FX-GROW TO OPN-FOREIGN-ORIG
                    ADD TRX-INVOICE-AMT TO OPN-ORIG-AMT
                    ADD TRX-INVOICE-AMT TO OPN-REMAIN-AMT
                    IF OPN-APPROVED
                        MOVE 'P' TO OPN-APPROVAL-STATUS
                        MOVE SPACES TO OPN-APPROVED-BY
                        MOVE 0 TO OPN-APPROVED-DATE
                    END-IF
                    REWRITE OPN-REC
            END-READ.
       2137-EXIT.
      *   transaction in hand - shared by the debit-memo and
      *   void-check paths that have to (re)open one. The due date
      *   defaults forward 30 days when the transaction carries
      *   none, same as an invoice posting, and the item opens
      *   pending approval - a re-opened voided check is paid again
      *   only once someone approves it again. It is a foreign item
      *   only when the transaction brings a foreign amount to open
      *   it with; otherwise it opens in dollars. A void brings the
      *   rate the item was first booked at and keeps it; anything
      *   else books at the rate its own dollars work out to.
      ****************************************************************
       2139-NEW-ITEM-FROM-TRX.
            MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO.
            MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO.
            MOVE TRX-COMPANY TO OPN-COMPANY.
            MOVE TRX-DATE TO OPN-INVOICE-DATE.
            IF TRX-DUE-DATE > 0
                MOVE TRX-DUE-DATE TO OPN-DUE-DATE
                        FUNCTION INTEGER-OF-DATE
                            (WS-TRX-DATE-N) + 30)
            END-IF.
            MOVE 'P' TO OPN-APPROVAL-STATUS.
            MOVE SPACES TO OPN-HOLD-REASON.
            MOVE SPACES TO OPN-APPROVED-BY.
            MOVE 0 TO OPN-APPROVED-DATE.
            IF TRX-FOREIGN-AMT > 0 AND NOT TRX-IN-DOLLARS
                MOVE TRX-CURRENCY TO OPN-CURRENCY
                MOVE TRX-FOREIGN-AMT TO OPN-FOREIGN-ORIG
                MOVE TRX-FOREIGN-AMT TO OPN-FOREIGN-REMAIN
                IF TRX-BOOK-RATE > 0
                    MOVE TRX-BOOK-RATE TO OPN-BOOK-RATE
                ELSE
                    COMPUTE OPN-BOOK-RATE ROUNDED =
                        (TRX-INVOICE-AMT + TRX-PAYMENT-AMT
                         + TRX-DISCOUNT-AMT) / TRX-FOREIGN-AMT
                        ON SIZE ERROR MOVE 0 TO OPN-BOOK-RATE
                    END-COMPUTE
                END-IF
            ELSE
                MOVE "USD" TO OPN-CURRENCY
                MOVE 0 TO OPN-FOREIGN-ORIG
                MOVE 0 TO OPN-FOREIGN-REMAIN
                MOVE 0 TO OPN-BOOK-RATE
            END-IF.
       2139-EXIT.
            EXIT.

      *   (plus any discount it took) goes back on MAS-BALANCE and
      *   the named open item is reinstated, re-opened if the
      *   payment had closed it, and the cash comes back out of
      *   the calendar-year paid bucket. A vendor holding unapplied
      *   credit gives that back first - the likeliest source of
      *   credit is this very check having overpaid - and only the
      *   rest goes back on the balance and the item. Journaled as
      *   the reverse of the payment - debit cash (and discounts
      *   earned, when one was taken), credit A/P and, for what came
      *   out of credit, vendor advances. A foreign payment goes
      *   back at book (see 2141) - A/P is credited at book, cash
      *   debited at what was paid, and the difference reverses the
      *   exchange gain or loss the payment realized.
      ****************************************************************
       2140-POST-VOID-CHECK.
            MOVE REC TO WS-AUDIT-SAVE.
            MOVE 'N' TO WS-POST-OVERDRAWN.
            MOVE SPACES TO WS-POST-ERR-MSG.
            IF TRX-INVOICE-NO NOT = SPACES
               AND TRX-FOREIGN-AMT > 0
               AND NOT TRX-IN-DOLLARS
                PERFORM 2141-VOID-AT-BOOK THRU 2141-EXIT
            END-IF.
            MOVE WS-RELIEF-AMT TO WS-CREDIT-TAKEN.
            IF WS-CREDIT-TAKEN > MAS-CREDIT-BAL
                MOVE MAS-CREDIT-BAL TO WS-CREDIT-TAKEN
            END-IF.
            COMPUTE WS-APPLY-AMT = WS-RELIEF-AMT - WS-CREDIT-TAKEN.
            ADD WS-APPLY-AMT TO MAS-BALANCE
                ON SIZE ERROR
                    MOVE 'Y' TO WS-POST-OVERDRAWN
                    MOVE ERR-BALANCE-OVERFLOW TO WS-POST-ERR-MSG
                MOVE WS-POST-ERR-MSG TO WS-TRX-DISP
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                SUBTRACT WS-CREDIT-TAKEN FROM MAS-CREDIT-BAL
                ADD WS-APPLY-AMT TO WS-NET-CHANGE
                PERFORM 2125-BACK-OUT-YTD THRU 2125-EXIT
                MOVE FUNCTION CURRENT-DATE (1:8)
                                     TO MAS-DATE-BAL-CHANGE
                    NOT INVALID KEY
                        PERFORM 2200-AUDIT-CHANGE THRU 2200-EXIT
                        IF TRX-INVOICE-NO NOT = SPACES
                           AND WS-APPLY-AMT > 0
                            PERFORM 2142-REINSTATE-ITEM
                                 THRU 2142-EXIT
                        END-IF
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                        IF WS-APPLY-AMT > 0
                            MOVE WS-GL-AP-ACCOUNT TO WS-JRN-GL-ACCT
                            MOVE 'C' TO WS-JRN-DR-CR
                            MOVE WS-APPLY-AMT TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                        IF WS-CREDIT-TAKEN > 0
                            MOVE WS-GL-ADVANCE-ACCOUNT
                                 TO WS-JRN-GL-ACCT
                            MOVE 'C' TO WS-JRN-DR-CR
                            MOVE WS-CREDIT-TAKEN TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                        IF WS-FX-DIFF > 0
                            MOVE WS-GL-FX-ACCOUNT TO WS-JRN-GL-ACCT
                            MOVE 'C' TO WS-JRN-DR-CR
                            MOVE WS-FX-DIFF TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                            ADD WS-FX-DIFF TO WS-FX-GAIN-TOTAL
                        END-IF
                        IF WS-FX-DIFF < 0
                            MOVE WS-GL-FX-ACCOUNT TO WS-JRN-GL-ACCT
                            MOVE 'D' TO WS-JRN-DR-CR
                            COMPUTE WS-JRN-AMOUNT = 0 - WS-FX-DIFF
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                            ADD WS-JRN-AMOUNT TO WS-FX-LOSS-TOTAL
                        END-IF
                END-REWRITE
                MOVE DISP-POSTED TO WS-TRX-DISP
                ADD 1 TO WS-POSTED-COUNT
       2140-EXIT.
            EXIT.

      ****************************************************************
      *   Sets a foreign void up to go back at book. The payment
      *   took the item down at the rate it was booked at (see
      *   2155), so the void puts the foreign amount it paid back
      *   at that same rate - the item's own rate while it is still
      *   on file, otherwise the rate the void brought off the
      *   issued line. What the payment cost in dollars less that
      *   book value is the payment's exchange turned round
      *   (WS-FX-DIFF, a gain when positive, the 2155 sign
      *   reversed), and the relief going back on the balance and
      *   the item becomes the book value. With no rate to be had
      *   the void goes back at what it cost, as a dollar void
      *   does.
      ****************************************************************
       2141-VOID-AT-BOOK.
            MOVE 0 TO WS-FX-BOOK-RATE.
            MOVE 0 TO WS-FX-BOOK.
            MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO.
            MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO.
            READ OPEN-FILE
                INVALID KEY
                    MOVE TRX-BOOK-RATE TO WS-FX-BOOK-RATE
                NOT INVALID KEY
                    IF NOT OPN-IN-DOLLARS
                       AND OPN-CURRENCY = TRX-CURRENCY
                        MOVE OPN-BOOK-RATE TO WS-FX-BOOK-RATE
                    END-IF
            END-READ.
            IF WS-FX-BOOK-RATE > 0
                COMPUTE WS-FX-BOOK ROUNDED =
                    TRX-FOREIGN-AMT * WS-FX-BOOK-RATE
                    ON SIZE ERROR MOVE 0 TO WS-FX-BOOK
                END-COMPUTE
            END-IF.
            IF WS-FX-BOOK > 0
                MOVE WS-RELIEF-AMT TO WS-FX-PAID
                COMPUTE WS-FX-DIFF = WS-FX-PAID - WS-FX-BOOK
                MOVE WS-FX-BOOK TO WS-RELIEF-AMT
            END-IF.
       2141-EXIT.
            EXIT.

      ****************************************************************
      *   Reinstates a voided check's open item - the relief the
      *   check had taken (less any given back out of credit, see
      *   2140) goes back on the remaining, and an item
      *   the payment had closed (and deleted) is re-opened whole.
      *   The original grows too when the reinstated remaining
      *   would pass it, so the item never reads as more paid than
      *   billed. A foreign void puts back the foreign amount the
      *   payment relieved (WS-FX-GROW) - in part when some of it
      *   came back out of credit instead - and re-opens a closed
      *   item in its own currency at its original book rate.
      ****************************************************************
       2142-REINSTATE-ITEM.
            MOVE 0 TO WS-FX-GROW.
            IF TRX-FOREIGN-AMT > 0 AND NOT TRX-IN-DOLLARS
                IF WS-APPLY-AMT < WS-RELIEF-AMT
                    COMPUTE WS-FX-GROW ROUNDED =
                        TRX-FOREIGN-AMT * WS-APPLY-AMT
                        / WS-RELIEF-AMT
                ELSE
                    MOVE TRX-FOREIGN-AMT TO WS-FX-GROW
                END-IF
            END-IF.
            MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO.
            MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO.
            READ OPEN-FILE
                INVALID KEY
                    PERFORM 2139-NEW-ITEM-FROM-TRX THRU 2139-EXIT
                    MOVE WS-APPLY-AMT TO OPN-ORIG-AMT
                    MOVE WS-APPLY-AMT TO OPN-REMAIN-AMT
                    IF NOT OPN-IN-DOLLARS
                        MOVE WS-FX-GROW TO OPN-FOREIGN-ORIG
                        MOVE WS-FX-GROW TO OPN-FOREIGN-REMAIN
                    END-IF
                    WRITE OPN-REC
                        INVALID KEY
                            DISPLAY "ERROR WRITING OPEN ITEM - ",
                                    OPN-KEY
                    END-WRITE
                NOT INVALID KEY
                    IF WS-FX-GROW > 0
                       AND NOT OPN-IN-DOLLARS
                       AND OPN-CURRENCY = TRX-CURRENCY
                        ADD WS-FX-GROW TO OPN-FOREIGN-REMAIN
                            ON SIZE ERROR MOVE 0 TO WS-FX-GROW
                        END-ADD
                    ELSE
                        MOVE WS-APPLY-AMT TO WS-FX-GROW-USD
                        PERFORM 2158-GROW-FOREIGN THRU 2158-EXIT
                    END-IF
                    IF OPN-FOREIGN-REMAIN > OPN-FOREIGN-ORIG
                        MOVE OPN-FOREIGN-REMAIN TO OPN-FOREIGN-ORIG
                    END-IF
                    ADD WS-APPLY-AMT TO OPN-REMAIN-AMT
                    IF OPN-REMAIN-AMT > OPN-ORIG-AMT
                        MOVE OPN-REMAIN-AMT TO OPN-ORIG-AMT
                    END-IF
       2142-EXIT.
            EXIT.

      ****************************************************************
      *   Posts a credit application - VNDCHK settling an open item
      *   (or, with no invoice named, the balance on account) out of
      *   the vendor's unapplied credit instead of the bank. The
      *   amount must be credit the vendor actually holds, and the
      *   relief (the amount plus any discount riding it) must fit
      *   inside what the item and the balance still owe. Balance
      *   and credit come down together, so no cash moves and the
      *   year-paid bucket is left alone - that money counted when
      *   it was first paid over. Journaled debit A/P, credit
      *   vendor advances (and discounts earned for the discount).
      ****************************************************************
       2145-POST-CREDIT-APPLIED.
            MOVE 'N' TO WS-OPEN-ITEM-BAD.
            MOVE SPACES TO WS-POST-ERR-MSG.
            MOVE 'N' TO WS-ITEM-ON-FILE.
            IF TRX-PAYMENT-AMT > MAS-CREDIT-BAL
                MOVE 'Y' TO WS-OPEN-ITEM-BAD
                MOVE ERR-CREDIT-SHORT TO WS-POST-ERR-MSG
            END-IF.
            IF NOT OPEN-ITEM-BAD AND TRX-INVOICE-NO NOT = SPACES
                MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO
                MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO
                READ OPEN-FILE
                    INVALID KEY
                        MOVE 'Y' TO WS-OPEN-ITEM-BAD
                        MOVE ERR-INV-NOT-OPEN TO WS-POST-ERR-MSG
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ITEM-ON-FILE
                        IF WS-RELIEF-AMT > OPN-REMAIN-AMT
                            MOVE 'Y' TO WS-OPEN-ITEM-BAD
                            MOVE ERR-APPLY-EXCEEDS TO WS-POST-ERR-MSG
                        END-IF
                END-READ
            END-IF.
            IF NOT OPEN-ITEM-BAD AND WS-RELIEF-AMT > MAS-BALANCE
                MOVE 'Y' TO WS-OPEN-ITEM-BAD
                MOVE ERR-APPLY-EXCEEDS TO WS-POST-ERR-MSG
            END-IF.
            IF OPEN-ITEM-BAD
                DISPLAY WS-POST-ERR-MSG, TRX-ACCOUNTNO
                MOVE WS-POST-ERR-MSG TO WS-TRX-DISP
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                MOVE REC TO WS-AUDIT-SAVE
                MOVE WS-RELIEF-AMT TO WS-APPLY-AMT
                SUBTRACT WS-RELIEF-AMT FROM MAS-BALANCE
                SUBTRACT TRX-PAYMENT-AMT FROM MAS-CREDIT-BAL
                SUBTRACT WS-RELIEF-AMT FROM WS-NET-CHANGE
                ADD TRX-PAYMENT-AMT TO WS-CREDIT-USED-TOTAL
                MOVE FUNCTION CURRENT-DATE (1:8)
                                     TO MAS-DATE-BAL-CHANGE
                REWRITE REC
                    INVALID KEY
                        DISPLAY "ERROR REWRITING RECORD - ", REC
                    NOT INVALID KEY
                        PERFORM 2200-AUDIT-CHANGE THRU 2200-EXIT
                        IF ITEM-ON-FILE
                            PERFORM 2132-RELIEVE-NAMED-ITEM
                                 THRU 2132-EXIT
                        END-IF
                        PERFORM 2170-WRITE-HISTORY THRU 2170-EXIT
                        MOVE WS-GL-AP-ACCOUNT TO WS-JRN-GL-ACCT
                        MOVE 'D' TO WS-JRN-DR-CR
                        MOVE WS-RELIEF-AMT TO WS-JRN-AMOUNT
                        PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                        IF TRX-PAYMENT-AMT > 0
                            MOVE WS-GL-ADVANCE-ACCOUNT
                                 TO WS-JRN-GL-ACCT
                            MOVE 'C' TO WS-JRN-DR-CR
                            MOVE TRX-PAYMENT-AMT TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                        IF TRX-DISCOUNT-AMT > 0
                            MOVE WS-GL-DISC-ACCOUNT
                                 TO WS-JRN-GL-ACCT
                            MOVE 'C' TO WS-JRN-DR-CR
                            MOVE TRX-DISCOUNT-AMT TO WS-JRN-AMOUNT
                            PERFORM 2185-JOURNAL-ONE-SIDE
                                 THRU 2185-EXIT
                        END-IF
                END-REWRITE
                MOVE DISP-CREDIT-USED TO WS-TRX-DISP
                ADD 1 TO WS-POSTED-COUNT
            END-IF.
       2145-EXIT.
            EXIT.

      ****************************************************************
      *   Edits the transaction against the open-item subledger
      *   before anything is posted. An invoice posting must carry an
      *   invoice number that is NOT already an open item, and a
      *   payment posting that names an invoice must name one that IS
      *   an open item - what it still carries is kept for
      *   2112-SPLIT-RELIEF, since a payment beyond it is an
      *   overpayment held as credit, not a rejection. A transaction
      *   with no invoice number skips the subledger entirely and
      *   nets against MAS-BALANCE the way postings always have.
      ****************************************************************
       2150-EDIT-OPEN-ITEM.
            MOVE 'N' TO WS-OPEN-ITEM-BAD.
            MOVE SPACES TO WS-POST-ERR-MSG.
            MOVE 0 TO WS-ITEM-REMAIN.
            IF TRX-INVOICE-NO NOT = SPACES
                MOVE TRX-ACCOUNTNO TO OPN-ACCOUNTNO
                MOVE TRX-INVOICE-NO TO OPN-INVOICE-NO
                            MOVE 'Y' TO WS-OPEN-ITEM-BAD
                            MOVE ERR-DUP-INVOICE TO WS-POST-ERR-MSG
                    END-READ
                ELSE
                    IF WS-RELIEF-AMT > 0
                        READ OPEN-FILE
                            INVALID KEY
                                MOVE 'Y' TO WS-OPEN-ITEM-BAD
                                MOVE ERR-INV-NOT-OPEN
                                     TO WS-POST-ERR-MSG
                            NOT INVALID KEY
                                MOVE OPN-REMAIN-AMT TO WS-ITEM-REMAIN
                        END-READ
                    END-IF
                END-IF
       2150-EXIT.
            EXIT.

      ****************************************************************
      *   Prices a foreign payment against the item it names, which
      *   2150-EDIT-OPEN-ITEM left in hand. The part of the foreign
      *   amount the item still carries is taken off at the value
      *   the item was booked at; the dollars the payment spent on
      *   that part are what it cost. Book less cost is the realized
      *   gain (a loss when negative), and the relief grows or
      *   shrinks by it so the item and the balance come down at
      *   book. Nothing is realized when the booked value is more
      *   than the balance can take - the payment then relieves
      *   what it cost, as a dollar payment would.
      ****************************************************************
       2155-REALIZE-EXCHANGE.
            IF NOT OPN-IN-DOLLARS
               AND OPN-CURRENCY = TRX-CURRENCY
               AND OPN-FOREIGN-REMAIN > 0
                MOVE TRX-FOREIGN-AMT TO WS-FX-APPLIED
                IF WS-FX-APPLIED > OPN-FOREIGN-REMAIN
                    MOVE OPN-FOREIGN-REMAIN TO WS-FX-APPLIED
                END-IF
                COMPUTE WS-FX-PAID ROUNDED =
                    WS-RELIEF-AMT * WS-FX-APPLIED / TRX-FOREIGN-AMT
                IF WS-FX-APPLIED = OPN-FOREIGN-REMAIN
                    MOVE OPN-REMAIN-AMT TO WS-FX-BOOK
                ELSE
                    COMPUTE WS-FX-BOOK ROUNDED =
                        OPN-REMAIN-AMT * WS-FX-APPLIED
                        / OPN-FOREIGN-REMAIN
                END-IF
                IF WS-FX-BOOK > MAS-BALANCE
                    MOVE 0 TO WS-FX-DIFF
                ELSE
                    COMPUTE WS-FX-DIFF = WS-FX-BOOK - WS-FX-PAID
                    COMPUTE WS-RELIEF-AMT =
                        WS-RELIEF-AMT + WS-FX-DIFF
                END-IF
            END-IF.
       2155-EXIT.
            EXIT.

      ****************************************************************
      *   Takes a foreign item's foreign remaining down with the
      *   dollars about to come off it (WS-APPLY-AMT) - by the
      *   foreign amount a payment named (2155), or otherwise in
      *   proportion, all of it when the item is relieved in full.
      *   A dollar item has nothing to take.
      ****************************************************************
       2157-RELIEVE-FOREIGN.
            IF NOT OPN-IN-DOLLARS AND OPN-REMAIN-AMT > 0
                IF WS-FX-APPLIED = 0
                    IF WS-APPLY-AMT NOT < OPN-REMAIN-AMT
                        MOVE OPN-FOREIGN-REMAIN TO WS-FX-APPLIED
                    ELSE
                        COMPUTE WS-FX-APPLIED ROUNDED =
                            OPN-FOREIGN-REMAIN * WS-APPLY-AMT
                            / OPN-REMAIN-AMT
                    END-IF
                END-IF
                IF WS-FX-APPLIED > OPN-FOREIGN-REMAIN
                    MOVE OPN-FOREIGN-REMAIN TO WS-FX-APPLIED
                END-IF
                SUBTRACT WS-FX-APPLIED FROM OPN-FOREIGN-REMAIN
            END-IF.
       2157-EXIT.
            EXIT.

      ****************************************************************
      *   Grows a foreign item's foreign remaining with the dollars
      *   about to go back on it (WS-FX-GROW-USD) - by the foreign
      *   amount the transaction carries in the item's currency, or
      *   otherwise at the rate the item was booked at. WS-FX-GROW
      *   is left holding what went on, for the caller's original.
      ****************************************************************
       2158-GROW-FOREIGN.
            MOVE 0 TO WS-FX-GROW.
            IF NOT OPN-IN-DOLLARS
                IF TRX-FOREIGN-AMT > 0
                   AND TRX-CURRENCY = OPN-CURRENCY
                    MOVE TRX-FOREIGN-AMT TO WS-FX-GROW
                ELSE
                    IF OPN-BOOK-RATE > 0
                        COMPUTE WS-FX-GROW ROUNDED =
                            WS-FX-GROW-USD / OPN-BOOK-RATE
                            ON SIZE ERROR MOVE 0 TO WS-FX-GROW
                        END-COMPUTE
                    END-IF
                END-IF
                ADD WS-FX-GROW TO OPN-FOREIGN-REMAIN
                    ON SIZE ERROR MOVE 0 TO WS-FX-GROW
                END-ADD
            END-IF.
       2158-EXIT.
            EXIT.

      ****************************************************************
      *   Applies the posted transaction to the open-item subledger,
      *   after the master balance has been rewritten. An invoice
      *   becomes a new open item (less any payment carried on the
      *   same transaction and any credit 2114-TAKE-CREDIT took
      *   against it - fully paid on arrival means no open item at
      *   all). A payment against a named invoice relieves that item
      *   by the part that paid it, deleting it once nothing
      *   remains. 2150-EDIT-OPEN-ITEM already proved the item
      *   reads/writes it needs will land.
      ****************************************************************
       2160-APPLY-OPEN-ITEM.
            IF TRX-INVOICE-NO = SPACES
                    END-IF
                    MOVE TRX-INVOICE-AMT TO OPN-ORIG-AMT
                    COMPUTE OPN-REMAIN-AMT = TRX-INVOICE-AMT
                                           - WS-APPLY-AMT
                                           - WS-CREDIT-TAKEN
                    MOVE 'P' TO OPN-APPROVAL-STATUS
                    MOVE SPACES TO OPN-HOLD-REASON
                    MOVE SPACES TO OPN-APPROVED-BY
                    MOVE 0 TO OPN-APPROVED-DATE
                    MOVE TRX-COMPANY TO OPN-COMPANY
                    PERFORM 2162-BOOK-FOREIGN THRU 2162-EXIT
                    IF OPN-REMAIN-AMT > 0
                        WRITE OPN-REC
                            INVALID KEY
                            DISPLAY "ERROR READING OPEN ITEM - ",
                                    OPN-KEY
                        NOT INVALID KEY
                            PERFORM 2157-RELIEVE-FOREIGN
                                 THRU 2157-EXIT
                            SUBTRACT WS-APPLY-AMT
                                FROM OPN-REMAIN-AMT
                            IF OPN-REMAIN-AMT = 0
                                DELETE OPEN-FILE RECORD
       2160-EXIT.
            EXIT.

      ****************************************************************
      *   Stamps a new invoice item with its currency. A foreign one
      *   keeps the foreign amount VNDEDT converted from - its
      *   remaining cut in step with the dollars when the invoice
      *   came part paid - and the rate it was booked at, dollars
      *   over foreign. A dollar item carries no foreign amounts.
      ****************************************************************
       2162-BOOK-FOREIGN.
            IF TRX-FOREIGN-AMT > 0 AND NOT TRX-IN-DOLLARS
                MOVE TRX-CURRENCY TO OPN-CURRENCY
                MOVE TRX-FOREIGN-AMT TO OPN-FOREIGN-ORIG
                IF OPN-REMAIN-AMT = OPN-ORIG-AMT
                    MOVE TRX-FOREIGN-AMT TO OPN-FOREIGN-REMAIN
                ELSE
                    COMPUTE OPN-FOREIGN-REMAIN ROUNDED =
                        TRX-FOREIGN-AMT * OPN-REMAIN-AMT
                        / OPN-ORIG-AMT
                END-IF
                COMPUTE OPN-BOOK-RATE ROUNDED =
                    TRX-INVOICE-AMT / TRX-FOREIGN-AMT
                    ON SIZE ERROR MOVE 0 TO OPN-BOOK-RATE
                END-COMPUTE
            ELSE
                MOVE "USD" TO OPN-CURRENCY
                MOVE 0 TO OPN-FOREIGN-ORIG
                MOVE 0 TO OPN-FOREIGN-REMAIN
                MOVE 0 TO OPN-BOOK-RATE
            END-IF.
       2162-EXIT.
            EXIT.

      ****************************************************************
      *   Adds a posted PO invoice to its purchase order's billed-
      *   to-date - the figure VNDEDT's match takes off the
      *   received value, so these receipts cannot carry a second
      *   invoice. The PO was proved on file at edit time; one gone
      *   since is reported and the posting stands.
      ****************************************************************
       2165-BILL-PURCH-ORDER.
            IF HAVE-PO-FILE
                MOVE TRX-PO-NUMBER TO PO-NUMBER
                READ PO-FILE
                    INVALID KEY
                        DISPLAY ERR-PO-NOT-BILLED, TRX-PO-NUMBER
                    NOT INVALID KEY
                        ADD TRX-INVOICE-AMT TO PO-BILLED-AMT
                        REWRITE PO-REC
                            INVALID KEY
                                DISPLAY ERR-PO-NOT-BILLED,
                                        TRX-PO-NUMBER
                        END-REWRITE
                END-READ
            END-IF.
       2165-EXIT.
            EXIT.

      ****************************************************************
      *   Archives the applied transaction to the permanent history
      *   file with this run's posting date and run id - the
            MOVE WS-RUN-ID TO HST-RUN-ID.
            MOVE TRX-DISCOUNT-AMT TO HST-DISCOUNT-AMT.
            MOVE TRX-REC-TYPE TO HST-TRX-TYPE.
            MOVE TRX-COMPANY TO HST-COMPANY.
            MOVE TRX-CURRENCY TO HST-CURRENCY.
            MOVE TRX-FOREIGN-AMT TO HST-FOREIGN-AMT.
            MOVE WS-FX-DIFF TO HST-FX-AMT.
            MOVE 'N' TO WS-HST-WRITTEN.
            PERFORM 2175-WRITE-HISTORY-KEYED THRU 2175-EXIT
                UNTIL HISTORY-WRITTEN.
      ****************************************************************
      *   Writes the balanced journal lines for the posting just
      *   applied - debit expense / credit A/P for the invoice half,
      *   debit A/P / credit cash for the payment half, and debit
      *   A/P / credit vendor advances for any credit taken against
      *   the invoice, and the exchange gain (credit) or loss
      *   (debit) a foreign payment realized. The expense
      *   side distributes to the vendor's MAS-GL-ACCOUNT; a vendor
      *   never given one goes to suspense so the journal still
      *   balances and the summary shows what is waiting on a code.
                MOVE 'C' TO WS-JRN-DR-CR
                PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
            END-IF.
      * The payment side debits A/P for the relief that paid what
      * was owed and vendor advances for any excess held as credit
      * - payment plus any discount either way - but only the
      * payment credits cash; the discount credits the
      * discounts-earned account, so the entry balances and the
      * earned discount shows on the GL.
            IF TRX-PAYMENT-AMT > 0 OR TRX-DISCOUNT-AMT > 0
                IF WS-APPLY-AMT > 0
                    MOVE WS-GL-AP-ACCOUNT TO WS-JRN-GL-ACCT
                    MOVE 'D' TO WS-JRN-DR-CR
                    MOVE WS-APPLY-AMT TO WS-JRN-AMOUNT
                    PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                END-IF
                IF WS-EXCESS-AMT > 0
                    MOVE WS-GL-ADVANCE-ACCOUNT TO WS-JRN-GL-ACCT
                    MOVE 'D' TO WS-JRN-DR-CR
                    MOVE WS-EXCESS-AMT TO WS-JRN-AMOUNT
                    PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                END-IF
                IF TRX-PAYMENT-AMT > 0
                    MOVE WS-GL-CASH-ACCOUNT TO WS-JRN-GL-ACCT
                    MOVE 'C' TO WS-JRN-DR-CR
                    PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                END-IF
            END-IF.
            IF WS-CREDIT-TAKEN > 0
                MOVE WS-GL-AP-ACCOUNT TO WS-JRN-GL-ACCT
                MOVE 'D' TO WS-JRN-DR-CR
                MOVE WS-CREDIT-TAKEN TO WS-JRN-AMOUNT
                PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                MOVE WS-GL-ADVANCE-ACCOUNT TO WS-JRN-GL-ACCT
                MOVE 'C' TO WS-JRN-DR-CR
                PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
            END-IF.
            IF WS-FX-DIFF > 0
                MOVE WS-GL-FX-ACCOUNT TO WS-JRN-GL-ACCT
                MOVE 'C' TO WS-JRN-DR-CR
                MOVE WS-FX-DIFF TO WS-JRN-AMOUNT
                PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                ADD WS-FX-DIFF TO WS-FX-GAIN-TOTAL
            END-IF.
            IF WS-FX-DIFF < 0
                MOVE WS-GL-FX-ACCOUNT TO WS-JRN-GL-ACCT
                MOVE 'D' TO WS-JRN-DR-CR
                COMPUTE WS-JRN-AMOUNT = 0 - WS-FX-DIFF
                PERFORM 2185-JOURNAL-ONE-SIDE THRU 2185-EXIT
                ADD WS-JRN-AMOUNT TO WS-FX-LOSS-TOTAL
            END-IF.
       2180-EXIT.
            EXIT.

            MOVE WS-JRN-AMOUNT TO JRN-AMOUNT.
            MOVE TRX-ACCOUNTNO TO JRN-SOURCE-ACCT.
            MOVE TRX-INVOICE-NO TO JRN-INVOICE-NO.
            MOVE TRX-COMPANY TO JRN-COMPANY.
            WRITE JRN-REC.
            PERFORM 2190-ROLL-GL-DIST THRU 2190-EXIT.
       2185-EXIT.
            EXIT.

      ****************************************************************
      *   Accumulates the journal line just written into its company
      *   and GL account's row of the distribution table - each
      *   company's books balance on their own - adding the row on
      *   first sight. A full table only shorts the PRINTED summary
      *   - the journal file itself already carries every line.
      ****************************************************************
       2190-ROLL-GL-DIST.
            PERFORM VARYING WS-SUB-D FROM 1 BY 1
                    UNTIL WS-SUB-D > WS-GL-DIST-COUNT
                       OR (GD-COMPANY (WS-SUB-D) = TRX-COMPANY
                       AND GD-GL-ACCOUNT (WS-SUB-D) = WS-JRN-GL-ACCT)
                CONTINUE
            END-PERFORM.
            IF WS-SUB-D > WS-GL-DIST-COUNT
            ELSE
                IF WS-SUB-D > WS-GL-DIST-COUNT
                    ADD 1 TO WS-GL-DIST-COUNT
                    MOVE TRX-COMPANY TO GD-COMPANY (WS-SUB-D)
                    MOVE WS-JRN-GL-ACCT TO GD-GL-ACCOUNT (WS-SUB-D)
                    MOVE 0 TO GD-DEBIT-TOTAL (WS-SUB-D)
                    MOVE 0 TO GD-CREDIT-TOTAL (WS-SUB-D)
            MOVE 'C' TO AUD-OPERATION.
            MOVE WS-AUDIT-SAVE TO AUD-BEFORE-IMAGE.
            MOVE REC TO AUD-AFTER-IMAGE.
            MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
            WRITE AUD-REC.
       2200-EXIT.
            MOVE WS-POSTED-COUNT TO CHK-POSTED-COUNT.
            MOVE WS-REJECTED-COUNT TO CHK-REJECTED-COUNT.
            MOVE WS-NET-CHANGE TO CHK-NET-CHANGE.
            MOVE SGN-OPERATOR-ID TO CHK-OPERATOR.
            WRITE CHK-REC.
            CLOSE CHECKPOINT-FILE.
       2320-EXIT.
       7200-EXIT.
            EXIT.

      ****************************************************************
      *   Writes the register's totals broken out by company under
      *   the run totals - one line per company the run touched.
      ****************************************************************
       7250-COMPANY-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            MOVE CO-SUMMARY-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                PERFORM 7260-BUILD-CO-LINE THRU 7260-EXIT
                WRITE PRINT-LINE FROM WS-CO-TOTAL-LINE
            END-PERFORM.
       7250-EXIT.
            EXIT.

      ****************************************************************
      *   Edits one company's row of the totals table into the
      *   company totals line - shared by the register and the
      *   displayed summary.
      ****************************************************************
       7260-BUILD-CO-LINE.
            MOVE CO-COMPANY (WS-SUB-O) TO CO-COMPANY-OUT.
            MOVE CO-POSTED (WS-SUB-O) TO CO-POSTED-OUT.
            MOVE CO-REJECTED (WS-SUB-O) TO CO-REJECTED-OUT.
            MOVE CO-NET (WS-SUB-O) TO CO-NET-OUT.
       7260-EXIT.
            EXIT.

      ****************************************************************
      *   Prints the GL distribution summary after the register
      *   totals - one line per GL account touched with its debit
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-D FROM 1 BY 1
                    UNTIL WS-SUB-D > WS-GL-DIST-COUNT
                MOVE GD-COMPANY (WS-SUB-D) TO GL-COMPANY-OUT
                MOVE GD-GL-ACCOUNT (WS-SUB-D) TO GL-ACCOUNT-OUT
                MOVE GD-DEBIT-TOTAL (WS-SUB-D) TO GL-DEBITS-OUT
                MOVE GD-CREDIT-TOTAL (WS-SUB-D) TO GL-CREDITS-OUT
                   WS-RUN-ID DELIMITED BY SIZE
                   REPORT-BATCH-LIT DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   REPORT-OPER-LIT DELIMITED BY SIZE
                   SGN-OPERATOR-ID DELIMITED BY SIZE
                   REPORT-PAGE-LIT DELIMITED BY SIZE
                   WS-PAGE-NO-ED DELIMITED BY SIZE
                INTO PRINT-LINE.

      ****************************************************************
      *   Displays how many transactions posted/rejected and the net
      *   change in total vendor balances for this run, then the
      *   same broken out by company.
      ****************************************************************
       9000-PRINT-SUMMARY.
            DISPLAY SPACES.
            DISPLAY DIVIDER.
            DISPLAY POST-SUMMARY-HDR.
            DISPLAY POST-SUMMARY-OPER, " ", SGN-OPERATOR-ID.
            MOVE WS-POSTED-COUNT TO WS-COUNT-ED.
            DISPLAY POST-SUMMARY-POSTED, " ", WS-COUNT-ED.
            MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
            DISPLAY POST-SUMMARY-REJECT, " ", WS-COUNT-ED.
            MOVE WS-NET-CHANGE TO WS-NET-ED.
            DISPLAY POST-SUMMARY-NET, " ", WS-NET-ED.
            MOVE WS-CREDIT-HELD-TOTAL TO WS-AMT-ED.
            DISPLAY POST-SUMMARY-HELD, " ", WS-AMT-ED.
            MOVE WS-CREDIT-USED-TOTAL TO WS-AMT-ED.
            DISPLAY POST-SUMMARY-USED, " ", WS-AMT-ED.
            MOVE WS-FX-GAIN-TOTAL TO WS-AMT-ED.
            DISPLAY POST-SUMMARY-FX-GAIN, " ", WS-AMT-ED.
            MOVE WS-FX-LOSS-TOTAL TO WS-AMT-ED.
            DISPLAY POST-SUMMARY-FX-LOSS, " ", WS-AMT-ED.
            IF WS-CO-COUNT > 0
                DISPLAY CO-SUMMARY-TITLE
                PERFORM VARYING WS-SUB-O FROM 1 BY 1
                        UNTIL WS-SUB-O > WS-CO-COUNT
                    PERFORM 7260-BUILD-CO-LINE THRU 7260-EXIT
                    DISPLAY WS-CO-TOTAL-LINE
                END-PERFORM
            END-IF.
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
            IF WS-JOB-RC < 4 AND WS-REJECTED-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "POSTED" TO JOB-COUNT-LABEL (1).
            MOVE WS-POSTED-COUNT TO JOB-COUNT (1).
            MOVE "REJECTED" TO JOB-COUNT-LABEL (2).
            MOVE WS-REJECTED-COUNT TO JOB-COUNT (2).
            MOVE "NET CHANGE" TO JOB-COUNT-LABEL (3).
            MOVE WS-NET-CHANGE TO JOB-COUNT (3).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
