       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDBNK.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Dual control on vendor bank details. INTVENDR never
      *         changes a vendor's bank routing number, bank account
      *         number or pay method on the master - it writes the
      *         change to the bank-change file pending (see
      *         VNDBKC.CPY). Here another operator works the pending
      *         changes one by one - approve, reject with a reason,
      *         or skip - and nobody may decide a change they asked
      *         for themselves. An approved change is applied to the
      *         master (and audited) only while the details on file
      *         are still the ones the request was made against.
      *         Once the new details have been confirmed with the
      *         vendor by call-back, the confirmation is recorded
      *         here too, again by someone other than the requester;
      *         until then VNDCHK keeps a recently changed vendor out
      *         of electronic payment.
      *
      *Input:   The bank-change file and the vendor master file
      *         (see VNDMAST.CPY).
      *
      *Output:  The decided bank-change records, the updated vendor
      *         master and audit entries for every change applied.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master file approved changes are applied to.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The bank-detail changes INTVENDR requests.
           SELECT BANKCHG-FILE
                 ASSIGN TO UT-SYS-BFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BKC-KEY
                 FILE STATUS IS WS-BKC-IS.
      * The before/after audit trail for every change applied.
           SELECT AUDIT-LOG
                 ASSIGN TO UT-SYS-AFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-IS.
      * The master-file lock every updater honors.
           SELECT LOCK-FILE
                 ASSIGN TO UT-SYS-LFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  BANKCHG-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 146 CHARACTERS.
           COPY "VNDBKC.CPY".
      *
       FD  AUDIT-LOG
         LABEL RECORDS ARE STANDARD.
           COPY "VNDAUD.CPY".
      *
       FD  LOCK-FILE
         LABEL RECORDS ARE STANDARD.
           COPY "VNDLCK.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-BFILE                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-BTEMP                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-BLINUX                 PIC X(50)
                VALUE "/tmp/INVBANKCHG.DAT".
            05 UT-SYS-AFILE                  PIC X(50)
                VALUE "C:\Temp\INVAUDIT.DAT".
            05 UT-SYS-ATEMP                  PIC X(50)
                VALUE "C:\Temp\INVAUDIT.DAT".
            05 UT-SYS-ALINUX                 PIC X(50)
                VALUE "/tmp/INVAUDIT.DAT".
            05 UT-SYS-LFILE                  PIC X(50)
                VALUE "C:\Temp\INVMASTER.LCK".
            05 UT-SYS-LTEMP                  PIC X(50)
                VALUE "C:\Temp\INVMASTER.LCK".
            05 UT-SYS-LLINUX                 PIC X(50)
                VALUE "/tmp/INVMASTER.LCK".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
                88 END-OF-FILE          VALUE 23.
            05 WS-BKC-IS                     PIC 9(2).
                88 BKC-NOT-OPEN         VALUE 35.
            05 WS-AUDIT-IS                   PIC 9(2).
            05 WS-LOCK-IS                    PIC 9(2).
                88 LOCK-NOT-OPEN        VALUE 35.
            05 WS-LOCK-ANSWER                PIC X.
            05 WS-HELD-LOCK-PATH             PIC X(50) VALUE SPACES.
            05 WS-SAVE-LOCK-PATH             PIC X(50) VALUE SPACES.
            05 BANKCHG-EOF                   PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
                88 WS-FIV               VALUE 5.
            05 WS-ACTION                     PIC X.
                88 ACT-APPROVE          VALUES 'A' 'a'.
                88 ACT-REJECT           VALUES 'R' 'r'.
                88 ACT-SKIP             VALUES 'S' 's'.
                88 ACT-STOP             VALUES 'X' 'x'.
            05 WS-ANSWER                     PIC X.
            05 WS-PAUSE                      PIC X.
            05 WS-TODAY                      PIC 9(8).
            05 WS-NOW                        PIC 9(6).
            05 WS-AUDIT-SAVE                 PIC X(292).
            05 WS-IN-ACCOUNTNO               PIC X(6).
            05 WS-IN-REASON                  PIC X(20).
            05 WS-CONFIRM-KEY                PIC X(10).

       01 WS-QUEUE-COUNTS.
            05 WS-APPROVED-COUNT             PIC 9(6)  VALUE 0.
            05 WS-REJECTED-COUNT             PIC 9(6)  VALUE 0.
            05 WS-SKIPPED-COUNT              PIC 9(6)  VALUE 0.
            05 WS-LIST-COUNT                 PIC 9(6)  VALUE 0.

       01  WS-SWITCHES.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-LOCK-OK                    PIC X VALUE 'N'.
                88 LOCK-IS-OK           VALUE 'Y'.
            05 WS-HOLDING-LOCK               PIC X VALUE 'N'.
                88 HOLDING-LOCK         VALUE 'Y'.
            05 WS-LOC-CHOSEN                 PIC X VALUE 'N'.
                88 LOC-CHOSEN           VALUE 'Y'.
            05 WS-RECORD-NOT-FOUND           PIC X VALUE 'F'.
                88 VENDOR-NOT-FOUND     VALUE 'T'.
            05 WS-ACTION-DONE                PIC X VALUE 'N'.
                88 ACTION-DONE          VALUE 'Y'.

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
            05 LO-ERR-TRY-AGAIN                     PIC X(29)
                VALUE "PLEASE MAKE A VALID SELECTION".
            05 LO-FOUND                             PIC X(10)
                VALUE "FILE FOUND".
            05 SEE-YA                               PIC X(25)
                VALUE "BANK CHANGE RUN COMPLETE.".
            05 MAIN-MENU                            PIC X(25)
                VALUE "Bank Detail Change Menu  ".
            05 MENU-QUEUE                           PIC X(28)
                VALUE "   1. WORK PENDING CHANGES  ".
            05 MENU-CONFIRM                         PIC X(28)
                VALUE "   2. CONFIRM WITH VENDOR   ".
            05 MENU-LIST                            PIC X(28)
                VALUE "   3. LIST PENDING CHANGES  ".
            05 MENU-VENDOR                          PIC X(28)
                VALUE "   4. VENDOR CHANGE HISTORY ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   5. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-ID                             PIC X(18)
                VALUE "Enter Vendor ID#: ".
            05 ENTER-ACTION                         PIC X(40)
                VALUE "A=APPROVE  R=REJECT  S=SKIP  X=STOP:    ".
            05 ENTER-REASON                         PIC X(32)
                VALUE "Enter Reject Reason (required): ".
            05 ENTER-CONF-NOTE                      PIC X(40)
                VALUE "Enter Confirmation Note (blank = none): ".
            05 ASK-CONFIRMED                        PIC X(45)
                VALUE "CONFIRMED BY CALL-BACK TO VENDOR? (Y IF SURE)".
            05 MSG-MASTER-IN-USE                    PIC X(17)
                VALUE "MASTER IN USE BY ".
            05 MSG-SINCE                            PIC X(7)
                VALUE " SINCE ".
            05 MSG-BY                               PIC X(4)
                VALUE " BY ".
            05 ASK-OVERRIDE                         PIC X(36)
                VALUE "OVERRIDE THE LOCK? (Y IF SURE STALE)".
            05 MSG-NO-LOCK                          PIC X(34)
                VALUE "MASTER LOCKED - RUN NOT STARTED.  ".
            05 ERR-OPEN-STATUS                      PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 ERR-BKC-OPEN-STATUS                  PIC X(34)
                VALUE "BANK-CHANGE OPEN FAILED - STATUS: ".
            05 ERR-OWN-CHANGE                       PIC X(47)
                VALUE "YOUR OWN REQUEST - ANOTHER OPERATOR MUST DECIDE".
            05 ERR-OWN-CONFIRM                      PIC X(44)
                VALUE "YOUR OWN REQUEST - SOMEONE ELSE MUST CONFIRM".
            05 ERR-VENDOR-GONE                      PIC X(36)
                VALUE "VENDOR NOT ON FILE - CHANGE REJECTED".
            05 ERR-MASTER-MOVED                     PIC X(47)
                VALUE "BANK DETAILS ON FILE HAVE CHANGED - NOT APPLIED".
            05 ERR-REC-NOT-FOUND                    PIC X(18)
                VALUE "RECORD NOT ON FILE".
            05 ERR-BKC-REWRITE                      PIC X(34)
                VALUE "BANK CHANGE NOT UPDATED - STATUS: ".
            05 ERR-MAS-REWRITE                      PIC X(25)
                VALUE "ERROR REWRITING RECORD - ".
            05 ERR-NOTHING-TO-CONFIRM               PIC X(40)
                VALUE "NO APPROVED CHANGE AWAITING CONFIRMATION".
            05 NOTE-VENDOR-GONE                     PIC X(18)
                VALUE "VENDOR NOT ON FILE".
            05 APPROVED-CONF                        PIC X(42)
                VALUE "CHANGE APPROVED AND APPLIED TO THE VENDOR.".
            05 REJECTED-CONF                        PIC X(17)
                VALUE "CHANGE REJECTED. ".
            05 CONFIRMED-CONF                       PIC X(34)
                VALUE "CHANGE CONFIRMED - EFT RELEASED.  ".
            05 NOT-CONFIRMED                        PIC X(18)
                VALUE "NOTHING CONFIRMED.".
            05 QUEUE-EMPTY                          PIC X(24)
                VALUE "NO PENDING BANK CHANGES.".
            05 NO-CHANGES                           PIC X(32)
                VALUE "NO BANK CHANGES FOR THIS VENDOR.".
            05 SUM-APPROVED-LIT                     PIC X(16)
                VALUE "APPROVED:       ".
            05 SUM-REJECTED-LIT                     PIC X(16)
                VALUE "REJECTED:       ".
            05 SUM-SKIPPED-LIT                      PIC X(16)
                VALUE "SKIPPED:        ".
            05 LIST-CONT                            PIC X(24)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 CHG-HDR                              PIC X(58) VALUE
               "ACCT   SEQ  ST REQ BY   REQ DATE DEC BY   DEC DATE C  NO
      -        "TE".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.

       01  WS-CHG-LINE.
            05 CL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-SEQ                        PIC 9(4).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-STATUS                     PIC X.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-REQUESTED-BY               PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-REQUESTED-DATE             PIC 9(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-DECIDED-BY                 PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-DECIDED-DATE               PIC 9(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-CONFIRMED                  PIC X.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-NOTE                       PIC X(20).

      * The details as they stood and as asked for, under the
      * change line.
       01  WS-DETAIL-LINE.
            05 FILLER                        PIC X(8)  VALUE
                "   FROM ".
            05 DL-OLD-ROUTING                PIC 9(9).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-OLD-ACCOUNT                PIC X(17).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-OLD-PAY-METHOD             PIC X.
            05 FILLER                        PIC X(6)  VALUE
                "   TO ".
            05 DL-NEW-ROUTING                PIC 9(9).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-NEW-ACCOUNT                PIC X(17).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-NEW-PAY-METHOD             PIC X.

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic.
      ****************************************************************
       100-MAIN.
           PERFORM 120-SIGN-ON THRU 120-EXIT.
           IF NOT SGN-IS-ALLOWED
               STOP RUN
           END-IF.
           PERFORM 150-FIND-FILE THRU 150-EXIT
                   UNTIL OPEN-F.
           PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           CLOSE MASTER.
           CLOSE BANKCHG-FILE.
           CLOSE AUDIT-LOG.
           IF HOLDING-LOCK
               PERFORM 196-RELEASE-LOCK THRU 196-EXIT
           END-IF.
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDBNK" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-FIV
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDBNK" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDDUP's 150-FIND-FILE. The master is opened
      *  I-O under the lock, since approving a change updates it.
      ****************************************************************
       150-FIND-FILE.
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
           MOVE 'N' TO WS-LOC-CHOSEN.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-MFILE
                   MOVE UT-SYS-BTEMP TO UT-SYS-BFILE
                   MOVE UT-SYS-ATEMP TO UT-SYS-AFILE
                   MOVE UT-SYS-LTEMP TO UT-SYS-LFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-BLINUX TO UT-SYS-BFILE
                   MOVE UT-SYS-ALINUX TO UT-SYS-AFILE
                   MOVE UT-SYS-LLINUX TO UT-SYS-LFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
                   DISPLAY "Enter Bank-Change File Location:"
                   ACCEPT UT-SYS-BFILE
                   DISPLAY "Enter Audit Log Path:"
                   ACCEPT UT-SYS-AFILE
                   DISPLAY "Enter Lock File Path:"
                   ACCEPT UT-SYS-LFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-FOU
                   IF HOLDING-LOCK
                       PERFORM 196-RELEASE-LOCK THRU 196-EXIT
                   END-IF
                   DISPLAY SEE-YA
                   STOP RUN
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
      * Only a trip that actually picked a location touches the
      * lock, and a retry that moved the lock path lets go at the
      * old path first - the same rules as VNDDUP.
           IF LOC-CHOSEN
               IF HOLDING-LOCK
                  AND UT-SYS-LFILE NOT = WS-HELD-LOCK-PATH
                   PERFORM 196-RELEASE-LOCK THRU 196-EXIT
               END-IF
               IF NOT HOLDING-LOCK
                   PERFORM 190-ACQUIRE-LOCK THRU 190-EXIT
               ELSE
                   MOVE 'Y' TO WS-LOCK-OK
               END-IF
               IF NOT LOCK-IS-OK
                   DISPLAY MSG-NO-LOCK
               ELSE
                   PERFORM 160-OPEN-FILES THRU 160-EXIT
               END-IF
           END-IF.
           IF OPEN-F
               OPEN EXTEND AUDIT-LOG
           END-IF.
           DISPLAY DIVIDER.
       150-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the master I-O, then the bank-change file I-O,
      *  creating that the first time the same way VNDAPV creates a
      *  brand new approver file.
      ****************************************************************
       160-OPEN-FILES.
           OPEN I-O MASTER.
           IF WS-FILE-IS NOT = 0
               DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               OPEN I-O BANKCHG-FILE
               IF BKC-NOT-OPEN
                   OPEN OUTPUT BANKCHG-FILE
                   CLOSE BANKCHG-FILE
                   OPEN I-O BANKCHG-FILE
               END-IF
               IF WS-BKC-IS NOT = 0
                   DISPLAY ERR-BKC-OPEN-STATUS, WS-BKC-IS
                   CLOSE MASTER
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   DISPLAY LO-FOUND
                   MOVE 'Y' TO FILE-OPEN
               END-IF
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  Takes the master lock for this session - applying a bank
      *  change is an update like any other.
      ****************************************************************
       190-ACQUIRE-LOCK.
           MOVE 'Y' TO WS-LOCK-OK.
           OPEN INPUT LOCK-FILE.
           IF LOCK-NOT-OPEN
               CONTINUE
           ELSE
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-HOLDER NOT = SPACES
                           PERFORM 195-LOCK-HELD THRU 195-EXIT
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-IS-OK
               OPEN OUTPUT LOCK-FILE
               MOVE "VNDBNK" TO LCK-HOLDER
               MOVE SGN-OPERATOR-ID TO LCK-OPERATOR
               MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME
               WRITE LCK-REC
               CLOSE LOCK-FILE
               MOVE 'Y' TO WS-HOLDING-LOCK
               MOVE UT-SYS-LFILE TO WS-HELD-LOCK-PATH
           END-IF.
       190-EXIT.
           EXIT.

      ****************************************************************
      *  Reports who holds the master and offers the override for a
      *  lock a crashed run never cleared.
      ****************************************************************
       195-LOCK-HELD.
           DISPLAY MSG-MASTER-IN-USE, LCK-HOLDER, MSG-SINCE,
                   LCK-HOUR, ":", LCK-MINUTE,
                   MSG-BY, LCK-OPERATOR.
           DISPLAY ASK-OVERRIDE.
           ACCEPT WS-LOCK-ANSWER.
           IF WS-LOCK-ANSWER = 'Y' OR WS-LOCK-ANSWER = 'y'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-LOCK-OK
           END-IF.
       195-EXIT.
           EXIT.

      ****************************************************************
      *  Clears the lock on the way out, always at the path it was
      *  taken at.
      ****************************************************************
       196-RELEASE-LOCK.
           MOVE UT-SYS-LFILE TO WS-SAVE-LOCK-PATH.
           MOVE WS-HELD-LOCK-PATH TO UT-SYS-LFILE.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LCK-HOLDER.
           MOVE SPACES TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
           WRITE LCK-REC.
           CLOSE LOCK-FILE.
           MOVE WS-SAVE-LOCK-PATH TO UT-SYS-LFILE.
           MOVE 'N' TO WS-HOLDING-LOCK.
       196-EXIT.
           EXIT.

      ****************************************************************
      *  The bank change menu.
      ****************************************************************
       200-MAKE-SELECTION.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY MAIN-MENU.
           DISPLAY SPACES.
           DISPLAY MENU-QUEUE.
           DISPLAY MENU-CONFIRM.
           DISPLAY MENU-LIST.
           DISPLAY MENU-VENDOR.
           DISPLAY MENU-EXIT.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 1000-WORK-QUEUE THRU 1000-EXIT
               WHEN WS-TWO  PERFORM 2000-CONFIRM THRU 2000-EXIT
               WHEN WS-THR  PERFORM 3000-LIST-PENDING THRU 3000-EXIT
               WHEN WS-FOU  PERFORM 4000-VENDOR-CHANGES
                                 THRU 4000-EXIT
               WHEN WS-FIV  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Works the pending changes in account/sequence order - each
      *  is shown with its vendor and the operator approves,
      *  rejects, skips or stops. A change the signed-on operator
      *  asked for is shown but passed over; someone else has to
      *  decide it.
      ****************************************************************
       1000-WORK-QUEUE.
            MOVE 0 TO WS-APPROVED-COUNT.
            MOVE 0 TO WS-REJECTED-COUNT.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO BANKCHG-EOF.
            MOVE LOW-VALUES TO BKC-KEY.
            START BANKCHG-FILE KEY NOT < BKC-KEY
                INVALID KEY MOVE 'Y' TO BANKCHG-EOF
            END-START.
            PERFORM UNTIL BANKCHG-EOF = 'Y'
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO BANKCHG-EOF
                    NOT AT END
                        IF BKC-PENDING
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 1100-WORK-ONE-CHANGE
                                 THRU 1100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY QUEUE-EMPTY
            ELSE
                MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
                DISPLAY SUM-APPROVED-LIT, WS-COUNT-ED
                MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
                DISPLAY SUM-REJECTED-LIT, WS-COUNT-ED
                MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
                DISPLAY SUM-SKIPPED-LIT, WS-COUNT-ED
            END-IF.
       1000-EXIT.
            EXIT.

      ****************************************************************
      *   One pending change - shown with its vendor, then the
      *   decision, re-asked until it is one of the four.
      ****************************************************************
       1100-WORK-ONE-CHANGE.
            DISPLAY SPACES.
            MOVE BKC-ACCOUNTNO TO MAS-ACCOUNTNO.
            PERFORM 1150-READ-VENDOR THRU 1150-EXIT.
            IF VENDOR-NOT-FOUND
                DISPLAY ERR-REC-NOT-FOUND
            ELSE
                DISPLAY MAS-VENDOR-NAME
            END-IF.
            DISPLAY CHG-HDR.
            PERFORM 4100-SHOW-CHANGE THRU 4100-EXIT.
            IF BKC-REQUESTED-BY = SGN-OPERATOR-ID
                DISPLAY ERR-OWN-CHANGE
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                MOVE 'N' TO WS-ACTION-DONE
                PERFORM UNTIL ACTION-DONE
                    DISPLAY ENTER-ACTION
                    ACCEPT WS-ACTION
                    EVALUATE TRUE
                        WHEN ACT-APPROVE
                            PERFORM 1200-APPROVE-CHANGE
                                 THRU 1200-EXIT
                            MOVE 'Y' TO WS-ACTION-DONE
                        WHEN ACT-REJECT
                            PERFORM 1300-REJECT-CHANGE
                                 THRU 1300-EXIT
                            MOVE 'Y' TO WS-ACTION-DONE
                        WHEN ACT-SKIP
                            ADD 1 TO WS-SKIPPED-COUNT
                            MOVE 'Y' TO WS-ACTION-DONE
                        WHEN ACT-STOP
                            MOVE 'Y' TO BANKCHG-EOF
                            MOVE 'Y' TO WS-ACTION-DONE
                        WHEN OTHER
                            DISPLAY ENTER-VALID
                    END-EVALUATE
                END-PERFORM
            END-IF.
       1100-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the vendor whose account is in MAS-ACCOUNTNO.
      ****************************************************************
       1150-READ-VENDOR.
            MOVE 'F' TO WS-RECORD-NOT-FOUND.
            READ MASTER
                INVALID KEY
                    MOVE 'T' TO WS-RECORD-NOT-FOUND
                    MOVE SPACES TO MAS-VENDOR-NAME
            END-READ.
       1150-EXIT.
            EXIT.

      ****************************************************************
      *   Approves the change in hand and applies it to the master.
      *   The vendor's details must still be the ones the change
      *   was asked against - if anything moved them since, the
      *   change is left pending to be rejected and keyed again. A
      *   vendor deleted since the request can never take it, so
      *   the change is rejected on the spot.
      ****************************************************************
       1200-APPROVE-CHANGE.
            MOVE BKC-ACCOUNTNO TO MAS-ACCOUNTNO.
            PERFORM 1150-READ-VENDOR THRU 1150-EXIT.
            IF VENDOR-NOT-FOUND
                DISPLAY ERR-VENDOR-GONE
                MOVE NOTE-VENDOR-GONE TO WS-IN-REASON
                PERFORM 1350-MARK-REJECTED THRU 1350-EXIT
            ELSE
                IF MAS-BANK-ROUTING NOT = BKC-OLD-ROUTING
                   OR MAS-BANK-ACCOUNT NOT = BKC-OLD-ACCOUNT
                   OR MAS-PAY-METHOD NOT = BKC-OLD-PAY-METHOD
                    DISPLAY ERR-MASTER-MOVED
                    ADD 1 TO WS-SKIPPED-COUNT
                ELSE
                    PERFORM 1250-APPLY-CHANGE THRU 1250-EXIT
                END-IF
            END-IF.
       1200-EXIT.
            EXIT.

      ****************************************************************
      *   Puts the new details on the master, audits the change the
      *   way INTVENDR audits an edit, then marks the change
      *   approved and awaiting confirmation with the vendor.
      ****************************************************************
       1250-APPLY-CHANGE.
            MOVE REC TO WS-AUDIT-SAVE.
            MOVE BKC-NEW-ROUTING TO MAS-BANK-ROUTING.
            MOVE BKC-NEW-ACCOUNT TO MAS-BANK-ACCOUNT.
            MOVE BKC-NEW-PAY-METHOD TO MAS-PAY-METHOD.
            MOVE FUNCTION CURRENT-DATE TO MAS-DATE-BAL-CHANGE.
            REWRITE REC
                INVALID KEY
                    DISPLAY ERR-MAS-REWRITE, MAS-ACCOUNTNO
                    ADD 1 TO WS-SKIPPED-COUNT
                NOT INVALID KEY
                    PERFORM 8000-AUDIT-CHANGE THRU 8000-EXIT
                    MOVE 'A' TO BKC-STATUS
                    MOVE SGN-OPERATOR-ID TO BKC-DECIDED-BY
                    MOVE WS-TODAY TO BKC-DECIDED-DATE
                    MOVE WS-NOW TO BKC-DECIDED-TIME
                    MOVE 'N' TO BKC-CONFIRMED
                    REWRITE BKC-REC
                        INVALID KEY
                            DISPLAY ERR-BKC-REWRITE, WS-BKC-IS
                        NOT INVALID KEY
                            DISPLAY APPROVED-CONF
                            ADD 1 TO WS-APPROVED-COUNT
                    END-REWRITE
            END-REWRITE.
       1250-EXIT.
            EXIT.

      ****************************************************************
      *   Rejects the change in hand. The reason is required - the
      *   requester needs to know why.
      ****************************************************************
       1300-REJECT-CHANGE.
            MOVE SPACES TO WS-IN-REASON.
            PERFORM UNTIL WS-IN-REASON NOT = SPACES
                DISPLAY ENTER-REASON
                ACCEPT WS-IN-REASON
            END-PERFORM.
            PERFORM 1350-MARK-REJECTED THRU 1350-EXIT.
       1300-EXIT.
            EXIT.

      ****************************************************************
      *   Marks the change in hand rejected with the reason in
      *   WS-IN-REASON. The master is not touched.
      ****************************************************************
       1350-MARK-REJECTED.
            MOVE 'R' TO BKC-STATUS.
            MOVE SGN-OPERATOR-ID TO BKC-DECIDED-BY.
            MOVE WS-TODAY TO BKC-DECIDED-DATE.
            MOVE WS-NOW TO BKC-DECIDED-TIME.
            MOVE WS-IN-REASON TO BKC-NOTE.
            REWRITE BKC-REC
                INVALID KEY
                    DISPLAY ERR-BKC-REWRITE, WS-BKC-IS
                NOT INVALID KEY
                    DISPLAY REJECTED-CONF
                    ADD 1 TO WS-REJECTED-COUNT
            END-REWRITE.
       1350-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Records that a vendor's latest approved change has been
      *  confirmed with the vendor - a call-back to the number
      *  already on file, not one given with the change. That
      *  releases the vendor back to electronic payment in VNDCHK.
      *  The requester may not confirm their own change.
      ****************************************************************
       2000-CONFIRM.
            DISPLAY ENTER-ID.
            ACCEPT WS-IN-ACCOUNTNO.
            PERFORM 2100-FIND-UNCONFIRMED THRU 2100-EXIT.
            IF WS-CONFIRM-KEY = SPACES
                DISPLAY ERR-NOTHING-TO-CONFIRM
            ELSE
                MOVE WS-CONFIRM-KEY TO BKC-KEY
                READ BANKCHG-FILE
                    INVALID KEY MOVE SPACES TO WS-CONFIRM-KEY
                END-READ
            END-IF.
            IF WS-CONFIRM-KEY NOT = SPACES
                MOVE BKC-ACCOUNTNO TO MAS-ACCOUNTNO
                PERFORM 1150-READ-VENDOR THRU 1150-EXIT
                DISPLAY MAS-VENDOR-NAME
                DISPLAY CHG-HDR
                PERFORM 4100-SHOW-CHANGE THRU 4100-EXIT
                IF BKC-REQUESTED-BY = SGN-OPERATOR-ID
                    DISPLAY ERR-OWN-CONFIRM
                ELSE
                    PERFORM 2200-RECORD-CONFIRM THRU 2200-EXIT
                END-IF
            END-IF.
       2000-EXIT.
            EXIT.

      ****************************************************************
      *   Finds the vendor's most recent change and keeps its key
      *   if it is approved and not yet confirmed. An older
      *   unconfirmed change superseded by a later one is not
      *   offered.
      ****************************************************************
       2100-FIND-UNCONFIRMED.
            MOVE SPACES TO WS-CONFIRM-KEY.
            MOVE 'N' TO BANKCHG-EOF.
            MOVE WS-IN-ACCOUNTNO TO BKC-ACCOUNTNO.
            MOVE 0 TO BKC-SEQ.
            START BANKCHG-FILE KEY NOT < BKC-KEY
                INVALID KEY MOVE 'Y' TO BANKCHG-EOF
            END-START.
            PERFORM UNTIL BANKCHG-EOF = 'Y'
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO BANKCHG-EOF
                    NOT AT END
                        IF BKC-ACCOUNTNO NOT = WS-IN-ACCOUNTNO
                            MOVE 'Y' TO BANKCHG-EOF
                        ELSE
                            IF BKC-APPROVED
                                IF BKC-IS-CONFIRMED
                                    MOVE SPACES TO WS-CONFIRM-KEY
                                ELSE
                                    MOVE BKC-KEY TO WS-CONFIRM-KEY
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       2100-EXIT.
            EXIT.

      ****************************************************************
      *   Asks for the confirmation and stamps it on the change in
      *   hand, with an optional note.
      ****************************************************************
       2200-RECORD-CONFIRM.
            DISPLAY ASK-CONFIRMED.
            ACCEPT WS-ANSWER.
            IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                DISPLAY ENTER-CONF-NOTE
                MOVE SPACES TO WS-IN-REASON
                ACCEPT WS-IN-REASON
                IF WS-IN-REASON NOT = SPACES
                    MOVE WS-IN-REASON TO BKC-NOTE
                END-IF
                MOVE 'Y' TO BKC-CONFIRMED
                MOVE SGN-OPERATOR-ID TO BKC-CONFIRMED-BY
                MOVE WS-TODAY TO BKC-CONFIRMED-DATE
                REWRITE BKC-REC
                    INVALID KEY
                        DISPLAY ERR-BKC-REWRITE, WS-BKC-IS
                    NOT INVALID KEY
                        DISPLAY CONFIRMED-CONF
                END-REWRITE
            ELSE
                DISPLAY NOT-CONFIRMED
            END-IF.
       2200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every change still waiting for a decision.
      ****************************************************************
       3000-LIST-PENDING.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO BANKCHG-EOF.
            MOVE LOW-VALUES TO BKC-KEY.
            START BANKCHG-FILE KEY NOT < BKC-KEY
                INVALID KEY MOVE 'Y' TO BANKCHG-EOF
            END-START.
            DISPLAY CHG-HDR.
            PERFORM UNTIL BANKCHG-EOF = 'Y'
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO BANKCHG-EOF
                    NOT AT END
                        IF BKC-PENDING
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 4100-SHOW-CHANGE THRU 4100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY QUEUE-EMPTY
            END-IF.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       3000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every change ever asked for on one vendor, oldest
      *  first, whatever became of it.
      ****************************************************************
       4000-VENDOR-CHANGES.
            DISPLAY ENTER-ID.
            ACCEPT WS-IN-ACCOUNTNO.
            MOVE WS-IN-ACCOUNTNO TO MAS-ACCOUNTNO.
            PERFORM 1150-READ-VENDOR THRU 1150-EXIT.
            IF VENDOR-NOT-FOUND
                DISPLAY ERR-REC-NOT-FOUND
            ELSE
                DISPLAY MAS-VENDOR-NAME
            END-IF.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO BANKCHG-EOF.
            MOVE WS-IN-ACCOUNTNO TO BKC-ACCOUNTNO.
            MOVE 0 TO BKC-SEQ.
            START BANKCHG-FILE KEY NOT < BKC-KEY
                INVALID KEY MOVE 'Y' TO BANKCHG-EOF
            END-START.
            DISPLAY CHG-HDR.
            PERFORM UNTIL BANKCHG-EOF = 'Y'
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO BANKCHG-EOF
                    NOT AT END
                        IF BKC-ACCOUNTNO = WS-IN-ACCOUNTNO
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 4100-SHOW-CHANGE THRU 4100-EXIT
                        ELSE
                            MOVE 'Y' TO BANKCHG-EOF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY NO-CHANGES
            END-IF.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       4000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the change in hand - the change line, then the
      *   details it changes from and to.
      ****************************************************************
       4100-SHOW-CHANGE.
            MOVE BKC-ACCOUNTNO TO CL-ACCOUNTNO.
            MOVE BKC-SEQ TO CL-SEQ.
            MOVE BKC-STATUS TO CL-STATUS.
            MOVE BKC-REQUESTED-BY TO CL-REQUESTED-BY.
            MOVE BKC-REQUESTED-DATE TO CL-REQUESTED-DATE.
            MOVE BKC-DECIDED-BY TO CL-DECIDED-BY.
            MOVE BKC-DECIDED-DATE TO CL-DECIDED-DATE.
            MOVE BKC-CONFIRMED TO CL-CONFIRMED.
            MOVE BKC-NOTE TO CL-NOTE.
            DISPLAY WS-CHG-LINE.
            MOVE BKC-OLD-ROUTING TO DL-OLD-ROUTING.
            MOVE BKC-OLD-ACCOUNT TO DL-OLD-ACCOUNT.
            MOVE BKC-OLD-PAY-METHOD TO DL-OLD-PAY-METHOD.
            MOVE BKC-NEW-ROUTING TO DL-NEW-ROUTING.
            MOVE BKC-NEW-ACCOUNT TO DL-NEW-ACCOUNT.
            MOVE BKC-NEW-PAY-METHOD TO DL-NEW-PAY-METHOD.
            DISPLAY WS-DETAIL-LINE.
       4100-EXIT.
            EXIT.

      ****************************************************************
      *   Appends an audit trail entry for an applied change, same
      *   record shape every updater uses.
      ****************************************************************
       8000-AUDIT-CHANGE.
            MOVE MAS-ACCOUNTNO TO AUD-ACCOUNTNO.
            MOVE 'C' TO AUD-OPERATION.
            MOVE WS-AUDIT-SAVE TO AUD-BEFORE-IMAGE.
            MOVE REC TO AUD-AFTER-IMAGE.
            MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
            WRITE AUD-REC.
       8000-EXIT.
            EXIT.
