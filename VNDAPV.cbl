       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDAPV.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Invoice approval and payment holds. Every open item
      *         VNDPOST writes posts pending approval (see
      *         VNDOPEN.CPY), and VNDCHK pays approved items only.
      *         An approver signs on here with the id on the
      *         approver file (see VNDAPR.CPY) and works the pending
      *         queue item by item - approve, hold with a reason, or
      *         skip - and may approve nothing over their own dollar
      *         limit. A disputed invoice is put on hold (approved or
      *         not) by account and invoice number, and released
      *         again once settled; a released item goes back to
      *         approved if it had been approved before the hold,
      *         pending if not. The approver file itself is kept up
      *         from the same menu.
      *
      *Input:   The vendor master file (see VNDMAST.CPY) - read
      *         only, for the vendor name on the queue.
      *
      *Output:  The updated open-item file and the maintained
      *         approver file.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too. The approver is now the signed-on
      *               operator instead of an id keyed at the menu.
      *10/15/2026 SM  Nobody maintains their own approver record - an
      *               approver able to raise their own limit could
      *               then approve their own large items.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master file the queue takes vendor names from - read
      * only.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The open-item subledger whose approval status is worked.
           SELECT OPEN-FILE
                 ASSIGN TO UT-SYS-OFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPN-KEY
                 FILE STATUS IS WS-OPEN-IS.
      * The approvers and their dollar limits.
           SELECT APPROVER-FILE
                 ASSIGN TO UT-SYS-RFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS APR-APPROVER-ID
                 FILE STATUS IS WS-APR-IS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  APPROVER-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 49 CHARACTERS.
           COPY "VNDAPR.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-OFILE                  PIC X(50)
                VALUE "C:\Temp\INVOPENITEM.DAT".
            05 UT-SYS-OTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOPENITEM.DAT".
            05 UT-SYS-OLINUX                 PIC X(50)
                VALUE "/tmp/INVOPENITEM.DAT".
            05 UT-SYS-RFILE                  PIC X(50)
                VALUE "C:\Temp\INVAPPROVER.DAT".
            05 UT-SYS-RTEMP                  PIC X(50)
                VALUE "C:\Temp\INVAPPROVER.DAT".
            05 UT-SYS-RLINUX                 PIC X(50)
                VALUE "/tmp/INVAPPROVER.DAT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
                88 END-OF-FILE          VALUE 23.
            05 WS-OPEN-IS                    PIC 9(2).
                88 OPEN-ITEM-NOT-OPEN   VALUE 35.
            05 WS-APR-IS                     PIC 9(2).
                88 APR-NOT-OPEN         VALUE 35.
            05 OPEN-ITEM-EOF                 PIC X     VALUE 'N'.
            05 APPROVER-EOF                  PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
                88 WS-FIV               VALUE 5.
                88 WS-SIX               VALUE 6.
                88 WS-SEV               VALUE 7.
            05 WS-ACTION                     PIC X.
                88 ACT-APPROVE          VALUES 'A' 'a'.
                88 ACT-HOLD             VALUES 'H' 'h'.
                88 ACT-SKIP             VALUES 'S' 's'.
                88 ACT-STOP             VALUES 'X' 'x'.
            05 WS-PAUSE                      PIC X.
            05 WS-TODAY                      PIC 9(8).

      * The approver signed on for this session - approvals and
      * holds are stamped with this id.
       01 WS-SIGNON.
            05 WS-APPROVER-ID                PIC X(8)  VALUE SPACES.
            05 WS-APPROVER-LIMIT             PIC 9(8)V99 VALUE 0.

      * The approver fields as keyed in.
       01 WS-APR-INPUT.
            05 WS-IN-NAME                    PIC X(30).
            05 WS-IN-LIMIT-X                 PIC X(12).
            05 WS-IN-ACTIVE                  PIC X.
            05 WS-IN-REASON                  PIC X(20).
            05 WS-IN-APPROVER                PIC X(8).

       01 WS-QUEUE-COUNTS.
            05 WS-APPROVED-COUNT             PIC 9(6)  VALUE 0.
            05 WS-HELD-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-SKIPPED-COUNT              PIC 9(6)  VALUE 0.
            05 WS-LIST-COUNT                 PIC 9(6)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-SIGNED-ON                  PIC X VALUE 'N'.
                88 SIGNED-ON            VALUE 'Y'.
            05 WS-ITEM-NOT-FOUND             PIC X VALUE 'F'.
                88 OPEN-ITEM-NOT-FOUND  VALUE 'T'.
            05 WS-APR-NOT-FOUND              PIC X VALUE 'F'.
                88 APPROVER-NOT-FOUND   VALUE 'T'.
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
            05 LO-ERR-TRY-AGAIN                     PIC X(30)
                VALUE "PLEASE MAKE A VALID SELECTION".
            05 LO-FOUND                             PIC X(10)
                VALUE "FILE FOUND".
            05 ERR-OPEN-STATUS                      PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 NO-OPEN-FILE                         PIC X(40)
                VALUE "NO OPEN-ITEM FILE ON RECORD - NO QUEUE  ".
            05 SEE-YA                               PIC X(22)
                VALUE "APPROVAL RUN COMPLETE.".
            05 MAIN-MENU                            PIC X(25)
                VALUE "Invoice Approval Menu    ".
            05 MENU-QUEUE                           PIC X(25)
                VALUE "   1. WORK PENDING QUEUE ".
            05 MENU-HOLD                            PIC X(25)
                VALUE "   2. HOLD AN INVOICE    ".
            05 MENU-RELEASE                         PIC X(25)
                VALUE "   3. RELEASE A HOLD     ".
            05 MENU-LIST-HELD                       PIC X(25)
                VALUE "   4. LIST HELD INVOICES ".
            05 MENU-APPROVER                        PIC X(25)
                VALUE "   5. MAINTAIN APPROVER  ".
            05 MENU-LIST-APR                        PIC X(25)
                VALUE "   6. LIST APPROVERS     ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   7. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-APPROVER-ID                    PIC X(20)
                VALUE "Enter Approver ID:  ".
            05 ENTER-ID                             PIC X(18)
                VALUE "Enter Vendor ID#: ".
            05 ENTER-INVOICE-NO                     PIC X(20)
                VALUE "Enter Invoice No:   ".
            05 ENTER-ACTION                         PIC X(40)
                VALUE "A=APPROVE  H=HOLD  S=SKIP  X=STOP:      ".
            05 ENTER-REASON                         PIC X(30)
                VALUE "Enter Hold Reason (required): ".
            05 ENTER-APR-NAME                       PIC X(36)
                VALUE "Enter Approver Name (blank = keep): ".
            05 ENTER-APR-LIMIT                      PIC X(40)
                VALUE "Enter Approval Limit $ (blank = keep):  ".
            05 ENTER-APR-ACTIVE                     PIC X(40)
                VALUE "Approver Active? (Y/N, blank = keep):   ".
            05 ERR-NO-APPROVER                      PIC X(40)
                VALUE "NOT AN ACTIVE APPROVER - NOT SIGNED ON  ".
            05 ERR-ITEM-NOT-FOUND                   PIC X(24)
                VALUE "OPEN ITEM NOT ON FILE   ".
            05 ERR-OVER-LIMIT                       PIC X(44)
                VALUE "OVER YOUR APPROVAL LIMIT - LEFT PENDING     ".
            05 ERR-ALREADY-HELD                     PIC X(30)
                VALUE "INVOICE IS ALREADY ON HOLD.   ".
            05 ERR-NOT-HELD                         PIC X(30)
                VALUE "INVOICE IS NOT ON HOLD.       ".
            05 ERR-BLANK-APPROVER                   PIC X(44)
                VALUE "APPROVER ID CANNOT BE BLANK - NOTHING SAVED ".
            05 ERR-NEW-NEEDS-NAME                   PIC X(44)
                VALUE "NEW APPROVER NEEDS A NAME - NOTHING SAVED   ".
            05 ERR-OWN-APPROVER                     PIC X(44)
                VALUE "YOUR OWN APPROVER RECORD IS NOT CHANGED     ".
            05 SIGNED-ON-LIT                        PIC X(16)
                VALUE "SIGNED ON - ID: ".
            05 LIMIT-LIT                            PIC X(9)
                VALUE " LIMIT: ".
            05 APPROVED-CONF                        PIC X(18)
                VALUE "INVOICE APPROVED. ".
            05 HELD-CONF                            PIC X(18)
                VALUE "INVOICE ON HOLD.  ".
            05 RELEASED-CONF                        PIC X(30)
                VALUE "HOLD RELEASED - NOW STATUS:   ".
            05 APR-SAVED-CONF                       PIC X(16)
                VALUE "APPROVER SAVED. ".
            05 APR-NEW-LIT                          PIC X(16)
                VALUE "NEW APPROVER.   ".
            05 QUEUE-EMPTY                          PIC X(30)
                VALUE "NO PENDING ITEMS IN THE QUEUE.".
            05 NO-HELD                              PIC X(24)
                VALUE "NO INVOICES ON HOLD.    ".
            05 NO-APPROVERS                         PIC X(24)
                VALUE "NO APPROVERS ON FILE.   ".
            05 SUM-APPROVED-LIT                     PIC X(16)
                VALUE "APPROVED:       ".
            05 SUM-HELD-LIT                         PIC X(16)
                VALUE "PUT ON HOLD:    ".
            05 SUM-SKIPPED-LIT                      PIC X(16)
                VALUE "SKIPPED:        ".
            05 LIST-CONT                            PIC X(24)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 ITEM-HDR                             PIC X(65) VALUE
               "ACCT   INVOICE    INV DATE DUE DATE  REMAINING ST APPROV
      -        "ER REASON".
            05 APR-HDR                              PIC X(61) VALUE
               "APPROVER NAME                                   LIMIT  A
      -        "CTIVE".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ITEM-LINE.
            05 IL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 IL-INVOICE-NO                 PIC X(10).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 IL-INVOICE-DATE               PIC 9(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 IL-DUE-DATE                   PIC 9(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 IL-REMAIN-AMT                 PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 IL-STATUS                     PIC X.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 IL-APPROVED-BY                PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 IL-HOLD-REASON                PIC X(20).

       01  WS-APR-LINE.
            05 AL-APPROVER-ID                PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 AL-NAME                       PIC X(30).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 AL-LIMIT                      PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 AL-ACTIVE                     PIC X.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           CLOSE MASTER.
           CLOSE OPEN-FILE.
           CLOSE APPROVER-FILE.
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDAPV" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-SEV
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDAPV" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDPUR's 150-FIND-FILE. The open-item file must
      *  already be there - VNDPOST creates it - since there is no
      *  queue without it.
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
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-MFILE
                   MOVE UT-SYS-OTEMP TO UT-SYS-OFILE
                   MOVE UT-SYS-RTEMP TO UT-SYS-RFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-OLINUX TO UT-SYS-OFILE
                   MOVE UT-SYS-RLINUX TO UT-SYS-RFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
                   DISPLAY "Enter Open-Item File Location:"
                   ACCEPT UT-SYS-OFILE
                   DISPLAY "Enter Approver File Location:"
                   ACCEPT UT-SYS-RFILE
               WHEN WS-FOU
                   DISPLAY SEE-YA
                   STOP RUN
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           OPEN INPUT MASTER.
           IF WS-FILE-IS NOT = 0
               DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               OPEN I-O OPEN-FILE
               IF WS-OPEN-IS NOT = 0
                   DISPLAY NO-OPEN-FILE
                   CLOSE MASTER
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   DISPLAY LO-FOUND
                   MOVE 'Y' TO FILE-OPEN
                   PERFORM 160-OPEN-APPROVERS THRU 160-EXIT
               END-IF
           END-IF.
           DISPLAY DIVIDER.
       150-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the approver file I-O, creating it on the first run
      *  the same way VNDPUR's 160-OPEN-PURCH-ORDERS creates a brand
      *  new purchase-order file.
      ****************************************************************
       160-OPEN-APPROVERS.
           OPEN I-O APPROVER-FILE.
           IF APR-NOT-OPEN
               OPEN OUTPUT APPROVER-FILE
               CLOSE APPROVER-FILE
               OPEN I-O APPROVER-FILE
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  The selection menu that the user interacts with, same shape
      *  as VNDPUR's 200-MAKE-SELECTION. The queue, hold and release
      *  options need an approver signed on first.
      ****************************************************************
       200-MAKE-SELECTION.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY MAIN-MENU.
           DISPLAY SPACES.
           DISPLAY MENU-QUEUE.
           DISPLAY MENU-HOLD.
           DISPLAY MENU-RELEASE.
           DISPLAY MENU-LIST-HELD.
           DISPLAY MENU-APPROVER.
           DISPLAY MENU-LIST-APR.
           DISPLAY MENU-EXIT.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           IF (WS-ONE OR WS-TWO OR WS-THR) AND NOT SIGNED-ON
              AND SGN-IS-ALLOWED
               PERFORM 300-SIGN-ON THRU 300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN (WS-ONE OR WS-TWO OR WS-THR) AND NOT SIGNED-ON
                   CONTINUE
               WHEN WS-ONE  PERFORM 1000-WORK-QUEUE THRU 1000-EXIT
               WHEN WS-TWO  PERFORM 2000-HOLD-ITEM THRU 2000-EXIT
               WHEN WS-THR  PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
               WHEN WS-FOU  PERFORM 4000-LIST-HELD THRU 4000-EXIT
               WHEN WS-FIV  PERFORM 5000-MAINTAIN-APPROVER
                                 THRU 5000-EXIT
               WHEN WS-SIX  PERFORM 6000-LIST-APPROVERS THRU 6000-EXIT
               WHEN WS-SEV  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      *  Signs an approver on for the session - the signed-on
      *  operator's id must be on the approver file and active.
      *  Every approval and hold from here on carries this id.
      ****************************************************************
       300-SIGN-ON.
           MOVE SGN-OPERATOR-ID TO APR-APPROVER-ID.
           PERFORM 5100-READ-APPROVER THRU 5100-EXIT.
           IF APPROVER-NOT-FOUND OR NOT APR-IS-ACTIVE
               DISPLAY ERR-NO-APPROVER
           ELSE
               MOVE APR-APPROVER-ID TO WS-APPROVER-ID
               MOVE APR-LIMIT TO WS-APPROVER-LIMIT
               MOVE 'Y' TO WS-SIGNED-ON
               MOVE WS-APPROVER-LIMIT TO WS-AMT-ED
               DISPLAY SIGNED-ON-LIT, WS-APPROVER-ID, LIMIT-LIT,
                       WS-AMT-ED
           END-IF.
       300-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Works the pending queue in account/invoice order - each
      *  pending item is shown and the approver approves, holds,
      *  skips, or stops. Approved and held items drop out of the
      *  queue; a skipped one comes round again next time.
      ****************************************************************
       1000-WORK-QUEUE.
            MOVE 0 TO WS-APPROVED-COUNT.
            MOVE 0 TO WS-HELD-COUNT.
            MOVE 0 TO WS-SKIPPED-COUNT.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO OPEN-ITEM-EOF.
            MOVE LOW-VALUES TO OPN-KEY.
            START OPEN-FILE KEY NOT < OPN-KEY
                INVALID KEY MOVE 'Y' TO OPEN-ITEM-EOF
            END-START.
            PERFORM UNTIL OPEN-ITEM-EOF = 'Y'
                READ OPEN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO OPEN-ITEM-EOF
                    NOT AT END
                        IF OPN-PENDING
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 1100-WORK-ONE-ITEM THRU 1100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY QUEUE-EMPTY
            ELSE
                MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
                DISPLAY SUM-APPROVED-LIT, WS-COUNT-ED
                MOVE WS-HELD-COUNT TO WS-COUNT-ED
                DISPLAY SUM-HELD-LIT, WS-COUNT-ED
                MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED
                DISPLAY SUM-SKIPPED-LIT, WS-COUNT-ED
            END-IF.
       1000-EXIT.
            EXIT.

      ****************************************************************
      *   One pending item - shown with its vendor, then the
      *   approver's decision, re-asked until it is one of the four.
      ****************************************************************
       1100-WORK-ONE-ITEM.
            DISPLAY SPACES.
            MOVE OPN-ACCOUNTNO TO MAS-ACCOUNTNO.
            READ MASTER
                INVALID KEY MOVE SPACES TO MAS-VENDOR-NAME
            END-READ.
            DISPLAY MAS-VENDOR-NAME.
            DISPLAY ITEM-HDR.
            PERFORM 4100-SHOW-ITEM THRU 4100-EXIT.
            MOVE 'N' TO WS-ACTION-DONE.
            PERFORM UNTIL ACTION-DONE
                DISPLAY ENTER-ACTION
                ACCEPT WS-ACTION
                EVALUATE TRUE
                    WHEN ACT-APPROVE
                        PERFORM 1200-APPROVE-ITEM THRU 1200-EXIT
                        MOVE 'Y' TO WS-ACTION-DONE
                    WHEN ACT-HOLD
                        PERFORM 2100-PUT-ON-HOLD THRU 2100-EXIT
                        MOVE 'Y' TO WS-ACTION-DONE
                    WHEN ACT-SKIP
                        ADD 1 TO WS-SKIPPED-COUNT
                        MOVE 'Y' TO WS-ACTION-DONE
                    WHEN ACT-STOP
                        MOVE 'Y' TO OPEN-ITEM-EOF
                        MOVE 'Y' TO WS-ACTION-DONE
                    WHEN OTHER
                        DISPLAY ENTER-VALID
                END-EVALUATE
            END-PERFORM.
       1100-EXIT.
            EXIT.

      ****************************************************************
      *   Approves the item in hand - only within the signed-on
      *   approver's limit, measured on what is still to be paid.
      *   Over the limit it stays pending for someone senior.
      ****************************************************************
       1200-APPROVE-ITEM.
            IF OPN-REMAIN-AMT > WS-APPROVER-LIMIT
                DISPLAY ERR-OVER-LIMIT
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                MOVE 'A' TO OPN-APPROVAL-STATUS
                MOVE WS-APPROVER-ID TO OPN-APPROVED-BY
                MOVE WS-TODAY TO OPN-APPROVED-DATE
                MOVE SPACES TO OPN-HOLD-REASON
                REWRITE OPN-REC
                    INVALID KEY
                        DISPLAY ERR-ITEM-NOT-FOUND
                    NOT INVALID KEY
                        DISPLAY APPROVED-CONF
                        ADD 1 TO WS-APPROVED-COUNT
                END-REWRITE
            END-IF.
       1200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Puts one disputed invoice on hold by account and invoice
      *  number, whatever its approval - a hold stops payment of an
      *  approved item too.
      ****************************************************************
       2000-HOLD-ITEM.
            PERFORM 2200-GET-ITEM THRU 2200-EXIT.
            IF NOT OPEN-ITEM-NOT-FOUND
                DISPLAY ITEM-HDR
                PERFORM 4100-SHOW-ITEM THRU 4100-EXIT
                IF OPN-ON-HOLD
                    DISPLAY ERR-ALREADY-HELD
                ELSE
                    PERFORM 2100-PUT-ON-HOLD THRU 2100-EXIT
                END-IF
            END-IF.
       2000-EXIT.
            EXIT.

      ****************************************************************
      *   Holds the item in hand. The reason is required - a hold
      *   nobody can explain is a hold nobody can release. The
      *   approver stamp is left alone so a release knows whether
      *   the item had been approved before the dispute.
      ****************************************************************
       2100-PUT-ON-HOLD.
            MOVE SPACES TO WS-IN-REASON.
            PERFORM UNTIL WS-IN-REASON NOT = SPACES
                DISPLAY ENTER-REASON
                ACCEPT WS-IN-REASON
            END-PERFORM.
            MOVE 'H' TO OPN-APPROVAL-STATUS.
            MOVE WS-IN-REASON TO OPN-HOLD-REASON.
            REWRITE OPN-REC
                INVALID KEY
                    DISPLAY ERR-ITEM-NOT-FOUND
                NOT INVALID KEY
                    DISPLAY HELD-CONF
                    ADD 1 TO WS-HELD-COUNT
            END-REWRITE.
       2100-EXIT.
            EXIT.

      ****************************************************************
      *   Prompts for an open item's account and invoice number and
      *   reads it.
      ****************************************************************
       2200-GET-ITEM.
            DISPLAY ENTER-ID.
            ACCEPT OPN-ACCOUNTNO.
            DISPLAY ENTER-INVOICE-NO.
            ACCEPT OPN-INVOICE-NO.
            MOVE 'F' TO WS-ITEM-NOT-FOUND.
            READ OPEN-FILE
                INVALID KEY
                    MOVE 'T' TO WS-ITEM-NOT-FOUND
                    DISPLAY ERR-ITEM-NOT-FOUND
            END-READ.
       2200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Releases a hold. An item approved before the hold goes
      *  straight back to approved; one never approved goes back
      *  to the pending queue.
      ****************************************************************
       3000-RELEASE-HOLD.
            PERFORM 2200-GET-ITEM THRU 2200-EXIT.
            IF NOT OPEN-ITEM-NOT-FOUND
                DISPLAY ITEM-HDR
                PERFORM 4100-SHOW-ITEM THRU 4100-EXIT
                IF NOT OPN-ON-HOLD
                    DISPLAY ERR-NOT-HELD
                ELSE
                    IF OPN-APPROVED-BY NOT = SPACES
                        MOVE 'A' TO OPN-APPROVAL-STATUS
                    ELSE
                        MOVE 'P' TO OPN-APPROVAL-STATUS
                    END-IF
                    MOVE SPACES TO OPN-HOLD-REASON
                    REWRITE OPN-REC
                        INVALID KEY
                            DISPLAY ERR-ITEM-NOT-FOUND
                        NOT INVALID KEY
                            DISPLAY RELEASED-CONF,
                                    OPN-APPROVAL-STATUS
                    END-REWRITE
                END-IF
            END-IF.
       3000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every invoice on hold with its reason - the disputes
      *  still to be settled.
      ****************************************************************
       4000-LIST-HELD.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO OPEN-ITEM-EOF.
            MOVE LOW-VALUES TO OPN-KEY.
            START OPEN-FILE KEY NOT < OPN-KEY
                INVALID KEY MOVE 'Y' TO OPEN-ITEM-EOF
            END-START.
            DISPLAY ITEM-HDR.
            PERFORM UNTIL OPEN-ITEM-EOF = 'Y'
                READ OPEN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO OPEN-ITEM-EOF
                    NOT AT END
                        IF OPN-ON-HOLD
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 4100-SHOW-ITEM THRU 4100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY NO-HELD
            END-IF.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       4000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the open item in hand as one line.
      ****************************************************************
       4100-SHOW-ITEM.
            MOVE OPN-ACCOUNTNO TO IL-ACCOUNTNO.
            MOVE OPN-INVOICE-NO TO IL-INVOICE-NO.
            MOVE OPN-INVOICE-DATE TO IL-INVOICE-DATE.
            MOVE OPN-DUE-DATE TO IL-DUE-DATE.
            MOVE OPN-REMAIN-AMT TO IL-REMAIN-AMT.
            IF OPN-APPROVAL-STATUS = SPACE
                MOVE 'P' TO IL-STATUS
            ELSE
                MOVE OPN-APPROVAL-STATUS TO IL-STATUS
            END-IF.
            MOVE OPN-APPROVED-BY TO IL-APPROVED-BY.
            MOVE OPN-HOLD-REASON TO IL-HOLD-REASON.
            DISPLAY WS-ITEM-LINE.
       4100-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Adds an approver or changes one - name, limit and active
      *  flag, each kept as it was when left blank. Setting an
      *  approver inactive is how one is retired; approvers are
      *  never deleted, since their ids stay stamped on open items.
      *  The signed-on operator's own record is refused, the same
      *  as VNDOPR refuses an operator's own role and status - the
      *  limit is only a control if someone else sets it.
      ****************************************************************
       5000-MAINTAIN-APPROVER.
            DISPLAY ENTER-APPROVER-ID.
            ACCEPT APR-APPROVER-ID.
            MOVE APR-APPROVER-ID TO WS-IN-APPROVER.
            INSPECT WS-IN-APPROVER CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF APR-APPROVER-ID = SPACES
                DISPLAY ERR-BLANK-APPROVER
            ELSE IF WS-IN-APPROVER = SGN-OPERATOR-ID
                DISPLAY ERR-OWN-APPROVER
            ELSE
                PERFORM 5100-READ-APPROVER THRU 5100-EXIT
                IF APPROVER-NOT-FOUND
                    DISPLAY APR-NEW-LIT
                    MOVE SPACES TO APR-NAME
                    MOVE 0 TO APR-LIMIT
                    MOVE 'Y' TO APR-ACTIVE
                ELSE
                    DISPLAY APR-HDR
                    PERFORM 6100-SHOW-APPROVER THRU 6100-EXIT
                END-IF
                PERFORM 5200-GET-APPROVER-FIELDS THRU 5200-EXIT
                IF APR-NAME = SPACES
                    DISPLAY ERR-NEW-NEEDS-NAME
                ELSE
                    IF APPROVER-NOT-FOUND
                        WRITE APR-REC
                            INVALID KEY
                                DISPLAY ERR-BLANK-APPROVER
                            NOT INVALID KEY
                                DISPLAY APR-SAVED-CONF
                        END-WRITE
                    ELSE
                        REWRITE APR-REC
                            INVALID KEY
                                DISPLAY ERR-BLANK-APPROVER
                            NOT INVALID KEY
                                DISPLAY APR-SAVED-CONF
                        END-REWRITE
                    END-IF
                END-IF
            END-IF
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the approver whose id is in APR-APPROVER-ID.
      ****************************************************************
       5100-READ-APPROVER.
            MOVE 'F' TO WS-APR-NOT-FOUND.
            READ APPROVER-FILE
                INVALID KEY MOVE 'T' TO WS-APR-NOT-FOUND
            END-READ.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   The approver's fields, blank keeping what is there. The
      *   limit reads through FUNCTION NUMVAL like every amount the
      *   shop keys.
      ****************************************************************
       5200-GET-APPROVER-FIELDS.
            DISPLAY ENTER-APR-NAME.
            ACCEPT WS-IN-NAME.
            IF WS-IN-NAME NOT = SPACES
                MOVE WS-IN-NAME TO APR-NAME
            END-IF.
            DISPLAY ENTER-APR-LIMIT.
            ACCEPT WS-IN-LIMIT-X.
            IF WS-IN-LIMIT-X NOT = SPACES
                COMPUTE APR-LIMIT = FUNCTION NUMVAL (WS-IN-LIMIT-X)
            END-IF.
            DISPLAY ENTER-APR-ACTIVE.
            ACCEPT WS-IN-ACTIVE.
            IF WS-IN-ACTIVE = 'Y' OR WS-IN-ACTIVE = 'y'
                MOVE 'Y' TO APR-ACTIVE
            END-IF.
            IF WS-IN-ACTIVE = 'N' OR WS-IN-ACTIVE = 'n'
                MOVE 'N' TO APR-ACTIVE
            END-IF.
       5200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every approver with limit and active flag.
      ****************************************************************
       6000-LIST-APPROVERS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO APPROVER-EOF.
            MOVE LOW-VALUES TO APR-APPROVER-ID.
            START APPROVER-FILE KEY NOT < APR-APPROVER-ID
                INVALID KEY MOVE 'Y' TO APPROVER-EOF
            END-START.
            DISPLAY APR-HDR.
            PERFORM UNTIL APPROVER-EOF = 'Y'
                READ APPROVER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO APPROVER-EOF
                    NOT AT END
                        ADD 1 TO WS-LIST-COUNT
                        PERFORM 6100-SHOW-APPROVER THRU 6100-EXIT
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY NO-APPROVERS
            END-IF.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       6000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the approver in hand as one line.
      ****************************************************************
       6100-SHOW-APPROVER.
            MOVE APR-APPROVER-ID TO AL-APPROVER-ID.
            MOVE APR-NAME TO AL-NAME.
            MOVE APR-LIMIT TO AL-LIMIT.
            MOVE APR-ACTIVE TO AL-ACTIVE.
            DISPLAY WS-APR-LINE.
       6100-EXIT.
            EXIT.
