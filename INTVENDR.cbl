      *               9(2)V99 made a keyed "2" store as .02 and
      *               the check run computes discounts off whatever
      *               lands in these fields.
      *10/15/2026 SM  Added the COMPLIANCE DOCUMENTS option (C) -
      *               records the W-9, insurance certificate and
      *               contract on file for a vendor, with received
      *               and expiry dates, on the compliance file the
      *               check run screens against (see VNDCMP.CPY).
      *               The menu selection is read as a character
      *               now so the option can take a letter.
      *10/15/2026 SM  A new vendor starts with no unapplied credit,
      *               and the vendor display shows the credit
      *               posting is holding (see MAS-CREDIT-BAL).
      *10/15/2026 SM  Company code on add and change (blank adds to
      *               company 01) and on the vendor display. A vendor
      *               only moves company with no balance or credit.
      *10/15/2026 SM  Currency on add and change (blank adds in USD)
      *               and on the vendor display. A vendor only
      *               changes currency with no balance or credit.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too. The operator is stamped on each
      *               audit entry and on the master-file lock.
      *10/15/2026 SM  Bank routing, bank account and pay method are
      *               no longer changed on the master here - add and
      *               change write them to the bank-change file as a
      *               pending change for another operator to approve
      *               in VNDBNK (see VNDBKC.CPY), and the vendor
      *               display shows when one is pending.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HST-KEY
                 FILE STATUS IS WS-HIST-IS.
      * The vendor compliance documents - maintained here under the
      * COMPLIANCE DOCUMENTS option, opened only while it runs.
           SELECT COMPLIANCE-FILE
                 ASSIGN TO UT-SYS-NFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CMP-KEY
                 FILE STATUS IS WS-CMP-IS.
      * Pending and decided bank-detail changes - a new one is
      * written here by add and change, opened only to do so.
           SELECT BANKCHG-FILE
                 ASSIGN TO UT-SYS-BFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BKC-KEY
                 FILE STATUS IS WS-BKC-IS.
      * The master-file lock every updater honors.
           SELECT LOCK-FILE
                 ASSIGN TO UT-SYS-LFILE
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  AUDIT-LOG
      *
       FD  OPEN-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 115 CHARACTERS.
           COPY "VNDOPEN.CPY".
      *
       FD  LOCK-FILE
      *
       FD  HISTORY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
           COPY "VNDHST.CPY".
      *
       FD  COMPLIANCE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 52 CHARACTERS.
           COPY "VNDCMP.CPY".
      *
       FD  BANKCHG-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 146 CHARACTERS.
           COPY "VNDBKC.CPY".
      *
       FD  CONFIG-FILE
         LABEL RECORDS ARE STANDARD.
            05  CFG-OFILE                   PIC X(50).
            05  CFG-LFILE                   PIC X(50).
            05  CFG-HFILE                   PIC X(50).
            05  CFG-NFILE                   PIC X(50).
            05  CFG-BFILE                   PIC X(50).
      *
       WORKING-STORAGE SECTION.
       
            05  WS-BANK-ROUTING          PIC X(9).
            05  WS-BANK-ACCOUNT          PIC X(17).
            05  WS-PAY-METHOD            PIC X.
            05  WS-COMPANY               PIC X(2).
            05  WS-CURRENCY              PIC X(3).
       
       01 WS-FILE-LO.
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVHISTORY.IDX".
            05 UT-SYS-HLINUX                 PIC X(50)
                VALUE "/tmp/INVHISTORY.IDX".
            05 UT-SYS-NFILE                  PIC X(50)
                VALUE "C:\Temp\INVCOMPLY.DAT".
            05 UT-SYS-NTEMP                  PIC X(50)
                VALUE "C:\Temp\INVCOMPLY.DAT".
            05 UT-SYS-NLINUX                 PIC X(50)
                VALUE "/tmp/INVCOMPLY.DAT".
            05 UT-SYS-BFILE                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-BTEMP                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-BLINUX                 PIC X(50)
                VALUE "/tmp/INVBANKCHG.DAT".
            05 UT-SYS-CFILE                  PIC X(50)
                VALUE "/tmp/INTVENDR.CFG".

            05 WS-AUDIT-IS                   PIC 9(2).
            05 WS-OPEN-IS                    PIC 9(2).
                88 OPEN-ITEM-NOT-OPEN   VALUE 35.
            05 WS-AUDIT-SAVE                 PIC X(292).
            05 WS-EDITED-SAVE                PIC X(292).
            05 WS-LOCK-IS                    PIC 9(2).
                88 LOCK-NOT-OPEN        VALUE 35.
            05 WS-LOCK-ANSWER                PIC X.
                88 HIST-NOT-OPEN        VALUE 35.
            05 WS-CONFIG-IS                  PIC 9(2).
                88 CONFIG-NOT-OPEN      VALUE 35.
            05 WS-CMP-IS                     PIC 9(2).
                88 CMP-NOT-OPEN         VALUE 35.
            05 WS-BKC-IS                     PIC 9(2).
                88 BKC-NOT-OPEN         VALUE 35.
            05 WS-LAST-LOCATION              PIC X(50) VALUE SPACES.
            05 WS-LAST-AUDIT-LOCATION        PIC X(50) VALUE SPACES.
            05 WS-LAST-OPEN-LOCATION         PIC X(50) VALUE SPACES.
            05 WS-LAST-LOCK-LOCATION         PIC X(50) VALUE SPACES.
            05 WS-LAST-HIST-LOCATION         PIC X(50) VALUE SPACES.
            05 WS-LAST-CMP-LOCATION          PIC X(50) VALUE SPACES.
            05 WS-LAST-BKC-LOCATION          PIC X(50) VALUE SPACES.
            05 WS-PAUSE                      PIC X.
            05 WS-LIST-INACTIVE-ANS          PIC X(6).
            05 MASTER-EOF                    PIC X     VALUE 'N'.
           
            05 WS-USER-SELECT                PIC X.
                88 WS-ZERO              VALUE '0'.
                88 WS-ONE               VALUE '1'.
                88 WS-TWO               VALUE '2'.
                88 WS-THR               VALUE '3'.
                88 WS-FOU               VALUE '4'.
                88 WS-FIV               VALUE '5'.
                88 WS-SIX               VALUE '6'.
                88 WS-SEV               VALUE '7'.
                88 WS-EIG               VALUE '8'.
                88 WS-NIN               VALUE '9'.
                88 WS-CMP               VALUES 'C' 'c'.

       01  WS-SWITCHES.
            05 WS-CREATE-FILE               PIC X
            05 WS-VALIDATE-MODE              PIC X VALUE 'A'.
                88 VALIDATE-FOR-ADD     VALUE 'A'.
                88 VALIDATE-FOR-EDIT    VALUE 'E'.
           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 SEE-YA                               PIC X(18)
                VALUE "SEE YOU NEXT TIME.".
                VALUE "   8. VENDOR OPEN ITEMS".
            05 HIST-VENDOR                          PIC X(22)
                VALUE "   9. VENDOR HISTORY  ".
            05 CMP-VENDOR                           PIC X(26)
                VALUE "   C. COMPLIANCE DOCUMENTS".
            05 EXIT-PROG                            PIC X(10)
                VALUE "   0. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "BANK:        ".
            05 DIS-PAY-METHOD                        PIC X(13)
                VALUE "PAY METHOD:  ".
            05 DIS-CREDIT-BAL                        PIC X(13)
                VALUE "CREDIT HELD: ".
            05 ENTER-COMPANY                         PIC X(40)
                VALUE "Company Code (blank = 01 / no change):  ".
            05 DIS-COMPANY                           PIC X(13)
                VALUE "COMPANY:     ".
            05 ERR-COMPANY-BAL                       PIC X(43)
                VALUE "COMPANY NOT CHANGED - VENDOR HAS A BALANCE ".
            05 ENTER-CURRENCY                        PIC X(40)
                VALUE "Currency (blank = USD / no change):     ".
            05 DIS-CURRENCY                          PIC X(13)
                VALUE "CURRENCY:    ".
            05 ERR-CURRENCY-BAL                      PIC X(43)
                VALUE "CURRENCY NOT CHANGED - VENDOR HAS A BALANCE".
            05 ENTER-OPEN-LO                         PIC X(26)
                VALUE "Enter Open-Item File Path:".
            05 NO-OPEN-FILE                          PIC X(28)
                VALUE "NO POSTED HISTORY FOR THIS VENDOR".
            05 HIST-SHOWING-LIT                      PIC X(26)
                VALUE "LAST POSTED TRANSACTIONS: ".
            05 ENTER-CMP-LO                          PIC X(27)
                VALUE "Enter Compliance File Path:".
            05 ERR-CMP-OPEN-STATUS                   PIC X(33)
                VALUE "COMPLIANCE OPEN FAILED - STATUS: ".
            05 CMP-LIST-HDR                          PIC X(47)
                VALUE "TYPE         STATUS    RECEIVED  EXPIRES   NOTE".
            05 NO-CMP-DOCS                           PIC X(32)
                VALUE "NO COMPLIANCE DOCUMENTS ON FILE.".
            05 CMP-MISSING-LIT                       PIC X(31)
                VALUE "REQUIRED DOCUMENT NOT ON FILE: ".
            05 ENTER-DOC-TYPE                        PIC X(43)
                VALUE "Document (W)-9, (I)nsurance, (C)ontract:   ".
            05 ENTER-DOC-DONE                        PIC X(17)
                VALUE "(blank when done)".
            05 ERR-BAD-DOC-TYPE                      PIC X(44)
                VALUE "DOCUMENT MUST BE W, I OR C - PLEASE RE-ENTER".
            05 ENTER-CMP-STATUS                      PIC X(46)
                VALUE "Status (R)eceived (P)ending (W)aived (D)elete:".
            05 ERR-BAD-CMP-STATUS                    PIC X(45)
                VALUE "STATUS MUST BE R, P, W OR D - PLEASE RE-ENTER".
            05 ENTER-RECV-DATE                       PIC X(42)
                VALUE "Received Date YYYYMMDD (blank no change): ".
            05 ENTER-EXPIRY-DATE                     PIC X(43)
                VALUE "Expiry Date YYYYMMDD (0 never, blank same):".
            05 ERR-BAD-CMP-DATE                      PIC X(44)
                VALUE "DATE MUST BE YYYYMMDD - PLEASE RE-ENTER     ".
            05 ENTER-CMP-NOTE                        PIC X(43)
                VALUE "Note (20 Characters, blank no change):     ".
            05 CMP-ADDED-CONF                        PIC X(14)
                VALUE "DOCUMENT ADDED".
            05 CMP-UPDATED-CONF                      PIC X(16)
                VALUE "DOCUMENT UPDATED".
            05 CMP-DELETED-CONF                      PIC X(16)
                VALUE "DOCUMENT DELETED".
            05 CMP-NOT-ON-FILE                       PIC X(38)
                VALUE "DOCUMENT NOT ON FILE - NOTHING DELETED".
            05 CMP-W9-LIT                            PIC X(3)
                VALUE "W-9".
            05 CMP-INS-LIT                           PIC X(9)
                VALUE "INSURANCE".
            05 CMP-CON-LIT                           PIC X(8)
                VALUE "CONTRACT".
            05 CMP-RECV-LIT                          PIC X(8)
                VALUE "RECEIVED".
            05 CMP-PEND-LIT                          PIC X(7)
                VALUE "PENDING".
            05 CMP-WAIVE-LIT                         PIC X(6)
                VALUE "WAIVED".
            05 CMP-EXPIRED-LIT                       PIC X(12)
                VALUE " **EXPIRED**".
            05 MSG-BY                                PIC X(4)
                VALUE " BY ".
            05 ENTER-BKC-LO                          PIC X(28)
                VALUE "Enter Bank-Change File Path:".
            05 ERR-BKC-OPEN-STATUS                   PIC X(34)
                VALUE "BANK-CHANGE OPEN FAILED - STATUS: ".
            05 ERR-BKC-PENDING                       PIC X(43)
                VALUE "BANK CHANGE ALREADY PENDING FOR THIS VENDOR".
            05 ERR-BKC-WRITE                         PIC X(34)
                VALUE "BANK CHANGE NOT WRITTEN - STATUS: ".
            05 MSG-BANK-NOT-CHANGED                  PIC X(39)
                VALUE "BANK DETAILS AND PAY METHOD NOT CHANGED".
            05 MSG-BANK-PENDING                      PIC X(41)
                VALUE "BANK CHANGE SENT FOR APPROVAL - SEQUENCE ".
            05 DIS-BANK-PENDING                      PIC X(44)
                VALUE "BANK CHANGE PENDING APPROVAL - REQUESTED BY ".

       01  WS-BKC-AREA.
            05 WS-BKC-WANTED                 PIC X     VALUE 'N'.
                88 BKC-WANTED           VALUE 'Y'.
            05 WS-BKC-NEW-ROUTING            PIC 9(9).
            05 WS-BKC-NEW-ACCOUNT            PIC X(17).
            05 WS-BKC-NEW-PAY-METHOD         PIC X.
            05 WS-BKC-LAST-SEQ               PIC 9(4).
            05 WS-BKC-PENDING-SW             PIC X.
                88 BKC-HAS-PENDING      VALUE 'Y'.
            05 WS-BKC-PENDING-BY             PIC X(8).
            05 WS-BKC-EOF                    PIC X.
                88 BKC-EOF              VALUE 'Y'.

       01  WS-CMP-AREA.
            05 WS-CMP-TYPE-X                 PIC X.
            05 WS-CMP-STATUS-X               PIC X.
            05 WS-CMP-DATE-X                 PIC X(8).
            05 WS-CMP-DATE                   PIC 9(8).
            05 WS-CMP-NOTE-X                 PIC X(20).
            05 WS-CMP-TODAY                  PIC 9(8).
            05 WS-CMP-COUNT                  PIC 9(2)  VALUE 0.
            05 COMPLIANCE-EOF                PIC X     VALUE 'N'.
            05 WS-CMP-HAVE-W9                PIC X     VALUE 'N'.
                88 CMP-HAVE-W9          VALUE 'Y'.
            05 WS-CMP-HAVE-INS               PIC X     VALUE 'N'.
                88 CMP-HAVE-INS         VALUE 'Y'.
            05 WS-CMP-DONE                   PIC X     VALUE 'N'.
                88 CMP-DONE             VALUE 'Y'.
            05 WS-CMP-NEW                    PIC X     VALUE 'N'.
                88 CMP-IS-NEW           VALUE 'Y'.
            05 WS-CMP-DATE-OK                PIC X     VALUE 'N'.
                88 CMP-DATE-OK          VALUE 'Y'.

       01  WS-CMP-LINE.
            05 CL-DOC-TYPE                   PIC X(12).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-STATUS                     PIC X(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-RECEIVED                   PIC Z(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-EXPIRY                     PIC Z(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CL-NOTE                       PIC X(20).
            05 CL-EXPIRED                    PIC X(12).

       01  WS-HIST-AREA.
            05 WS-HIST-TOTAL                 PIC 9(6)  VALUE 0.
      *  Controls the direction of program logic.
      ****************************************************************
       100-MAIN.
           PERFORM 120-SIGN-ON THRU 120-EXIT.
           IF NOT SGN-IS-ALLOWED
               STOP RUN
           END-IF.
           PERFORM 160-READ-CONFIG THRU 160-EXIT.
           PERFORM 150-FIND-FILE THRU 150-EXIT
                   UNTIL OPEN-F.
           DISPLAY SEE-YA.
           STOP RUN.
      
      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "INTVENDR" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-ZERO
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "INTVENDR" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu the allows the user to select where the maser file is
      *  located.
                       MOVE CFG-OFILE TO WS-LAST-OPEN-LOCATION
                       MOVE CFG-LFILE TO WS-LAST-LOCK-LOCATION
                       MOVE CFG-HFILE TO WS-LAST-HIST-LOCATION
                       MOVE CFG-NFILE TO WS-LAST-CMP-LOCATION
                       MOVE CFG-BFILE TO WS-LAST-BKC-LOCATION
                       MOVE 'Y' TO WS-HAVE-LAST-LOC
               END-READ
               CLOSE CONFIG-FILE
                                MOVE WS-LAST-HIST-LOCATION
                                     TO UT-SYS-HFILE
                            END-IF
                            IF WS-LAST-CMP-LOCATION NOT = SPACES
                                MOVE WS-LAST-CMP-LOCATION
                                     TO UT-SYS-NFILE
                            END-IF
                            IF WS-LAST-BKC-LOCATION NOT = SPACES
                                MOVE WS-LAST-BKC-LOCATION
                                     TO UT-SYS-BFILE
                            END-IF
               WHEN WS-ONE  MOVE UT-SYS-TEMP  TO UT-SYS-MFILE
                            MOVE UT-SYS-ATEMP  TO UT-SYS-AFILE
                            MOVE UT-SYS-OTEMP  TO UT-SYS-OFILE
                            MOVE UT-SYS-LTEMP  TO UT-SYS-LFILE
                            MOVE UT-SYS-HTEMP  TO UT-SYS-HFILE
                            MOVE UT-SYS-NTEMP  TO UT-SYS-NFILE
                            MOVE UT-SYS-BTEMP  TO UT-SYS-BFILE
               WHEN WS-TWO  MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                            MOVE UT-SYS-ALINUX TO UT-SYS-AFILE
                            MOVE UT-SYS-OLINUX TO UT-SYS-OFILE
                            MOVE UT-SYS-LLINUX TO UT-SYS-LFILE
                            MOVE UT-SYS-HLINUX TO UT-SYS-HFILE
                            MOVE UT-SYS-NLINUX TO UT-SYS-NFILE
                            MOVE UT-SYS-BLINUX TO UT-SYS-BFILE
               WHEN WS-THR  PERFORM 177-OTHER THRU 177-EXIT
               WHEN WS-FOU  PERFORM 176-CREATE THRU 176-EXIT
               WHEN WS-FIV  PERFORM 178-EXIT-PROG THRU 178-EXIT
           ACCEPT UT-SYS-LFILE.
           DISPLAY ENTER-HIST-LO.
           ACCEPT UT-SYS-HFILE.
           DISPLAY ENTER-CMP-LO.
           ACCEPT UT-SYS-NFILE.
           DISPLAY ENTER-BKC-LO.
           ACCEPT UT-SYS-BFILE.
       177-EXIT.
           EXIT.
           
           DISPLAY TOGGLE-VENDOR.
           DISPLAY OPEN-ITEM-VENDOR.
           DISPLAY HIST-VENDOR.
           DISPLAY CMP-VENDOR.
           DISPLAY EXIT-PROG.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
      *  The menu's selection control logic.
      ****************************************************************
       250-PROCEDE.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 1000-ADD-RECORD THRU 1000-EXIT
               WHEN WS-TWO  PERFORM 2000-EDT-RECORD THRU 2000-EXIT
               WHEN WS-THR  PERFORM 3000-RM-RECORD  THRU 3000-EXIT
                                 THRU 7500-EXIT
               WHEN WS-NIN  PERFORM 7600-VENDOR-HISTORY
                                 THRU 7600-EXIT
               WHEN WS-CMP  PERFORM 7700-COMPLIANCE-DOCS
                                 THRU 7700-EXIT
               WHEN WS-ZERO MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
                	PERFORM 2610-BAD-WRITE THRU 2610-EXIT
                NOT INVALID KEY
                    PERFORM 2340-AUDIT-ADD THRU 2340-EXIT
                    IF BKC-WANTED
                        PERFORM 2360-REQUEST-BANK-CHANGE
                             THRU 2360-EXIT
                    END-IF
            END-WRITE
            DISPLAY ADDED-CONF.
       1001-EXIT.
            MOVE WS-NET-DAYS TO MAS-NET-DAYS.
            MOVE WS-DISC-PCT TO MAS-DISC-PCT.
            MOVE WS-DISC-DAYS TO MAS-DISC-DAYS.
      * A new vendor is paid by check with no bank details until
      * another operator approves the ones keyed here.
            MOVE 0 TO MAS-BANK-ROUTING.
            MOVE SPACES TO MAS-BANK-ACCOUNT.
            MOVE 'C' TO MAS-PAY-METHOD.
            PERFORM 2355-WANTED-BANK THRU 2355-EXIT.
            MOVE 0 TO MAS-CREDIT-BAL.
            IF WS-COMPANY = SPACES
                MOVE "01" TO MAS-COMPANY
            ELSE
                MOVE WS-COMPANY TO MAS-COMPANY
            END-IF.
            IF WS-CURRENCY = SPACES
                MOVE "USD" TO MAS-CURRENCY
            ELSE
                MOVE WS-CURRENCY TO MAS-CURRENCY
            END-IF.
       1200-EXIT.
            EXIT.
                                              THRU 2341-EXIT
                    END-REWRITE
                    DISPLAY UPDATE-CONF
                    IF BKC-WANTED AND WS-FILE-IS = 0
                        PERFORM 2360-REQUEST-BANK-CHANGE
                             THRU 2360-EXIT
                    END-IF
                END-IF
            END-IF.
       2350-EXIT.
            MOVE SPACES TO WS-BANK-ROUTING
            MOVE SPACES TO WS-BANK-ACCOUNT
            MOVE SPACE TO WS-PAY-METHOD
            MOVE SPACES TO WS-COMPANY
            MOVE SPACES TO WS-CURRENCY
            MOVE 'N' TO WS-UPDATE-FLAG.
       2310-EXIT.
       		EXIT.
            ACCEPT WS-BANK-ACCOUNT.
            DISPLAY ENTER-PAY-METHOD.
            ACCEPT WS-PAY-METHOD.
            DISPLAY ENTER-COMPANY.
            ACCEPT WS-COMPANY.
            DISPLAY ENTER-CURRENCY.
            ACCEPT WS-CURRENCY.
            PERFORM 2324-PROMPT-AND-VALIDATE THRU 2324-EXIT.
       2320-EXIT.
            EXIT.
                MOVE WS-DISC-DAYS TO MAS-DISC-DAYS
                MOVE 'Y' TO WS-UPDATE-FLAG
            END-IF.
      * Bank details and pay method are left as they are on the
      * master - a change to them goes for approval once the rest
      * of the record is rewritten.
            PERFORM 2355-WANTED-BANK THRU 2355-EXIT.
      * Open items and history stay on the books they posted to, so
      * a vendor only changes company once it owes and holds nothing.
            IF WS-COMPANY NOT = SPACES
               AND WS-COMPANY NOT = MAS-COMPANY
                IF MAS-BALANCE = 0 AND MAS-CREDIT-BAL = 0
                    MOVE WS-COMPANY TO MAS-COMPANY
                    MOVE 'Y' TO WS-UPDATE-FLAG
                ELSE
                    DISPLAY ERR-COMPANY-BAL
                END-IF
            END-IF.
      * Same for currency - the open items and their booked rates
      * stay in the currency they were invoiced in.
            IF WS-CURRENCY NOT = SPACES
               AND WS-CURRENCY NOT = MAS-CURRENCY
                IF MAS-BALANCE = 0 AND MAS-CREDIT-BAL = 0
                    MOVE WS-CURRENCY TO MAS-CURRENCY
                    MOVE 'Y' TO WS-UPDATE-FLAG
                ELSE
                    DISPLAY ERR-CURRENCY-BAL
                END-IF
            END-IF.
            IF UPDATED
               MOVE FUNCTION CURRENT-DATE TO MAS-DATE-BAL-CHANGE
       2341-EXIT.
            EXIT.

      ***************************************************************
      *   Works out the bank details and pay method the user asked
      *   for, starting from what is on the master and taking the
      *   entries the way the other fields do ('-' erases, blank
      *   keeps). Only a real difference is a change to request.
      ***************************************************************
       2355-WANTED-BANK.
            MOVE 'N' TO WS-BKC-WANTED.
            MOVE MAS-BANK-ROUTING TO WS-BKC-NEW-ROUTING.
            MOVE MAS-BANK-ACCOUNT TO WS-BKC-NEW-ACCOUNT.
            MOVE MAS-PAY-METHOD TO WS-BKC-NEW-PAY-METHOD.
            IF WS-BANK-ROUTING = "-"
                MOVE 0 TO WS-BKC-NEW-ROUTING
            ELSE IF WS-BANK-ROUTING NOT = SPACES
                MOVE WS-BANK-ROUTING TO WS-BKC-NEW-ROUTING
            END-IF.
            IF WS-BANK-ACCOUNT = "-"
                MOVE SPACES TO WS-BKC-NEW-ACCOUNT
            ELSE IF WS-BANK-ACCOUNT NOT = SPACES
                MOVE WS-BANK-ACCOUNT TO WS-BKC-NEW-ACCOUNT
            END-IF.
            IF WS-PAY-METHOD NOT = SPACE
                MOVE WS-PAY-METHOD TO WS-BKC-NEW-PAY-METHOD
            END-IF.
            IF WS-BKC-NEW-ROUTING NOT = MAS-BANK-ROUTING
               OR WS-BKC-NEW-ACCOUNT NOT = MAS-BANK-ACCOUNT
               OR WS-BKC-NEW-PAY-METHOD NOT = MAS-PAY-METHOD
                MOVE 'Y' TO WS-BKC-WANTED
            END-IF.
       2355-EXIT.
            EXIT.

      ***************************************************************
      *   Writes the bank-detail change as pending, with the
      *   details as they stand on the master and as asked for.
      *   Only one change per vendor may wait at a time, so a
      *   second is refused until the first has been decided.
      ***************************************************************
       2360-REQUEST-BANK-CHANGE.
            PERFORM 2365-OPEN-BANKCHG THRU 2365-EXIT.
            IF WS-BKC-IS NOT = 0
                DISPLAY ERR-BKC-OPEN-STATUS, WS-BKC-IS
                DISPLAY MSG-BANK-NOT-CHANGED
            ELSE
                PERFORM 2370-SCAN-BANKCHG THRU 2370-EXIT
                IF BKC-HAS-PENDING
                    DISPLAY ERR-BKC-PENDING
                    DISPLAY MSG-BANK-NOT-CHANGED
                ELSE
                    PERFORM 2375-WRITE-BANKCHG THRU 2375-EXIT
                END-IF
                CLOSE BANKCHG-FILE
            END-IF.
       2360-EXIT.
            EXIT.

      ***************************************************************
      *   Opens the bank-change file I-O, creating it the first
      *   time a change is requested the same way 7705 creates the
      *   compliance file.
      ***************************************************************
       2365-OPEN-BANKCHG.
            OPEN I-O BANKCHG-FILE.
            IF BKC-NOT-OPEN
                OPEN OUTPUT BANKCHG-FILE
                CLOSE BANKCHG-FILE
                OPEN I-O BANKCHG-FILE
            END-IF.
       2365-EXIT.
            EXIT.

      ***************************************************************
      *   Reads the vendor's changes in sequence order, keeping the
      *   highest sequence used and whether one is still pending
      *   (and who asked for it).
      ***************************************************************
       2370-SCAN-BANKCHG.
            MOVE 0 TO WS-BKC-LAST-SEQ.
            MOVE 'N' TO WS-BKC-PENDING-SW.
            MOVE SPACES TO WS-BKC-PENDING-BY.
            MOVE 'N' TO WS-BKC-EOF.
            MOVE MAS-ACCOUNTNO TO BKC-ACCOUNTNO.
            MOVE 0 TO BKC-SEQ.
            START BANKCHG-FILE KEY NOT < BKC-KEY
                INVALID KEY MOVE 'Y' TO WS-BKC-EOF
            END-START.
            PERFORM UNTIL BKC-EOF
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-BKC-EOF
                    NOT AT END
                        IF BKC-ACCOUNTNO = MAS-ACCOUNTNO
                            MOVE BKC-SEQ TO WS-BKC-LAST-SEQ
                            IF BKC-PENDING
                                MOVE 'Y' TO WS-BKC-PENDING-SW
                                MOVE BKC-REQUESTED-BY
                                     TO WS-BKC-PENDING-BY
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-BKC-EOF
                        END-IF
                END-READ
            END-PERFORM.
       2370-EXIT.
            EXIT.

      ***************************************************************
      *   Builds and writes the pending change under the next
      *   sequence number for the vendor.
      ***************************************************************
       2375-WRITE-BANKCHG.
            MOVE MAS-ACCOUNTNO TO BKC-ACCOUNTNO.
            COMPUTE BKC-SEQ = WS-BKC-LAST-SEQ + 1.
            MOVE 'P' TO BKC-STATUS.
            MOVE MAS-BANK-ROUTING TO BKC-OLD-ROUTING.
            MOVE MAS-BANK-ACCOUNT TO BKC-OLD-ACCOUNT.
            MOVE MAS-PAY-METHOD TO BKC-OLD-PAY-METHOD.
            MOVE WS-BKC-NEW-ROUTING TO BKC-NEW-ROUTING.
            MOVE WS-BKC-NEW-ACCOUNT TO BKC-NEW-ACCOUNT.
            MOVE WS-BKC-NEW-PAY-METHOD TO BKC-NEW-PAY-METHOD.
            MOVE SGN-OPERATOR-ID TO BKC-REQUESTED-BY.
            MOVE FUNCTION CURRENT-DATE (1:8)
                 TO BKC-REQUESTED-DATE.
            MOVE FUNCTION CURRENT-DATE (9:6)
                 TO BKC-REQUESTED-TIME.
            MOVE SPACES TO BKC-DECIDED-BY.
            MOVE 0 TO BKC-DECIDED-DATE.
            MOVE 0 TO BKC-DECIDED-TIME.
            MOVE 'N' TO BKC-CONFIRMED.
            MOVE SPACES TO BKC-CONFIRMED-BY.
            MOVE 0 TO BKC-CONFIRMED-DATE.
            MOVE SPACES TO BKC-NOTE.
            WRITE BKC-REC
                INVALID KEY
                    DISPLAY ERR-BKC-WRITE, WS-BKC-IS
                    DISPLAY MSG-BANK-NOT-CHANGED
                NOT INVALID KEY
                    DISPLAY MSG-BANK-PENDING, BKC-SEQ
            END-WRITE.
       2375-EXIT.
            EXIT.

      ***************************************************************
      *   Tells the user when a bank change is waiting for approval
      *   on the vendor being shown. No bank-change file simply
      *   means nothing is pending.
      ***************************************************************
       4310-SHOW-BANK-PENDING.
            OPEN INPUT BANKCHG-FILE.
            IF WS-BKC-IS = 0
                PERFORM 2370-SCAN-BANKCHG THRU 2370-EXIT
                CLOSE BANKCHG-FILE
                IF BKC-HAS-PENDING
                    DISPLAY DIS-BANK-PENDING, WS-BKC-PENDING-BY
                END-IF
            END-IF.
       4310-EXIT.
            EXIT.

      ***************************************************************
      *   Display error message and the record in error.
      ***************************************************************
            DISPLAY DIS-BANK, " ", MAS-BANK-ROUTING, " ",
                    MAS-BANK-ACCOUNT.
            DISPLAY DIS-PAY-METHOD, " ", MAS-PAY-METHOD.
            PERFORM 4310-SHOW-BANK-PENDING THRU 4310-EXIT.
            DISPLAY DIS-COMPANY, " ", MAS-COMPANY.
            DISPLAY DIS-CURRENCY, " ", MAS-CURRENCY.
            MOVE MAS-CREDIT-BAL TO WS-OPN-TOTAL-ED.
            DISPLAY DIS-CREDIT-BAL, " ", WS-OPN-TOTAL-ED.
            DISPLAY SPACES.
       4300-EXIT.
            EXIT.
       7630-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Maintains a vendor's compliance documents - the W-9, the
      *  certificate of insurance and the contract - on the
      *  compliance file the check run screens against. Shows what
      *  is on file, then takes one document type at a time to add,
      *  change or delete until the user enters a blank type.
      ****************************************************************
       7700-COMPLIANCE-DOCS.
            DISPLAY Enter-ID.
            ACCEPT MAS-ACCOUNTNO.
            PERFORM 4100-READ-V-MASTER THRU 4100-EXIT.
            IF NOT VENDOR-NOT-FOUND
                PERFORM 7705-OPEN-COMPLIANCE THRU 7705-EXIT
                IF WS-CMP-IS NOT = 0
                    DISPLAY ERR-CMP-OPEN-STATUS, WS-CMP-IS
                ELSE
                    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CMP-TODAY
                    MOVE 'N' TO WS-CMP-DONE
                    PERFORM 7710-CMP-SESSION THRU 7710-EXIT
                            UNTIL CMP-DONE
                    CLOSE COMPLIANCE-FILE
                END-IF
            END-IF.
       7700-EXIT.
            EXIT.

      ****************************************************************
      *   Opens the compliance file I-O, creating it the first time
      *   a document is recorded the same way VNDPOST creates a
      *   brand new open-item file.
      ****************************************************************
       7705-OPEN-COMPLIANCE.
            OPEN I-O COMPLIANCE-FILE.
            IF CMP-NOT-OPEN
                OPEN OUTPUT COMPLIANCE-FILE
                CLOSE COMPLIANCE-FILE
                OPEN I-O COMPLIANCE-FILE
            END-IF.
       7705-EXIT.
            EXIT.

      ****************************************************************
      *   One pass of the compliance screen - list what is on file,
      *   then ask which document to work on. A blank ends it.
      ****************************************************************
       7710-CMP-SESSION.
            PERFORM 7720-LIST-DOCS THRU 7720-EXIT.
            DISPLAY SPACES.
            DISPLAY ENTER-DOC-TYPE, ENTER-DOC-DONE.
            MOVE SPACES TO WS-CMP-TYPE-X.
            ACCEPT WS-CMP-TYPE-X.
            INSPECT WS-CMP-TYPE-X CONVERTING "wic" TO "WIC".
            MOVE WS-CMP-TYPE-X TO CMP-DOC-TYPE.
            EVALUATE TRUE
                WHEN WS-CMP-TYPE-X = SPACE
                    MOVE 'Y' TO WS-CMP-DONE
                WHEN CMP-VALID-TYPE
                    PERFORM 7730-MAINTAIN-DOC THRU 7730-EXIT
                WHEN OTHER
                    DISPLAY ERR-BAD-DOC-TYPE
            END-EVALUATE.
       7710-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the vendor's documents, same START/READ NEXT walk
      *   7510-LIST-OPEN-ITEMS uses, flagging anything expired and
      *   naming a required document (W-9, insurance) not on file -
      *   exactly what would keep the vendor out of the check run.
      ****************************************************************
       7720-LIST-DOCS.
            MOVE 0 TO WS-CMP-COUNT.
            MOVE 'N' TO WS-CMP-HAVE-W9.
            MOVE 'N' TO WS-CMP-HAVE-INS.
            MOVE 'N' TO COMPLIANCE-EOF.
            MOVE MAS-ACCOUNTNO TO CMP-ACCOUNTNO.
            MOVE LOW-VALUES TO CMP-DOC-TYPE.
            START COMPLIANCE-FILE KEY NOT < CMP-KEY
                INVALID KEY MOVE 'Y' TO COMPLIANCE-EOF
            END-START.
            DISPLAY SPACES.
            DISPLAY DIS-ID, MAS-ACCOUNTNO.
            DISPLAY DIS-NAME, MAS-VENDOR-NAME.
            DISPLAY SPACES.
            DISPLAY CMP-LIST-HDR.
            PERFORM UNTIL COMPLIANCE-EOF = 'Y'
                READ COMPLIANCE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO COMPLIANCE-EOF
                    NOT AT END
                        IF CMP-ACCOUNTNO = MAS-ACCOUNTNO
                            PERFORM 7725-SHOW-DOC THRU 7725-EXIT
                        ELSE
                            MOVE 'Y' TO COMPLIANCE-EOF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-CMP-COUNT = 0
                DISPLAY NO-CMP-DOCS
            END-IF.
            IF NOT CMP-HAVE-W9
                DISPLAY CMP-MISSING-LIT, CMP-W9-LIT
            END-IF.
            IF NOT CMP-HAVE-INS
                DISPLAY CMP-MISSING-LIT, CMP-INS-LIT
            END-IF.
       7720-EXIT.
            EXIT.

      ****************************************************************
      *   Formats and displays one compliance document.
      ****************************************************************
       7725-SHOW-DOC.
            ADD 1 TO WS-CMP-COUNT.
            EVALUATE TRUE
                WHEN CMP-W9
                    MOVE CMP-W9-LIT TO CL-DOC-TYPE
                    MOVE 'Y' TO WS-CMP-HAVE-W9
                WHEN CMP-INSURANCE
                    MOVE CMP-INS-LIT TO CL-DOC-TYPE
                    MOVE 'Y' TO WS-CMP-HAVE-INS
                WHEN OTHER
                    MOVE CMP-CON-LIT TO CL-DOC-TYPE
            END-EVALUATE.
            EVALUATE TRUE
                WHEN CMP-RECEIVED MOVE CMP-RECV-LIT TO CL-STATUS
                WHEN CMP-WAIVED   MOVE CMP-WAIVE-LIT TO CL-STATUS
                WHEN OTHER        MOVE CMP-PEND-LIT TO CL-STATUS
            END-EVALUATE.
            MOVE CMP-RECEIVED-DATE TO CL-RECEIVED.
            MOVE CMP-EXPIRY-DATE TO CL-EXPIRY.
            MOVE CMP-NOTE TO CL-NOTE.
            MOVE SPACES TO CL-EXPIRED.
            IF CMP-EXPIRY-DATE > 0 AND CMP-EXPIRY-DATE < WS-CMP-TODAY
               AND NOT CMP-WAIVED
                MOVE CMP-EXPIRED-LIT TO CL-EXPIRED
            END-IF.
            DISPLAY WS-CMP-LINE.
       7725-EXIT.
            EXIT.

      ****************************************************************
      *   Adds, changes or deletes one document. A blank answer
      *   keeps what is there, the way EDIT VENDOR works; a new
      *   document starts out received today with no expiry.
      ****************************************************************
       7730-MAINTAIN-DOC.
            MOVE MAS-ACCOUNTNO TO CMP-ACCOUNTNO.
            MOVE 'N' TO WS-CMP-NEW.
            READ COMPLIANCE-FILE
                INVALID KEY MOVE 'Y' TO WS-CMP-NEW
            END-READ.
            IF CMP-IS-NEW
                MOVE MAS-ACCOUNTNO TO CMP-ACCOUNTNO
                MOVE WS-CMP-TYPE-X TO CMP-DOC-TYPE
                MOVE WS-CMP-TODAY TO CMP-RECEIVED-DATE
                MOVE 0 TO CMP-EXPIRY-DATE
                MOVE 'R' TO CMP-STATUS
                MOVE SPACES TO CMP-NOTE
            ELSE
                DISPLAY UPD-MSG-ONE
            END-IF.
            MOVE 'X' TO WS-CMP-STATUS-X.
            PERFORM UNTIL WS-CMP-STATUS-X = SPACE
                       OR WS-CMP-STATUS-X = 'R'
                       OR WS-CMP-STATUS-X = 'P'
                       OR WS-CMP-STATUS-X = 'W'
                       OR WS-CMP-STATUS-X = 'D'
                DISPLAY ENTER-CMP-STATUS
                MOVE SPACES TO WS-CMP-STATUS-X
                ACCEPT WS-CMP-STATUS-X
                INSPECT WS-CMP-STATUS-X CONVERTING "rpwd" TO "RPWD"
                IF WS-CMP-STATUS-X NOT = SPACE
                   AND WS-CMP-STATUS-X NOT = 'R'
                   AND WS-CMP-STATUS-X NOT = 'P'
                   AND WS-CMP-STATUS-X NOT = 'W'
                   AND WS-CMP-STATUS-X NOT = 'D'
                    DISPLAY ERR-BAD-CMP-STATUS
                END-IF
            END-PERFORM.
            IF WS-CMP-STATUS-X = 'D'
                IF CMP-IS-NEW
                    DISPLAY CMP-NOT-ON-FILE
                ELSE
                    DELETE COMPLIANCE-FILE
                        INVALID KEY DISPLAY ERR-DELETING-REC, WS-CMP-IS
                        NOT INVALID KEY DISPLAY CMP-DELETED-CONF
                    END-DELETE
                END-IF
            ELSE
                IF WS-CMP-STATUS-X NOT = SPACE
                    MOVE WS-CMP-STATUS-X TO CMP-STATUS
                END-IF
                DISPLAY ENTER-RECV-DATE
                PERFORM 7740-GET-CMP-DATE THRU 7740-EXIT
                IF WS-CMP-DATE-X NOT = SPACES
                    MOVE WS-CMP-DATE TO CMP-RECEIVED-DATE
                END-IF
                DISPLAY ENTER-EXPIRY-DATE
                PERFORM 7740-GET-CMP-DATE THRU 7740-EXIT
                IF WS-CMP-DATE-X NOT = SPACES
                    MOVE WS-CMP-DATE TO CMP-EXPIRY-DATE
                END-IF
                DISPLAY ENTER-CMP-NOTE
                MOVE SPACES TO WS-CMP-NOTE-X
                ACCEPT WS-CMP-NOTE-X
                IF WS-CMP-NOTE-X NOT = SPACES
                    MOVE WS-CMP-NOTE-X TO CMP-NOTE
                END-IF
                MOVE WS-CMP-TODAY TO CMP-CHANGE-DATE
                IF CMP-IS-NEW
                    WRITE CMP-REC
                        INVALID KEY DISPLAY ERR-WRITE-REC, WS-CMP-IS
                        NOT INVALID KEY DISPLAY CMP-ADDED-CONF
                    END-WRITE
                ELSE
                    REWRITE CMP-REC
                        INVALID KEY DISPLAY ERR-WRITE-REC, WS-CMP-IS
                        NOT INVALID KEY DISPLAY CMP-UPDATED-CONF
                    END-REWRITE
                END-IF
            END-IF.
       7730-EXIT.
            EXIT.

      ****************************************************************
      *   Takes one date for the document - blank (no change), a
      *   single 0 for "never expires", or eight digits YYYYMMDD.
      *   Anything else is re-asked.
      ****************************************************************
       7740-GET-CMP-DATE.
            MOVE 'N' TO WS-CMP-DATE-OK.
            PERFORM UNTIL CMP-DATE-OK
                MOVE SPACES TO WS-CMP-DATE-X
                ACCEPT WS-CMP-DATE-X
                EVALUATE TRUE
                    WHEN WS-CMP-DATE-X = SPACES
                        MOVE 'Y' TO WS-CMP-DATE-OK
                    WHEN WS-CMP-DATE-X = "0"
                        MOVE 0 TO WS-CMP-DATE
                        MOVE 'Y' TO WS-CMP-DATE-OK
                    WHEN WS-CMP-DATE-X IS NUMERIC
                     AND WS-CMP-DATE-X (5:2) >= "01"
                     AND WS-CMP-DATE-X (5:2) <= "12"
                     AND WS-CMP-DATE-X (7:2) >= "01"
                     AND WS-CMP-DATE-X (7:2) <= "31"
                        MOVE WS-CMP-DATE-X TO WS-CMP-DATE
                        MOVE 'Y' TO WS-CMP-DATE-OK
                    WHEN OTHER
                        DISPLAY ERR-BAD-CMP-DATE
                END-EVALUATE
            END-PERFORM.
       7740-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *   I stamp the timestamp and append the audit record built by
      *   whichever 23xx/3620 paragraph called me to the audit log.
      ****************************************************************
       8000-WRITE-AUDIT.
            MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
            WRITE AUD-REC.
       8000-EXIT.
            IF LOCK-IS-OK
                OPEN OUTPUT LOCK-FILE
                MOVE "INTVENDR" TO LCK-HOLDER
                MOVE SGN-OPERATOR-ID TO LCK-OPERATOR
                MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE
                MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME
                WRITE LCK-REC
      ****************************************************************
       9935-LOCK-HELD.
            DISPLAY MSG-MASTER-IN-USE, LCK-HOLDER, MSG-SINCE,
                    LCK-HOUR, ":", LCK-MINUTE,
                    MSG-BY, LCK-OPERATOR.
            DISPLAY ASK-OVERRIDE.
            ACCEPT WS-LOCK-ANSWER.
            IF WS-LOCK-ANSWER = 'Y' OR WS-LOCK-ANSWER = 'y'
            MOVE WS-HELD-LOCK-PATH TO UT-SYS-LFILE.
            OPEN OUTPUT LOCK-FILE.
            MOVE SPACES TO LCK-HOLDER.
            MOVE SPACES TO LCK-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
            MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
            WRITE LCK-REC.
            MOVE UT-SYS-OFILE TO CFG-OFILE.
            MOVE UT-SYS-LFILE TO CFG-LFILE.
            MOVE UT-SYS-HFILE TO CFG-HFILE.
            MOVE UT-SYS-NFILE TO CFG-NFILE.
            MOVE UT-SYS-BFILE TO CFG-BFILE.
            WRITE CFG-REC.
            CLOSE CONFIG-FILE.
       9920-EXIT.
