       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDPUR.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Purchase-order entry and receiving. Purchasing keys
      *         each PO here (see VNDPO.CPY) - the vendor it is
      *         raised against and up to ten ordered lines of
      *         quantity at a unit price - and the dock logs every
      *         receipt against the PO line it fills. Those received
      *         quantities are what VNDEDT's three-way match proves
      *         an invoice against before the invoice may post, so
      *         a bill for goods that never showed up sits in the
      *         match-exception hold file instead of getting paid.
      *         A PO that is finished with is closed here; a closed
      *         PO takes no more receipts and matches no more
      *         invoices.
      *
      *Input:   The vendor master file (see VNDMAST.CPY) - read
      *         only, to prove the account on an add - and the
      *         purchase-order file.
      *
      *Output:  The maintained purchase-order file.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master file an added PO's account is proved against -
      * read only.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The purchase-order file this program maintains.
           SELECT PO-FILE
                 ASSIGN TO UT-SYS-QFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PO-NUMBER
                 FILE STATUS IS WS-PO-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  PO-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 487 CHARACTERS.
           COPY "VNDPO.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-QFILE                  PIC X(50)
                VALUE "C:\Temp\INVPURCH.DAT".
            05 UT-SYS-QTEMP                  PIC X(50)
                VALUE "C:\Temp\INVPURCH.DAT".
            05 UT-SYS-QLINUX                 PIC X(50)
                VALUE "/tmp/INVPURCH.DAT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
                88 END-OF-FILE          VALUE 23.
            05 WS-PO-IS                      PIC 9(2).
                88 PO-NOT-OPEN          VALUE 35.
            05 PO-EOF                        PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
                88 WS-FIV               VALUE 5.
                88 WS-SIX               VALUE 6.
            05 WS-PAUSE                      PIC X.
            05 WS-CONFIRM                    PIC X.
            05 WS-TODAY                      PIC 9(8).

      * The PO fields as keyed in - quantities and dates come in as
      * text and are proved numeric before they are moved, the
      * price through FUNCTION NUMVAL like every other amount the
      * shop keys.
       01 WS-PO-INPUT.
            05 WS-IN-DATE-X                  PIC X(8).
            05 WS-IN-DESC                    PIC X(20).
            05 WS-IN-QTY-X                   PIC X(5).
            05 WS-IN-QTY                     PIC 9(5).
            05 WS-IN-PRICE-X                 PIC X(10).
            05 WS-IN-PRICE                   PIC 9(5)V99.
            05 WS-IN-LINE-X                  PIC X(2).
            05 WS-IN-LINE                    PIC 9(2).

      * One PO's ordered and received values, summed off its lines.
       01 WS-PO-VALUES.
            05 WS-ORDERED-VALUE              PIC 9(9)V99 VALUE 0.
            05 WS-RECEIVED-VALUE             PIC 9(9)V99 VALUE 0.
            05 WS-LINE-VALUE                 PIC 9(9)V99 VALUE 0.
       01  WS-SUB-L                          PIC 9(2).
       01  WS-PO-COUNT                       PIC 9(6)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-RECORD-NOT-FOUND           PIC X VALUE 'F'.
                88 VENDOR-NOT-FOUND     VALUE 'T'.
            05 WS-PO-NOT-FOUND               PIC X VALUE 'F'.
                88 PURCH-ORDER-NOT-FOUND VALUE 'T'.
            05 WS-LINES-DONE                 PIC X VALUE 'N'.
                88 LINES-DONE           VALUE 'Y'.
            05 WS-FIELD-OK                   PIC X VALUE 'N'.
                88 FIELD-OK             VALUE 'Y'.

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
            05 SEE-YA                               PIC X(28)
                VALUE "PURCHASE ORDER RUN COMPLETE.".
            05 MAIN-MENU                            PIC X(25)
                VALUE "Purchase Order Menu      ".
            05 MENU-ADD                             PIC X(25)
                VALUE "   1. ADD PURCHASE ORDER ".
            05 MENU-RECEIPT                         PIC X(25)
                VALUE "   2. LOG RECEIPT        ".
            05 MENU-SHOW                            PIC X(26)
                VALUE "   3. SHOW PURCHASE ORDER ".
            05 MENU-LIST                            PIC X(27)
                VALUE "   4. LIST PURCHASE ORDERS ".
            05 MENU-CLOSE                           PIC X(27)
                VALUE "   5. CLOSE PURCHASE ORDER ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   6. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-PO-NUMBER                      PIC X(24)
                VALUE "Enter PO Number:        ".
            05 ENTER-ID                             PIC X(18)
                VALUE "Enter Vendor ID#: ".
            05 ENTER-ORDER-DATE                     PIC X(40)
                VALUE "Enter Order Date YYYYMMDD (blank today):".
            05 ENTER-DESC                           PIC X(38)
                VALUE "Enter Line Description (blank = done):".
            05 ENTER-QTY-ORDERED                    PIC X(30)
                VALUE "Enter Quantity Ordered:       ".
            05 ENTER-UNIT-PRICE                     PIC X(38)
                VALUE "Enter Unit Price ($99999.99 Max):     ".
            05 ENTER-LINE-NO                        PIC X(30)
                VALUE "Enter PO Line Number Received:".
            05 ENTER-QTY-RECEIVED                   PIC X(30)
                VALUE "Enter Quantity Received:      ".
            05 ENTER-RECEIPT-DATE                   PIC X(42)
                VALUE "Enter Receipt Date YYYYMMDD (blank today):".
            05 ERR-REC-NOT-FOUND                    PIC X(18)
                VALUE "RECORD NOT ON FILE".
            05 ERR-INACTIVE                         PIC X(40)
                VALUE "VENDOR INACTIVE - NO PO MAY BE RAISED   ".
            05 ERR-BLANK-PO                         PIC X(44)
                VALUE "PO NUMBER CANNOT BE BLANK - PLEASE RE-ENTER ".
            05 ERR-PO-EXISTS                        PIC X(36)
                VALUE "PO ALREADY EXISTS - NO ADD ATTEMPTED".
            05 ERR-PO-NOT-FOUND                     PIC X(14)
                VALUE "PO NOT ON FILE".
            05 ERR-PO-CLOSED                        PIC X(40)
                VALUE "PO IS CLOSED - NO RECEIPTS TAKEN        ".
            05 ERR-NO-LINES                         PIC X(40)
                VALUE "PO HAS NO LINES - NOT ADDED             ".
            05 ERR-BAD-QTY                          PIC X(44)
                VALUE "QUANTITY MUST BE A NUMBER OVER ZERO - RETRY ".
            05 ERR-BAD-PRICE                        PIC X(43)
                VALUE "PRICE MUST BE GREATER THAN ZERO - RETRY    ".
            05 ERR-BAD-LINE                         PIC X(40)
                VALUE "NO SUCH LINE ON THIS PO - PLEASE RETRY  ".
            05 ERR-OVER-RECEIPT                     PIC X(45)
                VALUE "RECEIPT EXCEEDS QUANTITY ORDERED - NOT LOGGED".
            05 ADDED-CONF                           PIC X(20)
                VALUE "PURCHASE ORDER ADDED".
            05 RECEIPT-CONF                         PIC X(15)
                VALUE "RECEIPT LOGGED.".
            05 CLOSE-CHECK                          PIC X(42)
                VALUE "Ok to close this PO? (Y to close)         ".
            05 CLOSE-CONF                           PIC X(10)
                VALUE "PO CLOSED.".
            05 NOT-CLOSED                           PIC X(14)
                VALUE "PO LEFT OPEN. ".
            05 ALREADY-CLOSED                       PIC X(20)
                VALUE "PO ALREADY CLOSED.  ".
            05 NO-POS                               PIC X(28)
                VALUE "NO PURCHASE ORDERS ON FILE. ".
            05 LIST-CONT                            PIC X(24)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 LIST-HDR                             PIC X(73) VALUE
               "PO NUMBER   ACCOUNT ORDERED  ST  ORDERED VALUE  RECEIVED
      -        " VALUE  BILLED".
            05 LINE-HDR                             PIC X(60) VALUE
               "LN DESCRIPTION           QTY ORD  UNIT PRICE  QTY RCVD L
      -        "AST".
            05 TOT-ORDERED-LIT                      PIC X(16)
                VALUE "ORDERED VALUE:  ".
            05 TOT-RECEIVED-LIT                     PIC X(16)
                VALUE "RECEIVED VALUE: ".
            05 TOT-BILLED-LIT                       PIC X(16)
                VALUE "BILLED TO DATE: ".
            05 LIST-COUNT-LIT                       PIC X(16)
                VALUE "PURCHASE ORDERS:".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PO-HDR-LINE.
            05 FILLER                        PIC X(4)  VALUE "PO: ".
            05 PH-PO-NUMBER                  PIC X(10).
            05 FILLER                        PIC X(10)
                VALUE "  VENDOR: ".
            05 PH-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PH-VENDOR-NAME                PIC X(25).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PH-STATUS                     PIC X(6).

       01  WS-PO-LINE-LINE.
            05 PL-LINE-NO                    PIC Z9.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 PL-DESC                       PIC X(20).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-QTY-ORDERED                PIC ZZ,ZZ9.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-UNIT-PRICE                 PIC ZZ,ZZ9.99.
            05 FILLER                        PIC X(3)  VALUE SPACES.
            05 PL-QTY-RECEIVED               PIC ZZ,ZZ9.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 PL-LAST-RECEIPT               PIC 9(8).

       01  WS-LIST-LINE.
            05 LL-PO-NUMBER                  PIC X(10).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 LL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 LL-ORDER-DATE                 PIC 9(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 LL-STATUS                     PIC X.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 LL-ORDERED                    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 LL-RECEIVED                   PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 LL-BILLED                     PIC ZZ,ZZZ,ZZ9.99.

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
           CLOSE PO-FILE.
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDPUR" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-SIX
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDPUR" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDSCH's 150-FIND-FILE.
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
                   MOVE UT-SYS-QTEMP TO UT-SYS-QFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-QLINUX TO UT-SYS-QFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
                   DISPLAY "Enter Purchase Order File Location:"
                   ACCEPT UT-SYS-QFILE
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
               DISPLAY LO-FOUND
               MOVE 'Y' TO FILE-OPEN
               PERFORM 160-OPEN-PURCH-ORDERS THRU 160-EXIT
           END-IF.
           DISPLAY DIVIDER.
       150-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the purchase-order file I-O, creating it on the first
      *  run the same way VNDSCH's 160-OPEN-SCHEDULES creates a
      *  brand new schedule file.
      ****************************************************************
       160-OPEN-PURCH-ORDERS.
           OPEN I-O PO-FILE.
           IF PO-NOT-OPEN
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  The selection menu that the user interacts with, same shape
      *  as VNDSCH's 200-MAKE-SELECTION.
      ****************************************************************
       200-MAKE-SELECTION.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY MAIN-MENU.
           DISPLAY SPACES.
           DISPLAY MENU-ADD.
           DISPLAY MENU-RECEIPT.
           DISPLAY MENU-SHOW.
           DISPLAY MENU-LIST.
           DISPLAY MENU-CLOSE.
           DISPLAY MENU-EXIT.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 1000-ADD-PO THRU 1000-EXIT
               WHEN WS-TWO  PERFORM 2000-LOG-RECEIPT THRU 2000-EXIT
               WHEN WS-THR  PERFORM 3000-SHOW-PO THRU 3000-EXIT
               WHEN WS-FOU  PERFORM 4000-LIST-POS THRU 4000-EXIT
               WHEN WS-FIV  PERFORM 5000-CLOSE-PO THRU 5000-EXIT
               WHEN WS-SIX  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Adds one purchase order. The vendor must be on MASTER and
      *  active - a PO against a vendor that cannot be paid only
      *  sets up an invoice that can never post - and the PO must
      *  carry at least one line, or there is nothing to receive
      *  and nothing to match.
      ****************************************************************
       1000-ADD-PO.
            PERFORM 1100-GET-PO-NUMBER THRU 1100-EXIT.
            READ PO-FILE
                INVALID KEY MOVE 'T' TO WS-PO-NOT-FOUND
                NOT INVALID KEY MOVE 'F' TO WS-PO-NOT-FOUND
            END-READ.
            IF NOT PURCH-ORDER-NOT-FOUND
                DISPLAY ERR-PO-EXISTS
            ELSE
                DISPLAY ENTER-ID
                ACCEPT MAS-ACCOUNTNO
                PERFORM 1200-READ-V-MASTER THRU 1200-EXIT
                IF NOT VENDOR-NOT-FOUND
                    IF MAS-IS-ACTIVE NOT = 'Y'
                        DISPLAY ERR-INACTIVE
                    ELSE
                        PERFORM 1300-BUILD-PO THRU 1300-EXIT
                    END-IF
                END-IF
            END-IF.
       1000-EXIT.
            EXIT.

      ****************************************************************
      *   Prompts for a PO number, re-prompting a blank one the way
      *   VNDSCH re-prompts a blank invoice prefix - a blank key
      *   would be the one PO every unmatched invoice lands on.
      ****************************************************************
       1100-GET-PO-NUMBER.
            DISPLAY ENTER-PO-NUMBER.
            ACCEPT PO-NUMBER.
            PERFORM UNTIL PO-NUMBER NOT = SPACES
                DISPLAY ERR-BLANK-PO
                DISPLAY ENTER-PO-NUMBER
                ACCEPT PO-NUMBER
            END-PERFORM.
       1100-EXIT.
            EXIT.

      ****************************************************************
      *   Read a record from the vendor master file.
      ****************************************************************
       1200-READ-V-MASTER.
            MOVE 'T' TO WS-RECORD-NOT-FOUND.
            READ MASTER
               INVALID KEY
                   DISPLAY ERR-REC-NOT-FOUND
               NOT INVALID KEY
                   MOVE 'F' TO WS-RECORD-NOT-FOUND
            END-READ.
       1200-EXIT.
            EXIT.

      ****************************************************************
      *   Builds the new PO around the key and vendor already in
      *   hand - order date, then lines until a blank description
      *   or the tenth line - and writes it. Every unused line is
      *   cleared to spaces and zeros first so the matched and
      *   listed values never pick up stale record-area garbage.
      ****************************************************************
       1300-BUILD-PO.
            MOVE MAS-ACCOUNTNO TO PO-ACCOUNTNO.
            MOVE 'O' TO PO-STATUS.
            MOVE 0 TO PO-BILLED-AMT.
            MOVE 0 TO PO-LINE-COUNT.
            PERFORM VARYING WS-SUB-L FROM 1 BY 1
                    UNTIL WS-SUB-L > 10
                MOVE SPACES TO PO-ITEM-DESC (WS-SUB-L)
                MOVE 0 TO PO-QTY-ORDERED (WS-SUB-L)
                MOVE 0 TO PO-UNIT-PRICE (WS-SUB-L)
                MOVE 0 TO PO-QTY-RECEIVED (WS-SUB-L)
                MOVE 0 TO PO-LAST-RECEIPT (WS-SUB-L)
            END-PERFORM.
            DISPLAY ENTER-ORDER-DATE.
            ACCEPT WS-IN-DATE-X.
            IF WS-IN-DATE-X IS NUMERIC
                MOVE WS-IN-DATE-X TO PO-ORDER-DATE
            ELSE
                MOVE WS-TODAY TO PO-ORDER-DATE
            END-IF.
            MOVE 'N' TO WS-LINES-DONE.
            PERFORM 1350-GET-ONE-LINE THRU 1350-EXIT
                UNTIL LINES-DONE OR PO-LINE-COUNT = 10.
            IF PO-LINE-COUNT = 0
                DISPLAY ERR-NO-LINES
            ELSE
                WRITE PO-REC
                    INVALID KEY
                        DISPLAY ERR-PO-EXISTS
                    NOT INVALID KEY
                        DISPLAY ADDED-CONF
                END-WRITE
            END-IF.
       1300-EXIT.
            EXIT.

      ****************************************************************
      *   One ordered line - a blank description ends the PO.
      *   Quantity and price keep getting re-asked until they are
      *   real, same technique as VNDSCH's 1350-VALIDATE-FIELDS.
      ****************************************************************
       1350-GET-ONE-LINE.
            DISPLAY ENTER-DESC.
            ACCEPT WS-IN-DESC.
            IF WS-IN-DESC = SPACES
                MOVE 'Y' TO WS-LINES-DONE
            ELSE
                ADD 1 TO PO-LINE-COUNT
                MOVE WS-IN-DESC TO PO-ITEM-DESC (PO-LINE-COUNT)
                DISPLAY ENTER-QTY-ORDERED
                ACCEPT WS-IN-QTY-X
                PERFORM 1360-PROVE-QTY THRU 1360-EXIT
                MOVE WS-IN-QTY TO PO-QTY-ORDERED (PO-LINE-COUNT)
                DISPLAY ENTER-UNIT-PRICE
                ACCEPT WS-IN-PRICE-X
                PERFORM 1370-PROVE-PRICE THRU 1370-EXIT
                MOVE WS-IN-PRICE TO PO-UNIT-PRICE (PO-LINE-COUNT)
            END-IF.
       1350-EXIT.
            EXIT.

      ****************************************************************
      *   Proves a keyed quantity - digits only, over zero - re-
      *   asking until it is. A short entry is right-justified
      *   through NUMVAL so "12" means twelve, not 12000.
      ****************************************************************
       1360-PROVE-QTY.
            MOVE 'N' TO WS-FIELD-OK.
            PERFORM UNTIL FIELD-OK
                IF WS-IN-QTY-X NOT = SPACES
                   AND FUNCTION TRIM (WS-IN-QTY-X) IS NUMERIC
                    COMPUTE WS-IN-QTY =
                        FUNCTION NUMVAL (WS-IN-QTY-X)
                    IF WS-IN-QTY > 0
                        MOVE 'Y' TO WS-FIELD-OK
                    END-IF
                END-IF
                IF NOT FIELD-OK
                    DISPLAY ERR-BAD-QTY
                    DISPLAY ENTER-QTY-ORDERED
                    ACCEPT WS-IN-QTY-X
                END-IF
            END-PERFORM.
       1360-EXIT.
            EXIT.

      ****************************************************************
      *   Proves a keyed unit price - over zero - re-asking until
      *   it is.
      ****************************************************************
       1370-PROVE-PRICE.
            MOVE 'N' TO WS-FIELD-OK.
            PERFORM UNTIL FIELD-OK
                IF WS-IN-PRICE-X = SPACES
                    MOVE 0 TO WS-IN-PRICE
                ELSE
                    COMPUTE WS-IN-PRICE =
                        FUNCTION NUMVAL (WS-IN-PRICE-X)
                END-IF
                IF WS-IN-PRICE > 0
                    MOVE 'Y' TO WS-FIELD-OK
                ELSE
                    DISPLAY ERR-BAD-PRICE
                    DISPLAY ENTER-UNIT-PRICE
                    ACCEPT WS-IN-PRICE-X
                END-IF
            END-PERFORM.
       1370-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Logs one receipt against one PO line. The quantity can
      *  never take the line past what was ordered - an over-
      *  shipment is purchasing's to amend, not the dock's to
      *  absorb, because every unit received is a unit the match
      *  will let the vendor bill.
      ****************************************************************
       2000-LOG-RECEIPT.
            PERFORM 1100-GET-PO-NUMBER THRU 1100-EXIT.
            PERFORM 2100-READ-PO THRU 2100-EXIT.
            IF NOT PURCH-ORDER-NOT-FOUND
                IF PO-IS-CLOSED
                    DISPLAY ERR-PO-CLOSED
                ELSE
                    PERFORM 4100-SHOW-PO THRU 4100-EXIT
                    PERFORM 2200-GET-RECEIPT THRU 2200-EXIT
                END-IF
            END-IF.
       2000-EXIT.
            EXIT.

      ****************************************************************
      *   Read one PO by its number.
      ****************************************************************
       2100-READ-PO.
            MOVE 'T' TO WS-PO-NOT-FOUND.
            READ PO-FILE
               INVALID KEY
                   DISPLAY ERR-PO-NOT-FOUND
               NOT INVALID KEY
                   MOVE 'F' TO WS-PO-NOT-FOUND
            END-READ.
       2100-EXIT.
            EXIT.

      ****************************************************************
      *   Takes the line, quantity and date of one receipt and
      *   applies it. A bad line number is re-asked; a quantity
      *   that would over-receive the line is refused outright and
      *   nothing is logged.
      ****************************************************************
       2200-GET-RECEIPT.
            MOVE 'N' TO WS-FIELD-OK.
            DISPLAY ENTER-LINE-NO.
            ACCEPT WS-IN-LINE-X.
            PERFORM UNTIL FIELD-OK
                IF WS-IN-LINE-X NOT = SPACES
                   AND FUNCTION TRIM (WS-IN-LINE-X) IS NUMERIC
                    COMPUTE WS-IN-LINE =
                        FUNCTION NUMVAL (WS-IN-LINE-X)
                    IF WS-IN-LINE > 0
                       AND WS-IN-LINE NOT > PO-LINE-COUNT
                        MOVE 'Y' TO WS-FIELD-OK
                    END-IF
                END-IF
                IF NOT FIELD-OK
                    DISPLAY ERR-BAD-LINE
                    DISPLAY ENTER-LINE-NO
                    ACCEPT WS-IN-LINE-X
                END-IF
            END-PERFORM.
            DISPLAY ENTER-QTY-RECEIVED.
            ACCEPT WS-IN-QTY-X.
            PERFORM 1360-PROVE-QTY THRU 1360-EXIT.
            DISPLAY ENTER-RECEIPT-DATE.
            ACCEPT WS-IN-DATE-X.
            IF PO-QTY-RECEIVED (WS-IN-LINE) + WS-IN-QTY
               > PO-QTY-ORDERED (WS-IN-LINE)
                DISPLAY ERR-OVER-RECEIPT
            ELSE
                ADD WS-IN-QTY TO PO-QTY-RECEIVED (WS-IN-LINE)
                IF WS-IN-DATE-X IS NUMERIC
                    MOVE WS-IN-DATE-X TO PO-LAST-RECEIPT (WS-IN-LINE)
                ELSE
                    MOVE WS-TODAY TO PO-LAST-RECEIPT (WS-IN-LINE)
                END-IF
                REWRITE PO-REC
                    INVALID KEY
                        DISPLAY ERR-PO-NOT-FOUND
                    NOT INVALID KEY
                        DISPLAY RECEIPT-CONF
                END-REWRITE
            END-IF.
       2200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Shows one PO with its lines and values.
      ****************************************************************
       3000-SHOW-PO.
            PERFORM 1100-GET-PO-NUMBER THRU 1100-EXIT.
            PERFORM 2100-READ-PO THRU 2100-EXIT.
            IF NOT PURCH-ORDER-NOT-FOUND
                PERFORM 4100-SHOW-PO THRU 4100-EXIT
            END-IF.
            DISPLAY SPACES.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       3000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every PO on file, one summary line each, same
      *  START/READ NEXT walk VNDSCH's schedule list uses.
      ****************************************************************
       4000-LIST-POS.
            MOVE 0 TO WS-PO-COUNT.
            MOVE 'N' TO PO-EOF.
            MOVE SPACES TO PO-NUMBER.
            START PO-FILE KEY > PO-NUMBER
                INVALID KEY MOVE 'Y' TO PO-EOF
            END-START.
            IF PO-EOF = 'Y'
                DISPLAY NO-POS
            ELSE
                DISPLAY LIST-HDR
                PERFORM UNTIL PO-EOF = 'Y'
                    READ PO-FILE NEXT RECORD
                        AT END MOVE 'Y' TO PO-EOF
                        NOT AT END
                            PERFORM 4300-LIST-ONE THRU 4300-EXIT
                    END-READ
                END-PERFORM
                MOVE WS-PO-COUNT TO WS-COUNT-ED
                DISPLAY LIST-COUNT-LIT, " ", WS-COUNT-ED
            END-IF.
            DISPLAY SPACES.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       4000-EXIT.
            EXIT.

      ****************************************************************
      *   Displays one PO in full - the header, every line, and the
      *   ordered/received/billed values the match works from. The
      *   vendor name is looked up for the header; a vendor since
      *   removed shows blank rather than stopping the display.
      ****************************************************************
       4100-SHOW-PO.
            MOVE PO-NUMBER TO PH-PO-NUMBER.
            MOVE PO-ACCOUNTNO TO PH-ACCOUNTNO.
            MOVE PO-ACCOUNTNO TO MAS-ACCOUNTNO.
            READ MASTER
                INVALID KEY MOVE SPACES TO PH-VENDOR-NAME
                NOT INVALID KEY MOVE MAS-VENDOR-NAME TO PH-VENDOR-NAME
            END-READ.
            IF PO-IS-CLOSED
                MOVE "CLOSED" TO PH-STATUS
            ELSE
                MOVE "OPEN  " TO PH-STATUS
            END-IF.
            DISPLAY WS-PO-HDR-LINE.
            DISPLAY LINE-HDR.
            PERFORM VARYING WS-SUB-L FROM 1 BY 1
                    UNTIL WS-SUB-L > PO-LINE-COUNT
                MOVE WS-SUB-L TO PL-LINE-NO
                MOVE PO-ITEM-DESC (WS-SUB-L) TO PL-DESC
                MOVE PO-QTY-ORDERED (WS-SUB-L) TO PL-QTY-ORDERED
                MOVE PO-UNIT-PRICE (WS-SUB-L) TO PL-UNIT-PRICE
                MOVE PO-QTY-RECEIVED (WS-SUB-L) TO PL-QTY-RECEIVED
                MOVE PO-LAST-RECEIPT (WS-SUB-L) TO PL-LAST-RECEIPT
                DISPLAY WS-PO-LINE-LINE
            END-PERFORM.
            PERFORM 4200-PO-VALUES THRU 4200-EXIT.
            MOVE WS-ORDERED-VALUE TO WS-AMT-ED.
            DISPLAY TOT-ORDERED-LIT, WS-AMT-ED.
            MOVE WS-RECEIVED-VALUE TO WS-AMT-ED.
            DISPLAY TOT-RECEIVED-LIT, WS-AMT-ED.
            MOVE PO-BILLED-AMT TO WS-AMT-ED.
            DISPLAY TOT-BILLED-LIT, WS-AMT-ED.
       4100-EXIT.
            EXIT.

      ****************************************************************
      *   Sums the PO's lines into its ordered value (quantity
      *   ordered at the unit price) and received value (quantity
      *   received at the unit price) - the same arithmetic
      *   VNDEDT's match does.
      ****************************************************************
       4200-PO-VALUES.
            MOVE 0 TO WS-ORDERED-VALUE.
            MOVE 0 TO WS-RECEIVED-VALUE.
            PERFORM VARYING WS-SUB-L FROM 1 BY 1
                    UNTIL WS-SUB-L > PO-LINE-COUNT
                COMPUTE WS-LINE-VALUE ROUNDED =
                    PO-QTY-ORDERED (WS-SUB-L)
                    * PO-UNIT-PRICE (WS-SUB-L)
                ADD WS-LINE-VALUE TO WS-ORDERED-VALUE
                COMPUTE WS-LINE-VALUE ROUNDED =
                    PO-QTY-RECEIVED (WS-SUB-L)
                    * PO-UNIT-PRICE (WS-SUB-L)
                ADD WS-LINE-VALUE TO WS-RECEIVED-VALUE
            END-PERFORM.
       4200-EXIT.
            EXIT.

      ****************************************************************
      *   One PO's summary line on the list.
      ****************************************************************
       4300-LIST-ONE.
            ADD 1 TO WS-PO-COUNT.
            PERFORM 4200-PO-VALUES THRU 4200-EXIT.
            MOVE PO-NUMBER TO LL-PO-NUMBER.
            MOVE PO-ACCOUNTNO TO LL-ACCOUNTNO.
            MOVE PO-ORDER-DATE TO LL-ORDER-DATE.
            MOVE PO-STATUS TO LL-STATUS.
            MOVE WS-ORDERED-VALUE TO LL-ORDERED.
            MOVE WS-RECEIVED-VALUE TO LL-RECEIVED.
            MOVE PO-BILLED-AMT TO LL-BILLED.
            DISPLAY WS-LIST-LINE.
       4300-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Closes one PO after showing it and confirming. A closed PO
      *  takes no more receipts, and VNDEDT holds any invoice still
      *  billing against it.
      ****************************************************************
       5000-CLOSE-PO.
            PERFORM 1100-GET-PO-NUMBER THRU 1100-EXIT.
            PERFORM 2100-READ-PO THRU 2100-EXIT.
            IF NOT PURCH-ORDER-NOT-FOUND
                IF PO-IS-CLOSED
                    DISPLAY ALREADY-CLOSED
                ELSE
                    PERFORM 4100-SHOW-PO THRU 4100-EXIT
                    DISPLAY CLOSE-CHECK
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                        MOVE 'C' TO PO-STATUS
                        REWRITE PO-REC
                            INVALID KEY
                                DISPLAY ERR-PO-NOT-FOUND
                            NOT INVALID KEY
                                DISPLAY CLOSE-CONF
                        END-REWRITE
                    ELSE
                        DISPLAY NOT-CLOSED
                    END-IF
                END-IF
            END-IF.
       5000-EXIT.
            EXIT.
