       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCOY.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Company control maintenance. Payables are kept for
      *         more than one company, and every vendor carries the
      *         company whose books it belongs to (MAS-COMPANY). The
      *         company file (see VNDCOY.CPY) holds each company's
      *         name, the GL cash and A/P accounts its postings
      *         journal to, and the bank account its payments are
      *         drawn on. Companies are added and changed here;
      *         they are never deleted, since their codes stay on
      *         vendors, open items, history and journal lines.
      *
      *Input:   Keyed company fields.
      *
      *Output:  The maintained company control file.
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
      * The companies and their accounts.
           SELECT COMPANY-FILE
                 ASSIGN TO UT-SYS-CFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS COY-COMPANY
                 FILE STATUS IS WS-COY-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  COMPANY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 74 CHARACTERS.
           COPY "VNDCOY.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-CFILE                  PIC X(50)
                VALUE "C:\Temp\INVCOMPANY.DAT".
            05 UT-SYS-CTEMP                  PIC X(50)
                VALUE "C:\Temp\INVCOMPANY.DAT".
            05 UT-SYS-CLINUX                 PIC X(50)
                VALUE "/tmp/INVCOMPANY.DAT".

       01 WS-WORKING-AREA.
            05 WS-COY-IS                     PIC 9(2).
                88 COY-NOT-OPEN         VALUE 35.
            05 COMPANY-EOF                   PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-PAUSE                      PIC X.
            05 WS-LIST-COUNT                 PIC 9(6)  VALUE 0.

      * The company fields as keyed in.
       01 WS-COY-INPUT.
            05 WS-IN-NAME                    PIC X(30).
            05 WS-IN-GL-CASH                 PIC X(8).
            05 WS-IN-GL-AP                   PIC X(8).
            05 WS-IN-ROUTING                 PIC X(9).
            05 WS-IN-BANK-ACCOUNT            PIC X(17).

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-COY-NOT-FOUND              PIC X VALUE 'F'.
                88 COMPANY-NOT-FOUND    VALUE 'T'.

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(36)
                VALUE "Select Company Control File Location".
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
            05 ERR-OPEN-STATUS                      PIC X(30)
                VALUE "COMPANY OPEN FAILED - STATUS: ".
            05 SEE-YA                               PIC X(22)
                VALUE "COMPANY RUN COMPLETE. ".
            05 MAIN-MENU                            PIC X(25)
                VALUE "Company Control Menu     ".
            05 MENU-MAINTAIN                        PIC X(25)
                VALUE "   1. MAINTAIN COMPANY   ".
            05 MENU-LIST                            PIC X(25)
                VALUE "   2. LIST COMPANIES     ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   3. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-COMPANY                        PIC X(20)
                VALUE "Enter Company Code: ".
            05 ENTER-COY-NAME                       PIC X(36)
                VALUE "Enter Company Name (blank = keep):  ".
            05 ENTER-COY-CASH                       PIC X(40)
                VALUE "Enter GL Cash Account (blank = keep):   ".
            05 ENTER-COY-AP                         PIC X(40)
                VALUE "Enter GL A/P Account (blank = keep):    ".
            05 ENTER-COY-ROUTING                    PIC X(40)
                VALUE "Enter Bank Routing (blank = keep):      ".
            05 ENTER-COY-ACCOUNT                    PIC X(40)
                VALUE "Enter Bank Account (blank = keep):      ".
            05 ERR-BAD-ROUTING                      PIC X(43)
                VALUE "ROUTING MUST BE 9 DIGITS - PLEASE RE-ENTER ".
            05 ERR-BLANK-COMPANY                    PIC X(44)
                VALUE "COMPANY CODE CANNOT BE BLANK - NOTHING SAVED".
            05 ERR-NEW-NEEDS-NAME                   PIC X(44)
                VALUE "NEW COMPANY NEEDS A NAME - NOTHING SAVED    ".
            05 ERR-NEEDS-ACCOUNTS                   PIC X(44)
                VALUE "CASH AND A/P ACCOUNTS REQUIRED - NOT SAVED  ".
            05 COY-SAVED-CONF                       PIC X(16)
                VALUE "COMPANY SAVED.  ".
            05 COY-NEW-LIT                          PIC X(16)
                VALUE "NEW COMPANY.    ".
            05 NO-COMPANIES                         PIC X(24)
                VALUE "NO COMPANIES ON FILE.   ".
            05 LIST-CONT                            PIC X(24)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 COY-HDR                              PIC X(74) VALUE
               "CO NAME                           CASH     A/P      ROUT
      -        "ING   BANK ACCOUNT".

       01  WS-COY-LINE.
            05 CL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-NAME                       PIC X(30).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-GL-CASH                    PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-GL-AP                      PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-BANK-ROUTING               PIC 9(9).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CL-BANK-ACCOUNT               PIC X(17).

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
           CLOSE COMPANY-FILE.
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDCOY" TO SGN-PROGRAM.
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
               MOVE "VNDCOY" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the company file
      *  lives, same options as VNDAPV's 150-FIND-FILE. The file is
      *  created on the first run, the same way VNDAPV's
      *  160-OPEN-APPROVERS creates a brand new approver file.
      ****************************************************************
       150-FIND-FILE.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY SELECT-FILE-LO.
           DISPLAY SPACES.
           DISPLAY START-B, WIN, END-B.
           DISPLAY LO-TEMP, UT-SYS-CTEMP.
           DISPLAY SPACES.
           DISPLAY START-B, LINUX, END-B.
           DISPLAY LO-HOME, UT-SYS-CLINUX.
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
                   MOVE UT-SYS-CTEMP TO UT-SYS-CFILE
               WHEN WS-TWO
                   MOVE UT-SYS-CLINUX TO UT-SYS-CFILE
               WHEN WS-THR
                   DISPLAY "Enter Company File Location:"
                   ACCEPT UT-SYS-CFILE
               WHEN WS-FOU
                   DISPLAY SEE-YA
                   STOP RUN
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF WS-ONE OR WS-TWO OR WS-THR
               PERFORM 160-OPEN-COMPANIES THRU 160-EXIT
               IF WS-COY-IS NOT = 0
                   DISPLAY ERR-OPEN-STATUS, WS-COY-IS
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
      *  Opens the company file I-O, creating it on the first run.
      ****************************************************************
       160-OPEN-COMPANIES.
           OPEN I-O COMPANY-FILE.
           IF COY-NOT-OPEN
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  The selection menu that the user interacts with, same shape
      *  as VNDAPV's 200-MAKE-SELECTION.
      ****************************************************************
       200-MAKE-SELECTION.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY MAIN-MENU.
           DISPLAY SPACES.
           DISPLAY MENU-MAINTAIN.
           DISPLAY MENU-LIST.
           DISPLAY MENU-EXIT.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 5000-MAINTAIN-COMPANY
                                 THRU 5000-EXIT
               WHEN WS-TWO  PERFORM 6000-LIST-COMPANIES THRU 6000-EXIT
               WHEN WS-THR  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Adds a company or changes one - name, GL accounts and bank
      *  account, each kept as it was when left blank. A company
      *  needs a name and both GL accounts before it is saved, or
      *  its postings would journal to nothing.
      ****************************************************************
       5000-MAINTAIN-COMPANY.
            DISPLAY ENTER-COMPANY.
            ACCEPT COY-COMPANY.
            IF COY-COMPANY = SPACES
                DISPLAY ERR-BLANK-COMPANY
            ELSE
                PERFORM 5100-READ-COMPANY THRU 5100-EXIT
                IF COMPANY-NOT-FOUND
                    DISPLAY COY-NEW-LIT
                    MOVE SPACES TO COY-NAME
                    MOVE SPACES TO COY-GL-CASH
                    MOVE SPACES TO COY-GL-AP
                    MOVE 0 TO COY-BANK-ROUTING
                    MOVE SPACES TO COY-BANK-ACCOUNT
                ELSE
                    DISPLAY COY-HDR
                    PERFORM 6100-SHOW-COMPANY THRU 6100-EXIT
                END-IF
                PERFORM 5200-GET-COMPANY-FIELDS THRU 5200-EXIT
                IF COY-NAME = SPACES
                    DISPLAY ERR-NEW-NEEDS-NAME
                ELSE
                    IF COY-GL-CASH = SPACES OR COY-GL-AP = SPACES
                        DISPLAY ERR-NEEDS-ACCOUNTS
                    ELSE
                        PERFORM 5300-SAVE-COMPANY THRU 5300-EXIT
                    END-IF
                END-IF
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the company whose code is in COY-COMPANY.
      ****************************************************************
       5100-READ-COMPANY.
            MOVE 'F' TO WS-COY-NOT-FOUND.
            READ COMPANY-FILE
                INVALID KEY MOVE 'T' TO WS-COY-NOT-FOUND
            END-READ.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   The company's fields, blank keeping what is there. The
      *   routing number is re-asked until it is nine digits, same
      *   as INTVENDR's 2334-CHECK-ROUTING.
      ****************************************************************
       5200-GET-COMPANY-FIELDS.
            DISPLAY ENTER-COY-NAME.
            ACCEPT WS-IN-NAME.
            IF WS-IN-NAME NOT = SPACES
                MOVE WS-IN-NAME TO COY-NAME
            END-IF.
            DISPLAY ENTER-COY-CASH.
            ACCEPT WS-IN-GL-CASH.
            IF WS-IN-GL-CASH NOT = SPACES
                MOVE WS-IN-GL-CASH TO COY-GL-CASH
            END-IF.
            DISPLAY ENTER-COY-AP.
            ACCEPT WS-IN-GL-AP.
            IF WS-IN-GL-AP NOT = SPACES
                MOVE WS-IN-GL-AP TO COY-GL-AP
            END-IF.
            DISPLAY ENTER-COY-ROUTING.
            ACCEPT WS-IN-ROUTING.
            PERFORM UNTIL WS-IN-ROUTING = SPACES
                       OR WS-IN-ROUTING IS NUMERIC
                DISPLAY ERR-BAD-ROUTING
                DISPLAY ENTER-COY-ROUTING
                ACCEPT WS-IN-ROUTING
            END-PERFORM.
            IF WS-IN-ROUTING NOT = SPACES
                MOVE WS-IN-ROUTING TO COY-BANK-ROUTING
            END-IF.
            DISPLAY ENTER-COY-ACCOUNT.
            ACCEPT WS-IN-BANK-ACCOUNT.
            IF WS-IN-BANK-ACCOUNT NOT = SPACES
                MOVE WS-IN-BANK-ACCOUNT TO COY-BANK-ACCOUNT
            END-IF.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Writes a new company or rewrites the one read.
      ****************************************************************
       5300-SAVE-COMPANY.
            IF COMPANY-NOT-FOUND
                WRITE COY-REC
                    INVALID KEY
                        DISPLAY ERR-BLANK-COMPANY
                    NOT INVALID KEY
                        DISPLAY COY-SAVED-CONF
                END-WRITE
            ELSE
                REWRITE COY-REC
                    INVALID KEY
                        DISPLAY ERR-BLANK-COMPANY
                    NOT INVALID KEY
                        DISPLAY COY-SAVED-CONF
                END-REWRITE
            END-IF.
       5300-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every company with its accounts.
      ****************************************************************
       6000-LIST-COMPANIES.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO COMPANY-EOF.
            MOVE LOW-VALUES TO COY-COMPANY.
            START COMPANY-FILE KEY NOT < COY-COMPANY
                INVALID KEY MOVE 'Y' TO COMPANY-EOF
            END-START.
            DISPLAY COY-HDR.
            PERFORM UNTIL COMPANY-EOF = 'Y'
                READ COMPANY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO COMPANY-EOF
                    NOT AT END
                        ADD 1 TO WS-LIST-COUNT
                        PERFORM 6100-SHOW-COMPANY THRU 6100-EXIT
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY NO-COMPANIES
            END-IF.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       6000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the company in hand as one line.
      ****************************************************************
       6100-SHOW-COMPANY.
            MOVE COY-COMPANY TO CL-COMPANY.
            MOVE COY-NAME TO CL-NAME.
            MOVE COY-GL-CASH TO CL-GL-CASH.
            MOVE COY-GL-AP TO CL-GL-AP.
            MOVE COY-BANK-ROUTING TO CL-BANK-ROUTING.
            MOVE COY-BANK-ACCOUNT TO CL-BANK-ACCOUNT.
            DISPLAY WS-COY-LINE.
       6100-EXIT.
            EXIT.
