       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDFXR.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Exchange rate maintenance. A vendor billing in a
      *         currency other than dollars (MAS-CURRENCY) has its
      *         invoices converted, paid and revalued at the rates
      *         kept on the rate file (see VNDRAT.CPY) - one rate
      *         per currency per effective date, in force from that
      *         date until the next one for the currency. Rates are
      *         added and corrected here; an old rate is never
      *         deleted, since history already booked at it has to
      *         stay explainable. USD is never on file.
      *
      *Input:   Keyed currency, effective date and rate.
      *
      *Output:  The maintained exchange rate file.
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
      * The exchange rates, by currency and effective date.
           SELECT RATE-FILE
                 ASSIGN TO UT-SYS-FFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS RAT-KEY
                 FILE STATUS IS WS-RATE-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  RATE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS.
           COPY "VNDRAT.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-FFILE                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FTEMP                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FLINUX                 PIC X(50)
                VALUE "/tmp/INVRATES.DAT".

       01 WS-WORKING-AREA.
            05 WS-RATE-IS                    PIC 9(2).
                88 RATE-NOT-OPEN        VALUE 35.
            05 RATE-EOF                      PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-PAUSE                      PIC X.
            05 WS-LIST-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-SUB-K                      PIC 9(2)  VALUE 0.
            05 WS-DOT-COUNT                  PIC 9(2)  VALUE 0.
            05 WS-IN-RATE-NUM                PIC 9(3)V9(6) VALUE 0.

      * The rate fields as keyed in.
       01 WS-RATE-INPUT.
            05 WS-IN-CURRENCY                PIC X(3).
            05 WS-IN-EFF-DATE                PIC X(8).
            05 WS-IN-EFF-PARTS REDEFINES WS-IN-EFF-DATE.
                10 WS-IN-EFF-YEAR            PIC 9(4).
                10 WS-IN-EFF-MONTH           PIC 9(2).
                10 WS-IN-EFF-DAY             PIC 9(2).
            05 WS-IN-RATE                    PIC X(10).
            05 WS-LIST-CURRENCY              PIC X(3).

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-RATE-NOT-FOUND             PIC X VALUE 'F'.
                88 RATE-NOT-FOUND       VALUE 'T'.
            05 WS-RATE-VALID                 PIC X VALUE 'Y'.
                88 RATE-IS-VALID        VALUE 'Y'.

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(34)
                VALUE "Select Exchange Rate File Location".
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
                VALUE "RATE FILE OPEN FAILED-STATUS: ".
            05 SEE-YA                               PIC X(22)
                VALUE "RATE RUN COMPLETE.    ".
            05 MAIN-MENU                            PIC X(25)
                VALUE "Exchange Rate Menu       ".
            05 MENU-MAINTAIN                        PIC X(25)
                VALUE "   1. MAINTAIN RATE      ".
            05 MENU-LIST                            PIC X(25)
                VALUE "   2. LIST RATES         ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   3. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-CURRENCY                       PIC X(26)
                VALUE "Enter Currency Code:      ".
            05 ENTER-EFF-DATE                       PIC X(36)
                VALUE "Enter Effective Date (YYYYMMDD):    ".
            05 ENTER-RATE                           PIC X(40)
                VALUE "Enter Dollars Per Unit (blank = keep):  ".
            05 ENTER-LIST-CURRENCY                  PIC X(40)
                VALUE "Enter Currency To List (blank = all):   ".
            05 ERR-BLANK-CURRENCY                   PIC X(44)
                VALUE "CURRENCY CANNOT BE BLANK - NOTHING SAVED    ".
            05 ERR-USD-CURRENCY                     PIC X(44)
                VALUE "USD NEEDS NO RATE - NOTHING SAVED           ".
            05 ERR-BAD-EFF-DATE                     PIC X(44)
                VALUE "EFFECTIVE DATE MUST BE YYYYMMDD - NOT SAVED ".
            05 ERR-BAD-RATE                         PIC X(44)
                VALUE "RATE MUST BE A NUMBER LIKE 1.085 - RE-ENTER ".
            05 ERR-ZERO-RATE                        PIC X(44)
                VALUE "RATE CANNOT BE ZERO - NOTHING SAVED         ".
            05 ERR-WRITE-RATE                       PIC X(44)
                VALUE "RATE COULD NOT BE WRITTEN - NOTHING SAVED   ".
            05 RATE-SAVED-CONF                      PIC X(16)
                VALUE "RATE SAVED.     ".
            05 RATE-NEW-LIT                         PIC X(16)
                VALUE "NEW RATE.       ".
            05 NO-RATES                             PIC X(24)
                VALUE "NO RATES ON FILE.       ".
            05 LIST-CONT                            PIC X(24)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 RATE-HDR                             PIC X(45) VALUE
               "CUR EFFECTIVE  DOLLARS/UNIT   ENTERED        ".

       01  WS-RATE-LINE.
            05 RL-CURRENCY                   PIC X(3).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 RL-EFF-DATE                   PIC 9(8).
            05 FILLER                        PIC X(3)  VALUE SPACES.
            05 RL-RATE                       PIC ZZ9.999999.
            05 FILLER                        PIC X(3)  VALUE SPACES.
            05 RL-ENTERED-DATE               PIC 9(8).

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
           CLOSE RATE-FILE.
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDFXR" TO SGN-PROGRAM.
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
               MOVE "VNDFXR" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the rate file lives,
      *  same options as VNDCOY's 150-FIND-FILE. The file is created
      *  on the first run, the same way VNDCOY's 160-OPEN-COMPANIES
      *  creates a brand new company file.
      ****************************************************************
       150-FIND-FILE.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY SELECT-FILE-LO.
           DISPLAY SPACES.
           DISPLAY START-B, WIN, END-B.
           DISPLAY LO-TEMP, UT-SYS-FTEMP.
           DISPLAY SPACES.
           DISPLAY START-B, LINUX, END-B.
           DISPLAY LO-HOME, UT-SYS-FLINUX.
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
                   MOVE UT-SYS-FTEMP TO UT-SYS-FFILE
               WHEN WS-TWO
                   MOVE UT-SYS-FLINUX TO UT-SYS-FFILE
               WHEN WS-THR
                   DISPLAY "Enter Exchange Rate File Location:"
                   ACCEPT UT-SYS-FFILE
               WHEN WS-FOU
                   DISPLAY SEE-YA
                   STOP RUN
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF WS-ONE OR WS-TWO OR WS-THR
               PERFORM 160-OPEN-RATES THRU 160-EXIT
               IF WS-RATE-IS NOT = 0
                   DISPLAY ERR-OPEN-STATUS, WS-RATE-IS
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
      *  Opens the rate file I-O, creating it on the first run.
      ****************************************************************
       160-OPEN-RATES.
           OPEN I-O RATE-FILE.
           IF RATE-NOT-OPEN
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  The selection menu that the user interacts with, same shape
      *  as VNDCOY's 200-MAKE-SELECTION.
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
               WHEN WS-ONE  PERFORM 5000-MAINTAIN-RATE THRU 5000-EXIT
               WHEN WS-TWO  PERFORM 6000-LIST-RATES THRU 6000-EXIT
               WHEN WS-THR  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Adds a rate or corrects one. The currency and effective
      *  date make the key; a rate already on file for that date is
      *  shown and kept when the new rate is left blank. A rate is
      *  dollars per one unit of the currency, so a new one can
      *  never be zero - every foreign amount would convert to
      *  nothing.
      ****************************************************************
       5000-MAINTAIN-RATE.
            DISPLAY ENTER-CURRENCY.
            ACCEPT WS-IN-CURRENCY.
            INSPECT WS-IN-CURRENCY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF WS-IN-CURRENCY = SPACES
                DISPLAY ERR-BLANK-CURRENCY
            ELSE
                IF WS-IN-CURRENCY = "USD"
                    DISPLAY ERR-USD-CURRENCY
                ELSE
                    DISPLAY ENTER-EFF-DATE
                    ACCEPT WS-IN-EFF-DATE
                    PERFORM 5050-CHECK-EFF-DATE THRU 5050-EXIT
                    IF NOT RATE-IS-VALID
                        DISPLAY ERR-BAD-EFF-DATE
                    ELSE
                        PERFORM 5060-KEY-RATE THRU 5060-EXIT
                    END-IF
                END-IF
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   The effective date has to be eight digits with a real
      *   month and day, or VNDEDT's lookup by transaction date
      *   would never land on it.
      ****************************************************************
       5050-CHECK-EFF-DATE.
            MOVE 'Y' TO WS-RATE-VALID.
            IF WS-IN-EFF-DATE IS NOT NUMERIC
                MOVE 'N' TO WS-RATE-VALID
            ELSE
                IF WS-IN-EFF-YEAR < 1900
                   OR WS-IN-EFF-MONTH < 1 OR WS-IN-EFF-MONTH > 12
                   OR WS-IN-EFF-DAY < 1 OR WS-IN-EFF-DAY > 31
                    MOVE 'N' TO WS-RATE-VALID
                END-IF
            END-IF.
       5050-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the rate for the keyed currency and date, takes the
      *   new rate and saves it.
      ****************************************************************
       5060-KEY-RATE.
            MOVE WS-IN-CURRENCY TO RAT-CURRENCY.
            MOVE WS-IN-EFF-DATE TO RAT-EFF-DATE.
            PERFORM 5100-READ-RATE THRU 5100-EXIT.
            IF RATE-NOT-FOUND
                DISPLAY RATE-NEW-LIT
                MOVE 0 TO RAT-RATE
                MOVE 0 TO RAT-ENTERED-DATE
            ELSE
                DISPLAY RATE-HDR
                PERFORM 6100-SHOW-RATE THRU 6100-EXIT
            END-IF.
            PERFORM 5200-GET-RATE THRU 5200-EXIT.
            IF RAT-RATE = 0
                DISPLAY ERR-ZERO-RATE
            ELSE
                MOVE FUNCTION CURRENT-DATE (1:8) TO RAT-ENTERED-DATE
                PERFORM 5300-SAVE-RATE THRU 5300-EXIT
            END-IF.
       5060-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the rate whose key is in RAT-KEY.
      ****************************************************************
       5100-READ-RATE.
            MOVE 'F' TO WS-RATE-NOT-FOUND.
            READ RATE-FILE
                INVALID KEY MOVE 'T' TO WS-RATE-NOT-FOUND
            END-READ.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   The rate comes in as text and reads through FUNCTION
      *   NUMVAL, the same way INTVENDR's 2337-CHECK-DISC-PCT takes
      *   a discount percent, so "1.085" and "0.0072" mean what the
      *   clerk meant. The characters are proved digits and at most
      *   one dot first, and it is re-asked until it reads clean.
      *   Blank keeps the rate that is there.
      ****************************************************************
       5200-GET-RATE.
            MOVE 'N' TO WS-RATE-VALID.
            DISPLAY ENTER-RATE.
            ACCEPT WS-IN-RATE.
            PERFORM 5210-CHECK-RATE THRU 5210-EXIT
                    UNTIL RATE-IS-VALID.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Proves the keyed rate and moves it to the record, or asks
      *   for it again.
      ****************************************************************
       5210-CHECK-RATE.
            IF WS-IN-RATE = SPACES
                MOVE 'Y' TO WS-RATE-VALID
            ELSE
                MOVE 'Y' TO WS-RATE-VALID
                MOVE 0 TO WS-DOT-COUNT
                PERFORM VARYING WS-SUB-K FROM 1 BY 1
                        UNTIL WS-SUB-K > 10
                    EVALUATE TRUE
                        WHEN WS-IN-RATE (WS-SUB-K:1) = SPACE
                            CONTINUE
                        WHEN WS-IN-RATE (WS-SUB-K:1) >= '0'
                         AND WS-IN-RATE (WS-SUB-K:1) <= '9'
                            CONTINUE
                        WHEN WS-IN-RATE (WS-SUB-K:1) = '.'
                            ADD 1 TO WS-DOT-COUNT
                        WHEN OTHER
                            MOVE 'N' TO WS-RATE-VALID
                    END-EVALUATE
                END-PERFORM
                IF WS-DOT-COUNT > 1
                    MOVE 'N' TO WS-RATE-VALID
                END-IF
                IF RATE-IS-VALID
                    COMPUTE WS-IN-RATE-NUM =
                        FUNCTION NUMVAL (WS-IN-RATE)
                        ON SIZE ERROR
                            MOVE 'N' TO WS-RATE-VALID
                    END-COMPUTE
                END-IF
                IF RATE-IS-VALID
                    MOVE WS-IN-RATE-NUM TO RAT-RATE
                ELSE
                    DISPLAY ERR-BAD-RATE
                    DISPLAY ENTER-RATE
                    ACCEPT WS-IN-RATE
                END-IF
            END-IF.
       5210-EXIT.
            EXIT.

      ****************************************************************
      *   Writes a new rate or rewrites the one read.
      ****************************************************************
       5300-SAVE-RATE.
            IF RATE-NOT-FOUND
                WRITE RAT-REC
                    INVALID KEY
                        DISPLAY ERR-WRITE-RATE
                    NOT INVALID KEY
                        DISPLAY RATE-SAVED-CONF
                END-WRITE
            ELSE
                REWRITE RAT-REC
                    INVALID KEY
                        DISPLAY ERR-WRITE-RATE
                    NOT INVALID KEY
                        DISPLAY RATE-SAVED-CONF
                END-REWRITE
            END-IF.
       5300-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists the rates for one currency, or every rate on file,
      *  oldest first within each currency.
      ****************************************************************
       6000-LIST-RATES.
            DISPLAY ENTER-LIST-CURRENCY.
            ACCEPT WS-LIST-CURRENCY.
            INSPECT WS-LIST-CURRENCY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 'N' TO RATE-EOF.
            IF WS-LIST-CURRENCY = SPACES
                MOVE LOW-VALUES TO RAT-KEY
            ELSE
                MOVE WS-LIST-CURRENCY TO RAT-CURRENCY
                MOVE 0 TO RAT-EFF-DATE
            END-IF.
            START RATE-FILE KEY NOT < RAT-KEY
                INVALID KEY MOVE 'Y' TO RATE-EOF
            END-START.
            DISPLAY RATE-HDR.
            PERFORM UNTIL RATE-EOF = 'Y'
                READ RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RATE-EOF
                    NOT AT END
                        IF WS-LIST-CURRENCY NOT = SPACES
                           AND RAT-CURRENCY NOT = WS-LIST-CURRENCY
                            MOVE 'Y' TO RATE-EOF
                        ELSE
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 6100-SHOW-RATE THRU 6100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = 0
                DISPLAY NO-RATES
            END-IF.
            DISPLAY LIST-CONT.
            ACCEPT WS-PAUSE.
       6000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the rate in hand as one line.
      ****************************************************************
       6100-SHOW-RATE.
            MOVE RAT-CURRENCY TO RL-CURRENCY.
            MOVE RAT-EFF-DATE TO RL-EFF-DATE.
            MOVE RAT-RATE TO RL-RATE.
            MOVE RAT-ENTERED-DATE TO RL-ENTERED-DATE.
            DISPLAY WS-RATE-LINE.
       6100-EXIT.
            EXIT.
