       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDOPR.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Operator and authority maintenance. Every payables
      *         program signs its operator on through VNDSGN and
      *         checks the operator's role against the authority
      *         file before running, and before each menu option.
      *         Operators (see VNDOPR.CPY) are added and changed
      *         here, revoked rather than deleted since their ids
      *         stay on audit entries and bank changes, and given a
      *         temporary password the operator must change at the
      *         next sign-on - which is also how a locked-out
      *         operator is let back in. Each role is granted the
      *         programs, or single menu options, it may use (see
      *         VNDAUT.CPY). The administrator role ADMIN always
      *         has this program; nothing else is granted to any
      *         role until it is granted here.
      *
      *         With no operators on file yet, the files are created
      *         and the first administrator is set up and signed on.
      *
      *Input:   Keyed operator and authority fields.
      *
      *Output:  The maintained operator and authority files.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The operators, their roles and scrambled passwords.
           SELECT OPERATOR-FILE
                 ASSIGN TO UT-SYS-OFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPR-OPERATOR-ID
                 FILE STATUS IS WS-OPR-IS.
      * What each role may run.
           SELECT AUTHORITY-FILE
                 ASSIGN TO UT-SYS-UFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AUT-KEY
                 FILE STATUS IS WS-AUT-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  OPERATOR-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS.
           COPY "VNDOPR.CPY".
      *
       FD  AUTHORITY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 34 CHARACTERS.
           COPY "VNDAUT.CPY".

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-OFILE                  PIC X(50)
                VALUE "C:\Temp\INVOPERATOR.DAT".
            05 UT-SYS-OTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOPERATOR.DAT".
            05 UT-SYS-OLINUX                 PIC X(50)
                VALUE "/tmp/INVOPERATOR.DAT".
            05 UT-SYS-UFILE                  PIC X(50)
                VALUE "C:\Temp\INVAUTHORITY.DAT".
            05 UT-SYS-UTEMP                  PIC X(50)
                VALUE "C:\Temp\INVAUTHORITY.DAT".
            05 UT-SYS-ULINUX                 PIC X(50)
                VALUE "/tmp/INVAUTHORITY.DAT".

       01 WS-WORKING-AREA.
            05 WS-OPR-IS                     PIC 9(2).
                88 OPR-NOT-OPEN         VALUE 35.
            05 WS-AUT-IS                     PIC 9(2).
                88 AUT-NOT-OPEN         VALUE 35.
            05 OPERATOR-EOF                  PIC X     VALUE 'N'.
            05 AUTHORITY-EOF                 PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
                88 WS-FIV               VALUE 5.
                88 WS-SIX               VALUE 6.
                88 WS-SEV               VALUE 7.
            05 WS-PAUSE                      PIC X.
            05 WS-LIST-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-SPACE-COUNT                PIC 9(2).
            05 WS-TODAY                      PIC 9(8).
            05 WS-LIST-ROLE                  PIC X(8).

      * The operator and authority fields as keyed in.
       01 WS-OPR-INPUT.
            05 WS-IN-OPERATOR                PIC X(8).
            05 WS-IN-NAME                    PIC X(30).
            05 WS-IN-ROLE                    PIC X(8).
            05 WS-IN-KIND                    PIC X.
            05 WS-IN-STATUS                  PIC X.
            05 WS-IN-PASSWORD                PIC X(16).
            05 WS-IN-PASSWORD-2              PIC X(16).
            05 WS-IN-PROGRAM                 PIC X(8).
            05 WS-IN-OPTION                  PIC X(2).

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-STOP-PROGRAM               PIC X VALUE 'N'.
                88 OK-TO-STOP           VALUE 'Y'.
            05 WS-OPR-NOT-FOUND              PIC X VALUE 'F'.
                88 OPERATOR-NOT-FOUND   VALUE 'T'.
            05 WS-PASSWORD-OK                PIC X VALUE 'N'.
                88 PASSWORD-OK          VALUE 'Y'.

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(36)
                VALUE "Select Operator File Location       ".
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
            05 LO-EXIT                              PIC X(10)
                VALUE "   3. Exit".
            05 LO-ERR-TRY-AGAIN                     PIC X(30)
                VALUE "PLEASE MAKE A VALID SELECTION".
            05 ERR-OPEN-STATUS                      PIC X(30)
                VALUE "OPERATOR OPEN FAILED - STATUS:".
            05 ERR-AUT-OPEN-STATUS                  PIC X(31)
                VALUE "AUTHORITY OPEN FAILED - STATUS:".
            05 SEE-YA                               PIC X(22)
                VALUE "OPERATOR RUN COMPLETE.".
            05 FIRST-ADMIN-LIT                      PIC X(44)
                VALUE "SET UP THE FIRST ADMINISTRATOR (ROLE ADMIN).".
            05 ERR-ALREADY-OPERATORS                PIC X(44)
                VALUE "OPERATORS ALREADY ON FILE THERE - SIGN ON.  ".
            05 MAIN-MENU                            PIC X(30)
                VALUE "Operator and Authority Menu   ".
            05 MENU-MAINTAIN                        PIC X(30)
                VALUE "   1. MAINTAIN OPERATOR       ".
            05 MENU-RESET                           PIC X(30)
                VALUE "   2. RESET PASSWORD / UNLOCK ".
            05 MENU-LIST                            PIC X(30)
                VALUE "   3. LIST OPERATORS          ".
            05 MENU-GRANT                           PIC X(30)
                VALUE "   4. GRANT AUTHORITY         ".
            05 MENU-REMOVE                          PIC X(30)
                VALUE "   5. REMOVE AUTHORITY        ".
            05 MENU-LIST-AUT                        PIC X(30)
                VALUE "   6. LIST AUTHORITY          ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   7. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "PLEASE ENTER A VALID SELECTION".
            05 ENTER-OPERATOR                       PIC X(20)
                VALUE "Enter Operator ID:  ".
            05 ENTER-OPR-NAME                       PIC X(36)
                VALUE "Enter Name (blank = keep):          ".
            05 ENTER-OPR-ROLE                       PIC X(36)
                VALUE "Enter Role (blank = keep):          ".
            05 ENTER-OPR-KIND                       PIC X(44)
                VALUE "Enter Kind I=at terminal B=batch (blank=I): ".
            05 ENTER-OPR-STATUS                     PIC X(45)
                VALUE "Enter Status A=active R=revoked (blank=keep):".
            05 ENTER-TEMP-PASSWORD                  PIC X(37)
                VALUE "Enter Temporary Password (6 or more):".
            05 ENTER-ADMIN-PASSWORD                 PIC X(36)
                VALUE "Enter Password (6 or more):         ".
            05 ENTER-PASSWORD-AGAIN                 PIC X(36)
                VALUE "Enter Password Again:               ".
            05 ENTER-AUT-ROLE                       PIC X(36)
                VALUE "Enter Role:                         ".
            05 ENTER-AUT-ROLE-LIST                  PIC X(36)
                VALUE "Enter Role (blank = all roles):     ".
            05 ENTER-AUT-PROGRAM                    PIC X(36)
                VALUE "Enter Program (e.g. VNDCHK):        ".
            05 ENTER-AUT-OPTION                     PIC X(44)
                VALUE "Enter Menu Option (blank=program, **=all):  ".
            05 ERR-BLANK-OPERATOR                   PIC X(44)
                VALUE "OPERATOR ID CANNOT BE BLANK - NOTHING SAVED ".
            05 ERR-NEW-NEEDS-NAME                   PIC X(44)
                VALUE "NEW OPERATOR NEEDS NAME AND ROLE - NOT SAVED".
            05 ERR-BAD-KIND                         PIC X(44)
                VALUE "KIND MUST BE I OR B - NOTHING SAVED         ".
            05 ERR-BAD-STATUS                       PIC X(44)
                VALUE "STATUS MUST BE A OR R - NOTHING SAVED       ".
            05 ERR-OWN-RECORD                       PIC X(44)
                VALUE "YOUR OWN ROLE AND STATUS ARE NOT CHANGED    ".
            05 ERR-NOT-ON-FILE                      PIC X(44)
                VALUE "OPERATOR NOT ON FILE                        ".
            05 ERR-BATCH-NO-PASSWORD                PIC X(44)
                VALUE "A BATCH OPERATOR HAS NO PASSWORD            ".
            05 ERR-REVOKED-NO-RESET                 PIC X(44)
                VALUE "OPERATOR REVOKED - REINSTATE BEFORE RESET   ".
            05 ERR-PASSWORD-SHORT                   PIC X(44)
                VALUE "AT LEAST 6 CHARACTERS, NO SPACES - NOT SAVED".
            05 ERR-PASSWORD-MISMATCH                PIC X(44)
                VALUE "THE TWO ENTRIES DO NOT MATCH - NOT SAVED    ".
            05 ERR-BLANK-AUTHORITY                  PIC X(44)
                VALUE "ROLE AND PROGRAM ARE REQUIRED - NOT SAVED   ".
            05 ERR-ALREADY-GRANTED                  PIC X(44)
                VALUE "ALREADY GRANTED                             ".
            05 ERR-NOT-GRANTED                      PIC X(44)
                VALUE "NO SUCH GRANT ON FILE                       ".
            05 OPR-SAVED-CONF                       PIC X(16)
                VALUE "OPERATOR SAVED. ".
            05 OPR-NEW-LIT                          PIC X(16)
                VALUE "NEW OPERATOR.   ".
            05 PASSWORD-RESET-CONF                  PIC X(44)
                VALUE "PASSWORD RESET - MUST BE CHANGED AT SIGN-ON.".
            05 AUT-GRANTED-CONF                     PIC X(16)
                VALUE "GRANTED.        ".
            05 AUT-REMOVED-CONF                     PIC X(16)
                VALUE "REMOVED.        ".
            05 NO-OPERATORS                         PIC X(24)
                VALUE "NO OPERATORS ON FILE.   ".
            05 NO-AUTHORITY                         PIC X(24)
                VALUE "NO AUTHORITY ON FILE.   ".
            05 LIST-CONT                            PIC X(24)
                VALUE "PRESS ENTER TO CONTINUE:".
            05 OPR-HDR                              PIC X(75) VALUE
               "OPERATOR NAME                           ROLE     K S C L
      -        "AST SIGN-ON CHANGED".
            05 AUT-HDR                              PIC X(43) VALUE
               "ROLE     PROGRAM  OPT GRANTED BY  ON".

       01  WS-OPR-LINE.
            05 OL-OPERATOR-ID                PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-NAME                       PIC X(30).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-ROLE                       PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-KIND                       PIC X(1).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-STATUS                     PIC X(1).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-MUST-CHANGE                PIC X(1).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-LAST-SIGN-ON               PIC X(12).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OL-CHANGE-DATE                PIC 9(8).

       01  WS-AUT-LINE.
            05 AL-ROLE                       PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 AL-PROGRAM                    PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 AL-OPTION                     PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 AL-GRANTED-BY                 PIC X(8).
            05 FILLER                        PIC X(4)  VALUE SPACES.
            05 AL-GRANTED-DATE               PIC 9(8).

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic. The files are
      *  opened for each menu option and closed after it, so the
      *  sign-on checks in between always find them closed.
      ****************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 120-SIGN-ON THRU 120-EXIT.
           IF SGN-NO-OPERATOR-FILE
               PERFORM 130-FIRST-ADMINISTRATOR THRU 130-EXIT
           END-IF.
           IF NOT SGN-IS-ALLOWED
               STOP RUN
           END-IF.
           MOVE SGN-OPR-PATH TO UT-SYS-OFILE.
           MOVE SGN-AUT-PATH TO UT-SYS-UFILE.
           PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN).
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDOPR" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the operator's
      *  role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-SEV
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDOPR" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  No operators anywhere yet. The operator and authority files
      *  are created where the user says, same location choices as
      *  VNDCOY's 150-FIND-FILE, and the first administrator keyed
      *  in is written and signed on.
      ****************************************************************
       130-FIRST-ADMINISTRATOR.
           PERFORM 150-FIND-FILE THRU 150-EXIT
                   UNTIL OPEN-F.
           DISPLAY SPACES.
           DISPLAY FIRST-ADMIN-LIT.
           DISPLAY ENTER-OPERATOR.
           ACCEPT WS-IN-OPERATOR.
           INSPECT WS-IN-OPERATOR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY ENTER-OPR-NAME.
           ACCEPT WS-IN-NAME.
           IF WS-IN-OPERATOR = SPACES OR WS-IN-NAME = SPACES
               DISPLAY ERR-NEW-NEEDS-NAME
           ELSE
               DISPLAY ENTER-ADMIN-PASSWORD
               PERFORM 7000-GET-PASSWORD THRU 7000-EXIT
               IF PASSWORD-OK
                   PERFORM 135-WRITE-ADMINISTRATOR THRU 135-EXIT
               END-IF
           END-IF.
           CLOSE OPERATOR-FILE.
       130-EXIT.
           EXIT.

      ****************************************************************
      *  Writes the first administrator, with a password of their
      *  own choosing so no change is forced, and signs them on.
      ****************************************************************
       135-WRITE-ADMINISTRATOR.
           MOVE WS-IN-OPERATOR TO OPR-OPERATOR-ID.
           MOVE WS-IN-NAME TO OPR-NAME.
           MOVE "ADMIN" TO OPR-ROLE.
           MOVE 'I' TO OPR-KIND.
           MOVE 'A' TO OPR-STATUS.
           PERFORM 7100-HASH-PASSWORD THRU 7100-EXIT.
           MOVE 'N' TO OPR-MUST-CHANGE.
           MOVE 0 TO OPR-FAILED-TRIES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPR-LAST-SIGN-ON.
           MOVE WS-IN-OPERATOR TO OPR-CHANGED-BY.
           MOVE WS-TODAY TO OPR-CHANGE-DATE.
           WRITE OPR-REC
               INVALID KEY
                   DISPLAY ERR-ALREADY-OPERATORS
               NOT INVALID KEY
                   DISPLAY OPR-SAVED-CONF
                   MOVE OPR-OPERATOR-ID TO SGN-OPERATOR-ID
                   MOVE OPR-NAME TO SGN-OPERATOR-NAME
                   MOVE OPR-ROLE TO SGN-ROLE
                   MOVE "SIGNEDON" TO SGN-EYE
                   MOVE 'Y' TO SGN-ALLOWED
           END-WRITE.
       135-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the operator and
      *  authority files are to live. Each is created if missing;
      *  a location that already has operators is refused, since
      *  the first administrator can only be set up once.
      ****************************************************************
       150-FIND-FILE.
           DISPLAY SPACES.
           DISPLAY DIVIDER.
           DISPLAY SPACES.
           DISPLAY SELECT-FILE-LO.
           DISPLAY SPACES.
           DISPLAY START-B, WIN, END-B.
           DISPLAY LO-TEMP, UT-SYS-OTEMP.
           DISPLAY SPACES.
           DISPLAY START-B, LINUX, END-B.
           DISPLAY LO-HOME, UT-SYS-OLINUX.
           DISPLAY SPACES.
           DISPLAY LO-EXIT.
           DISPLAY SPACES.
           DISPLAY "ENTER SELECTION:".
           ACCEPT WS-USER-SELECT.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-OTEMP TO UT-SYS-OFILE
                   MOVE UT-SYS-UTEMP TO UT-SYS-UFILE
               WHEN WS-TWO
                   MOVE UT-SYS-OLINUX TO UT-SYS-OFILE
                   MOVE UT-SYS-ULINUX TO UT-SYS-UFILE
               WHEN WS-THR
                   DISPLAY SEE-YA
                   STOP RUN
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF WS-ONE OR WS-TWO
               PERFORM 160-OPEN-NEW-FILES THRU 160-EXIT
           END-IF.
           DISPLAY DIVIDER.
       150-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the operator file I-O, creating it and the authority
      *  file on the first run, the same way VNDCOY's
      *  160-OPEN-COMPANIES creates a brand new company file.
      ****************************************************************
       160-OPEN-NEW-FILES.
           OPEN I-O OPERATOR-FILE.
           IF OPR-NOT-OPEN
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OPR-IS NOT = 0
               DISPLAY ERR-OPEN-STATUS, WS-OPR-IS
           ELSE
               MOVE 'Y' TO FILE-OPEN
               MOVE LOW-VALUES TO OPR-OPERATOR-ID
               START OPERATOR-FILE KEY NOT < OPR-OPERATOR-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY ERR-ALREADY-OPERATORS
                       CLOSE OPERATOR-FILE
                       STOP RUN
               END-START
               OPEN INPUT AUTHORITY-FILE
               IF AUT-NOT-OPEN
                   OPEN OUTPUT AUTHORITY-FILE
               END-IF
               CLOSE AUTHORITY-FILE
               MOVE UT-SYS-OFILE TO SGN-OPR-PATH
               MOVE UT-SYS-UFILE TO SGN-AUT-PATH
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
           DISPLAY MENU-RESET.
           DISPLAY MENU-LIST.
           DISPLAY MENU-GRANT.
           DISPLAY MENU-REMOVE.
           DISPLAY MENU-LIST-AUT.
           DISPLAY MENU-EXIT.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 5000-MAINTAIN-OPERATOR
                                 THRU 5000-EXIT
               WHEN WS-TWO  PERFORM 5500-RESET-PASSWORD THRU 5500-EXIT
               WHEN WS-THR  PERFORM 6000-LIST-OPERATORS THRU 6000-EXIT
               WHEN WS-FOU  PERFORM 8000-GRANT-AUTHORITY THRU 8000-EXIT
               WHEN WS-FIV  PERFORM 8500-REMOVE-AUTHORITY
                                 THRU 8500-EXIT
               WHEN WS-SIX  PERFORM 9000-LIST-AUTHORITY THRU 9000-EXIT
               WHEN WS-SEV  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the operator file for one menu option.
      ****************************************************************
       210-OPEN-OPERATORS.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPR-IS NOT = 0
               DISPLAY ERR-OPEN-STATUS, WS-OPR-IS
           END-IF.
       210-EXIT.
           EXIT.

      ****************************************************************
      *  Opens the authority file for one menu option.
      ****************************************************************
       220-OPEN-AUTHORITY.
           OPEN I-O AUTHORITY-FILE.
           IF WS-AUT-IS NOT = 0
               DISPLAY ERR-AUT-OPEN-STATUS, WS-AUT-IS
           END-IF.
       220-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Adds an operator or changes one - name, role and status,
      *  each kept as it was when left blank. A new operator at the
      *  terminal gets a temporary password to change at the first
      *  sign-on; a batch operator gets none, and cannot sign on at
      *  a terminal. Nobody changes their own role or status.
      ****************************************************************
       5000-MAINTAIN-OPERATOR.
            PERFORM 210-OPEN-OPERATORS THRU 210-EXIT.
            IF WS-OPR-IS = 0
                PERFORM 5050-MAINTAIN-ONE THRU 5050-EXIT
                CLOSE OPERATOR-FILE
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   The operator's id, then the fields for a new or an
      *   existing one.
      ****************************************************************
       5050-MAINTAIN-ONE.
            DISPLAY ENTER-OPERATOR.
            ACCEPT WS-IN-OPERATOR.
            INSPECT WS-IN-OPERATOR CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF WS-IN-OPERATOR = SPACES
                DISPLAY ERR-BLANK-OPERATOR
            ELSE
                MOVE WS-IN-OPERATOR TO OPR-OPERATOR-ID
                PERFORM 5100-READ-OPERATOR THRU 5100-EXIT
                IF OPERATOR-NOT-FOUND
                    DISPLAY OPR-NEW-LIT
                    PERFORM 5200-NEW-OPERATOR THRU 5200-EXIT
                ELSE
                    DISPLAY OPR-HDR
                    PERFORM 6100-SHOW-OPERATOR THRU 6100-EXIT
                    PERFORM 5300-CHANGE-OPERATOR THRU 5300-EXIT
                END-IF
            END-IF.
       5050-EXIT.
            EXIT.

      ****************************************************************
      *   Reads the operator whose id is in OPR-OPERATOR-ID.
      ****************************************************************
       5100-READ-OPERATOR.
            MOVE 'F' TO WS-OPR-NOT-FOUND.
            READ OPERATOR-FILE
                INVALID KEY MOVE 'T' TO WS-OPR-NOT-FOUND
            END-READ.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   A new operator - name, role and kind are all required,
      *   and one at the terminal a temporary password.
      ****************************************************************
       5200-NEW-OPERATOR.
            PERFORM 5400-GET-NAME-ROLE THRU 5400-EXIT.
            MOVE WS-IN-NAME TO OPR-NAME.
            MOVE WS-IN-ROLE TO OPR-ROLE.
            DISPLAY ENTER-OPR-KIND.
            ACCEPT WS-IN-KIND.
            INSPECT WS-IN-KIND CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF WS-IN-KIND = SPACE
                MOVE 'I' TO WS-IN-KIND
            END-IF.
            MOVE WS-IN-KIND TO OPR-KIND.
            EVALUATE TRUE
                WHEN OPR-NAME = SPACES OR OPR-ROLE = SPACES
                    DISPLAY ERR-NEW-NEEDS-NAME
                WHEN NOT OPR-VALID-KIND
                    DISPLAY ERR-BAD-KIND
                WHEN OPR-BATCH
                    MOVE 'N' TO OPR-MUST-CHANGE
                    MOVE 0 TO OPR-PASSWORD-HASH
                    PERFORM 5250-WRITE-OPERATOR THRU 5250-EXIT
                WHEN OTHER
                    DISPLAY ENTER-TEMP-PASSWORD
                    PERFORM 7000-GET-PASSWORD THRU 7000-EXIT
                    IF PASSWORD-OK
                        PERFORM 7100-HASH-PASSWORD THRU 7100-EXIT
                        MOVE 'Y' TO OPR-MUST-CHANGE
                        PERFORM 5250-WRITE-OPERATOR THRU 5250-EXIT
                    END-IF
            END-EVALUATE.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Writes the new operator, active and never signed on.
      ****************************************************************
       5250-WRITE-OPERATOR.
            MOVE 'A' TO OPR-STATUS.
            MOVE WS-TODAY TO OPR-PASSWORD-DATE.
            MOVE 0 TO OPR-FAILED-TRIES.
            MOVE SPACES TO OPR-LAST-SIGN-ON.
            MOVE SGN-OPERATOR-ID TO OPR-CHANGED-BY.
            MOVE WS-TODAY TO OPR-CHANGE-DATE.
            WRITE OPR-REC
                INVALID KEY
                    DISPLAY ERR-BLANK-OPERATOR
                NOT INVALID KEY
                    DISPLAY OPR-SAVED-CONF
            END-WRITE.
       5250-EXIT.
            EXIT.

      ****************************************************************
      *   An existing operator - name, role and status, blank
      *   keeping what is there. Reinstating a locked-out operator
      *   as active clears their failed tries. The signed-on
      *   operator's own role and status are left alone.
      ****************************************************************
       5300-CHANGE-OPERATOR.
            IF OPR-OPERATOR-ID = SGN-OPERATOR-ID
                DISPLAY ERR-OWN-RECORD
                DISPLAY ENTER-OPR-NAME
                ACCEPT WS-IN-NAME
                MOVE SPACES TO WS-IN-ROLE
                MOVE SPACE TO WS-IN-STATUS
            ELSE
                PERFORM 5400-GET-NAME-ROLE THRU 5400-EXIT
                DISPLAY ENTER-OPR-STATUS
                ACCEPT WS-IN-STATUS
                INSPECT WS-IN-STATUS CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            END-IF.
            IF WS-IN-STATUS NOT = SPACE AND NOT = 'A' AND NOT = 'R'
                DISPLAY ERR-BAD-STATUS
            ELSE
                IF WS-IN-NAME NOT = SPACES
                    MOVE WS-IN-NAME TO OPR-NAME
                END-IF
                IF WS-IN-ROLE NOT = SPACES
                    MOVE WS-IN-ROLE TO OPR-ROLE
                END-IF
                IF WS-IN-STATUS NOT = SPACE
                    MOVE WS-IN-STATUS TO OPR-STATUS
                    MOVE 0 TO OPR-FAILED-TRIES
                END-IF
                MOVE SGN-OPERATOR-ID TO OPR-CHANGED-BY
                MOVE WS-TODAY TO OPR-CHANGE-DATE
                REWRITE OPR-REC
                    INVALID KEY
                        DISPLAY ERR-NOT-ON-FILE
                    NOT INVALID KEY
                        DISPLAY OPR-SAVED-CONF
                END-REWRITE
            END-IF.
       5300-EXIT.
            EXIT.

      ****************************************************************
      *   Name and role as keyed, the role in upper case.
      ****************************************************************
       5400-GET-NAME-ROLE.
            DISPLAY ENTER-OPR-NAME.
            ACCEPT WS-IN-NAME.
            DISPLAY ENTER-OPR-ROLE.
            ACCEPT WS-IN-ROLE.
            INSPECT WS-IN-ROLE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       5400-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Gives an operator at the terminal a temporary password to
      *  change at their next sign-on, and lets a locked-out one
      *  back in. A revoked operator must be reinstated first.
      ****************************************************************
       5500-RESET-PASSWORD.
            PERFORM 210-OPEN-OPERATORS THRU 210-EXIT.
            IF WS-OPR-IS = 0
                PERFORM 5550-RESET-ONE THRU 5550-EXIT
                CLOSE OPERATOR-FILE
            END-IF.
       5500-EXIT.
            EXIT.

      ****************************************************************
      *   The operator's id and the new temporary password.
      ****************************************************************
       5550-RESET-ONE.
            DISPLAY ENTER-OPERATOR.
            ACCEPT OPR-OPERATOR-ID.
            INSPECT OPR-OPERATOR-ID CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM 5100-READ-OPERATOR THRU 5100-EXIT.
            EVALUATE TRUE
                WHEN OPERATOR-NOT-FOUND
                    DISPLAY ERR-NOT-ON-FILE
                WHEN OPR-BATCH
                    DISPLAY ERR-BATCH-NO-PASSWORD
                WHEN OPR-REVOKED
                    DISPLAY ERR-REVOKED-NO-RESET
                WHEN OTHER
                    DISPLAY ENTER-TEMP-PASSWORD
                    PERFORM 7000-GET-PASSWORD THRU 7000-EXIT
                    IF PASSWORD-OK
                        PERFORM 7100-HASH-PASSWORD THRU 7100-EXIT
                        MOVE 'Y' TO OPR-MUST-CHANGE
                        MOVE 'A' TO OPR-STATUS
                        MOVE 0 TO OPR-FAILED-TRIES
                        MOVE WS-TODAY TO OPR-PASSWORD-DATE
                        MOVE SGN-OPERATOR-ID TO OPR-CHANGED-BY
                        MOVE WS-TODAY TO OPR-CHANGE-DATE
                        REWRITE OPR-REC
                            INVALID KEY
                                DISPLAY ERR-NOT-ON-FILE
                            NOT INVALID KEY
                                DISPLAY PASSWORD-RESET-CONF
                        END-REWRITE
                    END-IF
            END-EVALUATE.
       5550-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists every operator - kind, status, whether a password
      *  change is due, and when they last signed on.
      ****************************************************************
       6000-LIST-OPERATORS.
            PERFORM 210-OPEN-OPERATORS THRU 210-EXIT.
            IF WS-OPR-IS = 0
                MOVE 0 TO WS-LIST-COUNT
                MOVE 'N' TO OPERATOR-EOF
                MOVE LOW-VALUES TO OPR-OPERATOR-ID
                START OPERATOR-FILE KEY NOT < OPR-OPERATOR-ID
                    INVALID KEY MOVE 'Y' TO OPERATOR-EOF
                END-START
                DISPLAY OPR-HDR
                PERFORM UNTIL OPERATOR-EOF = 'Y'
                    READ OPERATOR-FILE NEXT RECORD
                        AT END MOVE 'Y' TO OPERATOR-EOF
                        NOT AT END
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 6100-SHOW-OPERATOR THRU 6100-EXIT
                    END-READ
                END-PERFORM
                IF WS-LIST-COUNT = 0
                    DISPLAY NO-OPERATORS
                END-IF
                CLOSE OPERATOR-FILE
                DISPLAY LIST-CONT
                ACCEPT WS-PAUSE
            END-IF.
       6000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the operator in hand as one line - the last sign-on
      *   to the minute.
      ****************************************************************
       6100-SHOW-OPERATOR.
            MOVE OPR-OPERATOR-ID TO OL-OPERATOR-ID.
            MOVE OPR-NAME TO OL-NAME.
            MOVE OPR-ROLE TO OL-ROLE.
            MOVE OPR-KIND TO OL-KIND.
            MOVE OPR-STATUS TO OL-STATUS.
            MOVE OPR-MUST-CHANGE TO OL-MUST-CHANGE.
            MOVE OPR-LAST-SIGN-ON TO OL-LAST-SIGN-ON.
            MOVE OPR-CHANGE-DATE TO OL-CHANGE-DATE.
            DISPLAY WS-OPR-LINE.
       6100-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  A password keyed twice - at least six characters with no
      *  spaces among them. PASSWORD-OK says whether it will do.
      ****************************************************************
       7000-GET-PASSWORD.
            MOVE 'N' TO WS-PASSWORD-OK.
            ACCEPT WS-IN-PASSWORD.
            MOVE 0 TO WS-SPACE-COUNT.
            INSPECT WS-IN-PASSWORD (1:6) TALLYING WS-SPACE-COUNT
                FOR ALL SPACE.
            IF WS-SPACE-COUNT > 0
                DISPLAY ERR-PASSWORD-SHORT
            ELSE
                DISPLAY ENTER-PASSWORD-AGAIN
                ACCEPT WS-IN-PASSWORD-2
                IF WS-IN-PASSWORD-2 NOT = WS-IN-PASSWORD
                    DISPLAY ERR-PASSWORD-MISMATCH
                ELSE
                    MOVE 'Y' TO WS-PASSWORD-OK
                END-IF
            END-IF.
            MOVE SPACES TO WS-IN-PASSWORD-2.
       7000-EXIT.
            EXIT.

      ****************************************************************
      *   Scrambles the password keyed for the operator in hand onto
      *   their record (see VNDSGN's 700-HASH-PASSWORD).
      ****************************************************************
       7100-HASH-PASSWORD.
            MOVE 'H' TO SGN-REQUEST.
            MOVE OPR-OPERATOR-ID TO SGN-HASH-ID.
            MOVE WS-IN-PASSWORD TO SGN-PASSWORD.
            CALL "VNDSGN".
            MOVE SGN-HASH TO OPR-PASSWORD-HASH.
            MOVE WS-TODAY TO OPR-PASSWORD-DATE.
            MOVE SPACES TO WS-IN-PASSWORD.
       7100-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Grants a role a program - every option of it when the
      *  option is "**", just the program itself when blank, or one
      *  menu option.
      ****************************************************************
       8000-GRANT-AUTHORITY.
            PERFORM 8100-GET-GRANT THRU 8100-EXIT.
            IF AUT-ROLE = SPACES OR AUT-PROGRAM = SPACES
                DISPLAY ERR-BLANK-AUTHORITY
            ELSE
                PERFORM 220-OPEN-AUTHORITY THRU 220-EXIT
                IF WS-AUT-IS = 0
                    MOVE SGN-OPERATOR-ID TO AUT-GRANTED-BY
                    MOVE WS-TODAY TO AUT-GRANTED-DATE
                    WRITE AUT-REC
                        INVALID KEY
                            DISPLAY ERR-ALREADY-GRANTED
                        NOT INVALID KEY
                            DISPLAY AUT-GRANTED-CONF
                    END-WRITE
                    CLOSE AUTHORITY-FILE
                END-IF
            END-IF.
       8000-EXIT.
            EXIT.

      ****************************************************************
      *   Role, program and option as keyed, in upper case.
      ****************************************************************
       8100-GET-GRANT.
            DISPLAY ENTER-AUT-ROLE.
            ACCEPT WS-IN-ROLE.
            DISPLAY ENTER-AUT-PROGRAM.
            ACCEPT WS-IN-PROGRAM.
            DISPLAY ENTER-AUT-OPTION.
            ACCEPT WS-IN-OPTION.
            MOVE WS-IN-ROLE TO AUT-ROLE.
            MOVE WS-IN-PROGRAM TO AUT-PROGRAM.
            MOVE WS-IN-OPTION TO AUT-OPTION.
            INSPECT AUT-KEY CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       8100-EXIT.
            EXIT.

      ****************************************************************
      *  Takes a grant away again.
      ****************************************************************
       8500-REMOVE-AUTHORITY.
            PERFORM 8100-GET-GRANT THRU 8100-EXIT.
            PERFORM 220-OPEN-AUTHORITY THRU 220-EXIT.
            IF WS-AUT-IS = 0
                DELETE AUTHORITY-FILE
                    INVALID KEY
                        DISPLAY ERR-NOT-GRANTED
                    NOT INVALID KEY
                        DISPLAY AUT-REMOVED-CONF
                END-DELETE
                CLOSE AUTHORITY-FILE
            END-IF.
       8500-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Lists the grants, for one role or every role.
      ****************************************************************
       9000-LIST-AUTHORITY.
            DISPLAY ENTER-AUT-ROLE-LIST.
            ACCEPT WS-LIST-ROLE.
            INSPECT WS-LIST-ROLE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM 220-OPEN-AUTHORITY THRU 220-EXIT.
            IF WS-AUT-IS = 0
                MOVE 0 TO WS-LIST-COUNT
                MOVE 'N' TO AUTHORITY-EOF
                MOVE LOW-VALUES TO AUT-KEY
                IF WS-LIST-ROLE NOT = SPACES
                    MOVE WS-LIST-ROLE TO AUT-ROLE
                END-IF
                START AUTHORITY-FILE KEY NOT < AUT-KEY
                    INVALID KEY MOVE 'Y' TO AUTHORITY-EOF
                END-START
                DISPLAY AUT-HDR
                PERFORM UNTIL AUTHORITY-EOF = 'Y'
                    READ AUTHORITY-FILE NEXT RECORD
                        AT END MOVE 'Y' TO AUTHORITY-EOF
                        NOT AT END
                            PERFORM 9100-SHOW-GRANT THRU 9100-EXIT
                    END-READ
                END-PERFORM
                IF WS-LIST-COUNT = 0
                    DISPLAY NO-AUTHORITY
                END-IF
                CLOSE AUTHORITY-FILE
                DISPLAY LIST-CONT
                ACCEPT WS-PAUSE
            END-IF.
       9000-EXIT.
            EXIT.

      ****************************************************************
      *   Shows the grant in hand, stopping once past the role
      *   asked for.
      ****************************************************************
       9100-SHOW-GRANT.
            IF WS-LIST-ROLE NOT = SPACES
               AND AUT-ROLE NOT = WS-LIST-ROLE
                MOVE 'Y' TO AUTHORITY-EOF
            ELSE
                ADD 1 TO WS-LIST-COUNT
                MOVE AUT-ROLE TO AL-ROLE
                MOVE AUT-PROGRAM TO AL-PROGRAM
                MOVE AUT-OPTION TO AL-OPTION
                MOVE AUT-GRANTED-BY TO AL-GRANTED-BY
                MOVE AUT-GRANTED-DATE TO AL-GRANTED-DATE
                DISPLAY WS-AUT-LINE
            END-IF.
       9100-EXIT.
            EXIT.
