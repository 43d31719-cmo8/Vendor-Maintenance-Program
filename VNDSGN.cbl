       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSGN.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Operator sign-on and authority check, CALLed by
      *         INTVENDR, every batch program and the nightly driver
      *         before they do anything, and by the menu programs
      *         before each menu option runs. The caller says what
      *         it wants in the shared sign-on area (see VNDSGN.CPY).
      *         At the terminal the operator signs on once per run
      *         with their id and password from the operator file
      *         (see VNDOPR.CPY); a password the administrator set
      *         must be changed there and then, and three wrong ones
      *         in a row lock the operator out. Under the nightly
      *         driver the batch operator it names is signed on
      *         instead, with no terminal. Either way the operator's
      *         role is then checked against the authority file
      *         (see VNDAUT.CPY) for the program or menu option
      *         asked about.
      *
      *         The operator and authority files are looked for in
      *         /tmp, then C:\Temp - or, under the driver, where the
      *         parameter file's LOCATION, OPERATORS and AUTHORITY
      *         lines say.
      *
      *Input:   The operator file and the authority file.
      *
      *Output:  The signed-on operator and the answer in the shared
      *         sign-on area; the operator's failed-try count, last
      *         sign-on and any new password on the operator file.
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
                VALUE "/tmp/INVOPERATOR.DAT".
            05 UT-SYS-OTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOPERATOR.DAT".
            05 UT-SYS-OLINUX                 PIC X(50)
                VALUE "/tmp/INVOPERATOR.DAT".
            05 UT-SYS-UFILE                  PIC X(50)
                VALUE "/tmp/INVAUTHORITY.DAT".
            05 UT-SYS-UTEMP                  PIC X(50)
                VALUE "C:\Temp\INVAUTHORITY.DAT".
            05 UT-SYS-ULINUX                 PIC X(50)
                VALUE "/tmp/INVAUTHORITY.DAT".

       01 WS-WORKING-AREA.
            05 WS-OPR-IS                     PIC 9(2).
            05 WS-AUT-IS                     PIC 9(2).
            05 WS-TRIES                      PIC 9     VALUE 0.
            05 WS-IN-OPERATOR                PIC X(8).
            05 WS-IN-PASSWORD                PIC X(16).
            05 WS-NEW-PASSWORD               PIC X(16).
            05 WS-SPACE-COUNT                PIC 9(2).
            05 WS-TODAY                      PIC 9(8).

      * The password scrambling - the operator id and password run
      * through a multiply-and-remainder so the same password gives
      * a different value for every operator.
       01 WS-HASH-AREA.
            05 WS-HASH-TEXT                  PIC X(24).
            05 WS-HASH-WORK                  PIC 9(15).
            05 WS-SUB-H                      PIC 9(2).

       01  WS-SWITCHES.
            05 WS-GAVE-UP                    PIC X VALUE 'N'.
                88 GAVE-UP              VALUE 'Y'.
            05 WS-PW-DONE                    PIC X VALUE 'N'.
                88 PW-DONE              VALUE 'Y'.

           COPY "VNDSGN.CPY".
           COPY "VNDJOB.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SIGN-ON-TITLE                        PIC X(31)
                VALUE "Payables Sign-On - leave blank ".
            05 SIGN-ON-TITLE-2                      PIC X(20)
                VALUE "the id to give up.  ".
            05 ENTER-OPERATOR                       PIC X(20)
                VALUE "Enter Operator ID:  ".
            05 ENTER-PASSWORD                       PIC X(20)
                VALUE "Enter Password:     ".
            05 ENTER-NEW-PASSWORD                   PIC X(45)
                VALUE "Enter New Password (6 or more, blank = quit):".
            05 ENTER-PASSWORD-AGAIN                 PIC X(30)
                VALUE "Enter New Password Again:     ".
            05 SIGNED-ON-LIT                        PIC X(16)
                VALUE "SIGNED ON - ID: ".
            05 MSG-PASSWORD-EXPIRED                 PIC X(40)
                VALUE "YOUR PASSWORD HAS EXPIRED - CHOOSE A NEW".
            05 MSG-PASSWORD-CHANGED                 PIC X(18)
                VALUE "PASSWORD CHANGED. ".
            05 ERR-SIGN-ON-FAILED                   PIC X(40)
                VALUE "OPERATOR ID OR PASSWORD NOT RECOGNIZED  ".
            05 ERR-REVOKED                          PIC X(40)
                VALUE "OPERATOR REVOKED - SIGN-ON REFUSED      ".
            05 ERR-LOCKED-OUT                       PIC X(40)
                VALUE "OPERATOR LOCKED OUT - SEE ADMINISTRATOR ".
            05 ERR-NOW-LOCKED                       PIC X(40)
                VALUE "THREE FAILURES - OPERATOR NOW LOCKED OUT".
            05 ERR-PASSWORD-SHORT                   PIC X(40)
                VALUE "AT LEAST 6 CHARACTERS, NO SPACES        ".
            05 ERR-PASSWORD-MISMATCH                PIC X(40)
                VALUE "THE TWO ENTRIES DO NOT MATCH            ".
            05 ERR-PASSWORD-SAME                    PIC X(40)
                VALUE "NEW PASSWORD MUST DIFFER FROM THE OLD   ".
            05 ERR-NOT-SIGNED-ON                    PIC X(40)
                VALUE "NOT SIGNED ON - NOTHING RUN             ".
            05 ERR-NO-OPERATORS                     PIC X(40)
                VALUE "NO OPERATORS ON FILE - SET UP IN VNDOPR ".
            05 ERR-NO-AUTHORITY                     PIC X(40)
                VALUE "NO AUTHORITY FILE - NOTHING PERMITTED   ".
            05 ERR-NOT-BATCH                        PIC X(40)
                VALUE "NOT AN ACTIVE BATCH OPERATOR - NOT RUN  ".
            05 ERR-NO-BATCH-OPERATOR                PIC X(40)
                VALUE "NO BATCH OPERATOR SIGNED ON - NOT RUN   ".
            05 NOT-PERMITTED-LIT                    PIC X(23)
                VALUE " NOT PERMITTED TO ROLE ".
            05 OPTION-LIT                           PIC X(7)
                VALUE "OPTION ".

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic. A refusal of any
      *  kind is shown here, so the callers only have to act on it.
      ****************************************************************
       100-MAIN.
           MOVE 'N' TO SGN-ALLOWED.
           MOVE SPACES TO SGN-MESSAGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           EVALUATE TRUE
               WHEN SGN-HASH-REQUEST
                   PERFORM 700-HASH-PASSWORD THRU 700-EXIT
                   MOVE SPACES TO SGN-PASSWORD
                   MOVE 'Y' TO SGN-ALLOWED
               WHEN SGN-BATCH-REQUEST
                   PERFORM 300-BATCH-SIGN-ON THRU 300-EXIT
               WHEN SGN-OPTION-REQUEST
                   PERFORM 500-CHECK-AUTHORITY THRU 500-EXIT
               WHEN OTHER
                   PERFORM 200-SIGN-ON THRU 200-EXIT
                   IF SGN-SIGNED-ON
                       MOVE SPACES TO SGN-OPTION
                       PERFORM 500-CHECK-AUTHORITY THRU 500-EXIT
                   END-IF
           END-EVALUATE.
           IF NOT SGN-IS-ALLOWED
               DISPLAY SGN-MESSAGE
           END-IF.
           GOBACK.

      ****************************************************************
      *  Finds the operator and authority files for a sign-on at
      *  the terminal - /tmp first, then C:\Temp, the authority
      *  file being wherever the operator file is. No operator file,
      *  or one with nobody on it, is flagged so VNDOPR can set up
      *  the first administrator.
      ****************************************************************
       150-FIND-FILES.
           MOVE 'N' TO SGN-NO-OPERATORS.
           MOVE UT-SYS-OLINUX TO UT-SYS-OFILE.
           MOVE UT-SYS-ULINUX TO UT-SYS-UFILE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-IS NOT = 0
               MOVE UT-SYS-OTEMP TO UT-SYS-OFILE
               MOVE UT-SYS-UTEMP TO UT-SYS-UFILE
               OPEN INPUT OPERATOR-FILE
           END-IF.
           IF WS-OPR-IS NOT = 0
               MOVE 'Y' TO SGN-NO-OPERATORS
           ELSE
               MOVE LOW-VALUES TO OPR-OPERATOR-ID
               START OPERATOR-FILE KEY NOT < OPR-OPERATOR-ID
                   INVALID KEY MOVE 'Y' TO SGN-NO-OPERATORS
               END-START
               IF NOT SGN-NO-OPERATOR-FILE
                   READ OPERATOR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SGN-NO-OPERATORS
                   END-READ
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.
           IF SGN-NO-OPERATOR-FILE
               MOVE ERR-NO-OPERATORS TO SGN-MESSAGE
           END-IF.
           MOVE UT-SYS-OFILE TO SGN-OPR-PATH.
           MOVE UT-SYS-UFILE TO SGN-AUT-PATH.
       150-EXIT.
           EXIT.

      ****************************************************************
      *  The same files for the nightly driver's batch operator -
      *  LOCATION WINDOWS takes the C:\Temp pair, anything else the
      *  /tmp pair, and OPERATORS / AUTHORITY override either path.
      ****************************************************************
       160-FIND-JOB-FILES.
           MOVE UT-SYS-OLINUX TO UT-SYS-OFILE.
           MOVE UT-SYS-ULINUX TO UT-SYS-UFILE.
           MOVE "LOCATION" TO JOB-PRM-KEYWORD.
           CALL "VNDPRM".
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF JOB-PRM-VALUE = "WINDOWS"
               MOVE UT-SYS-OTEMP TO UT-SYS-OFILE
               MOVE UT-SYS-UTEMP TO UT-SYS-UFILE
           END-IF.
           MOVE "OPERATORS" TO JOB-PRM-KEYWORD.
           CALL "VNDPRM".
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-OFILE
           END-IF.
           MOVE "AUTHORITY" TO JOB-PRM-KEYWORD.
           CALL "VNDPRM".
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-UFILE
           END-IF.
           MOVE UT-SYS-OFILE TO SGN-OPR-PATH.
           MOVE UT-SYS-UFILE TO SGN-AUT-PATH.
       160-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Signs an operator on at the terminal, unless one already
      *  is. Three tries, or a blank id, and the caller is refused.
      *  A program run as a nightly step never prompts - with no
      *  batch operator signed on by the driver it is refused.
      ****************************************************************
       200-SIGN-ON.
           IF SGN-SIGNED-ON
               CONTINUE
           ELSE
               IF JOB-UNATTENDED
                   MOVE ERR-NO-BATCH-OPERATOR TO SGN-MESSAGE
               ELSE
                   PERFORM 150-FIND-FILES THRU 150-EXIT
                   IF NOT SGN-NO-OPERATOR-FILE
                       PERFORM 205-ASK-OPERATOR THRU 205-EXIT
                   END-IF
               END-IF
           END-IF.
       200-EXIT.
           EXIT.

      ****************************************************************
      *  The sign-on prompts themselves, with the operator file
      *  open I-O so the failed-try count and last sign-on can be
      *  kept up.
      ****************************************************************
       205-ASK-OPERATOR.
           MOVE SGN-OPR-PATH TO UT-SYS-OFILE.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPR-IS NOT = 0
               MOVE ERR-NO-OPERATORS TO SGN-MESSAGE
           ELSE
               MOVE 0 TO WS-TRIES
               MOVE 'N' TO WS-GAVE-UP
               DISPLAY SPACES
               DISPLAY DIVIDER
               DISPLAY SIGN-ON-TITLE, SIGN-ON-TITLE-2
               PERFORM 210-ONE-TRY THRU 210-EXIT
                   UNTIL SGN-SIGNED-ON OR WS-TRIES = 3 OR GAVE-UP
               CLOSE OPERATOR-FILE
               IF NOT SGN-SIGNED-ON
                   MOVE ERR-NOT-SIGNED-ON TO SGN-MESSAGE
               END-IF
               DISPLAY DIVIDER
           END-IF.
       205-EXIT.
           EXIT.

      ****************************************************************
      *  One try at the id and password. Whether the id exists is
      *  not given away - an unknown id and a wrong password get the
      *  same answer.
      ****************************************************************
       210-ONE-TRY.
           ADD 1 TO WS-TRIES.
           DISPLAY ENTER-OPERATOR.
           ACCEPT WS-IN-OPERATOR.
           INSPECT WS-IN-OPERATOR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IN-OPERATOR = SPACES
               MOVE 'Y' TO WS-GAVE-UP
           ELSE
               DISPLAY ENTER-PASSWORD
               ACCEPT WS-IN-PASSWORD
               MOVE WS-IN-OPERATOR TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY ERR-SIGN-ON-FAILED
                   NOT INVALID KEY
                       PERFORM 220-CHECK-PASSWORD THRU 220-EXIT
               END-READ
               MOVE SPACES TO WS-IN-PASSWORD
           END-IF.
       210-EXIT.
           EXIT.

      ****************************************************************
      *  Judges the password keyed for the operator just read. A
      *  batch operator has no password to match; a wrong password
      *  counts toward the lockout only while the operator is
      *  active.
      ****************************************************************
       220-CHECK-PASSWORD.
           MOVE OPR-OPERATOR-ID TO SGN-HASH-ID.
           MOVE WS-IN-PASSWORD TO SGN-PASSWORD.
           PERFORM 700-HASH-PASSWORD THRU 700-EXIT.
           MOVE SPACES TO SGN-PASSWORD.
           EVALUATE TRUE
               WHEN NOT OPR-AT-TERMINAL
                   DISPLAY ERR-SIGN-ON-FAILED
               WHEN SGN-HASH NOT = OPR-PASSWORD-HASH
                   DISPLAY ERR-SIGN-ON-FAILED
                   IF OPR-ACTIVE
                       ADD 1 TO OPR-FAILED-TRIES
                       IF OPR-FAILED-TRIES NOT < 3
                           MOVE 'L' TO OPR-STATUS
                           DISPLAY ERR-NOW-LOCKED
                       END-IF
                       REWRITE OPR-REC
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               WHEN OPR-REVOKED
                   DISPLAY ERR-REVOKED
               WHEN NOT OPR-ACTIVE
                   DISPLAY ERR-LOCKED-OUT
               WHEN OTHER
                   PERFORM 230-SIGNED-ON THRU 230-EXIT
           END-EVALUATE.
       220-EXIT.
           EXIT.

      ****************************************************************
      *  The right password. An expired one must be replaced before
      *  the operator gets any further; giving up on the new one
      *  leaves them not signed on.
      ****************************************************************
       230-SIGNED-ON.
           MOVE 0 TO OPR-FAILED-TRIES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPR-LAST-SIGN-ON.
           IF OPR-PASSWORD-EXPIRED
               PERFORM 240-NEW-PASSWORD THRU 240-EXIT
           END-IF.
           IF OPR-PASSWORD-EXPIRED
               MOVE 'Y' TO WS-GAVE-UP
           ELSE
               PERFORM 400-TAKE-OPERATOR THRU 400-EXIT
               DISPLAY SIGNED-ON-LIT, SGN-OPERATOR-ID, " ",
                       SGN-OPERATOR-NAME
           END-IF.
           REWRITE OPR-REC
               INVALID KEY CONTINUE
           END-REWRITE.
       230-EXIT.
           EXIT.

      ****************************************************************
      *  Has the operator choose a new password, asked until one is
      *  acceptable or the operator leaves it blank.
      ****************************************************************
       240-NEW-PASSWORD.
           DISPLAY MSG-PASSWORD-EXPIRED.
           MOVE 'N' TO WS-PW-DONE.
           PERFORM 245-ASK-NEW-PASSWORD THRU 245-EXIT
               UNTIL PW-DONE.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE SPACES TO WS-IN-PASSWORD.
       240-EXIT.
           EXIT.

      ****************************************************************
      *  One go at the new password - six characters at least, no
      *  spaces among them, keyed the same twice, and not the one
      *  it replaces.
      ****************************************************************
       245-ASK-NEW-PASSWORD.
           DISPLAY ENTER-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           IF WS-NEW-PASSWORD = SPACES
               MOVE 'Y' TO WS-PW-DONE
           ELSE
               MOVE 0 TO WS-SPACE-COUNT
               INSPECT WS-NEW-PASSWORD (1:6) TALLYING WS-SPACE-COUNT
                   FOR ALL SPACE
               IF WS-SPACE-COUNT > 0
                   DISPLAY ERR-PASSWORD-SHORT
               ELSE
                   DISPLAY ENTER-PASSWORD-AGAIN
                   ACCEPT WS-IN-PASSWORD
                   IF WS-IN-PASSWORD NOT = WS-NEW-PASSWORD
                       DISPLAY ERR-PASSWORD-MISMATCH
                   ELSE
                       PERFORM 250-SET-NEW-PASSWORD THRU 250-EXIT
                   END-IF
               END-IF
           END-IF.
       245-EXIT.
           EXIT.

      ****************************************************************
      *  Scrambles the new password onto the operator record and
      *  clears the expiry.
      ****************************************************************
       250-SET-NEW-PASSWORD.
           MOVE OPR-OPERATOR-ID TO SGN-HASH-ID.
           MOVE WS-NEW-PASSWORD TO SGN-PASSWORD.
           PERFORM 700-HASH-PASSWORD THRU 700-EXIT.
           MOVE SPACES TO SGN-PASSWORD.
           IF SGN-HASH = OPR-PASSWORD-HASH
               DISPLAY ERR-PASSWORD-SAME
           ELSE
               MOVE SGN-HASH TO OPR-PASSWORD-HASH
               MOVE 'N' TO OPR-MUST-CHANGE
               MOVE WS-TODAY TO OPR-PASSWORD-DATE
               MOVE OPR-OPERATOR-ID TO OPR-CHANGED-BY
               MOVE WS-TODAY TO OPR-CHANGE-DATE
               DISPLAY MSG-PASSWORD-CHANGED
               MOVE 'Y' TO WS-PW-DONE
           END-IF.
       250-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Signs on the batch operator the nightly driver named. It
      *  must be on file, active, and a batch operator - a person's
      *  id cannot be borrowed for the night.
      ****************************************************************
       300-BATCH-SIGN-ON.
           MOVE SPACES TO SGN-EYE.
           PERFORM 160-FIND-JOB-FILES THRU 160-EXIT.
           MOVE SGN-OPR-PATH TO UT-SYS-OFILE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-IS NOT = 0
               MOVE ERR-NO-OPERATORS TO SGN-MESSAGE
           ELSE
               MOVE SGN-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE ERR-NOT-BATCH TO SGN-MESSAGE
                   NOT INVALID KEY
                       IF OPR-BATCH AND OPR-ACTIVE
                           PERFORM 400-TAKE-OPERATOR THRU 400-EXIT
                           MOVE 'Y' TO SGN-ALLOWED
                       ELSE
                           MOVE ERR-NOT-BATCH TO SGN-MESSAGE
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
       300-EXIT.
           EXIT.

      ****************************************************************
      *  Puts the operator just signed on into the shared area.
      ****************************************************************
       400-TAKE-OPERATOR.
           MOVE OPR-OPERATOR-ID TO SGN-OPERATOR-ID.
           MOVE OPR-NAME TO SGN-OPERATOR-NAME.
           MOVE OPR-ROLE TO SGN-ROLE.
           MOVE "SIGNEDON" TO SGN-EYE.
       400-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Whether the signed-on operator's role may run SGN-PROGRAM
      *  (blank SGN-OPTION) or use its menu option SGN-OPTION - a
      *  record for exactly that, or a "**" record for the program,
      *  permits it. The administrator always has VNDOPR.
      ****************************************************************
       500-CHECK-AUTHORITY.
           INSPECT SGN-OPTION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT SGN-SIGNED-ON
               MOVE ERR-NOT-SIGNED-ON TO SGN-MESSAGE
           ELSE
               IF SGN-ROLE = "ADMIN" AND SGN-PROGRAM = "VNDOPR"
                   MOVE 'Y' TO SGN-ALLOWED
               ELSE
                   PERFORM 510-READ-AUTHORITY THRU 510-EXIT
               END-IF
               IF NOT SGN-IS-ALLOWED AND SGN-MESSAGE = SPACES
                   PERFORM 520-REFUSAL-MESSAGE THRU 520-EXIT
               END-IF
           END-IF.
       500-EXIT.
           EXIT.

      ****************************************************************
      *  Looks for the exact grant, then the whole-program one.
      ****************************************************************
       510-READ-AUTHORITY.
           MOVE SGN-AUT-PATH TO UT-SYS-UFILE.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUT-IS NOT = 0
               MOVE ERR-NO-AUTHORITY TO SGN-MESSAGE
           ELSE
               MOVE SGN-ROLE TO AUT-ROLE
               MOVE SGN-PROGRAM TO AUT-PROGRAM
               MOVE SGN-OPTION TO AUT-OPTION
               READ AUTHORITY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO SGN-ALLOWED
               END-READ
               IF NOT SGN-IS-ALLOWED
                   MOVE "**" TO AUT-OPTION
                   READ AUTHORITY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO SGN-ALLOWED
                   END-READ
               END-IF
               CLOSE AUTHORITY-FILE
           END-IF.
       510-EXIT.
           EXIT.

      ****************************************************************
      *  "VNDCHK NOT PERMITTED TO ROLE CLERK" or "OPTION 3 NOT
      *  PERMITTED TO ROLE CLERK".
      ****************************************************************
       520-REFUSAL-MESSAGE.
           IF SGN-OPTION = SPACES
               STRING SGN-PROGRAM DELIMITED BY SPACE
                      NOT-PERMITTED-LIT DELIMITED BY SIZE
                      SGN-ROLE DELIMITED BY SPACE
                   INTO SGN-MESSAGE
           ELSE
               STRING OPTION-LIT DELIMITED BY SIZE
                      SGN-OPTION DELIMITED BY SPACE
                      NOT-PERMITTED-LIT DELIMITED BY SIZE
                      SGN-ROLE DELIMITED BY SPACE
                   INTO SGN-MESSAGE
           END-IF.
       520-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Scrambles SGN-PASSWORD for operator SGN-HASH-ID into
      *  SGN-HASH - each character of the id and password in turn,
      *  weighted by its position, folded into a running remainder
      *  by a large prime. Only the result is ever kept.
      ****************************************************************
       700-HASH-PASSWORD.
           MOVE SGN-HASH-ID TO WS-HASH-TEXT (1:8).
           MOVE SGN-PASSWORD TO WS-HASH-TEXT (9:16).
           MOVE 7 TO WS-HASH-WORK.
           PERFORM VARYING WS-SUB-H FROM 1 BY 1 UNTIL WS-SUB-H > 24
               COMPUTE WS-HASH-WORK = FUNCTION MOD
                   (WS-HASH-WORK * 131
                    + FUNCTION ORD (WS-HASH-TEXT (WS-SUB-H:1))
                      * WS-SUB-H, 999999999989)
           END-PERFORM.
           MOVE WS-HASH-WORK TO SGN-HASH.
           MOVE SPACES TO WS-HASH-TEXT.
       700-EXIT.
           EXIT.
