       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDBCR.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Bank-detail change report. Lists every change to a
      *         vendor's bank details or pay method still waiting
      *         for a second operator's approval (see VNDBKC.CPY),
      *         then the changes approved and rejected within the
      *         last N days (30 unless told otherwise), so the
      *         auditors can see who asked for each change, who
      *         decided it and - for an approved change - who
      *         confirmed it with the vendor. An approved change
      *         with no confirmation is one VNDCHK is holding out
      *         of electronic payment.
      *
      *Input:   The bank-change file INTVENDR and VNDBNK maintain
      *         and the vendor master file, for the vendor names.
      *
      *Output:  A print file - the bank change report.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank-detail changes being reported - read only.
           SELECT BANKCHG-FILE
                 ASSIGN TO UT-SYS-BFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BKC-KEY
                 FILE STATUS IS WS-BKC-IS.
      * The master file, for the vendor name.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The bank change report hard copy.
           SELECT PRINT-FILE
                 ASSIGN TO UT-SYS-PFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  BANKCHG-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 146 CHARACTERS.
           COPY "VNDBKC.CPY".
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-LO.
            05 UT-SYS-BFILE                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVBANKCHG.DAT".
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-MTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-MLINUX                 PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVBANKCHG.PRT".

       01 WS-WORKING-AREA.
            05 WS-BKC-IS                     PIC 9(2).
                88 BKC-NOT-OPEN         VALUE 35.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
            05 WS-PRINT-IS                   PIC 9(2).
            05 BANKCHG-EOF                   PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-TODAY                      PIC 9(8).
            05 WS-TODAY-INT                  PIC 9(7).
            05 WS-DECIDED-INT                PIC 9(7).
            05 WS-DAYS-X                     PIC X(2).
            05 WS-DAYS                       PIC 9(2)  VALUE 30.
            05 WS-DAYS-ED                    PIC Z9.

      * Section 1 is pending, 2 approved and 3 rejected - the
      * file is walked once for each.
       01  WS-WANT-SECT                      PIC 9(1).
       01  WS-CHG-SECT                       PIC 9(1).
       01  WS-SECT-COUNT                     PIC 9(5).
       01  WS-SECT-TITLE                     PIC X(40).

       01 WS-REPORT-TOTALS.
            05 WS-SECT-TOTAL                 PIC 9(6)
                                             OCCURS 3 TIMES.
            05 WS-UNCONFIRMED-COUNT          PIC 9(6)  VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(36)
                VALUE "Select Bank-Change File Location    ".
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
            05 ERR-OPEN-STATUS                      PIC X(34)
                VALUE "BANK-CHANGE OPEN FAILED - STATUS: ".
            05 NO-BKC-FILE                          PIC X(44)
                VALUE "NO BANK-CHANGE FILE ON RECORD - NO REPORT   ".
            05 ERR-MASTER-STATUS                    PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 SEE-YA                               PIC X(32)
                VALUE "BANK CHANGE REPORT COMPLETE.    ".
            05 ENTER-DAYS                           PIC X(41)
                VALUE "Decided in the Last N Days (blank = 30): ".
            05 REPORT-TITLE                         PIC X(39)
                VALUE "VENDOR BANK-DETAIL CHANGES - AS OF     ".
            05 DAYS-TITLE                           PIC X(22)
                VALUE "  DECIDED IN THE LAST ".
            05 DAYS-LIT                             PIC X(5)
                VALUE " DAYS".
            05 SECT-PENDING                         PIC X(40)
                VALUE "PENDING APPROVAL                        ".
            05 SECT-APPROVED                        PIC X(37)
                VALUE "APPROVED (NO CONF BY = NOT CONFIRMED)".
            05 SECT-REJECTED                        PIC X(40)
                VALUE "REJECTED                                ".
            05 SECT-NONE                            PIC X(10)
                VALUE "  (NONE)  ".
            05 NOTE-LIT                             PIC X(9)
                VALUE "   NOTE: ".
            05 SUM-PENDING-LIT                      PIC X(22)
                VALUE "PENDING APPROVAL:     ".
            05 SUM-APPROVED-LIT                     PIC X(22)
                VALUE "APPROVED:             ".
            05 SUM-UNCONF-LIT                       PIC X(22)
                VALUE "  NOT YET CONFIRMED:  ".
            05 SUM-REJECTED-LIT                     PIC X(22)
                VALUE "REJECTED:             ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".
            05 BCR-COL-HDR                          PIC X(76) VALUE
               "ACCT   VENDOR NAME          SEQ  REQ BY   REQ DATE DEC B
      -        "Y   DEC DATE CONF BY".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.

       01  WS-SUM-LINE.
            05 SL-LITERAL                    PIC X(22).
            05 SL-COUNT                      PIC ZZZ,ZZ9.

       01  WS-BCR-LINE.
            05 BL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-VENDOR-NAME                PIC X(20).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-SEQ                        PIC 9(4).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-REQUESTED-BY               PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-REQUESTED-DATE             PIC 9(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-DECIDED-BY                 PIC X(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-DECIDED-DATE               PIC 9(8).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 BL-CONFIRMED-BY               PIC X(8).

      * The details as they stood and as asked for, under the
      * change line - the same shape VNDBNK shows on screen.
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
      *  Controls the direction of program logic. The bank-change
      *  file is walked once per section, the way VNDCTK walks the
      *  compliance file, so each section prints in account order.
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
               MOVE MSG-JOB-NOT-OPENED TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM 170-GET-CRITERIA THRU 170-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING REPORT-TITLE DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  DAYS-TITLE DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
                  DAYS-LIT DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 5000-LIST-SECTION THRU 5000-EXIT
                   VARYING WS-WANT-SECT FROM 1 BY 1
                   UNTIL WS-WANT-SECT > 3.
           PERFORM 6000-CLOSE-REPORT THRU 6000-EXIT.
           CLOSE BANKCHG-FILE.
           CLOSE MASTER.
           CLOSE PRINT-FILE.
           DISPLAY DIVIDER.
           MOVE WS-SECT-TOTAL (1) TO WS-COUNT-ED.
           DISPLAY SUM-PENDING-LIT, WS-COUNT-ED.
           MOVE WS-SECT-TOTAL (2) TO WS-COUNT-ED.
           DISPLAY SUM-APPROVED-LIT, WS-COUNT-ED.
           MOVE WS-UNCONFIRMED-COUNT TO WS-COUNT-ED.
           DISPLAY SUM-UNCONF-LIT, WS-COUNT-ED.
           MOVE WS-SECT-TOTAL (3) TO WS-COUNT-ED.
           DISPLAY SUM-REJECTED-LIT, WS-COUNT-ED.
           DISPLAY DIVIDER.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDBCR" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDCTK's 150-FIND-FILE. The bank-change file
      *  must be there - INTVENDR creates it with the first change.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-BFILE
                   MOVE UT-SYS-MTEMP TO UT-SYS-MFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-BFILE
                   MOVE UT-SYS-MLINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-BFILE
                   DISPLAY "Enter Vendor Master Location:"
                   ACCEPT UT-SYS-MFILE
                   DISPLAY "Enter Report Output Location:"
                   ACCEPT UT-SYS-PFILE
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
           OPEN INPUT BANKCHG-FILE.
           IF BKC-NOT-OPEN
               DISPLAY NO-BKC-FILE
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               IF WS-BKC-IS NOT = 0
                   DISPLAY ERR-OPEN-STATUS, WS-BKC-IS
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   OPEN INPUT MASTER
                   IF WS-FILE-IS NOT = 0
                       DISPLAY ERR-MASTER-STATUS, WS-FILE-IS
                       CLOSE BANKCHG-FILE
                       DISPLAY LO-ERR-TRY-AGAIN
                   ELSE
                       DISPLAY LO-FOUND
                       MOVE 'Y' TO FILE-OPEN
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
           MOVE "BANKCHG" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-BFILE
           END-IF.
           MOVE "MASTER" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-MFILE
           END-IF.
           MOVE "REPORT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-PFILE
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
      *  Prompts for how many days back the approved and rejected
      *  sections reach - blank is 30, read the way VNDSUS reads
      *  its window. A nightly job step takes its DAYS parameter.
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               MOVE "DAYS" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-DAYS-X
           ELSE
               DISPLAY ENTER-DAYS
               ACCEPT WS-DAYS-X
           END-IF.
           IF WS-DAYS-X IS NUMERIC
               MOVE WS-DAYS-X TO WS-DAYS
           ELSE
               IF WS-DAYS-X (1:1) IS NUMERIC
                  AND WS-DAYS-X (2:1) = SPACE
                   MOVE WS-DAYS-X (1:1) TO WS-DAYS
               ELSE
                   MOVE 30 TO WS-DAYS
               END-IF
           END-IF.
       170-EXIT.
           EXIT.

      ****************************************************************
      *   One section of the report - a full pass of the
      *   bank-change file printing only the changes that belong
      *   in the section WS-WANT-SECT names.
      ****************************************************************
       5000-LIST-SECTION.
            EVALUATE WS-WANT-SECT
                WHEN 1 MOVE SECT-PENDING TO WS-SECT-TITLE
                WHEN 2 MOVE SECT-APPROVED TO WS-SECT-TITLE
                WHEN OTHER MOVE SECT-REJECTED TO WS-SECT-TITLE
            END-EVALUATE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SECT-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE BCR-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 0 TO WS-SECT-COUNT.
            MOVE 'N' TO BANKCHG-EOF.
            MOVE LOW-VALUES TO BKC-KEY.
            START BANKCHG-FILE KEY NOT < BKC-KEY
                INVALID KEY MOVE 'Y' TO BANKCHG-EOF
            END-START.
            PERFORM UNTIL BANKCHG-EOF = 'Y'
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO BANKCHG-EOF
                    NOT AT END PERFORM 5100-CONSIDER-CHANGE
                                    THRU 5100-EXIT
                END-READ
            END-PERFORM.
            IF WS-SECT-COUNT = 0
                MOVE SECT-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            MOVE WS-SECT-COUNT TO WS-SECT-TOTAL (WS-WANT-SECT).
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Places one change in its section - every pending change,
      *   and approved or rejected ones decided within the window
      *   - and prints it when that is the section being listed.
      ****************************************************************
       5100-CONSIDER-CHANGE.
            MOVE 0 TO WS-CHG-SECT.
            EVALUATE TRUE
                WHEN BKC-PENDING
                    MOVE 1 TO WS-CHG-SECT
                WHEN BKC-DECIDED-DATE = 0
                    CONTINUE
                WHEN OTHER
                    COMPUTE WS-DECIDED-INT =
                        FUNCTION INTEGER-OF-DATE (BKC-DECIDED-DATE)
                    IF WS-TODAY-INT - WS-DECIDED-INT <= WS-DAYS
                        IF BKC-APPROVED
                            MOVE 2 TO WS-CHG-SECT
                        ELSE
                            MOVE 3 TO WS-CHG-SECT
                        END-IF
                    END-IF
            END-EVALUATE.
            IF WS-CHG-SECT = WS-WANT-SECT
                MOVE BKC-ACCOUNTNO TO MAS-ACCOUNTNO
                READ MASTER
                    INVALID KEY
                        MOVE "** NOT ON MASTER **" TO MAS-VENDOR-NAME
                END-READ
                PERFORM 5200-PRINT-CHANGE THRU 5200-EXIT
            END-IF.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Formats and prints one change - the change line, the
      *   details it changes from and to, and the note when there
      *   is one (a rejection's reason, a confirmation's remark).
      ****************************************************************
       5200-PRINT-CHANGE.
            ADD 1 TO WS-SECT-COUNT.
            IF BKC-APPROVED AND NOT BKC-IS-CONFIRMED
                ADD 1 TO WS-UNCONFIRMED-COUNT
            END-IF.
            MOVE BKC-ACCOUNTNO TO BL-ACCOUNTNO.
            MOVE MAS-VENDOR-NAME TO BL-VENDOR-NAME.
            MOVE BKC-SEQ TO BL-SEQ.
            MOVE BKC-REQUESTED-BY TO BL-REQUESTED-BY.
            MOVE BKC-REQUESTED-DATE TO BL-REQUESTED-DATE.
            MOVE BKC-DECIDED-BY TO BL-DECIDED-BY.
            MOVE BKC-DECIDED-DATE TO BL-DECIDED-DATE.
            IF BKC-IS-CONFIRMED
                MOVE BKC-CONFIRMED-BY TO BL-CONFIRMED-BY
            ELSE
                MOVE SPACES TO BL-CONFIRMED-BY
            END-IF.
            WRITE PRINT-LINE FROM WS-BCR-LINE.
            MOVE BKC-OLD-ROUTING TO DL-OLD-ROUTING.
            MOVE BKC-OLD-ACCOUNT TO DL-OLD-ACCOUNT.
            MOVE BKC-OLD-PAY-METHOD TO DL-OLD-PAY-METHOD.
            MOVE BKC-NEW-ROUTING TO DL-NEW-ROUTING.
            MOVE BKC-NEW-ACCOUNT TO DL-NEW-ACCOUNT.
            MOVE BKC-NEW-PAY-METHOD TO DL-NEW-PAY-METHOD.
            WRITE PRINT-LINE FROM WS-DETAIL-LINE.
            IF BKC-NOTE NOT = SPACES
                MOVE SPACES TO PRINT-LINE
                STRING NOTE-LIT DELIMITED BY SIZE
                       BKC-NOTE DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the report with the count in each section.
      ****************************************************************
       6000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SUM-PENDING-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (1) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-APPROVED-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (2) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-UNCONF-LIT TO SL-LITERAL.
            MOVE WS-UNCONFIRMED-COUNT TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-REJECTED-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (3) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
       6000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY). A change
      *  waiting for approval or confirmation is a warning.
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF WS-JOB-RC < 4
               AND (WS-SECT-TOTAL (1) > 0 OR WS-UNCONFIRMED-COUNT > 0)
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "PENDING" TO JOB-COUNT-LABEL (1).
            MOVE WS-SECT-TOTAL (1) TO JOB-COUNT (1).
            MOVE "APPROVED" TO JOB-COUNT-LABEL (2).
            MOVE WS-SECT-TOTAL (2) TO JOB-COUNT (2).
            MOVE "UNCONFIRMED" TO JOB-COUNT-LABEL (3).
            MOVE WS-UNCONFIRMED-COUNT TO JOB-COUNT (3).
            MOVE "REJECTED" TO JOB-COUNT-LABEL (4).
            MOVE WS-SECT-TOTAL (3) TO JOB-COUNT (4).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
