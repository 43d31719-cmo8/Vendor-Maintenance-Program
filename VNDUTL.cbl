      *               through the key - the sequence bumps past any
      *               collision, so no record is lost. Run once at
      *               cutover, after a backup of the old file.
      *10/15/2026 SM  Master record grew 279 -> 292 with the
      *               unapplied credit balance, the company code and
      *               the vendor's currency. The CONVERT step reads
      *               the 279-byte layout - the layout a live master
      *               is actually in at this cutover - carrying every
      *               field over as it is and starting each vendor
      *               with no credit, in company 01 and in dollars.
      *               Verify checks the credit is numeric and flags
      *               a blank company. The history conversion stamps
      *               company 01 and marks every record a dollar
      *               record with no exchange difference. Added the
      *               one-shot CONVERT PERIODS step that rebuilds the
      *               period control file under the company + period
      *               key VNDPRD.CPY carries now, every period going
      *               to company 01.
      *10/15/2026 SM  Runs as the first step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the FUNCTION parameter
      *               picks BACKUP (the default), VERIFY or REORG -
      *               restore and the conversions stay terminal-only. A
      *               lock left by this program's own failed night is
      *               taken over on the restart; any other held lock
      *               ends the step with return code 12. The run ends
      *               with a return code (16 master not opened, 8 reload
      *               short, 4 damage found) and its counts for the run
      *               log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too; as a nightly step a refusal ends it
      *               with return code 20. The operator is stamped on
      *               the master-file lock.
      *10/15/2026 SM  Added the one-shot CONVERT OPEN ITEMS step that
      *               rebuilds a live 48-byte open-item file into the
      *               115-byte shape VNDOPEN.CPY carries now - every
      *               item approved (it was already payable), in
      *               company 01 and in dollars. CONVERT HISTORY also
      *               widens a live 71-byte keyed history to the
      *               92-byte shape VNDHST.CPY carries now, under the
      *               same keys, company 01 and in dollars. A fixed-
      *               length indexed file of the old length will not
      *               open through the new layout (status 39).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HST-KEY
                 FILE STATUS IS WS-NHIST-IS.
      * The period control file as it was keyed before companies -
      * period alone - read only by the one-shot CONVERT PERIODS
      * step, through its own old FD.
           SELECT OLD-PERIOD
                 ASSIGN TO UT-SYS-PRFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPR-PERIOD
                 FILE STATUS IS WS-OPRD-IS.
      * The same path rebuilt under company + period (see
      * VNDPRD.CPY).
           SELECT NEW-PERIOD
                 ASSIGN TO UT-SYS-PRFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PRD-KEY
                 FILE STATUS IS WS-NPRD-IS.
      * The same master path opened through the OLD 279-byte record
      * layout (the shape before the credit balance, company code
      * and currency) - only the one-shot CONVERT step reads this.
           SELECT OLD-MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ALTERNATE RECORD KEY IS OLD-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-OLD-IS.
      * The keyed history path opened through the OLD 71-byte
      * layout (the shape before company and currency) - only the
      * one-shot CONVERT HISTORY step reads this, under the same key.
           SELECT OLD-KEYED-HISTORY
                 ASSIGN TO UT-SYS-NHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OKH-KEY
                 FILE STATUS IS WS-OKHIST-IS.
      * The open-item file opened through the OLD 48-byte layout
      * (the shape before approval, company and currency) - only
      * the one-shot CONVERT OPEN ITEMS step reads this.
           SELECT OLD-OPEN
                 ASSIGN TO UT-SYS-OIFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OOP-KEY
                 FILE STATUS IS WS-OOPN-IS.
      * The same path rebuilt in the current layout (see
      * VNDOPEN.CPY).
           SELECT NEW-OPEN
                 ASSIGN TO UT-SYS-OIFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPN-KEY
                 FILE STATUS IS WS-NOPN-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 292 CHARACTERS.
           COPY "VNDMAST.CPY".
      *
       FD  BACKUP-FILE
         LABEL RECORDS ARE STANDARD.
       01  BKP-REC                          PIC X(292).
      *
       FD  GEN-FILE
         LABEL RECORDS ARE STANDARD.
      *
       FD  OLD-MASTER
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 279 CHARACTERS.
       01  OLD-REC.
            05  OLD-ACCOUNTNO                PIC X(6).
            05  OLD-VENDOR-NAME              PIC X(30).
            05  FILLER                       PIC X(243).
      *
      * The posted history as the nightly runs wrote it before it
      * went keyed - account first, posting date in the middle,
      *
       FD  NEW-HISTORY
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
           COPY "VNDHST.CPY".
      *
       FD  OLD-PERIOD
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 15 CHARACTERS.
       01  OPR-REC.
            05  OPR-PERIOD                   PIC 9(6).
            05  OPR-STATUS                   PIC X.
            05  OPR-CLOSE-DATE               PIC 9(8).
      *
       FD  NEW-PERIOD
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 17 CHARACTERS.
           COPY "VNDPRD.CPY".
      *
       FD  OLD-KEYED-HISTORY
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 71 CHARACTERS.
       01  OKH-REC.
            05  OKH-KEY.
                10   OKH-ACCOUNTNO           PIC X(6).
                10   OKH-POST-DATE           PIC 9(8).
                10   OKH-SEQ-NO              PIC 9(6).
            05  FILLER                       PIC X(51).
      *
       FD  OLD-OPEN
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 48 CHARACTERS.
       01  OOP-REC.
            05  OOP-KEY.
                10   OOP-ACCOUNTNO           PIC X(6).
                10   OOP-INVOICE-NO          PIC X(10).
            05  FILLER                       PIC X(32).
      *
       FD  NEW-OPEN
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 115 CHARACTERS.
           COPY "VNDOPEN.CPY".

       WORKING-STORAGE SECTION.

                VALUE "C:\Temp\INVHISTORY.IDX".
            05 UT-SYS-NHLINUX                PIC X(50)
                VALUE "/tmp/INVHISTORY.IDX".
            05 UT-SYS-PRFILE                 PIC X(50)
                VALUE "C:\Temp\INVPERIOD.DAT".
            05 UT-SYS-PRTEMP                 PIC X(50)
                VALUE "C:\Temp\INVPERIOD.DAT".
            05 UT-SYS-PRLINUX                PIC X(50)
                VALUE "/tmp/INVPERIOD.DAT".
            05 UT-SYS-OIFILE                 PIC X(50)
                VALUE "C:\Temp\INVOPENITEM.DAT".
            05 UT-SYS-OITEMP                 PIC X(50)
                VALUE "C:\Temp\INVOPENITEM.DAT".
            05 UT-SYS-OILINUX                PIC X(50)
                VALUE "/tmp/INVOPENITEM.DAT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
            05 WS-OLD-IS                     PIC 9(2).
            05 WS-OHIST-IS                   PIC 9(2).
            05 WS-NHIST-IS                   PIC 9(2).
            05 WS-OPRD-IS                    PIC 9(2).
            05 WS-NPRD-IS                    PIC 9(2).
            05 WS-OKHIST-IS                  PIC 9(2).
            05 WS-OOPN-IS                    PIC 9(2).
            05 WS-NOPN-IS                    PIC 9(2).
            05 MASTER-EOF                    PIC X     VALUE 'N'.
            05 OLD-MASTER-EOF                PIC X     VALUE 'N'.
            05 OLD-HIST-EOF                  PIC X     VALUE 'N'.
            05 OLD-PERIOD-EOF                PIC X     VALUE 'N'.
            05 OLD-KHIST-EOF                 PIC X     VALUE 'N'.
            05 OLD-OPEN-EOF                  PIC X     VALUE 'N'.
            05 BACKUP-EOF                    PIC X     VALUE 'N'.
            05 GEN-EOF                       PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-FIV               VALUE 5.
                88 WS-SIX               VALUE 6.
                88 WS-SEV               VALUE 7.
                88 WS-EIG               VALUE 8.
                88 WS-NIN               VALUE 9.
            05 WS-STAMP                      PIC X(14).
            05 WS-READ-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-WRITE-COUNT                PIC 9(6)  VALUE 0.
            05 WS-PICK                       PIC 9(2)  VALUE 0.
            05 WS-CONFIRM                    PIC X.
            05 WS-HIST-PATH-X                PIC X(50).
            05 WS-HIST-KIND                  PIC X.
                88 HIST-WAS-KEYED       VALUES 'K' 'k'.
            05 WS-HIN-COUNT                  PIC 9(6)  VALUE 0.
            05 WS-HOUT-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-HST-SEQ                    PIC 9(6)  VALUE 0.
            05 WS-HST-WRITTEN                PIC X     VALUE 'N'.
                88 HISTORY-WRITTEN      VALUE 'Y'.
            05 WS-JOB-RC                     PIC 9(2)  VALUE 0.

      * The generations on hand, oldest first, at most five kept.
       01  WS-GEN-TABLE.
            05 WS-REC-DAMAGED                PIC X VALUE 'N'.
                88 REC-DAMAGED          VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 MENU-RESTORE                         PIC X(29)
                VALUE "   4. RESTORE A GENERATION   ".
            05 MENU-CONVERT                         PIC X(32)
                VALUE "   5. CONVERT OLD 279-BYTE FILE ".
            05 MENU-CONVERT-HIST                    PIC X(33)
                VALUE "   6. CONVERT HISTORY (SEQ/KEYED)".
            05 MENU-CONVERT-PRD                     PIC X(33)
                VALUE "   7. CONVERT PERIODS TO COMPANY ".
            05 MENU-CONVERT-OPN                     PIC X(33)
                VALUE "   8. CONVERT OPEN ITEMS         ".
            05 MENU-EXIT                            PIC X(10)
                VALUE "   9. EXIT".
            05 ENTER-SELECTION                      PIC X(16)
                VALUE "ENTER SELECTION:".
            05 ENTER-VALID                          PIC X(30)
                VALUE "HISTORY KEYED:      ".
            05 WRN-HIST-COUNTS                      PIC X(44)
                VALUE "WARNING - READ AND KEYED COUNTS DIFFER      ".
            05 ASK-SURE-CONVERT-P                   PIC X(44)
                VALUE "THIS REKEYS PERIODS BY COMPANY - SURE? (Y): ".
            05 ENTER-PERIOD-PATH                    PIC X(44)
                VALUE "Period Control File Path (blank keeps):     ".
            05 ERR-OLD-PRD-OPEN                     PIC X(42)
                VALUE "OLD PERIOD FILE OPEN FAILED - STATUS:     ".
            05 ERR-NEW-PRD-OPEN                     PIC X(33)
                VALUE "NEW PERIOD OPEN FAILED - STATUS: ".
            05 MSG-PRD-READ                         PIC X(20)
                VALUE "PERIODS READ:       ".
            05 MSG-PRD-KEYED                        PIC X(20)
                VALUE "PERIODS REKEYED:    ".
            05 ASK-HIST-KIND                        PIC X(44)
                VALUE "Old History (S)equential or (K)eyed 71-Byte:".
            05 ENTER-KEYED-HIST                     PIC X(44)
                VALUE "Keyed History Path (blank keeps):           ".
            05 ASK-SURE-CONVERT-K                   PIC X(44)
                VALUE "THIS REBUILDS HISTORY IN NEW LAYOUT - SURE?Y".
            05 ERR-OLD-KHIST-OPEN                   PIC X(42)
                VALUE "OLD KEYED HISTORY OPEN FAILED - STATUS:   ".
            05 ASK-SURE-CONVERT-O                   PIC X(44)
                VALUE "THIS REBUILDS OPEN ITEMS IN NEW LAYOUT-SURE?".
            05 ENTER-OPEN-PATH                      PIC X(44)
                VALUE "Open-Item File Path (blank keeps):          ".
            05 ERR-OLD-OPN-OPEN                     PIC X(42)
                VALUE "OLD OPEN-ITEM FILE OPEN FAILED - STATUS:  ".
            05 ERR-NEW-OPN-OPEN                     PIC X(33)
                VALUE "NEW OPEN ITEMS OPEN FAILED-STATUS".
            05 MSG-OPN-READ                         PIC X(20)
                VALUE "OPEN ITEMS READ:    ".
            05 MSG-OPN-BUILT                        PIC X(20)
                VALUE "OPEN ITEMS REBUILT: ".
            05 ASK-WHICH-GEN                        PIC X(34)
                VALUE "RESTORE WHICH GENERATION NUMBER?: ".
            05 ASK-SURE-RESTORE                     PIC X(44)
                VALUE "ACTIVE FLAG NOT Y/N     ".
            05 VFY-BAD-YTD                          PIC X(24)
                VALUE "YEAR-PAID NOT NUMERIC   ".
            05 VFY-BAD-CREDIT                       PIC X(24)
                VALUE "CREDIT BAL NOT NUMERIC  ".
            05 VFY-BAD-COMPANY                      PIC X(24)
                VALUE "COMPANY CODE BLANK      ".
            05 VFY-CLEAN                            PIC X(26)
                VALUE "NO DAMAGE - FILE IS CLEAN.".
            05 ERR-JOB-FUNCTION                     PIC X(40)
                VALUE "FUNCTION NOT BACKUP, VERIFY OR REORG    ".
            05 ERR-RELOAD-SHORT                     PIC X(40)
                VALUE "RELOADED COUNT SHORT OF UNLOADED COUNT  ".
            05 MSG-BY                               PIC X(4)
                VALUE " BY ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-UNL-PATH                      PIC X(66).
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
                   UNTIL LOC-CHOSEN.
           PERFORM 190-ACQUIRE-LOCK THRU 190-EXIT.
           IF NOT LOCK-IS-OK
               DISPLAY MSG-NO-LOCK
               MOVE 12 TO WS-JOB-RC
               MOVE MSG-NO-LOCK TO JOB-STEP-MESSAGE
           ELSE
               IF JOB-UNATTENDED
                   PERFORM 210-RUN-FUNCTION THRU 210-EXIT
               ELSE
                   PERFORM 200-MAKE-SELECTION THRU 200-EXIT
                           UNTIL OK-TO-STOP
               END-IF
               PERFORM 196-RELEASE-LOCK THRU 196-EXIT
           END-IF.
           DISPLAY SEE-YA.
           PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
           GOBACK.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDUTL" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  Checks the menu option chosen is permitted to the
      *  operator's role. The exit option always is.
      ****************************************************************
       125-CHECK-OPTION.
           IF WS-NIN
               MOVE 'Y' TO SGN-ALLOWED
           ELSE
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDUTL" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the master file is
      *  located, same options as the other batch programs.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-MFILE
                   MOVE UT-SYS-LTEMP TO UT-SYS-LFILE
                   MOVE UT-SYS-OHTEMP TO UT-SYS-OHFILE
                   MOVE UT-SYS-NHTEMP TO UT-SYS-NHFILE
                   MOVE UT-SYS-PRTEMP TO UT-SYS-PRFILE
                   MOVE UT-SYS-OITEMP TO UT-SYS-OIFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-LLINUX TO UT-SYS-LFILE
                   MOVE UT-SYS-OHLINUX TO UT-SYS-OHFILE
                   MOVE UT-SYS-NHLINUX TO UT-SYS-NHFILE
                   MOVE UT-SYS-PRLINUX TO UT-SYS-PRFILE
                   MOVE UT-SYS-OILINUX TO UT-SYS-OIFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-OHFILE
                   DISPLAY "Enter New Keyed History Path:"
                   ACCEPT UT-SYS-NHFILE
                   DISPLAY "Enter Period Control File Location:"
                   ACCEPT UT-SYS-PRFILE
                   DISPLAY "Enter Open-Item File Location:"
                   ACCEPT UT-SYS-OIFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-FOU
                   DISPLAY SEE-YA
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF JOB-UNATTENDED
               PERFORM 142-GET-PATHS THRU 142-EXIT
               MOVE 'Y' TO JOB-SETUP
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
           MOVE "GENLIST" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-GFILE
           END-IF.
           MOVE "REPORT" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-PFILE
           END-IF.
           MOVE "LOCK" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-LFILE
           END-IF.
           MOVE "OLDHISTORY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-OHFILE
           END-IF.
           MOVE "HISTORY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-NHFILE
           END-IF.
           MOVE "PERIODS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-PRFILE
           END-IF.
           MOVE "OPENITEM" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-OIFILE
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
      *  Takes the master lock for the whole utility session - a
      *  reorganize or restore with a posting running underneath
           IF LOCK-IS-OK
               OPEN OUTPUT LOCK-FILE
               MOVE "VNDUTL" TO LCK-HOLDER
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
               IF JOB-IS-RESTART AND LCK-HOLDER = "VNDUTL"
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
       196-RELEASE-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LCK-HOLDER.
           MOVE SPACES TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
           WRITE LCK-REC.
           DISPLAY MENU-RESTORE.
           DISPLAY MENU-CONVERT.
           DISPLAY MENU-CONVERT-HIST.
           DISPLAY MENU-CONVERT-PRD.
           DISPLAY MENU-CONVERT-OPN.
           DISPLAY MENU-EXIT.
           DISPLAY SPACES.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 3000-BACKUP THRU 3000-EXIT
               WHEN WS-TWO  PERFORM 4000-VERIFY THRU 4000-EXIT
               WHEN WS-THR  PERFORM 5000-REORGANIZE THRU 5000-EXIT
               WHEN WS-FIV  PERFORM 7000-CONVERT THRU 7000-EXIT
               WHEN WS-SIX  PERFORM 8000-CONVERT-HISTORY
                                 THRU 8000-EXIT
               WHEN WS-SEV  PERFORM 8500-CONVERT-PERIODS
                                 THRU 8500-EXIT
               WHEN WS-EIG  PERFORM 9000-CONVERT-OPEN-ITEMS
                                 THRU 9000-EXIT
               WHEN WS-NIN  MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER   DISPLAY ENTER-VALID
           END-EVALUATE.
           DISPLAY DIVIDER.
       200-EXIT.
           EXIT.

      ****************************************************************
      *  The nightly job step's one function, named by the FUNCTION
      *  parameter in place of the menu - a backup unless told
      *  otherwise. Restore and the conversions each want a person
      *  deciding, so they are refused here.
      ****************************************************************
       210-RUN-FUNCTION.
           MOVE "FUNCTION" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           INSPECT JOB-PRM-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT JOB-PRM-WAS-FOUND
               MOVE "BACKUP" TO JOB-PRM-VALUE
           END-IF.
           PERFORM 215-CHECK-JOB-OPTION THRU 215-EXIT.
           IF SGN-IS-ALLOWED
               EVALUATE JOB-PRM-VALUE
                   WHEN "BACKUP"
                       PERFORM 3000-BACKUP THRU 3000-EXIT
                       MOVE "BACKED UP" TO JOB-COUNT-LABEL (1)
                       MOVE WS-WRITE-COUNT TO JOB-COUNT (1)
                       MOVE "GENERATIONS" TO JOB-COUNT-LABEL (2)
                       MOVE WS-GEN-COUNT TO JOB-COUNT (2)
                   WHEN "VERIFY"
                       PERFORM 4000-VERIFY THRU 4000-EXIT
                       MOVE "VERIFIED" TO JOB-COUNT-LABEL (1)
                       MOVE WS-READ-COUNT TO JOB-COUNT (1)
                       MOVE "DAMAGED" TO JOB-COUNT-LABEL (2)
                       MOVE WS-DAMAGE-COUNT TO JOB-COUNT (2)
                   WHEN "REORG"
                       PERFORM 5000-REORGANIZE THRU 5000-EXIT
                       MOVE "UNLOADED" TO JOB-COUNT-LABEL (1)
                       MOVE WS-WRITE-COUNT TO JOB-COUNT (1)
                       MOVE "RELOADED" TO JOB-COUNT-LABEL (2)
                       MOVE WS-READ-COUNT TO JOB-COUNT (2)
                   WHEN OTHER
                       DISPLAY ERR-JOB-FUNCTION
                       MOVE 8 TO WS-JOB-RC
                       MOVE ERR-JOB-FUNCTION TO JOB-STEP-MESSAGE
               END-EVALUATE
           END-IF.
       210-EXIT.
           EXIT.

      ****************************************************************
      *  Running as a nightly job step, the function asked for is
      *  checked against the operator's role as its menu option
      *  would be.
      ****************************************************************
       215-CHECK-JOB-OPTION.
           EVALUATE JOB-PRM-VALUE
               WHEN "BACKUP"       MOVE "1" TO SGN-OPTION
               WHEN "VERIFY"       MOVE "2" TO SGN-OPTION
               WHEN "REORG"        MOVE "3" TO SGN-OPTION
               WHEN OTHER          MOVE SPACES TO SGN-OPTION
           END-EVALUATE.
           MOVE 'Y' TO SGN-ALLOWED.
           IF SGN-OPTION NOT = SPACES
               MOVE 'O' TO SGN-REQUEST
               MOVE "VNDUTL" TO SGN-PROGRAM
               CALL "VNDSGN"
           END-IF.
           IF NOT SGN-IS-ALLOWED
               MOVE 20 TO WS-JOB-RC
               MOVE SGN-MESSAGE TO JOB-STEP-MESSAGE
           END-IF.
       215-EXIT.
           EXIT.

      ****************************************************************
      ****************************************************************
      *  Unloads the whole master to a new dated backup generation
            OPEN INPUT MASTER.
            IF WS-FILE-IS NOT = 0
                DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
                MOVE 16 TO WS-JOB-RC
                MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
            ELSE
                OPEN OUTPUT BACKUP-FILE
                PERFORM 3500-UNLOAD-MASTER THRU 3500-EXIT
            OPEN INPUT MASTER.
            IF WS-FILE-IS NOT = 0
                DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
                MOVE 16 TO WS-JOB-RC
                MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
            ELSE
                OPEN OUTPUT PRINT-FILE
                MOVE SPACES TO PRINT-LINE
                DISPLAY MSG-VERIFIED, WS-COUNT-ED
                MOVE WS-DAMAGE-COUNT TO WS-COUNT-ED
                DISPLAY MSG-DAMAGED, WS-COUNT-ED
                IF WS-DAMAGE-COUNT > 0 AND WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                END-IF
            END-IF.
       4000-EXIT.
            EXIT.
                MOVE VFY-BAD-YTD TO DMG-REASON
                PERFORM 4200-DAMAGE-LINE THRU 4200-EXIT
            END-IF.
            IF MAS-CREDIT-BAL IS NOT NUMERIC
                MOVE VFY-BAD-CREDIT TO DMG-REASON
                PERFORM 4200-DAMAGE-LINE THRU 4200-EXIT
            END-IF.
            IF MAS-COMPANY = SPACES
                MOVE VFY-BAD-COMPANY TO DMG-REASON
                PERFORM 4200-DAMAGE-LINE THRU 4200-EXIT
            END-IF.
            IF REC-DAMAGED
                ADD 1 TO WS-DAMAGE-COUNT
            END-IF.
            OPEN INPUT MASTER.
            IF WS-FILE-IS NOT = 0
                DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
                MOVE 16 TO WS-JOB-RC
                MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
            ELSE
                OPEN OUTPUT BACKUP-FILE
                PERFORM 3500-UNLOAD-MASTER THRU 3500-EXIT
                PERFORM 5500-RELOAD-MASTER THRU 5500-EXIT
                MOVE WS-READ-COUNT TO WS-COUNT-ED
                DISPLAY MSG-RELOADED, WS-COUNT-ED
      * A reload short of the unload has lost vendors - nothing
      * after this may run against the master until it is looked
      * at (the unload file is still there to restore from).
                IF WS-READ-COUNT NOT = WS-WRITE-COUNT
                    MOVE 8 TO WS-JOB-RC
                    MOVE ERR-RELOAD-SHORT TO JOB-STEP-MESSAGE
                END-IF
            END-IF.
       5000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  One-shot conversion of a master still in the old 279-byte
      *  layout - the shape before the credit balance, company code
      *  and currency.
      *  The old-layout open would fail (status 39) through the
      *  current FD, so the file is read through its own old FD,
      *  every record is unloaded through the NEW layout with
      *  every old field carried over as it is and only the new
      *  fields settled the way VNDIMP settles them on a load, and
      *  the master is rebuilt from that work file. Run once at
      *  cutover, after a backup.
      ****************************************************************
       7000-CONVERT.
            DISPLAY ASK-SURE-CONVERT.
            EXIT.

      ****************************************************************
      *   One old record through the new layout - the whole 279
      *   bytes carry over as they are, and only the fields the
      *   record never had settle the way a bulk load settles them.
      *   Every vendor on file before they existed held no credit,
      *   kept the one set of books there was and was paid in
      *   dollars.
      ****************************************************************
       7200-CONVERT-ONE.
            MOVE OLD-REC TO REC.
            MOVE 0 TO MAS-CREDIT-BAL.
            MOVE "01" TO MAS-COMPANY.
            MOVE "USD" TO MAS-CURRENCY.
            WRITE BKP-REC FROM REC.
            ADD 1 TO WS-WRITE-COUNT.
       7200-EXIT.
      *  sequence number, and a key collision just bumps the
      *  sequence and retries - the read and keyed counts printing
      *  equal at the end is the proof no record was lost. Run once
      *  at cutover, after a backup of the old file. A history that
      *  is keyed already but still in the 71-byte layout is
      *  widened in place instead (see 8800).
      ****************************************************************
       8000-CONVERT-HISTORY.
            DISPLAY ASK-HIST-KIND.
            ACCEPT WS-HIST-KIND.
            IF HIST-WAS-KEYED
                PERFORM 8800-WIDEN-HISTORY THRU 8800-EXIT
            ELSE
                DISPLAY ENTER-OLD-HIST
                ACCEPT WS-HIST-PATH-X
                IF WS-HIST-PATH-X NOT = SPACES
                    MOVE WS-HIST-PATH-X TO UT-SYS-OHFILE
                END-IF
                DISPLAY ENTER-NEW-HIST
                ACCEPT WS-HIST-PATH-X
                IF WS-HIST-PATH-X NOT = SPACES
                    MOVE WS-HIST-PATH-X TO UT-SYS-NHFILE
                END-IF
                DISPLAY ASK-SURE-CONVERT-H
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                    PERFORM 8100-REBUILD-HISTORY THRU 8100-EXIT
                ELSE
                    DISPLAY MSG-NOT-RESTORED
                END-IF
            END-IF.
       8000-EXIT.
            EXIT.
      *   One old record through the keyed layout. The tail fields
      *   a short old record reads as spaces settle to zero and
      *   ordinary-detail, the same way the nightly readers always
      *   treated them, and the record goes to company 01, the one
      *   set of books there was; the sequence number bumps until
      *   the write lands, so two records on one account and day
      *   both survive.
      ****************************************************************
       8200-KEY-ONE-RECORD.
            ADD 1 TO WS-HIN-COUNT.
            ELSE
                MOVE OHS-TRX-TYPE TO HST-TRX-TYPE
            END-IF.
            MOVE "01" TO HST-COMPANY.
            MOVE "USD" TO HST-CURRENCY.
            MOVE 0 TO HST-FOREIGN-AMT.
            MOVE 0 TO HST-FX-AMT.
            MOVE 'N' TO WS-HST-WRITTEN.
            PERFORM 8300-WRITE-KEYED THRU 8300-EXIT
                UNTIL HISTORY-WRITTEN.
            END-WRITE.
       8300-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  One-shot conversion of the period control file from the
      *  old period-only key to the company + period key (see
      *  VNDPRD.CPY). The old file is read through its own old FD
      *  and unloaded to a work file with every period put in
      *  company 01 - the one set of books there was - and the
      *  file is rebuilt from that work file in place, the same
      *  unload/reload the master CONVERT uses. Run once at
      *  cutover, after a copy of the old file is put aside.
      ****************************************************************
       8500-CONVERT-PERIODS.
            DISPLAY ENTER-PERIOD-PATH.
            ACCEPT WS-HIST-PATH-X.
            IF WS-HIST-PATH-X NOT = SPACES
                MOVE WS-HIST-PATH-X TO UT-SYS-PRFILE
            END-IF.
            DISPLAY ASK-SURE-CONVERT-P.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                PERFORM 8600-UNLOAD-OLD-PERIODS THRU 8600-EXIT
                IF WS-WRITE-COUNT > 0
                    PERFORM 8700-RELOAD-PERIODS THRU 8700-EXIT
                END-IF
            ELSE
                DISPLAY MSG-NOT-RESTORED
            END-IF.
       8500-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the old-key period file writing every period,
      *   company 01 in front, to the conversion work file.
      ****************************************************************
       8600-UNLOAD-OLD-PERIODS.
            MOVE SPACES TO UT-SYS-BFILE.
            STRING FUNCTION TRIM (UT-SYS-PRFILE) DELIMITED BY SIZE
                   ".CNV" DELIMITED BY SIZE
                INTO UT-SYS-BFILE.
            MOVE 0 TO WS-WRITE-COUNT.
            OPEN INPUT OLD-PERIOD.
            IF WS-OPRD-IS NOT = 0
                DISPLAY ERR-OLD-PRD-OPEN, WS-OPRD-IS
            ELSE
                OPEN OUTPUT BACKUP-FILE
                MOVE 'N' TO OLD-PERIOD-EOF
                MOVE 0 TO OPR-PERIOD
                START OLD-PERIOD KEY NOT < OPR-PERIOD
                    INVALID KEY MOVE 'Y' TO OLD-PERIOD-EOF
                END-START
                PERFORM UNTIL OLD-PERIOD-EOF = 'Y'
                    READ OLD-PERIOD NEXT RECORD
                        AT END MOVE 'Y' TO OLD-PERIOD-EOF
                        NOT AT END PERFORM 8650-CONVERT-ONE-PERIOD
                                        THRU 8650-EXIT
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
                CLOSE OLD-PERIOD
                MOVE WS-WRITE-COUNT TO WS-COUNT-ED
                DISPLAY MSG-PRD-READ, WS-COUNT-ED
            END-IF.
       8600-EXIT.
            EXIT.

      ****************************************************************
      *   One old period through the new layout.
      ****************************************************************
       8650-CONVERT-ONE-PERIOD.
            MOVE "01" TO PRD-COMPANY.
            MOVE OPR-PERIOD TO PRD-PERIOD.
            MOVE OPR-STATUS TO PRD-STATUS.
            MOVE OPR-CLOSE-DATE TO PRD-CLOSE-DATE.
            MOVE SPACES TO BKP-REC.
            MOVE PRD-REC TO BKP-REC.
            WRITE BKP-REC.
            ADD 1 TO WS-WRITE-COUNT.
       8650-EXIT.
            EXIT.

      ****************************************************************
      *   Re-creates the period file under the new key and loads it
      *   back from the work file.
      ****************************************************************
       8700-RELOAD-PERIODS.
            MOVE 0 TO WS-READ-COUNT.
            OPEN INPUT BACKUP-FILE.
            IF WS-BACKUP-IS NOT = 0
                DISPLAY LO-ERR-NOT-FOUND
            ELSE
                OPEN OUTPUT NEW-PERIOD
                IF WS-NPRD-IS NOT = 0
                    DISPLAY ERR-NEW-PRD-OPEN, WS-NPRD-IS
                ELSE
                    MOVE 'N' TO BACKUP-EOF
                    READ BACKUP-FILE
                        AT END MOVE 'Y' TO BACKUP-EOF
                    END-READ
                    PERFORM UNTIL BACKUP-EOF = 'Y'
                        MOVE BKP-REC TO PRD-REC
                        WRITE PRD-REC
                            INVALID KEY
                                DISPLAY "ERROR RELOADING - ",
                                        PRD-KEY
                            NOT INVALID KEY
                                ADD 1 TO WS-READ-COUNT
                        END-WRITE
                        READ BACKUP-FILE
                            AT END MOVE 'Y' TO BACKUP-EOF
                        END-READ
                    END-PERFORM
                    CLOSE NEW-PERIOD
                END-IF
                CLOSE BACKUP-FILE
                MOVE WS-READ-COUNT TO WS-COUNT-ED
                DISPLAY MSG-PRD-KEYED, WS-COUNT-ED
            END-IF.
       8700-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  One-shot widening of a keyed history still in the old
      *  71-byte layout - the shape before the company code and
      *  currency. The old-layout open would fail (status 39)
      *  through the current FD, so the file is read through its
      *  own old FD and unloaded to a work file with every record
      *  put in company 01 and in dollars with no exchange
      *  difference, and the file is rebuilt from that work file
      *  in place under the same keys. Run once at cutover, after
      *  a copy of the old file is put aside.
      ****************************************************************
       8800-WIDEN-HISTORY.
            DISPLAY ENTER-KEYED-HIST.
            ACCEPT WS-HIST-PATH-X.
            IF WS-HIST-PATH-X NOT = SPACES
                MOVE WS-HIST-PATH-X TO UT-SYS-NHFILE
            END-IF.
            DISPLAY ASK-SURE-CONVERT-K.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                PERFORM 8810-UNLOAD-OLD-HISTORY THRU 8810-EXIT
                IF WS-WRITE-COUNT > 0
                    PERFORM 8850-RELOAD-HISTORY THRU 8850-EXIT
                END-IF
            ELSE
                DISPLAY MSG-NOT-RESTORED
            END-IF.
       8800-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the 71-byte history writing every record through
      *   the new layout to the conversion work file.
      ****************************************************************
       8810-UNLOAD-OLD-HISTORY.
            MOVE SPACES TO UT-SYS-BFILE.
            STRING FUNCTION TRIM (UT-SYS-NHFILE) DELIMITED BY SIZE
                   ".CNV" DELIMITED BY SIZE
                INTO UT-SYS-BFILE.
            MOVE 0 TO WS-WRITE-COUNT.
            OPEN INPUT OLD-KEYED-HISTORY.
            IF WS-OKHIST-IS NOT = 0
                DISPLAY ERR-OLD-KHIST-OPEN, WS-OKHIST-IS
            ELSE
                OPEN OUTPUT BACKUP-FILE
                MOVE 'N' TO OLD-KHIST-EOF
                MOVE LOW-VALUES TO OKH-KEY
                START OLD-KEYED-HISTORY KEY NOT < OKH-KEY
                    INVALID KEY MOVE 'Y' TO OLD-KHIST-EOF
                END-START
                PERFORM UNTIL OLD-KHIST-EOF = 'Y'
                    READ OLD-KEYED-HISTORY NEXT RECORD
                        AT END MOVE 'Y' TO OLD-KHIST-EOF
                        NOT AT END PERFORM 8820-WIDEN-ONE
                                        THRU 8820-EXIT
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
                CLOSE OLD-KEYED-HISTORY
                MOVE WS-WRITE-COUNT TO WS-COUNT-ED
                DISPLAY MSG-HIST-READ, WS-COUNT-ED
            END-IF.
       8810-EXIT.
            EXIT.

      ****************************************************************
      *   One old history record through the new layout - the 71
      *   bytes carry over as they are, and the record goes to
      *   company 01, the one set of books there was, as a dollar
      *   record with no exchange difference.
      ****************************************************************
       8820-WIDEN-ONE.
            MOVE OKH-REC TO HST-REC.
            MOVE "01" TO HST-COMPANY.
            MOVE "USD" TO HST-CURRENCY.
            MOVE 0 TO HST-FOREIGN-AMT.
            MOVE 0 TO HST-FX-AMT.
            MOVE SPACES TO BKP-REC.
            MOVE HST-REC TO BKP-REC.
            WRITE BKP-REC.
            ADD 1 TO WS-WRITE-COUNT.
       8820-EXIT.
            EXIT.

      ****************************************************************
      *   Re-creates the keyed history in the new layout and loads
      *   it back from the work file, every record under the key it
      *   had.
      ****************************************************************
       8850-RELOAD-HISTORY.
            MOVE 0 TO WS-READ-COUNT.
            OPEN INPUT BACKUP-FILE.
            IF WS-BACKUP-IS NOT = 0
                DISPLAY LO-ERR-NOT-FOUND
            ELSE
                OPEN OUTPUT NEW-HISTORY
                IF WS-NHIST-IS NOT = 0
                    DISPLAY ERR-NEW-HIST-OPEN, WS-NHIST-IS
                ELSE
                    MOVE 'N' TO BACKUP-EOF
                    READ BACKUP-FILE
                        AT END MOVE 'Y' TO BACKUP-EOF
                    END-READ
                    PERFORM UNTIL BACKUP-EOF = 'Y'
                        MOVE BKP-REC TO HST-REC
                        WRITE HST-REC
                            INVALID KEY
                                DISPLAY "ERROR RELOADING - ",
                                        HST-KEY
                            NOT INVALID KEY
                                ADD 1 TO WS-READ-COUNT
                        END-WRITE
                        READ BACKUP-FILE
                            AT END MOVE 'Y' TO BACKUP-EOF
                        END-READ
                    END-PERFORM
                    CLOSE NEW-HISTORY
                END-IF
                CLOSE BACKUP-FILE
                MOVE WS-READ-COUNT TO WS-COUNT-ED
                DISPLAY MSG-HIST-KEYED, WS-COUNT-ED
                IF WS-READ-COUNT NOT = WS-WRITE-COUNT
                    DISPLAY WRN-HIST-COUNTS
                END-IF
            END-IF.
       8850-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  One-shot conversion of an open-item file still in the old
      *  48-byte layout - the shape before approval, company and
      *  currency (see VNDOPEN.CPY). The old-layout open would fail
      *  (status 39) through the current FD, so the file is read
      *  through its own old FD and unloaded to a work file, and
      *  the file is rebuilt from that work file in place, the same
      *  unload/reload the period CONVERT uses. Run once at
      *  cutover, after a copy of the old file is put aside.
      ****************************************************************
       9000-CONVERT-OPEN-ITEMS.
            DISPLAY ENTER-OPEN-PATH.
            ACCEPT WS-HIST-PATH-X.
            IF WS-HIST-PATH-X NOT = SPACES
                MOVE WS-HIST-PATH-X TO UT-SYS-OIFILE
            END-IF.
            DISPLAY ASK-SURE-CONVERT-O.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                PERFORM 9100-UNLOAD-OLD-ITEMS THRU 9100-EXIT
                IF WS-WRITE-COUNT > 0
                    PERFORM 9200-RELOAD-ITEMS THRU 9200-EXIT
                END-IF
            ELSE
                DISPLAY MSG-NOT-RESTORED
            END-IF.
       9000-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the 48-byte open-item file writing every item
      *   through the new layout to the conversion work file.
      ****************************************************************
       9100-UNLOAD-OLD-ITEMS.
            MOVE SPACES TO UT-SYS-BFILE.
            STRING FUNCTION TRIM (UT-SYS-OIFILE) DELIMITED BY SIZE
                   ".CNV" DELIMITED BY SIZE
                INTO UT-SYS-BFILE.
            MOVE 0 TO WS-WRITE-COUNT.
            OPEN INPUT OLD-OPEN.
            IF WS-OOPN-IS NOT = 0
                DISPLAY ERR-OLD-OPN-OPEN, WS-OOPN-IS
            ELSE
                OPEN OUTPUT BACKUP-FILE
                MOVE 'N' TO OLD-OPEN-EOF
                MOVE LOW-VALUES TO OOP-KEY
                START OLD-OPEN KEY NOT < OOP-KEY
                    INVALID KEY MOVE 'Y' TO OLD-OPEN-EOF
                END-START
                PERFORM UNTIL OLD-OPEN-EOF = 'Y'
                    READ OLD-OPEN NEXT RECORD
                        AT END MOVE 'Y' TO OLD-OPEN-EOF
                        NOT AT END PERFORM 9150-CONVERT-ONE-ITEM
                                        THRU 9150-EXIT
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
                CLOSE OLD-OPEN
                MOVE WS-WRITE-COUNT TO WS-COUNT-ED
                DISPLAY MSG-OPN-READ, WS-COUNT-ED
            END-IF.
       9100-EXIT.
            EXIT.

      ****************************************************************
      *   One old item through the new layout - the 48 bytes carry
      *   over as they are. Every item on file before approval
      *   existed was already payable, so it comes across approved;
      *   it belongs to company 01, the one set of books there was,
      *   and is a dollar item.
      ****************************************************************
       9150-CONVERT-ONE-ITEM.
            MOVE OOP-REC TO OPN-REC.
            MOVE 'A' TO OPN-APPROVAL-STATUS.
            MOVE SPACES TO OPN-HOLD-REASON.
            MOVE SPACES TO OPN-APPROVED-BY.
            MOVE 0 TO OPN-APPROVED-DATE.
            MOVE "01" TO OPN-COMPANY.
            MOVE "USD" TO OPN-CURRENCY.
            MOVE 0 TO OPN-FOREIGN-ORIG.
            MOVE 0 TO OPN-FOREIGN-REMAIN.
            MOVE 0 TO OPN-BOOK-RATE.
            MOVE SPACES TO BKP-REC.
            MOVE OPN-REC TO BKP-REC.
            WRITE BKP-REC.
            ADD 1 TO WS-WRITE-COUNT.
       9150-EXIT.
            EXIT.

      ****************************************************************
      *   Re-creates the open-item file in the new layout and loads
      *   it back from the work file.
      ****************************************************************
       9200-RELOAD-ITEMS.
            MOVE 0 TO WS-READ-COUNT.
            OPEN INPUT BACKUP-FILE.
            IF WS-BACKUP-IS NOT = 0
                DISPLAY LO-ERR-NOT-FOUND
            ELSE
                OPEN OUTPUT NEW-OPEN
                IF WS-NOPN-IS NOT = 0
                    DISPLAY ERR-NEW-OPN-OPEN, WS-NOPN-IS
                ELSE
                    MOVE 'N' TO BACKUP-EOF
                    READ BACKUP-FILE
                        AT END MOVE 'Y' TO BACKUP-EOF
                    END-READ
                    PERFORM UNTIL BACKUP-EOF = 'Y'
                        MOVE BKP-REC TO OPN-REC
                        WRITE OPN-REC
                            INVALID KEY
                                DISPLAY "ERROR RELOADING - ",
                                        OPN-KEY
                            NOT INVALID KEY
                                ADD 1 TO WS-READ-COUNT
                        END-WRITE
                        READ BACKUP-FILE
                            AT END MOVE 'Y' TO BACKUP-EOF
                        END-READ
                    END-PERFORM
                    CLOSE NEW-OPEN
                END-IF
                CLOSE BACKUP-FILE
                MOVE WS-READ-COUNT TO WS-COUNT-ED
                DISPLAY MSG-OPN-BUILT, WS-COUNT-ED
            END-IF.
       9200-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it -
      *  the nightly driver decides from it whether the next step
      *  runs (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
