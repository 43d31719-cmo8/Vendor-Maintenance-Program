       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCTK.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Monthly compliance tickler. Lists every vendor
      *         compliance document (see VNDCMP.CPY) that has
      *         already expired or expires within the next 30, 60
      *         or 90 days of the as-of date, one section per
      *         window, so purchasing can chase the renewals before
      *         VNDCHK's compliance block stops the vendor's
      *         payments. Only received documents with an expiry
      *         date are listed - a waived document or one that
      *         never expires needs no chasing - and only for
      *         vendors still active on MASTER.
      *
      *Input:   The vendor compliance file INTVENDR maintains and
      *         the vendor master file, for the vendor names.
      *
      *Output:  A print file - the tickler report.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the as-of date from
      *               the ASOF parameter (none means today). The run
      *               ends with a return code - 16 files not opened, 4
      *               documents already expired - and the counts in each
      *               window for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The compliance documents being tickled - read only.
           SELECT COMPLIANCE-FILE
                 ASSIGN TO UT-SYS-NFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CMP-KEY
                 FILE STATUS IS WS-CMP-IS.
      * The master file, for the vendor name and active state.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The tickler report hard copy.
           SELECT PRINT-FILE
                 ASSIGN TO UT-SYS-PFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-IS.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  COMPLIANCE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 52 CHARACTERS.
           COPY "VNDCMP.CPY".
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
            05 UT-SYS-NFILE                  PIC X(50)
                VALUE "C:\Temp\INVCOMPLY.DAT".
            05 UT-SYS-TEMP                   PIC X(50)
                VALUE "C:\Temp\INVCOMPLY.DAT".
            05 UT-SYS-LINUX                  PIC X(50)
                VALUE "/tmp/INVCOMPLY.DAT".
            05 UT-SYS-MFILE                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-MTEMP                  PIC X(50)
                VALUE "C:\Temp\INVOLDMASTER.DAT".
            05 UT-SYS-MLINUX                 PIC X(50)
                VALUE "/tmp/INVOLDMASTER.DAT".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "C:\Temp\INVTICKLER.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVTICKLER.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVTICKLER.PRT".

       01 WS-WORKING-AREA.
            05 WS-CMP-IS                     PIC 9(2).
                88 CMP-NOT-OPEN         VALUE 35.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
            05 WS-PRINT-IS                   PIC 9(2).
            05 COMPLIANCE-EOF                PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-TODAY                      PIC 9(8).
            05 WS-ASOF-DATE-X                PIC X(8).
            05 WS-ASOF-DATE                  PIC 9(8)  VALUE 0.
            05 WS-ASOF-INT                   PIC 9(7).
            05 WS-EXPIRY-INT                 PIC 9(7).
            05 WS-DAYS-LEFT                  PIC S9(7).

      * The windows, in days from the as-of date. Section 1 is
      * already expired; sections 2-4 are the 30/60/90 windows.
       01  WS-WINDOW-TABLE.
            05 WS-WINDOW-DAYS                PIC 9(3)
                                             OCCURS 4 TIMES.
       01  WS-WANT-SECT                      PIC 9(1).
       01  WS-DOC-SECT                       PIC 9(1).
       01  WS-SECT-COUNT                     PIC 9(5).
       01  WS-SECT-TITLE                     PIC X(40).

       01 WS-TICKLER-TOTALS.
            05 WS-READ-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-SECT-TOTAL                 PIC 9(6)
                                             OCCURS 4 TIMES.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-COUNTING                   PIC X VALUE 'N'.
                88 COUNTING-READS       VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
            05 SELECT-FILE-LO                       PIC X(36)
                VALUE "Select Compliance File Location     ".
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
            05 ERR-OPEN-STATUS                      PIC X(33)
                VALUE "COMPLIANCE OPEN FAILED - STATUS: ".
            05 NO-CMP-FILE                          PIC X(44)
                VALUE "NO COMPLIANCE FILE ON RECORD - NO TICKLER   ".
            05 ERR-MASTER-STATUS                    PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 SEE-YA                               PIC X(32)
                VALUE "COMPLIANCE TICKLER COMPLETE.    ".
            05 ENTER-ASOF-DATE                      PIC X(42)
                VALUE "Tickler As-Of Date YYYYMMDD (blank today):".
            05 REPORT-TITLE                         PIC X(42)
                VALUE "VENDOR COMPLIANCE TICKLER - AS OF         ".
            05 SECT-EXPIRED                         PIC X(40)
                VALUE "ALREADY EXPIRED - PAYMENTS BLOCKED      ".
            05 SECT-30                              PIC X(40)
                VALUE "EXPIRING WITHIN 30 DAYS                 ".
            05 SECT-60                              PIC X(40)
                VALUE "EXPIRING IN 31 TO 60 DAYS               ".
            05 SECT-90                              PIC X(40)
                VALUE "EXPIRING IN 61 TO 90 DAYS               ".
            05 SECT-NONE                            PIC X(10)
                VALUE "  (NONE)  ".
            05 TKL-COL-HDR                          PIC X(66) VALUE
               "ACCT    VENDOR NAME               DOCUMENT   EXPIRES    
      -        "DAYS  NOTE".
            05 DOC-W9-LIT                           PIC X(9)
                VALUE "W-9      ".
            05 DOC-INS-LIT                          PIC X(9)
                VALUE "INSURANCE".
            05 DOC-CON-LIT                          PIC X(9)
                VALUE "CONTRACT ".
            05 SUM-READ-LIT                         PIC X(22)
                VALUE "DOCUMENTS ON FILE:    ".
            05 SUM-EXPIRED-LIT                      PIC X(22)
                VALUE "ALREADY EXPIRED:      ".
            05 SUM-30-LIT                           PIC X(22)
                VALUE "WITHIN 30 DAYS:       ".
            05 SUM-60-LIT                           PIC X(22)
                VALUE "31 TO 60 DAYS:        ".
            05 SUM-90-LIT                           PIC X(22)
                VALUE "61 TO 90 DAYS:        ".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.

       01  WS-SUM-LINE.
            05 SL-LITERAL                    PIC X(22).
            05 SL-COUNT                      PIC ZZZ,ZZ9.

       01  WS-TKL-LINE.
            05 TL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 TL-VENDOR-NAME                PIC X(24).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 TL-DOC-TYPE                   PIC X(9).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 TL-EXPIRY                     PIC 9(8).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 TL-DAYS                       PIC ZZZZ9.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 TL-NOTE                       PIC X(16).

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
      *  Controls the direction of program logic. The compliance
      *  file is walked once per section, the way VNDBRC walks the
      *  issued-payment file once for outstanding and again for
      *  stale, so each section prints in account order.
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
           PERFORM 170-GET-CRITERIA THRU 170-EXIT.
           MOVE 0 TO WS-WINDOW-DAYS (1).
           MOVE 30 TO WS-WINDOW-DAYS (2).
           MOVE 60 TO WS-WINDOW-DAYS (3).
           MOVE 90 TO WS-WINDOW-DAYS (4).
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-LINE.
           STRING REPORT-TITLE DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'Y' TO WS-COUNTING.
           PERFORM 5000-LIST-SECTION THRU 5000-EXIT
                   VARYING WS-WANT-SECT FROM 1 BY 1
                   UNTIL WS-WANT-SECT > 4.
           PERFORM 6000-CLOSE-REPORT THRU 6000-EXIT.
           CLOSE COMPLIANCE-FILE.
           CLOSE MASTER.
           CLOSE PRINT-FILE.
           DISPLAY DIVIDER.
           MOVE WS-SECT-TOTAL (1) TO WS-COUNT-ED.
           DISPLAY SUM-EXPIRED-LIT, WS-COUNT-ED.
           MOVE WS-SECT-TOTAL (2) TO WS-COUNT-ED.
           DISPLAY SUM-30-LIT, WS-COUNT-ED.
           MOVE WS-SECT-TOTAL (3) TO WS-COUNT-ED.
           DISPLAY SUM-60-LIT, WS-COUNT-ED.
           MOVE WS-SECT-TOTAL (4) TO WS-COUNT-ED.
           DISPLAY SUM-90-LIT, WS-COUNT-ED.
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
           MOVE "VNDCTK" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDBRC's 150-FIND-FILE. The compliance file
      *  must be there - there is nothing to tickle without it.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-TEMP TO UT-SYS-NFILE
                   MOVE UT-SYS-MTEMP TO UT-SYS-MFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-NFILE
                   MOVE UT-SYS-MLINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-NFILE
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
           OPEN INPUT COMPLIANCE-FILE.
           IF CMP-NOT-OPEN
               DISPLAY NO-CMP-FILE
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               IF WS-CMP-IS NOT = 0
                   DISPLAY ERR-OPEN-STATUS, WS-CMP-IS
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   OPEN INPUT MASTER
                   IF WS-FILE-IS NOT = 0
                       DISPLAY ERR-MASTER-STATUS, WS-FILE-IS
                       CLOSE COMPLIANCE-FILE
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
           MOVE "COMPLIANCE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-NFILE
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
      *  Prompts for the as-of date the windows are measured from.
      *  Blank defaults to today. A nightly job step takes its
      *  ASOF parameter instead.
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               MOVE "ASOF" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-ASOF-DATE-X
           ELSE
               DISPLAY ENTER-ASOF-DATE
               ACCEPT WS-ASOF-DATE-X
           END-IF.
           IF WS-ASOF-DATE-X IS NUMERIC
               MOVE WS-ASOF-DATE-X TO WS-ASOF-DATE
           ELSE
               MOVE WS-TODAY TO WS-ASOF-DATE
           END-IF.
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
       170-EXIT.
           EXIT.

      ****************************************************************
      *   One section of the report - a full pass of the compliance
      *   file printing only the documents that fall in the window
      *   WS-WANT-SECT names. The first pass also counts what is
      *   on file.
      ****************************************************************
       5000-LIST-SECTION.
            EVALUATE WS-WANT-SECT
                WHEN 1 MOVE SECT-EXPIRED TO WS-SECT-TITLE
                WHEN 2 MOVE SECT-30 TO WS-SECT-TITLE
                WHEN 3 MOVE SECT-60 TO WS-SECT-TITLE
                WHEN OTHER MOVE SECT-90 TO WS-SECT-TITLE
            END-EVALUATE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SECT-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE TKL-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE 0 TO WS-SECT-COUNT.
            MOVE 'N' TO COMPLIANCE-EOF.
            MOVE LOW-VALUES TO CMP-KEY.
            START COMPLIANCE-FILE KEY NOT < CMP-KEY
                INVALID KEY MOVE 'Y' TO COMPLIANCE-EOF
            END-START.
            PERFORM UNTIL COMPLIANCE-EOF = 'Y'
                READ COMPLIANCE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO COMPLIANCE-EOF
                    NOT AT END PERFORM 5100-CONSIDER-DOC
                                    THRU 5100-EXIT
                END-READ
            END-PERFORM.
            IF WS-SECT-COUNT = 0
                MOVE SECT-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            MOVE WS-SECT-COUNT TO WS-SECT-TOTAL (WS-WANT-SECT).
            MOVE 'N' TO WS-COUNTING.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Places one document in its window - expired, 30, 60 or 90
      *   days - and prints it when that is the section being
      *   listed. Waived documents, documents not yet received,
      *   documents with no expiry, anything past 90 days and
      *   vendors no longer active are left off.
      ****************************************************************
       5100-CONSIDER-DOC.
            IF COUNTING-READS
                ADD 1 TO WS-READ-COUNT
            END-IF.
            MOVE 0 TO WS-DOC-SECT.
            IF CMP-RECEIVED AND CMP-EXPIRY-DATE > 0
                COMPUTE WS-EXPIRY-INT =
                    FUNCTION INTEGER-OF-DATE (CMP-EXPIRY-DATE)
                COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-ASOF-INT
                EVALUATE TRUE
                    WHEN WS-DAYS-LEFT < 0
                        MOVE 1 TO WS-DOC-SECT
                    WHEN WS-DAYS-LEFT <= WS-WINDOW-DAYS (2)
                        MOVE 2 TO WS-DOC-SECT
                    WHEN WS-DAYS-LEFT <= WS-WINDOW-DAYS (3)
                        MOVE 3 TO WS-DOC-SECT
                    WHEN WS-DAYS-LEFT <= WS-WINDOW-DAYS (4)
                        MOVE 4 TO WS-DOC-SECT
                END-EVALUATE
            END-IF.
            IF WS-DOC-SECT = WS-WANT-SECT
                MOVE CMP-ACCOUNTNO TO MAS-ACCOUNTNO
                READ MASTER
                    INVALID KEY
                        MOVE "** NOT ON MASTER **" TO MAS-VENDOR-NAME
                        MOVE 'Y' TO MAS-IS-ACTIVE
                END-READ
                IF MAS-IS-ACTIVE = 'Y'
                    PERFORM 5200-PRINT-DOC THRU 5200-EXIT
                END-IF
            END-IF.
       5100-EXIT.
            EXIT.

      ****************************************************************
      *   Formats and prints one tickler line. DAYS is days left in
      *   the window sections and days past expiry in the expired
      *   section.
      ****************************************************************
       5200-PRINT-DOC.
            ADD 1 TO WS-SECT-COUNT.
            MOVE CMP-ACCOUNTNO TO TL-ACCOUNTNO.
            MOVE MAS-VENDOR-NAME TO TL-VENDOR-NAME.
            EVALUATE TRUE
                WHEN CMP-W9        MOVE DOC-W9-LIT TO TL-DOC-TYPE
                WHEN CMP-INSURANCE MOVE DOC-INS-LIT TO TL-DOC-TYPE
                WHEN OTHER         MOVE DOC-CON-LIT TO TL-DOC-TYPE
            END-EVALUATE.
            MOVE CMP-EXPIRY-DATE TO TL-EXPIRY.
            IF WS-DAYS-LEFT < 0
                COMPUTE TL-DAYS = 0 - WS-DAYS-LEFT
            ELSE
                MOVE WS-DAYS-LEFT TO TL-DAYS
            END-IF.
            MOVE CMP-NOTE TO TL-NOTE.
            WRITE PRINT-LINE FROM WS-TKL-LINE.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Closes the report with the count in each window.
      ****************************************************************
       6000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SUM-READ-LIT TO SL-LITERAL.
            MOVE WS-READ-COUNT TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-EXPIRED-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (1) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-30-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (2) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-60-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (3) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
            MOVE SUM-90-LIT TO SL-LITERAL.
            MOVE WS-SECT-TOTAL (4) TO SL-COUNT.
            WRITE PRINT-LINE FROM WS-SUM-LINE.
       6000-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF WS-JOB-RC < 4 AND WS-SECT-TOTAL (1) > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "EXPIRED" TO JOB-COUNT-LABEL (1).
            MOVE WS-SECT-TOTAL (1) TO JOB-COUNT (1).
            MOVE "30 DAYS" TO JOB-COUNT-LABEL (2).
            MOVE WS-SECT-TOTAL (2) TO JOB-COUNT (2).
            MOVE "60 DAYS" TO JOB-COUNT-LABEL (3).
            MOVE WS-SECT-TOTAL (3) TO JOB-COUNT (3).
            MOVE "90 DAYS" TO JOB-COUNT-LABEL (4).
            MOVE WS-SECT-TOTAL (4) TO JOB-COUNT (4).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
