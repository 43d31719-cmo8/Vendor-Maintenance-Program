       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDREV.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. MORGAN S
      ****************************************************************
      ****************************************************************
      *Purpose: Month-end revaluation of open foreign-currency
      *         items. Each foreign open item carries what is still
      *         owed in the vendor's currency (OPN-FOREIGN-REMAIN)
      *         and the dollars it sits at on the books
      *         (OPN-REMAIN-AMT, at the rate it was posted at). This
      *         report prices what is still owed at the rate in
      *         force on the last day of the period and shows the
      *         unrealized gain or loss against the book dollars,
      *         item by item, with totals by currency and by
      *         company, so accounting can book the month-end
      *         adjustment from it. Nothing is posted here - the
      *         gain or loss is only realized when VNDCHK pays the
      *         item and VNDPOST journals the difference.
      *
      *Input:   The open-item file (see VNDOPEN.CPY), the exchange
      *         rate file (see VNDRAT.CPY) and the vendor master
      *         file (see VNDMAST.CPY) for names - all read only.
      *
      *Output:  A print file - one line per open foreign item, then
      *         the totals by currency and by company and the
      *         overall unrealized gain and loss.
      *
      *Lead Developer: Sean Morgan
      *
      *Modification History:
      *10/15/2026 SM  Program written.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the company and period
      *               from the COMPANY and PERIOD parameters - PERIOD
      *               PRIOR, or none, is the month before the current
      *               one. The run ends with a return code - 16 files
      *               not opened, 8 period refused, 4 items with no rate
      *               or a table full - and the items revalued, items
      *               unpriced and the gain and loss totals for the run
      *               log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master file for vendor names - read only.
           SELECT MASTER
                 ASSIGN TO UT-SYS-MFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS MAS-ACCOUNTNO
                 ALTERNATE RECORD KEY IS MAS-VENDOR-NAME
                      WITH DUPLICATES
                 FILE STATUS IS WS-FILE-IS.
      * The open-item subledger being revalued - read only.
           SELECT OPEN-FILE
                 ASSIGN TO UT-SYS-OFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPN-KEY
                 FILE STATUS IS WS-OPEN-IS.
      * The exchange rates - read only.
           SELECT RATE-FILE
                 ASSIGN TO UT-SYS-FFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS RAT-KEY
                 FILE STATUS IS WS-RATE-IS.
      * The hard copy output.
           SELECT PRINT-FILE
                 ASSIGN TO UT-SYS-PFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-IS.

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
       FD  RATE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS.
           COPY "VNDRAT.CPY".
      *
       FD  PRINT-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS.
       01  PRINT-LINE                       PIC X(80).

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
            05 UT-SYS-FFILE                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FTEMP                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FLINUX                 PIC X(50)
                VALUE "/tmp/INVRATES.DAT".
            05 UT-SYS-PFILE                  PIC X(50)
                VALUE "C:\Temp\INVREVALUE.PRT".
            05 UT-SYS-PTEMP                  PIC X(50)
                VALUE "C:\Temp\INVREVALUE.PRT".
            05 UT-SYS-PLINUX                 PIC X(50)
                VALUE "/tmp/INVREVALUE.PRT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 NOT-OPEN             VALUE 35.
                88 END-OF-FILE          VALUE 23.
            05 WS-OPEN-IS                    PIC 9(2).
                88 OPEN-ITEM-NOT-OPEN   VALUE 35.
            05 WS-RATE-IS                    PIC 9(2).
            05 WS-PRINT-IS                   PIC 9(2).
            05 OPEN-ITEM-EOF                 PIC X     VALUE 'N'.
            05 RATE-EOF                      PIC X     VALUE 'N'.
            05 WS-USER-SELECT                PIC 9.
                88 WS-ONE               VALUE 1.
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-ITEM-COUNT                 PIC 9(6)   VALUE 0.
            05 WS-NO-RATE-COUNT              PIC 9(6)   VALUE 0.

      * The period keyed for the run and the last day of it, worked
      * out as the day before the first of the next month.
       01  WS-PERIOD-X                       PIC X(6)   VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-X.
            05 WS-PERIOD-YEAR                PIC 9(4).
            05 WS-PERIOD-MONTH               PIC 9(2).
       01  WS-NEXT-FIRST.
            05 WS-NEXT-YEAR                  PIC 9(4).
            05 WS-NEXT-MONTH                 PIC 9(2).
            05 WS-NEXT-DAY                   PIC 9(2)   VALUE 1.
       01  WS-NEXT-FIRST-N REDEFINES WS-NEXT-FIRST
                                             PIC 9(8).
       01  WS-PERIOD-END                     PIC 9(8).
       01  WS-PERIOD-OK                      PIC X      VALUE 'N'.
            88 PERIOD-IS-OK             VALUE 'Y'.

      * The item in hand priced at the period-end rate - what is
      * still owed in dollars today against the book dollars, the
      * difference positive when the dollar cost has gone up.
       01  WS-REVALUED                       PIC 9(7)V99   VALUE 0.
       01  WS-UNREALIZED                     PIC S9(7)V99  VALUE 0.
       01  WS-GAIN-TOTAL                     PIC 9(9)V99   VALUE 0.
       01  WS-LOSS-TOTAL                     PIC 9(9)V99   VALUE 0.
       01  WS-BOOK-TOTAL                     PIC 9(9)V99   VALUE 0.
       01  WS-REVALUED-TOTAL                 PIC 9(9)V99   VALUE 0.

      * The company keyed for the run (blank = all), the company of
      * the item in hand, and the revaluation totals by company.
       01  WS-RUN-COMPANY                    PIC X(2)   VALUE SPACES.
       01  WS-ITEM-COMPANY                   PIC X(2).
       01  WS-CO-TABLE.
            05 WS-CO-ROW                     OCCURS 20 TIMES.
                10 CO-COMPANY                PIC X(2).
                10 CO-ITEM-COUNT             PIC 9(6).
                10 CO-BOOK                   PIC 9(9)V99.
                10 CO-REVALUED               PIC 9(9)V99.
                10 CO-UNREALIZED             PIC S9(9)V99.
       01  WS-CO-COUNT                       PIC 9(2)   VALUE 0.
       01  WS-SUB-O                          PIC 9(2).

      * Each currency met on the run, its period-end rate (looked
      * up the first time the currency turns up) and its totals.
       01  WS-CU-TABLE.
            05 WS-CU-ROW                     OCCURS 20 TIMES.
                10 CU-CURRENCY               PIC X(3).
                10 CU-RATE                   PIC 9(3)V9(6).
                10 CU-HAVE-RATE              PIC X.
                10 CU-ITEM-COUNT             PIC 9(6).
                10 CU-FOREIGN                PIC 9(9)V99.
                10 CU-BOOK                   PIC 9(9)V99.
                10 CU-REVALUED               PIC 9(9)V99.
                10 CU-UNREALIZED             PIC S9(9)V99.
       01  WS-CU-COUNT                       PIC 9(2)   VALUE 0.
       01  WS-SUB-C                          PIC 9(2).

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 OPEN-F               VALUE 'Y'.
            05 WS-HAVE-RATE-FILE             PIC X VALUE 'N'.
                88 HAVE-RATE-FILE       VALUE 'Y'.
            05 WS-ITEM-PRICED                PIC X VALUE 'N'.
                88 ITEM-PRICED          VALUE 'Y'.

           COPY "VNDJOB.CPY".

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
            05 LO-ERR-NOT-FOUND                     PIC X(21)
                VALUE "ERROR FILE NOT FOUND.".
            05 LO-ERR-TRY-AGAIN                     PIC X(30)
                VALUE "PLEASE MAKE A VALID SELECTION".
            05 LO-FOUND                             PIC X(10)
                VALUE "FILE FOUND".
            05 ERR-OPEN-STATUS                      PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 SEE-YA                               PIC X(23)
                VALUE "REPORT COMPLETE - BYE. ".
            05 NO-OPEN-FILE                         PIC X(44)
                VALUE "NO OPEN-ITEM FILE ON RECORD - NO REVALUATION".
            05 WRN-NO-RATE-FILE                     PIC X(44)
                VALUE "WARNING - NO RATE FILE - NOTHING IS PRICED  ".
            05 ENTER-PERIOD                         PIC X(32)
                VALUE "Enter Period To Revalue (YYYYMM)".
            05 ERR-BAD-PERIOD                       PIC X(44)
                VALUE "PERIOD MUST BE YYYYMM - PLEASE RE-ENTER     ".
            05 REPORT-TITLE                         PIC X(42)
                VALUE "OPEN FOREIGN ITEM REVALUATION  PERIOD END ".
            05 REPORT-COL-HDR                       PIC X(79) VALUE
               "CO ACCOUNT INVOICE NO CUR FOREIGN OWED   BOOK DOLLARS   
      -        "  REVALUED   LOSS/-GAIN".
            05 REPORT-CO-LIT                        PIC X(11)
                VALUE "  COMPANY: ".
            05 ENTER-RUN-COMPANY                    PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 NO-RATE-LIT                          PIC X(26)
                VALUE "NO RATE AT PERIOD END     ".
            05 CU-TOTALS-TITLE                      PIC X(18)
                VALUE "TOTALS BY CURRENCY".
            05 CU-TOTALS-HDR                        PIC X(78) VALUE
               "CUR        RATE  ITEMS  FOREIGN OWED  BOOK DOLLARS      
      -        "REVALUED    LOSS/-GAIN".
            05 CO-TOTALS-TITLE                      PIC X(17)
                VALUE "TOTALS BY COMPANY".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - COMPANY TABLE FULL - TOTALS SHORT ".
            05 WRN-CU-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - CURRENCY TABLE FULL - TOTALS SHORT".
            05 MSG-JOB-NOT-OPENED                   PIC X(40)
                VALUE "FILES COULD NOT BE OPENED - NOTHING RUN ".
            05 MSG-JOB-BAD-PERIOD                   PIC X(40)
                VALUE "PERIOD NOT YYYYMM - NOTHING REVALUED    ".

       01  WS-DETAIL-LINE.
            05 DL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 DL-INVOICE-NO                 PIC X(10).
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-CURRENCY                   PIC X(3).
            05 FILLER                        PIC X(3)  VALUE SPACES.
            05 DL-FOREIGN                    PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(5)  VALUE SPACES.
            05 DL-BOOK                       PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 DL-PRICED.
                10 DL-REVALUED               PIC Z,ZZZ,ZZ9.99.
                10 FILLER                    PIC X(1)  VALUE SPACES.
                10 DL-UNREALIZED             PIC -,ZZZ,ZZ9.99.
            05 DL-NOT-PRICED REDEFINES DL-PRICED
                                             PIC X(25).

      * The vendor name under an item whose name is on file.
       01  WS-NAME-LINE.
            05 FILLER                        PIC X(11) VALUE SPACES.
            05 NL-VENDOR-NAME                PIC X(30).

       01  WS-CU-TOTAL-LINE.
            05 CT-CURRENCY                   PIC X(3).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 CT-RATE                       PIC ZZ9.999999.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CT-ITEM-COUNT                 PIC ZZ,ZZ9.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CT-FOREIGN                    PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CT-BOOK                       PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CT-REVALUED                   PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 CT-UNREALIZED                 PIC -Z,ZZZ,ZZ9.99.

       01  WS-CO-TOTAL-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO: ".
            05 OT-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(8)
                VALUE "  ITEMS ".
            05 OT-ITEM-COUNT                 PIC ZZ,ZZ9.
            05 FILLER                        PIC X(7)
                VALUE "  BOOK ".
            05 OT-BOOK                       PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(11)
                VALUE "  REVALUED ".
            05 OT-REVALUED                   PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(1)  VALUE SPACES.
            05 OT-UNREALIZED                 PIC -Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
            05 FILLER                        PIC X(15)
                VALUE "FOREIGN ITEMS: ".
            05 TL-ITEM-COUNT                 PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(20)
                VALUE "     NOT PRICED:    ".
            05 TL-NO-RATE-COUNT              PIC ZZZ,ZZ9.

       01  WS-VALUE-LINE.
            05 FILLER                        PIC X(18)
                VALUE "BOOK DOLLARS:     ".
            05 VL-BOOK                       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(22)
                VALUE "     REVALUED:        ".
            05 VL-REVALUED                   PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-GAIN-LOSS-LINE.
            05 FILLER                        PIC X(18)
                VALUE "UNREALIZED LOSS:  ".
            05 GL-LOSS                       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(22)
                VALUE "     UNREALIZED GAIN: ".
            05 GL-GAIN                       PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.

      ****************************************************************
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
                   UNTIL OPEN-F OR JOB-SETUP-DONE.
           IF NOT OPEN-F
               MOVE 16 TO WS-JOB-RC
               MOVE MSG-JOB-NOT-OPENED TO JOB-STEP-MESSAGE
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
      * With nobody to re-ask, a job step's bad period refuses the
      * run outright.
           IF JOB-UNATTENDED
               MOVE "COMPANY" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               MOVE JOB-PRM-VALUE TO WS-RUN-COMPANY
               PERFORM 170-GET-PERIOD THRU 170-EXIT
           ELSE
               DISPLAY ENTER-RUN-COMPANY
               ACCEPT WS-RUN-COMPANY
               PERFORM 170-GET-PERIOD THRU 170-EXIT
                       UNTIL PERIOD-IS-OK
           END-IF.
           IF PERIOD-IS-OK
               OPEN OUTPUT PRINT-FILE
               PERFORM 5000-REVALUE THRU 5000-EXIT
               CLOSE PRINT-FILE
           ELSE
               MOVE 8 TO WS-JOB-RC
               MOVE MSG-JOB-BAD-PERIOD TO JOB-STEP-MESSAGE
           END-IF.
           CLOSE MASTER.
           CLOSE OPEN-FILE.
           IF HAVE-RATE-FILE
               CLOSE RATE-FILE
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
           MOVE "VNDREV" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDFCT's 150-FIND-FILE. With no rate file every
      *  foreign item is listed as not priced.
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
                   MOVE UT-SYS-OTEMP TO UT-SYS-OFILE
                   MOVE UT-SYS-FTEMP TO UT-SYS-FFILE
                   MOVE UT-SYS-PTEMP TO UT-SYS-PFILE
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-OLINUX TO UT-SYS-OFILE
                   MOVE UT-SYS-FLINUX TO UT-SYS-FFILE
                   MOVE UT-SYS-PLINUX TO UT-SYS-PFILE
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-MFILE
                   DISPLAY "Enter Open-Item File Location:"
                   ACCEPT UT-SYS-OFILE
                   DISPLAY "Enter Exchange Rate File Location:"
                   ACCEPT UT-SYS-FFILE
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
           OPEN INPUT MASTER.
           IF WS-FILE-IS NOT = 0
               DISPLAY ERR-OPEN-STATUS, WS-FILE-IS
               DISPLAY LO-ERR-TRY-AGAIN
           ELSE
               OPEN INPUT OPEN-FILE
               IF OPEN-ITEM-NOT-OPEN
                   DISPLAY NO-OPEN-FILE
                   CLOSE MASTER
                   DISPLAY LO-ERR-TRY-AGAIN
               ELSE
                   DISPLAY LO-FOUND
                   MOVE 'Y' TO FILE-OPEN
                   OPEN INPUT RATE-FILE
                   IF WS-RATE-IS = 0
                       MOVE 'Y' TO WS-HAVE-RATE-FILE
                   ELSE
                       MOVE 'N' TO WS-HAVE-RATE-FILE
                       DISPLAY WRN-NO-RATE-FILE
                       IF WS-JOB-RC < 4
                           MOVE 4 TO WS-JOB-RC
                       END-IF
                       MOVE WRN-NO-RATE-FILE TO JOB-STEP-MESSAGE
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
           MOVE "MASTER" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-MFILE
           END-IF.
           MOVE "OPENITEM" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-OFILE
           END-IF.
           MOVE "RATES" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-FFILE
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
      *  The period being closed, asked until it is a real YYYYMM,
      *  and the last day of it - the day before the first of the
      *  following month, so month lengths and leap years take care
      *  of themselves. A nightly job step takes its PERIOD
      *  parameter instead - PRIOR, or none at all, being the month
      *  before the one we are standing in.
      ****************************************************************
       170-GET-PERIOD.
           IF JOB-UNATTENDED
               MOVE "PERIOD" TO JOB-PRM-KEYWORD
               PERFORM 145-GET-PARM THRU 145-EXIT
               INSPECT JOB-PRM-VALUE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF JOB-PRM-VALUE = SPACES OR JOB-PRM-VALUE = "PRIOR"
                   MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIOD-X
                   IF WS-PERIOD-MONTH = 1
                       SUBTRACT 1 FROM WS-PERIOD-YEAR
                       MOVE 12 TO WS-PERIOD-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-PERIOD-MONTH
                   END-IF
               ELSE
                   MOVE JOB-PRM-VALUE TO WS-PERIOD-X
               END-IF
           ELSE
               DISPLAY ENTER-PERIOD
               ACCEPT WS-PERIOD-X
           END-IF.
           IF WS-PERIOD-X IS NOT NUMERIC
               DISPLAY ERR-BAD-PERIOD
           ELSE
               IF WS-PERIOD-YEAR < 1601
                  OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY ERR-BAD-PERIOD
               ELSE
                   IF WS-PERIOD-MONTH = 12
                       COMPUTE WS-NEXT-YEAR = WS-PERIOD-YEAR + 1
                       MOVE 1 TO WS-NEXT-MONTH
                   ELSE
                       MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
                       COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 1
                   END-IF
                   MOVE 1 TO WS-NEXT-DAY
                   COMPUTE WS-PERIOD-END =
                       FUNCTION DATE-OF-INTEGER (
                           FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-N)
                           - 1)
                   MOVE 'Y' TO WS-PERIOD-OK
               END-IF
           END-IF.
       170-EXIT.
           EXIT.

      ****************************************************************
      *   The report body - title, one pass over the open-item file
      *   listing every foreign item still owed, then the totals by
      *   currency, by company, and the overall gain and loss.
      ****************************************************************
       5000-REVALUE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-RUN-COMPANY = SPACES
                STRING REPORT-TITLE DELIMITED BY SIZE
                       WS-PERIOD-END DELIMITED BY SIZE
                    INTO PRINT-LINE
            ELSE
                STRING REPORT-TITLE DELIMITED BY SIZE
                       WS-PERIOD-END DELIMITED BY SIZE
                       REPORT-CO-LIT DELIMITED BY SIZE
                       WS-RUN-COMPANY DELIMITED BY SIZE
                    INTO PRINT-LINE
            END-IF.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE REPORT-COL-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 5200-SCAN-OPEN-ITEMS THRU 5200-EXIT.
            PERFORM 5600-PRINT-CURRENCY-TOTALS THRU 5600-EXIT.
            PERFORM 5500-PRINT-COMPANY-TOTALS THRU 5500-EXIT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-ITEM-COUNT TO TL-ITEM-COUNT.
            MOVE WS-NO-RATE-COUNT TO TL-NO-RATE-COUNT.
            MOVE WS-TOTAL-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-BOOK-TOTAL TO VL-BOOK.
            MOVE WS-REVALUED-TOTAL TO VL-REVALUED.
            MOVE WS-VALUE-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-LOSS-TOTAL TO GL-LOSS.
            MOVE WS-GAIN-TOTAL TO GL-GAIN.
            MOVE WS-GAIN-LOSS-LINE TO PRINT-LINE.
            WRITE PRINT-LINE.
       5000-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the whole open-item file revaluing each foreign item
      *   that belongs on the run.
      ****************************************************************
       5200-SCAN-OPEN-ITEMS.
            MOVE 'N' TO OPEN-ITEM-EOF.
            MOVE SPACES TO OPN-KEY.
            START OPEN-FILE KEY > OPN-KEY
                INVALID KEY MOVE 'Y' TO OPEN-ITEM-EOF
            END-START.
            PERFORM UNTIL OPEN-ITEM-EOF = 'Y'
                READ OPEN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO OPEN-ITEM-EOF
                    NOT AT END PERFORM 5300-CONSIDER-ITEM
                                    THRU 5300-EXIT
                END-READ
            END-PERFORM.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Only foreign items with something still owed in their
      *   currency are revalued - a dollar item cannot move, and a
      *   paid-off one has nothing left to move. A one-company run
      *   passes over every other company's items.
      ****************************************************************
       5300-CONSIDER-ITEM.
            IF OPN-COMPANY = SPACES OR OPN-COMPANY = LOW-VALUES
                MOVE "01" TO WS-ITEM-COMPANY
            ELSE
                MOVE OPN-COMPANY TO WS-ITEM-COMPANY
            END-IF.
            IF OPN-CURRENCY NOT = LOW-VALUES
               AND NOT OPN-IN-DOLLARS
               AND OPN-FOREIGN-REMAIN IS NUMERIC
               AND OPN-REMAIN-AMT IS NUMERIC
                IF OPN-FOREIGN-REMAIN > 0
                    IF WS-RUN-COMPANY = SPACES
                       OR WS-ITEM-COMPANY = WS-RUN-COMPANY
                        PERFORM 5400-PRINT-ITEM THRU 5400-EXIT
                    END-IF
                END-IF
            END-IF.
       5300-EXIT.
            EXIT.

      ****************************************************************
      *   One open item's revaluation line. The currency's row gives
      *   the period-end rate; an item in a currency with no rate on
      *   or before the period end prints with its book dollars and
      *   NO RATE, and stays out of the revalued totals so a missing
      *   rate is never read as a gain.
      ****************************************************************
       5400-PRINT-ITEM.
            PERFORM 5650-FIND-CURRENCY THRU 5650-EXIT.
            MOVE 'N' TO WS-ITEM-PRICED.
            MOVE 0 TO WS-REVALUED.
            MOVE 0 TO WS-UNREALIZED.
            IF WS-SUB-C NOT > WS-CU-COUNT
                IF CU-HAVE-RATE (WS-SUB-C) = 'Y'
                    COMPUTE WS-REVALUED ROUNDED =
                        OPN-FOREIGN-REMAIN * CU-RATE (WS-SUB-C)
                        ON SIZE ERROR
                            MOVE 0 TO WS-REVALUED
                        NOT ON SIZE ERROR
                            MOVE 'Y' TO WS-ITEM-PRICED
                    END-COMPUTE
                END-IF
            END-IF.
            MOVE WS-ITEM-COMPANY TO DL-COMPANY.
            MOVE OPN-ACCOUNTNO TO DL-ACCOUNTNO.
            MOVE OPN-INVOICE-NO TO DL-INVOICE-NO.
            MOVE OPN-CURRENCY TO DL-CURRENCY.
            MOVE OPN-FOREIGN-REMAIN TO DL-FOREIGN.
            MOVE OPN-REMAIN-AMT TO DL-BOOK.
            IF ITEM-PRICED
                COMPUTE WS-UNREALIZED = WS-REVALUED - OPN-REMAIN-AMT
                MOVE WS-REVALUED TO DL-REVALUED
                MOVE WS-UNREALIZED TO DL-UNREALIZED
            ELSE
                MOVE NO-RATE-LIT TO DL-NOT-PRICED
                ADD 1 TO WS-NO-RATE-COUNT
            END-IF.
            WRITE PRINT-LINE FROM WS-DETAIL-LINE.
            MOVE OPN-ACCOUNTNO TO MAS-ACCOUNTNO.
            READ MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE MAS-VENDOR-NAME TO NL-VENDOR-NAME
                    WRITE PRINT-LINE FROM WS-NAME-LINE
            END-READ.
            ADD 1 TO WS-ITEM-COUNT.
            IF ITEM-PRICED
                ADD OPN-REMAIN-AMT TO WS-BOOK-TOTAL
                ADD WS-REVALUED TO WS-REVALUED-TOTAL
                IF WS-UNREALIZED > 0
                    ADD WS-UNREALIZED TO WS-LOSS-TOTAL
                ELSE
                    SUBTRACT WS-UNREALIZED FROM WS-GAIN-TOTAL
                END-IF
            END-IF.
            PERFORM 5450-TALLY-COMPANY THRU 5450-EXIT.
            PERFORM 5460-TALLY-CURRENCY THRU 5460-EXIT.
       5400-EXIT.
            EXIT.

      ****************************************************************
      *   Adds the priced item just printed to its company's count,
      *   book and revalued dollars, adding the company's row on
      *   first sight.
      ****************************************************************
       5450-TALLY-COMPANY.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                       OR CO-COMPANY (WS-SUB-O) = WS-ITEM-COMPANY
                CONTINUE
            END-PERFORM.
            IF WS-SUB-O > WS-CO-COUNT
                IF WS-CO-COUNT = 20
                    DISPLAY WRN-CO-TABLE-FULL
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-CO-TABLE-FULL TO JOB-STEP-MESSAGE
                ELSE
                    ADD 1 TO WS-CO-COUNT
                    MOVE WS-ITEM-COMPANY TO CO-COMPANY (WS-SUB-O)
                    MOVE 0 TO CO-ITEM-COUNT (WS-SUB-O)
                    MOVE 0 TO CO-BOOK (WS-SUB-O)
                    MOVE 0 TO CO-REVALUED (WS-SUB-O)
                    MOVE 0 TO CO-UNREALIZED (WS-SUB-O)
                END-IF
            END-IF.
            IF WS-SUB-O NOT > WS-CO-COUNT
                ADD 1 TO CO-ITEM-COUNT (WS-SUB-O)
                IF ITEM-PRICED
                    ADD OPN-REMAIN-AMT TO CO-BOOK (WS-SUB-O)
                    ADD WS-REVALUED TO CO-REVALUED (WS-SUB-O)
                    ADD WS-UNREALIZED TO CO-UNREALIZED (WS-SUB-O)
                END-IF
            END-IF.
       5450-EXIT.
            EXIT.

      ****************************************************************
      *   Adds the item just printed to its currency's row, found
      *   (or added) by 5650-FIND-CURRENCY before the item priced.
      ****************************************************************
       5460-TALLY-CURRENCY.
            IF WS-SUB-C NOT > WS-CU-COUNT
                ADD 1 TO CU-ITEM-COUNT (WS-SUB-C)
                ADD OPN-FOREIGN-REMAIN TO CU-FOREIGN (WS-SUB-C)
                IF ITEM-PRICED
                    ADD OPN-REMAIN-AMT TO CU-BOOK (WS-SUB-C)
                    ADD WS-REVALUED TO CU-REVALUED (WS-SUB-C)
                    ADD WS-UNREALIZED TO CU-UNREALIZED (WS-SUB-C)
                END-IF
            END-IF.
       5460-EXIT.
            EXIT.

      ****************************************************************
      *   Each company's foreign items, book and revalued dollars
      *   and net unrealized loss (minus for a gain).
      ****************************************************************
       5500-PRINT-COMPANY-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CO-TOTALS-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                MOVE CO-COMPANY (WS-SUB-O) TO OT-COMPANY
                MOVE CO-ITEM-COUNT (WS-SUB-O) TO OT-ITEM-COUNT
                MOVE CO-BOOK (WS-SUB-O) TO OT-BOOK
                MOVE CO-REVALUED (WS-SUB-O) TO OT-REVALUED
                MOVE CO-UNREALIZED (WS-SUB-O) TO OT-UNREALIZED
                WRITE PRINT-LINE FROM WS-CO-TOTAL-LINE
            END-PERFORM.
       5500-EXIT.
            EXIT.

      ****************************************************************
      *   Each currency's period-end rate, items, amount owed in the
      *   currency, book and revalued dollars and net unrealized
      *   loss. A currency with no rate shows a zero rate and only
      *   its foreign amount owed.
      ****************************************************************
       5600-PRINT-CURRENCY-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CU-TOTALS-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CU-TOTALS-HDR TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-C FROM 1 BY 1
                    UNTIL WS-SUB-C > WS-CU-COUNT
                MOVE CU-CURRENCY (WS-SUB-C) TO CT-CURRENCY
                MOVE CU-RATE (WS-SUB-C) TO CT-RATE
                MOVE CU-ITEM-COUNT (WS-SUB-C) TO CT-ITEM-COUNT
                MOVE CU-FOREIGN (WS-SUB-C) TO CT-FOREIGN
                MOVE CU-BOOK (WS-SUB-C) TO CT-BOOK
                MOVE CU-REVALUED (WS-SUB-C) TO CT-REVALUED
                MOVE CU-UNREALIZED (WS-SUB-C) TO CT-UNREALIZED
                WRITE PRINT-LINE FROM WS-CU-TOTAL-LINE
            END-PERFORM.
       5600-EXIT.
            EXIT.

      ****************************************************************
      *   Points WS-SUB-C at the item's currency row, adding the row
      *   and looking up its period-end rate on first sight. Past a
      *   full table WS-SUB-C is left beyond the count and the item
      *   prints unpriced.
      ****************************************************************
       5650-FIND-CURRENCY.
            PERFORM VARYING WS-SUB-C FROM 1 BY 1
                    UNTIL WS-SUB-C > WS-CU-COUNT
                       OR CU-CURRENCY (WS-SUB-C) = OPN-CURRENCY
                CONTINUE
            END-PERFORM.
            IF WS-SUB-C > WS-CU-COUNT
                IF WS-CU-COUNT = 20
                    DISPLAY WRN-CU-TABLE-FULL
                    IF WS-JOB-RC < 4
                        MOVE 4 TO WS-JOB-RC
                    END-IF
                    MOVE WRN-CU-TABLE-FULL TO JOB-STEP-MESSAGE
                ELSE
                    ADD 1 TO WS-CU-COUNT
                    MOVE OPN-CURRENCY TO CU-CURRENCY (WS-SUB-C)
                    MOVE 0 TO CU-ITEM-COUNT (WS-SUB-C)
                    MOVE 0 TO CU-FOREIGN (WS-SUB-C)
                    MOVE 0 TO CU-BOOK (WS-SUB-C)
                    MOVE 0 TO CU-REVALUED (WS-SUB-C)
                    MOVE 0 TO CU-UNREALIZED (WS-SUB-C)
                    PERFORM 5675-FIND-RATE THRU 5675-EXIT
                END-IF
            END-IF.
       5650-EXIT.
            EXIT.

      ****************************************************************
      *   Finds the rate in force for the new currency row on the
      *   period end - the latest one on file dated on or before
      *   it - the same walk as VNDEDT's 3175-FIND-RATE.
      ****************************************************************
       5675-FIND-RATE.
            MOVE 'N' TO CU-HAVE-RATE (WS-SUB-C).
            MOVE 0 TO CU-RATE (WS-SUB-C).
            IF HAVE-RATE-FILE
                MOVE 'N' TO RATE-EOF
            ELSE
                MOVE 'Y' TO RATE-EOF
            END-IF.
            MOVE OPN-CURRENCY TO RAT-CURRENCY.
            MOVE 0 TO RAT-EFF-DATE.
            IF HAVE-RATE-FILE
                START RATE-FILE KEY NOT < RAT-KEY
                    INVALID KEY MOVE 'Y' TO RATE-EOF
                END-START
            END-IF.
            PERFORM UNTIL RATE-EOF = 'Y'
                READ RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RATE-EOF
                    NOT AT END
                        IF RAT-CURRENCY NOT = OPN-CURRENCY
                           OR RAT-EFF-DATE > WS-PERIOD-END
                            MOVE 'Y' TO RATE-EOF
                        ELSE
                            MOVE RAT-RATE TO CU-RATE (WS-SUB-C)
                            MOVE 'Y' TO CU-HAVE-RATE (WS-SUB-C)
                        END-IF
                END-READ
            END-PERFORM.
       5675-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF WS-JOB-RC < 4 AND WS-NO-RATE-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "REVALUED" TO JOB-COUNT-LABEL (1).
            MOVE WS-ITEM-COUNT TO JOB-COUNT (1).
            MOVE "NO RATE" TO JOB-COUNT-LABEL (2).
            MOVE WS-NO-RATE-COUNT TO JOB-COUNT (2).
            MOVE "GAIN" TO JOB-COUNT-LABEL (3).
            MOVE WS-GAIN-TOTAL TO JOB-COUNT (3).
            MOVE "LOSS" TO JOB-COUNT-LABEL (4).
            MOVE WS-LOSS-TOTAL TO JOB-COUNT (4).
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
