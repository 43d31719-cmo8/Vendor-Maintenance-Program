      *         open-item file (see VNDOPEN.CPY) - both read only.
      *
      *Output:  A print file of numbered checks/remittance advices
      *         ending in a check register, a posting-ready
      *         payment batch (see VNDTRAN.CPY / VNDBCH.CPY), the
      *         bank files, and the issued-payment file (see
      *         VNDISS.CPY).
      *
      *Lead Developer: Sean Morgan
      *
      *               payment batch handed to VNDPOST is identical
      *               either way - only how the money travels
      *               changes.
      *10/15/2026 SM  Write every payment issued to the permanent
      *               issued-payment file (see VNDISS.CPY) - the
      *               payment itself plus one line per invoice it
      *               paid - so VNDBRC can reconcile outstanding
      *               checks against the bank's paid items long
      *               after the register is filed. A starting check
      *               number already on that file is refused.
      *10/15/2026 SM  Pay approved open items only (see VNDOPEN.CPY
      *               and VNDAPV) - an item pending approval or on
      *               hold stays on the books, a vendor with open
      *               items but none approved gets no check at all
      *               (never an on-account check for the balance),
      *               and the register lists every item passed over
      *               and why.
      *10/15/2026 SM  Compliance block - a vendor whose W-9 or
      *               certificate of insurance is missing, not yet
      *               received or expired, or whose contract on
      *               file has expired, is not selected (see
      *               VNDCMP.CPY), and the register lists every
      *               vendor blocked and why. No compliance file at
      *               all means no documents on file for anyone.
      *10/15/2026 SM  Net the vendor's unapplied credit (see
      *               MAS-CREDIT-BAL) before cutting the check - the
      *               credit goes against the approved items first,
      *               oldest key first, as credit-application
      *               transactions in the same batch, and only the
      *               rest leaves the bank. A vendor whose credit
      *               covers everything payable is settled from the
      *               credit with no check and no check number
      *               used. The register totals the credit applied.
      *10/15/2026 SM  Multi-company. The run pays one company's
      *               vendors or every company's, keyed at the
      *               start; each payment transaction carries its
      *               vendor's company and a one-company batch is
      *               coded to it (see BCH-COMPANY). The bank files
      *               name the company account each payment draws
      *               on, off the company control file (see
      *               VNDCOY.CPY), and the register and summary
      *               total by company.
      *10/15/2026 SM  Foreign currency. A foreign open item (see
      *               VNDOPEN.CPY) is paid what its foreign
      *               remaining costs in dollars at today's rate,
      *               off the exchange-rate file VNDFXR maintains;
      *               the payment carries the currency and foreign
      *               amount so posting can realize the exchange
      *               difference. An item whose currency has no rate
      *               on file goes on the not-paid list. Unapplied
      *               credit, held in dollars, pays dollar items
      *               only.
      *10/15/2026 SM  Can run as a step of the nightly job stream
      *               (VNDNGT). Unattended, the location and paths come
      *               from the parameter file and the criteria from the
      *               COMPANY, MINBALANCE, MINDAYS, CHECKNO and EXCLUDE
      *               parameters - no CHECKNO starts one past the
      *               highest number on the issued-payment file, and
      *               EXCLUDE lists accounts separated by spaces or
      *               commas. A lock left by this program's own failed
      *               night is taken over on the restart; any other held
      *               lock ends the step with return code 12. The run
      *               ends with a return code - 16 files not opened, 8
      *               starting check number refused, 4 vendors blocked -
      *               and the checks, amount disbursed, electronic
      *               payments and vendors blocked for the run log.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN);
      *               as a nightly step a refusal ends it with return
      *               code 20. The operator is stamped on the lock.
      *10/15/2026 SM  A flagged electronic vendor whose bank details
      *               were approved within the last BANKHOLD days
      *               (default 10) and not yet confirmed with the
      *               vendor is paid by check instead, and listed in
      *               the register's EFT-held section. The run ends
      *               with return code 4 when anyone was held. No
      *               bank-change file holds no one.
      *10/15/2026 SM  The company file's path is the COMPANYFILE
      *               parameter - COMPANY is only ever the run's
      *               company, as in the other nightly steps.
      *10/15/2026 SM  An issued line for a foreign invoice keeps the
      *               currency, the foreign amount paid and the item's
      *               book rate (see VNDISS.CPY) for a later void.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ASSIGN TO UT-SYS-YFILE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POSPAY-IS.
      * The permanent issued-payment file the bank reconciliation
      * clears against - every check and electronic payment cut.
           SELECT ISSUED-FILE
                 ASSIGN TO UT-SYS-IFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS ISS-KEY
                 FILE STATUS IS WS-ISSUED-IS.
      * The vendor compliance documents INTVENDR maintains - read
      * only, to keep an undocumented vendor out of the run.
           SELECT COMPLIANCE-FILE
                 ASSIGN TO UT-SYS-NFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CMP-KEY
                 FILE STATUS IS WS-CMP-IS.
      * The company control file VNDCOY maintains - read only, for
      * the bank account each company's payments draw on.
           SELECT COMPANY-FILE
                 ASSIGN TO UT-SYS-CFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS COY-COMPANY
                 FILE STATUS IS WS-COY-IS.
      * The exchange rates - read only, to price a foreign item in
      * dollars on the day it is paid.
           SELECT RATE-FILE
                 ASSIGN TO UT-SYS-FFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS RAT-KEY
                 FILE STATUS IS WS-RATE-IS.
      * The bank-detail changes INTVENDR requests and VNDBNK
      * approves - read only, to hold a freshly changed vendor out
      * of the bank file until the change is confirmed.
           SELECT BANKCHG-FILE
                 ASSIGN TO UT-SYS-BFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BKC-KEY
                 FILE STATUS IS WS-BKC-IS.

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
       FD  TRANS-OUT
      * The bank's fixed-width electronic-payment upload layout -
      * details carry the vendor's bank coordinates and the amount,
      * the trailer balances the file with the detail count (in the
      * reference field) and the amount total. The from-account is
      * the paying company's own account (blank when the company
      * has none on file - the bank's default account).
       FD  EPAY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS.
       01  EPY-REC.
            05  EPY-REC-TYPE                 PIC X.
                88  EPY-DETAIL              VALUE 'D'.
            05  EPY-PAYEE                    PIC X(30).
            05  EPY-PAY-DATE                 PIC 9(8).
            05  EPY-REF-NO                   PIC 9(6).
            05  EPY-FROM-ACCOUNT             PIC X(17).
      *
      * One positive-pay line per paper check issued, naming the
      * account it is drawn on the same way.
       FD  POSPAY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 92 CHARACTERS.
       01  PPY-REC.
            05  PPY-CHECK-NO                 PIC 9(6).
            05  PPY-ISSUE-DATE               PIC 9(8).
            05  PPY-PAYEE                    PIC X(30).
            05  PPY-AMOUNT                   PIC 9(10)V99.
            05  PPY-FROM-ACCOUNT             PIC X(17).
      *
       FD  ISSUED-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 129 CHARACTERS.
           COPY "VNDISS.CPY".
      *
       FD  COMPLIANCE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 52 CHARACTERS.
           COPY "VNDCMP.CPY".
      *
       FD  COMPANY-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 74 CHARACTERS.
           COPY "VNDCOY.CPY".
      *
       FD  RATE-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS.
           COPY "VNDRAT.CPY".
      *
       FD  BANKCHG-FILE
         LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 146 CHARACTERS.
           COPY "VNDBKC.CPY".

       WORKING-STORAGE SECTION.

                VALUE "C:\Temp\INVPOSPAY.DAT".
            05 UT-SYS-YLINUX                 PIC X(50)
                VALUE "/tmp/INVPOSPAY.DAT".
            05 UT-SYS-IFILE                  PIC X(50)
                VALUE "C:\Temp\INVISSUED.DAT".
            05 UT-SYS-ITEMP                  PIC X(50)
                VALUE "C:\Temp\INVISSUED.DAT".
            05 UT-SYS-ILINUX                 PIC X(50)
                VALUE "/tmp/INVISSUED.DAT".
            05 UT-SYS-NFILE                  PIC X(50)
                VALUE "C:\Temp\INVCOMPLY.DAT".
            05 UT-SYS-NTEMP                  PIC X(50)
                VALUE "C:\Temp\INVCOMPLY.DAT".
            05 UT-SYS-NLINUX                 PIC X(50)
                VALUE "/tmp/INVCOMPLY.DAT".
            05 UT-SYS-CFILE                  PIC X(50)
                VALUE "C:\Temp\INVCOMPANY.DAT".
            05 UT-SYS-CTEMP                  PIC X(50)
                VALUE "C:\Temp\INVCOMPANY.DAT".
            05 UT-SYS-CLINUX                 PIC X(50)
                VALUE "/tmp/INVCOMPANY.DAT".
            05 UT-SYS-FFILE                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FTEMP                  PIC X(50)
                VALUE "C:\Temp\INVRATES.DAT".
            05 UT-SYS-FLINUX                 PIC X(50)
                VALUE "/tmp/INVRATES.DAT".
            05 UT-SYS-BFILE                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-BTEMP                  PIC X(50)
                VALUE "C:\Temp\INVBANKCHG.DAT".
            05 UT-SYS-BLINUX                 PIC X(50)
                VALUE "/tmp/INVBANKCHG.DAT".

       01 WS-WORKING-AREA.
            05 WS-FILE-IS                    PIC 9(2).
                88 LOCK-NOT-OPEN        VALUE 35.
            05 WS-EPAY-IS                    PIC 9(2).
            05 WS-POSPAY-IS                  PIC 9(2).
            05 WS-ISSUED-IS                  PIC 9(2).
                88 ISSUED-NOT-OPEN      VALUE 35.
            05 WS-CMP-IS                     PIC 9(2).
                88 CMP-NOT-OPEN         VALUE 35.
            05 WS-COY-IS                     PIC 9(2).
            05 WS-RATE-IS                    PIC 9(2).
            05 WS-BKC-IS                     PIC 9(2).
            05 RATE-EOF                      PIC X     VALUE 'N'.
            05 BKC-EOF                       PIC X     VALUE 'N'.
            05 ISSUED-EOF                    PIC X     VALUE 'N'.
            05 WS-LOCK-ANSWER                PIC X.
            05 WS-HELD-LOCK-PATH             PIC X(50) VALUE SPACES.
            05 WS-SAVE-LOCK-PATH             PIC X(50) VALUE SPACES.

      * The selection criteria keyed in at the start of the run.
       01 WS-CRITERIA.
            05 WS-RUN-COMPANY                PIC X(2)  VALUE SPACES.
            05 WS-MIN-BALANCE-X              PIC X(10).
            05 WS-MIN-BALANCE                PIC 9(6)V99 VALUE 0.
            05 WS-MIN-DAYS-X                 PIC X(4).
            05 WS-CHECK-NO                   PIC 9(6)  VALUE 1.
            05 WS-EXCL-ANSWER                PIC X(6).
            05 WS-EXCL-COUNT                 PIC 9(2)  VALUE 0.
            05 WS-EXCL-PTR                   PIC 9(2).
            05 WS-EXCL-TABLE.
                10 WS-EXCL-ACCT              PIC X(6)
                                             OCCURS 20 TIMES.
            05 WS-SUB-E                      PIC 9(2).
            05 WS-BANK-HOLD-X                PIC X(2).
            05 WS-BANK-HOLD                  PIC 9(2)  VALUE 10.

      * Date arithmetic, same technique as VNDAGE.
       01  WS-TODAY                          PIC 9(8).
       01  WS-DISC-BY-INT                    PIC 9(7).
       01  WS-DISC-AMT                       PIC 9(6)V99.

      * The open item in hand priced in dollars today - its
      * remaining as it stands, or a foreign item's foreign
      * remaining at the rate in force on WS-TODAY.
       01  WS-ITEM-DUE                       PIC 9(6)V99.
       01  WS-FX-RATE                        PIC 9(3)V9(6).

      * One row per check cut, replayed as the closing register.
       01  WS-CHECK-TABLE.
            05 WS-CHECK-ROW                  OCCURS 500 TIMES.
                10 CT-COMPANY                PIC X(2).
                10 CT-CHECK-NO               PIC 9(6).
                10 CT-ACCOUNTNO              PIC X(6).
                10 CT-VENDOR-NAME            PIC X(30).
       01  WS-CHECK-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-SUB-C                          PIC 9(3).

      * The run's checks, money out and credit settlements broken
      * out by company, replayed under the register totals.
       01  WS-CO-TABLE.
            05 WS-CO-ROW                     OCCURS 20 TIMES.
                10 CO-COMPANY                PIC X(2).
                10 CO-CHECKS                 PIC 9(6).
                10 CO-DISBURSED              PIC 9(10)V99.
                10 CO-SETTLED                PIC 9(6).
       01  WS-CO-COUNT                       PIC 9(2)  VALUE 0.
       01  WS-SUB-O                          PIC 9(2).

      * The account the current vendor's company draws on - loaded
      * when the company changes (see 5205-LOAD-DRAW-ACCOUNT).
       01  WS-DRAW-AREA.
            05 WS-DRAW-COMPANY               PIC X(2)
                VALUE HIGH-VALUES.
            05 WS-DRAW-ACCOUNT               PIC X(17) VALUE SPACES.

      * Every open item of a selected vendor not paid this run, and
      * why, replayed as the register's not-paid section.
       01  WS-SKIP-TABLE.
            05 WS-SKIP-ROW                   OCCURS 500 TIMES.
                10 SK-ACCOUNTNO              PIC X(6).
                10 SK-INVOICE-NO             PIC X(10).
                10 SK-AMOUNT                 PIC 9(6)V99.
                10 SK-REASON                 PIC X(30).
       01  WS-SKIP-COUNT                     PIC 9(3)  VALUE 0.
       01  WS-SKIP-OVERFLOW                  PIC 9(6)  VALUE 0.
       01  WS-SUB-S                          PIC 9(3).

      * Every vendor kept out of the run for want of a compliance
      * document, and why, replayed as the register's blocked
      * section.
       01  WS-BLOCK-TABLE.
            05 WS-BLOCK-ROW                  OCCURS 500 TIMES.
                10 BK-ACCOUNTNO              PIC X(6).
                10 BK-VENDOR-NAME            PIC X(30).
                10 BK-BALANCE                PIC 9(6)V99.
                10 BK-REASON                 PIC X(24).
       01  WS-BLOCK-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-BLOCK-OVERFLOW                 PIC 9(6)  VALUE 0.
       01  WS-SUB-B                          PIC 9(3).

      * Every electronic vendor paid by check instead because its
      * bank details changed too recently, replayed as the
      * register's EFT-held section.
       01  WS-HELD-TABLE.
            05 WS-HELD-ROW                   OCCURS 500 TIMES.
                10 HD-CHECK-NO               PIC 9(6).
                10 HD-ACCOUNTNO              PIC X(6).
                10 HD-VENDOR-NAME            PIC X(30).
                10 HD-AMOUNT                 PIC 9(8)V99.
                10 HD-APPROVED-DATE          PIC 9(8).
       01  WS-HELD-COUNT                     PIC 9(3)  VALUE 0.
       01  WS-HELD-OVERFLOW                  PIC 9(6)  VALUE 0.
       01  WS-SUB-H                          PIC 9(3).
       01  WS-HELD-DATE                      PIC 9(8).

      * The compliance test on the vendor in hand.
       01  WS-CMP-AREA.
            05 WS-CMP-REASON                 PIC X(24).
            05 WS-CMP-DOC-NAME               PIC X(9).
            05 WS-CMP-REQUIRED               PIC X.
                88 CMP-DOC-REQUIRED     VALUE 'Y'.
            05 WS-CMP-FOUND                  PIC X.
                88 CMP-DOC-FOUND        VALUE 'Y'.

      * The vendor being paid right now.
       01  WS-PAY-AREA.
            05 WS-PAY-ACCT                   PIC X(6).
            05 WS-PAY-TOTAL                  PIC 9(8)V99 VALUE 0.
            05 WS-PAY-ITEM-COUNT             PIC 9(4)  VALUE 0.
            05 WS-ISS-LINE                   PIC 9(3)  VALUE 0.
            05 WS-VND-OPEN-COUNT             PIC 9(4)  VALUE 0.
            05 WS-VND-PAYABLE-COUNT          PIC 9(4)  VALUE 0.
            05 WS-VND-NET-DUE                PIC 9(8)V99 VALUE 0.
            05 WS-VND-FX-COUNT               PIC 9(4)  VALUE 0.
            05 WS-CREDIT-LEFT                PIC 9(6)V99 VALUE 0.
            05 WS-CREDIT-SHARE               PIC 9(6)V99 VALUE 0.
            05 WS-CASH-AMT                   PIC 9(6)V99 VALUE 0.
            05 WS-CREDIT-INVOICE             PIC X(10).

      * Batch running controls for the trailer.
       01  WS-BATCH-AREA.
            05 WS-EPAY-COUNT                 PIC 9(6)  VALUE 0.
            05 WS-EPAY-TOTAL                 PIC 9(10)V99 VALUE 0.
            05 WS-POSPAY-COUNT               PIC 9(6)  VALUE 0.
            05 WS-CREDIT-APPLIED             PIC 9(10)V99 VALUE 0.
            05 WS-SETTLE-COUNT               PIC 9(6)  VALUE 0.

       01  WS-JOB-RC                         PIC 9(2)  VALUE 0.

       01  WS-SWITCHES.
            05 FILE-OPEN                     PIC X VALUE 'N'.
                88 DISC-IN-WINDOW       VALUE 'Y'.
            05 WS-PAY-ELECTRONIC             PIC X VALUE 'N'.
                88 PAY-ELECTRONIC       VALUE 'Y'.
            05 WS-HAVE-CMP-FILE              PIC X VALUE 'N'.
                88 HAVE-CMP-FILE        VALUE 'Y'.
            05 WS-SETTLE-ONLY                PIC X VALUE 'N'.
                88 SETTLE-ONLY          VALUE 'Y'.
            05 WS-HAVE-COMPANY-FILE          PIC X VALUE 'N'.
                88 HAVE-COMPANY-FILE    VALUE 'Y'.
            05 WS-HAVE-RATE-FILE             PIC X VALUE 'N'.
                88 HAVE-RATE-FILE       VALUE 'Y'.
            05 WS-ITEM-PRICED                PIC X VALUE 'N'.
                88 ITEM-PRICED          VALUE 'Y'.
            05 WS-HAVE-BKC-FILE              PIC X VALUE 'N'.
                88 HAVE-BKC-FILE        VALUE 'Y'.
            05 WS-EFT-HELD                   PIC X VALUE 'N'.
                88 EFT-HELD             VALUE 'Y'.

           COPY "VNDJOB.CPY".

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "Minimum Days Since Balance Change (blank 0):".
            05 ENTER-CHECK-NO                       PIC X(26)
                VALUE "Starting Check Number:    ".
            05 ENTER-RUN-COMPANY                    PIC X(36)
                VALUE "Enter Company Code (blank = all):   ".
            05 REG-CO-TITLE                         PIC X(17)
                VALUE "TOTALS BY COMPANY".
            05 WRN-CO-TABLE-FULL                    PIC X(44)
                VALUE "WARNING - COMPANY TABLE FULL - TOTALS SHORT ".
            05 ENTER-EXCLUDE                        PIC X(44)
                VALUE "Account To Exclude (blank when done):       ".
            05 ERR-BAD-CHECK-NO                     PIC X(43)
                VALUE "CHECK NUMBER MUST BE NUMERIC - PLEASE RETRY".
            05 ERR-CHECK-NO-USED                    PIC X(43)
                VALUE "CHECK NUMBER ALREADY ISSUED - PLEASE RETRY ".
            05 ERR-ISSUED-DUP                       PIC X(44)
                VALUE "WARNING - ISSUED FILE ALREADY HOLDS CHECK: ".
            05 CHK-SUMMARY-ONE                      PIC X(14)
                VALUE "CHECKS CUT:   ".
            05 CHK-SUMMARY-TWO                      PIC X(17)
                VALUE "TOTAL DISBURSED: ".
            05 REG-DISC-LIT                         PIC X(18)
                VALUE "DISCOUNTS EARNED: ".
            05 REG-SKIP-TITLE                       PIC X(40)
                VALUE "OPEN ITEMS NOT PAID - APPROVAL / HOLD   ".
            05 REG-SKIP-NONE                        PIC X(10)
                VALUE "  (NONE)  ".
            05 REG-SKIP-MORE                        PIC X(36)
                VALUE "MORE ITEMS NOT PAID THAN LISTED:    ".
            05 SKIP-PENDING                         PIC X(30)
                VALUE "PENDING APPROVAL              ".
            05 SKIP-NO-RATE                         PIC X(30)
                VALUE "NO EXCHANGE RATE              ".
            05 SKIP-HOLD-LIT                        PIC X(10)
                VALUE "ON HOLD - ".
            05 CHK-SUMMARY-FIV                      PIC X(17)
                VALUE "ITEMS NOT PAID:  ".
            05 CHK-SUMMARY-SIX                      PIC X(20)
                VALUE "COMPLIANCE BLOCKED: ".
            05 REG-BLOCK-TITLE                      PIC X(40)
                VALUE "VENDORS NOT PAID - COMPLIANCE BLOCKED   ".
            05 REG-BLOCK-MORE                       PIC X(36)
                VALUE "MORE VENDORS BLOCKED THAN LISTED:   ".
            05 CMP-W9-LIT                           PIC X(9)
                VALUE "W-9      ".
            05 CMP-INS-LIT                          PIC X(9)
                VALUE "INSURANCE".
            05 CMP-CON-LIT                          PIC X(9)
                VALUE "CONTRACT ".
            05 CMP-MISSING-LIT                      PIC X(8)
                VALUE " MISSING".
            05 CMP-PENDING-LIT                      PIC X(13)
                VALUE " NOT RECEIVED".
            05 CMP-EXPIRED-LIT                      PIC X(8)
                VALUE " EXPIRED".
            05 ADV-SETTLE-LIT                       PIC X(30)
                VALUE "SETTLED FROM CREDIT - NO CHECK".
            05 ADV-CREDIT-LIT                       PIC X(30)
                VALUE "    LESS CREDIT ON ACCOUNT:   ".
            05 ADV-CREDIT-TOTAL                     PIC X(18)
                VALUE "  CREDIT APPLIED: ".
            05 REG-CREDIT-LIT                       PIC X(18)
                VALUE "CREDITS APPLIED:  ".
            05 REG-SETTLE-LIT                       PIC X(21)
                VALUE "SETTLED FROM CREDIT: ".
            05 CHK-SUMMARY-SEV                      PIC X(17)
                VALUE "CREDITS APPLIED: ".
            05 CHK-SUMMARY-EIG                      PIC X(21)
                VALUE "SETTLED FROM CREDIT: ".
            05 MSG-NO-CMP-FILE                      PIC X(44)
                VALUE "NO COMPLIANCE FILE - NO DOCUMENTS ON FILE   ".
            05 MSG-MASTER-IN-USE                    PIC X(17)
                VALUE "MASTER IN USE BY ".
            05 MSG-SINCE                            PIC X(7)
                VALUE "MASTER LOCKED - RUN NOT STARTED.  ".
            05 ERR-OPEN-STATUS                      PIC X(29)
                VALUE "MASTER OPEN FAILED - STATUS: ".
            05 MSG-JOB-CHECK-NO                     PIC X(40)
                VALUE "STARTING CHECK NUMBER BAD OR ISSUED     ".
            05 MSG-BY                               PIC X(4)
                VALUE " BY ".
            05 ENTER-BANK-HOLD                      PIC X(45)
                VALUE "Days To Hold EFT After Bank Change (blank 10)".
            05 MSG-NO-BKC-FILE                      PIC X(45)
                VALUE "NO BANK-CHANGE FILE - NO VENDOR HELD FROM EFT".
            05 CHK-SUMMARY-NIN                      PIC X(20)
                VALUE "HELD FROM EFT:      ".
            05 REG-HELD-TITLE                       PIC X(40)
                VALUE "EFT HELD - BANK CHANGE NOT CONFIRMED    ".
            05 REG-HELD-MORE                        PIC X(36)
                VALUE "MORE VENDORS HELD THAN LISTED:      ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-AMT-ED                        PIC ZZZ,ZZZ,ZZ9.99.
            05 AIL-DISC-AMT                  PIC ZZZ,ZZ9.99.

       01  WS-REG-LINE.
            05 RL-COMPANY                    PIC X(2).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 RL-CHECK-NO                   PIC 9(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 RL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 RL-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CO-TOTAL-LINE.
            05 FILLER                        PIC X(4)
                VALUE "CO: ".
            05 CO-COMPANY-OUT                PIC X(2).
            05 FILLER                        PIC X(10)
                VALUE "  CHECKS: ".
            05 CO-CHECKS-OUT                 PIC ZZZ,ZZ9.
            05 FILLER                        PIC X(13)
                VALUE "  DISBURSED: ".
            05 CO-DISBURSED-OUT              PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                        PIC X(11)
                VALUE "  SETTLED: ".
            05 CO-SETTLED-OUT                PIC ZZZ,ZZ9.

       01  WS-BLOCK-LINE.
            05 BL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 BL-VENDOR-NAME                PIC X(30).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 BL-BALANCE                    PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 BL-REASON                     PIC X(24).

       01  WS-HELD-LINE.
            05 HL-CHECK-NO                   PIC 9(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 HL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 HL-VENDOR-NAME                PIC X(30).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 HL-AMOUNT                     PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(11)
                VALUE "  APPROVED ".
            05 HL-APPROVED-DATE              PIC 9(8).

       01  WS-SKIP-LINE.
            05 SL-ACCOUNTNO                  PIC X(6).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 SL-INVOICE-NO                 PIC X(10).
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 SL-AMOUNT                     PIC ZZZ,ZZ9.99.
            05 FILLER                        PIC X(2)  VALUE SPACES.
            05 SL-REASON                     PIC X(30).

      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
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
               IF LOCK-IS-OK
                   MOVE 16 TO WS-JOB-RC
                   MOVE ERR-OPEN-STATUS TO JOB-STEP-MESSAGE
               ELSE
                   MOVE 12 TO WS-JOB-RC
                   MOVE MSG-NO-LOCK TO JOB-STEP-MESSAGE
               END-IF
               IF HOLDING-LOCK
                   PERFORM 196-RELEASE-LOCK THRU 196-EXIT
               END-IF
               PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
               GOBACK
           END-IF.
           PERFORM 170-GET-CRITERIA THRU 170-EXIT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
      * A job step refused its starting check number writes
      * nothing - no checks, no batch, no bank files.
           IF WS-JOB-RC < 8
               OPEN OUTPUT PRINT-FILE
               OPEN OUTPUT TRANS-OUT
               OPEN OUTPUT EPAY-FILE
               OPEN OUTPUT POSPAY-FILE
               PERFORM 2000-WRITE-BATCH-HEADER THRU 2000-EXIT
               PERFORM 5000-SELECT-LIST THRU 5000-EXIT
               PERFORM 2100-WRITE-BATCH-TRAILER THRU 2100-EXIT
               PERFORM 2200-WRITE-EPAY-TRAILER THRU 2200-EXIT
               PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT
               CLOSE TRANS-OUT
               CLOSE EPAY-FILE
               CLOSE POSPAY-FILE
               CLOSE PRINT-FILE
           END-IF.
           CLOSE MASTER.
           IF HAVE-OPEN-FILE
               CLOSE OPEN-FILE
           END-IF.
           CLOSE ISSUED-FILE.
           IF HAVE-CMP-FILE
               CLOSE COMPLIANCE-FILE
           END-IF.
           IF HAVE-COMPANY-FILE
               CLOSE COMPANY-FILE
           END-IF.
           IF HAVE-RATE-FILE
               CLOSE RATE-FILE
           END-IF.
           IF HAVE-BKC-FILE
               CLOSE BANKCHG-FILE
           END-IF.
           IF HOLDING-LOCK
               PERFORM 196-RELEASE-LOCK THRU 196-EXIT
           END-IF.
           DISPLAY CHK-SUMMARY-THR, WS-AMT-ED.
           MOVE WS-EPAY-COUNT TO WS-COUNT-ED.
           DISPLAY CHK-SUMMARY-FOU, WS-COUNT-ED.
           COMPUTE WS-COUNT-ED = WS-SKIP-COUNT + WS-SKIP-OVERFLOW.
           DISPLAY CHK-SUMMARY-FIV, WS-COUNT-ED.
           COMPUTE WS-COUNT-ED = WS-BLOCK-COUNT + WS-BLOCK-OVERFLOW.
           DISPLAY CHK-SUMMARY-SIX, WS-COUNT-ED.
           MOVE WS-CREDIT-APPLIED TO WS-AMT-ED.
           DISPLAY CHK-SUMMARY-SEV, WS-AMT-ED.
           MOVE WS-SETTLE-COUNT TO WS-COUNT-ED.
           DISPLAY CHK-SUMMARY-EIG, WS-COUNT-ED.
           COMPUTE WS-COUNT-ED = WS-HELD-COUNT + WS-HELD-OVERFLOW.
           DISPLAY CHK-SUMMARY-NIN, WS-COUNT-ED.
           IF WS-CO-COUNT > 0
               DISPLAY REG-CO-TITLE
               PERFORM VARYING WS-SUB-O FROM 1 BY 1
                       UNTIL WS-SUB-O > WS-CO-COUNT
                   PERFORM 6350-BUILD-CO-LINE THRU 6350-EXIT
                   DISPLAY WS-CO-TOTAL-LINE
               END-PERFORM
           END-IF.
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
           MOVE "VNDCHK" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-OPTION.
           CALL "VNDSGN".
       120-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as VNDPOST's 150-FIND-FILE.
      ****************************************************************
       150-FIND-FILE.
           IF JOB-UNATTENDED
               PERFORM 140-GET-LOCATION THRU 140-EXIT
           ELSE
               PERFORM 151-SHOW-LOCATIONS THRU 151-EXIT
           END-IF.
           MOVE 'N' TO WS-LOC-CHOSEN.
           EVALUATE TRUE
               WHEN WS-ONE
                   MOVE UT-SYS-LTEMP TO UT-SYS-LFILE
                   MOVE UT-SYS-ETEMP TO UT-SYS-EFILE
                   MOVE UT-SYS-YTEMP TO UT-SYS-YFILE
                   MOVE UT-SYS-ITEMP TO UT-SYS-IFILE
                   MOVE UT-SYS-NTEMP TO UT-SYS-NFILE
                   MOVE UT-SYS-CTEMP TO UT-SYS-CFILE
                   MOVE UT-SYS-FTEMP TO UT-SYS-FFILE
                   MOVE UT-SYS-BTEMP TO UT-SYS-BFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-TWO
                   MOVE UT-SYS-LINUX TO UT-SYS-MFILE
                   MOVE UT-SYS-LLINUX TO UT-SYS-LFILE
                   MOVE UT-SYS-ELINUX TO UT-SYS-EFILE
                   MOVE UT-SYS-YLINUX TO UT-SYS-YFILE
                   MOVE UT-SYS-ILINUX TO UT-SYS-IFILE
                   MOVE UT-SYS-NLINUX TO UT-SYS-NFILE
                   MOVE UT-SYS-CLINUX TO UT-SYS-CFILE
                   MOVE UT-SYS-FLINUX TO UT-SYS-FFILE
                   MOVE UT-SYS-BLINUX TO UT-SYS-BFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-THR
                   DISPLAY LO-ENTER
                   ACCEPT UT-SYS-EFILE
                   DISPLAY "Enter Positive-Pay File Location:"
                   ACCEPT UT-SYS-YFILE
                   DISPLAY "Enter Issued-Payment File Location:"
                   ACCEPT UT-SYS-IFILE
                   DISPLAY "Enter Compliance File Location:"
                   ACCEPT UT-SYS-NFILE
                   DISPLAY "Enter Company File Location:"
                   ACCEPT UT-SYS-CFILE
                   DISPLAY "Enter Exchange Rate File Location:"
                   ACCEPT UT-SYS-FFILE
                   DISPLAY "Enter Bank-Change File Location:"
                   ACCEPT UT-SYS-BFILE
                   MOVE 'Y' TO WS-LOC-CHOSEN
               WHEN WS-FOU
                   IF HOLDING-LOCK
               WHEN OTHER
                   DISPLAY LO-ERR-TRY-AGAIN
           END-EVALUATE.
           IF JOB-UNATTENDED
               PERFORM 142-GET-PATHS THRU 142-EXIT
               MOVE 'Y' TO JOB-SETUP
           END-IF.
      * Only a trip that actually picked a location touches the
      * lock - a bad selection must not plant a lock file at a
      * stale or default path. A retry trip that moved the lock
               ELSE
                   MOVE 'Y' TO WS-HAVE-OPEN-FILE
               END-IF
               PERFORM 160-OPEN-ISSUED THRU 160-EXIT
               OPEN INPUT COMPLIANCE-FILE
               IF WS-CMP-IS = 0
                   MOVE 'Y' TO WS-HAVE-CMP-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-CMP-FILE
                   DISPLAY MSG-NO-CMP-FILE
               END-IF
      * No company file means no company names an account of its
      * own - every payment draws on the bank's default account.
               OPEN INPUT COMPANY-FILE
               IF WS-COY-IS = 0
                   MOVE 'Y' TO WS-HAVE-COMPANY-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-COMPANY-FILE
               END-IF
      * No rate file means no rate has ever been entered - a foreign
      * item goes unpaid for want of one.
               OPEN INPUT RATE-FILE
               IF WS-RATE-IS = 0
                   MOVE 'Y' TO WS-HAVE-RATE-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-RATE-FILE
               END-IF
      * No bank-change file means no bank details have changed
      * under dual control yet - no vendor is held from the bank
      * file.
               OPEN INPUT BANKCHG-FILE
               IF WS-BKC-IS = 0
                   MOVE 'Y' TO WS-HAVE-BKC-FILE
               ELSE
                   MOVE 'N' TO WS-HAVE-BKC-FILE
                   DISPLAY MSG-NO-BKC-FILE
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
           MOVE "READY-BATCH" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-TFILE
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
           MOVE "EPAY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-EFILE
           END-IF.
           MOVE "POSPAY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-YFILE
           END-IF.
           MOVE "ISSUED" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-IFILE
           END-IF.
           MOVE "COMPLIANCE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-NFILE
           END-IF.
           MOVE "COMPANYFILE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-CFILE
           END-IF.
           MOVE "RATES" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-FFILE
           END-IF.
           MOVE "BANKCHG" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-WAS-FOUND
               MOVE JOB-PRM-VALUE TO UT-SYS-BFILE
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
      *  Opens the issued-payment file I-O, creating it on the first
      *  check run the same way VNDPOST's 160-OPEN-OPEN-ITEMS
      *  creates a brand new open-item file.
      ****************************************************************
       160-OPEN-ISSUED.
           OPEN I-O ISSUED-FILE.
           IF ISSUED-NOT-OPEN
               OPEN OUTPUT ISSUED-FILE
               CLOSE ISSUED-FILE
               OPEN I-O ISSUED-FILE
           END-IF.
       160-EXIT.
           EXIT.

      ****************************************************************
      *  Takes the master lock for this check run. A held lock shows
      *  who has the master and since when; the operator can
           IF LOCK-IS-OK
               OPEN OUTPUT LOCK-FILE
               MOVE "VNDCHK" TO LCK-HOLDER
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
               IF JOB-IS-RESTART AND LCK-HOLDER = "VNDCHK"
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
           MOVE WS-HELD-LOCK-PATH TO UT-SYS-LFILE.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LCK-HOLDER.
           MOVE SPACES TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
           WRITE LCK-REC.
           EXIT.

      ****************************************************************
      *  Prompts for the run's selection criteria - the company
      *  (blank pays every company), balance threshold, staleness
      *  in days, starting check number, any individual
      *  accounts to hold back from this run, and how many days a
      *  vendor is kept out of the bank file after an approved
      *  bank-detail change (see 5202). A
      *  starting number the issued-payment file already holds is
      *  re-asked - two checks on one number would make the bank
      *  reconciliation clear the wrong one. A nightly job step
      *  takes them from its parameters instead (see 171).
      ****************************************************************
       170-GET-CRITERIA.
           IF JOB-UNATTENDED
               PERFORM 171-GET-JOB-CRITERIA THRU 171-EXIT
           ELSE
               PERFORM 172-ASK-CRITERIA THRU 172-EXIT
           END-IF.
       170-EXIT.
           EXIT.

      ****************************************************************
      *  The criteria keyed at the terminal.
      ****************************************************************
       172-ASK-CRITERIA.
           DISPLAY ENTER-RUN-COMPANY.
           ACCEPT WS-RUN-COMPANY.
           DISPLAY ENTER-MIN-BALANCE.
           ACCEPT WS-MIN-BALANCE-X.
           IF WS-MIN-BALANCE-X NOT = SPACES
           END-IF.
           DISPLAY ENTER-CHECK-NO.
           ACCEPT WS-CHECK-NO-X.
           PERFORM 175-PROVE-CHECK-NO THRU 175-EXIT.
           PERFORM UNTIL WS-CHECK-NO-X IS NUMERIC
                      AND ISS-CHECK-NO = 0
               IF WS-CHECK-NO-X IS NUMERIC
                   DISPLAY ERR-CHECK-NO-USED
               ELSE
                   DISPLAY ERR-BAD-CHECK-NO
               END-IF
               DISPLAY ENTER-CHECK-NO
               ACCEPT WS-CHECK-NO-X
               PERFORM 175-PROVE-CHECK-NO THRU 175-EXIT
           END-PERFORM.
           MOVE WS-CHECK-NO-X TO WS-CHECK-NO.
           MOVE 0 TO WS-EXCL-COUNT.
               DISPLAY ENTER-EXCLUDE
               ACCEPT WS-EXCL-ANSWER
           END-PERFORM.
           DISPLAY ENTER-BANK-HOLD.
           ACCEPT WS-BANK-HOLD-X.
           PERFORM 178-PROVE-BANK-HOLD THRU 178-EXIT.
       172-EXIT.
           EXIT.

      ****************************************************************
      *  The criteria for a nightly job step. With nobody to re-ask,
      *  a starting check number that is not numeric or already
      *  issued refuses the run (return code 8); none given starts
      *  one past the highest number ever issued. EXCLUDE lists the
      *  accounts to hold back, separated by spaces or commas.
      *  BANKHOLD gives the bank-change hold in days.
      ****************************************************************
       171-GET-JOB-CRITERIA.
           MOVE "COMPANY" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE JOB-PRM-VALUE TO WS-RUN-COMPANY.
           MOVE "MINBALANCE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE JOB-PRM-VALUE TO WS-MIN-BALANCE-X.
           IF WS-MIN-BALANCE-X NOT = SPACES
               COMPUTE WS-MIN-BALANCE =
                   FUNCTION NUMVAL (WS-MIN-BALANCE-X)
           END-IF.
           MOVE "MINDAYS" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE JOB-PRM-VALUE TO WS-MIN-DAYS-X.
           IF WS-MIN-DAYS-X IS NUMERIC
               MOVE WS-MIN-DAYS-X TO WS-MIN-DAYS
           END-IF.
           MOVE "CHECKNO" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           IF JOB-PRM-VALUE = SPACES
               PERFORM 176-NEXT-CHECK-NO THRU 176-EXIT
           ELSE
               MOVE JOB-PRM-VALUE TO WS-CHECK-NO-X
               PERFORM 175-PROVE-CHECK-NO THRU 175-EXIT
               IF WS-CHECK-NO-X IS NUMERIC AND ISS-CHECK-NO = 0
                   MOVE WS-CHECK-NO-X TO WS-CHECK-NO
               ELSE
                   DISPLAY MSG-JOB-CHECK-NO, WS-CHECK-NO-X
                   MOVE 8 TO WS-JOB-RC
                   MOVE MSG-JOB-CHECK-NO TO JOB-STEP-MESSAGE
               END-IF
           END-IF.
           MOVE 0 TO WS-EXCL-COUNT.
           MOVE "EXCLUDE" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE 1 TO WS-EXCL-PTR.
           PERFORM UNTIL WS-EXCL-PTR > LENGTH OF JOB-PRM-VALUE
                      OR WS-EXCL-COUNT = 20
               MOVE SPACES TO WS-EXCL-ANSWER
               UNSTRING JOB-PRM-VALUE DELIMITED BY ALL SPACE OR ","
                   INTO WS-EXCL-ANSWER
                   WITH POINTER WS-EXCL-PTR
               END-UNSTRING
               IF WS-EXCL-ANSWER NOT = SPACES
                   ADD 1 TO WS-EXCL-COUNT
                   MOVE WS-EXCL-ANSWER TO WS-EXCL-ACCT (WS-EXCL-COUNT)
               END-IF
           END-PERFORM.
           MOVE "BANKHOLD" TO JOB-PRM-KEYWORD.
           PERFORM 145-GET-PARM THRU 145-EXIT.
           MOVE JOB-PRM-VALUE TO WS-BANK-HOLD-X.
           PERFORM 178-PROVE-BANK-HOLD THRU 178-EXIT.
       171-EXIT.
           EXIT.

      ****************************************************************
      *  Looks a keyed starting check number up on the issued-
      *  payment file. ISS-CHECK-NO comes back zero when the number
      *  is free (or not numeric, which the caller re-asks anyway).
      ****************************************************************
       175-PROVE-CHECK-NO.
           MOVE 0 TO ISS-CHECK-NO.
           IF WS-CHECK-NO-X IS NUMERIC
               MOVE WS-CHECK-NO-X TO ISS-CHECK-NO
               MOVE 0 TO ISS-LINE-NO
               READ ISSUED-FILE
                   INVALID KEY MOVE 0 TO ISS-CHECK-NO
               END-READ
           END-IF.
       175-EXIT.
           EXIT.

      ****************************************************************
      *  The next free check number - one past the highest the
      *  issued-payment file holds, or 1 on a brand new file.
      ****************************************************************
       176-NEXT-CHECK-NO.
           MOVE 0 TO WS-CHECK-NO.
           MOVE 'N' TO ISSUED-EOF.
           MOVE LOW-VALUES TO ISS-KEY.
           START ISSUED-FILE KEY IS NOT LESS THAN ISS-KEY
               INVALID KEY MOVE 'Y' TO ISSUED-EOF
           END-START.
           PERFORM UNTIL ISSUED-EOF = 'Y'
               READ ISSUED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ISSUED-EOF
                   NOT AT END
                       IF ISS-CHECK-NO > WS-CHECK-NO
                           MOVE ISS-CHECK-NO TO WS-CHECK-NO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-CHECK-NO.
           MOVE WS-CHECK-NO TO WS-CHECK-NO-X.
       176-EXIT.
           EXIT.

      ****************************************************************
      *  Reads the bank-change hold the way VNDSUS reads its window
      *  - one or two digits, anything else (blank included) is 10.
      ****************************************************************
       178-PROVE-BANK-HOLD.
           IF WS-BANK-HOLD-X IS NUMERIC
               MOVE WS-BANK-HOLD-X TO WS-BANK-HOLD
           ELSE
               IF WS-BANK-HOLD-X (1:1) IS NUMERIC
                  AND WS-BANK-HOLD-X (2:1) = SPACE
                   MOVE WS-BANK-HOLD-X (1:1) TO WS-BANK-HOLD
               ELSE
                   MOVE 10 TO WS-BANK-HOLD
               END-IF
           END-IF.
       178-EXIT.
           EXIT.

      ****************************************************************
      *   every run - two runs on the same day (the table-full
      *   rerun, say) must not share an id, or the second one
      *   would trip VNDPOST's already-posted checkpoint refusal.
      *   A one-company run codes the batch to its company; an
      *   all-companies run leaves it blank - a mixed batch.
      ****************************************************************
       2000-WRITE-BATCH-HEADER.
            MOVE SPACES TO BCH-REC.
                   WS-CHECK-NO DELIMITED BY SIZE
                INTO WS-BATCH-ID.
            MOVE WS-BATCH-ID TO BCH-BATCH-ID.
            MOVE WS-RUN-COMPANY TO BCH-COMPANY.
            MOVE 0 TO BCH-RECORD-COUNT.
            MOVE 0 TO BCH-INVOICE-HASH.
            MOVE 0 TO BCH-PAYMENT-HASH.
            MOVE SPACES TO BCH-REC.
            MOVE 'T' TO BCH-REC-TYPE.
            MOVE WS-BATCH-ID TO BCH-BATCH-ID.
            MOVE WS-RUN-COMPANY TO BCH-COMPANY.
            MOVE WS-TRX-COUNT TO BCH-RECORD-COUNT.
            MOVE 0 TO BCH-INVOICE-HASH.
            MOVE WS-PAY-HASH TO BCH-PAYMENT-HASH.
            MOVE SPACES TO EPY-PAYEE.
            MOVE WS-TODAY TO EPY-PAY-DATE.
            MOVE WS-EPAY-COUNT TO EPY-REF-NO.
            MOVE SPACES TO EPY-FROM-ACCOUNT.
            WRITE EPY-REC.
       2200-EXIT.
            EXIT.
      ****************************************************************
       5100-CONSIDER-ONE.
            PERFORM 5150-CHECK-WANTED THRU 5150-EXIT.
            MOVE 0 TO WS-VND-OPEN-COUNT.
            MOVE 0 TO WS-VND-NET-DUE.
            IF VENDOR-WANTED AND HAVE-OPEN-FILE
                PERFORM 5170-COUNT-PAYABLE THRU 5170-EXIT
            END-IF.
            IF VENDOR-WANTED
                IF WS-CHECK-COUNT = 500
                    DISPLAY "CHECK TABLE FULL - RERUN FOR THE REST"
            EXIT.

      ****************************************************************
      *   The selection criteria: of the run's company (any, in an
      *   all-companies run), active, owed money, over the
      *   balance threshold, stale long enough, and not excluded.
      *   A vendor that passes all of that must still have its
      *   compliance documents in order.
      ****************************************************************
       5150-CHECK-WANTED.
            MOVE 'Y' TO WS-VENDOR-WANTED.
            IF MAS-IS-ACTIVE NOT = 'Y'
                MOVE 'N' TO WS-VENDOR-WANTED
            END-IF.
            IF WS-RUN-COMPANY NOT = SPACES
               AND MAS-COMPANY NOT = WS-RUN-COMPANY
                MOVE 'N' TO WS-VENDOR-WANTED
            END-IF.
            IF MAS-BALANCE = 0
               OR MAS-BALANCE < WS-MIN-BALANCE
                MOVE 'N' TO WS-VENDOR-WANTED
                    END-IF
                END-PERFORM
            END-IF.
            IF VENDOR-WANTED
                PERFORM 5190-CHECK-COMPLIANCE THRU 5190-EXIT
            END-IF.
       5150-EXIT.
            EXIT.

      *   still inside its discount window - invoice date plus
      *   MAS-DISC-DAYS no earlier than today. Same START/READ NEXT
      *   walk 5220-PAY-OPEN-ITEMS uses; it repositions itself, so
      *   peeking here costs the later walk nothing. Only an
      *   approved item counts - nothing else is paid this run.
      ****************************************************************
       5160-CHECK-DISC-WINDOW.
            MOVE 'N' TO WS-DISC-WINDOW.
                                    (WS-INV-DATE-N)
                                + MAS-DISC-DAYS
                            IF WS-DISC-BY-INT >= WS-TODAY-INT
                               AND OPN-APPROVED
                                MOVE 'Y' TO WS-DISC-WINDOW
                                MOVE 'Y' TO OPEN-ITEM-EOF
                            END-IF
       5160-EXIT.
            EXIT.

      ****************************************************************
      *   Counts a selected vendor's open items and how many of them
      *   are approved and not held, and what the approved ones
      *   come to net of discount - the figure the vendor's credit
      *   is measured against. Every other item goes on the
      *   not-paid list with its reason. A vendor whose items are
      *   all unapproved or held is dropped from the run - paying
      *   the balance on account would pay exactly what the holds
      *   are there to stop. A foreign item is priced at today's
      *   rate first; one with no rate to price it is not payable.
      ****************************************************************
       5170-COUNT-PAYABLE.
            MOVE 0 TO WS-VND-PAYABLE-COUNT.
            MOVE 0 TO WS-VND-FX-COUNT.
            MOVE 'N' TO OPEN-ITEM-EOF.
            MOVE MAS-ACCOUNTNO TO OPN-ACCOUNTNO.
            MOVE SPACES TO OPN-INVOICE-NO.
            START OPEN-FILE KEY NOT < OPN-KEY
                INVALID KEY MOVE 'Y' TO OPEN-ITEM-EOF
            END-START.
            PERFORM UNTIL OPEN-ITEM-EOF = 'Y'
                READ OPEN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO OPEN-ITEM-EOF
                    NOT AT END
                        IF OPN-ACCOUNTNO NOT = MAS-ACCOUNTNO
                            MOVE 'Y' TO OPEN-ITEM-EOF
                        ELSE
                            ADD 1 TO WS-VND-OPEN-COUNT
                            MOVE 'N' TO WS-ITEM-PRICED
                            IF OPN-APPROVED
                                PERFORM 5175-PRICE-ITEM
                                     THRU 5175-EXIT
                            END-IF
                            IF ITEM-PRICED
                                ADD 1 TO WS-VND-PAYABLE-COUNT
                                IF NOT OPN-IN-DOLLARS
                                    ADD 1 TO WS-VND-FX-COUNT
                                END-IF
                                PERFORM 5226-ITEM-DISCOUNT
                                     THRU 5226-EXIT
                                COMPUTE WS-VND-NET-DUE =
                                    WS-VND-NET-DUE + WS-ITEM-DUE
                                    - WS-DISC-AMT
                            ELSE
                                PERFORM 5180-NOTE-SKIPPED
                                     THRU 5180-EXIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-VND-OPEN-COUNT > 0 AND WS-VND-PAYABLE-COUNT = 0
                MOVE 'N' TO WS-VENDOR-WANTED
            END-IF.
       5170-EXIT.
            EXIT.

      ****************************************************************
      *   Prices the open item in hand in dollars today. A dollar
      *   item is due its remaining. A foreign item is due its
      *   foreign remaining at the latest rate on file dated on or
      *   before today, walking only that currency's rates in key
      *   order; with no such rate it cannot be priced.
      ****************************************************************
       5175-PRICE-ITEM.
            MOVE 'N' TO WS-ITEM-PRICED.
            MOVE 0 TO WS-ITEM-DUE.
            IF OPN-IN-DOLLARS
                MOVE OPN-REMAIN-AMT TO WS-ITEM-DUE
                MOVE 'Y' TO WS-ITEM-PRICED
            ELSE
                IF HAVE-RATE-FILE
                    PERFORM 5176-FIND-RATE THRU 5176-EXIT
                END-IF
                IF ITEM-PRICED
                    COMPUTE WS-ITEM-DUE ROUNDED =
                        OPN-FOREIGN-REMAIN * WS-FX-RATE
                        ON SIZE ERROR MOVE 'N' TO WS-ITEM-PRICED
                    END-COMPUTE
                END-IF
            END-IF.
       5175-EXIT.
            EXIT.

      ****************************************************************
      *   Finds the rate in force today for the item's currency,
      *   setting WS-ITEM-PRICED when there is one.
      ****************************************************************
       5176-FIND-RATE.
            MOVE 0 TO WS-FX-RATE.
            MOVE 'N' TO RATE-EOF.
            MOVE OPN-CURRENCY TO RAT-CURRENCY.
            MOVE 0 TO RAT-EFF-DATE.
            START RATE-FILE KEY NOT < RAT-KEY
                INVALID KEY MOVE 'Y' TO RATE-EOF
            END-START.
            PERFORM UNTIL RATE-EOF = 'Y'
                READ RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO RATE-EOF
                    NOT AT END
                        IF RAT-CURRENCY NOT = OPN-CURRENCY
                           OR RAT-EFF-DATE > WS-TODAY
                            MOVE 'Y' TO RATE-EOF
                        ELSE
                            MOVE RAT-RATE TO WS-FX-RATE
                            MOVE 'Y' TO WS-ITEM-PRICED
                        END-IF
                END-READ
            END-PERFORM.
       5176-EXIT.
            EXIT.

      ****************************************************************
      *   Puts the open item in hand on the not-paid list with its
      *   reason - held, pending approval, or approved but in a
      *   currency with no rate to pay it at. Past the table's end
      *   the items are only counted, and the register says how
      *   many more there were.
      ****************************************************************
       5180-NOTE-SKIPPED.
            IF WS-SKIP-COUNT = 500
                ADD 1 TO WS-SKIP-OVERFLOW
            ELSE
                ADD 1 TO WS-SKIP-COUNT
                MOVE OPN-ACCOUNTNO TO SK-ACCOUNTNO (WS-SKIP-COUNT)
                MOVE OPN-INVOICE-NO TO SK-INVOICE-NO (WS-SKIP-COUNT)
                MOVE OPN-REMAIN-AMT TO SK-AMOUNT (WS-SKIP-COUNT)
                IF OPN-ON-HOLD
                    MOVE SPACES TO SK-REASON (WS-SKIP-COUNT)
                    STRING SKIP-HOLD-LIT DELIMITED BY SIZE
                           OPN-HOLD-REASON DELIMITED BY SIZE
                        INTO SK-REASON (WS-SKIP-COUNT)
                ELSE
                    IF OPN-APPROVED
                        MOVE SKIP-NO-RATE TO SK-REASON (WS-SKIP-COUNT)
                    ELSE
                        MOVE SKIP-PENDING TO SK-REASON (WS-SKIP-COUNT)
                    END-IF
                END-IF
            END-IF.
       5180-EXIT.
            EXIT.

      ****************************************************************
      *   The compliance block. The W-9 and the certificate of
      *   insurance are required of every vendor; a contract is
      *   required only where one is on the compliance file. A
      *   required document must be received (or waived) and, if
      *   it carries an expiry date, not past it. The first failure
      *   found drops the vendor and goes on the blocked list.
      ****************************************************************
       5190-CHECK-COMPLIANCE.
            MOVE SPACES TO WS-CMP-REASON.
            MOVE 'W' TO CMP-DOC-TYPE.
            MOVE CMP-W9-LIT TO WS-CMP-DOC-NAME.
            MOVE 'Y' TO WS-CMP-REQUIRED.
            PERFORM 5195-CHECK-ONE-DOC THRU 5195-EXIT.
            IF WS-CMP-REASON = SPACES
                MOVE 'I' TO CMP-DOC-TYPE
                MOVE CMP-INS-LIT TO WS-CMP-DOC-NAME
                MOVE 'Y' TO WS-CMP-REQUIRED
                PERFORM 5195-CHECK-ONE-DOC THRU 5195-EXIT
            END-IF.
            IF WS-CMP-REASON = SPACES
                MOVE 'C' TO CMP-DOC-TYPE
                MOVE CMP-CON-LIT TO WS-CMP-DOC-NAME
                MOVE 'N' TO WS-CMP-REQUIRED
                PERFORM 5195-CHECK-ONE-DOC THRU 5195-EXIT
            END-IF.
            IF WS-CMP-REASON NOT = SPACES
                MOVE 'N' TO WS-VENDOR-WANTED
                PERFORM 5198-NOTE-BLOCKED THRU 5198-EXIT
            END-IF.
       5190-EXIT.
            EXIT.

      ****************************************************************
      *   Tests one document type (already in CMP-DOC-TYPE) for the
      *   MASTER vendor in hand, leaving the reason in
      *   WS-CMP-REASON when it fails.
      ****************************************************************
       5195-CHECK-ONE-DOC.
            MOVE 'N' TO WS-CMP-FOUND.
            IF HAVE-CMP-FILE
                MOVE MAS-ACCOUNTNO TO CMP-ACCOUNTNO
                READ COMPLIANCE-FILE
                    INVALID KEY MOVE 'N' TO WS-CMP-FOUND
                    NOT INVALID KEY MOVE 'Y' TO WS-CMP-FOUND
                END-READ
            END-IF.
            EVALUATE TRUE
                WHEN NOT CMP-DOC-FOUND
                    IF CMP-DOC-REQUIRED
                        STRING WS-CMP-DOC-NAME DELIMITED BY SPACE
                               CMP-MISSING-LIT DELIMITED BY SIZE
                            INTO WS-CMP-REASON
                    END-IF
                WHEN CMP-WAIVED
                    CONTINUE
                WHEN NOT CMP-RECEIVED
                    STRING WS-CMP-DOC-NAME DELIMITED BY SPACE
                           CMP-PENDING-LIT DELIMITED BY SIZE
                        INTO WS-CMP-REASON
                WHEN CMP-EXPIRY-DATE > 0
                 AND CMP-EXPIRY-DATE < WS-TODAY
                    STRING WS-CMP-DOC-NAME DELIMITED BY SPACE
                           CMP-EXPIRED-LIT DELIMITED BY SIZE
                        INTO WS-CMP-REASON
            END-EVALUATE.
       5195-EXIT.
            EXIT.

      ****************************************************************
      *   Puts the blocked vendor on the register's blocked list.
      *   Past the table's end the vendors are only counted, and
      *   the register says how many more there were.
      ****************************************************************
       5198-NOTE-BLOCKED.
            IF WS-BLOCK-COUNT = 500
                ADD 1 TO WS-BLOCK-OVERFLOW
            ELSE
                ADD 1 TO WS-BLOCK-COUNT
                MOVE MAS-ACCOUNTNO TO BK-ACCOUNTNO (WS-BLOCK-COUNT)
                MOVE MAS-VENDOR-NAME
                     TO BK-VENDOR-NAME (WS-BLOCK-COUNT)
                MOVE MAS-BALANCE TO BK-BALANCE (WS-BLOCK-COUNT)
                MOVE WS-CMP-REASON TO BK-REASON (WS-BLOCK-COUNT)
            END-IF.
       5198-EXIT.
            EXIT.

      ****************************************************************
      *   Cuts one numbered check - prints the remittance advice,
      *   writes the payment transactions, and rolls the check into
      *   the register table. The advice pays the vendor's open
      *   items invoice by invoice; a vendor whose balance predates
      *   the open-item file gets a single on-account payment for
      *   the whole balance instead. Any unapplied credit the
      *   vendor holds is spent first, on dollar items - and when
      *   it covers all of a vendor with nothing foreign to pay,
      *   the vendor is settled from the credit alone: the
      *   advice prints, the credit-application transactions go to
      *   posting, but no money moves and no check number is used.
      ****************************************************************
       5200-CUT-CHECK.
            MOVE MAS-ACCOUNTNO TO WS-PAY-ACCT.
            MOVE 0 TO WS-PAY-TOTAL.
            MOVE 0 TO WS-PAY-ITEM-COUNT.
            MOVE 0 TO WS-ISS-LINE.
            MOVE MAS-CREDIT-BAL TO WS-CREDIT-LEFT.
            MOVE 'N' TO WS-SETTLE-ONLY.
            IF MAS-CREDIT-BAL > 0 AND WS-VND-FX-COUNT = 0
                IF WS-VND-OPEN-COUNT > 0
                    IF WS-VND-NET-DUE NOT > MAS-CREDIT-BAL
                        MOVE 'Y' TO WS-SETTLE-ONLY
                    END-IF
                ELSE
                    IF MAS-BALANCE NOT > MAS-CREDIT-BAL
                        MOVE 'Y' TO WS-SETTLE-ONLY
                    END-IF
                END-IF
            END-IF.
      * A vendor flagged electronic travels through the bank file
      * only when its bank details are actually on file - BOTH the
      * routing and the account number, since the bank rejects an
      * paid beats the flag being tidy.
            IF MAS-PAY-ELECTRONIC AND MAS-BANK-ROUTING > 0
               AND MAS-BANK-ACCOUNT NOT = SPACES
               AND NOT SETTLE-ONLY
                MOVE 'Y' TO WS-PAY-ELECTRONIC
            ELSE
                MOVE 'N' TO WS-PAY-ELECTRONIC
            END-IF.
            MOVE 'N' TO WS-EFT-HELD.
            IF PAY-ELECTRONIC AND HAVE-BKC-FILE
                PERFORM 5202-CHECK-BANK-HOLD THRU 5202-EXIT
                IF EFT-HELD
                    MOVE 'N' TO WS-PAY-ELECTRONIC
                END-IF
            END-IF.
            PERFORM 5205-LOAD-DRAW-ACCOUNT THRU 5205-EXIT.
            PERFORM 5210-PRINT-ADVICE-TOP THRU 5210-EXIT.
            IF HAVE-OPEN-FILE
                PERFORM 5220-PAY-OPEN-ITEMS THRU 5220-EXIT
            END-IF.
            IF WS-PAY-ITEM-COUNT = 0 AND WS-VND-OPEN-COUNT = 0
                PERFORM 5230-PAY-ON-ACCOUNT THRU 5230-EXIT
            END-IF.
            PERFORM 5240-PRINT-ADVICE-TOTAL THRU 5240-EXIT.
            PERFORM 5290-FIND-COMPANY-ROW THRU 5290-EXIT.
            IF SETTLE-ONLY
                ADD 1 TO WS-SETTLE-COUNT
                IF WS-SUB-O NOT > WS-CO-COUNT
                    ADD 1 TO CO-SETTLED (WS-SUB-O)
                END-IF
            ELSE
                PERFORM 5250-WRITE-BANK-RECORD THRU 5250-EXIT
                PERFORM 5270-ISSUE-PAYMENT THRU 5270-EXIT
                IF EFT-HELD
                    PERFORM 5203-NOTE-EFT-HELD THRU 5203-EXIT
                END-IF
                ADD 1 TO WS-CHECK-COUNT
                IF WS-SUB-O NOT > WS-CO-COUNT
                    ADD 1 TO CO-CHECKS (WS-SUB-O)
                    ADD WS-PAY-TOTAL TO CO-DISBURSED (WS-SUB-O)
                END-IF
                MOVE MAS-COMPANY TO CT-COMPANY (WS-CHECK-COUNT)
                MOVE WS-CHECK-NO TO CT-CHECK-NO (WS-CHECK-COUNT)
                MOVE WS-PAY-ACCT TO CT-ACCOUNTNO (WS-CHECK-COUNT)
                MOVE MAS-VENDOR-NAME
                    TO CT-VENDOR-NAME (WS-CHECK-COUNT)
                MOVE WS-PAY-TOTAL TO CT-AMOUNT (WS-CHECK-COUNT)
                ADD WS-PAY-TOTAL TO WS-TOTAL-DISBURSED
                ADD 1 TO WS-CHECK-NO
            END-IF.
       5200-EXIT.
            EXIT.

      ****************************************************************
      *   Walks the vendor's bank-detail changes for one approved
      *   within the last WS-BANK-HOLD days and not yet confirmed
      *   with the vendor. Paying to details that new before
      *   anyone has called the vendor back is how a forged change
      *   gets paid, so such a vendor is paid by paper check to its
      *   address instead. Confirming the change (VNDBNK) releases
      *   the vendor before the days are up.
      ****************************************************************
       5202-CHECK-BANK-HOLD.
            MOVE 'N' TO WS-EFT-HELD.
            MOVE 'N' TO BKC-EOF.
            MOVE MAS-ACCOUNTNO TO BKC-ACCOUNTNO.
            MOVE 0 TO BKC-SEQ.
            START BANKCHG-FILE KEY IS NOT LESS THAN BKC-KEY
                INVALID KEY MOVE 'Y' TO BKC-EOF
            END-START.
            PERFORM UNTIL BKC-EOF = 'Y'
                READ BANKCHG-FILE NEXT RECORD
                    AT END MOVE 'Y' TO BKC-EOF
                    NOT AT END
                        IF BKC-ACCOUNTNO NOT = MAS-ACCOUNTNO
                            MOVE 'Y' TO BKC-EOF
                        ELSE
                            IF BKC-APPROVED
                               AND NOT BKC-IS-CONFIRMED
                               AND BKC-DECIDED-DATE > 0
                                MOVE BKC-DECIDED-DATE
                                    TO WS-CHANGE-DATE
                                COMPUTE WS-CHANGE-INT =
                                    FUNCTION INTEGER-OF-DATE
                                        (WS-CHANGE-DATE)
                                COMPUTE WS-DAYS-OLD =
                                    WS-TODAY-INT - WS-CHANGE-INT
                                IF WS-DAYS-OLD < WS-BANK-HOLD
                                    MOVE 'Y' TO WS-EFT-HELD
                                    MOVE BKC-DECIDED-DATE
                                        TO WS-HELD-DATE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       5202-EXIT.
            EXIT.

      ****************************************************************
      *   Puts the held vendor's check on the register's EFT-held
      *   list. Past the table's end the vendors are only counted,
      *   the same as 5198-NOTE-BLOCKED.
      ****************************************************************
       5203-NOTE-EFT-HELD.
            IF WS-HELD-COUNT = 500
                ADD 1 TO WS-HELD-OVERFLOW
            ELSE
                ADD 1 TO WS-HELD-COUNT
                MOVE WS-CHECK-NO TO HD-CHECK-NO (WS-HELD-COUNT)
                MOVE WS-PAY-ACCT TO HD-ACCOUNTNO (WS-HELD-COUNT)
                MOVE MAS-VENDOR-NAME
                     TO HD-VENDOR-NAME (WS-HELD-COUNT)
                MOVE WS-PAY-TOTAL TO HD-AMOUNT (WS-HELD-COUNT)
                MOVE WS-HELD-DATE
                     TO HD-APPROVED-DATE (WS-HELD-COUNT)
            END-IF.
       5203-EXIT.
            EXIT.

      ****************************************************************
      *   Loads the account the vendor's company pays from, when
      *   the company differs from the last one loaded. No company
      *   record, or no account on it, leaves it blank - the bank's
      *   default account, as every payment drew on before.
      ****************************************************************
       5205-LOAD-DRAW-ACCOUNT.
            IF MAS-COMPANY NOT = WS-DRAW-COMPANY
                MOVE MAS-COMPANY TO WS-DRAW-COMPANY
                MOVE SPACES TO WS-DRAW-ACCOUNT
                IF HAVE-COMPANY-FILE
                    MOVE MAS-COMPANY TO COY-COMPANY
                    READ COMPANY-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE COY-BANK-ACCOUNT TO WS-DRAW-ACCOUNT
                    END-READ
                END-IF
            END-IF.
       5205-EXIT.
            EXIT.

      ****************************************************************
      *   Finds the vendor's company's row of the company totals,
      *   adding it on first sight. A full table leaves WS-SUB-O
      *   past the last row - the company goes untallied and the
      *   run totals still carry it.
      ****************************************************************
       5290-FIND-COMPANY-ROW.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                       OR CO-COMPANY (WS-SUB-O) = MAS-COMPANY
                CONTINUE
            END-PERFORM.
            IF WS-SUB-O > WS-CO-COUNT
                IF WS-CO-COUNT = 20
                    DISPLAY WRN-CO-TABLE-FULL
                ELSE
                    ADD 1 TO WS-CO-COUNT
                    MOVE MAS-COMPANY TO CO-COMPANY (WS-SUB-O)
                    MOVE 0 TO CO-CHECKS (WS-SUB-O)
                    MOVE 0 TO CO-DISBURSED (WS-SUB-O)
                    MOVE 0 TO CO-SETTLED (WS-SUB-O)
                END-IF
            END-IF.
       5290-EXIT.
            EXIT.

      ****************************************************************
      *   Routes the payment just totalled to its bank file - the
      *   electronic upload for flagged vendors, the positive-pay
                MOVE MAS-VENDOR-NAME TO EPY-PAYEE
                MOVE WS-TODAY TO EPY-PAY-DATE
                MOVE WS-CHECK-NO TO EPY-REF-NO
                MOVE WS-DRAW-ACCOUNT TO EPY-FROM-ACCOUNT
                WRITE EPY-REC
                ADD 1 TO WS-EPAY-COUNT
                ADD WS-PAY-TOTAL TO WS-EPAY-TOTAL
                MOVE WS-TODAY TO PPY-ISSUE-DATE
                MOVE MAS-VENDOR-NAME TO PPY-PAYEE
                MOVE WS-PAY-TOTAL TO PPY-AMOUNT
                MOVE WS-DRAW-ACCOUNT TO PPY-FROM-ACCOUNT
                WRITE PPY-REC
                ADD 1 TO WS-POSPAY-COUNT
            END-IF.
            EXIT.

      ****************************************************************
      *   Records one invoice the payment paid on the issued-payment
      *   file, straight off the payment transaction just written -
      *   the line a stale-check void is rebuilt from. A foreign
      *   line also keeps the currency and foreign amount it paid
      *   and the rate its item was booked at, so the void goes back
      *   on the item at book; only 5225 writes one, with the item
      *   it paid still in hand.
      ****************************************************************
       5260-ISSUE-LINE.
            ADD 1 TO WS-ISS-LINE.
            MOVE SPACES TO ISS-REC.
            MOVE WS-CHECK-NO TO ISS-CHECK-NO.
            MOVE WS-ISS-LINE TO ISS-LINE-NO.
            MOVE TRX-ACCOUNTNO TO ISS-ACCOUNTNO.
            MOVE MAS-VENDOR-NAME TO ISS-PAYEE.
            MOVE TRX-INVOICE-NO TO ISS-INVOICE-NO.
            MOVE TRX-PAYMENT-AMT TO ISS-AMOUNT.
            MOVE TRX-DISCOUNT-AMT TO ISS-DISCOUNT-AMT.
            IF TRX-IN-DOLLARS
                MOVE "USD" TO ISS-CURRENCY
                MOVE 0 TO ISS-FOREIGN-AMT
                MOVE 0 TO ISS-BOOK-RATE
            ELSE
                MOVE TRX-CURRENCY TO ISS-CURRENCY
                MOVE TRX-FOREIGN-AMT TO ISS-FOREIGN-AMT
                MOVE OPN-BOOK-RATE TO ISS-BOOK-RATE
            END-IF.
            PERFORM 5280-ISSUE-COMMON THRU 5280-EXIT.
       5260-EXIT.
            EXIT.

      ****************************************************************
      *   Records the payment itself - line 000 - once its total is
      *   known. This is the line the bank reconciliation clears.
      ****************************************************************
       5270-ISSUE-PAYMENT.
            MOVE SPACES TO ISS-REC.
            MOVE WS-CHECK-NO TO ISS-CHECK-NO.
            MOVE 0 TO ISS-LINE-NO.
            MOVE WS-PAY-ACCT TO ISS-ACCOUNTNO.
            MOVE MAS-VENDOR-NAME TO ISS-PAYEE.
            MOVE WS-PAY-TOTAL TO ISS-AMOUNT.
            MOVE 0 TO ISS-DISCOUNT-AMT.
            MOVE "USD" TO ISS-CURRENCY.
            MOVE 0 TO ISS-FOREIGN-AMT.
            MOVE 0 TO ISS-BOOK-RATE.
            PERFORM 5280-ISSUE-COMMON THRU 5280-EXIT.
       5270-EXIT.
            EXIT.

      ****************************************************************
      *   The fields every issued-payment line shares, and the
      *   write. A number already on file is reported and left
      *   alone - the check is cut either way, and the register
      *   shows it.
      ****************************************************************
       5280-ISSUE-COMMON.
            MOVE WS-TODAY TO ISS-ISSUE-DATE.
            IF PAY-ELECTRONIC
                MOVE 'E' TO ISS-PAY-TYPE
            ELSE
                MOVE 'C' TO ISS-PAY-TYPE
            END-IF.
            MOVE 'O' TO ISS-STATUS.
            MOVE 0 TO ISS-CLEAR-DATE.
            MOVE 0 TO ISS-CLEAR-AMT.
            MOVE WS-BATCH-ID TO ISS-BATCH-ID.
            WRITE ISS-REC
                INVALID KEY
                    DISPLAY ERR-ISSUED-DUP, ISS-CHECK-NO
            END-WRITE.
       5280-EXIT.
            EXIT.

      ****************************************************************
      *   The advice heading - check number, date, payee. A vendor
      *   settled from credit carries no check number.
      ****************************************************************
       5210-PRINT-ADVICE-TOP.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            IF SETTLE-ONLY
                STRING ADV-SETTLE-LIT DELIMITED BY SIZE
                       ADV-DATE-LIT DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                    INTO PRINT-LINE
            ELSE
                STRING ADV-CHECK-LIT DELIMITED BY SIZE
                       WS-CHECK-NO DELIMITED BY SIZE
                       ADV-DATE-LIT DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                    INTO PRINT-LINE
            END-IF.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING ADV-PAYEE-LIT DELIMITED BY SIZE
            EXIT.

      ****************************************************************
      *   Pays every approved open item the vendor has, one
      *   payment transaction and one advice line per invoice, same
      *   START/READ NEXT walk the INTVENDR open-item inquiry uses.
      *   Pending and held items, and foreign items with no rate,
      *   were listed by 5170 and are passed over here.
      ****************************************************************
       5220-PAY-OPEN-ITEMS.
            MOVE 'N' TO OPEN-ITEM-EOF.
                    AT END MOVE 'Y' TO OPEN-ITEM-EOF
                    NOT AT END
                        IF OPN-ACCOUNTNO = WS-PAY-ACCT
                            IF OPN-APPROVED
                                PERFORM 5175-PRICE-ITEM
                                     THRU 5175-EXIT
                                IF ITEM-PRICED
                                    PERFORM 5225-PAY-ONE-ITEM
                                         THRU 5225-EXIT
                                END-IF
                            END-IF
                        ELSE
                            MOVE 'Y' TO OPEN-ITEM-EOF
                        END-IF

      ****************************************************************
      *   One open item - writes its payment transaction and its
      *   advice line. Credit left on the vendor pays first, as a
      *   credit-application transaction ahead of the payment so
      *   posting relieves the item in that order; only the cash
      *   part gets a payment transaction and an issued-payment
      *   line. A foreign item is paid what it costs today (see
      *   5175) and takes no credit; its payment carries the
      *   currency and the foreign remaining it settles.
      ****************************************************************
       5225-PAY-ONE-ITEM.
            PERFORM 5226-ITEM-DISCOUNT THRU 5226-EXIT.
            COMPUTE WS-CASH-AMT = WS-ITEM-DUE - WS-DISC-AMT.
            MOVE OPN-INVOICE-NO TO WS-CREDIT-INVOICE.
            MOVE 0 TO WS-CREDIT-SHARE.
            IF OPN-IN-DOLLARS
                PERFORM 5228-TAKE-CREDIT THRU 5228-EXIT
            END-IF.
            IF WS-CREDIT-SHARE > 0
                PERFORM 5227-WRITE-CREDIT-APPLIED THRU 5227-EXIT
            END-IF.
            IF WS-CASH-AMT > 0
                MOVE SPACES TO TRX-REC
                MOVE 'D' TO TRX-REC-TYPE
                MOVE OPN-ACCOUNTNO TO TRX-ACCOUNTNO
                MOVE OPN-INVOICE-NO TO TRX-INVOICE-NO
                MOVE 0 TO TRX-INVOICE-AMT
                MOVE WS-CASH-AMT TO TRX-PAYMENT-AMT
                MOVE WS-DISC-AMT TO TRX-DISCOUNT-AMT
                MOVE MAS-COMPANY TO TRX-COMPANY
                MOVE WS-TODAY TO TRX-DATE
                MOVE 0 TO TRX-DUE-DATE
                IF OPN-IN-DOLLARS
                    MOVE 0 TO TRX-FOREIGN-AMT
                ELSE
                    MOVE OPN-CURRENCY TO TRX-CURRENCY
                    MOVE OPN-FOREIGN-REMAIN TO TRX-FOREIGN-AMT
                END-IF
                WRITE TRX-REC
                ADD 1 TO WS-TRX-COUNT
                ADD TRX-PAYMENT-AMT TO WS-PAY-HASH
                ADD TRX-PAYMENT-AMT TO WS-PAY-TOTAL
                PERFORM 5260-ISSUE-LINE THRU 5260-EXIT
            END-IF.
            ADD WS-DISC-AMT TO WS-DISC-EARNED.
            ADD 1 TO WS-PAY-ITEM-COUNT.
            MOVE OPN-INVOICE-NO TO AIL-INVOICE-NO.
            MOVE OPN-DUE-DATE TO AIL-DUE-DATE.
            MOVE WS-CASH-AMT TO AIL-AMOUNT.
            MOVE WS-DISC-AMT TO AIL-DISC-AMT.
            WRITE PRINT-LINE FROM WS-ADV-ITEM-LINE.
            IF WS-CREDIT-SHARE > 0
                PERFORM 5229-PRINT-CREDIT-LINE THRU 5229-EXIT
            END-IF.
       5225-EXIT.
            EXIT.

      ****************************************************************
      *   The discount the open item in hand earns today, on what
      *   it is due in dollars (see 5175). An item
      *   still inside the vendor's discount window pays net of the
      *   discount - the discount rides the transaction so posting
      *   relieves the item in full while only the net leaves the
      *   bank.
      ****************************************************************
       5226-ITEM-DISCOUNT.
            MOVE 0 TO WS-DISC-AMT.
            IF MAS-DISC-PCT > 0
                MOVE OPN-INVOICE-DATE TO WS-INV-DATE-N
                    + MAS-DISC-DAYS
                IF WS-DISC-BY-INT >= WS-TODAY-INT
                    COMPUTE WS-DISC-AMT ROUNDED =
                        WS-ITEM-DUE * MAS-DISC-PCT / 100
                END-IF
            END-IF.
       5226-EXIT.
            EXIT.

      ****************************************************************
      *   Writes the credit-application transaction for the share
      *   of the vendor's credit just taken (see VNDTRAN.CPY type
      *   'A') against WS-CREDIT-INVOICE - blank for an on-account
      *   payment. When the credit clears the item outright the
      *   discount rides this transaction instead of a payment.
      *   The amount counts in the batch's payment hash like any
      *   other relief.
      ****************************************************************
       5227-WRITE-CREDIT-APPLIED.
            MOVE SPACES TO TRX-REC.
            MOVE 'A' TO TRX-REC-TYPE.
            MOVE WS-PAY-ACCT TO TRX-ACCOUNTNO.
            MOVE WS-CREDIT-INVOICE TO TRX-INVOICE-NO.
            MOVE 0 TO TRX-INVOICE-AMT.
            MOVE WS-CREDIT-SHARE TO TRX-PAYMENT-AMT.
            IF WS-CASH-AMT = 0
                MOVE WS-DISC-AMT TO TRX-DISCOUNT-AMT
            ELSE
                MOVE 0 TO TRX-DISCOUNT-AMT
            END-IF.
            MOVE MAS-COMPANY TO TRX-COMPANY.
            MOVE WS-TODAY TO TRX-DATE.
            MOVE 0 TO TRX-DUE-DATE.
            WRITE TRX-REC.
            ADD 1 TO WS-TRX-COUNT.
            ADD WS-CREDIT-SHARE TO WS-PAY-HASH.
            ADD WS-CREDIT-SHARE TO WS-CREDIT-APPLIED.
       5227-EXIT.
            EXIT.

      ****************************************************************
      *   Spends what is left of the vendor's credit against the
      *   amount in WS-CASH-AMT - as much as the credit will cover
      *   comes off the cash and out of the credit left.
      ****************************************************************
       5228-TAKE-CREDIT.
            MOVE 0 TO WS-CREDIT-SHARE.
            IF WS-CREDIT-LEFT > 0 AND WS-CASH-AMT > 0
                IF WS-CREDIT-LEFT < WS-CASH-AMT
                    MOVE WS-CREDIT-LEFT TO WS-CREDIT-SHARE
                ELSE
                    MOVE WS-CASH-AMT TO WS-CREDIT-SHARE
                END-IF
                SUBTRACT WS-CREDIT-SHARE FROM WS-CASH-AMT
                SUBTRACT WS-CREDIT-SHARE FROM WS-CREDIT-LEFT
            END-IF.
       5228-EXIT.
            EXIT.

      ****************************************************************
      *   The advice line under an item or on-account payment that
      *   the vendor's credit paid part or all of.
      ****************************************************************
       5229-PRINT-CREDIT-LINE.
            MOVE WS-CREDIT-SHARE TO WS-AMT-ED.
            MOVE SPACES TO PRINT-LINE.
            STRING ADV-CREDIT-LIT DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
       5229-EXIT.
            EXIT.

      ****************************************************************
      *   No open items on file for this vendor - one on-account
      *   payment for the whole balance, the way postings worked
      *   before the subledger existed, less whatever credit the
      *   vendor holds.
      ****************************************************************
       5230-PAY-ON-ACCOUNT.
            MOVE 0 TO WS-DISC-AMT.
            MOVE MAS-BALANCE TO WS-CASH-AMT.
            MOVE SPACES TO WS-CREDIT-INVOICE.
            PERFORM 5228-TAKE-CREDIT THRU 5228-EXIT.
            IF WS-CREDIT-SHARE > 0
                PERFORM 5227-WRITE-CREDIT-APPLIED THRU 5227-EXIT
            END-IF.
            IF WS-CASH-AMT > 0
                MOVE SPACES TO TRX-REC
                MOVE 'D' TO TRX-REC-TYPE
                MOVE WS-PAY-ACCT TO TRX-ACCOUNTNO
                MOVE SPACES TO TRX-INVOICE-NO
                MOVE 0 TO TRX-INVOICE-AMT
                MOVE WS-CASH-AMT TO TRX-PAYMENT-AMT
                MOVE 0 TO TRX-DISCOUNT-AMT
                MOVE MAS-COMPANY TO TRX-COMPANY
                MOVE WS-TODAY TO TRX-DATE
                MOVE 0 TO TRX-DUE-DATE
                WRITE TRX-REC
                ADD 1 TO WS-TRX-COUNT
                ADD WS-CASH-AMT TO WS-PAY-HASH
                ADD WS-CASH-AMT TO WS-PAY-TOTAL
                PERFORM 5260-ISSUE-LINE THRU 5260-EXIT
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            MOVE ADV-ON-ACCT TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-CREDIT-SHARE > 0
                PERFORM 5229-PRINT-CREDIT-LINE THRU 5229-EXIT
            END-IF.
       5230-EXIT.
            EXIT.

      ****************************************************************
      *   The advice's closing total lines - the credit taken, when
      *   there was any, and the check itself unless the credit
      *   settled everything.
      ****************************************************************
       5240-PRINT-ADVICE-TOTAL.
            IF WS-CREDIT-LEFT < MAS-CREDIT-BAL
                COMPUTE WS-AMT-ED = MAS-CREDIT-BAL - WS-CREDIT-LEFT
                MOVE SPACES TO PRINT-LINE
                STRING ADV-CREDIT-TOTAL DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            IF NOT SETTLE-ONLY
                MOVE WS-PAY-TOTAL TO WS-AMT-ED
                MOVE SPACES TO PRINT-LINE
                STRING ADV-TOTAL-LIT DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       5240-EXIT.
            EXIT.

            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-C FROM 1 BY 1
                    UNTIL WS-SUB-C > WS-CHECK-COUNT
                MOVE CT-COMPANY (WS-SUB-C) TO RL-COMPANY
                MOVE CT-CHECK-NO (WS-SUB-C) TO RL-CHECK-NO
                MOVE CT-ACCOUNTNO (WS-SUB-C) TO RL-ACCOUNTNO
                MOVE CT-VENDOR-NAME (WS-SUB-C) TO RL-VENDOR-NAME
                   WS-AMT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-CREDIT-APPLIED TO WS-AMT-ED.
            MOVE SPACES TO PRINT-LINE.
            STRING REG-CREDIT-LIT DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SETTLE-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO PRINT-LINE.
            STRING REG-SETTLE-LIT DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                INTO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 6300-PRINT-COMPANY-TOTALS THRU 6300-EXIT.
            PERFORM 6100-PRINT-NOT-PAID THRU 6100-EXIT.
            PERFORM 6200-PRINT-BLOCKED THRU 6200-EXIT.
            PERFORM 6250-PRINT-EFT-HELD THRU 6250-EXIT.
       6000-EXIT.
            EXIT.

      ****************************************************************
      *   The register's not-paid section - every open item of a
      *   selected vendor this run passed over, with the reason, so
      *   the approvers see what the run could not pay.
      ****************************************************************
       6100-PRINT-NOT-PAID.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE REG-SKIP-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-S FROM 1 BY 1
                    UNTIL WS-SUB-S > WS-SKIP-COUNT
                MOVE SK-ACCOUNTNO (WS-SUB-S) TO SL-ACCOUNTNO
                MOVE SK-INVOICE-NO (WS-SUB-S) TO SL-INVOICE-NO
                MOVE SK-AMOUNT (WS-SUB-S) TO SL-AMOUNT
                MOVE SK-REASON (WS-SUB-S) TO SL-REASON
                WRITE PRINT-LINE FROM WS-SKIP-LINE
            END-PERFORM.
            IF WS-SKIP-COUNT = 0
                MOVE REG-SKIP-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            IF WS-SKIP-OVERFLOW > 0
                MOVE WS-SKIP-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO PRINT-LINE
                STRING REG-SKIP-MORE DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       6100-EXIT.
            EXIT.

      ****************************************************************
      *   The register's compliance-blocked section - every vendor
      *   the run would have paid but for a missing or expired
      *   document, so purchasing knows whose paperwork to chase.
      ****************************************************************
       6200-PRINT-BLOCKED.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE REG-BLOCK-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-B FROM 1 BY 1
                    UNTIL WS-SUB-B > WS-BLOCK-COUNT
                MOVE BK-ACCOUNTNO (WS-SUB-B) TO BL-ACCOUNTNO
                MOVE BK-VENDOR-NAME (WS-SUB-B) TO BL-VENDOR-NAME
                MOVE BK-BALANCE (WS-SUB-B) TO BL-BALANCE
                MOVE BK-REASON (WS-SUB-B) TO BL-REASON
                WRITE PRINT-LINE FROM WS-BLOCK-LINE
            END-PERFORM.
            IF WS-BLOCK-COUNT = 0
                MOVE REG-SKIP-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            IF WS-BLOCK-OVERFLOW > 0
                MOVE WS-BLOCK-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO PRINT-LINE
                STRING REG-BLOCK-MORE DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       6200-EXIT.
            EXIT.

      ****************************************************************
      *   The register's EFT-held section - every electronic vendor
      *   paid by check this run because its bank details changed
      *   too recently, so treasury knows whose change to confirm.
      ****************************************************************
       6250-PRINT-EFT-HELD.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE REG-HELD-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-H FROM 1 BY 1
                    UNTIL WS-SUB-H > WS-HELD-COUNT
                MOVE HD-CHECK-NO (WS-SUB-H) TO HL-CHECK-NO
                MOVE HD-ACCOUNTNO (WS-SUB-H) TO HL-ACCOUNTNO
                MOVE HD-VENDOR-NAME (WS-SUB-H) TO HL-VENDOR-NAME
                MOVE HD-AMOUNT (WS-SUB-H) TO HL-AMOUNT
                MOVE HD-APPROVED-DATE (WS-SUB-H)
                     TO HL-APPROVED-DATE
                WRITE PRINT-LINE FROM WS-HELD-LINE
            END-PERFORM.
            IF WS-HELD-COUNT = 0
                MOVE REG-SKIP-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
            IF WS-HELD-OVERFLOW > 0
                MOVE WS-HELD-OVERFLOW TO WS-COUNT-ED
                MOVE SPACES TO PRINT-LINE
                STRING REG-HELD-MORE DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                    INTO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       6250-EXIT.
            EXIT.

      ****************************************************************
      *   The register's totals broken out by company - checks cut,
      *   money out and vendors settled from credit, one line per
      *   company the run paid.
      ****************************************************************
       6300-PRINT-COMPANY-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE REG-CO-TITLE TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                    UNTIL WS-SUB-O > WS-CO-COUNT
                PERFORM 6350-BUILD-CO-LINE THRU 6350-EXIT
                WRITE PRINT-LINE FROM WS-CO-TOTAL-LINE
            END-PERFORM.
            IF WS-CO-COUNT = 0
                MOVE REG-SKIP-NONE TO PRINT-LINE
                WRITE PRINT-LINE
            END-IF.
       6300-EXIT.
            EXIT.

      ****************************************************************
      *   Edits one company's row into the company totals line -
      *   shared by the register and the displayed summary.
      ****************************************************************
       6350-BUILD-CO-LINE.
            MOVE CO-COMPANY (WS-SUB-O) TO CO-COMPANY-OUT.
            MOVE CO-CHECKS (WS-SUB-O) TO CO-CHECKS-OUT.
            MOVE CO-DISBURSED (WS-SUB-O) TO CO-DISBURSED-OUT.
            MOVE CO-SETTLED (WS-SUB-O) TO CO-SETTLED-OUT.
       6350-EXIT.
            EXIT.

      ****************************************************************
      ****************************************************************
      *  Hands the run's return code back to whoever started it
      *  and leaves the run's key counts in the job area - the
      *  nightly driver decides from the code whether the next
      *  step runs and logs the counts (see VNDJOB.CPY).
      ****************************************************************
       9500-SET-RETURN-CODE.
            IF WS-JOB-RC < 4
               AND WS-BLOCK-COUNT + WS-BLOCK-OVERFLOW > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            IF WS-JOB-RC < 4
               AND WS-HELD-COUNT + WS-HELD-OVERFLOW > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.
            MOVE "CHECKS" TO JOB-COUNT-LABEL (1).
            MOVE WS-CHECK-COUNT TO JOB-COUNT (1).
            MOVE "DISBURSED" TO JOB-COUNT-LABEL (2).
            MOVE WS-TOTAL-DISBURSED TO JOB-COUNT (2).
            MOVE "ELECTRONIC" TO JOB-COUNT-LABEL (3).
            MOVE WS-EPAY-COUNT TO JOB-COUNT (3).
            MOVE "BLOCKED" TO JOB-COUNT-LABEL (4).
            COMPUTE JOB-COUNT (4) =
                WS-BLOCK-COUNT + WS-BLOCK-OVERFLOW.
            MOVE WS-JOB-RC TO RETURN-CODE.
       9500-EXIT.
            EXIT.
