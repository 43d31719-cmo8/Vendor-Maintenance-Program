      *
      *Modification History:
      *08/22/2026 SM  Program written.
      *10/15/2026 SM  A merged open item keeps its approval status,
      *               hold reason and approver - a move between
      *               accounts is not a reason to approve it again.
      *10/15/2026 SM  The duplicate's unapplied credit moves over
      *               with its balance (see MAS-CREDIT-BAL).
      *10/15/2026 SM  Vendors kept on different companies' books
      *               are never merged; a moved open item keeps the
      *               company it was posted under.
      *10/15/2026 SM  Vendors paid in different currencies are never
      *               merged either; a moved open item keeps its
      *               foreign amounts and booked rate.
      *10/15/2026 SM  Operator sign-on - the program runs only for an
      *               operator whose role is permitted it (see VNDSGN),
      *               and each menu option only when that option is
      *               permitted too. The operator is stamped on each
      *               audit entry and on the master-file lock.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       FD  AUDIT-LOG
                88 WS-TWO               VALUE 2.
                88 WS-THR               VALUE 3.
                88 WS-FOU               VALUE 4.
            05 WS-AUDIT-SAVE                 PIC X(292).

      * Every vendor's match fields, loaded once for the pairwise
      * comparison. 2000 vendors is comfortably past this shop.
                10 IT-DUE-DATE               PIC 9(8).
                10 IT-ORIG-AMT               PIC 9(6)V99.
                10 IT-REMAIN-AMT             PIC 9(6)V99.
                10 IT-APPROVAL-STATUS        PIC X.
                10 IT-HOLD-REASON            PIC X(20).
                10 IT-APPROVED-BY            PIC X(8).
                10 IT-APPROVED-DATE          PIC 9(8).
                10 IT-COMPANY                PIC X(2).
                10 IT-CURRENCY               PIC X(3).
                10 IT-FOREIGN-ORIG           PIC 9(6)V99.
                10 IT-FOREIGN-REMAIN         PIC 9(6)V99.
                10 IT-BOOK-RATE              PIC 9(3)V9(6).
       01  WS-ITEM-COUNT                     PIC 9(3)  VALUE 0.
       01  WS-SUB-K                          PIC 9(3).

       01  WS-MERGE-AREA.
            05 WS-SURV-ACCT                  PIC X(6).
            05 WS-DUP-ACCT                   PIC X(6).
            05 WS-DUP-REC                    PIC X(292).
            05 WS-DUP-BALANCE                PIC 9(6)V99.
            05 WS-DUP-CREDIT                 PIC 9(6)V99.
            05 WS-DUP-YTD-YEAR               PIC 9(4).
            05 WS-DUP-YTD-PAID               PIC 9(8)V99.
            05 WS-DUP-NAME                   PIC X(30).
            05 WS-DUP-COMPANY                PIC X(2).
            05 WS-DUP-CURRENCY               PIC X(3).
            05 WS-CONFIRM                    PIC X.
            05 WS-LOSER-FATE                 PIC X.
                88 LOSER-INACTIVE       VALUE 'I'.
            05 WS-MERGE-OK                   PIC X VALUE 'N'.
                88 MERGE-OK             VALUE 'Y'.

           COPY "VNDSGN.CPY".

       01 WS-STRINGS.
            05 DIVIDER                              PIC X(47)
                VALUE "===============================================".
                VALUE "Enter DUPLICATE Account Number:   ".
            05 ERR-SAME-ACCT                        PIC X(42)
                VALUE "SURVIVOR AND DUPLICATE ARE THE SAME - NO ".
            05 ERR-DIFF-COMPANY                     PIC X(42)
                VALUE "VENDORS ARE ON DIFFERENT COMPANIES - NO   ".
            05 ERR-DIFF-CURRENCY                    PIC X(42)
                VALUE "VENDORS ARE IN DIFFERENT CURRENCIES - NO  ".
            05 ERR-REC-NOT-FOUND                    PIC X(18)
                VALUE "RECORD NOT ON FILE".
            05 ASK-SURE-MERGE                       PIC X(42)
                VALUE "YEAR-PAID NOT MERGED - DIFFERENT YEARS      ".
            05 ERR-BAL-OVERFLOW                     PIC X(44)
                VALUE "BALANCE WOULD OVERFLOW SURVIVOR - NO MERGE  ".
            05 MSG-BY                               PIC X(4)
                VALUE " BY ".

       01  WS-COUNT-ED                      PIC ZZZ,ZZ9.
       01  WS-BAL-ED                        PIC ZZZ,ZZ9.99.
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
           DISPLAY SEE-YA.
           STOP RUN.

      ****************************************************************
      *  Signs the operator on and checks the program is permitted
      *  to their role (see VNDSGN). A refusal has been shown.
      ****************************************************************
       120-SIGN-ON.
           MOVE 'S' TO SGN-REQUEST.
           MOVE "VNDDUP" TO SGN-PROGRAM.
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
               MOVE "VNDDUP" TO SGN-PROGRAM
               MOVE WS-USER-SELECT TO SGN-OPTION
               CALL "VNDSGN"
           END-IF.
       125-EXIT.
           EXIT.

      ****************************************************************
      *  A menu that lets the user select where the files live, same
      *  options as the other batch programs.
           IF LOCK-IS-OK
               OPEN OUTPUT LOCK-FILE
               MOVE "VNDDUP" TO LCK-HOLDER
               MOVE SGN-OPERATOR-ID TO LCK-OPERATOR
               MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME
               WRITE LCK-REC
      ****************************************************************
       195-LOCK-HELD.
           DISPLAY MSG-MASTER-IN-USE, LCK-HOLDER, MSG-SINCE,
                   LCK-HOUR, ":", LCK-MINUTE,
                   MSG-BY, LCK-OPERATOR.
           DISPLAY ASK-OVERRIDE.
           ACCEPT WS-LOCK-ANSWER.
           IF WS-LOCK-ANSWER = 'Y' OR WS-LOCK-ANSWER = 'y'
           MOVE WS-HELD-LOCK-PATH TO UT-SYS-LFILE.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LCK-HOLDER.
           MOVE SPACES TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LCK-TIME.
           WRITE LCK-REC.
           DISPLAY ENTER-SELECTION.
           ACCEPT WS-USER-SELECT.
           DISPLAY SPACES.
           PERFORM 125-CHECK-OPTION THRU 125-EXIT.
           EVALUATE TRUE
               WHEN NOT SGN-IS-ALLOWED CONTINUE
               WHEN WS-ONE  PERFORM 3000-DETECT THRU 3000-EXIT
               WHEN WS-TWO  PERFORM 5000-MERGE THRU 5000-EXIT
               WHEN WS-THR  MOVE 'Y' TO WS-STOP-PROGRAM
            ELSE
                MOVE REC TO WS-DUP-REC
                MOVE MAS-BALANCE TO WS-DUP-BALANCE
                MOVE MAS-CREDIT-BAL TO WS-DUP-CREDIT
                MOVE MAS-YTD-YEAR TO WS-DUP-YTD-YEAR
                MOVE MAS-YTD-PAID TO WS-DUP-YTD-PAID
                MOVE MAS-VENDOR-NAME TO WS-DUP-NAME
                MOVE MAS-COMPANY TO WS-DUP-COMPANY
                MOVE MAS-CURRENCY TO WS-DUP-CURRENCY
                MOVE WS-SURV-ACCT TO MAS-ACCOUNTNO
                MOVE 'T' TO WS-RECORD-NOT-FOUND
                READ MASTER
                END-READ
                IF VENDOR-NOT-FOUND
                    DISPLAY ERR-REC-NOT-FOUND, " - ", WS-SURV-ACCT
                END-IF
      * A pair kept on two companies' books is refused the same as a
      * missing survivor - the balances belong to different ledgers.
                IF NOT VENDOR-NOT-FOUND
                AND MAS-COMPANY NOT = WS-DUP-COMPANY
                    DISPLAY ERR-DIFF-COMPANY, " - ", MAS-COMPANY,
                            " / ", WS-DUP-COMPANY
                    MOVE 'T' TO WS-RECORD-NOT-FOUND
                END-IF
      * Likewise a pair paid in two currencies - the open items are
      * booked in the duplicate's.
                IF NOT VENDOR-NOT-FOUND
                AND MAS-CURRENCY NOT = WS-DUP-CURRENCY
                    DISPLAY ERR-DIFF-CURRENCY, " - ", MAS-CURRENCY,
                            " / ", WS-DUP-CURRENCY
                    MOVE 'T' TO WS-RECORD-NOT-FOUND
                END-IF
                IF NOT VENDOR-NOT-FOUND
                    DISPLAY "SURVIVOR:  ", MAS-ACCOUNTNO, " ",
                            MAS-VENDOR-NAME
                    DISPLAY "DUPLICATE: ", WS-DUP-ACCT, " ",
      * Back the trial ADD out - 5300 redoes it for real against a
      * fresh audit image.
                        SUBTRACT WS-DUP-BALANCE FROM MAS-BALANCE
                        ADD WS-DUP-CREDIT TO MAS-CREDIT-BAL
                            ON SIZE ERROR
                                MOVE 'N' TO WS-MERGE-OK
                                DISPLAY ERR-BAL-OVERFLOW
                            NOT ON SIZE ERROR
                                SUBTRACT WS-DUP-CREDIT
                                    FROM MAS-CREDIT-BAL
                        END-ADD
                    END-IF
                END-IF
            END-IF.
            MOVE 'N' TO WS-ITEMS-LEFT.
            MOVE REC TO WS-AUDIT-SAVE.
            ADD WS-DUP-BALANCE TO MAS-BALANCE.
            ADD WS-DUP-CREDIT TO MAS-CREDIT-BAL.
            IF WS-DUP-YTD-YEAR = MAS-YTD-YEAR
                ADD WS-DUP-YTD-PAID TO MAS-YTD-PAID
                    ON SIZE ERROR
                                     IT-ORIG-AMT (WS-ITEM-COUNT)
                                MOVE OPN-REMAIN-AMT TO
                                     IT-REMAIN-AMT (WS-ITEM-COUNT)
                                MOVE OPN-APPROVAL-STATUS TO
                                     IT-APPROVAL-STATUS (WS-ITEM-COUNT)
                                MOVE OPN-HOLD-REASON TO
                                     IT-HOLD-REASON (WS-ITEM-COUNT)
                                MOVE OPN-APPROVED-BY TO
                                     IT-APPROVED-BY (WS-ITEM-COUNT)
                                MOVE OPN-APPROVED-DATE TO
                                     IT-APPROVED-DATE (WS-ITEM-COUNT)
                                MOVE OPN-COMPANY TO
                                     IT-COMPANY (WS-ITEM-COUNT)
                                MOVE OPN-CURRENCY TO
                                     IT-CURRENCY (WS-ITEM-COUNT)
                                MOVE OPN-FOREIGN-ORIG TO
                                     IT-FOREIGN-ORIG (WS-ITEM-COUNT)
                                MOVE OPN-FOREIGN-REMAIN TO
                                     IT-FOREIGN-REMAIN (WS-ITEM-COUNT)
                                MOVE OPN-BOOK-RATE TO
                                     IT-BOOK-RATE (WS-ITEM-COUNT)
                            END-IF
                        END-IF
                END-READ
            MOVE IT-DUE-DATE (WS-SUB-K) TO OPN-DUE-DATE.
            MOVE IT-ORIG-AMT (WS-SUB-K) TO OPN-ORIG-AMT.
            MOVE IT-REMAIN-AMT (WS-SUB-K) TO OPN-REMAIN-AMT.
            MOVE IT-APPROVAL-STATUS (WS-SUB-K) TO OPN-APPROVAL-STATUS.
            MOVE IT-HOLD-REASON (WS-SUB-K) TO OPN-HOLD-REASON.
            MOVE IT-APPROVED-BY (WS-SUB-K) TO OPN-APPROVED-BY.
            MOVE IT-APPROVED-DATE (WS-SUB-K) TO OPN-APPROVED-DATE.
            MOVE IT-COMPANY (WS-SUB-K) TO OPN-COMPANY.
            MOVE IT-CURRENCY (WS-SUB-K) TO OPN-CURRENCY.
            MOVE IT-FOREIGN-ORIG (WS-SUB-K) TO OPN-FOREIGN-ORIG.
            MOVE IT-FOREIGN-REMAIN (WS-SUB-K) TO OPN-FOREIGN-REMAIN.
            MOVE IT-BOOK-RATE (WS-SUB-K) TO OPN-BOOK-RATE.
            WRITE OPN-REC
                INVALID KEY
                    DISPLAY MSG-ITEM-COLLISION, " - ",
                        END-DELETE
                    ELSE
                        MOVE 0 TO MAS-BALANCE
                        MOVE 0 TO MAS-CREDIT-BAL
                        IF WS-DUP-YTD-YEAR = MAS-YTD-YEAR
                            MOVE 0 TO MAS-YTD-PAID
                        END-IF
            MOVE 'C' TO AUD-OPERATION.
            MOVE WS-AUDIT-SAVE TO AUD-BEFORE-IMAGE.
            MOVE REC TO AUD-AFTER-IMAGE.
            MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
            WRITE AUD-REC.
       8000-EXIT.
            MOVE 'D' TO AUD-OPERATION.
            MOVE WS-AUDIT-SAVE TO AUD-BEFORE-IMAGE.
            MOVE SPACES TO AUD-AFTER-IMAGE.
            MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
            WRITE AUD-REC.
       8100-EXIT.
