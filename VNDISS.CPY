      ****************************************************************
      *  VNDISS.CPY
      *  Issued-payment record - the permanent record of every check
      *  and electronic payment VNDCHK issues, keyed by check number
      *  (the reference number on an electronic payment) plus a
      *  line number. Line 000 is the payment itself - payee,
      *  amount, issue date and how it travelled - and is what the
      *  bank reconciliation (VNDBRC) clears against the bank's
      *  paid-items file. Lines 001 up are the invoices that
      *  payment paid, one per payment transaction the check run
      *  wrote, so a stale check can be voided back onto exactly
      *  the open items it relieved. An on-account payment carries
      *  one line with a blank invoice number.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      *  10/15/2026 SM  Added the currency an invoice line paid in, the
      *                 foreign amount it settled and the rate the
      *                 item was booked at, so a void of a foreign
      *                 payment goes back on the item in its own
      *                 currency and at book. Line 000 and a dollar
      *                 line carry USD and zeros; a line written
      *                 before these existed reads them as spaces
      *                 and is voided as a dollar payment.
      ****************************************************************
       01  ISS-REC.
            05  ISS-KEY.
                10   ISS-CHECK-NO            PIC 9(6).
                10   ISS-LINE-NO             PIC 9(3).
            05  ISS-ACCOUNTNO                PIC X(6).
            05  ISS-PAYEE                    PIC X(30).
            05  ISS-INVOICE-NO               PIC X(10).
            05  ISS-AMOUNT                   PIC 9(8)V99.
            05  ISS-DISCOUNT-AMT             PIC 9(6)V99.
            05  ISS-ISSUE-DATE               PIC 9(8).
            05  ISS-PAY-TYPE                 PIC X.
                88  ISS-PAPER               VALUE 'C'.
                88  ISS-ELECTRONIC          VALUE 'E'.
            05  ISS-STATUS                   PIC X.
                88  ISS-OUTSTANDING         VALUE 'O'.
                88  ISS-CLEARED             VALUE 'C'.
                88  ISS-VOIDED              VALUE 'V'.
            05  ISS-CLEAR-DATE               PIC 9(8).
            05  ISS-CLEAR-AMT                PIC 9(8)V99.
            05  ISS-BATCH-ID                 PIC X(8).
            05  ISS-CURRENCY                 PIC X(3).
            05  ISS-FOREIGN-AMT              PIC 9(6)V99.
            05  ISS-BOOK-RATE                PIC 9(3)V9(6).
