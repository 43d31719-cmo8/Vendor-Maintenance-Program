      *                 method flag for the check run's bank files.
      *                 Record grew from 252 to 279 bytes - every FD
      *                 quoting the length changed with it.
      *  10/15/2026 SM  Added the unapplied credit a vendor holds with
      *                 us - overpayments, deposits paid in advance
      *                 and credit memos bigger than what was still
      *                 owed - which VNDPOST carries instead of
      *                 rejecting and takes against the vendor's next
      *                 invoices. MAS-BALANCE stays what we owe; this
      *                 is what the vendor owes back. Record grew from
      *                 279 to 287 bytes - every FD quoting the length
      *                 changed with it.
      *  10/15/2026 SM  Added the company code - the set of books the
      *                 vendor belongs to now that payables are kept
      *                 for more than one company (see VNDCOY.CPY).
      *                 Record grew from 287 to 289 bytes - every FD
      *                 quoting the length changed with it; VNDUTL's
      *                 convert stamps company 01 on an old file.
      *  10/15/2026 SM  Added the currency the vendor invoices in -
      *                 USD, or the code of a foreign currency on the
      *                 exchange-rate file (see VNDRAT.CPY). Blank
      *                 reads as USD. Record grew from 289 to 292
      *                 bytes - every FD quoting the length changed
      *                 with it; VNDUTL's convert stamps USD.
      ****************************************************************
       01  REC.
            05  MAS-ACCOUNTNO                PIC X(6).
            05  MAS-PAY-METHOD               PIC X.
                88  MAS-PAY-CHECK           VALUE 'C'.
                88  MAS-PAY-ELECTRONIC      VALUE 'E'.
            05  MAS-CREDIT-BAL               PIC 9(6)V99.
            05  MAS-COMPANY                  PIC X(2).
            05  MAS-CURRENCY                 PIC X(3).
                88  MAS-IN-DOLLARS          VALUES 'USD' SPACES.
