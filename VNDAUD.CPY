      *                 record's payment terms.
      *  09/02/2026 SM  Images widened 252 -> 279 with the master
      *                 record's bank fields and payment method.
      *  10/15/2026 SM  Images widened 279 -> 287 with the master
      *                 record's unapplied credit balance.
      *  10/15/2026 SM  Images widened 287 -> 289 with the master
      *                 record's company code.
      *  10/15/2026 SM  Images widened 289 -> 292 with the master
      *                 record's currency code.
      *  10/15/2026 SM  The signed-on operator who made the change
      *                 is stamped on the end of every entry (see
      *                 VNDSGN.CPY). Entries written before then are
      *                 605 bytes at most and carry no operator -
      *                 VNDAUDIT tells them apart by length.
      ****************************************************************
       01  AUD-REC.
            05  AUD-ACCOUNTNO                PIC X(6).
                10   AUD-HOUR                PIC 9(2).
                10   AUD-MINUTE              PIC 9(2).
                10   AUD-SECOND              PIC 9(2).
            05  AUD-BEFORE-IMAGE             PIC X(292).
            05  AUD-AFTER-IMAGE              PIC X(292).
            05  AUD-OPERATOR                 PIC X(8).
