      *                 bad keying or a lost check backs out through
      *                 the normal edit/post cycle instead of a
      *                 backup restore.
      *  10/15/2026 SM  Added the purchase-order number an invoice
      *                 bills against (see VNDPO.CPY) - VNDEDT
      *                 matches a PO invoice to the PO's receipts
      *                 before it may post. At the end of the record
      *                 like the discount; a blank PO number is an
      *                 invoice raised without one and is not
      *                 matched.
      *  10/15/2026 SM  Added the credit-application record type
      *                 ('A', amount in TRX-PAYMENT-AMT, any
      *                 discount in TRX-DISCOUNT-AMT) - VNDCHK
      *                 settles an invoice out of the vendor's
      *                 unapplied credit (see MAS-CREDIT-BAL) with
      *                 one of these instead of sending cash, and
      *                 posting relieves the item exactly as a
      *                 payment would while the credit, not the
      *                 bank, pays it.
      *  10/15/2026 SM  Added the company code the transaction posts
      *                 to (see VNDCOY.CPY). At the end of the record
      *                 like the PO number; a feed that leaves it
      *                 blank takes the vendor's company at the edit.
      *  10/15/2026 SM  Added the currency of the transaction and
      *                 its amount in that currency. A feed keys a
      *                 foreign invoice or payment in its own
      *                 currency in the usual amount fields and
      *                 leaves TRX-FOREIGN-AMT zero; VNDEDT moves
      *                 the keyed amount (payment plus discount for
      *                 a payment) to TRX-FOREIGN-AMT and converts
      *                 the amount fields to dollars at the rate for
      *                 TRX-DATE (see VNDRAT.CPY). A transaction
      *                 arriving with TRX-FOREIGN-AMT already filled
      *                 in - VNDCHK's payments, a held invoice fed
      *                 back - is in dollars already. A blank
      *                 currency is USD, as every feed was before.
      *  10/15/2026 SM  Added the book rate a void check carries - the
      *                 rate the foreign item its check paid had been
      *                 booked at, taken from the issued-payment line
      *                 (see VNDISS.CPY), so posting can put the item
      *                 back at book and reverse the exchange the
      *                 payment realized, even when the payment had
      *                 closed the item. Zero on every other record
      *                 and on a dollar void.
      ****************************************************************
       01  TRX-REC.
            05  TRX-REC-TYPE                 PIC X.
                88  TRX-CREDIT-MEMO         VALUE 'C'.
                88  TRX-DEBIT-MEMO          VALUE 'M'.
                88  TRX-VOID-CHECK          VALUE 'V'.
                88  TRX-CREDIT-APPLIED      VALUE 'A'.
                88  TRX-ANY-DETAIL          VALUES 'D' 'C'
                                                   'M' 'V' 'A'.
            05  TRX-ACCOUNTNO                PIC X(6).
            05  TRX-INVOICE-NO               PIC X(10).
            05  TRX-INVOICE-AMT              PIC 9(6)V99.
      * shape still lines up - the missing tail reads as spaces and
      * the edit settles it to zero.
            05  TRX-DISCOUNT-AMT             PIC 9(6)V99.
            05  TRX-PO-NUMBER                PIC X(10).
            05  TRX-COMPANY                  PIC X(2).
            05  TRX-CURRENCY                 PIC X(3).
                88  TRX-IN-DOLLARS          VALUES 'USD' SPACES.
            05  TRX-FOREIGN-AMT              PIC 9(6)V99.
            05  TRX-BOOK-RATE                PIC 9(3)V9(6).
