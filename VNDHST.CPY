      *                 together to the front to form the key;
      *                 VNDUTL's history conversion rebuilds an old
      *                 sequential file into this shape.
      *  10/15/2026 SM  Added the credit-application type ('A', see
      *                 VNDTRAN.CPY). Now that a vendor can hold an
      *                 unapplied credit, the history nets to what
      *                 we owe LESS that credit (MAS-BALANCE minus
      *                 MAS-CREDIT-BAL): an overpayment or oversized
      *                 credit memo nets in full as always, and an
      *                 'A' record - credit paying an invoice, both
      *                 sides of the vendor moving together - nets
      *                 only its discount. Readers that net history
      *                 must treat 'A' that way.
      *  10/15/2026 SM  Added the company code the transaction posted
      *                 to, at the end of the record - record 71 ->
      *                 73. A fixed-length keyed file of the old
      *                 length will not open through the new FD;
      *                 VNDUTL's history conversion widens a live
      *                 71-byte file in place, stamping company 01.
      *  10/15/2026 SM  Added the transaction's currency, its amount
      *                 in that currency, and the exchange gain (a
      *                 loss is negative) realized when a payment
      *                 relieved a foreign open item at a rate other
      *                 than the item's booked one - record 73 ->
      *                 92. The realized amount came off MAS-BALANCE
      *                 with the payment, so readers that net
      *                 history to the balance subtract it too.
      *                 VNDUTL's history conversion makes every
      *                 older record a USD record with zero foreign
      *                 and exchange amounts.
      ****************************************************************
       01  HST-REC.
            05  HST-KEY.
                88  HST-CREDIT-MEMO         VALUE 'C'.
                88  HST-DEBIT-MEMO          VALUE 'M'.
                88  HST-VOID-CHECK          VALUE 'V'.
                88  HST-CREDIT-APPLIED      VALUE 'A'.
            05  HST-COMPANY                  PIC X(2).
            05  HST-CURRENCY                 PIC X(3).
            05  HST-FOREIGN-AMT              PIC 9(6)V99.
            05  HST-FX-AMT                   PIC S9(6)V99.
