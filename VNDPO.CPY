      ****************************************************************
      *  VNDPO.CPY
      *  Purchase-order record - one per PO, keyed by PO number,
      *  naming the vendor it was raised against and up to ten
      *  ordered lines (quantity at a unit price, so each line's
      *  amount is quantity times price) with the quantity received
      *  against each line to date. VNDPUR enters the PO and logs
      *  receipts against it; VNDEDT matches every invoice carrying
      *  a PO number to the value received on the PO before the
      *  invoice may post, and VNDPOST adds every posted invoice to
      *  PO-BILLED-AMT so the same receipts can never be billed
      *  twice.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  PO-REC.
            05  PO-NUMBER                    PIC X(10).
            05  PO-ACCOUNTNO                 PIC X(6).
            05  PO-ORDER-DATE                PIC 9(8).
            05  PO-STATUS                    PIC X.
                88  PO-IS-OPEN              VALUE 'O'.
                88  PO-IS-CLOSED            VALUE 'C'.
            05  PO-BILLED-AMT                PIC 9(8)V99.
            05  PO-LINE-COUNT                PIC 9(2).
            05  PO-LINE                      OCCURS 10 TIMES.
                10   PO-ITEM-DESC            PIC X(20).
                10   PO-QTY-ORDERED          PIC 9(5).
                10   PO-UNIT-PRICE           PIC 9(5)V99.
                10   PO-QTY-RECEIVED         PIC 9(5).
                10   PO-LAST-RECEIPT         PIC 9(8).
