      *  relieved by VNDPOST when a payment posts against the same
      *  invoice number, so the open-item file always shows WHICH
      *  invoices make up MAS-BALANCE instead of just the lump sum.
      *  Every item posts pending approval; VNDAPV approves it
      *  (within the approver's dollar limit on VNDAPR.CPY) or puts
      *  it on hold, and VNDCHK pays approved items only.
      *
      *  Modification History:
      *  08/22/2026 SM  Record written.
      *  10/15/2026 SM  Approval status, hold reason, approver and
      *                 approval date added - record 48 -> 85.
      *  10/15/2026 SM  Company code of the vendor's books added -
      *                 record 85 -> 87.
      *  10/15/2026 SM  Currency of the invoice, its original and
      *                 remaining amount in that currency, and the
      *                 rate it was booked at - record 87 -> 115.
      *                 OPN-ORIG-AMT and OPN-REMAIN-AMT stay the
      *                 dollars the item is booked at; VNDCHK pays a
      *                 foreign item's remaining foreign amount at
      *                 the day's rate and VNDPOST realizes the
      *                 difference.
      *  10/15/2026 SM  A fixed-length indexed file of the old length
      *                 will not open through this layout (status
      *                 39). VNDUTL's CONVERT OPEN ITEMS rebuilds a
      *                 live 48-byte file into it once at cutover -
      *                 every item approved (it was already
      *                 payable), in company 01 and in dollars.
      ****************************************************************
       01  OPN-REC.
            05  OPN-KEY.
            05  OPN-DUE-DATE                 PIC 9(8).
            05  OPN-ORIG-AMT                 PIC 9(6)V99.
            05  OPN-REMAIN-AMT               PIC 9(6)V99.
            05  OPN-APPROVAL-STATUS          PIC X.
                88  OPN-PENDING             VALUES 'P' SPACE.
                88  OPN-APPROVED            VALUE 'A'.
                88  OPN-ON-HOLD             VALUE 'H'.
            05  OPN-HOLD-REASON              PIC X(20).
            05  OPN-APPROVED-BY              PIC X(8).
            05  OPN-APPROVED-DATE            PIC 9(8).
            05  OPN-COMPANY                  PIC X(2).
            05  OPN-CURRENCY                 PIC X(3).
                88  OPN-IN-DOLLARS          VALUES 'USD' SPACES.
            05  OPN-FOREIGN-ORIG             PIC 9(6)V99.
            05  OPN-FOREIGN-REMAIN           PIC 9(6)V99.
            05  OPN-BOOK-RATE                PIC 9(3)V9(6).
