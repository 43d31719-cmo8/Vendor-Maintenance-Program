      ****************************************************************
      *  VNDPRD.CPY
      *  Accounting-period control record - one per company and
      *  calendar month, keyed company + CCYYMM, carrying whether
      *  the month is still open to posting for that company's
      *  books. VNDEDT rejects any detail dated into a closed
      *  period, so a month, once reported, is immovable. A month
      *  with no record at all is open - periods only get records
      *  when VNDCLS closes them.
      *
      *  Modification History:
      *  09/02/2026 SM  Record written.
      *  10/15/2026 SM  Keyed by company + period now, so each
      *                 company closes its own months (see
      *                 VNDCOY.CPY). VNDUTL's period conversion
      *                 rebuilds an old file with company 01.
      ****************************************************************
       01  PRD-REC.
            05  PRD-KEY.
                10   PRD-COMPANY             PIC X(2).
                10   PRD-PERIOD              PIC 9(6).
            05  PRD-STATUS                   PIC X.
                88  PRD-IS-OPEN             VALUE 'O'.
                88  PRD-IS-CLOSED           VALUE 'C'.
