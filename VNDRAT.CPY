      ****************************************************************
      *  VNDRAT.CPY
      *  Exchange-rate record - one per currency per effective date,
      *  keyed currency + date, giving the dollars one unit of the
      *  currency buys from that date until the next record for it.
      *  VNDFXR maintains these. VNDEDT converts a foreign invoice
      *  at the rate in force on its transaction date, VNDCHK pays
      *  a foreign item at the rate in force on the run date, and
      *  VNDREV revalues open foreign items at the period-end rate.
      *  USD itself is never on file - a dollar is a dollar.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  RAT-REC.
            05  RAT-KEY.
                10   RAT-CURRENCY            PIC X(3).
                10   RAT-EFF-DATE            PIC 9(8).
            05  RAT-RATE                     PIC 9(3)V9(6).
            05  RAT-ENTERED-DATE             PIC 9(8).
