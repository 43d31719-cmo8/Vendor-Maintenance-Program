      ****************************************************************
      *  VNDCOY.CPY
      *  Company control record - one per company whose payables
      *  are kept here, keyed by the two-character company code
      *  every vendor carries in MAS-COMPANY. Holds the company's
      *  own GL cash and A/P accounts, which VNDPOST's journal
      *  lines use in place of the long-standing shared ones, and
      *  the bank account its checks and electronic payments are
      *  drawn on, which VNDCHK carries onto its bank files. VNDCOY
      *  maintains these; a company with no record posts to the
      *  shared accounts.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  COY-REC.
            05  COY-COMPANY                  PIC X(2).
            05  COY-NAME                     PIC X(30).
            05  COY-GL-CASH                  PIC X(8).
            05  COY-GL-AP                    PIC X(8).
            05  COY-BANK-ROUTING             PIC 9(9).
            05  COY-BANK-ACCOUNT             PIC X(17).
