      *
      *  Modification History:
      *  08/22/2026 SM  Record written.
      *  10/15/2026 SM  Added the company the batch is for (see
      *                 VNDCOY.CPY), carried on the header. Blank is
      *                 a batch that may mix companies - VNDEDT
      *                 holds every detail on a company-coded header
      *                 to that company, and a one-company posting
      *                 run only takes a batch coded to its company.
      ****************************************************************
       01  BCH-REC.
            05  BCH-REC-TYPE                 PIC X.
            05  BCH-INVOICE-HASH             PIC 9(10)V99.
            05  BCH-PAYMENT-HASH             PIC 9(10)V99.
            05  BCH-EDIT-STAMP               PIC X(14).
            05  BCH-COMPANY                  PIC X(2).
