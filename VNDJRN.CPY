      *
      *  Modification History:
      *  09/02/2026 SM  Record written.
      *  10/15/2026 SM  Added the company whose books the line
      *                 belongs to - each company's cash and A/P
      *                 accounts come from its control record (see
      *                 VNDCOY.CPY), so the GL side loads one set of
      *                 books per company.
      ****************************************************************
       01  JRN-REC.
            05  JRN-RUN-ID                   PIC X(8).
            05  JRN-AMOUNT                   PIC 9(8)V99.
            05  JRN-SOURCE-ACCT              PIC X(6).
            05  JRN-INVOICE-NO               PIC X(10).
            05  JRN-COMPANY                  PIC X(2).
