      *
      *  Modification History:
      *  08/22/2026 SM  Record written.
      *  10/15/2026 SM  The signed-on operator running the holder
      *                 is kept alongside the program name, so the
      *                 "in use" message says who as well as what.
      ****************************************************************
       01  LCK-REC.
            05  LCK-HOLDER                   PIC X(8).
                10   LCK-HOUR                PIC 9(2).
                10   LCK-MINUTE              PIC 9(2).
                10   LCK-SECOND              PIC 9(2).
            05  LCK-OPERATOR                 PIC X(8).
