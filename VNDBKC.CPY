      ****************************************************************
      *  VNDBKC.CPY
      *  Bank-detail change record - one per requested change to a
      *  vendor's bank routing number, bank account number or pay
      *  method, keyed by account and a sequence number that counts
      *  up per vendor. INTVENDR never changes those fields on the
      *  master itself: it writes the change here, pending, with
      *  the details as they stood and as requested. VNDBNK applies
      *  it to the master only when an operator OTHER than the one
      *  who asked for it approves it (or rejects it with a
      *  reason), and later records that the new details were
      *  confirmed with the vendor. VNDCHK holds a vendor out of
      *  electronic payment while an approved change is recent and
      *  not yet confirmed; VNDBCR reports pending and approved
      *  changes.
      *
      *  Only one change per vendor may be pending at a time.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  BKC-REC.
            05  BKC-KEY.
                10  BKC-ACCOUNTNO            PIC X(6).
                10  BKC-SEQ                  PIC 9(4).
            05  BKC-STATUS                   PIC X.
                88  BKC-PENDING             VALUE 'P'.
                88  BKC-APPROVED            VALUE 'A'.
                88  BKC-REJECTED            VALUE 'R'.
            05  BKC-OLD-ROUTING              PIC 9(9).
            05  BKC-OLD-ACCOUNT              PIC X(17).
            05  BKC-OLD-PAY-METHOD           PIC X.
            05  BKC-NEW-ROUTING              PIC 9(9).
            05  BKC-NEW-ACCOUNT              PIC X(17).
            05  BKC-NEW-PAY-METHOD           PIC X.
            05  BKC-REQUESTED-BY             PIC X(8).
            05  BKC-REQUESTED-DATE           PIC 9(8).
            05  BKC-REQUESTED-TIME           PIC 9(6).
            05  BKC-DECIDED-BY               PIC X(8).
            05  BKC-DECIDED-DATE             PIC 9(8).
            05  BKC-DECIDED-TIME             PIC 9(6).
            05  BKC-CONFIRMED                PIC X.
                88  BKC-IS-CONFIRMED        VALUE 'Y'.
            05  BKC-CONFIRMED-BY             PIC X(8).
            05  BKC-CONFIRMED-DATE           PIC 9(8).
            05  BKC-NOTE                     PIC X(20).
