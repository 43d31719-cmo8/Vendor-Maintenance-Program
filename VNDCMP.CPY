      ****************************************************************
      *  VNDCMP.CPY
      *  Vendor compliance document record - one per vendor account
      *  and document type: the signed W-9, the certificate of
      *  insurance and, for vendors we hold one with, the contract.
      *  INTVENDR maintains these; VNDCHK refuses to pay a vendor
      *  whose W-9 or insurance certificate is missing or expired,
      *  or whose contract on file has expired; VNDCTK lists what
      *  is about to expire so purchasing can chase renewals.
      *
      *  CMP-EXPIRY-DATE zero means the document never expires (a
      *  W-9 normally). Only a document received or waived counts
      *  as on file - one merely requested does not.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  CMP-REC.
            05  CMP-KEY.
                10  CMP-ACCOUNTNO            PIC X(6).
                10  CMP-DOC-TYPE             PIC X.
                    88  CMP-W9              VALUE 'W'.
                    88  CMP-INSURANCE       VALUE 'I'.
                    88  CMP-CONTRACT        VALUE 'C'.
                    88  CMP-VALID-TYPE      VALUES 'W' 'I' 'C'.
            05  CMP-RECEIVED-DATE            PIC 9(8).
            05  CMP-EXPIRY-DATE              PIC 9(8).
            05  CMP-STATUS                   PIC X.
                88  CMP-RECEIVED            VALUE 'R'.
                88  CMP-REQUESTED           VALUE 'P'.
                88  CMP-WAIVED              VALUE 'W'.
                88  CMP-VALID-STATUS        VALUES 'R' 'P' 'W'.
            05  CMP-NOTE                     PIC X(20).
            05  CMP-CHANGE-DATE              PIC 9(8).
