      ****************************************************************
      *  VNDAPR.CPY
      *  Approver record - one per person allowed to approve open
      *  items for payment, keyed by approver id, with the largest
      *  single item (remaining amount) that person may approve.
      *  VNDAPV maintains these and refuses an approval over the
      *  approver's limit; an inactive approver approves nothing.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  APR-REC.
            05  APR-APPROVER-ID              PIC X(8).
            05  APR-NAME                     PIC X(30).
            05  APR-LIMIT                    PIC 9(8)V99.
            05  APR-ACTIVE                   PIC X.
                88  APR-IS-ACTIVE           VALUE 'Y'.
