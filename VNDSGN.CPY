      ****************************************************************
      *  VNDSGN.CPY
      *  Sign-on area - shared (EXTERNAL) between VNDSGN and every
      *  program that signs an operator on or checks what the
      *  signed-on operator may do. The caller sets SGN-REQUEST
      *  (and SGN-PROGRAM / SGN-OPTION) and CALLs "VNDSGN":
      *     S  sign on, if not already, and check the operator's
      *        role may run SGN-PROGRAM
      *     O  check the role may use menu option SGN-OPTION of
      *        SGN-PROGRAM
      *     B  sign on the nightly driver's batch operator, whose
      *        id the driver puts in SGN-OPERATOR-ID
      *     H  scramble SGN-PASSWORD for operator SGN-HASH-ID into
      *        SGN-HASH, the form passwords are kept in
      *  SGN-ALLOWED comes back 'Y' or 'N', with the reason for a
      *  refusal in SGN-MESSAGE. Once signed on, the operator id is
      *  what gets stamped on audit entries, the master lock and
      *  the posting run.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  SGN-AREA EXTERNAL.
            05  SGN-EYE                      PIC X(8).
                88  SGN-SIGNED-ON           VALUE "SIGNEDON".
            05  SGN-OPERATOR-ID              PIC X(8).
            05  SGN-OPERATOR-NAME            PIC X(30).
            05  SGN-ROLE                     PIC X(8).
            05  SGN-REQUEST                  PIC X.
                88  SGN-SIGN-ON-REQUEST     VALUE 'S'.
                88  SGN-OPTION-REQUEST      VALUE 'O'.
                88  SGN-BATCH-REQUEST       VALUE 'B'.
                88  SGN-HASH-REQUEST        VALUE 'H'.
            05  SGN-PROGRAM                  PIC X(8).
            05  SGN-OPTION                   PIC X(2).
            05  SGN-ALLOWED                  PIC X.
                88  SGN-IS-ALLOWED          VALUE 'Y'.
            05  SGN-NO-OPERATORS             PIC X.
                88  SGN-NO-OPERATOR-FILE    VALUE 'Y'.
            05  SGN-MESSAGE                  PIC X(40).
            05  SGN-OPR-PATH                 PIC X(50).
            05  SGN-AUT-PATH                 PIC X(50).
            05  SGN-HASH-ID                  PIC X(8).
            05  SGN-PASSWORD                 PIC X(16).
            05  SGN-HASH                     PIC 9(12).
