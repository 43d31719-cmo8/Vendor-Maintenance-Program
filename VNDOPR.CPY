      ****************************************************************
      *  VNDOPR.CPY
      *  Operator record - one per person (or nightly job) allowed
      *  to sign on to the payables programs, keyed by operator id.
      *  The role names the set of programs and menu options the
      *  operator is permitted (see VNDAUT.CPY). VNDOPR maintains
      *  these and VNDSGN signs operators on against them.
      *
      *  The password is never stored as typed - only a scrambled
      *  value worked from the operator id and the password by
      *  VNDSGN. A password set or reset by the administrator is
      *  marked expired, so the operator must choose their own at
      *  the next sign-on. Three wrong passwords in a row lock the
      *  operator out until the administrator resets it. A batch
      *  operator is the id the nightly job stream runs under; it
      *  has no password and can never sign on at a terminal.
      *  Operators are revoked, never deleted, since their ids stay
      *  stamped on the audit trail.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  OPR-REC.
            05  OPR-OPERATOR-ID              PIC X(8).
            05  OPR-NAME                     PIC X(30).
            05  OPR-ROLE                     PIC X(8).
            05  OPR-KIND                     PIC X.
                88  OPR-AT-TERMINAL         VALUE 'I'.
                88  OPR-BATCH               VALUE 'B'.
                88  OPR-VALID-KIND          VALUES 'I' 'B'.
            05  OPR-STATUS                   PIC X.
                88  OPR-ACTIVE              VALUE 'A'.
                88  OPR-LOCKED-OUT          VALUE 'L'.
                88  OPR-REVOKED             VALUE 'R'.
            05  OPR-PASSWORD-HASH            PIC 9(12).
            05  OPR-PASSWORD-DATE            PIC 9(8).
            05  OPR-MUST-CHANGE              PIC X.
                88  OPR-PASSWORD-EXPIRED    VALUE 'Y'.
            05  OPR-FAILED-TRIES             PIC 9.
            05  OPR-LAST-SIGN-ON             PIC X(14).
            05  OPR-CHANGED-BY               PIC X(8).
            05  OPR-CHANGE-DATE              PIC 9(8).
