      ****************************************************************
      *  VNDAUT.CPY
      *  Authority record - one per role and program, or role,
      *  program and menu option, the role is permitted. A blank
      *  option permits the role to start the program; an option
      *  code (the menu selection, "1", "C" and so on) permits that
      *  one menu option; "**" permits the program and every option
      *  on its menu. Nightly job steps are checked the same way,
      *  the function a step is given standing for the menu option
      *  it replaces. Anything with no record is refused.
      *
      *  The ADMIN role may always run VNDOPR, where these records
      *  are kept, so the administrator can never be locked out of
      *  granting authority back; everything else, ADMIN included,
      *  is only what is on file.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  AUT-REC.
            05  AUT-KEY.
                10  AUT-ROLE                 PIC X(8).
                10  AUT-PROGRAM              PIC X(8).
                10  AUT-OPTION               PIC X(2).
            05  AUT-GRANTED-BY               PIC X(8).
            05  AUT-GRANTED-DATE             PIC 9(8).
