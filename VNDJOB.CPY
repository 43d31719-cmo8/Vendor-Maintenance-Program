      ****************************************************************
      *  VNDJOB.CPY
      *  Job-step communication area - shared (EXTERNAL) between
      *  the nightly driver VNDNGT, the parameter lookup VNDPRM and
      *  every batch program the driver can run as a step. When
      *  JOB-EYE carries the driver's eye-catcher the program is
      *  running unattended: it takes its file names and options
      *  from the parameter file (see VNDPRM.CPY) through VNDPRM
      *  instead of ACCEPTing them, never waits on the terminal,
      *  and leaves its key counts here for the run log. Run from
      *  a terminal the area is never set and nothing changes.
      *
      *  A step's RETURN-CODE tells the driver whether the next
      *  step may run:
      *     0  clean run
      *     4  finished, with rejects or warnings to look at
      *     8  finished, but refused its input or left it unproven
      *    12  the master was locked by another run
      *    16  could not open its files - nothing done
      *    20  the batch operator is not permitted the program
      *        (see VNDSGN.CPY) - nothing done
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      *  10/15/2026 SM  Return code 20 for a step the batch operator
      *                 is not permitted to run.
      ****************************************************************
       01  JOB-AREA EXTERNAL.
            05  JOB-EYE                      PIC X(8).
                88  JOB-UNATTENDED          VALUE "VNDNIGHT".
            05  JOB-PARM-PATH                PIC X(50).
            05  JOB-RUN-ID                   PIC X(8).
            05  JOB-STEP-NAME                PIC X(8).
            05  JOB-RESTART                  PIC X.
                88  JOB-IS-RESTART          VALUE 'Y'.
            05  JOB-SETUP                    PIC X.
                88  JOB-SETUP-DONE          VALUE 'Y'.
            05  JOB-PRM-KEYWORD              PIC X(12).
            05  JOB-PRM-VALUE                PIC X(58).
            05  JOB-PRM-FOUND                PIC X.
                88  JOB-PRM-WAS-FOUND       VALUE 'Y'.
            05  JOB-COUNT-ROW                OCCURS 4 TIMES.
                10  JOB-COUNT-LABEL          PIC X(12).
                10  JOB-COUNT                PIC S9(9)V99.
            05  JOB-STEP-MESSAGE             PIC X(40).
