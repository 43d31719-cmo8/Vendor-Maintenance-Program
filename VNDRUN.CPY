      ****************************************************************
      *  VNDRUN.CPY
      *  Job run log record - VNDNGT appends one record when a
      *  night's run begins (or restarts), one as each step starts,
      *  one as each step ends with its return code and key counts,
      *  and one when the run completes or stops. A step with a
      *  start record and no end record died where it stood. The
      *  next run reads the log back to restart from the step that
      *  failed, and the morning summary is printed from it.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  RUN-REC.
            05  RUN-ID                       PIC X(8).
            05  RUN-REC-TYPE                 PIC X.
                88  RUN-BEGUN               VALUE 'B'.
                88  RUN-RESTARTED           VALUE 'R'.
                88  RUN-STEP-STARTED        VALUE 'S'.
                88  RUN-STEP-ENDED          VALUE 'E'.
                88  RUN-COMPLETE            VALUE 'C'.
                88  RUN-STOPPED             VALUE 'F'.
            05  RUN-STEP-NO                  PIC 9(2).
            05  RUN-PROGRAM                  PIC X(8).
            05  RUN-STAMP                    PIC X(14).
            05  RUN-RC                       PIC 9(4).
            05  RUN-COUNT-ROW                OCCURS 4 TIMES.
                10  RUN-COUNT-LABEL          PIC X(12).
                10  RUN-COUNT                PIC S9(9)V99
                                             SIGN LEADING SEPARATE.
            05  RUN-MESSAGE                  PIC X(40).
