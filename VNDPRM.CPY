      ****************************************************************
      *  VNDPRM.CPY
      *  Job parameter record - one line of the plain-text parameter
      *  file the nightly job stream runs from, giving one file name
      *  or option to one program:
      *
      *     columns  1-8   program (VNDEDT, VNDPOST, ...) or ALL
      *     column   9     blank
      *     columns 10-21  keyword (MASTER, COMPANY, RUNID, ...)
      *                    - COMPANY is the run's company code, and
      *                    COMPANYFILE the company file's path
      *     column  22     blank
      *     columns 23-80  value
      *
      *  A line for the program itself wins over an ALL line for
      *  the same keyword, so shared paths are given once under
      *  ALL. A line starting with an asterisk is a comment.
      *  LOCATION WINDOWS or LINUX picks the same default paths as
      *  the location menus' options 1 and 2 (LINUX when not
      *  given); any file keyword then overrides its one path.
      *  VNDPRM does the lookup.
      *
      *  Modification History:
      *  10/15/2026 SM  Record written.
      ****************************************************************
       01  PRM-REC.
            05  PRM-PROGRAM                  PIC X(8).
            05  FILLER                       PIC X.
            05  PRM-KEYWORD                  PIC X(12).
            05  FILLER                       PIC X.
            05  PRM-VALUE                    PIC X(58).
