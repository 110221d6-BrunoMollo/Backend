      * Carries when the pair was first and last classified, and flags
      * records whose class code changed since the prior run (which
      * happens whenever the divisor set on the FBPARM card changes).
      * FBMSTCLS keeps each month-end image of it (see FBSNPREC).
      ******************************************************************
       01  FB-MASTER-RECORD.
           05  FB-MAST-KEY.
