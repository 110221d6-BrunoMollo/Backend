      ******************************************************************
      * FBCALREQ - request area passed to the FBCALDAY business-day
      * subprogram. The caller sets the function and its dates; the
      * subprogram fills the result fields and a return code.
      *   'B' - is FB-CALQ-DATE-1 a business day (FB-CALQ-BUSINESS-SW)
      *   'C' - count the business days after FB-CALQ-DATE-1 up to
      *         and including FB-CALQ-DATE-2 (FB-CALQ-DAYS; negative
      *         when DATE-2 is before DATE-1). Friday to the
      *         following Monday is 1; a date to itself is 0.
      *   'N' - first business day on or after FB-CALQ-DATE-1
      *   'P' - last business day on or before FB-CALQ-DATE-1
      *   'A' - FB-CALQ-DATE-1 moved by FB-CALQ-DAYS business days
      *         (backwards when negative)
      * 'N', 'P' and 'A' return FB-CALQ-RESULT-DATE.
      * Return codes: 00 done, 04 done but a date fell in a year not
      * on the FBCALNDR calendar (or there is no calendar), so only
      * weekends were counted as non-business days, 12 invalid date
      * or function - results not set.
      ******************************************************************
       01  FB-CALENDAR-REQUEST.
           05  FB-CALQ-FUNCTION        PIC X(1).
               88  FB-CALQ-CHECK-DAY   VALUE 'B'.
               88  FB-CALQ-COUNT-DAYS  VALUE 'C'.
               88  FB-CALQ-NEXT-DAY    VALUE 'N'.
               88  FB-CALQ-PRIOR-DAY   VALUE 'P'.
               88  FB-CALQ-ADD-DAYS    VALUE 'A'.
           05  FB-CALQ-DATE-1          PIC 9(8).
           05  FB-CALQ-DATE-2          PIC 9(8).
           05  FB-CALQ-DAYS            PIC S9(5).
           05  FB-CALQ-RESULT-DATE     PIC 9(8).
           05  FB-CALQ-BUSINESS-SW     PIC X(1).
               88  FB-CALQ-BUSINESS-DAY VALUE 'Y'.
           05  FB-CALQ-RETURN-CODE     PIC 9(2).
               88  FB-CALQ-OK          VALUE 0.
               88  FB-CALQ-OFF-CALENDAR VALUE 4.
               88  FB-CALQ-INVALID     VALUE 12.
