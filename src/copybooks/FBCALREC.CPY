      ******************************************************************
      * FBCALREC - processing-calendar record. The FBCALNDR calendar
      * file lists the exceptions to the normal working week: Monday
      * to Friday are business days and Saturday and Sunday are not,
      * unless a record says otherwise for that date:
      *   'H' - holiday: a weekday on which the stream does no
      *         business (bank holiday, site shutdown)
      *   'W' - working day: a Saturday or Sunday treated as a
      *         business day (a make-up day)
      * One record per date, in date order, with a description for
      * the calendar report. A year counts as loaded once it has at
      * least one record; dates in a year that is not loaded fall
      * back to the plain Monday-to-Friday week. The file is
      * maintained a year ahead, edited and listed by
      * FBCALEDT, and read by the FBCALDAY subprogram every
      * date-driven step calls.
      ******************************************************************
       01  FB-CALENDAR-RECORD.
           05  FB-CAL-DATE             PIC 9(8).
           05  FB-CAL-DAY-TYPE         PIC X(1).
               88  FB-CAL-HOLIDAY      VALUE 'H'.
               88  FB-CAL-WORKING-DAY  VALUE 'W'.
           05  FB-CAL-DESCRIPTION      PIC X(30).
