      * ended, the return code it is about to end with, and its key
      * record counts in and out. The FBSTMSUM summary step reads
      * the log and prints the whole stream on one page, so the
      * morning check is one report instead of eight; the weekly
      * FBSTMTRD step reads the same log over a range of dates to
      * trend elapsed times and forecast a window overrun.
      ******************************************************************
       01  FB-STREAM-LOG-RECORD.
           05  FB-SLOG-STEP-NAME       PIC X(8).
