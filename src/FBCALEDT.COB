       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCALEDT.
      ******************************************************************
      * FBCALEDT - edit and listing of the FBCALNDR processing
      * calendar (see FBCALREC) that the FBCALDAY subprogram reads for
      * every business-day rule in the stream. Run after the calendar
      * is maintained - in particular when next year's holidays are
      * loaded in the autumn - so a bad date is found before the
      * first night that depends on it, not on it.
      * Every record is listed with its day of the week. Errors - the
      * record would be ignored or would confuse FBCALDAY:
      *   invalid date, day type not 'H' or 'W', a date repeated or
      *   out of date order, more dates than FBCALDAY holds (3000)
      * Warnings - the record is harmless but probably a keying slip:
      *   a holiday ('H') on a Saturday or Sunday, a working day
      *   ('W') on a weekday, a blank description
      * The year summary gives, for every year on the calendar, its
      * holidays and worked weekend days and the business days in
      * each month and the year. The run year and the next year are
      * checked for coverage: a year with no records is treated as a
      * plain Monday-to-Friday year by FBCALDAY, so a missing next
      * year is a warning - its holidays have not been loaded.
      * Report on FBCALRPT. Return codes: 00 clean, 04 warnings only,
      * 08 errors, 16 open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-CAL-FILE ASSIGN TO "FBCALNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT FBCALEDT-RPT ASSIGN TO "FBCALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-CAL-FILE.
       COPY FBCALREC.

       FD  FBCALEDT-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-CAL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CAL-EOF              VALUE 'Y'.
       01  WS-DATE-VALID-SW            PIC X(1) VALUE 'N'.
           88  WS-DATE-VALID           VALUE 'Y'.
       01  WS-RECORD-ERROR-SW          PIC X(1) VALUE 'N'.
           88  WS-RECORD-ERROR         VALUE 'Y'.
       01  WS-WEEKEND-SW               PIC X(1) VALUE 'N'.
           88  WS-WEEKEND              VALUE 'Y'.

       01  WS-CALDAY-MAX               PIC 9(4) VALUE 3000.
       01  WS-PREV-DATE                PIC 9(8) VALUE 0.
       01  WS-DATE-INT                 PIC 9(9) VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(1) VALUE 0.

       01  WS-DAY-NAMES                PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 7 TIMES
                                       PIC X(3).

       01  WS-WORK-DATE.
           05 WS-WD-YYYY               PIC 9(4).
           05 WS-WD-MM                 PIC 9(2).
           05 WS-WD-DD                 PIC 9(2).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                       PIC 9(8).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.

      ******************************************************************
      * One entry per year on the calendar. The monthly adjustment is
      * what the calendar does to the plain working week in that
      * month: minus one per weekday holiday, plus one per worked
      * weekend day.
      ******************************************************************
       01  WS-YEAR-MAX                 PIC 9(2) VALUE 20.
       01  WS-YEAR-COUNT               PIC 9(2) VALUE 0.
       01  WS-YEAR-X                   PIC 9(2) VALUE 0.
       01  WS-YEAR-HIT-X               PIC 9(2) VALUE 0.
       01  WS-MONTH-X                  PIC 9(2) VALUE 0.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-ENTRY OCCURS 20 TIMES.
               10  WS-YR-YEAR          PIC 9(4).
               10  WS-YR-HOLIDAYS      PIC 9(3).
               10  WS-YR-WORKING       PIC 9(3).
               10  WS-YR-TOTAL         PIC 9(3).
               10  WS-YR-MONTH OCCURS 12 TIMES.
                   15  WS-YR-ADJUST    PIC S9(3).
                   15  WS-YR-BUS-DAYS  PIC 9(3).

       01  WS-FIRST-INT                PIC 9(9) VALUE 0.
       01  WS-LAST-INT                 PIC 9(9) VALUE 0.
       01  WS-CHECK-YEAR               PIC 9(4) VALUE 0.

       01  WS-CAL-TOTALS.
           05 WS-TOT-READ              PIC 9(9) VALUE 0.
           05 WS-TOT-LOADED            PIC 9(9) VALUE 0.
           05 WS-TOT-HOLIDAYS          PIC 9(9) VALUE 0.
           05 WS-TOT-WORKING           PIC 9(9) VALUE 0.
           05 WS-TOT-ERRORS            PIC 9(9) VALUE 0.
           05 WS-TOT-WARNINGS          PIC 9(9) VALUE 0.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBCALEDT'.
       01  WS-STEP-NAME                PIC X(8) VALUE 'STEP01'.

       01  RPT-HEADER-LINE-1.
           05 FILLER                   PIC X(6)  VALUE 'JOB: '.
           05 H1-JOB-NAME              PIC X(8).
           05 FILLER                   PIC X(8)  VALUE ' STEP: '.
           05 H1-STEP-NAME             PIC X(8).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE 'DATE: '.
           05 H1-RUN-MM                PIC 9(2).
           05 FILLER                   PIC X(1)  VALUE '/'.
           05 H1-RUN-DD                PIC 9(2).
           05 FILLER                   PIC X(1)  VALUE '/'.
           05 H1-RUN-YYYY              PIC 9(4).

       01  RPT-HEADER-LINE-2.
           05 FILLER                   PIC X(40) VALUE
               'PROCESSING CALENDAR EDIT AND LISTING'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-DETAIL-HEADER.
           05 FILLER                   PIC X(20) VALUE
               'DATE      DAY  TYPE '.
           05 FILLER                   PIC X(32) VALUE
               'DESCRIPTION'.
           05 FILLER                   PIC X(7)  VALUE 'NOTE'.

       01  RPT-DETAIL-LINE.
           05 DL-DATE                  PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-DAY                   PIC X(3).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DL-TYPE                  PIC X(1).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DL-DESCRIPTION           PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-SEVERITY              PIC X(9).
           05 DL-MESSAGE               PIC X(40).

       01  RPT-YEAR-HEADER.
           05 FILLER                   PIC X(16) VALUE
               'YEAR  HOLS WORK '.
           05 FILLER                   PIC X(48) VALUE
               ' JAN FEB MAR APR MAY JUN JUL AUG SEP OCT NOV DEC'.
           05 FILLER                   PIC X(6)  VALUE '  YEAR'.

       01  RPT-YEAR-LINE.
           05 YL-YEAR                  PIC 9(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 YL-HOLIDAYS              PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 YL-WORKING               PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 YL-MONTH-GROUP.
               10  YL-MONTH OCCURS 12 TIMES.
                   15  FILLER          PIC X(1).
                   15  YL-BUS-DAYS     PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 YL-TOTAL                 PIC ZZ9.

       01  RPT-COVER-LINE.
           05 CL-LABEL                 PIC X(34).
           05 CL-YEAR                  PIC 9(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CL-STATUS                PIC X(40).

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL WS-CAL-EOF
               READ FB-CAL-FILE
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       PERFORM EDIT-CALENDAR-RECORD
               END-READ
           END-PERFORM
           CLOSE FB-CAL-FILE
           PERFORM WRITE-YEAR-SUMMARY
           PERFORM CHECK-YEAR-COVERAGE
           PERFORM WRITE-TOTALS
           CLOSE FBCALEDT-RPT
           EVALUATE TRUE
               WHEN WS-TOT-ERRORS > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-TOT-WARNINGS > 0
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT FB-CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'FBCALEDT: FBCALNDR CALENDAR FILE NOT FOUND, '
                   'STATUS=' WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FBCALEDT-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBCALEDT: UNABLE TO OPEN FBCALRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FB-CAL-FILE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-JOB-NAME  TO H1-JOB-NAME
           MOVE WS-STEP-NAME TO H1-STEP-NAME
           MOVE WS-RUN-MM    TO H1-RUN-MM
           MOVE WS-RUN-DD    TO H1-RUN-DD
           MOVE WS-RUN-YYYY  TO H1-RUN-YYYY
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-DETAIL-HEADER.

      ******************************************************************
      * Each record is listed once, with the first error found or,
      * failing that, the first warning. Only a record free of errors
      * is counted into the year summary - FBCALDAY ignores the rest.
      ******************************************************************
       EDIT-CALENDAR-RECORD.
           ADD 1 TO WS-TOT-READ
           MOVE 'N' TO WS-RECORD-ERROR-SW
           MOVE 'N' TO WS-WEEKEND-SW
           MOVE SPACES TO DL-DAY
           MOVE SPACES TO DL-SEVERITY
           MOVE SPACES TO DL-MESSAGE
           MOVE FB-CAL-DATE        TO DL-DATE
           MOVE FB-CAL-DAY-TYPE    TO DL-TYPE
           MOVE FB-CAL-DESCRIPTION TO DL-DESCRIPTION
           PERFORM VALIDATE-CALENDAR-DATE
           IF WS-DATE-VALID
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
               MOVE WS-DAY-NAME(WS-DAY-OF-WEEK + 1) TO DL-DAY
               IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                   SET WS-WEEKEND TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   MOVE 'INVALID DATE - MUST BE YYYYMMDD'
                       TO DL-MESSAGE
                   SET WS-RECORD-ERROR TO TRUE
               WHEN NOT FB-CAL-HOLIDAY AND NOT FB-CAL-WORKING-DAY
                   MOVE 'INVALID DAY TYPE - MUST BE H OR W'
                       TO DL-MESSAGE
                   SET WS-RECORD-ERROR TO TRUE
               WHEN FB-CAL-DATE = WS-PREV-DATE
                   MOVE 'DATE REPEATED' TO DL-MESSAGE
                   SET WS-RECORD-ERROR TO TRUE
               WHEN FB-CAL-DATE < WS-PREV-DATE
                   MOVE 'OUT OF DATE ORDER' TO DL-MESSAGE
                   SET WS-RECORD-ERROR TO TRUE
               WHEN WS-TOT-LOADED >= WS-CALDAY-MAX
                   MOVE 'BEYOND FBCALDAY TABLE - DATE IGNORED'
                       TO DL-MESSAGE
                   SET WS-RECORD-ERROR TO TRUE
               WHEN FB-CAL-HOLIDAY AND WS-WEEKEND
                   MOVE 'HOLIDAY ON A WEEKEND - NO EFFECT'
                       TO DL-MESSAGE
               WHEN FB-CAL-WORKING-DAY AND NOT WS-WEEKEND
                   MOVE 'WORKING DAY ON A WEEKDAY - NO EFFECT'
                       TO DL-MESSAGE
               WHEN FB-CAL-DESCRIPTION = SPACES
                   MOVE 'NO DESCRIPTION' TO DL-MESSAGE
           END-EVALUATE
           IF WS-RECORD-ERROR
               ADD 1 TO WS-TOT-ERRORS
               MOVE 'ERROR' TO DL-SEVERITY
           ELSE
               IF DL-MESSAGE NOT = SPACES
                   ADD 1 TO WS-TOT-WARNINGS
                   MOVE 'WARNING' TO DL-SEVERITY
               END-IF
               ADD 1 TO WS-TOT-LOADED
               MOVE FB-CAL-DATE TO WS-PREV-DATE
               PERFORM COUNT-CALENDAR-DAY
           END-IF
           WRITE FB-RPT-LINE FROM RPT-DETAIL-LINE.

      ******************************************************************
      * Year, month and day-in-month are checked the way FBEDIT
      * VALIDATE-TRANS-DATE checks them before INTEGER-OF-DATE is
      * given the date, since an impossible date is an argument
      * error to the function, not a zero result.
      ******************************************************************
       VALIDATE-CALENDAR-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           MOVE 0 TO WS-DATE-INT
           IF FB-CAL-DATE IS NUMERIC
               MOVE FB-CAL-DATE TO WS-WORK-DATE-NUM
               IF WS-WD-YYYY >= 1601 AND WS-WD-MM >= 1
                AND WS-WD-MM <= 12 AND WS-WD-DD >= 1
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-WD-DD <= WS-DAYS-IN-MONTH
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(FB-CAL-DATE)
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-WD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-WD-YYYY, 4)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-WD-YYYY, 100)
                       IF WS-LEAP-REMAINDER = 0
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-WD-YYYY, 400)
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       COUNT-CALENDAR-DAY.
           MOVE FB-CAL-DATE TO WS-WORK-DATE
           MOVE 0 TO WS-YEAR-HIT-X
           PERFORM VARYING WS-YEAR-X FROM 1 BY 1
                   UNTIL WS-YEAR-X > WS-YEAR-COUNT
               IF WS-YR-YEAR(WS-YEAR-X) = WS-WD-YYYY
                   MOVE WS-YEAR-X TO WS-YEAR-HIT-X
               END-IF
           END-PERFORM
           IF WS-YEAR-HIT-X = 0
               IF WS-YEAR-COUNT >= WS-YEAR-MAX
                   ADD 1 TO WS-TOT-ERRORS
                   MOVE 'ERROR' TO DL-SEVERITY
                   MOVE 'MORE THAN 20 YEARS - NOT SUMMARISED'
                       TO DL-MESSAGE
               ELSE
                   ADD 1 TO WS-YEAR-COUNT
                   MOVE WS-YEAR-COUNT TO WS-YEAR-HIT-X
                   INITIALIZE WS-YEAR-ENTRY(WS-YEAR-HIT-X)
                   MOVE WS-WD-YYYY TO WS-YR-YEAR(WS-YEAR-HIT-X)
               END-IF
           END-IF
           IF WS-YEAR-HIT-X > 0
               IF FB-CAL-HOLIDAY
                   ADD 1 TO WS-TOT-HOLIDAYS
                   ADD 1 TO WS-YR-HOLIDAYS(WS-YEAR-HIT-X)
                   IF NOT WS-WEEKEND
                       SUBTRACT 1 FROM
                           WS-YR-ADJUST(WS-YEAR-HIT-X, WS-WD-MM)
                   END-IF
               ELSE
                   ADD 1 TO WS-TOT-WORKING
                   ADD 1 TO WS-YR-WORKING(WS-YEAR-HIT-X)
                   IF WS-WEEKEND
                       ADD 1 TO
                           WS-YR-ADJUST(WS-YEAR-HIT-X, WS-WD-MM)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Business days per month are the month's weekdays plus the
      * calendar's adjustment for that month.
      ******************************************************************
       WRITE-YEAR-SUMMARY.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-YEAR-HEADER
           PERFORM VARYING WS-YEAR-X FROM 1 BY 1
                   UNTIL WS-YEAR-X > WS-YEAR-COUNT
               PERFORM COUNT-YEAR-WEEKDAYS
               MOVE SPACES TO YL-MONTH-GROUP
               MOVE WS-YR-YEAR(WS-YEAR-X)     TO YL-YEAR
               MOVE WS-YR-HOLIDAYS(WS-YEAR-X) TO YL-HOLIDAYS
               MOVE WS-YR-WORKING(WS-YEAR-X)  TO YL-WORKING
               PERFORM VARYING WS-MONTH-X FROM 1 BY 1
                       UNTIL WS-MONTH-X > 12
                   MOVE WS-YR-BUS-DAYS(WS-YEAR-X, WS-MONTH-X)
                       TO YL-BUS-DAYS(WS-MONTH-X)
               END-PERFORM
               MOVE WS-YR-TOTAL(WS-YEAR-X)    TO YL-TOTAL
               WRITE FB-RPT-LINE FROM RPT-YEAR-LINE
           END-PERFORM.

       COUNT-YEAR-WEEKDAYS.
           MOVE WS-YR-YEAR(WS-YEAR-X) TO WS-WD-YYYY
           MOVE 01 TO WS-WD-MM
           MOVE 01 TO WS-WD-DD
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE 12 TO WS-WD-MM
           MOVE 31 TO WS-WD-DD
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE 0 TO WS-YR-TOTAL(WS-YEAR-X)
           PERFORM VARYING WS-MONTH-X FROM 1 BY 1
                   UNTIL WS-MONTH-X > 12
               MOVE 0 TO WS-YR-BUS-DAYS(WS-YEAR-X, WS-MONTH-X)
           END-PERFORM
           PERFORM UNTIL WS-FIRST-INT > WS-LAST-INT
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-FIRST-INT, 7)
               IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
                   COMPUTE WS-WORK-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-FIRST-INT)
                   ADD 1 TO WS-YR-BUS-DAYS(WS-YEAR-X, WS-WD-MM)
               END-IF
               ADD 1 TO WS-FIRST-INT
           END-PERFORM
           PERFORM VARYING WS-MONTH-X FROM 1 BY 1
                   UNTIL WS-MONTH-X > 12
               ADD WS-YR-ADJUST(WS-YEAR-X, WS-MONTH-X)
                   TO WS-YR-BUS-DAYS(WS-YEAR-X, WS-MONTH-X)
               ADD WS-YR-BUS-DAYS(WS-YEAR-X, WS-MONTH-X)
                   TO WS-YR-TOTAL(WS-YEAR-X)
           END-PERFORM.

       CHECK-YEAR-COVERAGE.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-RUN-YYYY TO WS-CHECK-YEAR
           MOVE 'CURRENT YEAR' TO CL-LABEL
           PERFORM CHECK-ONE-YEAR
           ADD 1 TO WS-CHECK-YEAR
           MOVE 'NEXT YEAR' TO CL-LABEL
           PERFORM CHECK-ONE-YEAR.

       CHECK-ONE-YEAR.
           MOVE WS-CHECK-YEAR TO CL-YEAR
           MOVE 0 TO WS-YEAR-HIT-X
           PERFORM VARYING WS-YEAR-X FROM 1 BY 1
                   UNTIL WS-YEAR-X > WS-YEAR-COUNT
               IF WS-YR-YEAR(WS-YEAR-X) = WS-CHECK-YEAR
                   MOVE WS-YEAR-X TO WS-YEAR-HIT-X
               END-IF
           END-PERFORM
           IF WS-YEAR-HIT-X > 0
               MOVE 'LOADED' TO CL-STATUS
           ELSE
               ADD 1 TO WS-TOT-WARNINGS
               MOVE 'NOT LOADED - WEEKENDS ONLY - WARNING'
                   TO CL-STATUS
           END-IF
           WRITE FB-RPT-LINE FROM RPT-COVER-LINE.

       WRITE-TOTALS.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'CALENDAR RECORDS READ'   TO TL-LABEL
           MOVE WS-TOT-READ               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'HOLIDAYS'                TO TL-LABEL
           MOVE WS-TOT-HOLIDAYS           TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'WORKED WEEKEND DAYS'     TO TL-LABEL
           MOVE WS-TOT-WORKING            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'ERRORS'                  TO TL-LABEL
           MOVE WS-TOT-ERRORS             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'WARNINGS'                TO TL-LABEL
           MOVE WS-TOT-WARNINGS           TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.
