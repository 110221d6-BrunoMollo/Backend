      * This utility moves FB-HISTORY-RECORDs older than the retention
      * period to the FBHARCH archive (the JCL dates each month's
      * archive dataset; audit keeps them), then rewrites FBHIST with
      * only the retained records. Age is measured in calendar
      * months against the processing date - the run date, or when
      * the purge runs on a weekend or holiday the last business day
      * before it (per FBCALDAY and the FBCALNDR processing
      * calendar), so a purge run on the first Saturday of a month
      * still belongs to the month just closed. A record is archived
      * when its run date is more than the retention number of
      * months older than that.
      * The retention months come from the FBPRGPRM card; when the
      * card is absent the default of 13 months applies. The purge
      * report on FBPRGRPT shows records kept and archived and the
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).

       01  WS-PROC-DATE.
           05 WS-PROC-YYYY             PIC 9(4).
           05 WS-PROC-MM               PIC 9(2).
           05 WS-PROC-DD               PIC 9(2).

       COPY FBCALREQ.

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBHSTPRG'.
       01  WS-STEP-NAME                PIC X(8) VALUE 'STEP01'.

               'RETENTION PERIOD (MONTHS)'.
           05 RT-MONTHS                PIC ZZ9.

       01  RPT-PROC-DATE-LINE.
           05 FILLER                   PIC X(34) VALUE
               'PROCESSING DATE (BUSINESS DAY)'.
           05 PD-PROC-DATE             PIC 9(8).

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-PROCESSING-DATE
           COMPUTE WS-RUN-MONTHS =
               WS-PROC-YYYY * 12 + WS-PROC-MM
           PERFORM READ-PURGE-PARM
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-HIST-EOF
               MOVE 13 TO WS-RETAIN-MONTHS
           END-IF.

       SET-PROCESSING-DATE.
           MOVE WS-RUN-DATE TO WS-PROC-DATE
           SET FB-CALQ-PRIOR-DAY TO TRUE
           MOVE WS-RUN-DATE TO FB-CALQ-DATE-1
           CALL 'FBCALDAY' USING FB-CALENDAR-REQUEST
           END-CALL
           IF NOT FB-CALQ-INVALID
               MOVE FB-CALQ-RESULT-DATE TO WS-PROC-DATE
           END-IF.

       OPEN-FILES.
           OPEN INPUT FB-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-RETAIN-MONTHS TO RT-MONTHS
           WRITE FB-RPT-LINE FROM RPT-RETAIN-LINE
           MOVE WS-PROC-DATE TO PD-PROC-DATE
           WRITE FB-RPT-LINE FROM RPT-PROC-DATE-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'HISTORY RECORDS READ'    TO TL-LABEL
           MOVE WS-TOT-READ               TO TL-COUNT
