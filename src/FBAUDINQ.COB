      * FBAUDINQ - audit-trail inquiry. Lists the FBAUDIT run records
      * (see FBAUDREC) for a requested date range, one line per
      * execution: the parameters in effect, start and end times, the
      * final return code, whether the run was a restart
      * continuation, and the latest rule-table version (effective
      * date) the run classified under - blank for records written
      * before rule versions were carried. A change-control record
      * (run mode 'K', see FBAUDREC) is followed by a line naming the
      * FBPARM or FBRULES change, the step in its life and the user
      * who took it, so the trail shows who entered, approved and
      * applied every change. The FBAQPRM card gives
      * from- and to-dates (YYYYMMDD); with no card, or a blank card,
      * every run on the file is listed. This closes out most "what
      * happened Tuesday night" investigations without touching the
      * live stream.
      * Return codes: 00 clean, 04 no runs in range, 16 open or
      * parameter failure.
      ******************************************************************
           05 FILLER              PIC X(11) VALUE 'LABEL2'.
           05 FILLER              PIC X(18) VALUE 'RANGE'.
           05 FILLER              PIC X(7)  VALUE 'CKPT'.
           05 FILLER              PIC X(8)  VALUE 'RULE VER'.

       01  RPT-DETAIL-LINE.
           05 DL-RUN-DATE              PIC 9(8).
           05 DL-HIGH-RANGE            PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-CKPT-INTERVAL         PIC 9(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-RULE-VERSION          PIC X(8).

       01  RPT-CHANGE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE 'CHANGE '.
           05 CL-CHANGE-ID             PIC 9(6).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 CL-CHANGE-FILE           PIC X(8).
           05 CL-CHANGE-EVENT          PIC X(24).
           05 FILLER                   PIC X(4)  VALUE 'BY '.
           05 CL-CHANGE-USER           PIC X(8).

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           MOVE FB-AUD-LOW-RANGE     TO DL-LOW-RANGE
           MOVE FB-AUD-HIGH-RANGE    TO DL-HIGH-RANGE
           MOVE FB-AUD-CKPT-INTERVAL TO DL-CKPT-INTERVAL
           IF FB-AUD-RULE-VER-HIGH NUMERIC
               MOVE FB-AUD-RULE-VER-HIGH TO DL-RULE-VERSION
           ELSE
               MOVE SPACES               TO DL-RULE-VERSION
           END-IF
           WRITE FB-RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF FB-AUD-RUN-MODE = 'K'
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       WRITE-CHANGE-LINE.
           MOVE FB-AUD-CHANGE-ID   TO CL-CHANGE-ID
           EVALUATE FB-AUD-CHANGE-TYPE
               WHEN 'P'
                   MOVE 'FBPARM'  TO CL-CHANGE-FILE
               WHEN 'R'
                   MOVE 'FBRULES' TO CL-CHANGE-FILE
               WHEN OTHER
                   MOVE 'BOTH'    TO CL-CHANGE-FILE
           END-EVALUATE
           EVALUATE TRUE
               WHEN FB-AUD-CHG-ENTERED
                   MOVE 'ENTERED'              TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-APPROVED
                   MOVE 'APPROVED'             TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-REJECTED
                   MOVE 'REJECTED'             TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-WHATIF
                   MOVE 'WHAT-IF DELTA ATTACHED' TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-APPLIED
                   MOVE 'APPLIED'              TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-NOT-APPLIED
                   MOVE 'NOT APPLIED'          TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-BASELINE
                   MOVE 'BASELINE TAKEN'       TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-RUN-REFUSED
                   MOVE 'RUN REFUSED'          TO CL-CHANGE-EVENT
               WHEN FB-AUD-CHG-ENTRY-REFUSED
                   MOVE 'ENTRY REFUSED'        TO CL-CHANGE-EVENT
               WHEN OTHER
                   MOVE FB-AUD-CHANGE-EVENT    TO CL-CHANGE-EVENT
           END-EVALUATE
           MOVE FB-AUD-CHANGE-USER TO CL-CHANGE-USER
           WRITE FB-RPT-LINE FROM RPT-CHANGE-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-INQUIRY-TOTALS.
