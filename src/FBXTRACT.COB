      * comes from the FBXGEN control file, which is incremented and
      * rewritten every extract the same way FIZZBUZZ maintains
      * FBCKPT. A control report on FBXTRRPT gives the receiver
      * certification figures.
      * When the FBXSUBS receiver subscription file is present (see
      * FBXSUBRC) the one FBXTFILE gives way to a separate file for
      * each receiver, on the output DD FBXRCVnn its subscription
      * names: full-refresh receivers get the run's FBOUTPUT records,
      * delta receivers the FBDELTA adds and changes from FBDLFILE,
      * each cut down to the classes and source-key prefixes the
      * receiver takes and written in its own format. Every receiver
      * file has its own generation sequence - one FBXGEN record per
      * receiver, the single-file generation keeping the record with
      * a blank receiver ID - and its own count and hash, and is
      * logged to FBXISSUE under the receiver ID so FBXACK chases it
      * receiver by receiver. FBDLFILE is proved against its own
      * trailer before any generation is taken.
      * Return codes: 00 clean, 16 open, parameter, subscription or
      * delta-file failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FB-XTRACT-FILE ASSIGN TO "FBXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRACT-FILE-STATUS.
           SELECT FB-XSUBS-FILE ASSIGN TO "FBXSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XSUBS-FILE-STATUS.
           SELECT FB-DELTA-FILE ASSIGN TO "FBDLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.
           SELECT FB-XRCV01-FILE ASSIGN TO "FBXRCV01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV02-FILE ASSIGN TO "FBXRCV02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV03-FILE ASSIGN TO "FBXRCV03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV04-FILE ASSIGN TO "FBXRCV04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV05-FILE ASSIGN TO "FBXRCV05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV06-FILE ASSIGN TO "FBXRCV06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV07-FILE ASSIGN TO "FBXRCV07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV08-FILE ASSIGN TO "FBXRCV08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV09-FILE ASSIGN TO "FBXRCV09"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV10-FILE ASSIGN TO "FBXRCV10"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XISSUE-FILE ASSIGN TO "FBXISSUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XISSUE-FILE-STATUS.
       FD  FB-XGEN-FILE.
       01  FB-XGEN-RECORD.
           05  FB-XGEN-NUMBER          PIC 9(6).
           05  FB-XGEN-RECEIVER-ID     PIC X(8).

       FD  FB-OUTPUT-FILE.
       COPY FBOUTREC.
       FD  FB-XTRACT-FILE.
       01  FB-XTRACT-RECORD            PIC X(50).

       FD  FB-XSUBS-FILE.
       COPY FBXSUBRC.

       FD  FB-DELTA-FILE.
       01  FB-DELTA-RECORD             PIC X(50).

       FD  FB-XRCV01-FILE.
       01  FB-XRCV01-RECORD            PIC X(50).

       FD  FB-XRCV02-FILE.
       01  FB-XRCV02-RECORD            PIC X(50).

       FD  FB-XRCV03-FILE.
       01  FB-XRCV03-RECORD            PIC X(50).

       FD  FB-XRCV04-FILE.
       01  FB-XRCV04-RECORD            PIC X(50).

       FD  FB-XRCV05-FILE.
       01  FB-XRCV05-RECORD            PIC X(50).

       FD  FB-XRCV06-FILE.
       01  FB-XRCV06-RECORD            PIC X(50).

       FD  FB-XRCV07-FILE.
       01  FB-XRCV07-RECORD            PIC X(50).

       FD  FB-XRCV08-FILE.
       01  FB-XRCV08-RECORD            PIC X(50).

       FD  FB-XRCV09-FILE.
       01  FB-XRCV09-RECORD            PIC X(50).

       FD  FB-XRCV10-FILE.
       01  FB-XRCV10-RECORD            PIC X(50).

       FD  FB-XISSUE-FILE.
       COPY FBXISREC.

       01  WS-OUTPUT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XTRACT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XISSUE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XSUBS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-DELTA-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-XRCV-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-OUTPUT-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-OUTPUT-EOF           VALUE 'Y'.
       01  WS-XSUBS-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-XSUBS-EOF            VALUE 'Y'.
       01  WS-DELTA-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-DELTA-EOF            VALUE 'Y'.
       01  WS-XGEN-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-XGEN-EOF             VALUE 'Y'.

       01  WS-SUB-ERROR-SW             PIC X(1) VALUE 'N'.
           88  WS-SUB-ERRORS           VALUE 'Y'.
       01  WS-FULL-WANTED-SW           PIC X(1) VALUE 'N'.
           88  WS-FULL-WANTED          VALUE 'Y'.
       01  WS-DELTA-WANTED-SW          PIC X(1) VALUE 'N'.
           88  WS-DELTA-WANTED         VALUE 'Y'.
       01  WS-MATCH-SW                 PIC X(1) VALUE 'N'.
           88  WS-RECEIVER-MATCH       VALUE 'Y'.

       01  WS-FORMAT-FLAG              PIC X(1) VALUE 'F'.
           88  WS-FORMAT-FIXED         VALUE 'F'.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(18) VALUE 0.

      ******************************************************************
      * Receiver subscriptions from FBXSUBS, one entry per receiver,
      * with the generation, count and hash of the receiver's file.
      * WS-SUB-RECORD is the subscription exactly as read, for the
      * FBXSUBMT match.
      ******************************************************************
       01  WS-SUB-MAX                  PIC 9(2) VALUE 10.
       01  WS-SUB-COUNT                PIC 9(2) VALUE 0.
       01  WS-SUB-X                    PIC 9(2) VALUE 0.
       01  WS-SUB-CHK-X                PIC 9(2) VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 10 TIMES.
               10  WS-SUB-RECORD       PIC X(70).
               10  WS-SUB-RECEIVER-ID  PIC X(8).
               10  WS-SUB-SLOT         PIC 9(2).
               10  WS-SUB-FORMAT       PIC X(1).
               10  WS-SUB-FEED         PIC X(1).
                   88  WS-SUB-FULL     VALUE 'F'.
                   88  WS-SUB-DELTA    VALUE 'D'.
               10  WS-SUB-GENERATION   PIC 9(6).
               10  WS-SUB-DETAILS      PIC 9(9).
               10  WS-SUB-HASH         PIC 9(18).

      ******************************************************************
      * The FBXGEN generation control records - the single-file
      * generation under a blank receiver ID and one per subscribed
      * receiver - loaded, bumped and written back whole.
      ******************************************************************
       01  WS-GEN-MAX                  PIC 9(3) VALUE 100.
       01  WS-GEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-GEN-X                    PIC 9(3) VALUE 0.
       01  WS-GEN-HIT-X                PIC 9(3) VALUE 0.
       01  WS-GEN-RECEIVER-ID          PIC X(8) VALUE SPACES.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 100 TIMES.
               10  WS-GEN-NUMBER       PIC 9(6).
               10  WS-GEN-RECEIVER     PIC X(8).

      ******************************************************************
      * Output routing: slot 0 is the single FBXTFILE, slots 1-10
      * the receiver files FBXRCV01-FBXRCV10.
      ******************************************************************
       01  WS-OUT-SLOT                 PIC 9(2) VALUE 0.
       01  WS-OUT-LINE                 PIC X(50) VALUE SPACES.

      ******************************************************************
      * FBDLFILE as certified by its own header and trailer, and as
      * counted by the proving pass.
      ******************************************************************
       01  WS-DLT-GENERATION           PIC 9(6) VALUE 0.
       01  WS-DLT-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-DLT-RUN-NUMBER           PIC 9(6) VALUE 0.
       01  WS-DLT-COUNT                PIC 9(9) VALUE 0.
       01  WS-DLT-HASH                 PIC 9(18) VALUE 0.
       01  WS-DLT-TRL-COUNT            PIC 9(9) VALUE 0.
       01  WS-DLT-TRL-HASH             PIC 9(18) VALUE 0.
       01  WS-DLT-HEADER-SW            PIC X(1) VALUE 'N'.
           88  WS-DLT-HEADER-SEEN      VALUE 'Y'.
       01  WS-DLT-TRAILER-SW           PIC X(1) VALUE 'N'.
           88  WS-DLT-TRAILER-SEEN     VALUE 'Y'.

       01  WS-EXTRACT-TOTALS.
           05 WS-TOT-OUTPUT-READ       PIC 9(9) VALUE 0.
           05 WS-TOT-DELTA-READ        PIC 9(9) VALUE 0.
           05 WS-TOT-RECORDS-IN        PIC 9(9) VALUE 0.
           05 WS-TOT-RECORDS-OUT       PIC 9(9) VALUE 0.

       COPY FBXIFACE.

       COPY FBDIFACE.

       01  WS-DELIM-LINE               PIC X(50) VALUE SPACES.
       01  WS-TRIM-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TRIM-KEY                 PIC X(12) VALUE SPACES.
               'HASH TOTAL OF FB-NUMBER'.
           05 HL-HASH                  PIC 9(18).

       01  RPT-SUBS-HEADER.
           05 FILLER                   PIC X(10) VALUE 'RECEIVER'.
           05 FILLER                   PIC X(10) VALUE 'OUTPUT DD'.
           05 FILLER                   PIC X(6)  VALUE 'FEED'.
           05 FILLER                   PIC X(8)  VALUE 'FORMAT'.
           05 FILLER                   PIC X(12) VALUE 'GENERATION'.
           05 FILLER                   PIC X(11) VALUE '  DETAILS'.
           05 FILLER                   PIC X(18) VALUE 'HASH TOTAL'.

       01  RPT-SUBS-LINE.
           05 SL-RECEIVER-ID           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE 'FBXRCV'.
           05 SL-SLOT                  PIC 9(2).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SL-FEED                  PIC X(5).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 SL-FORMAT                PIC X(1).
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 SL-GENERATION            PIC Z(5)9.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 SL-DETAILS               PIC Z(8)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SL-HASH                  PIC 9(18).

       01  RPT-DLT-LINE.
           05 FILLER                   PIC X(34) VALUE
               'FBDLFILE DELTA GENERATION'.
           05 DL-GENERATION            PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-XPARM-CARD
           PERFORM LOAD-SUBSCRIPTIONS
           IF WS-SUB-COUNT > 0
               PERFORM RECEIVER-EXTRACTS
           ELSE
               PERFORM SINGLE-EXTRACT
           END-IF
           PERFORM WRITE-STREAM-LOG
           STOP RUN.

      ******************************************************************
      * No subscriptions: the one certified FBXTFILE for every
      * receiver, logged with a blank receiver ID.
      ******************************************************************
       SINGLE-EXTRACT.
           PERFORM OPEN-FILES
           PERFORM LOAD-GENERATION-TABLE
           MOVE SPACES TO WS-GEN-RECEIVER-ID
           PERFORM NEXT-GENERATION-NUMBER
           PERFORM REWRITE-GENERATION-FILE
           MOVE 0 TO WS-OUT-SLOT
           PERFORM READ-OUTPUT-RECORD
           IF NOT WS-OUTPUT-EOF
               MOVE FB-RUN-NUMBER TO WS-RUN-NUMBER
           PERFORM APPEND-ISSUE-LOG
           PERFORM WRITE-EXTRACT-REPORT
           PERFORM CLOSE-FILES
           MOVE WS-DETAIL-COUNT TO WS-TOT-RECORDS-IN
           MOVE WS-DETAIL-COUNT TO WS-TOT-RECORDS-OUT.

      ******************************************************************
      * Subscriptions: one file per receiver. FBDLFILE is proved
      * before anything is opened for output, then every file is
      * opened before any generation is taken, so a failure leaves
      * no receiver a spurious gap. One pass of FBOUTPUT serves all
      * the full-refresh receivers and one pass of FBDLFILE all the
      * delta receivers.
      ******************************************************************
       RECEIVER-EXTRACTS.
           IF WS-DELTA-WANTED
               PERFORM VERIFY-DELTA-FILE
           END-IF
           PERFORM OPEN-RECEIVER-FILES
           PERFORM LOAD-GENERATION-TABLE
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               MOVE WS-SUB-RECEIVER-ID(WS-SUB-X) TO WS-GEN-RECEIVER-ID
               PERFORM NEXT-GENERATION-NUMBER
               MOVE WS-GENERATION TO WS-SUB-GENERATION(WS-SUB-X)
               MOVE 0 TO WS-SUB-DETAILS(WS-SUB-X)
               MOVE 0 TO WS-SUB-HASH(WS-SUB-X)
           END-PERFORM
           PERFORM REWRITE-GENERATION-FILE
           IF WS-FULL-WANTED
               PERFORM EXTRACT-FULL-FEED
           END-IF
           IF WS-DELTA-WANTED
               PERFORM EXTRACT-DELTA-FEED
           END-IF
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               PERFORM LOG-RECEIVER-ISSUE
               ADD WS-SUB-DETAILS(WS-SUB-X) TO WS-TOT-RECORDS-OUT
           END-PERFORM
           PERFORM WRITE-RECEIVER-REPORT
           PERFORM CLOSE-RECEIVER-FILES
           ADD WS-TOT-OUTPUT-READ WS-TOT-DELTA-READ
               GIVING WS-TOT-RECORDS-IN.

       WRITE-STREAM-LOG.
           ACCEPT WS-END-TIME FROM TIME
           MOVE WS-START-TIME     TO FB-SLOG-START-TIME
           MOVE WS-END-TIME       TO FB-SLOG-END-TIME
           MOVE ZEROES            TO FB-SLOG-RETURN-CODE
           MOVE WS-TOT-RECORDS-IN TO FB-SLOG-RECORDS-IN
           MOVE WS-TOT-RECORDS-OUT TO FB-SLOG-RECORDS-OUT
           CALL 'FBSTMLOG' USING FB-STREAM-LOG-RECORD
           END-CALL.

               STOP RUN
           END-IF.

      ******************************************************************
      * The FBXSUBS receiver subscriptions (see FBXSUBRC). No file
      * means no subscriptions - the single FBXTFILE is produced as
      * it always was. Every record is edited before anything is
      * written; one bad subscription stops the step, since a
      * receiver silently left out would only be missed when its
      * acknowledgment failed to arrive.
      ******************************************************************
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT FB-XSUBS-FILE
           IF WS-XSUBS-FILE-STATUS = '35'
               DISPLAY 'FBXTRACT: NO FBXSUBS SUBSCRIPTIONS - SINGLE '
                   'FBXTFILE EXTRACT'
           ELSE
               IF WS-XSUBS-FILE-STATUS NOT = '00'
                   DISPLAY 'FBXTRACT: UNABLE TO OPEN FBXSUBS '
                       'SUBSCRIPTION FILE, STATUS='
                       WS-XSUBS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-XSUBS-EOF
                   READ FB-XSUBS-FILE
                       AT END
                           SET WS-XSUBS-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-SUBSCRIPTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-XSUBS-FILE
           END-IF
           IF WS-SUB-ERRORS
               DISPLAY 'FBXTRACT: FBXSUBS SUBSCRIPTION ERRORS - '
                   'NOTHING EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SUBSCRIPTION-ENTRY.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               DISPLAY 'FBXTRACT: MORE THAN ' WS-SUB-MAX
                   ' FBXSUBS RECEIVERS - ONE PER FBXRCVNN OUTPUT DD'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-XSUBS-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUB-COUNT
           MOVE FB-XSUB-RECORD      TO WS-SUB-RECORD(WS-SUB-COUNT)
           MOVE FB-XSUB-RECEIVER-ID TO WS-SUB-RECEIVER-ID(WS-SUB-COUNT)
           MOVE FB-XSUB-FORMAT      TO WS-SUB-FORMAT(WS-SUB-COUNT)
           MOVE FB-XSUB-FEED        TO WS-SUB-FEED(WS-SUB-COUNT)
           IF FB-XSUB-SLOT NUMERIC
               MOVE FB-XSUB-SLOT TO WS-SUB-SLOT(WS-SUB-COUNT)
           ELSE
               MOVE 0 TO WS-SUB-SLOT(WS-SUB-COUNT)
           END-IF
           PERFORM EDIT-SUBSCRIPTION.

       EDIT-SUBSCRIPTION.
           IF FB-XSUB-RECEIVER-ID = SPACES
               DISPLAY 'FBXTRACT: FBXSUBS RECORD ' WS-SUB-COUNT
                   ' HAS NO RECEIVER ID'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           IF WS-SUB-SLOT(WS-SUB-COUNT) < 1
            OR WS-SUB-SLOT(WS-SUB-COUNT) > WS-SUB-MAX
               DISPLAY 'FBXTRACT: FBXSUBS RECEIVER '
                   FB-XSUB-RECEIVER-ID ' OUTPUT SLOT MUST BE 01-10'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           IF NOT FB-XSUB-FIXED AND NOT FB-XSUB-DELIMITED
               DISPLAY 'FBXTRACT: FBXSUBS RECEIVER '
                   FB-XSUB-RECEIVER-ID ' FORMAT MUST BE F OR D'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN FB-XSUB-FULL
                   SET WS-FULL-WANTED TO TRUE
               WHEN FB-XSUB-DELTA
                   SET WS-DELTA-WANTED TO TRUE
               WHEN OTHER
                   DISPLAY 'FBXTRACT: FBXSUBS RECEIVER '
                       FB-XSUB-RECEIVER-ID ' FEED MUST BE F (FULL) '
                       'OR D (DELTA)'
                   SET WS-SUB-ERRORS TO TRUE
           END-EVALUATE
           PERFORM VARYING WS-SUB-CHK-X FROM 1 BY 1
                   UNTIL WS-SUB-CHK-X >= WS-SUB-COUNT
               IF WS-SUB-RECEIVER-ID(WS-SUB-CHK-X) =
                  FB-XSUB-RECEIVER-ID
                   DISPLAY 'FBXTRACT: FBXSUBS RECEIVER '
                       FB-XSUB-RECEIVER-ID ' IS SUBSCRIBED TWICE'
                   SET WS-SUB-ERRORS TO TRUE
               END-IF
               IF WS-SUB-SLOT(WS-SUB-CHK-X) =
                  WS-SUB-SLOT(WS-SUB-COUNT)
                   DISPLAY 'FBXTRACT: FBXSUBS RECEIVER '
                       FB-XSUB-RECEIVER-ID ' SHARES OUTPUT SLOT '
                       FB-XSUB-SLOT ' WITH '
                       WS-SUB-RECEIVER-ID(WS-SUB-CHK-X)
                   SET WS-SUB-ERRORS TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * The generation control file carries the last generation
      * shipped - one record for the single FBXTFILE (blank receiver
      * ID) and one for each subscribed receiver; each extract bumps
      * the generations it ships and rewrites the file, the same
      * whole-file rewrite FIZZBUZZ uses for FBCKPT. Runs only after
      * every file is open, so a failed extract does not consume a
      * generation number and leave the receivers a spurious gap.
      ******************************************************************
       LOAD-GENERATION-TABLE.
           OPEN INPUT FB-XGEN-FILE
           IF WS-XGEN-FILE-STATUS = '00'
               PERFORM UNTIL WS-XGEN-EOF
                   READ FB-XGEN-FILE
                       AT END
                           SET WS-XGEN-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-GENERATION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-XGEN-FILE
           ELSE
               DISPLAY 'FBXTRACT: NO FBXGEN CONTROL FILE - STARTING '
                   'AT GENERATION 1'
           END-IF.

       LOAD-GENERATION-ENTRY.
           IF WS-GEN-COUNT >= WS-GEN-MAX
               DISPLAY 'FBXTRACT: FBXGEN TABLE FULL AT '
                   WS-GEN-MAX ' RECORDS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-XGEN-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE FB-XGEN-NUMBER      TO WS-GEN-NUMBER(WS-GEN-COUNT)
           MOVE FB-XGEN-RECEIVER-ID TO WS-GEN-RECEIVER(WS-GEN-COUNT).

      ******************************************************************
      * Bumps the generation of WS-GEN-RECEIVER-ID into WS-GENERATION;
      * a receiver new to FBXGEN starts at generation 1.
      ******************************************************************
       NEXT-GENERATION-NUMBER.
           MOVE 0 TO WS-GEN-HIT-X
           PERFORM VARYING WS-GEN-X FROM 1 BY 1
                   UNTIL WS-GEN-X > WS-GEN-COUNT
               IF WS-GEN-RECEIVER(WS-GEN-X) = WS-GEN-RECEIVER-ID
                   MOVE WS-GEN-X TO WS-GEN-HIT-X
               END-IF
           END-PERFORM
           IF WS-GEN-HIT-X = 0
               IF WS-GEN-COUNT >= WS-GEN-MAX
                   DISPLAY 'FBXTRACT: FBXGEN TABLE FULL AT '
                       WS-GEN-MAX ' RECORDS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-HIT-X
               MOVE 0 TO WS-GEN-NUMBER(WS-GEN-HIT-X)
               MOVE WS-GEN-RECEIVER-ID TO WS-GEN-RECEIVER(WS-GEN-HIT-X)
           END-IF
           IF WS-GEN-NUMBER(WS-GEN-HIT-X) NOT NUMERIC
               MOVE 0 TO WS-GEN-NUMBER(WS-GEN-HIT-X)
           END-IF
           ADD 1 TO WS-GEN-NUMBER(WS-GEN-HIT-X)
           MOVE WS-GEN-NUMBER(WS-GEN-HIT-X) TO WS-GENERATION.

       REWRITE-GENERATION-FILE.
           OPEN OUTPUT FB-XGEN-FILE
           PERFORM VARYING WS-GEN-X FROM 1 BY 1
                   UNTIL WS-GEN-X > WS-GEN-COUNT
               MOVE WS-GEN-NUMBER(WS-GEN-X)   TO FB-XGEN-NUMBER
               MOVE WS-GEN-RECEIVER(WS-GEN-X) TO FB-XGEN-RECEIVER-ID
               WRITE FB-XGEN-RECORD
           END-PERFORM
           CLOSE FB-XGEN-FILE.

       OPEN-FILES.
           MOVE WS-RUN-NUMBER   TO FB-XHDR-RUN-NUMBER
           MOVE ZEROES          TO FB-XHDR-REPLACES-GEN
           IF WS-FORMAT-FIXED
               MOVE FB-XTR-HEADER-RECORD TO WS-OUT-LINE
               PERFORM WRITE-EXTRACT-LINE
           ELSE
               MOVE SPACES TO WS-DELIM-LINE
               STRING 'H'               DELIMITED BY SIZE
                      FB-XHDR-REPLACES-GEN DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
               MOVE WS-DELIM-LINE TO WS-OUT-LINE
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

       WRITE-DETAIL-RECORD.
           MOVE FB-CLASS-TEXT  TO FB-XDTL-CLASS-TEXT
           MOVE FB-SOURCE-KEY  TO FB-XDTL-SOURCE-KEY
           IF WS-FORMAT-FIXED
               MOVE FB-XTR-DETAIL-RECORD TO WS-OUT-LINE
               PERFORM WRITE-EXTRACT-LINE
           ELSE
               PERFORM WRITE-DELIMITED-DETAIL
           END-IF.

       WRITE-DELIMITED-DETAIL.
           MOVE FB-XDTL-CLASS-TEXT TO WS-TRIM-TEXT
           MOVE FB-XDTL-SOURCE-KEY TO WS-TRIM-KEY
           PERFORM TRIM-TEXT-AND-KEY
           MOVE SPACES TO WS-DELIM-LINE
           MOVE 1 TO WS-DELIM-PTR
           STRING 'D'                DELIMITED BY SIZE
                   WITH POINTER WS-DELIM-PTR
               END-STRING
           END-IF
           MOVE WS-DELIM-LINE TO WS-OUT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-TRAILER-RECORD.
           MOVE 'T'             TO FB-XTRL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO FB-XTRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO FB-XTRL-HASH-TOTAL
           IF WS-FORMAT-FIXED
               MOVE FB-XTR-TRAILER-RECORD TO WS-OUT-LINE
               PERFORM WRITE-EXTRACT-LINE
           ELSE
               MOVE SPACES TO WS-DELIM-LINE
               STRING 'T'                  DELIMITED BY SIZE
                      FB-XTRL-HASH-TOTAL   DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
               MOVE WS-DELIM-LINE TO WS-OUT-LINE
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

      ******************************************************************
      * Trailing blanks off the class text and source key for the
      * comma-delimited detail: WS-TRIM-LEN and WS-KEY-LEN are the
      * lengths left, zero for an all-blank field.
      ******************************************************************
       TRIM-TEXT-AND-KEY.
           PERFORM VARYING WS-TRIM-LEN FROM 10 BY -1
                   UNTIL WS-TRIM-LEN < 1
                   OR WS-TRIM-TEXT(WS-TRIM-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-KEY-LEN FROM 12 BY -1
                   UNTIL WS-KEY-LEN < 1
                   OR WS-TRIM-KEY(WS-KEY-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * Every shipped generation is logged to FBXISSUE with its
      * certification figures so the FBXACK acknowledgment step can
           MOVE WS-RUN-NUMBER   TO FB-XIS-RUN-NUMBER
           MOVE WS-DETAIL-COUNT TO FB-XIS-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO FB-XIS-HASH-TOTAL
           MOVE SPACES          TO FB-XIS-RECEIVER-ID
           MOVE 'F'             TO FB-XIS-FEED
           PERFORM WRITE-ISSUE-RECORD.

      ******************************************************************
      * A receiver's file is logged under the receiver ID and the
      * run that produced what it carries - the FBOUTPUT run for a
      * full refresh, the FBDLFILE header's run for a delta - so
      * FBBKOUT can find every file a reversed run went out in.
      ******************************************************************
       LOG-RECEIVER-ISSUE.
           MOVE WS-SUB-GENERATION(WS-SUB-X)  TO FB-XIS-GENERATION
           MOVE WS-RUN-DATE-NUM              TO FB-XIS-RUN-DATE
           IF WS-SUB-DELTA(WS-SUB-X)
               MOVE WS-DLT-RUN-NUMBER        TO FB-XIS-RUN-NUMBER
           ELSE
               MOVE WS-RUN-NUMBER            TO FB-XIS-RUN-NUMBER
           END-IF
           MOVE WS-SUB-DETAILS(WS-SUB-X)     TO FB-XIS-RECORD-COUNT
           MOVE WS-SUB-HASH(WS-SUB-X)        TO FB-XIS-HASH-TOTAL
           MOVE WS-SUB-RECEIVER-ID(WS-SUB-X) TO FB-XIS-RECEIVER-ID
           MOVE WS-SUB-FEED(WS-SUB-X)        TO FB-XIS-FEED
           PERFORM WRITE-ISSUE-RECORD.

       WRITE-ISSUE-RECORD.
           OPEN EXTEND FB-XISSUE-FILE
           IF WS-XISSUE-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-XISSUE-FILE
           WRITE FB-RPT-LINE FROM RPT-COUNT-LINE
           MOVE WS-HASH-TOTAL TO HL-HASH
           WRITE FB-RPT-LINE FROM RPT-HASH-LINE.

       WRITE-EXTRACT-LINE.
           EVALUATE WS-OUT-SLOT
               WHEN 0
                   WRITE FB-XTRACT-RECORD FROM WS-OUT-LINE
               WHEN 1
                   WRITE FB-XRCV01-RECORD FROM WS-OUT-LINE
               WHEN 2
                   WRITE FB-XRCV02-RECORD FROM WS-OUT-LINE
               WHEN 3
                   WRITE FB-XRCV03-RECORD FROM WS-OUT-LINE
               WHEN 4
                   WRITE FB-XRCV04-RECORD FROM WS-OUT-LINE
               WHEN 5
                   WRITE FB-XRCV05-RECORD FROM WS-OUT-LINE
               WHEN 6
                   WRITE FB-XRCV06-RECORD FROM WS-OUT-LINE
               WHEN 7
                   WRITE FB-XRCV07-RECORD FROM WS-OUT-LINE
               WHEN 8
                   WRITE FB-XRCV08-RECORD FROM WS-OUT-LINE
               WHEN 9
                   WRITE FB-XRCV09-RECORD FROM WS-OUT-LINE
               WHEN 10
                   WRITE FB-XRCV10-RECORD FROM WS-OUT-LINE
           END-EVALUATE.

      ******************************************************************
      * FBDLFILE must prove against its own trailer - one header,
      * then the details, then one trailer whose count and hash
      * match the details - before any receiver is sent a part of
      * it. Runs before any output is opened or generation taken.
      ******************************************************************
       VERIFY-DELTA-FILE.
           OPEN INPUT FB-DELTA-FILE
           IF WS-DELTA-FILE-STATUS NOT = '00'
               DISPLAY 'FBXTRACT: FBDLFILE DELTA FILE NOT FOUND, '
                   'STATUS=' WS-DELTA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DELTA-EOF
               READ FB-DELTA-FILE
                   AT END
                       SET WS-DELTA-EOF TO TRUE
                   NOT AT END
                       PERFORM PROVE-DELTA-RECORD
               END-READ
           END-PERFORM
           CLOSE FB-DELTA-FILE
           IF NOT WS-DLT-HEADER-SEEN
            OR NOT WS-DLT-TRAILER-SEEN
            OR WS-DLT-COUNT NOT = WS-DLT-TRL-COUNT
            OR WS-DLT-HASH NOT = WS-DLT-TRL-HASH
               DISPLAY 'FBXTRACT: FBDLFILE DOES NOT PROVE TO ITS '
                   'TRAILER - ' WS-DLT-COUNT ' DETAILS READ, '
                   WS-DLT-TRL-COUNT ' CERTIFIED - NOTHING EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-DELTA-EOF-SW.

       PROVE-DELTA-RECORD.
           EVALUATE TRUE
               WHEN FB-DELTA-RECORD(1:1) = 'H'
                AND NOT WS-DLT-HEADER-SEEN
                   MOVE FB-DELTA-RECORD TO FB-DLT-HEADER-RECORD
                   MOVE FB-DHDR-GENERATION TO WS-DLT-GENERATION
                   MOVE FB-DHDR-RUN-DATE   TO WS-DLT-RUN-DATE
                   MOVE FB-DHDR-RUN-NUMBER TO WS-DLT-RUN-NUMBER
                   SET WS-DLT-HEADER-SEEN TO TRUE
               WHEN FB-DELTA-RECORD(1:1) = 'D'
                AND WS-DLT-HEADER-SEEN
                AND NOT WS-DLT-TRAILER-SEEN
                   MOVE FB-DELTA-RECORD TO FB-DLT-DETAIL-RECORD
                   ADD 1 TO WS-DLT-COUNT
                   COMPUTE WS-DLT-HASH =
                       FUNCTION MOD(WS-DLT-HASH + FB-DDTL-NUMBER,
                           1000000000000000000)
               WHEN FB-DELTA-RECORD(1:1) = 'T'
                AND WS-DLT-HEADER-SEEN
                AND NOT WS-DLT-TRAILER-SEEN
                   MOVE FB-DELTA-RECORD TO FB-DLT-TRAILER-RECORD
                   MOVE FB-DTRL-RECORD-COUNT TO WS-DLT-TRL-COUNT
                   MOVE FB-DTRL-HASH-TOTAL   TO WS-DLT-TRL-HASH
                   SET WS-DLT-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   DISPLAY 'FBXTRACT: FBDLFILE RECORD OUT OF PLACE '
                       'OR OF UNKNOWN TYPE - NOTHING EXTRACTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-DELTA-FILE
                   STOP RUN
           END-EVALUATE.

       OPEN-RECEIVER-FILES.
           IF WS-FULL-WANTED
               OPEN INPUT FB-OUTPUT-FILE
               IF WS-OUTPUT-FILE-STATUS NOT = '00'
                   DISPLAY 'FBXTRACT: FBOUTPUT OUTPUT FILE NOT FOUND, '
                       'STATUS=' WS-OUTPUT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-DELTA-WANTED
               OPEN INPUT FB-DELTA-FILE
               IF WS-DELTA-FILE-STATUS NOT = '00'
                   DISPLAY 'FBXTRACT: UNABLE TO REOPEN FBDLFILE, '
                       'STATUS=' WS-DELTA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               PERFORM OPEN-RECEIVER-FILE
           END-PERFORM
           OPEN OUTPUT FBXTRACT-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBXTRACT: UNABLE TO OPEN FBXTRRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-RECEIVER-FILE.
           MOVE WS-SUB-SLOT(WS-SUB-X) TO WS-OUT-SLOT
           EVALUATE WS-OUT-SLOT
               WHEN 1
                   OPEN OUTPUT FB-XRCV01-FILE
               WHEN 2
                   OPEN OUTPUT FB-XRCV02-FILE
               WHEN 3
                   OPEN OUTPUT FB-XRCV03-FILE
               WHEN 4
                   OPEN OUTPUT FB-XRCV04-FILE
               WHEN 5
                   OPEN OUTPUT FB-XRCV05-FILE
               WHEN 6
                   OPEN OUTPUT FB-XRCV06-FILE
               WHEN 7
                   OPEN OUTPUT FB-XRCV07-FILE
               WHEN 8
                   OPEN OUTPUT FB-XRCV08-FILE
               WHEN 9
                   OPEN OUTPUT FB-XRCV09-FILE
               WHEN 10
                   OPEN OUTPUT FB-XRCV10-FILE
           END-EVALUATE
           IF WS-XRCV-FILE-STATUS NOT = '00'
               DISPLAY 'FBXTRACT: UNABLE TO OPEN FBXRCV' WS-OUT-SLOT
                   ' FOR RECEIVER ' WS-SUB-RECEIVER-ID(WS-SUB-X)
                   ', STATUS=' WS-XRCV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-RECEIVER-FILES.
           IF WS-FULL-WANTED
               CLOSE FB-OUTPUT-FILE
           END-IF
           IF WS-DELTA-WANTED
               CLOSE FB-DELTA-FILE
           END-IF
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               MOVE WS-SUB-SLOT(WS-SUB-X) TO WS-OUT-SLOT
               EVALUATE WS-OUT-SLOT
                   WHEN 1
                       CLOSE FB-XRCV01-FILE
                   WHEN 2
                       CLOSE FB-XRCV02-FILE
                   WHEN 3
                       CLOSE FB-XRCV03-FILE
                   WHEN 4
                       CLOSE FB-XRCV04-FILE
                   WHEN 5
                       CLOSE FB-XRCV05-FILE
                   WHEN 6
                       CLOSE FB-XRCV06-FILE
                   WHEN 7
                       CLOSE FB-XRCV07-FILE
                   WHEN 8
                       CLOSE FB-XRCV08-FILE
                   WHEN 9
                       CLOSE FB-XRCV09-FILE
                   WHEN 10
                       CLOSE FB-XRCV10-FILE
               END-EVALUATE
           END-PERFORM
           CLOSE FBXTRACT-RPT.

      ******************************************************************
      * The header, detail and trailer writers work on the current
      * receiver's slot, format, generation and running count and
      * hash, which SELECT-RECEIVER brings in and SAVE-RECEIVER-
      * TOTALS puts back.
      ******************************************************************
       SELECT-RECEIVER.
           MOVE WS-SUB-SLOT(WS-SUB-X)       TO WS-OUT-SLOT
           MOVE WS-SUB-FORMAT(WS-SUB-X)     TO WS-FORMAT-FLAG
           MOVE WS-SUB-GENERATION(WS-SUB-X) TO WS-GENERATION
           MOVE WS-SUB-DETAILS(WS-SUB-X)    TO WS-DETAIL-COUNT
           MOVE WS-SUB-HASH(WS-SUB-X)       TO WS-HASH-TOTAL.

       SAVE-RECEIVER-TOTALS.
           MOVE WS-DETAIL-COUNT TO WS-SUB-DETAILS(WS-SUB-X)
           MOVE WS-HASH-TOTAL   TO WS-SUB-HASH(WS-SUB-X).

      ******************************************************************
      * Full refresh: each FBOUTPUT record goes to every full-refresh
      * receiver whose subscription takes it.
      ******************************************************************
       EXTRACT-FULL-FEED.
           PERFORM READ-OUTPUT-RECORD
           IF NOT WS-OUTPUT-EOF
               MOVE FB-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               IF WS-SUB-FULL(WS-SUB-X)
                   PERFORM SELECT-RECEIVER
                   PERFORM WRITE-HEADER-RECORD
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-OUTPUT-EOF
               ADD 1 TO WS-TOT-OUTPUT-READ
               PERFORM VARYING WS-SUB-X FROM 1 BY 1
                       UNTIL WS-SUB-X > WS-SUB-COUNT
                   IF WS-SUB-FULL(WS-SUB-X)
                       PERFORM SHIP-FULL-DETAIL
                   END-IF
               END-PERFORM
               PERFORM READ-OUTPUT-RECORD
           END-PERFORM
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               IF WS-SUB-FULL(WS-SUB-X)
                   PERFORM SELECT-RECEIVER
                   PERFORM WRITE-TRAILER-RECORD
               END-IF
           END-PERFORM.

       SHIP-FULL-DETAIL.
           CALL 'FBXSUBMT' USING WS-SUB-RECORD(WS-SUB-X),
               FB-SOURCE-KEY, FB-CLASS-CODE, WS-MATCH-SW
           END-CALL
           IF WS-RECEIVER-MATCH
               PERFORM SELECT-RECEIVER
               PERFORM WRITE-DETAIL-RECORD
               PERFORM SAVE-RECEIVER-TOTALS
           END-IF.

      ******************************************************************
      * Delta: each FBDLFILE add or change goes to every delta
      * receiver whose subscription takes it, in the FBDIFACE
      * layouts under the receiver's own generation; the header
      * keeps the run date and run number FBDELTA certified.
      ******************************************************************
       EXTRACT-DELTA-FEED.
           IF WS-RUN-NUMBER = 0
               MOVE WS-DLT-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               IF WS-SUB-DELTA(WS-SUB-X)
                   PERFORM SELECT-RECEIVER
                   PERFORM WRITE-DELTA-HEADER
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-DELTA-EOF
               READ FB-DELTA-FILE
                   AT END
                       SET WS-DELTA-EOF TO TRUE
                   NOT AT END
                       IF FB-DELTA-RECORD(1:1) = 'D'
                           MOVE FB-DELTA-RECORD
                               TO FB-DLT-DETAIL-RECORD
                           ADD 1 TO WS-TOT-DELTA-READ
                           PERFORM SHIP-DELTA-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               IF WS-SUB-DELTA(WS-SUB-X)
                   PERFORM SELECT-RECEIVER
                   PERFORM WRITE-DELTA-TRAILER
               END-IF
           END-PERFORM.

       SHIP-DELTA-DETAIL.
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               IF WS-SUB-DELTA(WS-SUB-X)
                   CALL 'FBXSUBMT' USING WS-SUB-RECORD(WS-SUB-X),
                       FB-DDTL-SOURCE-KEY, FB-DDTL-CLASS-CODE,
                       WS-MATCH-SW
                   END-CALL
                   IF WS-RECEIVER-MATCH
                       PERFORM SELECT-RECEIVER
                       PERFORM WRITE-DELTA-DETAIL
                       PERFORM SAVE-RECEIVER-TOTALS
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DELTA-HEADER.
           MOVE 'H'               TO FB-DHDR-RECORD-TYPE
           MOVE WS-GENERATION     TO FB-DHDR-GENERATION
           MOVE WS-DLT-RUN-DATE   TO FB-DHDR-RUN-DATE
           MOVE WS-DLT-RUN-NUMBER TO FB-DHDR-RUN-NUMBER
           IF WS-FORMAT-FIXED
               MOVE FB-DLT-HEADER-RECORD TO WS-OUT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING 'H'                DELIMITED BY SIZE
                      ','                DELIMITED BY SIZE
                      FB-DHDR-GENERATION DELIMITED BY SIZE
                      ','                DELIMITED BY SIZE
                      FB-DHDR-RUN-DATE   DELIMITED BY SIZE
                      ','                DELIMITED BY SIZE
                      FB-DHDR-RUN-NUMBER DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-DELTA-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD(WS-HASH-TOTAL + FB-DDTL-NUMBER,
                   1000000000000000000)
           IF WS-FORMAT-FIXED
               MOVE FB-DLT-DETAIL-RECORD TO WS-OUT-LINE
           ELSE
               PERFORM BUILD-DELIMITED-DELTA
           END-IF
           PERFORM WRITE-EXTRACT-LINE.

      ******************************************************************
      * The comma-delimited delta detail: the FBDIFACE fields in
      * order, trailing blanks trimmed from the source key and class
      * text, the same convention as the FBXTFILE 'D' format.
      ******************************************************************
       BUILD-DELIMITED-DELTA.
           MOVE FB-DDTL-CLASS-TEXT TO WS-TRIM-TEXT
           MOVE FB-DDTL-SOURCE-KEY TO WS-TRIM-KEY
           PERFORM TRIM-TEXT-AND-KEY
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-DELIM-PTR
           STRING 'D'                 DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  FB-DDTL-CHANGE-TYPE DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  FB-DDTL-NUMBER      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-DELIM-PTR
           END-STRING
           IF WS-KEY-LEN > 0
               STRING WS-TRIM-KEY(1:WS-KEY-LEN) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-DELIM-PTR
               END-STRING
           END-IF
           STRING ','                DELIMITED BY SIZE
                  FB-DDTL-CLASS-CODE DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-DELIM-PTR
           END-STRING
           IF WS-TRIM-LEN > 0
               STRING WS-TRIM-TEXT(1:WS-TRIM-LEN) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-DELIM-PTR
               END-STRING
           END-IF
           STRING ','                 DELIMITED BY SIZE
                  FB-DDTL-PRIOR-CODE  DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  FB-DDTL-CHANGE-DATE DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-DELIM-PTR
           END-STRING.

       WRITE-DELTA-TRAILER.
           MOVE 'T'             TO FB-DTRL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO FB-DTRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO FB-DTRL-HASH-TOTAL
           IF WS-FORMAT-FIXED
               MOVE FB-DLT-TRAILER-RECORD TO WS-OUT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING 'T'                  DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      FB-DTRL-RECORD-COUNT DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      FB-DTRL-HASH-TOTAL   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-RECEIVER-REPORT.
           MOVE WS-JOB-NAME  TO H1-JOB-NAME
           MOVE WS-STEP-NAME TO H1-STEP-NAME
           MOVE WS-RUN-MM    TO H1-RUN-MM
           MOVE WS-RUN-DD    TO H1-RUN-DD
           MOVE WS-RUN-YYYY  TO H1-RUN-YYYY
           MOVE WS-RUN-NUMBER TO H1-RUN-NO
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'RECEIVER SUBSCRIPTIONS'   TO CL-LABEL
           MOVE WS-SUB-COUNT               TO CL-COUNT
           WRITE FB-RPT-LINE FROM RPT-COUNT-LINE
           IF WS-FULL-WANTED
               MOVE 'RUN OUTPUT RECORDS READ' TO CL-LABEL
               MOVE WS-TOT-OUTPUT-READ        TO CL-COUNT
               WRITE FB-RPT-LINE FROM RPT-COUNT-LINE
           END-IF
           IF WS-DELTA-WANTED
               MOVE WS-DLT-GENERATION         TO DL-GENERATION
               WRITE FB-RPT-LINE FROM RPT-DLT-LINE
               MOVE 'DELTA DETAILS READ'      TO CL-LABEL
               MOVE WS-TOT-DELTA-READ         TO CL-COUNT
               WRITE FB-RPT-LINE FROM RPT-COUNT-LINE
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-SUBS-HEADER
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               MOVE WS-SUB-RECEIVER-ID(WS-SUB-X) TO SL-RECEIVER-ID
               MOVE WS-SUB-SLOT(WS-SUB-X)        TO SL-SLOT
               IF WS-SUB-DELTA(WS-SUB-X)
                   MOVE 'DELTA' TO SL-FEED
               ELSE
                   MOVE 'FULL'  TO SL-FEED
               END-IF
               MOVE WS-SUB-FORMAT(WS-SUB-X)      TO SL-FORMAT
               MOVE WS-SUB-GENERATION(WS-SUB-X)  TO SL-GENERATION
               MOVE WS-SUB-DETAILS(WS-SUB-X)     TO SL-DETAILS
               MOVE WS-SUB-HASH(WS-SUB-X)        TO SL-HASH
               WRITE FB-RPT-LINE FROM RPT-SUBS-LINE
           END-PERFORM.
