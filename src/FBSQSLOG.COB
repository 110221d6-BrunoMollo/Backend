       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSQSLOG.
      ******************************************************************
      * FBSQSLOG - shared source-quality statistics writer. FBMERGE,
      * FBEDIT, FBSUSDSP and FBSRCRPT CALL this subprogram to count
      * what they see of each source system by source prefix, and
      * once more as they end to append the counts to the FBSQSTAT
      * file (see FBSQSREC) that the FBDQSRPT month-end scorecard
      * reads. The counts are kept in a table across the calls of
      * the step; the file is appended the same way FBSTMLOG appends
      * the stream log - EXTEND with an OUTPUT fallback for the first
      * record - so every step records its figures the same way and
      * a change to the file touches one place. The functions and
      * return codes are described in FBSQSREQ.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-SQS-FILE ASSIGN TO "FBSQSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-SQS-FILE.
       COPY FBSQSREC.

       WORKING-STORAGE SECTION.
       01  WS-SQS-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-WARNED-SW                PIC X(1) VALUE 'N'.
           88  WS-WARNED               VALUE 'Y'.

      * One entry per source prefix seen this step; the last entry is
      * kept back for '***', everything past the table limit.
       01  WS-SRC-MAX                  PIC 9(3) VALUE 100.
       01  WS-SRC-COUNT                PIC 9(3) VALUE 0.
       01  WS-SRC-X                    PIC 9(3) VALUE 0.
       01  WS-SRC-HIT-X                PIC 9(3) VALUE 0.
       01  WS-SRC-PREFIX-IN            PIC X(3) VALUE SPACES.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-PREFIX       PIC X(3).
               10  WS-SRC-MEASURE      PIC 9(9) OCCURS 17 TIMES.

       01  WS-MEASURE-X                PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       COPY FBSQSREQ.

       PROCEDURE DIVISION USING FB-SQS-REQUEST.
       MAIN-LOGIC.
           MOVE 0 TO FB-SQSQ-RETURN-CODE
           EVALUATE TRUE
               WHEN FB-SQSQ-ADD
                   IF FB-SQSQ-MEASURE-VALID
                    AND FB-SQSQ-AMOUNT IS NUMERIC
                       PERFORM ADD-TO-SOURCE
                   ELSE
                       MOVE 12 TO FB-SQSQ-RETURN-CODE
                   END-IF
               WHEN FB-SQSQ-WRITE
                   PERFORM WRITE-STATISTICS
               WHEN OTHER
                   MOVE 12 TO FB-SQSQ-RETURN-CODE
           END-EVALUATE
           GOBACK.

       ADD-TO-SOURCE.
           MOVE FB-SQSQ-SOURCE-KEY(1:3) TO WS-SRC-PREFIX-IN
           PERFORM FIND-SOURCE-ENTRY
           IF WS-SRC-HIT-X = 0 AND WS-SRC-COUNT >= WS-SRC-MAX - 1
               MOVE 4 TO FB-SQSQ-RETURN-CODE
               IF NOT WS-WARNED
                   DISPLAY 'FBSQSLOG: MORE THAN ' WS-SRC-COUNT
                       ' SOURCE PREFIXES - THE REST ARE COUNTED '
                       'UNDER ***'
                   SET WS-WARNED TO TRUE
               END-IF
               MOVE '***' TO WS-SRC-PREFIX-IN
               PERFORM FIND-SOURCE-ENTRY
           END-IF
           IF WS-SRC-HIT-X = 0
               PERFORM ADD-SOURCE-ENTRY
           END-IF
           ADD FB-SQSQ-AMOUNT
               TO WS-SRC-MEASURE(WS-SRC-HIT-X, FB-SQSQ-MEASURE).

       ADD-SOURCE-ENTRY.
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-SRC-COUNT     TO WS-SRC-HIT-X
           MOVE WS-SRC-PREFIX-IN TO WS-SRC-PREFIX(WS-SRC-HIT-X)
           PERFORM VARYING WS-MEASURE-X FROM 1 BY 1
                   UNTIL WS-MEASURE-X > 17
               MOVE 0 TO WS-SRC-MEASURE(WS-SRC-HIT-X, WS-MEASURE-X)
           END-PERFORM.

       FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-HIT-X
           PERFORM VARYING WS-SRC-X FROM 1 BY 1
                   UNTIL WS-SRC-X > WS-SRC-COUNT
                      OR WS-SRC-HIT-X NOT = 0
               IF WS-SRC-PREFIX(WS-SRC-X) = WS-SRC-PREFIX-IN
                   MOVE WS-SRC-X TO WS-SRC-HIT-X
               END-IF
           END-PERFORM.

      ******************************************************************
      * The header goes out even when nothing was counted, so a step
      * that ran and saw no records - or left nothing in suspense - is
      * on file as having done so.
      ******************************************************************
       WRITE-STATISTICS.
           OPEN EXTEND FB-SQS-FILE
           IF WS-SQS-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-SQS-FILE
           END-IF
           IF WS-SQS-FILE-STATUS NOT = '00'
               DISPLAY 'FBSQSLOG: UNABLE TO OPEN FBSQSTAT SOURCE '
                   'STATISTICS, STATUS=' WS-SQS-FILE-STATUS
               MOVE 16 TO FB-SQSQ-RETURN-CODE
           ELSE
               MOVE SPACES              TO FB-SQS-RECORD
               SET FB-SQS-HEADER        TO TRUE
               MOVE FB-SQSQ-STEP-NAME   TO FB-SQS-STEP-NAME
               MOVE FB-SQSQ-RUN-DATE    TO FB-SQS-RUN-DATE
               MOVE FB-SQSQ-RUN-NUMBER  TO FB-SQS-RUN-NUMBER
               IF FB-SQSQ-SNAPSHOT
                   MOVE 'Y' TO FB-SQS-SNAPSHOT-SW
               ELSE
                   MOVE 'N' TO FB-SQS-SNAPSHOT-SW
               END-IF
               MOVE ZEROES              TO FB-SQS-MEASURES
               WRITE FB-SQS-RECORD
               SET FB-SQS-DETAIL        TO TRUE
               PERFORM VARYING WS-SRC-X FROM 1 BY 1
                       UNTIL WS-SRC-X > WS-SRC-COUNT
                   MOVE WS-SRC-PREFIX(WS-SRC-X) TO FB-SQS-SOURCE
                   PERFORM VARYING WS-MEASURE-X FROM 1 BY 1
                           UNTIL WS-MEASURE-X > 17
                       MOVE WS-SRC-MEASURE(WS-SRC-X, WS-MEASURE-X)
                           TO FB-SQS-COUNT(WS-MEASURE-X)
                   END-PERFORM
                   WRITE FB-SQS-RECORD
               END-PERFORM
               CLOSE FB-SQS-FILE
           END-IF
           MOVE 0 TO WS-SRC-COUNT.
