       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBPCHLD.
      ******************************************************************
      * FBPCHLD - pending-change deck loader, the batch maker's side of
      * FBPARM and FBRULES change control (see the FBPCHREC copybook).
      * A change that arrives as a card, not keyed on the FBPM
      * transaction, is entered here: it is edited exactly as FBPMNT
      * edits a keyed change - the shared FBPARMVL and FBRULEVL
      * subprograms - and, when it passes, given the next change
      * number from the FBPCHG control record and added to FBPCHG
      * pending approval, with the card or rule version as it stands
      * now as its old image. Nothing goes live here: a different
      * user approves the change on the FBAP transaction (FBPCHAPR)
      * and FIZZBUZZ applies it at the start of its next run. Each
      * FBPCHIN card is
      *   position 1      change type: P replacement FBPARM card,
      *                   R replace or add a rule version, D delete a
      *                   rule version
      *   positions 2-9   maker's userid - blank, or the submitting
      *                   user
      *   positions 10-29 note - why the change is being made
      *   positions 30-   P: the 62-byte card image
      *                   R: effective date (CCYYMMDD) and up to 9
      *                      divisor/label pairs (4 + 10 bytes each)
      *                      in priority order
      *                   D: effective date of the version to delete
      * The maker of every change is the user who submitted the job,
      * passed in positions 1-8 of the PARM, never what the card
      * says: a card that names any other maker is refused, so no one
      * can enter a change under another user's name and approve it
      * themselves.
      * Every change entered is recorded on FBAUDIT (a 'K'
      * change-control record, see FBAUDREC) carrying the number of
      * the last FIZZBUZZ run once FBPCHG has been written back, and
      * every card refused for its maker is recorded as it is read.
      * A card that fails is listed on FBPCHRPT with the reason and
      * nothing is entered for it. The step takes no run number of
      * its own.
      * FBPCHG is held in core and written back whole, the same as
      * FIZZBUZZ does, so this step runs in the nightly batch window
      * ahead of FIZZBUZZ, while FBPCHG is closed to the CICS region
      * and no FBPM entry or FBAP decision can be made - never during
      * the online day. As a check, FBPCHG is read again just before
      * it is written back; if it no longer matches what was loaded,
      * something has updated it in between, nothing is entered and
      * the step ends with RC 16.
      * A change is worked out against FBRULES as it stands, so the
      * file is first held to the edits FIZZBUZZ makes; a deck that
      * fails them stops the load before FBPCHG is touched.
      * Return codes: 00 every card entered, 04 one or more cards
      * rejected, 16 no submitting user on the PARM, FBRULES fails
      * its edits, FBPCHG updated while the step ran, open or
      * capacity failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-RUNNO-FILE ASSIGN TO "FBRUNNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNNO-FILE-STATUS.
           SELECT FB-PARM-FILE ASSIGN TO "FBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FB-RULE-FILE ASSIGN TO "FBRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT FB-PCHG-FILE ASSIGN TO "FBPCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.
           SELECT FB-PCHIN-FILE ASSIGN TO "FBPCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHIN-FILE-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FBPCHLD-RPT ASSIGN TO "FBPCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-RUNNO-FILE.
       01  FB-RUNNO-RECORD.
           05  FB-RUNNO-NUMBER         PIC 9(6).

       FD  FB-PARM-FILE.
       01  FB-PARM-CARD-IMAGE          PIC X(62).

       FD  FB-RULE-FILE.
       01  FB-RULE-RECORD.
           05  FB-RULE-IN-DIVISOR      PIC 9(4).
           05  FB-RULE-IN-LABEL        PIC X(10).
           05  FB-RULE-IN-EFF-DATE     PIC 9(8).

       FD  FB-PCHG-FILE.
       01  FB-PCHG-FILE-RECORD         PIC X(446).

       FD  FB-PCHIN-FILE.
       01  FB-PCHIN-RECORD.
           05  FB-PCI-CHANGE-TYPE      PIC X(1).
           05  FB-PCI-MAKER-ID         PIC X(8).
           05  FB-PCI-NOTE             PIC X(20).
           05  FB-PCI-IMAGE            PIC X(134).

       FD  FB-AUDIT-FILE.
       COPY FBAUDREC.

       FD  FBPCHLD-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNNO-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RULE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PCHG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PCHIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-RULE-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-RULE-EOF             VALUE 'Y'.
       01  WS-RULE-OVERFLOW-SW         PIC X(1) VALUE 'N'.
           88  WS-RULE-OVERFLOW        VALUE 'Y'.
       01  WS-RULE-VER-OVERFLOW-SW     PIC X(1) VALUE 'N'.
           88  WS-RULE-VER-OVERFLOW    VALUE 'Y'.
       01  WS-RULE-SEQ-ERROR-SW        PIC X(1) VALUE 'N'.
           88  WS-RULE-SEQ-ERROR       VALUE 'Y'.
       01  WS-RULES-INVALID-SW         PIC X(1) VALUE 'N'.
           88  WS-RULES-INVALID        VALUE 'Y'.
       01  WS-PCHG-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-PCHG-EOF             VALUE 'Y'.
       01  WS-PCHG-MOVED-SW            PIC X(1) VALUE 'N'.
           88  WS-PCHG-MOVED           VALUE 'Y'.
       01  WS-PCHIN-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-PCHIN-EOF            VALUE 'Y'.

       01  WS-CARD-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-CARD-ERROR           VALUE 'Y'.
       01  WS-MAKER-REFUSED-SW         PIC X(1) VALUE 'N'.
           88  WS-MAKER-REFUSED        VALUE 'Y'.

       COPY FBPARM.

       COPY FBPEDIT.

       COPY FBRULVER.

       COPY FBRULTAB.

       COPY FBPCHREC.

       01  WS-CURRENT-CARD             PIC X(62) VALUE SPACES.
       01  WS-RULE-X                   PIC 9(2) VALUE 0.
       01  WS-RULE-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE          PIC 9(8) VALUE 0.
       01  WS-VER-X                    PIC 9(2) VALUE 0.
       01  WS-PEDIT-X                  PIC 9(2) VALUE 0.
       01  WS-APL-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-APL-RC                   PIC 9(2) VALUE 0.
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       01  WS-SUBMIT-USERID            PIC X(8) VALUE SPACES.
       01  WS-PARM-USERID-LEN          PIC 9(2) VALUE 0.
       01  WS-CHG-AUD-EVENT            PIC X(1) VALUE SPACE.

       01  WS-RULE-ENTRY-AREA.
           05  WS-RE-EFF-DATE          PIC X(8).
           05  WS-RE-PAIR OCCURS 9 TIMES.
               10  WS-RE-DIVISOR       PIC X(4).
               10  WS-RE-LABEL         PIC X(10).

      ******************************************************************
      * FBPCHG in core: the control record, then every change still
      * on file. The whole file is written back at the end with the
      * new changes added. WS-LOADED-COUNT and WS-LOADED-CONTROL are
      * the file as it was read, to prove it unchanged before then.
      ******************************************************************
       01  WS-CHANGE-MAX               PIC 9(4) VALUE 500.
       01  WS-CHANGE-COUNT             PIC 9(4) VALUE 0.
       01  WS-CHANGE-X                 PIC 9(4) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(4) VALUE 0.
       01  WS-LOADED-CONTROL           PIC X(446) VALUE SPACES.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 500 TIMES
                                       PIC X(446).

      ******************************************************************
      * The new FBPARM card of a change, laid out the same as
      * FB-PARM-RECORD, for its FBAUDIT record.
      ******************************************************************
       01  WS-AUD-CARD.
           05  WS-AUD-DIVISOR-1        PIC 9(4).
           05  WS-AUD-LABEL-1          PIC X(10).
           05  WS-AUD-DIVISOR-2        PIC 9(4).
           05  WS-AUD-LABEL-2          PIC X(10).
           05  WS-AUD-COMBINED-LABEL   PIC X(10).
           05  WS-AUD-LOW-RANGE        PIC 9(8).
           05  WS-AUD-HIGH-RANGE       PIC 9(8).
           05  WS-AUD-RUN-MODE         PIC X(1).
           05  WS-AUD-RESTART-FLAG     PIC X(1).
           05  WS-AUD-CKPT-INTERVAL    PIC 9(6).

       01  WS-LOAD-TOTALS.
           05 WS-TOT-CARDS-READ        PIC 9(9) VALUE 0.
           05 WS-TOT-ENTERED           PIC 9(9) VALUE 0.
           05 WS-TOT-REJECTED          PIC 9(9) VALUE 0.
           05 WS-TOT-OPEN-BEFORE       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBPCHLD'.
       01  WS-STEP-NAME                PIC X(8) VALUE 'STEP01'.
       01  WS-RUN-NUMBER               PIC 9(6) VALUE 0.
       01  WS-START-TIME               PIC 9(8) VALUE 0.
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 40.

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
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE 'PAGE: '.
           05 H1-PAGE-NO               PIC ZZZ9.

       01  RPT-HEADER-LINE-2.
           05 FILLER                   PIC X(45) VALUE
               'PENDING-CHANGE DECK LOAD REPORT'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-CARD-HEADER.
           05 FILLER                   PIC X(7)  VALUE ' CARD'.
           05 FILLER                   PIC X(3)  VALUE 'T'.
           05 FILLER                   PIC X(10) VALUE 'MAKER'.
           05 FILLER                   PIC X(22) VALUE 'NOTE'.
           05 FILLER                   PIC X(60) VALUE 'RESULT'.

       01  RPT-CARD-LINE.
           05 CD-CARD-NO               PIC Z(4)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CD-CHANGE-TYPE           PIC X(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CD-MAKER-ID              PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CD-NOTE                  PIC X(20).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CD-RESULT                PIC X(60).

       01  RPT-ENTERED-TEXT.
           05 FILLER                   PIC X(18) VALUE
               'ENTERED AS CHANGE '.
           05 ET-CHANGE-ID             PIC 9(6).
           05 FILLER                   PIC X(19) VALUE
               ' - PENDING APPROVAL'.

       01  RPT-PCHG-MOVED-LINE.
           05 FILLER                   PIC X(44) VALUE
               'FBPCHG WAS UPDATED WHILE THE DECK WAS LOADED'.
           05 FILLER                   PIC X(40) VALUE
               ' - NO CHANGE ABOVE HAS BEEN ENTERED'.

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       LINKAGE SECTION.
       01  LK-JOB-PARM.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-USERID          PIC X(8).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM GET-SUBMITTING-USER
           PERFORM READ-RUN-NUMBER
           PERFORM LOAD-CHANGE-FILE
           PERFORM READ-CURRENT-PARM
           PERFORM LOAD-RULE-VERSIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-RPT-HEADER
           PERFORM UNTIL WS-PCHIN-EOF
               READ FB-PCHIN-FILE
                   AT END
                       SET WS-PCHIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-CARDS-READ
                       PERFORM PROCESS-CHANGE-CARD
               END-READ
           END-PERFORM
           CLOSE FB-PCHIN-FILE
           PERFORM REWRITE-CHANGE-FILE
           PERFORM WRITE-LOAD-TOTALS
           CLOSE FBPCHLD-RPT
           IF WS-TOT-REJECTED > 0
               DISPLAY 'FBPCHLD: ' WS-TOT-REJECTED
                   ' CHANGE CARDS REJECTED - SEE FBPCHRPT'
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * The JCL passes the submitting user as the PARM. Without it
      * there is no maker to enter a change under.
      ******************************************************************
       GET-SUBMITTING-USER.
           MOVE SPACES TO WS-SUBMIT-USERID
           IF LK-PARM-LENGTH > 0
               IF LK-PARM-LENGTH > 8
                   MOVE 8 TO WS-PARM-USERID-LEN
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-USERID-LEN
               END-IF
               MOVE LK-PARM-USERID(1:WS-PARM-USERID-LEN)
                   TO WS-SUBMIT-USERID
           END-IF
           IF WS-SUBMIT-USERID = SPACES
               DISPLAY 'FBPCHLD: NO SUBMITTING USERID ON THE PARM - '
                   'NO CHANGES CAN BE ENTERED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * FBRUNNO holds the number of the last FIZZBUZZ run; this step
      * does not take one of its own.
      ******************************************************************
       READ-RUN-NUMBER.
           OPEN INPUT FB-RUNNO-FILE
           IF WS-RUNNO-FILE-STATUS = '00'
               READ FB-RUNNO-FILE
                   AT END
                       MOVE 0 TO WS-RUN-NUMBER
                   NOT AT END
                       MOVE FB-RUNNO-NUMBER TO WS-RUN-NUMBER
               END-READ
               CLOSE FB-RUNNO-FILE
           ELSE
               MOVE 0 TO WS-RUN-NUMBER
           END-IF.

      ******************************************************************
      * FBPCHG must exist - it carries the approved baseline FIZZBUZZ
      * holds FBPARM and FBRULES to, so a missing file is never taken
      * as an empty one. A file with no records yet is given its
      * control record here.
      ******************************************************************
       LOAD-CHANGE-FILE.
           OPEN INPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               DISPLAY 'FBPCHLD: FBPCHG PENDING-CHANGE FILE NOT FOUND, '
                   'STATUS=' WS-PCHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PCHG-EOF
               READ FB-PCHG-FILE
                   AT END
                       SET WS-PCHG-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-CHANGE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FB-PCHG-FILE
           MOVE WS-CHANGE-COUNT    TO WS-LOADED-COUNT
           MOVE WS-CHANGE-ENTRY(1) TO WS-LOADED-CONTROL
           IF WS-CHANGE-COUNT = 0
               DISPLAY 'FBPCHLD: FBPCHG IS EMPTY - CONTROL RECORD '
                   'CREATED'
               MOVE SPACES TO FB-PCH-CONTROL-RECORD
               INITIALIZE FB-PCH-CONTROL-RECORD
               MOVE 'C' TO FB-PCC-CHANGE-TYPE
               MOVE 'N' TO FB-PCC-BASELINE-SW
               MOVE 1 TO WS-CHANGE-COUNT
               MOVE FB-PCH-CONTROL-RECORD TO WS-CHANGE-ENTRY(1)
           ELSE
               MOVE WS-CHANGE-ENTRY(1) TO FB-PCH-CONTROL-RECORD
               IF FB-PCC-CHANGE-ID NOT = 0
                OR FB-PCC-CHANGE-TYPE NOT = 'C'
                   DISPLAY 'FBPCHLD: FBPCHG DOES NOT START WITH ITS '
                       'CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-TOT-OPEN-BEFORE = WS-CHANGE-COUNT - 1.

       LOAD-CHANGE-ENTRY.
           IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
               DISPLAY 'FBPCHLD: FBPCHG TABLE FULL AT ' WS-CHANGE-MAX
                   ' RECORDS - DECIDE OR APPLY OPEN CHANGES FIRST'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-PCHG-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE FB-PCHG-FILE-RECORD TO WS-CHANGE-ENTRY(WS-CHANGE-COUNT).

       READ-CURRENT-PARM.
           MOVE SPACES TO WS-CURRENT-CARD
           OPEN INPUT FB-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FB-PARM-CARD-IMAGE TO WS-CURRENT-CARD
               END-READ
               CLOSE FB-PARM-FILE
           END-IF.

      ******************************************************************
      * FBRULES as it stands, loaded the way FIZZBUZZ loads it but
      * without the FBPARM fallback - a change is made to the file,
      * not to the card's divisor pairs.
      ******************************************************************
       LOAD-RULE-VERSIONS.
           INITIALIZE FB-RULE-VERSION-TABLE
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RULE-EOF
                   READ FB-RULE-FILE
                       AT END
                           SET WS-RULE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-RULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
           END-IF
           PERFORM VALIDATE-RULES.

      ******************************************************************
      * A record whose effective date differs from the record before
      * it starts a new version. Records written before versions were
      * introduced carry no date and load as version zero.
      ******************************************************************
       LOAD-RULE-ENTRY.
           IF FB-RULE-IN-EFF-DATE NUMERIC
               MOVE FB-RULE-IN-EFF-DATE TO WS-RULE-IN-DATE
           ELSE
               MOVE ZEROES TO WS-RULE-IN-DATE
           END-IF
           IF FB-RVT-COUNT = 0
               PERFORM START-RULE-VERSION
           ELSE
               IF WS-RULE-IN-DATE NOT = FB-RVT-EFF-DATE(FB-RVT-COUNT)
                   PERFORM START-RULE-VERSION
               END-IF
           END-IF
           IF NOT WS-RULE-VER-OVERFLOW
               IF FB-RVT-RULE-COUNT(FB-RVT-COUNT) >= 9
                   SET WS-RULE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO FB-RVT-RULE-COUNT(FB-RVT-COUNT)
                   MOVE FB-RULE-IN-DIVISOR
                       TO FB-RVT-DIVISOR(FB-RVT-COUNT,
                              FB-RVT-RULE-COUNT(FB-RVT-COUNT))
                   MOVE FB-RULE-IN-LABEL
                       TO FB-RVT-LABEL(FB-RVT-COUNT,
                              FB-RVT-RULE-COUNT(FB-RVT-COUNT))
               END-IF
           END-IF.

       START-RULE-VERSION.
           IF FB-RVT-COUNT >= 10
               SET WS-RULE-VER-OVERFLOW TO TRUE
           ELSE
               IF FB-RVT-COUNT > 0
                   IF WS-RULE-IN-DATE < FB-RVT-EFF-DATE(FB-RVT-COUNT)
                       SET WS-RULE-SEQ-ERROR TO TRUE
                   END-IF
               END-IF
               ADD 1 TO FB-RVT-COUNT
               MOVE WS-RULE-IN-DATE TO FB-RVT-EFF-DATE(FB-RVT-COUNT)
           END-IF.

      ******************************************************************
      * Every version on the file is edited, the same as FIZZBUZZ
      * VALIDATE-RULES. A change is worked out against the versions
      * as loaded, so a deck that does not load whole is not changed;
      * FBPCHG has not been opened yet when this stops the run.
      ******************************************************************
       VALIDATE-RULES.
           IF WS-RULE-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBPCHLD: FBRULES HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
           END-IF
           IF WS-RULE-VER-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBPCHLD: FBRULES HAS MORE THAN 10 VERSIONS'
           END-IF
           IF WS-RULE-SEQ-ERROR
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBPCHLD: FBRULES VERSIONS NOT IN EFFECTIVE-'
                   'DATE ORDER'
           END-IF
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               MOVE FB-RVT-EFF-DATE(WS-VER-X) TO WS-RULE-AS-OF-DATE
               CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, FB-RULE-TABLE
               END-CALL
               CALL 'FBRULEVL' USING FB-RULE-TABLE,
                   FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   SET WS-RULES-INVALID TO TRUE
                   DISPLAY 'FBPCHLD: RULE VERSION EFFECTIVE '
                       FB-RVT-EFF-DATE(WS-VER-X) ' FAILED EDIT'
                   PERFORM VARYING WS-PEDIT-X FROM 1 BY 1
                           UNTIL WS-PEDIT-X > FB-PEDIT-ERROR-COUNT
                              OR WS-PEDIT-X > 8
                       DISPLAY 'FBPCHLD: '
                           FB-PEDIT-MESSAGE(WS-PEDIT-X)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RULES-INVALID
               DISPLAY 'FBPCHLD: FBRULES REJECTED - NO CHANGES ENTERED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-FILES.
           OPEN INPUT FB-PCHIN-FILE
           IF WS-PCHIN-FILE-STATUS NOT = '00'
               DISPLAY 'FBPCHLD: FBPCHIN CHANGE DECK NOT FOUND, '
                   'STATUS=' WS-PCHIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FBPCHLD-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBPCHLD: UNABLE TO OPEN FBPCHRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FB-PCHIN-FILE
               STOP RUN
           END-IF.

      ******************************************************************
      * The same edits FBPMNT applies to a keyed change; only a clean
      * change that actually differs from what is in force is entered.
      * A card naming a maker other than the submitting user is
      * refused whatever else is wrong with it, and the refusal is
      * recorded on FBAUDIT.
      ******************************************************************
       PROCESS-CHANGE-CARD.
           INITIALIZE FB-PENDING-CHANGE-RECORD
           MOVE 'N' TO WS-CARD-ERROR-SW
           MOVE 'N' TO WS-MAKER-REFUSED-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-SUBMIT-USERID TO FB-PCH-MAKER-ID
           MOVE FB-PCI-NOTE      TO FB-PCH-MAKER-NOTE
           EVALUATE TRUE
               WHEN FB-PCI-CHANGE-TYPE = 'P'
                   MOVE 'P'                TO FB-PCH-CHANGE-TYPE
                   MOVE FB-PCI-IMAGE(1:62) TO FB-PCH-NEW-CARD
                   PERFORM EDIT-PARM-CHANGE
               WHEN FB-PCI-CHANGE-TYPE = 'R' OR FB-PCI-CHANGE-TYPE = 'D'
                   MOVE 'R'                TO FB-PCH-CHANGE-TYPE
                   PERFORM BUILD-RULE-IMAGE
                   IF NOT WS-CARD-ERROR
                       PERFORM EDIT-RULE-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID CHANGE TYPE - MUST BE P, R OR D'
                       TO WS-REJECT-REASON
                   SET WS-CARD-ERROR TO TRUE
           END-EVALUATE
           IF FB-PCI-MAKER-ID NOT = SPACES
            AND FB-PCI-MAKER-ID NOT = WS-SUBMIT-USERID
               MOVE 'MAKER USERID IS NOT THE SUBMITTING USER - REFUSED'
                   TO WS-REJECT-REASON
               SET WS-CARD-ERROR TO TRUE
               SET WS-MAKER-REFUSED TO TRUE
           END-IF
           IF NOT WS-CARD-ERROR
            AND FB-PCH-NEW-IMAGE = FB-PCH-OLD-IMAGE
               MOVE 'CHANGE IS THE SAME AS WHAT IS IN FORCE'
                   TO WS-REJECT-REASON
               SET WS-CARD-ERROR TO TRUE
           END-IF
           IF NOT WS-CARD-ERROR
            AND WS-CHANGE-COUNT >= WS-CHANGE-MAX
               MOVE 'FBPCHG TABLE FULL - CHANGE NOT ENTERED'
                   TO WS-REJECT-REASON
               SET WS-CARD-ERROR TO TRUE
           END-IF
           IF WS-CARD-ERROR
               ADD 1 TO WS-TOT-REJECTED
               MOVE WS-REJECT-REASON TO CD-RESULT
               IF WS-MAKER-REFUSED
                   PERFORM RECORD-REFUSED-CARD
               END-IF
           ELSE
               PERFORM ENTER-CHANGE
               MOVE FB-PCH-CHANGE-ID TO ET-CHANGE-ID
               MOVE RPT-ENTERED-TEXT TO CD-RESULT
           END-IF
           PERFORM WRITE-CARD-LINE.

      ******************************************************************
      * The rule count is the position of the last pair on the card; a
      * gap before it is left for FBRULEVL to reject. A D card carries
      * no rules at all.
      ******************************************************************
       BUILD-RULE-IMAGE.
           MOVE FB-PCI-IMAGE TO WS-RULE-ENTRY-AREA
           IF WS-RE-EFF-DATE NOT NUMERIC
               MOVE 'INVALID EFFECTIVE DATE - MUST BE CCYYMMDD'
                   TO WS-REJECT-REASON
               SET WS-CARD-ERROR TO TRUE
           ELSE
               MOVE WS-RE-EFF-DATE TO FB-PCH-NEW-EFF-DATE
               MOVE 0              TO FB-PCH-NEW-RULE-COUNT
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > 9
                   MOVE ZEROES TO FB-PCH-NEW-DIVISOR(WS-RULE-X)
                   MOVE SPACES TO FB-PCH-NEW-LABEL(WS-RULE-X)
                   IF FB-PCI-CHANGE-TYPE = 'R'
                    AND WS-RE-PAIR(WS-RULE-X) NOT = SPACES
                       MOVE WS-RULE-X TO FB-PCH-NEW-RULE-COUNT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > FB-PCH-NEW-RULE-COUNT
                   MOVE WS-RE-PAIR(WS-RULE-X)
                       TO FB-PCH-NEW-ENTRY(WS-RULE-X)
               END-PERFORM
               IF FB-PCI-CHANGE-TYPE = 'R'
                AND FB-PCH-NEW-RULE-COUNT = 0
                   MOVE 'NO RULES ON CARD - USE D TO DELETE A VERSION'
                       TO WS-REJECT-REASON
                   SET WS-CARD-ERROR TO TRUE
               END-IF
           END-IF.

       EDIT-PARM-CHANGE.
           MOVE FB-PCH-NEW-CARD TO FB-PARM-RECORD
           CALL 'FBPARMVL' USING FB-PARM-RECORD, FB-PARM-EDIT-RESULT
           END-CALL
           IF FB-PEDIT-ERROR-COUNT > 0
               MOVE FB-PEDIT-MESSAGE(1) TO WS-REJECT-REASON
               SET WS-CARD-ERROR TO TRUE
           ELSE
               MOVE WS-CURRENT-CARD TO FB-PCH-OLD-CARD
           END-IF.

      ******************************************************************
      * New rules are held to the FBRULEVL edits as one table; the
      * version as it stands now comes from FBRULAPL, the same
      * routine FIZZBUZZ applies the change with.
      ******************************************************************
       EDIT-RULE-CHANGE.
           IF FB-PCH-NEW-RULE-COUNT > 0
               MOVE FB-PCH-NEW-RULE-COUNT TO FB-RULE-COUNT
               MOVE SPACES                TO FB-RULE-COMBINED-LABEL
               MOVE FB-PCH-NEW-EFF-DATE   TO FB-RULE-EFF-DATE
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > 9
                   MOVE FB-PCH-NEW-ENTRY(WS-RULE-X)
                       TO FB-RULE-ENTRY(WS-RULE-X)
               END-PERFORM
               CALL 'FBRULEVL' USING FB-RULE-TABLE,
                   FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   MOVE FB-PEDIT-MESSAGE(1) TO WS-REJECT-REASON
                   SET WS-CARD-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-CARD-ERROR
               MOVE 'G' TO WS-APL-FUNCTION
               CALL 'FBRULAPL' USING WS-APL-FUNCTION,
                   FB-RULE-VERSION-TABLE, FB-PENDING-CHANGE-RECORD,
                   WS-APL-RC
               END-CALL
               EVALUATE TRUE
                   WHEN FB-PCH-NEW-RULE-COUNT = 0
                    AND FB-PCH-OLD-RULE-COUNT = 0
                       MOVE 'NO RULE VERSION WITH THAT EFFECTIVE DATE '
                           TO WS-REJECT-REASON
                       MOVE 'TO DELETE' TO WS-REJECT-REASON(42:9)
                       SET WS-CARD-ERROR TO TRUE
                   WHEN FB-PCH-OLD-RULE-COUNT = 0
                    AND FB-RVT-COUNT >= 10
                       MOVE 'FBRULES ALREADY HOLDS 10 VERSIONS'
                           TO WS-REJECT-REASON
                       SET WS-CARD-ERROR TO TRUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The next change number comes from the control record, which
      * is written back with the rest of FBPCHG. The entry is put on
      * FBAUDIT only once FBPCHG has been written back.
      ******************************************************************
       ENTER-CHANGE.
           MOVE WS-CHANGE-ENTRY(1) TO FB-PCH-CONTROL-RECORD
           ADD 1 TO FB-PCC-LAST-ID
           MOVE FB-PCH-CONTROL-RECORD TO WS-CHANGE-ENTRY(1)
           MOVE FB-PCC-LAST-ID TO FB-PCH-CHANGE-ID
           MOVE 'P'            TO FB-PCH-STATUS
           MOVE 'E'            TO FB-PCH-AUDIT-LEVEL
           MOVE 'B'            TO FB-PCH-ORIGIN
           MOVE WS-RUN-DATE-NUM TO FB-PCH-MAKER-DATE
           ACCEPT FB-PCH-MAKER-TIME FROM TIME
           ADD 1 TO WS-CHANGE-COUNT
           MOVE FB-PENDING-CHANGE-RECORD
               TO WS-CHANGE-ENTRY(WS-CHANGE-COUNT)
           ADD 1 TO WS-TOT-ENTERED.

      ******************************************************************
      * A card refused for its maker takes no change number; it is
      * recorded against the submitting user with change number zero.
      ******************************************************************
       RECORD-REFUSED-CARD.
           DISPLAY 'FBPCHLD: CARD ' WS-TOT-CARDS-READ ' NAMES MAKER '
               FB-PCI-MAKER-ID ' BUT WAS SUBMITTED BY '
               WS-SUBMIT-USERID ' - REFUSED'
           MOVE 0               TO FB-PCH-CHANGE-ID
           MOVE WS-RUN-DATE-NUM TO FB-PCH-MAKER-DATE
           ACCEPT FB-PCH-MAKER-TIME FROM TIME
           MOVE 'U' TO WS-CHG-AUD-EVENT
           PERFORM WRITE-CHANGE-AUDIT.

      ******************************************************************
      * One FBAUDIT change-control record (run mode 'K') for the entry
      * or refusal (WS-CHG-AUD-EVENT) of the change in
      * FB-PENDING-CHANGE-RECORD.
      ******************************************************************
       WRITE-CHANGE-AUDIT.
           INITIALIZE FB-AUDIT-RECORD
           MOVE FB-PCH-MAKER-DATE  TO FB-AUD-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-AUD-RUN-NUMBER
           MOVE FB-PCH-MAKER-TIME  TO FB-AUD-START-TIME
           MOVE FB-PCH-MAKER-TIME  TO FB-AUD-END-TIME
           IF FB-PCH-PARM-CHANGE
               MOVE FB-PCH-NEW-CARD       TO WS-AUD-CARD
               MOVE WS-AUD-DIVISOR-1      TO FB-AUD-DIVISOR-1
               MOVE WS-AUD-LABEL-1        TO FB-AUD-LABEL-1
               MOVE WS-AUD-DIVISOR-2      TO FB-AUD-DIVISOR-2
               MOVE WS-AUD-LABEL-2        TO FB-AUD-LABEL-2
               MOVE WS-AUD-COMBINED-LABEL TO FB-AUD-COMBINED-LABEL
               MOVE WS-AUD-LOW-RANGE      TO FB-AUD-LOW-RANGE
               MOVE WS-AUD-HIGH-RANGE     TO FB-AUD-HIGH-RANGE
               MOVE WS-AUD-CKPT-INTERVAL  TO FB-AUD-CKPT-INTERVAL
           ELSE
               MOVE FB-PCH-NEW-EFF-DATE   TO FB-AUD-RULE-VER-LOW
               MOVE FB-PCH-NEW-EFF-DATE   TO FB-AUD-RULE-VER-HIGH
           END-IF
           MOVE 'K'                TO FB-AUD-RUN-MODE
           MOVE 'N'                TO FB-AUD-RESTART-FLAG
           MOVE 0                  TO FB-AUD-RETURN-CODE
           MOVE 'N'                TO FB-AUD-CONTINUATION
           MOVE FB-PCH-CHANGE-ID   TO FB-AUD-CHANGE-ID
           MOVE FB-PCH-CHANGE-TYPE TO FB-AUD-CHANGE-TYPE
           MOVE WS-CHG-AUD-EVENT   TO FB-AUD-CHANGE-EVENT
           MOVE FB-PCH-MAKER-ID    TO FB-AUD-CHANGE-USER
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-AUDIT-FILE
           END-IF
           WRITE FB-AUDIT-RECORD
           CLOSE FB-AUDIT-FILE.

      ******************************************************************
      * Nothing may have touched FBPCHG since it was loaded - see the
      * banner. Once it is written back, each change entered this run
      * is recorded on FBAUDIT in change-number order.
      ******************************************************************
       REWRITE-CHANGE-FILE.
           PERFORM VERIFY-CHANGE-FILE
           IF WS-PCHG-MOVED
               DISPLAY 'FBPCHLD: FBPCHG WAS UPDATED WHILE THE DECK WAS '
                   'LOADED - IS IT STILL OPEN TO THE REGION?'
               DISPLAY 'FBPCHLD: NOTHING ENTERED - RERUN WITH FBPCHG '
                   'CLOSED TO THE REGION'
               WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
               WRITE FB-RPT-LINE FROM RPT-PCHG-MOVED-LINE
               CLOSE FBPCHLD-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               DISPLAY 'FBPCHLD: UNABLE TO REWRITE FBPCHG, '
                   'STATUS=' WS-PCHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FBPCHLD-RPT
               STOP RUN
           END-IF
           PERFORM VARYING WS-CHANGE-X FROM 1 BY 1
                   UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
               MOVE WS-CHANGE-ENTRY(WS-CHANGE-X) TO FB-PCHG-FILE-RECORD
               WRITE FB-PCHG-FILE-RECORD
           END-PERFORM
           CLOSE FB-PCHG-FILE
           MOVE 'E' TO WS-CHG-AUD-EVENT
           COMPUTE WS-CHANGE-X = WS-LOADED-COUNT + 1
           IF WS-CHANGE-X < 2
               MOVE 2 TO WS-CHANGE-X
           END-IF
           PERFORM UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
               MOVE WS-CHANGE-ENTRY(WS-CHANGE-X)
                   TO FB-PENDING-CHANGE-RECORD
               PERFORM WRITE-CHANGE-AUDIT
               ADD 1 TO WS-CHANGE-X
           END-PERFORM.

      ******************************************************************
      * FBPCHG read again and held against the file as loaded: the
      * same records, the control record unchanged, nothing added.
      ******************************************************************
       VERIFY-CHANGE-FILE.
           MOVE 'N' TO WS-PCHG-MOVED-SW
           MOVE 'N' TO WS-PCHG-EOF-SW
           MOVE 0   TO WS-CHANGE-X
           OPEN INPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               SET WS-PCHG-MOVED TO TRUE
           ELSE
               PERFORM UNTIL WS-PCHG-EOF OR WS-PCHG-MOVED
                   READ FB-PCHG-FILE
                       AT END
                           SET WS-PCHG-EOF TO TRUE
                       NOT AT END
                           PERFORM VERIFY-CHANGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-PCHG-FILE
               IF WS-CHANGE-X NOT = WS-LOADED-COUNT
                   SET WS-PCHG-MOVED TO TRUE
               END-IF
           END-IF.

       VERIFY-CHANGE-ENTRY.
           ADD 1 TO WS-CHANGE-X
           EVALUATE TRUE
               WHEN WS-CHANGE-X > WS-LOADED-COUNT
                   SET WS-PCHG-MOVED TO TRUE
               WHEN WS-CHANGE-X = 1
                   IF FB-PCHG-FILE-RECORD NOT = WS-LOADED-CONTROL
                       SET WS-PCHG-MOVED TO TRUE
                   END-IF
               WHEN OTHER
                   IF FB-PCHG-FILE-RECORD NOT =
                      WS-CHANGE-ENTRY(WS-CHANGE-X)
                       SET WS-PCHG-MOVED TO TRUE
                   END-IF
           END-EVALUATE.

       WRITE-CARD-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE WS-TOT-CARDS-READ  TO CD-CARD-NO
           MOVE FB-PCI-CHANGE-TYPE TO CD-CHANGE-TYPE
           IF FB-PCI-MAKER-ID = SPACES
               MOVE WS-SUBMIT-USERID TO CD-MAKER-ID
           ELSE
               MOVE FB-PCI-MAKER-ID  TO CD-MAKER-ID
           END-IF
           MOVE FB-PCI-NOTE        TO CD-NOTE
           WRITE FB-RPT-LINE FROM RPT-CARD-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RPT-HEADER.
           IF WS-LINE-COUNT NOT = 0
               ADD 1 TO WS-PAGE-NO
           END-IF
           MOVE WS-JOB-NAME  TO H1-JOB-NAME
           MOVE WS-STEP-NAME TO H1-STEP-NAME
           MOVE WS-RUN-MM    TO H1-RUN-MM
           MOVE WS-RUN-DD    TO H1-RUN-DD
           MOVE WS-RUN-YYYY  TO H1-RUN-YYYY
           MOVE WS-PAGE-NO   TO H1-PAGE-NO
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-CARD-HEADER
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-LOAD-TOTALS.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'CHANGES ON FBPCHG BEFORE LOAD' TO TL-LABEL
           MOVE WS-TOT-OPEN-BEFORE             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CHANGE CARDS READ'             TO TL-LABEL
           MOVE WS-TOT-CARDS-READ               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CHANGES ENTERED FOR APPROVAL'  TO TL-LABEL
           MOVE WS-TOT-ENTERED                  TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CHANGE CARDS REJECTED'         TO TL-LABEL
           MOVE WS-TOT-REJECTED                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.
