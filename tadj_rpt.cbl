      * TADJRPT is payroll audit's daily list of time corrections:
      * every missed-punch or time-correction transaction keyed
      * through TIMECORR on the report date, straight off the
      * TIMEADJ time-adjustment file (see copybooks/TIMEADJ.CPY),
      * with who it was for, the business date and punch it
      * supplies, whether it adds or replaces a punch, the reason
      * code, the approving supervisor and the sign-on that keyed
      * it. Corrections change what HOURSRPT and PAYEXTR report
      * without touching the log, so this list is the audit trail
      * of every such change.
      *
      * A correction for a business date earlier than the day
      * before it was keyed lands AFTER the nightly suite already
      * extracted that date for payroll (the suite runs a day
      * behind - see jcl/NIGHTLY.jcl). Those lines are flagged with
      * an asterisk and counted, so payroll knows which dates need
      * PAYEXTR rerun to pick the correction up.
      *
      * The report date comes from the SYSIN card the same way the
      * nightly reports take theirs: PREV for the previous calendar
      * day (what the scheduled job uses), an explicit YYYYMMDD, or
      * today when the card is blank or missing.
      * See jcl/TADJRPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TADJRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TIME-ADJ-FILE is the append-only time-adjustment file
      * TIMECORR writes.
           SELECT TIME-ADJ-FILE ASSIGN TO "TIMEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.

      * TADJ-RPT is the printed correction list for payroll audit.
           SELECT TADJ-RPT ASSIGN TO "TADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-ADJ-FILE.
           COPY "TIMEADJ.CPY".

       FD  TADJ-RPT.
       01  TADJ-RPT-RECORD         PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-TA-STATUS             PIC X(2).
           88  TA-EOF                          VALUE "10".
       01  WS-RPT-STATUS            PIC X(2).

      * The report date - see the header comment.
       01  WS-DATE-CARD             PIC X(8)   VALUE SPACES.
           88  DATE-CARD-IS-PREV               VALUE "PREV    ".
       01  WS-DATE-CARD-NUM REDEFINES WS-DATE-CARD
                                    PIC 9(8).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CARD-DAY-INTEGER      PIC 9(8)   COMP.

      * The newest business date the nightly suite had already
      * extracted when the report date's corrections were keyed -
      * the day before the report date.
       01  WS-EXTRACTED-DATE        PIC 9(8).
       01  WS-LATE-FLAG             PIC X(1).

      * The punch time split for printing as HH:MM.
       01  WS-PUNCH-TIME            PIC 9(8).
       01  WS-PUNCH-PARTS REDEFINES WS-PUNCH-TIME.
           05  WS-PT-HH             PIC 9(2).
           05  WS-PT-MM             PIC 9(2).
           05  FILLER               PIC 9(4).
       01  WS-PUNCH-HHMM            PIC X(5).

       01  WS-READ-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-REPLACED-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-LATE-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * Run-control journaling - see copybooks/RUNCTL.CPY: a
      * STARTED record on the way in, a COMPLETE record with the
      * final counts on the way out.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-RC-STAMP-DATE         PIC 9(8).
       01  WS-RC-STAMP-TIME         PIC 9(8).
       01  WS-RC-STATUS-VAL         PIC X(8).
       01  WS-RC-IN-COUNT           PIC 9(8)   VALUE ZERO.
       01  WS-RC-OUT-COUNT          PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DATE-CARD.
           EVALUATE TRUE
               WHEN DATE-CARD-IS-PREV
                   COMPUTE WS-CARD-DAY-INTEGER = FUNCTION
                       INTEGER-OF-DATE (WS-TODAY-DATE) - 1
                   COMPUTE WS-RUN-DATE = FUNCTION
                       DATE-OF-INTEGER (WS-CARD-DAY-INTEGER)
               WHEN WS-DATE-CARD-NUM IS NUMERIC
                   MOVE WS-DATE-CARD-NUM TO WS-RUN-DATE
               WHEN OTHER
                   MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-EVALUATE.
           COMPUTE WS-CARD-DAY-INTEGER = FUNCTION
               INTEGER-OF-DATE (WS-RUN-DATE) - 1.
           COMPUTE WS-EXTRACTED-DATE = FUNCTION
               DATE-OF-INTEGER (WS-CARD-DAY-INTEGER).
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 2000-LIST-CORRECTIONS.
           DISPLAY "TADJRPT: " WS-READ-COUNT " record(s) read, "
               WS-LISTED-COUNT " correction(s) listed for "
               WS-RUN-DATE ", " WS-LATE-COUNT " for dates already "
               "extracted".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-READ-COUNT TO WS-RC-IN-COUNT.
           MOVE WS-LISTED-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * One pass over the whole file - it is in keyed order, so the
      * report date's corrections print in the order they were
      * entered. No TIMEADJ at all means nothing was ever keyed:
      * the report still prints, empty, so audit sees a clean day
      * rather than a missing one.
       2000-LIST-CORRECTIONS.
           OPEN OUTPUT TADJ-RPT.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING "DAILY TIME CORRECTIONS FOR PAYROLL AUDIT - KEYED "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING "  ID     NAME                 BUS DATE DIR A "
                  DELIMITED BY SIZE
                  "PUNCH    TIME  RSN APPR   KEYED BY"
                  DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.
           OPEN INPUT TIME-ADJ-FILE.
           IF WS-TA-STATUS = "00"
               PERFORM 2100-READ-CORRECTION UNTIL TA-EOF
               CLOSE TIME-ADJ-FILE
           ELSE
               DISPLAY "TADJRPT: TIMEADJ not present (status "
                   WS-TA-STATUS ") - no corrections on file"
           END-IF.
           PERFORM 2900-PRINT-TOTALS.
           CLOSE TADJ-RPT.

       2100-READ-CORRECTION.
           READ TIME-ADJ-FILE
               AT END
                   MOVE "10" TO WS-TA-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF TA-ENTRY-DATE = WS-RUN-DATE
                       PERFORM 2200-PRINT-CORRECTION
                   END-IF
           END-READ.

       2200-PRINT-CORRECTION.
           ADD 1 TO WS-LISTED-COUNT.
           IF TA-IS-REPLACEMENT
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           IF TA-BUS-DATE < WS-EXTRACTED-DATE
               MOVE "*" TO WS-LATE-FLAG
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE SPACE TO WS-LATE-FLAG
           END-IF.
           MOVE TA-PUNCH-TIME TO WS-PUNCH-TIME.
           MOVE SPACES TO WS-PUNCH-HHMM.
           STRING WS-PT-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-PT-MM DELIMITED BY SIZE
                  INTO WS-PUNCH-HHMM
           END-STRING.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING WS-LATE-FLAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-NAME-TEXT (1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-BUS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-EVENT-TYPE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TA-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-PUNCH-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PUNCH-HHMM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-REASON-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TA-APPROVER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TA-KEYED-BY DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.

       2900-PRINT-TOTALS.
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING "TOTAL CORRECTIONS KEYED    : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.
           MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING "TOTAL ADDED PUNCHES        : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.
           MOVE WS-REPLACED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING "TOTAL REPLACEMENT PUNCHES  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO TADJ-RPT-RECORD.
           STRING "* FOR DATES ALREADY SENT TO PAYROLL (RERUN "
                  "PAYEXTR): " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO TADJ-RPT-RECORD
           END-STRING.
           WRITE TADJ-RPT-RECORD.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the final counts on the way out - to the
      * shared RUNCTL journal every batch program writes.
       9000-WRITE-RUN-CONTROL.
           ACCEPT WS-RC-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RC-STAMP-TIME FROM TIME.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           MOVE SPACE TO RC-FILL-1 RC-FILL-2 RC-FILL-3 RC-FILL-4
                         RC-FILL-5 RC-FILL-6.
           MOVE "TADJRPT " TO RC-PROGRAM.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
