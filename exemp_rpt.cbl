      * EXEMPRPT is the nightly exception report of terminated
      * employee IDs still showing up at the terminals. HELLOWORLD
      * and HELLOBAT refuse an inactive ID once EMPLOAD has marked
      * it terminated, but the termination only reaches EMPMAST
      * when HR sends it, and a badge can be used in the gap - or
      * an event can reach the log some other way. This report
      * reads the business date's DAYEVT extract, resolves each
      * employee ID through EMPMAST, and lists every event for an
      * ID that had already left: in a business date after the
      * termination date on the master, or carrying an inactive
      * flag with no date at all. An event in the termination
      * business date is the employee's last shift and is not an
      * exception - including a third-shift sign-out after midnight
      * that LOGEXTR attributed back to it.
      *
      * Same DAYEVT control-break pass as HOURSRPT: LOGEXTR must
      * have journaled COMPLETE for the business date first, and
      * visitor events riding in the same extract are skipped on
      * read. An ID not on EMPMAST at all is not this report's
      * business - HELLOWORLD could never have logged it.
      * See jcl/NIGHTLY.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEMPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SORTED-EVENTS is the DAYEVT daily extract LOGEXTR cuts from
      * the live log, sorted by ID, date and time.
           SELECT SORTED-EVENTS ASSIGN TO "DAYEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SE-STATUS.

      * EMPMAST-FILE supplies each ID's employment status.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * EXEMP-RPT is the printed exception report for security and
      * HR.
           SELECT EXEMP-RPT ASSIGN TO "EXEMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY. Read first for the LOGEXTR
      * prerequisite, then appended to like every other batch step.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SORTED-EVENTS mirrors SIGNLOG.CPY's byte layout field-for-
      * field but under its own names, the same as every program
      * that reads day extracts of the log.
       FD  SORTED-EVENTS.
       01  SORTED-EVENT-RECORD.
           05  SE-DATE             PIC 9(8).
           05  SE-FILL-1           PIC X.
           05  SE-TIME             PIC 9(8).
           05  SE-FILL-2           PIC X.
           05  SE-TERM-ID          PIC X(8).
           05  SE-FILL-3           PIC X.
           05  SE-EMP-ID           PIC X(6).
           05  SE-FILL-4           PIC X.
           05  SE-NAME             PIC X(30).
           05  SE-OVERFLOW-FLAG    PIC X.
           05  SE-FILL-5           PIC X.
           05  SE-EVENT-TYPE       PIC X(2).
               88  SE-EMP-SIGN-IN              VALUE "EI" "  ".
               88  SE-EMP-SIGN-OUT             VALUE "EO".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  EXEMP-RPT.
       01  EXEMP-RPT-RECORD        PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SE-STATUS             PIC X(2).
           88  SE-EOF                          VALUE "10".
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).

      * The business date this run reports - from the SYSIN card,
      * the word PREV for the previous calendar day (what the
      * scheduled jobs use, matching NIGHTLY's extract step), an
      * explicit YYYYMMDD, or today when the card is blank or
      * missing - always the date LOGEXTR cut the extract for.
       01  WS-DATE-CARD             PIC X(8)   VALUE SPACES.
           88  DATE-CARD-IS-PREV               VALUE "PREV    ".
       01  WS-DATE-CARD-NUM REDEFINES WS-DATE-CARD
                                    PIC 9(8).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CARD-DAY-INTEGER      PIC 9(8)   COMP.

      * Whether the record just read is an employee event - the
      * extract also carries the day's visitor events.
       01  WS-SE-WANTED-SW          PIC X      VALUE "N".
           88  SE-EVENT-WANTED                 VALUE "Y".

      * Control-break state: the employee in hand and the read-ahead
      * of the next, HIGH-VALUES at end of file.
       01  WS-CUR-EMP-ID            PIC X(6).
       01  WS-NEXT-EMP-ID           PIC X(6).

      * The current employee's master status, captured once per
      * group: whether they are on file at all, their termination
      * date, and whether they are flagged inactive.
       01  WS-ON-FILE-SW            PIC X      VALUE "N".
           88  EMP-ON-FILE                     VALUE "Y".
       01  WS-CUR-NAME              PIC X(30).
       01  WS-CUR-TERM-DATE         PIC 9(8).
       01  WS-CUR-INACTIVE-SW       PIC X      VALUE "N".
           88  CUR-EMP-INACTIVE                VALUE "Y".
       01  WS-HDR-PRINTED-SW        PIC X      VALUE "N".
           88  EMP-HDR-PRINTED                 VALUE "Y".

      * The event time split for printing as HH:MM:SS.
       01  WS-EVENT-TIME            PIC 9(8).
       01  WS-EVENT-PARTS REDEFINES WS-EVENT-TIME.
           05  WS-EV-HH             PIC 9(2).
           05  WS-EV-MM             PIC 9(2).
           05  WS-EV-SS             PIC 9(2).
           05  FILLER               PIC 9(2).
       01  WS-EVENT-DESC            PIC X(8).

       01  WS-EMP-COUNT             PIC 9(6)   VALUE ZERO.
       01  WS-FLAGGED-EMP-COUNT     PIC 9(6)   VALUE ZERO.
       01  WS-FLAGGED-EVT-COUNT     PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * Run-control journaling and the LOGEXTR prerequisite check -
      * see copybooks/RUNCTL.CPY.
       01  WS-RUNCTL-STATUS         PIC X(2).
           88  RUNCTL-EOF                      VALUE "10".
       01  WS-RC-STAMP-DATE         PIC 9(8).
       01  WS-RC-STAMP-TIME         PIC 9(8).
       01  WS-RC-STATUS-VAL         PIC X(8).
       01  WS-RC-IN-COUNT           PIC 9(8)   VALUE ZERO.
       01  WS-RC-OUT-COUNT          PIC 9(8)   VALUE ZERO.
       01  WS-PREREQ-SW             PIC X      VALUE "N".
           88  LOGEXTR-IS-DONE                 VALUE "Y".

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
           PERFORM 0100-CHECK-LOGEXTR-DONE.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 2000-REPORT-EXCEPTIONS.
           DISPLAY "EXEMPRPT: " WS-EMP-COUNT " employee(s) checked, "
               WS-FLAGGED-EMP-COUNT " terminated ID(s) with "
               WS-FLAGGED-EVT-COUNT " event(s)".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-EMP-COUNT TO WS-RC-IN-COUNT.
           MOVE WS-FLAGGED-EVT-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * A COMPLETE run-control record from LOGEXTR for the business
      * date must be on file, or the DAYEVT extract may be missing
      * or half-written and the day would quietly report clean.
       0100-CHECK-LOGEXTR-DONE.
           MOVE "N" TO WS-PREREQ-SW.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL RUNCTL-EOF
                   READ RUN-CTL-FILE
                       AT END
                           MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END
                           IF RC-PROGRAM = "LOGEXTR "
                               AND RC-RUN-DATE = WS-RUN-DATE
                               AND RC-IS-COMPLETE
                               MOVE "Y" TO WS-PREREQ-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
           END-IF.
           IF NOT LOGEXTR-IS-DONE
               DISPLAY "*** EXEMPRPT: no COMPLETE run-control "
                   "record from LOGEXTR for " WS-RUN-DATE " - run "
                   "LOGEXTR first, then rerun EXEMPRPT ***"
               STOP RUN
           END-IF.

       2000-REPORT-EXCEPTIONS.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           OPEN INPUT  SORTED-EVENTS.
           OPEN OUTPUT EXEMP-RPT.
           MOVE SPACES TO EXEMP-RPT-RECORD.
           STRING "TERMINATED EMPLOYEE ACTIVITY - BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO EXEMP-RPT-RECORD
           END-STRING.
           WRITE EXEMP-RPT-RECORD.
           PERFORM 2900-READ-SORTED-EVENT.
           PERFORM 2100-PROCESS-EMPLOYEE UNTIL SE-EOF.
           PERFORM 2800-PRINT-TOTALS.
           CLOSE SORTED-EVENTS.
           CLOSE EXEMP-RPT.
           CLOSE EMPMAST-FILE.

      * One EMPMAST read per employee group, then every event in the
      * group is judged against what it said.
       2100-PROCESS-EMPLOYEE.
           MOVE WS-NEXT-EMP-ID TO WS-CUR-EMP-ID.
           ADD 1 TO WS-EMP-COUNT.
           MOVE "N" TO WS-ON-FILE-SW WS-CUR-INACTIVE-SW
                       WS-HDR-PRINTED-SW.
           MOVE WS-CUR-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE-SW
                   MOVE EMP-NAME-TEXT TO WS-CUR-NAME
                   MOVE EMP-TERM-DATE TO WS-CUR-TERM-DATE
                   IF EMP-IS-INACTIVE
                       MOVE "Y" TO WS-CUR-INACTIVE-SW
                   END-IF
           END-READ.
           PERFORM 2200-JUDGE-EVENT
               UNTIL SE-EOF OR WS-NEXT-EMP-ID NOT = WS-CUR-EMP-ID.

      * An event is an exception when its business date (the date
      * this extract was cut for, not the event's calendar date)
      * falls after the termination date on file, or the ID is
      * flagged inactive with no date to judge by.
       2200-JUDGE-EVENT.
           IF EMP-ON-FILE
               IF (WS-CUR-TERM-DATE NOT = ZERO
                       AND WS-RUN-DATE > WS-CUR-TERM-DATE)
                   OR (WS-CUR-TERM-DATE = ZERO AND CUR-EMP-INACTIVE)
                   PERFORM 2300-PRINT-EXCEPTION
               END-IF
           END-IF.
           PERFORM 2900-READ-SORTED-EVENT.

      * The employee's heading line is printed with their first
      * flagged event, then one indented line per event.
       2300-PRINT-EXCEPTION.
           IF NOT EMP-HDR-PRINTED
               ADD 1 TO WS-FLAGGED-EMP-COUNT
               MOVE "Y" TO WS-HDR-PRINTED-SW
               MOVE SPACES TO EXEMP-RPT-RECORD
               STRING WS-CUR-EMP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CUR-NAME DELIMITED BY SIZE
                      " TERMINATED " DELIMITED BY SIZE
                      WS-CUR-TERM-DATE DELIMITED BY SIZE
                      INTO EXEMP-RPT-RECORD
               END-STRING
               WRITE EXEMP-RPT-RECORD
           END-IF.
           ADD 1 TO WS-FLAGGED-EVT-COUNT.
           IF SE-EMP-SIGN-OUT
               MOVE "SIGN-OUT" TO WS-EVENT-DESC
           ELSE
               MOVE "SIGN-IN " TO WS-EVENT-DESC
           END-IF.
           MOVE SE-TIME TO WS-EVENT-TIME.
           MOVE SPACES TO EXEMP-RPT-RECORD.
           STRING "       " DELIMITED BY SIZE
                  SE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EV-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-EV-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-EV-SS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EVENT-DESC DELIMITED BY SIZE
                  " AT TERMINAL " DELIMITED BY SIZE
                  SE-TERM-ID DELIMITED BY SIZE
                  INTO EXEMP-RPT-RECORD
           END-STRING.
           WRITE EXEMP-RPT-RECORD.

       2800-PRINT-TOTALS.
           MOVE WS-EMP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO EXEMP-RPT-RECORD.
           STRING "TOTAL EMPLOYEE IDS CHECKED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO EXEMP-RPT-RECORD
           END-STRING.
           WRITE EXEMP-RPT-RECORD.
           MOVE WS-FLAGGED-EMP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO EXEMP-RPT-RECORD.
           STRING "TOTAL TERMINATED IDS SEEN : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO EXEMP-RPT-RECORD
           END-STRING.
           WRITE EXEMP-RPT-RECORD.
           MOVE WS-FLAGGED-EVT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO EXEMP-RPT-RECORD.
           STRING "TOTAL EVENTS FLAGGED      : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO EXEMP-RPT-RECORD
           END-STRING.
           WRITE EXEMP-RPT-RECORD.

      * Reads the next EMPLOYEE event off the extract, skipping
      * the visitor records sharing the file. SE-EMP-SIGN-IN's
      * spaces value covers records written before SIL-EVENT-TYPE
      * existed.
       2900-READ-SORTED-EVENT.
           MOVE "N" TO WS-SE-WANTED-SW.
           PERFORM UNTIL SE-EOF OR SE-EVENT-WANTED
               READ SORTED-EVENTS
                   AT END
                       MOVE "10" TO WS-SE-STATUS
                       MOVE HIGH-VALUES TO WS-NEXT-EMP-ID
                   NOT AT END
                       IF SE-EMP-SIGN-IN OR SE-EMP-SIGN-OUT
                           MOVE "Y" TO WS-SE-WANTED-SW
                           MOVE SE-EMP-ID TO WS-NEXT-EMP-ID
                       END-IF
               END-READ
           END-PERFORM.

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
           MOVE "EXEMPRPT" TO RC-PROGRAM.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
