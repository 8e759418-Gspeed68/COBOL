      * BUDDYRPT is the nightly buddy-punch report. The sign-in PIN
      * stops one employee keying a colleague's ID at a terminal the
      * colleague is not standing at - unless the PIN was shared
      * too. This report looks for what buddy punching leaves behind
      * in the day's events whatever the PIN says:
      *
      *   SHARED TERMINAL - several different employee IDs signing
      *   in at the same terminal within a few seconds of each
      *   other. A real queue at the door takes longer per person
      *   than it takes one person to key three IDs in a row.
      *
      *   IMPOSSIBLE TRAVEL - one ID with consecutive events at
      *   terminals in two different buildings (TRM-BUILDING on
      *   TERMMAST) closer together in time than anyone could walk
      *   between them. Someone else was holding that ID.
      *
      * The thresholds come from the SYSIN card: columns 1-8 the
      * business date (PREV, YYYYMMDD, or blank for today, as in
      * every DAYEVT reader), 10-12 the shared-terminal window in
      * seconds (default 30), 14-16 the minimum walk between two
      * buildings in minutes (default 5). Blank or non-numeric
      * thresholds take the defaults.
      *
      * Same DAYEVT prerequisite as every nightly report: LOGEXTR
      * must have journaled COMPLETE for the business date first.
      * The extract is in ID order, which is exactly the order the
      * travel check wants; the shared-terminal check re-sorts the
      * day's sign-ins by terminal and time. Visitor events are
      * skipped. An event at a terminal that is no longer on
      * TERMMAST has no building and cannot be judged for travel.
      * HELLOBAT's greetings are left out of the shared-terminal
      * check: it logs a sign-in under terminal BATCH for every
      * rostered employee, seconds apart, which would otherwise
      * report the whole roster as one shared terminal every night.
      * See jcl/NIGHTLY.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDDYRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SORTED-EVENTS is the DAYEVT daily extract LOGEXTR cuts from
      * the live log, sorted by ID, date and time.
           SELECT SORTED-EVENTS ASSIGN TO "DAYEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SE-STATUS.

      * TERM-SIGNINS is the day's employee sign-ins re-sorted by
      * terminal, date and time for the shared-terminal check.
           SELECT TERM-SIGNINS ASSIGN TO "SSIGNTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.

      * TERMMAST-FILE places each terminal in its building.
           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-ID
               FILE STATUS IS WS-TERMMAST-STATUS.

      * BUDDY-RPT is the printed report for security.
           SELECT BUDDY-RPT ASSIGN TO "BUDDYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY. Read first for the LOGEXTR
      * prerequisite, then appended to like every other batch step.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SORT-WK1 ASSIGN TO "SWK1".

       DATA DIVISION.
       FILE SECTION.
      * SORTED-EVENTS, TERM-SIGNINS and SORT-WK1 mirror SIGNLOG.CPY's
      * byte layout field-for-field but under their own names, the
      * same as every program that reads or sorts the log.
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

       FD  TERM-SIGNINS.
       01  TERM-SIGNIN-RECORD.
           05  TS-DATE             PIC 9(8).
           05  TS-FILL-1           PIC X.
           05  TS-TIME             PIC 9(8).
           05  TS-FILL-2           PIC X.
           05  TS-TERM-ID          PIC X(8).
           05  TS-FILL-3           PIC X.
           05  TS-EMP-ID           PIC X(6).
           05  TS-FILL-4           PIC X.
           05  TS-NAME             PIC X(30).
           05  TS-OVERFLOW-FLAG    PIC X.
           05  TS-FILL-5           PIC X.
           05  TS-EVENT-TYPE       PIC X(2).

       SD  SORT-WK1.
       01  SW1-RECORD.
           05  SW1-DATE            PIC 9(8).
           05  SW1-FILL-1          PIC X.
           05  SW1-TIME            PIC 9(8).
           05  SW1-FILL-2          PIC X.
           05  SW1-TERM-ID         PIC X(8).
           05  SW1-FILL-3          PIC X.
           05  SW1-EMP-ID          PIC X(6).
           05  SW1-FILL-4          PIC X.
           05  SW1-NAME            PIC X(30).
           05  SW1-OVERFLOW-FLAG   PIC X.
           05  SW1-FILL-5          PIC X.
           05  SW1-EVENT-TYPE      PIC X(2).

       FD  TERMMAST-FILE.
           COPY "TERMMAST.CPY".

       FD  BUDDY-RPT.
       01  BUDDY-RPT-RECORD        PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SE-STATUS             PIC X(2).
           88  SE-EOF                          VALUE "10".
       01  WS-TS-STATUS             PIC X(2).
           88  TS-EOF                          VALUE "10".
       01  WS-TERMMAST-STATUS       PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).

      * The SYSIN card - see the header comment. The date part
      * behaves exactly like every other DAYEVT reader's date card.
       01  WS-PARM-CARD             VALUE SPACES.
           05  WS-DATE-CARD         PIC X(8).
               88  DATE-CARD-IS-PREV           VALUE "PREV    ".
           05  WS-PARM-FILL-1       PIC X.
           05  WS-PARM-WINDOW       PIC X(3).
           05  WS-PARM-FILL-2       PIC X.
           05  WS-PARM-WALK         PIC X(3).
       01  WS-DATE-CARD-NUM REDEFINES WS-PARM-CARD.
           05  WS-DATE-CARD-DIGITS  PIC 9(8).
           05  FILLER               PIC X(8).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CARD-DAY-INTEGER      PIC 9(8)   COMP.

      * The thresholds: the shared-terminal window in seconds, and
      * the minimum walk between buildings in minutes and seconds.
       01  WS-WINDOW-SECS           PIC 9(3)   VALUE 30.
       01  WS-WALK-MINS             PIC 9(3)   VALUE 5.
       01  WS-WALK-SECS             PIC 9(6)   VALUE ZERO.

      * An event's moment as seconds since the start of the calendar
      * (day number * 86400 + seconds into the day), so two events
      * either side of midnight still subtract correctly.
       01  WS-EVENT-TIME            PIC 9(8).
       01  WS-EVENT-PARTS REDEFINES WS-EVENT-TIME.
           05  WS-EV-HH             PIC 9(2).
           05  WS-EV-MM             PIC 9(2).
           05  WS-EV-SS             PIC 9(2).
           05  FILLER               PIC 9(2).
       01  WS-EVENT-DATE            PIC 9(8).
       01  WS-EVENT-STAMP           PIC 9(12)  COMP.
       01  WS-GAP-SECS              PIC S9(12) COMP.
       01  WS-EDIT-SECS             PIC ZZZZ9.

      * The shared-terminal group being collected: consecutive
      * sign-ins at one terminal, each within the window of the
      * group's FIRST sign-in. Printed when it closes if it holds
      * more than one distinct ID. Sized 50 - a group that big in
      * a few seconds is already the finding; the rest are counted
      * but not listed.
       01  WS-GRP-TERM-ID           PIC X(8)   VALUE SPACES.
       01  WS-GRP-START-STAMP       PIC 9(12)  COMP VALUE ZERO.
       01  WS-GRP-USED              PIC 9(2)   VALUE ZERO.
       01  WS-GRP-OVERFLOW          PIC 9(4)   VALUE ZERO.
       01  WS-GRP-DISTINCT          PIC 9(2)   VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY         OCCURS 50 TIMES.
               10  WS-GRP-EMP-ID    PIC X(6).
               10  WS-GRP-NAME      PIC X(30).
               10  WS-GRP-DATE      PIC 9(8).
               10  WS-GRP-TIME      PIC 9(8).
       01  WS-GRP-SUB               PIC 9(2)   COMP.
       01  WS-GRP-SUB2              PIC 9(2)   COMP.
       01  WS-GRP-DUP-SW            PIC X      VALUE "N".
           88  GRP-ID-SEEN-BEFORE              VALUE "Y".
       01  WS-EDIT-GRP-COUNT        PIC Z9.

      * The travel check's memory of the same ID's previous event:
      * where (terminal, building) and when.
       01  WS-PREV-EMP-ID           PIC X(6)   VALUE SPACES.
       01  WS-PREV-TERM-ID          PIC X(8).
       01  WS-PREV-BUILDING         PIC X(8).
       01  WS-PREV-DATE             PIC 9(8).
       01  WS-PREV-TIME             PIC 9(8).
       01  WS-PREV-STAMP            PIC 9(12)  COMP.
       01  WS-CUR-BUILDING          PIC X(8).
       01  WS-LAST-TERM-LOOKUP      PIC X(8)   VALUE HIGH-VALUES.

      * The terminal ID HELLOBAT logs its greetings under - see the
      * header comment.
       01  WS-BATCH-TERM-ID         PIC X(8)   VALUE "BATCH".
       01  WS-PREV-HHMMSS           PIC X(8).
       01  WS-CUR-HHMMSS            PIC X(8).

       01  WS-SIGNIN-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-EVENT-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-GROUP-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-GROUP-ID-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-TRAVEL-COUNT          PIC 9(6)   VALUE ZERO.
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
           ACCEPT WS-PARM-CARD.
           EVALUATE TRUE
               WHEN DATE-CARD-IS-PREV
                   COMPUTE WS-CARD-DAY-INTEGER = FUNCTION
                       INTEGER-OF-DATE (WS-TODAY-DATE) - 1
                   COMPUTE WS-RUN-DATE = FUNCTION
                       DATE-OF-INTEGER (WS-CARD-DAY-INTEGER)
               WHEN WS-DATE-CARD-DIGITS IS NUMERIC
                   MOVE WS-DATE-CARD-DIGITS TO WS-RUN-DATE
               WHEN OTHER
                   MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-EVALUATE.
           IF WS-PARM-WINDOW IS NUMERIC
               MOVE WS-PARM-WINDOW TO WS-WINDOW-SECS
           END-IF.
           IF WS-PARM-WALK IS NUMERIC
               MOVE WS-PARM-WALK TO WS-WALK-MINS
           END-IF.
           COMPUTE WS-WALK-SECS = WS-WALK-MINS * 60.
           PERFORM 0100-CHECK-LOGEXTR-DONE.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           OPEN INPUT TERMMAST-FILE.
           IF WS-TERMMAST-STATUS NOT = "00"
               DISPLAY "*** TERMMAST could not be opened (status "
                   WS-TERMMAST-STATUS ") - register terminals "
                   "with TERMMNT first. ***"
               STOP RUN
           END-IF.
           OPEN OUTPUT BUDDY-RPT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "BUDDY-PUNCH EXCEPTIONS - BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           SORT SORT-WK1 ON ASCENDING KEY SW1-TERM-ID SW1-DATE
                                          SW1-TIME
               INPUT PROCEDURE 1000-RELEASE-SIGNINS
               GIVING TERM-SIGNINS.
           PERFORM 2000-CHECK-SHARED-TERMINALS.
           PERFORM 3000-CHECK-TRAVEL.
           PERFORM 8000-PRINT-TOTALS.
           CLOSE BUDDY-RPT.
           CLOSE TERMMAST-FILE.
           DISPLAY "BUDDYRPT: " WS-GROUP-COUNT " shared-terminal "
               "group(s), " WS-TRAVEL-COUNT " travel exception(s)".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-EVENT-COUNT TO WS-RC-IN-COUNT.
           COMPUTE WS-RC-OUT-COUNT = WS-GROUP-COUNT + WS-TRAVEL-COUNT.
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
               DISPLAY "*** BUDDYRPT: no COMPLETE run-control "
                   "record from LOGEXTR for " WS-RUN-DATE " - run "
                   "LOGEXTR first, then rerun BUDDYRPT ***"
               STOP RUN
           END-IF.

      * Only employee sign-INs feed the shared-terminal check - a
      * crowd leaving at shift end is normal, and visitors are
      * badged in by the front desk one after another by design -
      * and HELLOBAT's batch greetings are nobody at a terminal.
      * The spaces value on SE-EMP-SIGN-IN covers records written
      * before SIL-EVENT-TYPE existed.
       1000-RELEASE-SIGNINS.
           OPEN INPUT SORTED-EVENTS.
           PERFORM UNTIL SE-EOF
               READ SORTED-EVENTS
                   AT END
                       MOVE "10" TO WS-SE-STATUS
                   NOT AT END
                       IF SE-EMP-SIGN-IN
                           AND SE-TERM-ID NOT = WS-BATCH-TERM-ID
                           MOVE SORTED-EVENT-RECORD TO SW1-RECORD
                           RELEASE SW1-RECORD
                           ADD 1 TO WS-SIGNIN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-EVENTS.

      * Walks the day's sign-ins in terminal and time order,
      * collecting each run of sign-ins at one terminal that fall
      * within the window of the run's first, and printing every
      * run that holds two or more different IDs.
       2000-CHECK-SHARED-TERMINALS.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-WINDOW-SECS TO WS-EDIT-SECS.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "SHARED TERMINAL - DIFFERENT IDS SIGNING IN WITHIN "
                  DELIMITED BY SIZE
                  WS-EDIT-SECS DELIMITED BY SIZE
                  " SECONDS" DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE ZERO TO WS-GRP-USED WS-GRP-OVERFLOW.
           OPEN INPUT TERM-SIGNINS.
           PERFORM UNTIL TS-EOF
               READ TERM-SIGNINS
                   AT END
                       MOVE "10" TO WS-TS-STATUS
                   NOT AT END
                       PERFORM 2100-GROUP-SIGNIN
               END-READ
           END-PERFORM.
           PERFORM 2200-CLOSE-GROUP.
           CLOSE TERM-SIGNINS.

      * A sign-in joins the open group when it is at the same
      * terminal and inside the window of the group's first
      * sign-in; otherwise the open group is closed out and this
      * sign-in starts the next one.
       2100-GROUP-SIGNIN.
           MOVE TS-DATE TO WS-EVENT-DATE.
           MOVE TS-TIME TO WS-EVENT-TIME.
           PERFORM 2900-COMPUTE-EVENT-STAMP.
           IF WS-GRP-USED > ZERO
               AND TS-TERM-ID = WS-GRP-TERM-ID
               AND WS-EVENT-STAMP - WS-GRP-START-STAMP
                   NOT > WS-WINDOW-SECS
               CONTINUE
           ELSE
               PERFORM 2200-CLOSE-GROUP
               MOVE TS-TERM-ID TO WS-GRP-TERM-ID
               MOVE WS-EVENT-STAMP TO WS-GRP-START-STAMP
           END-IF.
           IF WS-GRP-USED < 50
               ADD 1 TO WS-GRP-USED
               MOVE TS-EMP-ID TO WS-GRP-EMP-ID (WS-GRP-USED)
               MOVE TS-NAME   TO WS-GRP-NAME (WS-GRP-USED)
               MOVE TS-DATE   TO WS-GRP-DATE (WS-GRP-USED)
               MOVE TS-TIME   TO WS-GRP-TIME (WS-GRP-USED)
           ELSE
               ADD 1 TO WS-GRP-OVERFLOW
           END-IF.

      * Counts the distinct IDs in the group - the same ID twice in
      * a row is a double-tap at the reader, not a buddy punch -
      * and prints the group if there is more than one. Empties the
      * group either way.
       2200-CLOSE-GROUP.
           MOVE ZERO TO WS-GRP-DISTINCT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-USED
               MOVE "N" TO WS-GRP-DUP-SW
               PERFORM VARYING WS-GRP-SUB2 FROM 1 BY 1
                       UNTIL WS-GRP-SUB2 NOT < WS-GRP-SUB
                   IF WS-GRP-EMP-ID (WS-GRP-SUB2)
                       = WS-GRP-EMP-ID (WS-GRP-SUB)
                       MOVE "Y" TO WS-GRP-DUP-SW
                   END-IF
               END-PERFORM
               IF NOT GRP-ID-SEEN-BEFORE
                   ADD 1 TO WS-GRP-DISTINCT
               END-IF
           END-PERFORM.
           IF WS-GRP-DISTINCT > 1
               PERFORM 2300-PRINT-GROUP
           END-IF.
           MOVE ZERO TO WS-GRP-USED WS-GRP-OVERFLOW.

       2300-PRINT-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           ADD WS-GRP-DISTINCT TO WS-GROUP-ID-COUNT.
           MOVE WS-GRP-DISTINCT TO WS-EDIT-GRP-COUNT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "TERMINAL " DELIMITED BY SIZE
                  WS-GRP-TERM-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-EDIT-GRP-COUNT DELIMITED BY SIZE
                  " DIFFERENT IDS" DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-USED
               MOVE WS-GRP-TIME (WS-GRP-SUB) TO WS-EVENT-TIME
               MOVE SPACES TO BUDDY-RPT-RECORD
               STRING "       " DELIMITED BY SIZE
                      WS-GRP-DATE (WS-GRP-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EV-HH DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-EV-MM DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-EV-SS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-EMP-ID (WS-GRP-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-NAME (WS-GRP-SUB) DELIMITED BY SIZE
                      INTO BUDDY-RPT-RECORD
               END-STRING
               WRITE BUDDY-RPT-RECORD
           END-PERFORM.
           IF WS-GRP-OVERFLOW > ZERO
               MOVE WS-GRP-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO BUDDY-RPT-RECORD
               STRING "       ...AND " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " MORE SIGN-IN(S) NOT LISTED" DELIMITED BY SIZE
                      INTO BUDDY-RPT-RECORD
               END-STRING
               WRITE BUDDY-RPT-RECORD
           END-IF.

      * Seconds since the start of the calendar for WS-EVENT-DATE
      * and WS-EVENT-TIME (HHMMSSss - the hundredths are dropped).
       2900-COMPUTE-EVENT-STAMP.
           COMPUTE WS-EVENT-STAMP =
               FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE) * 86400
               + WS-EV-HH * 3600 + WS-EV-MM * 60 + WS-EV-SS.

      * Walks the extract in its own ID-and-time order. Each
      * employee event is compared with the same ID's previous
      * event: two different known buildings closer together than
      * the minimum walk is an exception.
       3000-CHECK-TRAVEL.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-WALK-MINS TO WS-EDIT-SECS.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "IMPOSSIBLE TRAVEL - BUILDINGS CHANGED IN UNDER "
                  DELIMITED BY SIZE
                  WS-EDIT-SECS DELIMITED BY SIZE
                  " MINUTES" DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE "00" TO WS-SE-STATUS.
           MOVE SPACES TO WS-PREV-EMP-ID.
           OPEN INPUT SORTED-EVENTS.
           PERFORM UNTIL SE-EOF
               READ SORTED-EVENTS
                   AT END
                       MOVE "10" TO WS-SE-STATUS
                   NOT AT END
                       IF SE-EMP-SIGN-IN OR SE-EMP-SIGN-OUT
                           ADD 1 TO WS-EVENT-COUNT
                           PERFORM 3100-JUDGE-TRAVEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-EVENTS.

       3100-JUDGE-TRAVEL.
           PERFORM 3200-RESOLVE-BUILDING.
           MOVE SE-DATE TO WS-EVENT-DATE.
           MOVE SE-TIME TO WS-EVENT-TIME.
           PERFORM 2900-COMPUTE-EVENT-STAMP.
           IF SE-EMP-ID = WS-PREV-EMP-ID
               AND WS-CUR-BUILDING NOT = SPACES
               AND WS-PREV-BUILDING NOT = SPACES
               AND WS-CUR-BUILDING NOT = WS-PREV-BUILDING
               COMPUTE WS-GAP-SECS = WS-EVENT-STAMP - WS-PREV-STAMP
               IF WS-GAP-SECS < WS-WALK-SECS
                   PERFORM 3300-PRINT-TRAVEL
               END-IF
           END-IF.
           MOVE SE-EMP-ID       TO WS-PREV-EMP-ID.
           MOVE SE-TERM-ID      TO WS-PREV-TERM-ID.
           MOVE WS-CUR-BUILDING TO WS-PREV-BUILDING.
           MOVE SE-DATE         TO WS-PREV-DATE.
           MOVE SE-TIME         TO WS-PREV-TIME.
           MOVE WS-EVENT-STAMP  TO WS-PREV-STAMP.

      * The terminal's building from TERMMAST, spaces for a terminal
      * no longer on file. The last terminal looked up is cached -
      * one person's events mostly come from one door.
       3200-RESOLVE-BUILDING.
           IF SE-TERM-ID NOT = WS-LAST-TERM-LOOKUP
               MOVE SE-TERM-ID TO WS-LAST-TERM-LOOKUP
               MOVE SE-TERM-ID TO TRM-TERM-ID
               READ TERMMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-CUR-BUILDING
                   NOT INVALID KEY
                       MOVE TRM-BUILDING TO WS-CUR-BUILDING
               END-READ
           END-IF.

      * Two lines per exception: the ID and the gap, then where it
      * was seen first and where it turned up next.
       3300-PRINT-TRAVEL.
           ADD 1 TO WS-TRAVEL-COUNT.
           MOVE WS-GAP-SECS TO WS-EDIT-SECS.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING SE-EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-SECS DELIMITED BY SIZE
                  " SECONDS APART" DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-PREV-TIME TO WS-EVENT-TIME.
           MOVE SPACES TO WS-PREV-HHMMSS.
           STRING WS-EV-HH ":" WS-EV-MM ":" WS-EV-SS
                  DELIMITED BY SIZE INTO WS-PREV-HHMMSS
           END-STRING.
           MOVE SE-TIME TO WS-EVENT-TIME.
           MOVE SPACES TO WS-CUR-HHMMSS.
           STRING WS-EV-HH ":" WS-EV-MM ":" WS-EV-SS
                  DELIMITED BY SIZE INTO WS-CUR-HHMMSS
           END-STRING.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "       " DELIMITED BY SIZE
                  WS-PREV-HHMMSS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PREV-BUILDING DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PREV-TERM-ID DELIMITED BY SIZE
                  " THEN " DELIMITED BY SIZE
                  WS-CUR-HHMMSS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUR-BUILDING DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SE-TERM-ID DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.

       8000-PRINT-TOTALS.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-SIGNIN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "TOTAL SIGN-INS CHECKED      : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "TOTAL SHARED-TERMINAL GROUPS: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-GROUP-ID-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "TOTAL IDS IN THOSE GROUPS   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-EVENT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "TOTAL EVENTS CHECKED        : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.
           MOVE WS-TRAVEL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BUDDY-RPT-RECORD.
           STRING "TOTAL TRAVEL EXCEPTIONS     : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO BUDDY-RPT-RECORD
           END-STRING.
           WRITE BUDDY-RPT-RECORD.

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
           MOVE "BUDDYRPT" TO RC-PROGRAM.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
