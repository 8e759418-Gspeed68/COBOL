      * 22:00 start is an everyday early badge-in that belongs to
      * its own calendar date - only the morning tail moves back.
      * Events for employees with no master or shift record, and
      * all visitor events, keep their calendar date.
      * The shift that decides is the one the employee was
      * actually working on the evening the morning tail would
      * belong to - their EFFECTIVE shift for the previous
      * calendar date, resolved through the SCHEDOVR schedule
      * overrides and ROTAPAT rotation patterns (see
      * copybooks/SCHDTBL.CPY) before EMP-SHIFT-CODE - so a day
      * worker covering a week of nights has their 06:30 sign-outs
      * follow the night shift, and a rotation rest day has no
      * shift to follow at all. NOTE: a business date's extract
      * is therefore only complete after its overnight shift has
      * signed out the next morning - which is why the scheduled
      * NIGHTLY step cuts the PREVIOUS business date (card value
      * PREV), by which time the date is fully closed.
      * See jcl/LOGEXTR.jcl and jcl/NIGHTLY.jcl for how this is
      * run under JCL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHD-STATUS.

      * SCHED-OVR-FILE and ROTA-PAT-FILE are the schedule overrides
      * and rotation patterns the effective shift is resolved from
      * - see copybooks/SCHDTBL.CPY. Both are optional.
           SELECT SCHED-OVR-FILE ASSIGN TO "SCHEDOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOV-KEY
               FILE STATUS IS WS-SOV-STATUS.

           SELECT ROTA-PAT-FILE ASSIGN TO "ROTAPAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROT-CODE
               FILE STATUS IS WS-ROTPAT-STATUS.

      * DAY-EVENTS-FILE is the day's extract: every record of the
      * business date, employee and visitor alike, sorted by ID
      * and time. Each reader filters it to the event types it
       FD  SHIFTDEF-FILE.
           COPY "SHIFTDEF.CPY".

       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

      * DAY-EVENTS-FILE and SORT-WK1 mirror SIGNLOG.CPY's byte
      * layout field-for-field but under their own names, the same
      * as every program that sorts the log.
           88  SHD-EOF                         VALUE "10".
           COPY "SHFTTBL.CPY".

      * Schedule overrides and rotation patterns covering the two
      * evenings whose shifts can own an event of the business date
      * - the business date's own and the one before it - see
      * copybooks/SCHDTBL.CPY.
       01  WS-SOV-STATUS            PIC X(2).
           88  SOV-EOF                         VALUE "10".
       01  WS-ROTPAT-STATUS         PIC X(2).
           88  ROTPAT-EOF                      VALUE "10".
           COPY "SCHDTBL.CPY".

      * The business-date attribution state for the employee
      * whose events are being read. The last ID looked up is
      * cached: an employee's events cluster in the log, so most
      * records cost no EMPMAST read at all - the cache is keyed by
      * calendar date as well, since the evening a morning event
      * might belong to, and so the effective shift, changes with
      * the date. Only events dated the business date or the day
      * after can belong to the business date, so nothing else is
      * resolved at all. WS-CROSS-END-MINS is
      * the crossing shift's scheduled end plus grace, in minutes
      * since midnight - the boundary below which an event is the
      * morning tail of the previous business date's shift.
       01  WS-LAST-EMP-ID           PIC X(6)   VALUE HIGH-VALUES.
       01  WS-LAST-SIL-DATE         PIC 9(8)   VALUE ZERO.
       01  WS-NEXT-DATE             PIC 9(8).
       01  WS-CROSSES-SW            PIC X      VALUE "N".
           88  SHIFT-CROSSES-MIDNIGHT          VALUE "Y".
       01  WS-CROSS-END-MINS        PIC S9(4)  COMP VALUE ZERO.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 0500-LOAD-SHIFT-DEFS.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1.
           COMPUTE WS-SCHD-LOW-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
           MOVE WS-RUN-DATE TO WS-SCHD-HIGH-DATE.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
           PERFORM 0600-LOAD-SCHEDULE-TABLES.
           SORT SORT-WK1 ON ASCENDING KEY SW1-ID SW1-DATE SW1-TIME
               INPUT PROCEDURE 1000-RELEASE-DAYS-EVENTS
               GIVING DAY-EVENTS-FILE.
           END-PERFORM.
           CLOSE SHIFTDEF-FILE.

      * Loads the schedule overrides that touch the two evenings in
      * question, and every rotation pattern - see
      * copybooks/SCHDTBL.CPY. Neither file is required: a SCHEDOVR
      * or ROTAPAT that does not exist (status 35) just means
      * nobody is off their master shift.
       0600-LOAD-SCHEDULE-TABLES.
           OPEN INPUT SCHED-OVR-FILE.
           IF WS-SOV-STATUS = "00"
               PERFORM UNTIL SOV-EOF
                   READ SCHED-OVR-FILE
                       AT END
                           MOVE "10" TO WS-SOV-STATUS
                       NOT AT END
                           IF SOV-TO-DATE >= WS-SCHD-LOW-DATE
                               AND SOV-FROM-DATE <= WS-SCHD-HIGH-DATE
                               PERFORM 0650-STORE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-OVR-FILE
           ELSE
               DISPLAY "LOGEXTR: SCHEDOVR not present (status "
                   WS-SOV-STATUS ") - attributing on master shifts"
           END-IF.
           OPEN INPUT ROTA-PAT-FILE.
           IF WS-ROTPAT-STATUS = "00"
               PERFORM UNTIL ROTPAT-EOF
                   READ ROTA-PAT-FILE
                       AT END
                           MOVE "10" TO WS-ROTPAT-STATUS
                       NOT AT END
                           PERFORM 0660-STORE-ROTATION
                   END-READ
               END-PERFORM
               CLOSE ROTA-PAT-FILE
           ELSE
               DISPLAY "LOGEXTR: ROTAPAT not present (status "
                   WS-ROTPAT-STATUS ") - no rotation patterns"
           END-IF.

       0650-STORE-OVERRIDE.
           IF WS-SOV-TABLE-USED < 500
               ADD 1 TO WS-SOV-TABLE-USED
               MOVE SOV-EMP-ID     TO WS-SOV-EMP-ID (WS-SOV-TABLE-USED)
               MOVE SOV-KIND       TO WS-SOV-KIND (WS-SOV-TABLE-USED)
               MOVE SOV-FROM-DATE  TO WS-SOV-FROM (WS-SOV-TABLE-USED)
               MOVE SOV-TO-DATE    TO WS-SOV-TO (WS-SOV-TABLE-USED)
               MOVE SOV-SHIFT-CODE TO WS-SOV-SHIFT (WS-SOV-TABLE-USED)
               MOVE SOV-ROT-CODE   TO WS-SOV-ROT-CODE
                   (WS-SOV-TABLE-USED)
           ELSE
               DISPLAY "*** SCHEDOVR table is full - ignoring extra "
                   "entries ***"
           END-IF.

      * A pattern with no usable cycle length could never place a
      * date in its cycle, so it is left out - an employee on it
      * falls back to their master shift.
       0660-STORE-ROTATION.
           IF ROT-CYCLE-DAYS IS NOT NUMERIC
               OR ROT-CYCLE-DAYS < 1 OR ROT-CYCLE-DAYS > 28
               DISPLAY "*** ROTAPAT pattern " ROT-CODE " has no "
                   "usable cycle length - ignored ***"
           ELSE
               IF WS-ROT-TABLE-USED < 50
                   ADD 1 TO WS-ROT-TABLE-USED
                   MOVE ROT-CODE        TO WS-ROT-CODE
                       (WS-ROT-TABLE-USED)
                   MOVE ROT-ANCHOR-DATE TO WS-ROT-ANCHOR
                       (WS-ROT-TABLE-USED)
                   MOVE ROT-CYCLE-DAYS  TO WS-ROT-CYCLE
                       (WS-ROT-TABLE-USED)
                   MOVE ROT-PATTERN     TO WS-ROT-PATTERN
                       (WS-ROT-TABLE-USED)
               ELSE
                   DISPLAY "*** ROTAPAT table is full - ignoring "
                       "extra entries ***"
               END-IF
           END-IF.

      * Feeds the sort every record whose BUSINESS date is the run
      * date - every event type, because different readers want
      * different slices. The sort's second key is the calendar
      * covers records written before SIL-EVENT-TYPE existed.
       1100-SET-BUSINESS-DATE.
           MOVE SIL-DATE TO WS-BUS-DATE.
           IF (SIL-EMP-SIGN-IN OR SIL-EMP-SIGN-OUT)
               AND (SIL-DATE = WS-RUN-DATE OR SIL-DATE = WS-NEXT-DATE)
               IF SIL-EMP-ID NOT = WS-LAST-EMP-ID
                   OR SIL-DATE NOT = WS-LAST-SIL-DATE
                   PERFORM 1200-RESOLVE-EMP-SHIFT
               END-IF
               IF SHIFT-CROSSES-MIDNIGHT
               END-IF
           END-IF.

      * Resolves the shift one employee was working on the evening
      * before the event's calendar date - their effective shift
      * for that date - and remembers whether it crosses midnight
      * (end time not after start time) and where its morning
      * boundary sits - the scheduled end plus grace, in minutes
      * since midnight. An employee off the master, a rest day, or
      * a shift code with no definition, gets calendar-date
      * attribution - there is nothing defensible to shift it by.
       1200-RESOLVE-EMP-SHIFT.
           MOVE SIL-EMP-ID TO WS-LAST-EMP-ID.
           MOVE SIL-DATE TO WS-LAST-SIL-DATE.
           MOVE "N" TO WS-CROSSES-SW.
           MOVE ZERO TO WS-CROSS-END-MINS.
           MOVE SIL-EMP-ID TO EMP-ID.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-ID TO WS-SCHD-EMP-ID
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (SIL-DATE) - 1
                   COMPUTE WS-SCHD-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   MOVE EMP-SHIFT-CODE TO WS-SCHD-BASE-SHIFT
                   PERFORM 1300-RESOLVE-EFFECTIVE-SHIFT
                   SET WS-SHD-IDX TO 1
                   SEARCH WS-SHD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-SHD-IDX <= WS-SHD-TABLE-USED
                           AND NOT SCHD-IS-REST-DAY
                           AND WS-SHD-SHIFT-CODE (WS-SHD-IDX)
                               = WS-EFF-SHIFT-CODE
                           IF WS-SHD-END (WS-SHD-IDX) NOT >
                               WS-SHD-START (WS-SHD-IDX)
                               MOVE "Y" TO WS-CROSSES-SW
                   END-SEARCH
           END-READ.

      * Resolves the shift WS-SCHD-EMP-ID works on WS-SCHD-DATE: a
      * dated shift override covering the date wins outright; else
      * a rotation assignment covering it places the date in its
      * pattern's cycle; else the master's shift code stands. See
      * copybooks/SCHDTBL.CPY.
       1300-RESOLVE-EFFECTIVE-SHIFT.
           MOVE WS-SCHD-BASE-SHIFT TO WS-EFF-SHIFT-CODE.
           MOVE "M" TO WS-SCHD-SOURCE.
           MOVE "N" TO WS-SCHD-REST-SW WS-SCHD-OVR-FOUND-SW.
           MOVE SPACES TO WS-SCHD-ROT-CODE.
           PERFORM VARYING WS-SOV-IDX FROM 1 BY 1
                   UNTIL WS-SOV-IDX > WS-SOV-TABLE-USED
                   OR SCHD-OVERRIDE-FOUND
               IF WS-SOV-EMP-ID (WS-SOV-IDX) = WS-SCHD-EMP-ID
                   AND WS-SCHD-DATE >= WS-SOV-FROM (WS-SOV-IDX)
                   AND WS-SCHD-DATE <= WS-SOV-TO (WS-SOV-IDX)
                   IF WS-SOV-KIND (WS-SOV-IDX) = "S"
                       MOVE "Y" TO WS-SCHD-OVR-FOUND-SW
                       MOVE "O" TO WS-SCHD-SOURCE
                       MOVE WS-SOV-SHIFT (WS-SOV-IDX)
                           TO WS-EFF-SHIFT-CODE
                   ELSE
                       MOVE WS-SOV-ROT-CODE (WS-SOV-IDX)
                           TO WS-SCHD-ROT-CODE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT SCHD-OVERRIDE-FOUND
               AND WS-SCHD-ROT-CODE NOT = SPACES
               PERFORM 1350-APPLY-ROTATION
           END-IF.

      * The date's position in the cycle is the days elapsed since
      * the anchor, modulo the cycle length (FUNCTION MOD keeps it
      * positive for a date before the anchor too). A "-" there is
      * a rest day. A rotation code with no pattern on file leaves
      * the master's shift standing.
       1350-APPLY-ROTATION.
           SET WS-ROT-IDX TO 1.
           SEARCH WS-ROT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROT-IDX <= WS-ROT-TABLE-USED
                   AND WS-ROT-CODE (WS-ROT-IDX) = WS-SCHD-ROT-CODE
                   COMPUTE WS-SCHD-CYCLE-POS = FUNCTION MOD
                       (FUNCTION INTEGER-OF-DATE (WS-SCHD-DATE)
                        - FUNCTION INTEGER-OF-DATE
                            (WS-ROT-ANCHOR (WS-ROT-IDX)),
                        WS-ROT-CYCLE (WS-ROT-IDX)) + 1
                   MOVE "R" TO WS-SCHD-SOURCE
                   MOVE WS-ROT-PATTERN (WS-ROT-IDX)
                       (WS-SCHD-CYCLE-POS:1) TO WS-EFF-SHIFT-CODE
                   IF WS-EFF-SHIFT-CODE = "-" OR SPACE
                       MOVE "Y" TO WS-SCHD-REST-SW
                       MOVE SPACE TO WS-EFF-SHIFT-CODE
                   END-IF
           END-SEARCH.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the extract count on the way out - to the
      * shared RUNCTL journal every batch program writes.
