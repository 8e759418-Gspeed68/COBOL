      * code and anyone on approved leave for the run date (per the
      * LEAVEABS leave/absence file) is left off, so NOSHOW's
      * "scheduled, not signed in" means genuinely missing rather
      * than "missing or on vacation". Each day of leave that keeps
      * someone off the roster is written to LEAVTAKN, for LEAVEDED
      * to take off their leave balance that night.
      *
      * The shift to roster comes from a control card on SYSIN: a
      * one-character shift code, or blank (or no card) to roster
      * keyed to their shift code - is left off the roster, so a
      * holiday no longer rosters a shift that nobody expects to
      * appear.
      *
      * Only employees actually employed on the run date are
      * candidates: a terminated employee (EMP-ACTIVE-FLAG "N" - see
      * copybooks/EMPMAST.CPY) or a new hire whose hire date has
      * not arrived yet is skipped before the shift filter, so
      * NOSHOW never reports someone who no longer works here.
      *
      * The shift an employee is rostered on is their EFFECTIVE
      * shift for the run date, not just EMP-SHIFT-CODE: a dated
      * override on the SCHEDOVR schedule-override file (a swap, a
      * week on nights) or the rotation pattern an R entry there
      * puts them on (see copybooks/SCHEDOVR.CPY and ROTAPAT.CPY)
      * decides it first, and the master's shift code only applies
      * where neither covers the date. A rotation rest day leaves
      * the employee off the roster altogether. The shift filter
      * and the holiday check both use the effective shift.
      * See jcl/ROSTGEN.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-EMPMAST-STATUS.

      * LEAVE-FILE is the HR leave/absence file: employee ID, absence
      * type, and the inclusive from/to dates of the absence - see
      * copybooks/LEAVEABS.CPY.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

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

      * EMP-ROSTER-FILE is the generated roster, in the same
      * one-ID-per-record layout HELLOBAT and NOSHOW already read.
           SELECT EMP-ROSTER-FILE ASSIGN TO "EMPROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

      * LEAVE-TAKEN-FILE gets a record for every employee left off
      * for leave, for LEAVEDED to deduct from their balance - see
      * copybooks/LEAVTAKN.CPY. It is appended to, run after run.
           SELECT LEAVE-TAKEN-FILE ASSIGN TO "LEAVTAKN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           COPY "EMPMAST.CPY".

       FD  LEAVE-FILE.
           COPY "LEAVEABS.CPY".

       FD  EMP-ROSTER-FILE.
       01  EMP-ROSTER-RECORD       PIC X(6).

       FD  LEAVE-TAKEN-FILE.
           COPY "LEAVTAKN.CPY".

       FD  HOL-CAL-FILE.
           COPY "HOLCAL.CPY".

       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       01  WS-LEAVE-STATUS          PIC X(2).
           88  LEAVE-EOF                       VALUE "10".
       01  WS-ROSTER-STATUS         PIC X(2).
       01  WS-LVT-STATUS            PIC X(2).

      * The run date the roster is generated for, matched against
      * each leave record's inclusive from/to range.
               10  WS-LVE-EMP-ID    PIC X(6).
               10  WS-LVE-FROM      PIC 9(8).
               10  WS-LVE-TO        PIC 9(8).
               10  WS-LVE-TYPE      PIC X(2).

      * Set by the leave check: whether the employee is on leave,
      * and the absence type of the entry that covers the date.
       01  WS-ON-LEAVE-SW           PIC X      VALUE "N".
           88  EMP-IS-ON-LEAVE                 VALUE "Y".
       01  WS-ON-LEAVE-TYPE         PIC X(2).

      * The holiday/shutdown calendar, loaded up front like the
      * leave table - see copybooks/HOLTBL.CPY - and the per-
       01  WS-HOLIDAY-SW            PIC X      VALUE "N".
           88  SHIFT-IS-CLOSED                 VALUE "Y".

      * Schedule overrides and rotation patterns for the run date
      * - see copybooks/SCHDTBL.CPY.
       01  WS-SOV-STATUS            PIC X(2).
           88  SOV-EOF                         VALUE "10".
       01  WS-ROTPAT-STATUS         PIC X(2).
           88  ROTPAT-EOF                      VALUE "10".
           COPY "SCHDTBL.CPY".

       01  WS-READ-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-ROSTERED-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-ON-LEAVE-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-ON-HOLIDAY-COUNT      PIC 9(6)   VALUE ZERO.
       01  WS-OFF-SHIFT-COUNT       PIC 9(6)   VALUE ZERO.
       01  WS-INACTIVE-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-REST-DAY-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-OVERRIDDEN-COUNT      PIC 9(6)   VALUE ZERO.

      * Run-control journaling - see copybooks/RUNCTL.CPY: a
      * STARTED record on the way in, a COMPLETE record with the
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1000-LOAD-LEAVE-TABLE.
           PERFORM 1500-LOAD-HOLIDAY-TABLE.
           MOVE WS-RUN-DATE TO WS-SCHD-LOW-DATE WS-SCHD-HIGH-DATE.
           PERFORM 1700-LOAD-SCHEDULE-TABLES.
           PERFORM 2000-GENERATE-ROSTER.
           DISPLAY "ROSTGEN: " WS-READ-COUNT " on master, "
               WS-ROSTERED-COUNT " rostered, "
               WS-ON-LEAVE-COUNT " on leave, "
               WS-ON-HOLIDAY-COUNT " shift-closed, "
               WS-OFF-SHIFT-COUNT " other shift(s), "
               WS-REST-DAY-COUNT " rotation rest day, "
               WS-INACTIVE-COUNT " not active".
           DISPLAY "ROSTGEN: " WS-OVERRIDDEN-COUNT " rostered "
               "off an override or rotation".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-READ-COUNT TO WS-RC-IN-COUNT.
           MOVE WS-ROSTERED-COUNT TO WS-RC-OUT-COUNT.
                                   (WS-LVE-TABLE-USED)
                               MOVE LVE-TO-DATE TO WS-LVE-TO
                                   (WS-LVE-TABLE-USED)
                               MOVE LVE-ABSENCE-TYPE TO WS-LVE-TYPE
                                   (WS-LVE-TABLE-USED)
                           ELSE
                               DISPLAY "*** LEAVEABS table is "
                                   "full - ignoring extra "
                   WS-HOL-STATUS ") - rostering with no closures"
           END-IF.

      * Loads the schedule overrides that touch the run date, and
      * every rotation pattern - see copybooks/SCHDTBL.CPY. Neither
      * file is required: a SCHEDOVR or ROTAPAT that does not exist
      * (status 35) just means nobody is off their master shift,
      * and every employee is rostered on EMP-SHIFT-CODE exactly
      * as before overrides existed.
       1700-LOAD-SCHEDULE-TABLES.
           OPEN INPUT SCHED-OVR-FILE.
           IF WS-SOV-STATUS = "00"
               PERFORM UNTIL SOV-EOF
                   READ SCHED-OVR-FILE
                       AT END
                           MOVE "10" TO WS-SOV-STATUS
                       NOT AT END
                           IF SOV-TO-DATE >= WS-SCHD-LOW-DATE
                               AND SOV-FROM-DATE <= WS-SCHD-HIGH-DATE
                               PERFORM 1750-STORE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-OVR-FILE
           ELSE
               DISPLAY "ROSTGEN: SCHEDOVR not present (status "
                   WS-SOV-STATUS ") - rostering on master shifts"
           END-IF.
           OPEN INPUT ROTA-PAT-FILE.
           IF WS-ROTPAT-STATUS = "00"
               PERFORM UNTIL ROTPAT-EOF
                   READ ROTA-PAT-FILE
                       AT END
                           MOVE "10" TO WS-ROTPAT-STATUS
                       NOT AT END
                           PERFORM 1760-STORE-ROTATION
                   END-READ
               END-PERFORM
               CLOSE ROTA-PAT-FILE
           ELSE
               DISPLAY "ROSTGEN: ROTAPAT not present (status "
                   WS-ROTPAT-STATUS ") - no rotation patterns"
           END-IF.

       1750-STORE-OVERRIDE.
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
       1760-STORE-ROTATION.
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

      * One pass over the whole master: keep the employees on the
      * wanted shift who are not absent for the run date.
       2000-GENERATE-ROSTER.
               STOP RUN
           END-IF.
           OPEN OUTPUT EMP-ROSTER-FILE.
           OPEN EXTEND LEAVE-TAKEN-FILE.
           IF WS-LVT-STATUS = "35"
               OPEN OUTPUT LEAVE-TAKEN-FILE
           END-IF.
           PERFORM 2100-READ-MASTER.
           PERFORM 2200-SELECT-EMPLOYEE UNTIL EMPMAST-EOF.
           CLOSE EMPMAST-FILE.
           CLOSE EMP-ROSTER-FILE.
           CLOSE LEAVE-TAKEN-FILE.

       2100-READ-MASTER.
           READ EMPMAST-FILE
           END-READ.

       2200-SELECT-EMPLOYEE.
           IF EMP-IS-INACTIVE OR EMP-HIRE-DATE > WS-RUN-DATE
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
               PERFORM 2210-SELECT-BY-SHIFT
           END-IF.
           PERFORM 2100-READ-MASTER.

      * An employed candidate: keep them if their effective shift
      * for the run date is the wanted shift and they are neither
      * shift-closed nor on leave. A rotation rest day is no shift
      * at all, whatever the card asked for.
       2210-SELECT-BY-SHIFT.
           MOVE EMP-ID         TO WS-SCHD-EMP-ID.
           MOVE WS-RUN-DATE    TO WS-SCHD-DATE.
           MOVE EMP-SHIFT-CODE TO WS-SCHD-BASE-SHIFT.
           PERFORM 2400-RESOLVE-EFFECTIVE-SHIFT.
           IF SCHD-IS-REST-DAY
               ADD 1 TO WS-REST-DAY-COUNT
           ELSE
               PERFORM 2220-SELECT-ON-SHIFT
           END-IF.

       2220-SELECT-ON-SHIFT.
           IF ALL-SHIFTS-WANTED OR WS-EFF-SHIFT-CODE = WS-SHIFT-CARD
               PERFORM 2250-CHECK-HOLIDAY
               PERFORM 2300-CHECK-LEAVE
               EVALUATE TRUE
                       ADD 1 TO WS-ON-HOLIDAY-COUNT
                   WHEN EMP-IS-ON-LEAVE
                       ADD 1 TO WS-ON-LEAVE-COUNT
                       PERFORM 2350-WRITE-LEAVE-TAKEN
                   WHEN OTHER
                       MOVE EMP-ID TO EMP-ROSTER-RECORD
                       WRITE EMP-ROSTER-RECORD
                       ADD 1 TO WS-ROSTERED-COUNT
                       IF NOT SCHD-FROM-MASTER
                           ADD 1 TO WS-OVERRIDDEN-COUNT
                       END-IF
               END-EVALUATE
           ELSE
               ADD 1 TO WS-OFF-SHIFT-COUNT
           END-IF.

      * The employee's shift is closed for the run date if ANY
      * calendar entry for the date is plant-wide (blank shift) or
      * keyed to their effective shift code - the same any-entry
      * scan the leave check makes.
       2250-CHECK-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-RUN-DATE
                   AND (WS-HOL-SHIFT (WS-HOL-IDX) = SPACE
                       OR WS-HOL-SHIFT (WS-HOL-IDX)
                          = WS-EFF-SHIFT-CODE)
                   MOVE "Y" TO WS-HOLIDAY-SW
               END-IF
           END-PERFORM.
      * inclusive from/to range covering the run date.
       2300-CHECK-LEAVE.
           MOVE "N" TO WS-ON-LEAVE-SW.
           MOVE SPACES TO WS-ON-LEAVE-TYPE.
           PERFORM VARYING WS-LVE-IDX FROM 1 BY 1
                   UNTIL WS-LVE-IDX > WS-LVE-TABLE-USED
                   OR EMP-IS-ON-LEAVE
                   AND WS-RUN-DATE >= WS-LVE-FROM (WS-LVE-IDX)
                   AND WS-RUN-DATE <= WS-LVE-TO (WS-LVE-IDX)
                   MOVE "Y" TO WS-ON-LEAVE-SW
                   MOVE WS-LVE-TYPE (WS-LVE-IDX) TO WS-ON-LEAVE-TYPE
               END-IF
           END-PERFORM.

      * A day of leave taken: a day the employee would have worked
      * (the holiday check has already had its say - a closed shift
      * is not leave) but was left off for an absence.
       2350-WRITE-LEAVE-TAKEN.
           MOVE SPACE TO LVT-FILL-1 LVT-FILL-2 LVT-FILL-3.
           MOVE EMP-ID            TO LVT-EMP-ID.
           MOVE WS-ON-LEAVE-TYPE  TO LVT-ABSENCE-TYPE.
           MOVE WS-RUN-DATE       TO LVT-LEAVE-DATE.
           MOVE WS-EFF-SHIFT-CODE TO LVT-SHIFT-CODE.
           WRITE LEAVE-TAKEN-RECORD.

      * Resolves the shift WS-SCHD-EMP-ID works on WS-SCHD-DATE: a
      * dated shift override covering the date wins outright; else
      * a rotation assignment covering it places the date in its
      * pattern's cycle; else the master's shift code stands. See
      * copybooks/SCHDTBL.CPY.
       2400-RESOLVE-EFFECTIVE-SHIFT.
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
               PERFORM 2450-APPLY-ROTATION
           END-IF.

      * The date's position in the cycle is the days elapsed since
      * the anchor, modulo the cycle length (FUNCTION MOD keeps it
      * positive for a date before the anchor too). A "-" there is
      * a rest day. A rotation code with no pattern on file leaves
      * the master's shift standing.
       2450-APPLY-ROTATION.
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
      * COMPLETE with the final counts on the way out - to the
