      * where NOSHOW records the day's no-shows too, so HR's rolling
      * point arithmetic (OCCRPT) reads the same determinations
      * these reports already make.
      *
      * The shift an employee is judged against is their EFFECTIVE
      * shift for the business date - a SCHEDOVR dated override or
      * the ROTAPAT rotation an R entry there puts them on (see
      * copybooks/SCHDTBL.CPY), falling back to EMP-SHIFT-CODE -
      * so someone covering a week of nights is measured against
      * the night shift's start, not their usual day start. Anyone
      * who badges in on a rotation rest day is treated like a
      * holiday volunteer: counted, never judged.
      *
      * The exception lines print in one section per department,
      * each headed with the department's supervisor from DEPTMAST,
      * ahead of the plant-wide totals - see copybooks/DEPTSECT.CPY.
      * See jcl/LATERPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
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

      * HOL-CAL-FILE is the holiday/shutdown calendar - see
      * copybooks/HOLCAL.CPY. An employee whose shift is closed
      * for the run date cannot be late (or leave early) - whoever
               FILE STATUS IS WS-OCC-STATUS.


      * DEPTMAST-FILE heads each department's exception section
      * with its description and supervisor - see copybooks/
      * DEPTMAST.CPY. Optional: without it the sections still
      * print, headed by department code alone.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * DEPT-EXC-FILE holds the exception lines filed under each
      * employee's department as the pass finds them, and
      * SORTED-DEPT-EXC the same lines in department order for the
      * section printing - see copybooks/DEPTSECT.CPY.
           SELECT DEPT-EXC-FILE ASSIGN TO "DEPTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.

           SELECT SORTED-DEPT-EXC ASSIGN TO "SDEPTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.

           SELECT SORT-WK1 ASSIGN TO "SWK1".

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY. Read first for the LOGEXTR
      * prerequisite, then appended to like every other batch step.
       FD  HOL-CAL-FILE.
           COPY "HOLCAL.CPY".

       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

      * SORTED-ARRIVALS mirrors SIGNLOG.CPY's byte layout field-
      * for-field but under its own names, the same way NOSHOW's
      * and HOURSRPT's extract readers do - DAYEVT records are raw
       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

      * One filed exception line: the department it is printed
      * under, its filing sequence, and whether it starts a new
      * exception or continues the one before - see copybooks/
      * DEPTSECT.CPY. SORTED-DEPT-EXC and the sort work file carry
      * the same layout under their own names.
       FD  DEPT-EXC-FILE.
       01  DX-RECORD.
           05  DX-DEPT             PIC X(4).
           05  DX-SEQ              PIC 9(6).
           05  DX-KIND             PIC X(1).
           05  DX-LINE             PIC X(80).

       FD  SORTED-DEPT-EXC.
       01  SX-RECORD.
           05  SX-DEPT             PIC X(4).
           05  SX-SEQ              PIC 9(6).
           05  SX-KIND             PIC X(1).
               88  SX-IS-EXCEPTION             VALUE "E".
           05  SX-LINE             PIC X(80).

       SD  SORT-WK1.
       01  SW1-RECORD.
           05  SW1-DEPT            PIC X(4).
           05  SW1-SEQ             PIC 9(6).
           05  SW1-KIND            PIC X(1).
           05  SW1-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-SHD-STATUS            PIC X(2).
      * copybooks/SHFTTBL.CPY.
           COPY "SHFTTBL.CPY".

      * Schedule overrides and rotation patterns for the run date
      * - see copybooks/SCHDTBL.CPY.
       01  WS-SOV-STATUS            PIC X(2).
           88  SOV-EOF                         VALUE "10".
       01  WS-ROTPAT-STATUS         PIC X(2).
           88  ROTPAT-EOF                      VALUE "10".
           COPY "SCHDTBL.CPY".

      * The holiday/shutdown calendar, loaded up front - see
      * copybooks/HOLTBL.CPY - and the per-employee closed-shift
      * answer, the same scan ROSTGEN and NOSHOW make.
       01  WS-LATE-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-LEFT-EARLY-COUNT      PIC 9(6)   VALUE ZERO.
       01  WS-HOLIDAY-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-REST-DAY-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-NO-EMP-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-NO-SHIFT-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
       01  WS-ARR-HHMM              PIC X(5).
       01  WS-SCH-HHMM              PIC X(5).

      * Department sections - see copybooks/DEPTSECT.CPY.
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-DX-STATUS             PIC X(2).
       01  WS-SX-STATUS             PIC X(2).
           COPY "DEPTSECT.CPY".

      * Run-control journaling and the LOGEXTR prerequisite check -
      * see copybooks/RUNCTL.CPY: a STARTED record on the way in, a
      * COMPLETE record with the final counts on the way out.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1000-LOAD-SHIFT-DEFS.
           PERFORM 1200-LOAD-HOLIDAY-TABLE.
           MOVE WS-RUN-DATE TO WS-SCHD-LOW-DATE WS-SCHD-HIGH-DATE.
           PERFORM 1300-LOAD-SCHEDULE-TABLES.
           PERFORM 2000-REPORT-LATE-ARRIVALS.
           DISPLAY "LATERPT: " WS-ARRIVED-COUNT " arrival(s), "
               WS-LATE-COUNT " late, "
               WS-LEFT-EARLY-COUNT " left early, "
               WS-HOLIDAY-COUNT " shift-closed, "
               WS-REST-DAY-COUNT " rotation rest day, "
               WS-NO-EMP-COUNT " not on EMPMAST, "
               WS-NO-SHIFT-COUNT " with no shift definition".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
                   WS-HOL-STATUS ") - judging with no closures"
           END-IF.

      * Loads the schedule overrides that touch the run date, and
      * every rotation pattern - see copybooks/SCHDTBL.CPY. Neither
      * file is required: a SCHEDOVR or ROTAPAT that does not exist
      * (status 35) just means nobody is off their master shift.
       1300-LOAD-SCHEDULE-TABLES.
           OPEN INPUT SCHED-OVR-FILE.
           IF WS-SOV-STATUS = "00"
               PERFORM UNTIL SOV-EOF
                   READ SCHED-OVR-FILE
                       AT END
                           MOVE "10" TO WS-SOV-STATUS
                       NOT AT END
                           IF SOV-TO-DATE >= WS-SCHD-LOW-DATE
                               AND SOV-FROM-DATE <= WS-SCHD-HIGH-DATE
                               PERFORM 1350-STORE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-OVR-FILE
           ELSE
               DISPLAY "LATERPT: SCHEDOVR not present (status "
                   WS-SOV-STATUS ") - judging on master shifts"
           END-IF.
           OPEN INPUT ROTA-PAT-FILE.
           IF WS-ROTPAT-STATUS = "00"
               PERFORM UNTIL ROTPAT-EOF
                   READ ROTA-PAT-FILE
                       AT END
                           MOVE "10" TO WS-ROTPAT-STATUS
                       NOT AT END
                           PERFORM 1360-STORE-ROTATION
                   END-READ
               END-PERFORM
               CLOSE ROTA-PAT-FILE
           ELSE
               DISPLAY "LATERPT: ROTAPAT not present (status "
                   WS-ROTPAT-STATUS ") - no rotation patterns"
           END-IF.

       1350-STORE-OVERRIDE.
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
       1360-STORE-ROTATION.
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

      * One pass over the sorted arrivals: the first record of each
      * employee's group is that employee's arrival; the rest of the
      * group is skipped.
           END-IF.
           OPEN INPUT  SORTED-ARRIVALS.
           OPEN OUTPUT LATE-RPT.
           OPEN OUTPUT DEPT-EXC-FILE.
      * The occurrence master is appended to like the sign-in log -
      * a first-ever run creates it (status 35).
           OPEN EXTEND OCCURRENCE-FILE.
           WRITE LATE-RPT-RECORD.
           PERFORM 2900-READ-SORTED-ARRIVAL.
           PERFORM 2100-PROCESS-EMPLOYEE UNTIL SA-EOF.
           CLOSE EMPMAST-FILE.
           PERFORM 8100-PRINT-DEPT-SECTIONS.
           MOVE SPACES TO LATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
           MOVE WS-ARRIVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LATE-RPT-RECORD.
           STRING "TOTAL ARRIVALS        : " DELIMITED BY SIZE
           END-STRING.
           WRITE LATE-RPT-RECORD.
           CLOSE SORTED-ARRIVALS.
           CLOSE LATE-RPT.
           CLOSE OCCURRENCE-FILE.

           END-EVALUATE.
           PERFORM 2900-READ-SORTED-ARRIVAL.

      * Resolve the employee's shift code through EMPMAST and their
      * effective shift for the date through the schedule
      * overrides, the shift code through the loaded definitions,
      * then compare the arrival against start-plus-grace in
      * minutes since midnight, and the departure against the
      * scheduled end. Minutes late on
      * the report are measured from the scheduled START - grace
      * decides whether a line prints, not how late it says the
      * employee was.
                   ADD 1 TO WS-NO-EMP-COUNT
                   PERFORM 2500-PRINT-NO-EMP-LINE
           END-READ.
           MOVE "N" TO WS-HOLIDAY-SW WS-SCHD-REST-SW.
           IF EMP-FOUND
               MOVE EMP-ID         TO WS-SCHD-EMP-ID
               MOVE WS-RUN-DATE    TO WS-SCHD-DATE
               MOVE EMP-SHIFT-CODE TO WS-SCHD-BASE-SHIFT
               PERFORM 2280-RESOLVE-EFFECTIVE-SHIFT
               IF SCHD-IS-REST-DAY
                   ADD 1 TO WS-REST-DAY-COUNT
               ELSE
                   PERFORM 2270-CHECK-HOLIDAY
               END-IF
           END-IF.
           IF EMP-FOUND AND SHIFT-IS-CLOSED
               ADD 1 TO WS-HOLIDAY-COUNT
           END-IF.
           IF EMP-FOUND AND NOT SHIFT-IS-CLOSED
               AND NOT SCHD-IS-REST-DAY
               PERFORM 2300-LOOKUP-SHIFT-DEF
               IF SHIFT-DEF-FOUND
                   IF ARRIVAL-FOUND

      * The employee's shift is closed for the run date if ANY
      * calendar entry for the date is plant-wide (blank shift) or
      * keyed to their effective shift code. A closed shift
      * suppresses both judgments - an arrival on a holiday is a
      * volunteer, not a late exception, and their departure is
      * their own business.
       2270-CHECK-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-RUN-DATE
                   AND (WS-HOL-SHIFT (WS-HOL-IDX) = SPACE
                       OR WS-HOL-SHIFT (WS-HOL-IDX)
                          = WS-EFF-SHIFT-CODE)
                   MOVE "Y" TO WS-HOLIDAY-SW
               END-IF
           END-PERFORM.

      * Resolves the shift WS-SCHD-EMP-ID works on WS-SCHD-DATE: a
      * dated shift override covering the date wins outright; else
      * a rotation assignment covering it places the date in its
      * pattern's cycle; else the master's shift code stands. See
      * copybooks/SCHDTBL.CPY.
       2280-RESOLVE-EFFECTIVE-SHIFT.
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
               PERFORM 2290-APPLY-ROTATION
           END-IF.

      * The date's position in the cycle is the days elapsed since
      * the anchor, modulo the cycle length (FUNCTION MOD keeps it
      * positive for a date before the anchor too). A "-" there is
      * a rest day. A rotation code with no pattern on file leaves
      * the master's shift standing.
       2290-APPLY-ROTATION.
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

      * A last sign-out more than grace short of the scheduled end
      * is a left-early occurrence - the same grace tolerance the
      * arrival gets, so a minute either side of the whistle is not
               END-IF
           END-IF.

      * Looks the employee's effective shift code up in
      * WS-SHD-TABLE and sets the scheduled start and grace for the
      * comparison. A shift code with no definition cannot be
      * judged - it is reported, not guessed at.
       2300-LOOKUP-SHIFT-DEF.
           MOVE "N" TO WS-SHD-FOUND-SW.
           SET WS-SHD-IDX TO 1.
                   CONTINUE
               WHEN WS-SHD-IDX <= WS-SHD-TABLE-USED
                   AND WS-SHD-SHIFT-CODE (WS-SHD-IDX)
                       = WS-EFF-SHIFT-CODE
                   MOVE "Y" TO WS-SHD-FOUND-SW
                   MOVE WS-SHD-START (WS-SHD-IDX) TO WS-SCHED-START
                   MOVE WS-SHD-END (WS-SHD-IDX)   TO WS-SCHED-END
                  " MIN" DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD
           END-STRING.
           MOVE EMP-DEPT TO WS-DX-DEPT.
           PERFORM 8000-FILE-DEPT-EXCEPTION.

      * A sign-in whose ID is no longer on the employee master (a
      * termination after the sign-in, say) cannot be judged against
                  DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD
           END-STRING.
           MOVE SPACES TO WS-DX-DEPT.
           PERFORM 8000-FILE-DEPT-EXCEPTION.

       2600-PRINT-NO-SHIFT-LINE.
           MOVE SPACES TO LATE-RPT-RECORD.
                  " " DELIMITED BY SIZE
                  EMP-NAME-TEXT DELIMITED BY SIZE
                  " *** NO DEFINITION FOR SHIFT " DELIMITED BY SIZE
                  WS-EFF-SHIFT-CODE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD
           END-STRING.
           MOVE EMP-DEPT TO WS-DX-DEPT.
           PERFORM 8000-FILE-DEPT-EXCEPTION.

      * One occurrence onto the master, with the event type and
      * minutes already set by the judgment that called this - the
               END-READ
           END-PERFORM.

      * Files the exception line just built in the report record
      * to the department work file under WS-DX-DEPT, in filing
      * order - see copybooks/DEPTSECT.CPY.
       8000-FILE-DEPT-EXCEPTION.
           ADD 1 TO WS-DX-SEQ.
           MOVE WS-DX-DEPT TO DX-DEPT.
           MOVE WS-DX-SEQ  TO DX-SEQ.
           MOVE WS-DX-KIND TO DX-KIND.
           MOVE LATE-RPT-RECORD TO DX-LINE.
           WRITE DX-RECORD.
           MOVE "E" TO WS-DX-KIND.

      * Once the pass is done: sorts the filed exceptions into
      * department order (filing order within each department) and
      * prints one section per department. EMPMAST must already be
      * closed by the caller; it and DEPTMAST are opened here for
      * the headings only, and neither is required.
       8100-PRINT-DEPT-SECTIONS.
           CLOSE DEPT-EXC-FILE.
           SORT SORT-WK1 ON ASCENDING KEY SW1-DEPT SW1-SEQ
               USING DEPT-EXC-FILE
               GIVING SORTED-DEPT-EXC.
           MOVE "N" TO WS-SECT-DEPTMAST-SW WS-SECT-EMPMAST-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               MOVE "Y" TO WS-SECT-DEPTMAST-SW
           ELSE
               DISPLAY "LATERPT: DEPTMAST not present (status "
                   WS-DEPTMAST-STATUS ") - sections headed by "
                   "department code only"
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-SECT-EMPMAST-SW
           END-IF.
           OPEN INPUT SORTED-DEPT-EXC.
           MOVE "N" TO WS-SECT-EOF-SW.
           PERFORM 8200-READ-SORTED-EXC.
           PERFORM 8300-PRINT-DEPT-SECTION UNTIL SECT-EOF.
           CLOSE SORTED-DEPT-EXC.
           IF SECT-DEPTMAST-OPEN
               CLOSE DEPTMAST-FILE
           END-IF.
           IF SECT-EMPMAST-OPEN
               CLOSE EMPMAST-FILE
           END-IF.

       8200-READ-SORTED-EXC.
           READ SORTED-DEPT-EXC
               AT END
                   MOVE "Y" TO WS-SECT-EOF-SW
                   MOVE HIGH-VALUES TO WS-NEXT-SECT-DEPT
               NOT AT END
                   MOVE SX-DEPT TO WS-NEXT-SECT-DEPT
           END-READ.

      * One department: the heading, its lines in filing order, and
      * its exception count.
       8300-PRINT-DEPT-SECTION.
           MOVE WS-NEXT-SECT-DEPT TO WS-SECT-DEPT.
           MOVE ZERO TO WS-SECT-COUNT.
           PERFORM 8400-PRINT-DEPT-HEADING.
           PERFORM 8350-PRINT-SECTION-LINE
               UNTIL SECT-EOF OR WS-NEXT-SECT-DEPT NOT = WS-SECT-DEPT.
           MOVE WS-SECT-COUNT TO WS-SECT-EDIT-COUNT.
           MOVE SPACES TO LATE-RPT-RECORD.
           STRING "DEPARTMENT EXCEPTIONS: " DELIMITED BY SIZE
                  WS-SECT-EDIT-COUNT DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD
           END-STRING.
           WRITE LATE-RPT-RECORD.

       8350-PRINT-SECTION-LINE.
           IF SX-IS-EXCEPTION
               ADD 1 TO WS-SECT-COUNT
           END-IF.
           MOVE SX-LINE TO LATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
           PERFORM 8200-READ-SORTED-EXC.

      * The section heading: a blank line, the department line and
      * the supervisor line. A blank department is an ID that was
      * not on EMPMAST; a code not on DEPTMAST says so rather than
      * being folded in with anyone else's.
       8400-PRINT-DEPT-HEADING.
           MOVE "N" TO WS-SECT-DEPT-FOUND-SW.
           IF WS-SECT-DEPT NOT = SPACES AND SECT-DEPTMAST-OPEN
               MOVE WS-SECT-DEPT TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SECT-DEPT-FOUND-SW
               END-READ
           END-IF.
           MOVE SPACES TO LATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
           EVALUATE TRUE
               WHEN WS-SECT-DEPT = SPACES
                   MOVE "DEPARTMENT NOT KNOWN - NOT ON EMPLOYEE MASTER"
                       TO LATE-RPT-RECORD
               WHEN SECT-DEPT-FOUND
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DEPT-DESC DELIMITED BY SIZE
                          " CC " DELIMITED BY SIZE
                          DEPT-COST-CENTER DELIMITED BY SIZE
                          INTO LATE-RPT-RECORD
                   END-STRING
                   IF DEPT-IS-INACTIVE
                       MOVE "(RETIRED)" TO LATE-RPT-RECORD (60:9)
                   END-IF
               WHEN OTHER
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " *** NOT ON DEPARTMENT MASTER ***"
                          DELIMITED BY SIZE
                          INTO LATE-RPT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE LATE-RPT-RECORD.
           MOVE SPACES TO LATE-RPT-RECORD.
           EVALUATE TRUE
               WHEN NOT SECT-DEPT-FOUND
                   MOVE "SUPERVISOR: NOT KNOWN" TO LATE-RPT-RECORD
               WHEN DEPT-SUPV-EMP-ID = SPACES
                   MOVE "SUPERVISOR: NONE NAMED" TO LATE-RPT-RECORD
               WHEN OTHER
                   PERFORM 8450-FORMAT-SUPERVISOR
           END-EVALUATE.
           WRITE LATE-RPT-RECORD.

      * The supervisor's name comes from EMPMAST; with no EMPMAST,
      * or an ID since removed from it, the ID alone is printed.
       8450-FORMAT-SUPERVISOR.
           MOVE DEPT-SUPV-EMP-ID TO EMP-ID.
           IF SECT-EMPMAST-OPEN
               READ EMPMAST-FILE
                   INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " *** NOT ON EMPLOYEE MASTER ***"
                              DELIMITED BY SIZE
                              INTO LATE-RPT-RECORD
                       END-STRING
                   NOT INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMP-NAME-TEXT DELIMITED BY SIZE
                              INTO LATE-RPT-RECORD
                       END-STRING
               END-READ
           ELSE
               STRING "SUPERVISOR: " DELIMITED BY SIZE
                      DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                      INTO LATE-RPT-RECORD
               END-STRING
           END-IF.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the final counts on the way out - to the
      * shared RUNCTL journal every batch program writes.
