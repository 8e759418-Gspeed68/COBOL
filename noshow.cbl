      * match-merge skips any additional same-day sign-ins for an
      * ID once it has been matched, so a repeat sign-in is not
      * mistaken for an unscheduled one.
      *
      * The discrepancies print in one section per department, each
      * headed with the department's supervisor from DEPTMAST,
      * ahead of the plant-wide totals - see copybooks/DEPTSECT.CPY.
      * A no-show is filed under the department the roster entry
      * resolved to; an unscheduled sign-in under the department
      * EMPMAST books the employee to.
      *
      * The shift the holiday check looks at is the employee's
      * EFFECTIVE shift for the business date - the SCHEDOVR dated
      * override or ROTAPAT rotation that covers it (see
      * copybooks/SCHDTBL.CPY), else EMP-SHIFT-CODE - the same
      * resolution ROSTGEN rostered them by, so a shift closure
      * excuses the people actually on that shift that day. A
      * roster entry that falls on the employee's rotation rest
      * day is dropped like a closed shift: they were never due.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSHOW.
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

      * EMPMAST-FILE resolves each scheduled employee ID to a full
      * name, the same employee master HELLOBAT looks up against.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"

           SELECT SORT-WK1 ASSIGN TO "SWK1".

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

           SELECT SORT-WK2 ASSIGN TO "SWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-ROSTER-FILE.
       FD  HOL-CAL-FILE.
           COPY "HOLCAL.CPY".

       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

       FD  ROSTER-NAMES.
       01  RN-RECORD.
           05  RN-NAME             PIC X(30).
           05  RN-ID               PIC X(6).
           05  RN-DEPT             PIC X(4).

       FD  SORTED-ROSTER.
       01  SR-RECORD.
           05  SR-NAME             PIC X(30).
           05  SR-ID               PIC X(6).
           05  SR-DEPT             PIC X(4).

      * SORTED-SIGNIN mirrors SIGNLOG.CPY's byte layout field-for-
      * field but under its own names - DAYEVT records are raw log
       01  SW1-RECORD.
           05  SW1-NAME            PIC X(30).
           05  SW1-ID              PIC X(6).
           05  SW1-DEPT            PIC X(4).

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

       SD  SORT-WK2.
       01  SW2-RECORD.
           05  SW2-DEPT            PIC X(4).
           05  SW2-SEQ             PIC 9(6).
           05  SW2-KIND            PIC X(1).
           05  SW2-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROSTER-STATUS         PIC X(2).
       01  WS-HOLIDAY-SW            PIC X      VALUE "N".
           88  SHIFT-IS-CLOSED                 VALUE "Y".

      * Schedule overrides and rotation patterns for the run date
      * - see copybooks/SCHDTBL.CPY.
       01  WS-SOV-STATUS            PIC X(2).
           88  SOV-EOF                         VALUE "10".
       01  WS-ROTPAT-STATUS         PIC X(2).
           88  ROTPAT-EOF                      VALUE "10".
           COPY "SCHDTBL.CPY".

       01  WS-SCHEDULED-COUNT       PIC 9(6)   VALUE ZERO.
       01  WS-UNRESOLVED-COUNT      PIC 9(6)   VALUE ZERO.
       01  WS-HOLIDAY-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-REST-DAY-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-NOSHOW-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-UNSCHEDULED-COUNT     PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
      * comment.
       01  WS-MATCHED-SIGNIN-ID     PIC X(6).

      * Department sections - see copybooks/DEPTSECT.CPY.
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-DX-STATUS             PIC X(2).
       01  WS-SX-STATUS             PIC X(2).
           COPY "DEPTSECT.CPY".

      * Run-control journaling and the HELLOBAT prerequisite check -
      * see copybooks/RUNCTL.CPY.
       01  WS-RUNCTL-STATUS         PIC X(2).
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 0500-LOAD-HOLIDAY-TABLE.
           MOVE WS-RUN-DATE TO WS-SCHD-LOW-DATE WS-SCHD-HIGH-DATE.
           PERFORM 0600-LOAD-SCHEDULE-TABLES.
           PERFORM 1000-BUILD-ROSTER-NAMES.
           PERFORM 2000-SORT-FILES.
           PERFORM 3000-RECONCILE.
               WS-NOSHOW-COUNT " no-show, "
               WS-UNSCHEDULED-COUNT " unscheduled sign-in(s), "
               WS-HOLIDAY-COUNT " shift-closed, "
               WS-REST-DAY-COUNT " rotation rest day, "
               WS-UNRESOLVED-COUNT " unresolved roster ID(s)".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-SCHEDULED-COUNT TO WS-RC-IN-COUNT.
                   WS-HOL-STATUS ") - reconciling with no closures"
           END-IF.

      * Loads the schedule overrides that touch the run date, and
      * every rotation pattern - see copybooks/SCHDTBL.CPY. Neither
      * file is required: a SCHEDOVR or ROTAPAT that does not exist
      * (status 35) just means nobody is off their master shift.
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
               DISPLAY "NOSHOW: SCHEDOVR not present (status "
                   WS-SOV-STATUS ") - reconciling on master shifts"
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
               DISPLAY "NOSHOW: ROTAPAT not present (status "
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

      * Resolves every scheduled roster ID to its full name via
      * EMPMAST and writes it to the ROSTER-NAMES work file. A roster
      * ID not found on EMPMAST cannot be reconciled by name, so it is
               INVALID KEY
                   ADD 1 TO WS-UNRESOLVED-COUNT
               NOT INVALID KEY
                   MOVE EMP-ID         TO WS-SCHD-EMP-ID
                   MOVE WS-RUN-DATE    TO WS-SCHD-DATE
                   MOVE EMP-SHIFT-CODE TO WS-SCHD-BASE-SHIFT
                   PERFORM 1160-RESOLVE-EFFECTIVE-SHIFT
                   MOVE "N" TO WS-HOLIDAY-SW
                   IF NOT SCHD-IS-REST-DAY
                       PERFORM 1150-CHECK-HOLIDAY
                   END-IF
                   EVALUATE TRUE
                       WHEN SCHD-IS-REST-DAY
                           ADD 1 TO WS-REST-DAY-COUNT
                       WHEN SHIFT-IS-CLOSED
                           ADD 1 TO WS-HOLIDAY-COUNT
                       WHEN OTHER
                           MOVE EMP-NAME-TEXT TO RN-NAME
                           MOVE EMP-ID TO RN-ID
                           MOVE EMP-DEPT TO RN-DEPT
                           WRITE RN-RECORD
                           ADD 1 TO WS-SCHEDULED-COUNT
                   END-EVALUATE
           END-READ.

      * The employee's shift is closed for the run date if ANY
      * calendar entry for the date is plant-wide (blank shift) or
      * keyed to their effective shift code.
       1150-CHECK-HOLIDAY.
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
       1160-RESOLVE-EFFECTIVE-SHIFT.
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
               PERFORM 1170-APPLY-ROTATION
           END-IF.

      * The date's position in the cycle is the days elapsed since
      * the anchor, modulo the cycle length (FUNCTION MOD keeps it
      * positive for a date before the anchor too). A "-" there is
      * a rest day. A rotation code with no pattern on file leaves
      * the master's shift standing.
       1170-APPLY-ROTATION.
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

      * Sorts the resolved roster ascending by employee ID, so
      * 3000-RECONCILE can compare it against the extract with a
      * single sequential pass. The sign-in side needs no sort at
       3000-RECONCILE.
           OPEN INPUT  SORTED-ROSTER.
           OPEN INPUT  SORTED-SIGNIN.
           OPEN INPUT  EMPMAST-FILE.
           OPEN OUTPUT NOSHOW-RPT.
           OPEN OUTPUT DEPT-EXC-FILE.
      * The occurrence master is appended to like the sign-in log -
      * a first-ever run creates it (status 35).
           OPEN EXTEND OCCURRENCE-FILE.
                       END-PERFORM
               END-EVALUATE
           END-PERFORM.
           CLOSE EMPMAST-FILE.
           PERFORM 8100-PRINT-DEPT-SECTIONS.
           MOVE SPACES TO NOSHOW-RPT-RECORD.
           WRITE NOSHOW-RPT-RECORD.
           MOVE WS-NOSHOW-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO NOSHOW-RPT-RECORD.
           STRING "TOTAL NO-SHOWS       : " DELIMITED BY SIZE
                      SR-NAME DELIMITED BY SIZE
                      INTO NOSHOW-RPT-RECORD
               END-STRING
               MOVE SR-DEPT TO WS-DX-DEPT
               PERFORM 8000-FILE-DEPT-EXCEPTION
               PERFORM 3350-WRITE-OCCURRENCE
           END-IF.

           MOVE "NOSHOW  "  TO OCC-PROGRAM.
           WRITE OCCURRENCE-RECORD.

      * Files the exception line just built in the report record
      * to the department work file under WS-DX-DEPT, in filing
      * order - see copybooks/DEPTSECT.CPY.
       8000-FILE-DEPT-EXCEPTION.
           ADD 1 TO WS-DX-SEQ.
           MOVE WS-DX-DEPT TO DX-DEPT.
           MOVE WS-DX-SEQ  TO DX-SEQ.
           MOVE WS-DX-KIND TO DX-KIND.
           MOVE NOSHOW-RPT-RECORD TO DX-LINE.
           WRITE DX-RECORD.
           MOVE "E" TO WS-DX-KIND.

      * Once the pass is done: sorts the filed exceptions into
      * department order (filing order within each department) and
      * prints one section per department. EMPMAST must already be
      * closed by the caller; it and DEPTMAST are opened here for
      * the headings only, and neither is required.
       8100-PRINT-DEPT-SECTIONS.
           CLOSE DEPT-EXC-FILE.
           SORT SORT-WK2 ON ASCENDING KEY SW2-DEPT SW2-SEQ
               USING DEPT-EXC-FILE
               GIVING SORTED-DEPT-EXC.
           MOVE "N" TO WS-SECT-DEPTMAST-SW WS-SECT-EMPMAST-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               MOVE "Y" TO WS-SECT-DEPTMAST-SW
           ELSE
               DISPLAY "NOSHOW: DEPTMAST not present (status "
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
           MOVE SPACES TO NOSHOW-RPT-RECORD.
           STRING "DEPARTMENT EXCEPTIONS: " DELIMITED BY SIZE
                  WS-SECT-EDIT-COUNT DELIMITED BY SIZE
                  INTO NOSHOW-RPT-RECORD
           END-STRING.
           WRITE NOSHOW-RPT-RECORD.

       8350-PRINT-SECTION-LINE.
           IF SX-IS-EXCEPTION
               ADD 1 TO WS-SECT-COUNT
           END-IF.
           MOVE SX-LINE TO NOSHOW-RPT-RECORD.
           WRITE NOSHOW-RPT-RECORD.
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
           MOVE SPACES TO NOSHOW-RPT-RECORD.
           WRITE NOSHOW-RPT-RECORD.
           EVALUATE TRUE
               WHEN WS-SECT-DEPT = SPACES
                   MOVE "DEPARTMENT NOT KNOWN - NOT ON EMPLOYEE MASTER"
                       TO NOSHOW-RPT-RECORD
               WHEN SECT-DEPT-FOUND
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DEPT-DESC DELIMITED BY SIZE
                          " CC " DELIMITED BY SIZE
                          DEPT-COST-CENTER DELIMITED BY SIZE
                          INTO NOSHOW-RPT-RECORD
                   END-STRING
                   IF DEPT-IS-INACTIVE
                       MOVE "(RETIRED)" TO NOSHOW-RPT-RECORD (60:9)
                   END-IF
               WHEN OTHER
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " *** NOT ON DEPARTMENT MASTER ***"
                          DELIMITED BY SIZE
                          INTO NOSHOW-RPT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE NOSHOW-RPT-RECORD.
           MOVE SPACES TO NOSHOW-RPT-RECORD.
           EVALUATE TRUE
               WHEN NOT SECT-DEPT-FOUND
                   MOVE "SUPERVISOR: NOT KNOWN" TO NOSHOW-RPT-RECORD
               WHEN DEPT-SUPV-EMP-ID = SPACES
                   MOVE "SUPERVISOR: NONE NAMED" TO NOSHOW-RPT-RECORD
               WHEN OTHER
                   PERFORM 8450-FORMAT-SUPERVISOR
           END-EVALUATE.
           WRITE NOSHOW-RPT-RECORD.

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
                              INTO NOSHOW-RPT-RECORD
                       END-STRING
                   NOT INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMP-NAME-TEXT DELIMITED BY SIZE
                              INTO NOSHOW-RPT-RECORD
                       END-STRING
               END-READ
           ELSE
               STRING "SUPERVISOR: " DELIMITED BY SIZE
                      DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                      INTO NOSHOW-RPT-RECORD
               END-STRING
           END-IF.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the final counts on the way out - to the
      * shared RUNCTL journal every batch program writes.
                      SS-NAME DELIMITED BY SIZE
                      INTO NOSHOW-RPT-RECORD
               END-STRING
               PERFORM 3450-LOOKUP-SIGNIN-DEPT
               PERFORM 8000-FILE-DEPT-EXCEPTION
           END-IF.

      * An unscheduled sign-in is printed under the department the
      * employee is booked to on EMPMAST - blank when the ID is not
      * on the master at all.
       3450-LOOKUP-SIGNIN-DEPT.
           MOVE SPACES TO WS-DX-DEPT.
           MOVE SS-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-DEPT TO WS-DX-DEPT
           END-READ.
