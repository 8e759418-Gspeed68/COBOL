      * from the daily printouts. OVERTRPT reads that file for the
      * overtime exception report. A rerun for the same date simply
      * replaces the day's slot - it cannot double-count the day.
      *
      * Approved missed-punch and time corrections from the TIMEADJ
      * file (keyed through TIMECORR - see copybooks/TIMEADJ.CPY)
      * are applied on top of each employee's logged events before
      * the pair is judged, so the printed hours and the HRSWEEK
      * posting both reflect the corrected day while the log itself
      * stays exactly as the terminals wrote it. An employee whose
      * only record of the day is a correction (both punches missed)
      * is reported after the extract runs out. Every corrected
      * employee carries a note line pointing payroll audit at
      * TADJRPT.
      *
      * The paired days print in employee order as they always
      * have; the exceptions - a day with only one side of the pair,
      * or a sign-out ahead of the sign-in - print after them in
      * one section per department, each headed with the
      * department's supervisor from DEPTMAST (see copybooks/
      * DEPTSECT.CPY). The department comes from EMPMAST; without
      * one the exceptions still print, under no department.
      * See jcl/HOURSRPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
               RECORD KEY IS HW-KEY
               FILE STATUS IS WS-HW-STATUS.

      * TIME-ADJ-FILE holds the supervisor-approved punch
      * corrections applied on top of the extract - see
      * copybooks/TIMEADJ.CPY. Optional: no file, no corrections.
           SELECT TIME-ADJ-FILE ASSIGN TO "TIMEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.

      * EMPMAST-FILE resolves each exception's employee ID to the
      * department it is printed under, and each department's
      * supervisor to a name. Optional - see 2000.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

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
       FD  HRS-WEEK-FILE.
           COPY "HRSWEEK.CPY".

       FD  TIME-ADJ-FILE.
           COPY "TIMEADJ.CPY".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

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
       01  WS-SE-STATUS             PIC X(2).
           88  SE-EOF                          VALUE "10".
       01  WS-HW-SLOT-IDX           PIC 9(1).
       01  WS-POSTED-COUNT          PIC 9(6)   VALUE ZERO.

      * The run date's approved time adjustments - see
      * copybooks/TADJTBL.CPY - and how many were applied, overall
      * and to the employee in hand. The subscript walks the table
      * for the correction-only employees once the extract is done;
      * WS-TA-IDX is left to the per-employee apply loop.
       01  WS-TA-STATUS             PIC X(2).
           88  TA-EOF                          VALUE "10".
           COPY "TADJTBL.CPY".
       01  WS-TA-SUB                PIC 9(3)   COMP.
       01  WS-ADJ-APPLIED-COUNT     PIC 9(6)   VALUE ZERO.
       01  WS-EMP-ADJ-COUNT         PIC 9(3)   VALUE ZERO.
       01  WS-EDIT-ADJ-COUNT        PIC ZZ9.

      * Department sections - see copybooks/DEPTSECT.CPY.
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-EMPMAST-OPEN-SW       PIC X      VALUE "N".
           88  EMPMAST-IS-OPEN                 VALUE "Y".
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-DX-STATUS             PIC X(2).
       01  WS-SX-STATUS             PIC X(2).
           COPY "DEPTSECT.CPY".

      * Whether the employee in hand's line went to the department
      * sections, so the adjustment note under it follows it there.
       01  WS-EXC-FILED-SW          PIC X      VALUE "N".
           88  EXC-LINE-FILED                  VALUE "Y".

      * Run-control journaling and the LOGEXTR prerequisite check -
      * see copybooks/RUNCTL.CPY: a STARTED record on the way in, a
      * COMPLETE record with the final counts on the way out.
           END-EVALUATE.
           PERFORM 0100-CHECK-LOGEXTR-DONE.
           PERFORM 1500-SET-WEEK-START.
           PERFORM 1600-LOAD-TIME-ADJUSTMENTS.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 2000-REPORT-HOURS.
           DISPLAY "HOURSRPT: " WS-EMP-COUNT " employee(s), "
               WS-PAIRED-COUNT " paired, "
               WS-UNPAIRED-COUNT " with unpaired events, "
               WS-POSTED-COUNT " posted to weekly hours, "
               WS-ADJ-APPLIED-COUNT " time adjustment(s) applied".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-EMP-COUNT TO WS-RC-IN-COUNT.
           MOVE WS-PAIRED-COUNT TO WS-RC-OUT-COUNT.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (WS-DAY-INTEGER - WS-DAY-SLOT + 1).

      * Loads the run date's APPROVED corrections from TIMEADJ into
      * WS-TA-TABLE, in the order they were keyed. A TIMEADJ that
      * does not exist (status 35) just means no correction has
      * ever been keyed - the same optional-file treatment ROSTGEN
      * gives LEAVEABS.
       1600-LOAD-TIME-ADJUSTMENTS.
           OPEN INPUT TIME-ADJ-FILE.
           IF WS-TA-STATUS = "00"
               PERFORM UNTIL TA-EOF
                   READ TIME-ADJ-FILE
                       AT END
                           MOVE "10" TO WS-TA-STATUS
                       NOT AT END
                           IF TA-BUS-DATE = WS-RUN-DATE
                               AND TA-IS-APPROVED
                               PERFORM 1650-TABLE-TIME-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-ADJ-FILE
           ELSE
               DISPLAY "HOURSRPT: TIMEADJ not present (status "
                   WS-TA-STATUS ") - reporting with no time "
                   "adjustments"
           END-IF.

       1650-TABLE-TIME-ADJUSTMENT.
           IF WS-TA-TABLE-USED < 500
               ADD 1 TO WS-TA-TABLE-USED
               MOVE TA-EMP-ID     TO WS-TA-EMP-ID (WS-TA-TABLE-USED)
               MOVE TA-NAME-TEXT  TO WS-TA-NAME (WS-TA-TABLE-USED)
               MOVE TA-PUNCH-DATE
                   TO WS-TA-PUNCH-DATE (WS-TA-TABLE-USED)
               MOVE TA-PUNCH-TIME
                   TO WS-TA-PUNCH-TIME (WS-TA-TABLE-USED)
               MOVE TA-EVENT-TYPE
                   TO WS-TA-EVENT-TYPE (WS-TA-TABLE-USED)
               MOVE TA-ACTION     TO WS-TA-ACTION (WS-TA-TABLE-USED)
               MOVE "N"           TO WS-TA-APPLIED (WS-TA-TABLE-USED)
           ELSE
               DISPLAY "*** TIMEADJ table is full - ignoring "
                   "extra entries ***"
           END-IF.

      * One control-break pass over the sorted events: each
      * employee's group is accumulated by 2100/2200 and printed as
      * one report line by 2300. HRS-WEEK-FILE not existing yet
                   "allocation. ***"
               STOP RUN
           END-IF.
           OPEN INPUT  EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SW
           ELSE
               DISPLAY "HOURSRPT: EMPMAST not present (status "
                   WS-EMPMAST-STATUS ") - exceptions printed "
                   "without departments"
           END-IF.
           OPEN INPUT  SORTED-EVENTS.
           OPEN OUTPUT HOURS-RPT.
           OPEN OUTPUT DEPT-EXC-FILE.
           MOVE SPACES TO HOURS-RPT-RECORD.
           MOVE "DAILY HOURS-ON-SITE REPORT" TO HOURS-RPT-RECORD.
           WRITE HOURS-RPT-RECORD.
           PERFORM 2900-READ-SORTED-EVENT.
           PERFORM 2100-PROCESS-EMPLOYEE UNTIL SE-EOF.
           PERFORM 2800-PROCESS-ADJ-ONLY-EMPLOYEE
               VARYING WS-TA-SUB FROM 1 BY 1
               UNTIL WS-TA-SUB > WS-TA-TABLE-USED.
           IF EMPMAST-IS-OPEN
               CLOSE EMPMAST-FILE
           END-IF.
           MOVE SPACES TO HOURS-RPT-RECORD.
           WRITE HOURS-RPT-RECORD.
           MOVE "UNPAIRED EVENTS BY DEPARTMENT" TO HOURS-RPT-RECORD.
           WRITE HOURS-RPT-RECORD.
           PERFORM 8100-PRINT-DEPT-SECTIONS.
           MOVE SPACES TO HOURS-RPT-RECORD.
           WRITE HOURS-RPT-RECORD.
           MOVE WS-EMP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO HOURS-RPT-RECORD.
           STRING "TOTAL EMPLOYEES REPORTED : " DELIMITED BY SIZE
                  INTO HOURS-RPT-RECORD
           END-STRING.
           WRITE HOURS-RPT-RECORD.
           MOVE WS-ADJ-APPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO HOURS-RPT-RECORD.
           STRING "TOTAL ADJUSTMENTS APPLIED : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO HOURS-RPT-RECORD
           END-STRING.
           WRITE HOURS-RPT-RECORD.
           CLOSE SORTED-EVENTS.
           CLOSE HOURS-RPT.
           CLOSE HRS-WEEK-FILE.
           MOVE "N" TO WS-IN-FOUND-SW WS-OUT-FOUND-SW.
           PERFORM 2200-ACCUMULATE-EVENT
               UNTIL SE-EOF OR WS-NEXT-EMP-ID NOT = WS-CUR-EMP-ID.
           PERFORM 2250-APPLY-TIME-ADJUSTMENTS.
           ADD 1 TO WS-EMP-COUNT.
           PERFORM 2300-PRINT-EMPLOYEE-LINE.
           PERFORM 2350-PRINT-ADJUSTED-NOTE.

      * Events arrive in date-then-clock order within the employee
      * (the extract's sort keys), so the first sign-in seen stands
           END-EVALUATE.
           PERFORM 2900-READ-SORTED-EVENT.

      * Applies every approved correction for the employee in hand
      * on top of the logged events - see copybooks/TIMEADJ.CPY for
      * the added-versus-replacement rules. Entries are applied in
      * the order keyed, so a later replacement supersedes an
      * earlier one.
       2250-APPLY-TIME-ADJUSTMENTS.
           MOVE ZERO TO WS-EMP-ADJ-COUNT.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-TABLE-USED
               IF WS-TA-EMP-ID (WS-TA-IDX) = WS-CUR-EMP-ID
                   AND NOT WS-TA-IS-APPLIED (WS-TA-IDX)
                   PERFORM 2260-APPLY-ONE-ADJUSTMENT
               END-IF
           END-PERFORM.

      * An added sign-in stands only if it is earlier than the first
      * sign-in on file, an added sign-out only if later than the
      * last; a replacement stands outright. Date then time is
      * compared, so an overnight sign-out on the next calendar
      * date ranks after every same-day punch.
       2260-APPLY-ONE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN WS-TA-SIGN-IN (WS-TA-IDX)
                   IF WS-TA-REPLACES (WS-TA-IDX)
                       OR NOT SIGN-IN-FOUND
                       OR WS-TA-PUNCH-DATE (WS-TA-IDX)
                          < WS-FIRST-IN-DATE
                       OR (WS-TA-PUNCH-DATE (WS-TA-IDX)
                           = WS-FIRST-IN-DATE
                           AND WS-TA-PUNCH-TIME (WS-TA-IDX)
                               < WS-FIRST-IN-TIME)
                       MOVE WS-TA-PUNCH-DATE (WS-TA-IDX)
                           TO WS-FIRST-IN-DATE
                       MOVE WS-TA-PUNCH-TIME (WS-TA-IDX)
                           TO WS-FIRST-IN-TIME
                       MOVE "Y" TO WS-IN-FOUND-SW
                   END-IF
               WHEN WS-TA-SIGN-OUT (WS-TA-IDX)
                   IF WS-TA-REPLACES (WS-TA-IDX)
                       OR NOT SIGN-OUT-FOUND
                       OR WS-TA-PUNCH-DATE (WS-TA-IDX)
                          > WS-LAST-OUT-DATE
                       OR (WS-TA-PUNCH-DATE (WS-TA-IDX)
                           = WS-LAST-OUT-DATE
                           AND WS-TA-PUNCH-TIME (WS-TA-IDX)
                               > WS-LAST-OUT-TIME)
                       MOVE WS-TA-PUNCH-DATE (WS-TA-IDX)
                           TO WS-LAST-OUT-DATE
                       MOVE WS-TA-PUNCH-TIME (WS-TA-IDX)
                           TO WS-LAST-OUT-TIME
                       MOVE "Y" TO WS-OUT-FOUND-SW
                   END-IF
           END-EVALUATE.
           MOVE "Y" TO WS-TA-APPLIED (WS-TA-IDX).
           ADD 1 TO WS-EMP-ADJ-COUNT.
           ADD 1 TO WS-ADJ-APPLIED-COUNT.

       2300-PRINT-EMPLOYEE-LINE.
           MOVE "N" TO WS-EXC-FILED-SW.
           EVALUATE TRUE
               WHEN SIGN-IN-FOUND AND SIGN-OUT-FOUND
                   PERFORM 2400-PRINT-PAIRED-LINE
                          DELIMITED BY SIZE
                          INTO HOURS-RPT-RECORD
                   END-STRING
                   PERFORM 2450-FILE-UNPAIRED-LINE
               WHEN OTHER
                   ADD 1 TO WS-UNPAIRED-COUNT
                   PERFORM 2600-FORMAT-OUT-TIME
                          DELIMITED BY SIZE
                          INTO HOURS-RPT-RECORD
                   END-STRING
                   PERFORM 2450-FILE-UNPAIRED-LINE
           END-EVALUATE.

      * Both sides of the pair are on file - compute the elapsed
                      DELIMITED BY SIZE
                      INTO HOURS-RPT-RECORD
               END-STRING
               PERFORM 2450-FILE-UNPAIRED-LINE
           ELSE
               ADD 1 TO WS-PAIRED-COUNT
               PERFORM 2700-POST-WEEKLY-HOURS
               WRITE HOURS-RPT-RECORD
           END-IF.

      * A corrected day says so under the employee's line, so the
      * supervisor reading hours knows they are not the raw log's.
       2350-PRINT-ADJUSTED-NOTE.
           IF WS-EMP-ADJ-COUNT > ZERO
               MOVE WS-EMP-ADJ-COUNT TO WS-EDIT-ADJ-COUNT
               MOVE SPACES TO HOURS-RPT-RECORD
               STRING "       " DELIMITED BY SIZE
                      WS-EDIT-ADJ-COUNT DELIMITED BY SIZE
                      " TIME ADJUSTMENT(S) APPLIED - SEE TADJRPT"
                      DELIMITED BY SIZE
                      INTO HOURS-RPT-RECORD
               END-STRING
               IF EXC-LINE-FILED
                   MOVE "C" TO WS-DX-KIND
                   PERFORM 8000-FILE-DEPT-EXCEPTION
               ELSE
                   WRITE HOURS-RPT-RECORD
               END-IF
           END-IF.

      * An unpaired line goes to the department sections instead of
      * the paired list, under the department EMPMAST books the
      * employee to - blank when the ID is not on the master or
      * there is no EMPMAST to ask.
       2450-FILE-UNPAIRED-LINE.
           MOVE SPACES TO WS-DX-DEPT.
           IF EMPMAST-IS-OPEN
               MOVE WS-CUR-EMP-ID TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO WS-DX-DEPT
               END-READ
           END-IF.
           PERFORM 8000-FILE-DEPT-EXCEPTION.
           MOVE "Y" TO WS-EXC-FILED-SW.

       2500-FORMAT-IN-TIME.
           MOVE SPACES TO WS-IN-HHMM.
           STRING WS-FI-HH DELIMITED BY SIZE
               END-WRITE
           END-IF.

      * After the extract is exhausted, any correction still not
      * applied belongs to an employee with NO logged employee
      * events for the business date - both punches were missed.
      * Each such employee is rolled up from the corrections alone
      * (the first unapplied entry's name stands in for the log's)
      * and reported and posted like any other.
       2800-PROCESS-ADJ-ONLY-EMPLOYEE.
           IF NOT WS-TA-IS-APPLIED (WS-TA-SUB)
               MOVE WS-TA-EMP-ID (WS-TA-SUB) TO WS-CUR-EMP-ID
               MOVE WS-TA-NAME (WS-TA-SUB)   TO WS-CUR-NAME
               MOVE "N" TO WS-IN-FOUND-SW WS-OUT-FOUND-SW
               PERFORM 2250-APPLY-TIME-ADJUSTMENTS
               ADD 1 TO WS-EMP-COUNT
               PERFORM 2300-PRINT-EMPLOYEE-LINE
               PERFORM 2350-PRINT-ADJUSTED-NOTE
           END-IF.

      * Reads the next EMPLOYEE event off the extract, skipping
      * the visitor records sharing the file - a badge that only
      * has visitor events must not form an "employee" group here.
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
           MOVE HOURS-RPT-RECORD TO DX-LINE.
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
               DISPLAY "HOURSRPT: DEPTMAST not present (status "
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
           MOVE SPACES TO HOURS-RPT-RECORD.
           STRING "DEPARTMENT EXCEPTIONS: " DELIMITED BY SIZE
                  WS-SECT-EDIT-COUNT DELIMITED BY SIZE
                  INTO HOURS-RPT-RECORD
           END-STRING.
           WRITE HOURS-RPT-RECORD.

       8350-PRINT-SECTION-LINE.
           IF SX-IS-EXCEPTION
               ADD 1 TO WS-SECT-COUNT
           END-IF.
           MOVE SX-LINE TO HOURS-RPT-RECORD.
           WRITE HOURS-RPT-RECORD.
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
           MOVE SPACES TO HOURS-RPT-RECORD.
           WRITE HOURS-RPT-RECORD.
           EVALUATE TRUE
               WHEN WS-SECT-DEPT = SPACES
                   MOVE "DEPARTMENT NOT KNOWN - NOT ON EMPLOYEE MASTER"
                       TO HOURS-RPT-RECORD
               WHEN SECT-DEPT-FOUND
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DEPT-DESC DELIMITED BY SIZE
                          " CC " DELIMITED BY SIZE
                          DEPT-COST-CENTER DELIMITED BY SIZE
                          INTO HOURS-RPT-RECORD
                   END-STRING
                   IF DEPT-IS-INACTIVE
                       MOVE "(RETIRED)" TO HOURS-RPT-RECORD (60:9)
                   END-IF
               WHEN OTHER
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " *** NOT ON DEPARTMENT MASTER ***"
                          DELIMITED BY SIZE
                          INTO HOURS-RPT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE HOURS-RPT-RECORD.
           MOVE SPACES TO HOURS-RPT-RECORD.
           EVALUATE TRUE
               WHEN NOT SECT-DEPT-FOUND
                   MOVE "SUPERVISOR: NOT KNOWN" TO HOURS-RPT-RECORD
               WHEN DEPT-SUPV-EMP-ID = SPACES
                   MOVE "SUPERVISOR: NONE NAMED" TO HOURS-RPT-RECORD
               WHEN OTHER
                   PERFORM 8450-FORMAT-SUPERVISOR
           END-EVALUATE.
           WRITE HOURS-RPT-RECORD.

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
                              INTO HOURS-RPT-RECORD
                       END-STRING
                   NOT INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMP-NAME-TEXT DELIMITED BY SIZE
                              INTO HOURS-RPT-RECORD
                       END-STRING
               END-READ
           ELSE
               STRING "SUPERVISOR: " DELIMITED BY SIZE
                      DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                      INTO HOURS-RPT-RECORD
               END-STRING
           END-IF.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the final counts on the way out - to the
      * shared RUNCTL journal every batch program writes.
