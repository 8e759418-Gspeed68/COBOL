      * derived from the card date exactly the way HOURSRPT derives
      * it when posting, so the two programs can never disagree
      * about which week a date belongs to.
      *
      * The employees over the line print in one section per
      * department, each headed with the department's supervisor
      * from DEPTMAST (see copybooks/DEPTSECT.CPY), so each
      * supervisor sees their own people together. The department
      * comes from EMPMAST; without one the report still prints,
      * under no department.
      * See jcl/OVERTRPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
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
       01  WS-HW-STATUS             PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).
       01  WS-OVER-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * Department sections - see copybooks/DEPTSECT.CPY.
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-EMPMAST-OPEN-SW       PIC X      VALUE "N".
           88  EMPMAST-IS-OPEN                 VALUE "Y".
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-DX-STATUS             PIC X(2).
       01  WS-SX-STATUS             PIC X(2).
           COPY "DEPTSECT.CPY".

      * Run-control journaling - see copybooks/RUNCTL.CPY: a
      * STARTED record on the way in, a COMPLETE record with the
      * final counts on the way out.
      * just means an empty report.
       2000-REPORT-OVERTIME.
           OPEN OUTPUT OVERTIME-RPT.
           OPEN OUTPUT DEPT-EXC-FILE.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SW
           ELSE
               DISPLAY "OVERTRPT: EMPMAST not present (status "
                   WS-EMPMAST-STATUS ") - reporting without "
                   "departments"
           END-IF.
           MOVE SPACES TO OVERTIME-RPT-RECORD.
           STRING "WEEKLY OVERTIME EXCEPTION REPORT - WEEK OF "
                  DELIMITED BY SIZE
                   "(status " WS-HW-STATUS ") - reporting no "
                   "weekly hours"
           END-IF.
           IF EMPMAST-IS-OPEN
               CLOSE EMPMAST-FILE
           END-IF.
           PERFORM 8100-PRINT-DEPT-SECTIONS.
           MOVE SPACES TO OVERTIME-RPT-RECORD.
           WRITE OVERTIME-RPT-RECORD.
           MOVE WS-OVER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO OVERTIME-RPT-RECORD.
           STRING "TOTAL EMPLOYEES OVER THRESHOLD: "

      * One employee over the line: a header line with the week
      * total, then the day-by-day breakdown the supervisor needs
      * to see where the hours actually landed - both filed under
      * the employee's department for the section printing.
       2200-PRINT-EMPLOYEE-WEEK.
           PERFORM 2250-LOOKUP-EMP-DEPT.
           COMPUTE WS-HOURS-PART = HW-WEEK-MINUTES / 60.
           COMPUTE WS-MINS-PART = HW-WEEK-MINUTES
               - (WS-HOURS-PART * 60).
                  WS-MINS-PART DELIMITED BY SIZE
                  INTO OVERTIME-RPT-RECORD
           END-STRING.
           PERFORM 8000-FILE-DEPT-EXCEPTION.
           MOVE SPACES TO WS-BREAKDOWN-LINE.
           MOVE 3 TO WS-BREAKDOWN-POS.
           PERFORM 2300-FORMAT-DAY-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 7.
           MOVE WS-BREAKDOWN-LINE TO OVERTIME-RPT-RECORD.
           MOVE "C" TO WS-DX-KIND.
           PERFORM 8000-FILE-DEPT-EXCEPTION.

      * The department EMPMAST books the employee to - blank when
      * the ID is no longer on the master or there is no EMPMAST.
       2250-LOOKUP-EMP-DEPT.
           MOVE SPACES TO WS-DX-DEPT.
           IF EMPMAST-IS-OPEN
               MOVE HW-EMP-ID TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO WS-DX-DEPT
               END-READ
           END-IF.

      * One day slot onto the breakdown line: the day tag and its
      * H:MM, or "-" for a day with nothing posted, each slot at a
               TO WS-BREAKDOWN-LINE (WS-BREAKDOWN-POS + 4:6).
           ADD 11 TO WS-BREAKDOWN-POS.

      * Files the exception line just built in the report record
      * to the department work file under WS-DX-DEPT, in filing
      * order - see copybooks/DEPTSECT.CPY.
       8000-FILE-DEPT-EXCEPTION.
           ADD 1 TO WS-DX-SEQ.
           MOVE WS-DX-DEPT TO DX-DEPT.
           MOVE WS-DX-SEQ  TO DX-SEQ.
           MOVE WS-DX-KIND TO DX-KIND.
           MOVE OVERTIME-RPT-RECORD TO DX-LINE.
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
               DISPLAY "OVERTRPT: DEPTMAST not present (status "
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
           MOVE SPACES TO OVERTIME-RPT-RECORD.
           STRING "DEPARTMENT EXCEPTIONS: " DELIMITED BY SIZE
                  WS-SECT-EDIT-COUNT DELIMITED BY SIZE
                  INTO OVERTIME-RPT-RECORD
           END-STRING.
           WRITE OVERTIME-RPT-RECORD.

       8350-PRINT-SECTION-LINE.
           IF SX-IS-EXCEPTION
               ADD 1 TO WS-SECT-COUNT
           END-IF.
           MOVE SX-LINE TO OVERTIME-RPT-RECORD.
           WRITE OVERTIME-RPT-RECORD.
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
           MOVE SPACES TO OVERTIME-RPT-RECORD.
           WRITE OVERTIME-RPT-RECORD.
           EVALUATE TRUE
               WHEN WS-SECT-DEPT = SPACES
                   MOVE "DEPARTMENT NOT KNOWN - NOT ON EMPLOYEE MASTER"
                       TO OVERTIME-RPT-RECORD
               WHEN SECT-DEPT-FOUND
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DEPT-DESC DELIMITED BY SIZE
                          " CC " DELIMITED BY SIZE
                          DEPT-COST-CENTER DELIMITED BY SIZE
                          INTO OVERTIME-RPT-RECORD
                   END-STRING
                   IF DEPT-IS-INACTIVE
                       MOVE "(RETIRED)" TO OVERTIME-RPT-RECORD (60:9)
                   END-IF
               WHEN OTHER
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-SECT-DEPT DELIMITED BY SIZE
                          " *** NOT ON DEPARTMENT MASTER ***"
                          DELIMITED BY SIZE
                          INTO OVERTIME-RPT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE OVERTIME-RPT-RECORD.
           MOVE SPACES TO OVERTIME-RPT-RECORD.
           EVALUATE TRUE
               WHEN NOT SECT-DEPT-FOUND
                   MOVE "SUPERVISOR: NOT KNOWN" TO OVERTIME-RPT-RECORD
               WHEN DEPT-SUPV-EMP-ID = SPACES
                   MOVE "SUPERVISOR: NONE NAMED" TO OVERTIME-RPT-RECORD
               WHEN OTHER
                   PERFORM 8450-FORMAT-SUPERVISOR
           END-EVALUATE.
           WRITE OVERTIME-RPT-RECORD.

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
                              INTO OVERTIME-RPT-RECORD
                       END-STRING
                   NOT INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMP-NAME-TEXT DELIMITED BY SIZE
                              INTO OVERTIME-RPT-RECORD
                       END-STRING
               END-READ
           ELSE
               STRING "SUPERVISOR: " DELIMITED BY SIZE
                      DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                      INTO OVERTIME-RPT-RECORD
               END-STRING
           END-IF.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the final counts on the way out - to the
      * shared RUNCTL journal every batch program writes.
