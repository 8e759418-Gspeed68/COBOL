      * LEAVERPT is HR's leave balance statement: one section per
      * employee with a LEAVEBAL balance, headed with the name and
      * department from EMPMAST, listing every absence type they
      * hold - carried in from last year, credited by LEAVEACR,
      * adjusted by HR, taken so far (as LEAVEDED deducts the days
      * ROSTGEN rostered them off), booked for approved leave still
      * to come, the balance, and what is still available to ask
      * for (see copybooks/LEAVEBAL.CPY). Each section ends with the
      * employee's approved absences from LEAVEREQ that are not over
      * yet, so the booked days can be checked against them.
      *
      * The SYSIN card: columns 1-6 one employee ID to print, or
      * blank for every employee. An employee no longer on EMPMAST
      * is still printed, flagged, so a stray balance gets noticed.
      * See jcl/LEAVERPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LEAVE-BAL-FILE is read in key order - employee, then type.
           SELECT LEAVE-BAL-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-STATUS.

      * LEAVE-REQ-FILE gives each employee's approved absences - see
      * copybooks/LEAVEREQ.CPY.
           SELECT LEAVE-REQ-FILE ASSIGN TO "LEAVEREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-KEY
               FILE STATUS IS WS-LVR-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * LEAVE-RPT is the printed statement for HR.
           SELECT LEAVE-RPT ASSIGN TO "LEAVERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BAL-FILE.
           COPY "LEAVEBAL.CPY".

       FD  LEAVE-REQ-FILE.
           COPY "LEAVEREQ.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  LEAVE-RPT.
       01  LEAVE-RPT-RECORD         PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-LVB-STATUS            PIC X(2).
       01  WS-LVR-STATUS            PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).

      * The SYSIN card - see the header comment.
       01  WS-PARM-EMP-ID           PIC X(6)   VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-LVB-OPEN-SW           PIC X      VALUE "N".
           88  LEAVEBAL-IS-OPEN                VALUE "Y".
       01  WS-LVR-OPEN-SW           PIC X      VALUE "N".
           88  LEAVEREQ-IS-OPEN                VALUE "Y".
       01  WS-EMPMAST-OPEN-SW       PIC X      VALUE "N".
           88  EMPMAST-IS-OPEN                 VALUE "Y".

      * Control-break state: the employee in hand and the one just
      * read ahead of it (HIGH-VALUES at end of file, so the last
      * employee still breaks cleanly).
       01  WS-LVB-EOF-SW            PIC X      VALUE "N".
           88  LVB-EOF                         VALUE "Y".
       01  WS-EMP-ID                PIC X(6).
       01  WS-NEXT-EMP-ID           PIC X(6).
       01  WS-SCAN-EOF-SW           PIC X      VALUE "N".
           88  SCAN-EOF                        VALUE "Y".
       01  WS-ABSENCE-COUNT         PIC 9(4).
       01  WS-EMP-FOUND-SW          PIC X      VALUE "N".
           88  EMP-FOUND                       VALUE "Y".

       01  WS-AVAILABLE-DAYS        PIC S9(4).
       01  WS-EDIT-CARRIED          PIC -ZZZ9.
       01  WS-EDIT-ACCRUED          PIC ZZZ9.
       01  WS-EDIT-ADJUSTED         PIC -ZZZ9.
       01  WS-EDIT-TAKEN            PIC ZZZ9.
       01  WS-EDIT-BOOKED           PIC ZZZ9.
       01  WS-EDIT-BALANCE          PIC -ZZZ9.
       01  WS-EDIT-AVAILABLE        PIC -ZZZ9.
       01  WS-EDIT-REQ-DAYS         PIC ZZ9.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

       01  WS-BAL-COUNT             PIC 9(8)   VALUE ZERO.
       01  WS-EMP-COUNT             PIC 9(6)   VALUE ZERO.

      * Run-control journaling - see copybooks/RUNCTL.CPY.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-RC-STAMP-DATE         PIC 9(8).
       01  WS-RC-STAMP-TIME         PIC 9(8).
       01  WS-RC-STATUS-VAL         PIC X(8).
       01  WS-RC-IN-COUNT           PIC 9(8)   VALUE ZERO.
       01  WS-RC-OUT-COUNT          PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-EMP-ID.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PRINT-STATEMENTS.
           IF LEAVEBAL-IS-OPEN
               CLOSE LEAVE-BAL-FILE
           END-IF.
           IF LEAVEREQ-IS-OPEN
               CLOSE LEAVE-REQ-FILE
           END-IF.
           IF EMPMAST-IS-OPEN
               CLOSE EMPMAST-FILE
           END-IF.
           DISPLAY "LEAVERPT: " WS-BAL-COUNT " balance(s) for "
               WS-EMP-COUNT " employee(s) printed".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-BAL-COUNT TO WS-RC-IN-COUNT.
           MOVE WS-EMP-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * LEAVEBAL is what is reported - with none there is nothing to
      * print, but the run still prints and journals. LEAVEREQ and
      * EMPMAST only add the absences and the headings.
       1000-OPEN-FILES.
           OPEN INPUT LEAVE-BAL-FILE.
           IF WS-LVB-STATUS = "00"
               MOVE "Y" TO WS-LVB-OPEN-SW
           ELSE
               DISPLAY "LEAVERPT: LEAVEBAL not present (status "
                   WS-LVB-STATUS ") - reporting nothing"
               MOVE "Y" TO WS-LVB-EOF-SW
           END-IF.
           OPEN INPUT LEAVE-REQ-FILE.
           IF WS-LVR-STATUS = "00"
               MOVE "Y" TO WS-LVR-OPEN-SW
           ELSE
               DISPLAY "LEAVERPT: LEAVEREQ not present (status "
                   WS-LVR-STATUS ") - no absences listed"
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SW
           ELSE
               DISPLAY "LEAVERPT: EMPMAST not present (status "
                   WS-EMPMAST-STATUS ") - employees headed by ID "
                   "only"
           END-IF.

      * Positions LEAVEBAL at the employee asked for, or at the
      * start, and prints one statement per employee.
       2000-PRINT-STATEMENTS.
           OPEN OUTPUT LEAVE-RPT.
           MOVE SPACES TO LEAVE-RPT-RECORD.
           STRING "LEAVE BALANCE STATEMENT AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LEAVE-RPT-RECORD
           END-STRING.
           WRITE LEAVE-RPT-RECORD.
           MOVE "AVAILABLE = BALANCE LESS DAYS BOOKED FOR LEAVE TO COME"
               TO LEAVE-RPT-RECORD.
           WRITE LEAVE-RPT-RECORD.
           IF NOT LVB-EOF
               MOVE WS-PARM-EMP-ID TO LVB-EMP-ID
               MOVE LOW-VALUES     TO LVB-ABSENCE-TYPE
               START LEAVE-BAL-FILE KEY NOT < LVB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LVB-EOF-SW
               END-START
           END-IF.
           MOVE HIGH-VALUES TO WS-NEXT-EMP-ID.
           IF NOT LVB-EOF
               PERFORM 2100-READ-NEXT-BALANCE
           END-IF.
           PERFORM 2200-PRINT-EMPLOYEE UNTIL LVB-EOF.
           MOVE SPACES TO LEAVE-RPT-RECORD.
           WRITE LEAVE-RPT-RECORD.
           MOVE WS-EMP-COUNT TO WS-EDIT-COUNT.
           STRING "EMPLOYEES PRINTED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-RPT-RECORD
           END-STRING.
           WRITE LEAVE-RPT-RECORD.
           CLOSE LEAVE-RPT.

      * Reads the next balance; the end of the file, or (for a
      * single-employee run) the next employee, ends the report.
       2100-READ-NEXT-BALANCE.
           READ LEAVE-BAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LVB-EOF-SW
                   MOVE HIGH-VALUES TO WS-NEXT-EMP-ID
               NOT AT END
                   IF WS-PARM-EMP-ID NOT = SPACES
                       AND LVB-EMP-ID NOT = WS-PARM-EMP-ID
                       MOVE "Y" TO WS-LVB-EOF-SW
                       MOVE HIGH-VALUES TO WS-NEXT-EMP-ID
                   ELSE
                       MOVE LVB-EMP-ID TO WS-NEXT-EMP-ID
                   END-IF
           END-READ.

      * One employee: the heading, a line per absence type, then
      * their absences still to come.
       2200-PRINT-EMPLOYEE.
           MOVE WS-NEXT-EMP-ID TO WS-EMP-ID.
           ADD 1 TO WS-EMP-COUNT.
           PERFORM 2300-PRINT-EMP-HEADING.
           PERFORM 2400-PRINT-BALANCE-LINE
               UNTIL LVB-EOF OR WS-NEXT-EMP-ID NOT = WS-EMP-ID.
           PERFORM 2500-PRINT-ABSENCES.

       2300-PRINT-EMP-HEADING.
           MOVE SPACES TO LEAVE-RPT-RECORD.
           WRITE LEAVE-RPT-RECORD.
           MOVE "N" TO WS-EMP-FOUND-SW.
           IF EMPMAST-IS-OPEN
               MOVE WS-EMP-ID TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND-SW
                       STRING "EMPLOYEE " DELIMITED BY SIZE
                              WS-EMP-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMP-NAME-TEXT DELIMITED BY SIZE
                              " DEPT " DELIMITED BY SIZE
                              EMP-DEPT DELIMITED BY SIZE
                              INTO LEAVE-RPT-RECORD
                       END-STRING
                       IF EMP-IS-INACTIVE
                           MOVE "TERMINATED" TO
                               LEAVE-RPT-RECORD (71:10)
                       END-IF
               END-READ
           ELSE
               STRING "EMPLOYEE " DELIMITED BY SIZE
                      WS-EMP-ID DELIMITED BY SIZE
                      INTO LEAVE-RPT-RECORD
               END-STRING
           END-IF.
           IF EMPMAST-IS-OPEN AND NOT EMP-FOUND
               STRING "EMPLOYEE " DELIMITED BY SIZE
                      WS-EMP-ID DELIMITED BY SIZE
                      " *** NOT ON EMPLOYEE MASTER ***"
                      DELIMITED BY SIZE
                      INTO LEAVE-RPT-RECORD
               END-STRING
           END-IF.
           WRITE LEAVE-RPT-RECORD.
           MOVE "  TYPE ENF CARRIED ACCRUED ADJUSTED TAKEN BOOKED"
               TO LEAVE-RPT-RECORD.
           MOVE "BALANCE AVAILABLE" TO LEAVE-RPT-RECORD (50:17).
           WRITE LEAVE-RPT-RECORD.

       2400-PRINT-BALANCE-LINE.
           ADD 1 TO WS-BAL-COUNT.
           COMPUTE WS-AVAILABLE-DAYS = LVB-BALANCE-DAYS
                                     - LVB-BOOKED-DAYS.
           MOVE LVB-CARRIED-DAYS  TO WS-EDIT-CARRIED.
           MOVE LVB-ACCRUED-DAYS  TO WS-EDIT-ACCRUED.
           MOVE LVB-ADJUSTED-DAYS TO WS-EDIT-ADJUSTED.
           MOVE LVB-TAKEN-DAYS    TO WS-EDIT-TAKEN.
           MOVE LVB-BOOKED-DAYS   TO WS-EDIT-BOOKED.
           MOVE LVB-BALANCE-DAYS  TO WS-EDIT-BALANCE.
           MOVE WS-AVAILABLE-DAYS TO WS-EDIT-AVAILABLE.
           MOVE SPACES TO LEAVE-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  LVB-ABSENCE-TYPE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  LVB-ENFORCE-FLAG DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-CARRIED DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-EDIT-ACCRUED DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-EDIT-ADJUSTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-TAKEN DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-BOOKED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-EDIT-AVAILABLE DELIMITED BY SIZE
                  INTO LEAVE-RPT-RECORD
           END-STRING.
           WRITE LEAVE-RPT-RECORD.
           PERFORM 2100-READ-NEXT-BALANCE.

      * The employee's absences on LEAVEREQ that end today or later
      * - their keys read forward from the lowest until the
      * employee changes.
       2500-PRINT-ABSENCES.
           MOVE ZERO TO WS-ABSENCE-COUNT.
           IF LEAVEREQ-IS-OPEN
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE WS-EMP-ID TO LVR-EMP-ID
               MOVE ZERO      TO LVR-FROM-DATE
               START LEAVE-REQ-FILE KEY NOT < LVR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 2550-PRINT-NEXT-ABSENCE UNTIL SCAN-EOF
           END-IF.
           IF WS-ABSENCE-COUNT = ZERO
               MOVE "  NO LEAVE BOOKED FROM TODAY ON"
                   TO LEAVE-RPT-RECORD
               WRITE LEAVE-RPT-RECORD
           END-IF.

       2550-PRINT-NEXT-ABSENCE.
           READ LEAVE-REQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LVR-EMP-ID NOT = WS-EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF LVR-TO-DATE >= WS-RUN-DATE
                           PERFORM 2560-PRINT-ABSENCE-LINE
                       END-IF
                   END-IF
           END-READ.

       2560-PRINT-ABSENCE-LINE.
           IF WS-ABSENCE-COUNT = ZERO
               MOVE "  LEAVE TO COME:" TO LEAVE-RPT-RECORD
               WRITE LEAVE-RPT-RECORD
           END-IF.
           ADD 1 TO WS-ABSENCE-COUNT.
           MOVE LVR-DAYS TO WS-EDIT-REQ-DAYS.
           MOVE SPACES TO LEAVE-RPT-RECORD.
           STRING "    " DELIMITED BY SIZE
                  LVR-ABSENCE-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LVR-FROM-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  LVR-TO-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-REQ-DAYS DELIMITED BY SIZE
                  " WORKING DAY(S) BOOKED, APPROVED "
                  DELIMITED BY SIZE
                  LVR-ENTERED-DATE DELIMITED BY SIZE
                  INTO LEAVE-RPT-RECORD
           END-STRING.
           WRITE LEAVE-RPT-RECORD.

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
           MOVE "LEAVERPT"        TO RC-PROGRAM.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
