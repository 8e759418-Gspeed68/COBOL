      * business date (see LOGEXTR), so third shift goes to
      * payroll as one worked shift instead of a zero sign-out
      * today and an orphan sign-out tomorrow.
      *
      * Approved missed-punch and time corrections from the TIMEADJ
      * file (keyed through TIMECORR - see copybooks/TIMEADJ.CPY)
      * are applied on top of each employee's logged events before
      * the detail is written, by the same rules HOURSRPT applies,
      * so payroll is paid on the corrected day while the log stays
      * as the terminals wrote it. An employee whose only record of
      * the day is a correction still gets a detail, written after
      * the extract runs out. TADJRPT lists the corrections for
      * payroll audit.
      * See jcl/PAYEXTR.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * TIME-ADJ-FILE holds the supervisor-approved punch
      * corrections applied on top of the extract - see
      * copybooks/TIMEADJ.CPY. Optional: no file, no corrections.
           SELECT TIME-ADJ-FILE ASSIGN TO "TIMEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY. Read first for the LOGEXTR
       FD  PAY-INTF-FILE.
       01  PAY-INTF-RECORD         PIC X(40).

       FD  TIME-ADJ-FILE.
           COPY "TIMEADJ.CPY".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       01  WS-IN-FOUND-SW           PIC X      VALUE "N".
           88  SIGN-IN-FOUND                   VALUE "Y".

      * The calendar dates behind the first sign-in and last
      * sign-out, kept only so a correction can be ranked against
      * the logged punches - an overnight sign-out lands on the
      * next calendar date.
       01  WS-FIRST-IN-DATE         PIC 9(8).
       01  WS-LAST-OUT-DATE         PIC 9(8).
       01  WS-OUT-FOUND-SW          PIC X      VALUE "N".
           88  SIGN-OUT-FOUND                  VALUE "Y".

      * The run date's approved time adjustments - see
      * copybooks/TADJTBL.CPY - and how many were applied. The
      * subscript walks the table for the correction-only employees
      * once the extract is done; WS-TA-IDX is left to the
      * per-employee apply loop.
       01  WS-TA-STATUS             PIC X(2).
           88  TA-EOF                          VALUE "10".
           COPY "TADJTBL.CPY".
       01  WS-TA-SUB                PIC 9(3)   COMP.
       01  WS-ADJ-APPLIED-COUNT     PIC 9(6)   VALUE ZERO.

      * The trailer's control totals. The hash is the running sum of
      * the numeric employee IDs, kept in 12 digits - the payroll
      * side computes the same sum the same way, so only equality
                   MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-EVALUATE.
           PERFORM 0100-CHECK-LOGEXTR-DONE.
           PERFORM 1600-LOAD-TIME-ADJUSTMENTS.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 2000-WRITE-INTERFACE-FILE.
           DISPLAY "PAYEXTR: " WS-DETAIL-COUNT " attendance "
               "record(s), ID hash " WS-ID-HASH ", "
               WS-NONNUM-ID-COUNT " non-numeric ID(s), "
               WS-ADJ-APPLIED-COUNT " time adjustment(s) applied".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-DETAIL-COUNT TO WS-RC-IN-COUNT.
           MOVE WS-DETAIL-COUNT TO WS-RC-OUT-COUNT.
               STOP RUN
           END-IF.

      * Loads the run date's APPROVED corrections from TIMEADJ into
      * WS-TA-TABLE, in the order they were keyed. A TIMEADJ that
      * does not exist (status 35) just means no correction has
      * ever been keyed.
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
               DISPLAY "PAYEXTR: TIMEADJ not present (status "
                   WS-TA-STATUS ") - extracting with no time "
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

      * Header, one detail per employee group, trailer. The trailer
      * is written from totals accumulated as the details are
      * written, so count and hash can only describe what is
           WRITE PAY-INTF-RECORD FROM WS-HDR-RECORD.
           PERFORM 2900-READ-SORTED-EVENT.
           PERFORM 2100-PROCESS-EMPLOYEE UNTIL SE-EOF.
           PERFORM 2800-PROCESS-ADJ-ONLY-EMPLOYEE
               VARYING WS-TA-SUB FROM 1 BY 1
               UNTIL WS-TA-SUB > WS-TA-TABLE-USED.
           MOVE WS-DETAIL-COUNT TO WS-TRL-REC-COUNT.
           MOVE WS-ID-HASH      TO WS-TRL-ID-HASH.
           WRITE PAY-INTF-RECORD FROM WS-TRL-RECORD.

       2100-PROCESS-EMPLOYEE.
           MOVE WS-NEXT-EMP-ID TO WS-CUR-EMP-ID.
           MOVE "N"  TO WS-IN-FOUND-SW WS-OUT-FOUND-SW.
           MOVE ZERO TO WS-FIRST-IN-TIME WS-LAST-OUT-TIME
                        WS-SIGNIN-COUNT.
           PERFORM 2200-ACCUMULATE-EVENT
               UNTIL SE-EOF OR WS-NEXT-EMP-ID NOT = WS-CUR-EMP-ID.
           PERFORM 2250-APPLY-TIME-ADJUSTMENTS.
           PERFORM 2300-WRITE-DETAIL.

      * Events arrive in clock order within the employee, so the
                   ADD 1 TO WS-SIGNIN-COUNT
                   IF NOT SIGN-IN-FOUND
                       MOVE SE-TIME TO WS-FIRST-IN-TIME
                       MOVE SE-DATE TO WS-FIRST-IN-DATE
                       MOVE "Y" TO WS-IN-FOUND-SW
                   END-IF
               WHEN SE-EMP-SIGN-OUT
                   MOVE SE-TIME TO WS-LAST-OUT-TIME
                   MOVE SE-DATE TO WS-LAST-OUT-DATE
                   MOVE "Y" TO WS-OUT-FOUND-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2900-READ-SORTED-EVENT.

      * Applies every approved correction for the employee in hand
      * on top of the logged events, in the order keyed - the same
      * rules HOURSRPT applies (see copybooks/TIMEADJ.CPY). A
      * sign-in correction that supplies the day's ONLY sign-in
      * counts as one sign-in; an added sign-in alongside logged
      * ones counts as one more.
       2250-APPLY-TIME-ADJUSTMENTS.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-TABLE-USED
               IF WS-TA-EMP-ID (WS-TA-IDX) = WS-CUR-EMP-ID
                   AND NOT WS-TA-IS-APPLIED (WS-TA-IDX)
                   PERFORM 2260-APPLY-ONE-ADJUSTMENT
               END-IF
           END-PERFORM.

       2260-APPLY-ONE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN WS-TA-SIGN-IN (WS-TA-IDX)
                   IF NOT SIGN-IN-FOUND
                       OR NOT WS-TA-REPLACES (WS-TA-IDX)
                       ADD 1 TO WS-SIGNIN-COUNT
                   END-IF
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
           ADD 1 TO WS-ADJ-APPLIED-COUNT.

       2300-WRITE-DETAIL.
           MOVE WS-CUR-EMP-ID    TO WS-DTL-EMP-ID.
           MOVE WS-RUN-DATE      TO WS-DTL-DATE.
               ADD 1 TO WS-NONNUM-ID-COUNT
           END-IF.

      * After the extract is exhausted, any correction still not
      * applied belongs to an employee with NO logged events for
      * the business date - both punches were missed. Each gets a
      * detail built from the corrections alone, so payroll is not
      * short a worked day.
       2800-PROCESS-ADJ-ONLY-EMPLOYEE.
           IF NOT WS-TA-IS-APPLIED (WS-TA-SUB)
               MOVE WS-TA-EMP-ID (WS-TA-SUB) TO WS-CUR-EMP-ID
               MOVE "N"  TO WS-IN-FOUND-SW WS-OUT-FOUND-SW
               MOVE ZERO TO WS-FIRST-IN-TIME WS-LAST-OUT-TIME
                            WS-SIGNIN-COUNT
               PERFORM 2250-APPLY-TIME-ADJUSTMENTS
               PERFORM 2300-WRITE-DETAIL
           END-IF.

      * Reads the next EMPLOYEE event off the extract, skipping
      * the visitor records sharing the file - visitor events are
      * not payroll attendance. SE-EMP-SIGN-IN's spaces value
