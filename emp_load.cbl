      *           and every applied change is journaled to the
      *           MSTAUDIT master-change journal with before and
      *           after images - see copybooks/MSTAUDIT.CPY.
      *
      * Both layouts carry the employment status - hire date,
      * termination date and active flag (see copybooks/EMPMAST.CPY).
      * A blank active flag on the extract is derived from the
      * termination date: terminated on or before the run date
      * means inactive. DELTA mode also takes a T)erminate
      * transaction that needs only the employee ID and the
      * termination date (blank means today): the master record is
      * marked inactive in place, every other field untouched, and
      * journaled to MSTAUDIT like any other change.
      *
      * Every employee loaded or added must belong to a department
      * on the DEPTMAST department master (see copybooks/
      * DEPTMAST.CPY) - a department code that is not on file is
      * rejected in both modes instead of quietly creating a
      * department nobody supervises. A retired (inactive)
      * department takes no new ACTIVE employees: an add, a change
      * that moves someone into it, or a full-load record for a
      * current employee is rejected, while a terminated employee's
      * history and an unchanged existing booking still load.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOAD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * DEPTMAST-FILE is the department master every employee's
      * department code is validated against - see copybooks/
      * DEPTMAST.CPY. Read only; DEPTMNT maintains it.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
           05  EXT-EMP-DEPT        PIC X(4).
           05  EXT-EMP-SHIFT-CODE  PIC X(1).
           05  EXT-EMP-LANG-CODE   PIC X(2).
           05  EXT-EMP-HIRE-DATE   PIC X(8).
           05  EXT-EMP-TERM-DATE   PIC X(8).
           05  EXT-EMP-ACTIVE-FLAG PIC X(1).

      * One transaction per record: the code byte, a separator, then
      * the employee in the same layout (and with the same wide name
               88  TRANS-IS-ADD                VALUE "A".
               88  TRANS-IS-CHANGE             VALUE "C".
               88  TRANS-IS-DELETE             VALUE "D".
               88  TRANS-IS-TERMINATE          VALUE "T".
           05  DLT-FILL-1          PIC X.
           05  DLT-EMP-ID          PIC X(6).
           05  DLT-EMP-FULL-NAME   PIC X(40).
           05  DLT-EMP-DEPT        PIC X(4).
           05  DLT-EMP-SHIFT-CODE  PIC X(1).
           05  DLT-EMP-LANG-CODE   PIC X(2).
           05  DLT-EMP-HIRE-DATE   PIC X(8).
           05  DLT-EMP-TERM-DATE   PIC X(8).
           05  DLT-EMP-TERM-DATE-NUM REDEFINES DLT-EMP-TERM-DATE
                                   PIC 9(8).
           05  DLT-EMP-ACTIVE-FLAG PIC X(1).

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".
       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       01  WS-ADDED-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-DELETED-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-TERMINATED-COUNT      PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * The run-mode control card from SYSIN. No SYSIN card at all
      * carried to the report line so HR can fix and resubmit it.
       01  WS-REJECT-REASON         PIC X(30).

      * The department check in 3660-VALIDATE-DEPARTMENT: the
      * department the employee was booked to before this record
      * (spaces for a new employee or a full load), and whether
      * the department on the new record is acceptable. The reject
      * reason is left in WS-REJECT-REASON.
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-OLD-DEPT              PIC X(4).
       01  WS-DEPT-OK-SW            PIC X      VALUE "N".
           88  DEPT-IS-ACCEPTED                VALUE "Y".

      * The employment-status fields as they arrive on either input
      * layout, staged here so the FULL load and the DELTA apply
      * share one derivation in 3650-SET-EMPLOYMENT-STATUS. A date
      * that is not all digits (blank, typically) is stored as zero
      * - "not supplied" - rather than as garbage.
       01  WS-IN-HIRE-DATE          PIC X(8).
       01  WS-IN-HIRE-DATE-NUM REDEFINES WS-IN-HIRE-DATE
                                    PIC 9(8).
       01  WS-IN-TERM-DATE          PIC X(8).
       01  WS-IN-TERM-DATE-NUM REDEFINES WS-IN-TERM-DATE
                                    PIC 9(8).
       01  WS-IN-ACTIVE-FLAG        PIC X(1).

      * Whether the current delta transaction's name had to be cut to
      * fit EMP-NAME-TEXT. Counted into WS-TRUNCATED-COUNT only once
      * the transaction actually lands on the master - a rejected
                   "EMPMAST allocation. ***"
               STOP RUN
           END-IF.
           PERFORM 0200-OPEN-DEPTMAST.
           PERFORM 1000-READ-EXTRACT.
           PERFORM 2000-LOAD-RECORD UNTIL EXTRACT-EOF.
           CLOSE EMPMAST-EXTRACT.
           CLOSE EMPMAST-FILE.
           CLOSE DEPTMAST-FILE.
           DISPLAY "EMPLOAD: " WS-LOADED-COUNT " loaded, "
               WS-REJECTED-COUNT " rejected, "
               WS-TRUNCATED-COUNT " name(s) truncated".
           MOVE WS-LOADED-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.

      * DEPTMAST is not optional in either mode - without it no
      * department can be validated, and loading blind is exactly
      * what the file exists to prevent. On a fresh install, set
      * the departments up with DEPTMNT before the first load.
       0200-OPEN-DEPTMAST.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "*** DEPTMAST could not be opened (status "
                   WS-DEPTMAST-STATUS ") - has it been set up? "
                   "Run DEPTMNT first. ***"
               STOP RUN
           END-IF.

       1000-READ-EXTRACT.
           READ EMPMAST-EXTRACT
               AT END
           MOVE EXT-EMP-DEPT       TO EMP-DEPT.
           MOVE EXT-EMP-SHIFT-CODE TO EMP-SHIFT-CODE.
           MOVE EXT-EMP-LANG-CODE  TO EMP-LANG-CODE.
           MOVE EXT-EMP-HIRE-DATE   TO WS-IN-HIRE-DATE.
           MOVE EXT-EMP-TERM-DATE   TO WS-IN-TERM-DATE.
           MOVE EXT-EMP-ACTIVE-FLAG TO WS-IN-ACTIVE-FLAG.
           PERFORM 3650-SET-EMPLOYMENT-STATUS.
           MOVE SPACES TO WS-OLD-DEPT.
           PERFORM 3660-VALIDATE-DEPARTMENT.
           IF DEPT-IS-ACCEPTED
               WRITE EMPMAST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "EMPLOAD: " EXT-EMP-ID " " EXT-EMP-DEPT
                   " rejected - " WS-REJECT-REASON
           END-IF.
           PERFORM 1000-READ-EXTRACT.

      * Applies the day's transaction-coded changes against the
                   "Run EMPLOAD in FULL mode first. ***"
               STOP RUN
           END-IF.
           PERFORM 0200-OPEN-DEPTMAST.
           OPEN OUTPUT UPDATE-RPT.
           MOVE SPACES TO UPDATE-RPT-RECORD.
           MOVE "EMPMAST APPLIED-CHANGES REPORT" TO UPDATE-RPT-RECORD.
           PERFORM 3800-PRINT-DELTA-TOTALS.
           CLOSE EMP-DELTA-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE UPDATE-RPT.
           DISPLAY "EMPLOAD: " WS-ADDED-COUNT " added, "
               WS-CHANGED-COUNT " changed, "
               WS-DELETED-COUNT " deleted, "
               WS-TERMINATED-COUNT " terminated, "
               WS-REJECTED-COUNT " rejected, "
               WS-TRUNCATED-COUNT " name(s) truncated".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           COMPUTE WS-RC-IN-COUNT = WS-ADDED-COUNT
               + WS-CHANGED-COUNT + WS-DELETED-COUNT
               + WS-TERMINATED-COUNT + WS-REJECTED-COUNT.
           COMPUTE WS-RC-OUT-COUNT = WS-ADDED-COUNT
               + WS-CHANGED-COUNT + WS-DELETED-COUNT
               + WS-TERMINATED-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.

       3100-READ-DELTA.
                   PERFORM 3400-APPLY-CHANGE
               WHEN TRANS-IS-DELETE
                   PERFORM 3500-APPLY-DELETE
               WHEN TRANS-IS-TERMINATE
                   PERFORM 3550-APPLY-TERMINATE
               WHEN OTHER
                   MOVE "UNRECOGNIZED TRANS CODE" TO WS-REJECT-REASON
                   PERFORM 3700-WRITE-REJECT-LINE

       3300-APPLY-ADD.
           PERFORM 3600-BUILD-MASTER-RECORD.
           MOVE SPACES TO WS-OLD-DEPT.
           PERFORM 3660-VALIDATE-DEPARTMENT.
           IF NOT DEPT-IS-ACCEPTED
               PERFORM 3700-WRITE-REJECT-LINE
           ELSE
               WRITE EMPMAST-RECORD
                   INVALID KEY
                       MOVE "ALREADY ON FILE" TO WS-REJECT-REASON
                       PERFORM 3700-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       IF DELTA-NAME-TRUNCATED
                           ADD 1 TO WS-TRUNCATED-COUNT
                       END-IF
                       PERFORM 3750-WRITE-APPLIED-LINE
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE EMPMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * The master is READ before the REWRITE so the journal gets
      * the record as it stood - the read doubles as the not-on-
      * file check the REWRITE used to make. The department the
      * employee was already booked to is kept aside, so a change
      * that leaves someone in a since-retired department is not
      * refused for it.
       3400-APPLY-CHANGE.
           MOVE DLT-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
                   PERFORM 3700-WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE EMPMAST-RECORD TO WS-AUD-BEFORE
                   MOVE EMP-DEPT TO WS-OLD-DEPT
                   PERFORM 3600-BUILD-MASTER-RECORD
                   PERFORM 3660-VALIDATE-DEPARTMENT
                   IF DEPT-IS-ACCEPTED
                       PERFORM 3450-REWRITE-CHANGED
                   ELSE
                       PERFORM 3700-WRITE-REJECT-LINE
                   END-IF
           END-READ.

       3450-REWRITE-CHANGED.
           REWRITE EMPMAST-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 3700-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   IF DELTA-NAME-TRUNCATED
                       ADD 1 TO WS-TRUNCATED-COUNT
                   END-IF
                   PERFORM 3750-WRITE-APPLIED-LINE
                   MOVE "C" TO WS-AUD-ACTION
                   MOVE EMPMAST-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-REWRITE.

      * Same pattern for the delete: read first, so the journal
      * carries what was removed.
       3500-APPLY-DELETE.
                   END-DELETE
           END-READ.

      * A termination touches only the status fields of the record
      * already on file - the rest of the transaction may be blank.
      * The termination date defaults to today; a future date is
      * refused (HR submits the termination on the day, and the
      * flag must not go inactive ahead of it), as is one earlier
      * than the hire date. An employee already inactive is
      * rejected rather than silently re-terminated with a new date.
       3550-APPLY-TERMINATE.
           MOVE DLT-EMP-ID TO EMP-ID.
           IF DLT-EMP-TERM-DATE-NUM IS NOT NUMERIC
               MOVE WS-RC-RUN-DATE TO DLT-EMP-TERM-DATE-NUM
           END-IF.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM 3700-WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMP-IS-INACTIVE
                           MOVE "ALREADY TERMINATED"
                               TO WS-REJECT-REASON
                           PERFORM 3700-WRITE-REJECT-LINE
                       WHEN DLT-EMP-TERM-DATE-NUM > WS-RC-RUN-DATE
                           MOVE "TERM DATE IN THE FUTURE"
                               TO WS-REJECT-REASON
                           PERFORM 3700-WRITE-REJECT-LINE
                       WHEN DLT-EMP-TERM-DATE-NUM < EMP-HIRE-DATE
                           MOVE "TERM DATE BEFORE HIRE DATE"
                               TO WS-REJECT-REASON
                           PERFORM 3700-WRITE-REJECT-LINE
                       WHEN OTHER
                           PERFORM 3560-REWRITE-TERMINATED
                   END-EVALUATE
           END-READ.

       3560-REWRITE-TERMINATED.
           MOVE EMPMAST-RECORD TO WS-AUD-BEFORE.
           MOVE DLT-EMP-TERM-DATE-NUM TO EMP-TERM-DATE.
           MOVE "N" TO EMP-ACTIVE-FLAG.
           REWRITE EMPMAST-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 3700-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-TERMINATED-COUNT
                   PERFORM 3750-WRITE-APPLIED-LINE
                   MOVE "C" TO WS-AUD-ACTION
                   MOVE EMPMAST-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-REWRITE.

      * Builds the master record from the transaction's fields, with
      * the same wide-name truncation handling as the full load.
       3600-BUILD-MASTER-RECORD.
           MOVE DLT-EMP-DEPT       TO EMP-DEPT.
           MOVE DLT-EMP-SHIFT-CODE TO EMP-SHIFT-CODE.
           MOVE DLT-EMP-LANG-CODE  TO EMP-LANG-CODE.
           MOVE DLT-EMP-HIRE-DATE   TO WS-IN-HIRE-DATE.
           MOVE DLT-EMP-TERM-DATE   TO WS-IN-TERM-DATE.
           MOVE DLT-EMP-ACTIVE-FLAG TO WS-IN-ACTIVE-FLAG.
           PERFORM 3650-SET-EMPLOYMENT-STATUS.

      * Moves the staged status fields onto the master record. An
      * explicit Y or N flag from HR stands; a blank flag is derived
      * from the termination date - on or before the run date means
      * the employee has left.
       3650-SET-EMPLOYMENT-STATUS.
           IF WS-IN-HIRE-DATE-NUM IS NUMERIC
               MOVE WS-IN-HIRE-DATE-NUM TO EMP-HIRE-DATE
           ELSE
               MOVE ZERO TO EMP-HIRE-DATE
           END-IF.
           IF WS-IN-TERM-DATE-NUM IS NUMERIC
               MOVE WS-IN-TERM-DATE-NUM TO EMP-TERM-DATE
           ELSE
               MOVE ZERO TO EMP-TERM-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-IN-ACTIVE-FLAG = "Y" OR "N"
                   MOVE WS-IN-ACTIVE-FLAG TO EMP-ACTIVE-FLAG
               WHEN EMP-TERM-DATE NOT = ZERO
                   AND EMP-TERM-DATE NOT > WS-RC-RUN-DATE
                   MOVE "N" TO EMP-ACTIVE-FLAG
               WHEN OTHER
                   MOVE "Y" TO EMP-ACTIVE-FLAG
           END-EVALUATE.

      * The department on the record just built must be on
      * DEPTMAST. A retired department is refused only for an
      * active employee being newly booked into it - see the header
      * comment - so a terminated employee's history, and an
      * existing booking left unchanged, still load.
       3660-VALIDATE-DEPARTMENT.
           MOVE "Y" TO WS-DEPT-OK-SW.
           MOVE EMP-DEPT TO DEPT-CODE.
           READ DEPTMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPT-OK-SW
                   MOVE "UNKNOWN DEPARTMENT" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF DEPT-IS-INACTIVE AND EMP-IS-ACTIVE
                       AND EMP-DEPT NOT = WS-OLD-DEPT
                       MOVE "N" TO WS-DEPT-OK-SW
                       MOVE "DEPARTMENT NOT ACTIVE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       3700-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
                   MOVE "CHANGED" TO UPDATE-RPT-RECORD (1:7)
               WHEN TRANS-IS-DELETE
                   MOVE "DELETED" TO UPDATE-RPT-RECORD (1:7)
               WHEN TRANS-IS-TERMINATE
                   MOVE "TERMNTD" TO UPDATE-RPT-RECORD (1:7)
           END-EVALUATE.
           MOVE DLT-EMP-ID TO UPDATE-RPT-RECORD (9:6).
      * A termination carries no name of its own - print the one on
      * the master, plus the date it took effect.
           IF TRANS-IS-TERMINATE
               MOVE EMP-NAME-TEXT TO UPDATE-RPT-RECORD (16:30)
               MOVE "EFFECTIVE" TO UPDATE-RPT-RECORD (47:9)
               MOVE EMP-TERM-DATE TO UPDATE-RPT-RECORD (57:8)
           ELSE
               MOVE DLT-EMP-FULL-NAME (1:30)
                   TO UPDATE-RPT-RECORD (16:30)
           END-IF.
           WRITE UPDATE-RPT-RECORD.

      * Appends one run-control record - STARTED on the way in,
                  INTO UPDATE-RPT-RECORD
           END-STRING.
           WRITE UPDATE-RPT-RECORD.
           MOVE WS-TERMINATED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO UPDATE-RPT-RECORD.
           STRING "TOTAL TERMINTD: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO UPDATE-RPT-RECORD
           END-STRING.
           WRITE UPDATE-RPT-RECORD.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO UPDATE-RPT-RECORD.
           STRING "TOTAL REJECTED: " DELIMITED BY SIZE
