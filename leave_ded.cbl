      * LEAVEDED is the nightly leave deduction: every day ROSTGEN
      * left an employee off the roster because an approved absence
      * covered it comes off that employee's LEAVEBAL balance for
      * the absence type. ROSTGEN appends one LEAVTAKN record per
      * such day (see copybooks/LEAVTAKN.CPY) - only a day the
      * employee would have worked, so a rotation rest day or a
      * HOLCAL closure of their shift never reaches this program
      * and never costs a day of leave.
      *
      * Each day moves from booked to taken: LVB-TAKEN-DAYS up one,
      * LVB-BALANCE-DAYS down one, LVB-BOOKED-DAYS down one (never
      * below zero - an absence carried over from the hand-built
      * LEAVEABS booked nothing). LVB-LAST-TAKEN-DATE records the
      * latest day deducted, and a LEAVTAKN record dated on or
      * before it is skipped as already deducted, so a ROSTGEN
      * rerun, or this step rerun before the file is deleted, never
      * takes a day twice. A day for a type with no balance on file
      * is listed and left - there is nothing to deduct it from.
      *
      * Every balance changed is journaled to the permanent MSTAUDIT
      * master-change journal - see copybooks/MSTAUDIT.CPY. Once
      * every day on LEAVTAKN has been applied the file is emptied
      * for ROSTGEN to start afresh; a run that stops short (no
      * LEAVEBAL) leaves it as it was, to be applied next time.
      * See jcl/NIGHTLY.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEDED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LEAVE-TAKEN-FILE is ROSTGEN's record of leave days taken -
      * see copybooks/LEAVTAKN.CPY.
           SELECT LEAVE-TAKEN-FILE ASSIGN TO "LEAVTAKN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVT-STATUS.

      * LEAVE-BAL-FILE is read and rewritten by key - see
      * copybooks/LEAVEBAL.CPY.
           SELECT LEAVE-BAL-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-STATUS.

      * LEAVE-DED-RPT lists what was deducted and what was not.
           SELECT LEAVE-DED-RPT ASSIGN TO "LEAVDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-TAKEN-FILE.
           COPY "LEAVTAKN.CPY".

       FD  LEAVE-BAL-FILE.
           COPY "LEAVEBAL.CPY".

       FD  LEAVE-DED-RPT.
       01  LEAVE-DED-RPT-RECORD     PIC X(80).

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-LVT-STATUS            PIC X(2).
           88  LVT-EOF                         VALUE "10".
       01  WS-LVT-OPEN-SW           PIC X      VALUE "N".
           88  LEAVTAKN-IS-OPEN                VALUE "Y".
       01  WS-LVB-STATUS            PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-READ-COUNT            PIC 9(8)   VALUE ZERO.
       01  WS-DEDUCTED-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(6)   VALUE ZERO.
       01  WS-NO-BALANCE-COUNT      PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
       01  WS-EDIT-DAYS             PIC -ZZZ9.

      * Staging for the master-change journal record - see
      * 9100-WRITE-MASTER-AUDIT.
       01  WS-AUD-FILE-NAME         PIC X(8).
       01  WS-AUD-KEY               PIC X(9).
       01  WS-AUD-ACTION            PIC X(1).
       01  WS-AUD-BEFORE            PIC X(80).
       01  WS-AUD-AFTER             PIC X(80).

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
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-DEDUCT-ONE-DAY UNTIL LVT-EOF.
           PERFORM 3000-WRITE-TOTALS.
           IF LEAVTAKN-IS-OPEN
               CLOSE LEAVE-TAKEN-FILE
               OPEN OUTPUT LEAVE-TAKEN-FILE
               CLOSE LEAVE-TAKEN-FILE
           END-IF.
           CLOSE LEAVE-BAL-FILE.
           CLOSE LEAVE-DED-RPT.
           DISPLAY "LEAVEDED: " WS-READ-COUNT " leave day(s) read, "
               WS-DEDUCTED-COUNT " deducted, " WS-DUPLICATE-COUNT
               " already deducted, " WS-NO-BALANCE-COUNT
               " with no balance".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-READ-COUNT     TO WS-RC-IN-COUNT.
           MOVE WS-DEDUCTED-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * No LEAVTAKN (status 35) just means ROSTGEN left nobody off
      * for leave - the run reports nothing deducted. LEAVEBAL is
      * required: stopping here leaves LEAVTAKN unemptied, so no
      * day is lost.
       1000-OPEN-FILES.
           OPEN OUTPUT LEAVE-DED-RPT.
           MOVE SPACES TO LEAVE-DED-RPT-RECORD.
           STRING "LEAVE DEDUCTED FOR DAYS ROSTERED OFF - RUN "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LEAVE-DED-RPT-RECORD
           END-STRING.
           WRITE LEAVE-DED-RPT-RECORD.
           MOVE SPACES TO LEAVE-DED-RPT-RECORD.
           WRITE LEAVE-DED-RPT-RECORD.
           OPEN I-O LEAVE-BAL-FILE.
           IF WS-LVB-STATUS NOT = "00"
               DISPLAY "*** LEAVEBAL could not be opened (status "
                   WS-LVB-STATUS ") - no leave deducted; rerun "
                   "before LEAVTAKN is deleted. ***"
               STOP RUN
           END-IF.
           OPEN INPUT LEAVE-TAKEN-FILE.
           IF WS-LVT-STATUS = "00"
               MOVE "Y" TO WS-LVT-OPEN-SW
           ELSE
               DISPLAY "LEAVEDED: LEAVTAKN not present (status "
                   WS-LVT-STATUS ") - nothing to deduct"
               MOVE "10" TO WS-LVT-STATUS
           END-IF.

       2000-DEDUCT-ONE-DAY.
           READ LEAVE-TAKEN-FILE
               AT END
                   MOVE "10" TO WS-LVT-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE LVT-EMP-ID       TO LVB-EMP-ID
                   MOVE LVT-ABSENCE-TYPE TO LVB-ABSENCE-TYPE
                   READ LEAVE-BAL-FILE
                       INVALID KEY
                           ADD 1 TO WS-NO-BALANCE-COUNT
                           MOVE SPACES TO LEAVE-DED-RPT-RECORD
                           MOVE "NO BALANCE ON FILE - NOT DEDUCTED"
                               TO LEAVE-DED-RPT-RECORD (32:40)
                           PERFORM 2900-PRINT-DAY-LINE
                       NOT INVALID KEY
                           PERFORM 2100-APPLY-DEDUCTION
                   END-READ
           END-READ.

      * A day on or before the last one deducted has been deducted
      * already; any other day moves from booked to taken.
       2100-APPLY-DEDUCTION.
           IF LVT-LEAVE-DATE <= LVB-LAST-TAKEN-DATE
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               MOVE LEAVE-BAL-RECORD TO WS-AUD-BEFORE
               ADD 1 TO LVB-TAKEN-DAYS
               SUBTRACT 1 FROM LVB-BALANCE-DAYS
               IF LVB-BOOKED-DAYS > ZERO
                   SUBTRACT 1 FROM LVB-BOOKED-DAYS
               END-IF
               MOVE LVT-LEAVE-DATE TO LVB-LAST-TAKEN-DATE
               REWRITE LEAVE-BAL-RECORD
                   INVALID KEY
                       DISPLAY "*** LEAVEBAL rewrite failed "
                           "(status " WS-LVB-STATUS ") for "
                           LVB-KEY " ***"
                       MOVE SPACES TO LEAVE-DED-RPT-RECORD
                       MOVE "*** REWRITE FAILED - NOT DEDUCTED ***"
                           TO LEAVE-DED-RPT-RECORD (32:40)
                       PERFORM 2900-PRINT-DAY-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-DEDUCTED-COUNT
                       MOVE "LEAVEBAL"       TO WS-AUD-FILE-NAME
                       MOVE LVB-KEY          TO WS-AUD-KEY
                       MOVE "C"              TO WS-AUD-ACTION
                       MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
                       MOVE LVB-BALANCE-DAYS TO WS-EDIT-DAYS
                       MOVE SPACES TO LEAVE-DED-RPT-RECORD
                       STRING "DEDUCTED - BALANCE NOW "
                              DELIMITED BY SIZE
                              WS-EDIT-DAYS DELIMITED BY SIZE
                              INTO LEAVE-DED-RPT-RECORD (32:40)
                       END-STRING
                       PERFORM 2900-PRINT-DAY-LINE
               END-REWRITE
           END-IF.

      * The day's employee, type, date and shift in the first 31
      * columns; the outcome is already in from column 32.
       2900-PRINT-DAY-LINE.
           MOVE LVT-EMP-ID       TO LEAVE-DED-RPT-RECORD (1:6).
           MOVE LVT-ABSENCE-TYPE TO LEAVE-DED-RPT-RECORD (9:2).
           MOVE LVT-LEAVE-DATE   TO LEAVE-DED-RPT-RECORD (13:8).
           MOVE "SHIFT"          TO LEAVE-DED-RPT-RECORD (23:5).
           MOVE LVT-SHIFT-CODE   TO LEAVE-DED-RPT-RECORD (29:1).
           WRITE LEAVE-DED-RPT-RECORD.

       3000-WRITE-TOTALS.
           MOVE SPACES TO LEAVE-DED-RPT-RECORD.
           WRITE LEAVE-DED-RPT-RECORD.
           MOVE WS-DEDUCTED-COUNT TO WS-EDIT-COUNT.
           STRING "DAYS DEDUCTED:          " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-DED-RPT-RECORD
           END-STRING.
           WRITE LEAVE-DED-RPT-RECORD.
           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LEAVE-DED-RPT-RECORD.
           STRING "ALREADY DEDUCTED:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-DED-RPT-RECORD
           END-STRING.
           WRITE LEAVE-DED-RPT-RECORD.
           MOVE WS-NO-BALANCE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LEAVE-DED-RPT-RECORD.
           STRING "NO BALANCE ON FILE:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-DED-RPT-RECORD
           END-STRING.
           WRITE LEAVE-DED-RPT-RECORD.

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
           MOVE "LEAVEDED"        TO RC-PROGRAM.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.

      * Appends one master-change record to the permanent MSTAUDIT
      * journal - see copybooks/MSTAUDIT.CPY. A journal that does
      * not exist yet (status 35) is created.
       9100-WRITE-MASTER-AUDIT.
           OPEN EXTEND MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MST-AUDIT-FILE
           END-IF.
           MOVE SPACE TO MA-FILL-1 MA-FILL-2 MA-FILL-3 MA-FILL-4
                         MA-FILL-5 MA-FILL-6 MA-FILL-7.
           ACCEPT MA-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-STAMP-TIME FROM TIME.
           MOVE "LEAVEDED"       TO MA-PROGRAM.
           MOVE WS-AUD-FILE-NAME TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION    TO MA-ACTION.
           MOVE WS-AUD-KEY       TO MA-KEY.
           MOVE WS-AUD-BEFORE    TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER     TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
