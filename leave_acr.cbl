      * LEAVEACR is the yearly leave accrual: it credits every
      * current employee's LEAVEBAL balances with the new leave
      * year's entitlement, type by type, from the LVRATES rate
      * cards HR supplies with the run. Each card gives an absence
      * type, the days credited for the year, the most days of last
      * year's balance that may be carried into the new one, and
      * whether LEAVEMNT holds requests of the type to the balance
      * (see copybooks/LEAVEBAL.CPY).
      *
      * For each active employee on EMPMAST and each rate card:
      *   - no balance on file: one is opened with the year's days;
      *   - a balance HR opened through LEAVEMNT and no accrual has
      *     credited yet (leave year zero): the year's days are
      *     added to whatever adjustment it was opened with - no
      *     carry-over, no cap, as there is no earlier year;
      *   - a balance already credited for this leave year (or a
      *     later one) is left alone, so a rerun credits nothing
      *     twice;
      *   - otherwise the year rolls over: whatever is left, up to
      *     the carry-over cap, is carried (a balance overdrawn on
      *     an unenforced type carries in full, so the debt is not
      *     forgiven); the year's days are credited; taken and
      *     adjusted start again at zero. Booked days - approved
      *     leave not yet taken - stay booked.
      * Balances for types with no rate card, and balances of
      * terminated employees, are not touched.
      *
      * The SYSIN card: columns 1-4 the leave year being credited
      * (YYYY, or blank for the current year). Every balance opened
      * or rolled over is journaled to the permanent MSTAUDIT
      * master-change journal - see copybooks/MSTAUDIT.CPY.
      * See jcl/LEAVEACR.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LEAVE-RATE-FILE is the rate cards - see the FD.
           SELECT LEAVE-RATE-FILE ASSIGN TO "LVRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      * EMPMAST-FILE is read start to finish for the employees to
      * credit.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT LEAVE-BAL-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-STATUS.

      * LEAVE-ACR-RPT lists every balance opened, rolled over or
      * left alone.
           SELECT LEAVE-ACR-RPT ASSIGN TO "LEAVARPT"
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
      * One rate card: absence type, days credited for the year,
      * carry-over cap in days, enforce flag (Y or N).
       FD  LEAVE-RATE-FILE.
       01  LRT-RECORD.
           05  LRT-ABSENCE-TYPE    PIC X(2).
           05  LRT-FILL-1          PIC X.
           05  LRT-ANNUAL-DAYS     PIC 9(3).
           05  LRT-FILL-2          PIC X.
           05  LRT-CARRY-CAP       PIC 9(3).
           05  LRT-FILL-3          PIC X.
           05  LRT-ENFORCE-FLAG    PIC X(1).

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  LEAVE-BAL-FILE.
           COPY "LEAVEBAL.CPY".

       FD  LEAVE-ACR-RPT.
       01  LEAVE-ACR-RPT-RECORD     PIC X(80).

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS           PIC X(2).
           88  RATE-EOF                        VALUE "10".
       01  WS-EMPMAST-STATUS        PIC X(2).
           88  EMPMAST-EOF                     VALUE "10".
       01  WS-LVB-STATUS            PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).

      * The SYSIN card - see the header comment.
       01  WS-PARM-CARD             PIC X(4)   VALUE SPACES.
       01  WS-PARM-YEAR REDEFINES WS-PARM-CARD
                                    PIC 9(4).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  FILLER               PIC 9(4).
       01  WS-LEAVE-YEAR            PIC 9(4).

      * The rate cards, checked and held for every employee.
       01  WS-RATE-TABLE-USED       PIC 9(2)   VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-TYPE     PIC X(2).
               10  WS-RATE-ANNUAL   PIC 9(3).
               10  WS-RATE-CAP      PIC 9(3).
               10  WS-RATE-ENFORCE  PIC X(1).

       01  WS-CARRIED-DAYS          PIC S9(4).
       01  WS-OUTCOME               PIC X(30).

       01  WS-EMP-COUNT             PIC 9(8)   VALUE ZERO.
       01  WS-OPENED-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-ROLLED-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
       01  WS-EDIT-DAYS             PIC -ZZZ9.
       01  WS-EDIT-DAYS-2           PIC -ZZZ9.

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
           ACCEPT WS-PARM-CARD.
           MOVE WS-RUN-YYYY TO WS-LEAVE-YEAR.
           IF WS-PARM-YEAR IS NUMERIC
               MOVE WS-PARM-YEAR TO WS-LEAVE-YEAR
           END-IF.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1000-LOAD-RATES.
           PERFORM 1500-OPEN-FILES.
           PERFORM 2000-ACCRUE-EMPLOYEE UNTIL EMPMAST-EOF.
           PERFORM 3000-WRITE-TOTALS.
           CLOSE EMPMAST-FILE.
           CLOSE LEAVE-BAL-FILE.
           CLOSE LEAVE-ACR-RPT.
           DISPLAY "LEAVEACR: leave year " WS-LEAVE-YEAR ", "
               WS-EMP-COUNT " employee(s) credited - "
               WS-OPENED-COUNT " balance(s) opened, "
               WS-ROLLED-COUNT " rolled over, " WS-SKIPPED-COUNT
               " already credited".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-EMP-COUNT TO WS-RC-IN-COUNT.
           COMPUTE WS-RC-OUT-COUNT = WS-OPENED-COUNT
                                   + WS-ROLLED-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * Without rate cards there is nothing to credit, so the run
      * stops before touching a balance. A card with a blank type,
      * non-numeric days or cap, or an enforce flag other than Y or
      * N is listed and left out.
       1000-LOAD-RATES.
           OPEN INPUT LEAVE-RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "*** LVRATES could not be opened (status "
                   WS-RATE-STATUS ") - nothing credited. ***"
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-RATE UNTIL RATE-EOF.
           CLOSE LEAVE-RATE-FILE.
           IF WS-RATE-TABLE-USED = ZERO
               DISPLAY "*** No usable rate cards on LVRATES - "
                   "nothing credited. ***"
               STOP RUN
           END-IF.

       1100-LOAD-ONE-RATE.
           READ LEAVE-RATE-FILE
               AT END
                   MOVE "10" TO WS-RATE-STATUS
               NOT AT END
                   IF LRT-ABSENCE-TYPE = SPACES
                       OR LRT-ANNUAL-DAYS IS NOT NUMERIC
                       OR LRT-CARRY-CAP IS NOT NUMERIC
                       OR (LRT-ENFORCE-FLAG NOT = "Y"
                           AND LRT-ENFORCE-FLAG NOT = "N")
                       DISPLAY "LEAVEACR: rate card not usable - "
                           LRT-RECORD
                   ELSE
                       IF WS-RATE-TABLE-USED < 20
                           ADD 1 TO WS-RATE-TABLE-USED
                           MOVE LRT-ABSENCE-TYPE TO WS-RATE-TYPE
                               (WS-RATE-TABLE-USED)
                           MOVE LRT-ANNUAL-DAYS  TO WS-RATE-ANNUAL
                               (WS-RATE-TABLE-USED)
                           MOVE LRT-CARRY-CAP    TO WS-RATE-CAP
                               (WS-RATE-TABLE-USED)
                           MOVE LRT-ENFORCE-FLAG TO WS-RATE-ENFORCE
                               (WS-RATE-TABLE-USED)
                       ELSE
                           DISPLAY "*** Rate table is full - "
                               "ignoring extra cards ***"
                       END-IF
                   END-IF
           END-READ.

      * EMPMAST is required - the employees are what is credited.
      * LEAVEBAL not existing yet (status 35) just means this is
      * the first accrual - create it.
       1500-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           OPEN I-O LEAVE-BAL-FILE.
           IF WS-LVB-STATUS = "35"
               OPEN OUTPUT LEAVE-BAL-FILE
               CLOSE LEAVE-BAL-FILE
               OPEN I-O LEAVE-BAL-FILE
           END-IF.
           IF WS-LVB-STATUS NOT = "00"
               DISPLAY "*** LEAVEBAL could not be opened (status "
                   WS-LVB-STATUS ") - check the LEAVEBAL "
                   "allocation. ***"
               STOP RUN
           END-IF.
           OPEN OUTPUT LEAVE-ACR-RPT.
           MOVE SPACES TO LEAVE-ACR-RPT-RECORD.
           STRING "LEAVE ACCRUAL FOR LEAVE YEAR " DELIMITED BY SIZE
                  WS-LEAVE-YEAR DELIMITED BY SIZE
                  " - RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LEAVE-ACR-RPT-RECORD
           END-STRING.
           WRITE LEAVE-ACR-RPT-RECORD.
           MOVE SPACES TO LEAVE-ACR-RPT-RECORD.
           WRITE LEAVE-ACR-RPT-RECORD.
           MOVE "EMP-ID TYPE CARRIED BALANCE  OUTCOME"
               TO LEAVE-ACR-RPT-RECORD.
           WRITE LEAVE-ACR-RPT-RECORD.

       2000-ACCRUE-EMPLOYEE.
           READ EMPMAST-FILE
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   IF NOT EMP-IS-INACTIVE
                       ADD 1 TO WS-EMP-COUNT
                       PERFORM 2100-ACCRUE-ONE-TYPE
                           VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > WS-RATE-TABLE-USED
                   END-IF
           END-READ.

      * The key is READ first - that one read decides open versus
      * roll over AND captures the before image for the journal.
       2100-ACCRUE-ONE-TYPE.
           MOVE EMP-ID                     TO LVB-EMP-ID.
           MOVE WS-RATE-TYPE (WS-RATE-IDX) TO LVB-ABSENCE-TYPE.
           READ LEAVE-BAL-FILE
               INVALID KEY
                   PERFORM 2200-OPEN-BALANCE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LVB-LEAVE-YEAR = ZERO
                           PERFORM 2250-FIRST-CREDIT-BALANCE
                       WHEN LVB-LEAVE-YEAR >= WS-LEAVE-YEAR
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE "ALREADY CREDITED FOR THE YEAR"
                               TO WS-OUTCOME
                           PERFORM 2900-PRINT-BALANCE-LINE
                       WHEN OTHER
                           PERFORM 2300-ROLL-OVER-BALANCE
                   END-EVALUATE
           END-READ.

       2200-OPEN-BALANCE.
           MOVE EMP-ID                        TO LVB-EMP-ID.
           MOVE WS-RATE-TYPE (WS-RATE-IDX)    TO LVB-ABSENCE-TYPE.
           MOVE WS-RATE-ENFORCE (WS-RATE-IDX) TO LVB-ENFORCE-FLAG.
           MOVE WS-LEAVE-YEAR                 TO LVB-LEAVE-YEAR.
           MOVE ZERO TO LVB-CARRIED-DAYS LVB-ADJUSTED-DAYS
                        LVB-TAKEN-DAYS LVB-BOOKED-DAYS
                        LVB-LAST-TAKEN-DATE.
           MOVE WS-RATE-ANNUAL (WS-RATE-IDX) TO LVB-ACCRUED-DAYS.
           MOVE WS-RATE-ANNUAL (WS-RATE-IDX) TO LVB-BALANCE-DAYS.
           WRITE LEAVE-BAL-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVEBAL write failed (status "
                       WS-LVB-STATUS ") for " LVB-KEY " ***"
                   MOVE "*** WRITE FAILED ***" TO WS-OUTCOME
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   MOVE "OPENED" TO WS-OUTCOME
                   MOVE "LEAVEBAL"       TO WS-AUD-FILE-NAME
                   MOVE LVB-KEY          TO WS-AUD-KEY
                   MOVE "A"              TO WS-AUD-ACTION
                   MOVE SPACES           TO WS-AUD-BEFORE
                   MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-WRITE.
           PERFORM 2900-PRINT-BALANCE-LINE.

      * A balance LEAVEMNT opened before any accrual: the year's
      * days are credited on top of what is already there - the
      * opening adjustment, and any leave booked or taken against
      * it - and the year is stamped. Nothing is carried or capped.
       2250-FIRST-CREDIT-BALANCE.
           MOVE LEAVE-BAL-RECORD TO WS-AUD-BEFORE.
           MOVE WS-RATE-ANNUAL (WS-RATE-IDX) TO LVB-ACCRUED-DAYS.
           ADD WS-RATE-ANNUAL (WS-RATE-IDX)  TO LVB-BALANCE-DAYS.
           MOVE WS-LEAVE-YEAR                TO LVB-LEAVE-YEAR.
           REWRITE LEAVE-BAL-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVEBAL rewrite failed (status "
                       WS-LVB-STATUS ") for " LVB-KEY " ***"
                   MOVE "*** REWRITE FAILED ***" TO WS-OUTCOME
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   MOVE "FIRST CREDIT" TO WS-OUTCOME
                   MOVE "LEAVEBAL"       TO WS-AUD-FILE-NAME
                   MOVE LVB-KEY          TO WS-AUD-KEY
                   MOVE "C"              TO WS-AUD-ACTION
                   MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-REWRITE.
           PERFORM 2900-PRINT-BALANCE-LINE.

      * Last year's balance, capped, becomes this year's carried
      * days - see the header comment.
       2300-ROLL-OVER-BALANCE.
           MOVE LEAVE-BAL-RECORD TO WS-AUD-BEFORE.
           IF LVB-BALANCE-DAYS > WS-RATE-CAP (WS-RATE-IDX)
               MOVE WS-RATE-CAP (WS-RATE-IDX) TO WS-CARRIED-DAYS
           ELSE
               MOVE LVB-BALANCE-DAYS TO WS-CARRIED-DAYS
           END-IF.
           MOVE WS-CARRIED-DAYS               TO LVB-CARRIED-DAYS.
           MOVE WS-RATE-ANNUAL (WS-RATE-IDX)  TO LVB-ACCRUED-DAYS.
           MOVE ZERO TO LVB-ADJUSTED-DAYS LVB-TAKEN-DAYS.
           COMPUTE LVB-BALANCE-DAYS = WS-CARRIED-DAYS
                                    + WS-RATE-ANNUAL (WS-RATE-IDX).
           MOVE WS-RATE-ENFORCE (WS-RATE-IDX) TO LVB-ENFORCE-FLAG.
           MOVE WS-LEAVE-YEAR                 TO LVB-LEAVE-YEAR.
           REWRITE LEAVE-BAL-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVEBAL rewrite failed (status "
                       WS-LVB-STATUS ") for " LVB-KEY " ***"
                   MOVE "*** REWRITE FAILED ***" TO WS-OUTCOME
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
                   MOVE "ROLLED OVER" TO WS-OUTCOME
                   MOVE "LEAVEBAL"       TO WS-AUD-FILE-NAME
                   MOVE LVB-KEY          TO WS-AUD-KEY
                   MOVE "C"              TO WS-AUD-ACTION
                   MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-REWRITE.
           PERFORM 2900-PRINT-BALANCE-LINE.

       2900-PRINT-BALANCE-LINE.
           MOVE LVB-CARRIED-DAYS TO WS-EDIT-DAYS.
           MOVE LVB-BALANCE-DAYS TO WS-EDIT-DAYS-2.
           MOVE SPACES TO LEAVE-ACR-RPT-RECORD.
           STRING LVB-EMP-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LVB-ABSENCE-TYPE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-DAYS-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SIZE
                  INTO LEAVE-ACR-RPT-RECORD
           END-STRING.
           WRITE LEAVE-ACR-RPT-RECORD.

       3000-WRITE-TOTALS.
           MOVE SPACES TO LEAVE-ACR-RPT-RECORD.
           WRITE LEAVE-ACR-RPT-RECORD.
           MOVE WS-OPENED-COUNT TO WS-EDIT-COUNT.
           STRING "BALANCES OPENED:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-ACR-RPT-RECORD
           END-STRING.
           WRITE LEAVE-ACR-RPT-RECORD.
           MOVE WS-ROLLED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LEAVE-ACR-RPT-RECORD.
           STRING "BALANCES ROLLED OVER:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-ACR-RPT-RECORD
           END-STRING.
           WRITE LEAVE-ACR-RPT-RECORD.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LEAVE-ACR-RPT-RECORD.
           STRING "ALREADY CREDITED:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO LEAVE-ACR-RPT-RECORD
           END-STRING.
           WRITE LEAVE-ACR-RPT-RECORD.

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
           MOVE "LEAVEACR"        TO RC-PROGRAM.
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
           MOVE "LEAVEACR"       TO MA-PROGRAM.
           MOVE WS-AUD-FILE-NAME TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION    TO MA-ACTION.
           MOVE WS-AUD-KEY       TO MA-KEY.
           MOVE WS-AUD-BEFORE    TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER     TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
