      * LEAVEMNT is where leave is requested, interactively, the same
      * way SCHDMNT keys schedule overrides - and where the LEAVEABS
      * file ROSTGEN reads now comes from. LEAVEABS used to be built
      * by hand with no checks at all: an unknown employee ID, two
      * absences over the same dates, or a fortnight's vacation for
      * someone with three days left all went straight through.
      *
      * A request is approved only if:
      *   - the employee is on EMPMAST and still employed;
      *   - the dates are real, in order, and not in the past (a
      *     day already rostered cannot be taken off the roster);
      *   - it overlaps none of the employee's other absences, of
      *     any type;
      *   - it covers at least one working day, and the employee
      *     has a LEAVEBAL balance for the absence type with the
      *     days available - the balance less days already booked
      *     (see copybooks/LEAVEBAL.CPY). A type whose balance is
      *     not enforced is approved whatever the balance.
      * The working days counted are the days the employee would
      * otherwise work: their effective shift is resolved for each
      * date the way ROSTGEN resolves it (SCHEDOVR override, ROTAPAT
      * rotation, else EMP-SHIFT-CODE - see copybooks/SCHDTBL.CPY),
      * and a rotation rest day or a HOLCAL closure of that shift
      * costs nothing. Approved days are booked against the balance
      * at once, and come off it for good as LEAVEDED deducts each
      * day ROSTGEN leaves the employee off the roster.
      *
      * Approved requests are kept on the indexed LEAVEREQ file (see
      * copybooks/LEAVEREQ.CPY); LEAVEABS is rewritten from it, with
      * every absence not yet over, when LEAVEMNT is quit. The first
      * time LEAVEREQ is created, whatever is on the hand-built
      * LEAVEABS is carried into it unbooked, so nothing already
      * approved is lost. A cancelled request is removed; one that
      * has already started is cut short at today instead, and the
      * untaken days go back to the balance. HR opens a balance, or
      * corrects one, with B)alance - the yearly LEAVEACR accrual
      * run credits the rest.
      *
      * Every add, change and delete applied here, to either file,
      * is journaled to the permanent MSTAUDIT master-change journal
      * with before and after images - see copybooks/MSTAUDIT.CPY.
      * A request's key is longer than MA-KEY, so its journal
      * records are keyed by the employee ID alone; a balance is
      * keyed by employee ID and absence type.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQ-FILE ASSIGN TO "LEAVEREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-KEY
               FILE STATUS IS WS-LVR-STATUS.

           SELECT LEAVE-BAL-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-STATUS.

      * EMPMAST-FILE validates the employee and gives their master
      * shift code.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * SCHED-OVR-FILE, ROTA-PAT-FILE and HOL-CAL-FILE decide which
      * days of a request are working days - see the header
      * comment. All three are optional.
           SELECT SCHED-OVR-FILE ASSIGN TO "SCHEDOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOV-KEY
               FILE STATUS IS WS-SOV-STATUS.

           SELECT ROTA-PAT-FILE ASSIGN TO "ROTAPAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROT-CODE
               FILE STATUS IS WS-ROTPAT-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

      * LEAVE-FILE is the LEAVEABS file ROSTGEN reads - see
      * copybooks/LEAVEABS.CPY.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQ-FILE.
           COPY "LEAVEREQ.CPY".

       FD  LEAVE-BAL-FILE.
           COPY "LEAVEBAL.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

       FD  HOL-CAL-FILE.
           COPY "HOLCAL.CPY".

       FD  LEAVE-FILE.
           COPY "LEAVEABS.CPY".

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-LVR-STATUS            PIC X(2).
       01  WS-LVB-STATUS            PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-SOV-STATUS            PIC X(2).
       01  WS-ROTPAT-STATUS         PIC X(2).
           88  ROTPAT-EOF                      VALUE "10".
       01  WS-HOL-STATUS            PIC X(2).
           88  HOL-EOF                         VALUE "10".
       01  WS-LEAVE-STATUS          PIC X(2).
           88  LEAVE-EOF                       VALUE "10".
       01  WS-AUDIT-STATUS          PIC X(2).

       01  WS-COMMAND               PIC X.
           88  CMD-IS-REQUEST                  VALUE "R" "r".
           88  CMD-IS-CANCEL                   VALUE "C" "c".
           88  CMD-IS-LIST                     VALUE "L" "l".
           88  CMD-IS-BALANCE                  VALUE "B" "b".
           88  CMD-IS-QUIT                     VALUE "Q" "q".

      * Today, and the day after - the first day a cancellation can
      * still give back.
       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY        PIC 9(4).
           05  FILLER               PIC 9(4).
       01  WS-TOMORROW              PIC 9(8).

      * A request as keyed. Dates are accepted as text and checked
      * NUMERIC through their REDEFINES, the way CALMNT takes a
      * calendar date.
       01  WS-INPUT-EMP-ID          PIC X(6).
       01  WS-INPUT-TYPE            PIC X(2).
       01  WS-INPUT-FROM-DATE       PIC X(8).
       01  WS-INPUT-FROM-NUM REDEFINES WS-INPUT-FROM-DATE
                                    PIC 9(8).
       01  WS-INPUT-TO-DATE         PIC X(8).
       01  WS-INPUT-TO-NUM REDEFINES WS-INPUT-TO-DATE
                                    PIC 9(8).

      * A balance adjustment as keyed: a sign and three digits of
      * days, "+005" or "-002".
       01  WS-INPUT-ADJUST          PIC X(4).
       01  WS-INPUT-ADJUST-PARTS REDEFINES WS-INPUT-ADJUST.
           05  WS-INPUT-ADJ-SIGN    PIC X(1).
           05  WS-INPUT-ADJ-DAYS    PIC 9(3).
       01  WS-INPUT-ENFORCE         PIC X(1).
       01  WS-ADJUST-DAYS           PIC S9(3).

      * One date under validation, taken apart for the month/day
      * range check.
       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY        PIC 9(4).
           05  WS-CHECK-MM          PIC 9(2).
           05  WS-CHECK-DD          PIC 9(2).
       01  WS-DATE-OK-SW            PIC X      VALUE "N".
           88  DATE-IS-VALID                   VALUE "Y".

      * The longest absence one request may cover, in calendar days.
       01  WS-MAX-SPAN-DAYS         PIC 9(3)   VALUE 366.

      * Working-day count for a date range: the range, the day in
      * hand (as a day number and as a date), and the answer.
       01  WS-COUNT-FROM            PIC 9(8).
       01  WS-COUNT-TO              PIC 9(8).
       01  WS-COUNT-FROM-INT        PIC 9(7).
       01  WS-COUNT-TO-INT          PIC 9(7).
       01  WS-COUNT-INT             PIC 9(7).
       01  WS-COUNT-DATE            PIC 9(8).
       01  WS-COUNT-DAYS            PIC 9(3).
       01  WS-COUNT-SHIFT           PIC X(1).

      * HOLCAL closures from today on - see copybooks/HOLTBL.CPY.
           COPY "HOLTBL.CPY".
       01  WS-HOLIDAY-SW            PIC X      VALUE "N".
           88  SHIFT-IS-CLOSED                 VALUE "Y".

      * One employee's schedule overrides and every rotation
      * pattern - see copybooks/SCHDTBL.CPY.
           COPY "SCHDTBL.CPY".
       01  WS-SOV-OPEN-SW           PIC X      VALUE "N".
           88  SCHEDOVR-IS-OPEN                VALUE "Y".

      * What a request costs and what the employee has.
       01  WS-REQ-DAYS              PIC 9(3).
       01  WS-RELEASE-DAYS          PIC 9(3).
       01  WS-AVAILABLE-DAYS        PIC S9(4).
       01  WS-EDIT-DAYS             PIC -ZZZ9.
       01  WS-EDIT-DAYS-2           PIC -ZZZ9.
       01  WS-EDIT-DAYS-3           PIC -ZZZ9.

       01  WS-ENTRY-VALID-SW        PIC X      VALUE "N".
           88  ENTRY-IS-VALID                  VALUE "Y".
       01  WS-SCAN-EOF-SW           PIC X      VALUE "N".
           88  SCAN-EOF                        VALUE "Y".
       01  WS-ONFILE-SW             PIC X      VALUE "N".
           88  RECORD-ON-FILE                  VALUE "Y".
       01  WS-SEED-SW               PIC X      VALUE "N".
           88  LEAVEREQ-IS-NEW                 VALUE "Y".

       01  WS-SEED-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-ABS-COUNT             PIC 9(6)   VALUE ZERO.

      * Staging for the master-change journal record - the file,
      * key, action and images are set where the change lands,
      * then 9100-WRITE-MASTER-AUDIT stamps and writes.
       01  WS-AUD-FILE-NAME         PIC X(8).
       01  WS-AUD-KEY               PIC X(9).
       01  WS-AUD-ACTION            PIC X(1).
       01  WS-AUD-BEFORE            PIC X(80).
       01  WS-AUD-AFTER             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + 1).
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-HOLIDAY-TABLE.
           PERFORM 1700-LOAD-ROTATION-TABLE.
           PERFORM 2000-MENU-LOOP UNTIL CMD-IS-QUIT.
           PERFORM 3000-WRITE-LEAVEABS.
           CLOSE LEAVE-REQ-FILE.
           CLOSE LEAVE-BAL-FILE.
           CLOSE EMPMAST-FILE.
           IF SCHEDOVR-IS-OPEN
               CLOSE SCHED-OVR-FILE
           END-IF.
           DISPLAY "LEAVEMNT: done.".
           STOP RUN.

      * LEAVEREQ or LEAVEBAL not existing yet (status 35) just means
      * this is the first leave ever keyed - create it; a LEAVEREQ
      * created here is seeded from the hand-built LEAVEABS.
      * EMPMAST is required, as it is for SCHDMNT; SCHEDOVR is
      * tolerated missing (nobody is off their master shift), any
      * other failure is a hard stop.
       1000-OPEN-FILES.
           OPEN I-O LEAVE-REQ-FILE.
           IF WS-LVR-STATUS = "35"
               OPEN OUTPUT LEAVE-REQ-FILE
               CLOSE LEAVE-REQ-FILE
               OPEN I-O LEAVE-REQ-FILE
               MOVE "Y" TO WS-SEED-SW
           END-IF.
           IF WS-LVR-STATUS NOT = "00"
               DISPLAY "*** LEAVEREQ could not be opened (status "
                   WS-LVR-STATUS ") - check the LEAVEREQ "
                   "allocation. ***"
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
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           OPEN INPUT SCHED-OVR-FILE.
           EVALUATE WS-SOV-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-SOV-OPEN-SW
               WHEN "35"
                   DISPLAY "LEAVEMNT: SCHEDOVR not present (status "
                       WS-SOV-STATUS ") - counting days on master "
                       "shifts"
               WHEN OTHER
                   DISPLAY "*** SCHEDOVR could not be opened (status "
                       WS-SOV-STATUS ") - check the SCHEDOVR "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.
           IF LEAVEREQ-IS-NEW
               PERFORM 1100-SEED-FROM-LEAVEABS
           END-IF.

      * Carries every absence on the hand-built LEAVEABS into the new
      * LEAVEREQ, unbooked (LVR-DAYS zero - no balance existed to
      * book it against), so the first LEAVEABS written from
      * LEAVEREQ still holds everything HR had already approved.
       1100-SEED-FROM-LEAVEABS.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               PERFORM 1150-SEED-ONE-ABSENCE UNTIL LEAVE-EOF
               CLOSE LEAVE-FILE
           END-IF.
           DISPLAY "LEAVEMNT: LEAVEREQ created - " WS-SEED-COUNT
               " absence(s) carried over from LEAVEABS".

       1150-SEED-ONE-ABSENCE.
           READ LEAVE-FILE
               AT END
                   MOVE "10" TO WS-LEAVE-STATUS
               NOT AT END
                   MOVE LVE-EMP-ID       TO LVR-EMP-ID
                   MOVE LVE-FROM-DATE    TO LVR-FROM-DATE
                   MOVE LVE-TO-DATE      TO LVR-TO-DATE
                   MOVE LVE-ABSENCE-TYPE TO LVR-ABSENCE-TYPE
                   MOVE ZERO             TO LVR-DAYS
                   MOVE WS-TODAY         TO LVR-ENTERED-DATE
                   WRITE LEAVE-REQ-RECORD
                       INVALID KEY
                           DISPLAY "LEAVEMNT: LEAVEABS absence for "
                               LVE-EMP-ID " from " LVE-FROM-DATE
                               " is a duplicate - not carried over"
                       NOT INVALID KEY
                           ADD 1 TO WS-SEED-COUNT
                           MOVE "LEAVEREQ"        TO WS-AUD-FILE-NAME
                           MOVE LVR-EMP-ID        TO WS-AUD-KEY
                           MOVE "A"               TO WS-AUD-ACTION
                           MOVE SPACES            TO WS-AUD-BEFORE
                           MOVE LEAVE-REQ-RECORD  TO WS-AUD-AFTER
                           PERFORM 9100-WRITE-MASTER-AUDIT
                   END-WRITE
           END-READ.

      * Only closures from today on matter - no request may start
      * in the past - so the table holds the calendar ahead, not
      * its history. A HOLCAL that does not exist (status 35) just
      * means no closures.
       1500-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOL-CAL-FILE.
           IF WS-HOL-STATUS = "00"
               PERFORM 1550-LOAD-ONE-HOLIDAY UNTIL HOL-EOF
               CLOSE HOL-CAL-FILE
           ELSE
               DISPLAY "LEAVEMNT: HOLCAL not present (status "
                   WS-HOL-STATUS ") - counting days with no closures"
           END-IF.

       1550-LOAD-ONE-HOLIDAY.
           READ HOL-CAL-FILE
               AT END
                   MOVE "10" TO WS-HOL-STATUS
               NOT AT END
                   IF HOL-DATE >= WS-TODAY
                       IF WS-HOL-TABLE-USED < 100
                           ADD 1 TO WS-HOL-TABLE-USED
                           MOVE HOL-DATE TO WS-HOL-DATE
                               (WS-HOL-TABLE-USED)
                           MOVE HOL-SHIFT-CODE TO WS-HOL-SHIFT
                               (WS-HOL-TABLE-USED)
                           MOVE HOL-DESC TO WS-HOL-DESC
                               (WS-HOL-TABLE-USED)
                       ELSE
                           DISPLAY "*** HOLCAL table is full - "
                               "ignoring extra entries ***"
                       END-IF
                   END-IF
           END-READ.

      * Every rotation pattern, as ROSTGEN loads them. A pattern
      * with no usable cycle length is left out - an employee on
      * it falls back to their master shift. A ROTAPAT that does
      * not exist (status 35) just means no rotations.
       1700-LOAD-ROTATION-TABLE.
           OPEN INPUT ROTA-PAT-FILE.
           IF WS-ROTPAT-STATUS = "00"
               PERFORM 1750-LOAD-ONE-ROTATION UNTIL ROTPAT-EOF
               CLOSE ROTA-PAT-FILE
           ELSE
               DISPLAY "LEAVEMNT: ROTAPAT not present (status "
                   WS-ROTPAT-STATUS ") - no rotation patterns"
           END-IF.

       1750-LOAD-ONE-ROTATION.
           READ ROTA-PAT-FILE
               AT END
                   MOVE "10" TO WS-ROTPAT-STATUS
               NOT AT END
                   IF ROT-CYCLE-DAYS IS NUMERIC
                       AND ROT-CYCLE-DAYS >= 1
                       AND ROT-CYCLE-DAYS <= 28
                       AND WS-ROT-TABLE-USED < 50
                       ADD 1 TO WS-ROT-TABLE-USED
                       MOVE ROT-CODE        TO WS-ROT-CODE
                           (WS-ROT-TABLE-USED)
                       MOVE ROT-ANCHOR-DATE TO WS-ROT-ANCHOR
                           (WS-ROT-TABLE-USED)
                       MOVE ROT-CYCLE-DAYS  TO WS-ROT-CYCLE
                           (WS-ROT-TABLE-USED)
                       MOVE ROT-PATTERN     TO WS-ROT-PATTERN
                           (WS-ROT-TABLE-USED)
                   END-IF
           END-READ.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "Leave maintenance - R)equest leave, C)ancel "
               "leave, L)ist employee,".
           DISPLAY "  B)alance open/adjust, Q)uit".
           DISPLAY "Command: ".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN CMD-IS-REQUEST
                   PERFORM 2100-REQUEST-LEAVE
               WHEN CMD-IS-CANCEL
                   PERFORM 2200-CANCEL-LEAVE
               WHEN CMD-IS-LIST
                   PERFORM 2300-LIST-EMPLOYEE
               WHEN CMD-IS-BALANCE
                   PERFORM 2400-ADJUST-BALANCE
               WHEN CMD-IS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Unrecognized command ***"
           END-EVALUATE.

      * Keys one absence. Everything is validated, the working days
      * counted and the balance checked before anything is written.
       2100-REQUEST-LEAVE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "Absence type (2 chars): ".
           ACCEPT WS-INPUT-TYPE.
           DISPLAY "First day of leave (YYYYMMDD): ".
           ACCEPT WS-INPUT-FROM-DATE.
           DISPLAY "Last day of leave (YYYYMMDD): ".
           ACCEPT WS-INPUT-TO-DATE.
           PERFORM 2150-VALIDATE-REQUEST.
           IF ENTRY-IS-VALID
               PERFORM 2170-CHECK-BALANCE
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 2180-APPROVE-REQUEST
           END-IF.

      * The employee must be on EMPMAST and employed; the type is
      * required; both dates must be real, in order, not before
      * today and no more than a year apart; and the absence may
      * not overlap another of the employee's.
       2150-VALIDATE-REQUEST.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           MOVE WS-INPUT-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "*** Employee ID not on the employee "
                       "master - leave not saved ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               NOT INVALID KEY
                   DISPLAY "Employee: " EMP-NAME-TEXT
                       " (department " EMP-DEPT ")"
                   IF EMP-IS-INACTIVE
                       DISPLAY "*** Employee is terminated - "
                           "leave not saved ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
           END-READ.
           IF WS-INPUT-TYPE = SPACES
               DISPLAY "*** Absence type cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           IF WS-INPUT-FROM-NUM IS NOT NUMERIC
               OR WS-INPUT-TO-NUM IS NOT NUMERIC
               DISPLAY "*** Dates must be YYYYMMDD ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               PERFORM 2155-VALIDATE-DATES
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 2160-CHECK-OVERLAP
           END-IF.

       2155-VALIDATE-DATES.
           MOVE WS-INPUT-FROM-NUM TO WS-CHECK-DATE.
           PERFORM 2190-CHECK-DATE.
           IF DATE-IS-VALID
               MOVE WS-INPUT-TO-NUM TO WS-CHECK-DATE
               PERFORM 2190-CHECK-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT DATE-IS-VALID
                   DISPLAY "*** Not a valid date: " WS-CHECK-DATE
                       " ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN WS-INPUT-FROM-NUM > WS-INPUT-TO-NUM
                   DISPLAY "*** First day is after the last day ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN WS-INPUT-FROM-NUM < WS-TODAY
                   DISPLAY "*** Leave cannot start before today - "
                       "correct a past absence with B)alance ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN FUNCTION INTEGER-OF-DATE (WS-INPUT-TO-NUM)
                    - FUNCTION INTEGER-OF-DATE (WS-INPUT-FROM-NUM)
                    >= WS-MAX-SPAN-DAYS
                   DISPLAY "*** One request may cover at most "
                       WS-MAX-SPAN-DAYS " days - key a longer "
                       "absence in parts ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
           END-EVALUATE.

      * Scans the employee's absences on LEAVEREQ - position at their
      * lowest key and READ NEXT until the employee changes. Two
      * inclusive ranges overlap when each starts no later than the
      * other ends.
       2160-CHECK-OVERLAP.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-INPUT-EMP-ID TO LVR-EMP-ID.
           MOVE ZERO            TO LVR-FROM-DATE.
           START LEAVE-REQ-FILE KEY NOT < LVR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2165-CHECK-NEXT-ABSENCE UNTIL SCAN-EOF.

       2165-CHECK-NEXT-ABSENCE.
           READ LEAVE-REQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LVR-EMP-ID NOT = WS-INPUT-EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF LVR-FROM-DATE <= WS-INPUT-TO-NUM
                           AND LVR-TO-DATE >= WS-INPUT-FROM-NUM
                           DISPLAY "*** Overlaps " LVR-ABSENCE-TYPE
                               " absence " LVR-FROM-DATE " - "
                               LVR-TO-DATE " already on file ***"
                           MOVE "N" TO WS-ENTRY-VALID-SW
                       END-IF
                   END-IF
           END-READ.

      * Counts the working days the request covers, then checks them
      * against the balance for the type less what is already
      * booked. No balance record at all means the type has never
      * been set up for the employee - not accrued, not opened with
      * B)alance - and nothing can be booked against it.
       2170-CHECK-BALANCE.
           MOVE WS-INPUT-FROM-NUM TO WS-COUNT-FROM.
           MOVE WS-INPUT-TO-NUM   TO WS-COUNT-TO.
           MOVE EMP-SHIFT-CODE    TO WS-COUNT-SHIFT.
           PERFORM 4000-COUNT-WORKING-DAYS.
           MOVE WS-COUNT-DAYS TO WS-REQ-DAYS.
           IF WS-REQ-DAYS = ZERO
               DISPLAY "*** Those dates cover no working days for "
                   "this employee - leave not saved ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               MOVE WS-INPUT-EMP-ID TO LVB-EMP-ID
               MOVE WS-INPUT-TYPE   TO LVB-ABSENCE-TYPE
               READ LEAVE-BAL-FILE
                   INVALID KEY
                       DISPLAY "*** No " WS-INPUT-TYPE " balance on "
                           "file for this employee - open one with "
                           "B)alance ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   NOT INVALID KEY
                       PERFORM 2175-CHECK-AVAILABLE
               END-READ
           END-IF.

       2175-CHECK-AVAILABLE.
           COMPUTE WS-AVAILABLE-DAYS = LVB-BALANCE-DAYS
                                     - LVB-BOOKED-DAYS.
           MOVE WS-REQ-DAYS TO WS-EDIT-DAYS.
           MOVE WS-AVAILABLE-DAYS TO WS-EDIT-DAYS-2.
           DISPLAY "Working days requested: " WS-EDIT-DAYS
               "   available: " WS-EDIT-DAYS-2.
           IF LVB-IS-ENFORCED
               AND WS-AVAILABLE-DAYS < WS-REQ-DAYS
               DISPLAY "*** Not enough " WS-INPUT-TYPE " leave "
                   "left - leave not saved ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.

      * Files the request and books its days against the balance -
      * the balance record is still in the record area from the
      * check just made.
       2180-APPROVE-REQUEST.
           MOVE LEAVE-BAL-RECORD TO WS-AUD-BEFORE.
           MOVE WS-INPUT-EMP-ID   TO LVR-EMP-ID.
           MOVE WS-INPUT-FROM-NUM TO LVR-FROM-DATE.
           MOVE WS-INPUT-TO-NUM   TO LVR-TO-DATE.
           MOVE WS-INPUT-TYPE     TO LVR-ABSENCE-TYPE.
           MOVE WS-REQ-DAYS       TO LVR-DAYS.
           MOVE WS-TODAY          TO LVR-ENTERED-DATE.
           WRITE LEAVE-REQ-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVEREQ write failed "
                       "(status " WS-LVR-STATUS ") ***"
               NOT INVALID KEY
                   ADD WS-REQ-DAYS TO LVB-BOOKED-DAYS
                   PERFORM 2185-REWRITE-BOOKED-BALANCE
                   MOVE "LEAVEREQ"       TO WS-AUD-FILE-NAME
                   MOVE WS-INPUT-EMP-ID  TO WS-AUD-KEY
                   MOVE "A"              TO WS-AUD-ACTION
                   MOVE SPACES           TO WS-AUD-BEFORE
                   MOVE LEAVE-REQ-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
                   DISPLAY "Leave approved."
           END-WRITE.

      * Rewrites the balance record in the record area after its
      * booked days have changed - WS-AUD-BEFORE already holds the
      * record as read.
       2185-REWRITE-BOOKED-BALANCE.
           REWRITE LEAVE-BAL-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVEBAL rewrite failed "
                       "(status " WS-LVB-STATUS ") ***"
               NOT INVALID KEY
                   MOVE "LEAVEBAL"       TO WS-AUD-FILE-NAME
                   MOVE LVB-KEY          TO WS-AUD-KEY
                   MOVE "C"              TO WS-AUD-ACTION
                   MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-REWRITE.

      * A real calendar date: month 01-12, day 01 through the
      * month's last day. INTEGER-OF-DATE of the first of the
      * following month, less one, gives the last day without a
      * month-length table.
       2190-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-CHECK-YYYY > 1600
               AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
               AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
               IF WS-CHECK-DD <= 28
                   MOVE "Y" TO WS-DATE-OK-SW
               ELSE
                   IF WS-CHECK-MM = 12
                       MOVE "Y" TO WS-DATE-OK-SW
                   ELSE
                       IF FUNCTION INTEGER-OF-DATE
                              (WS-CHECK-YYYY * 10000
                               + (WS-CHECK-MM + 1) * 100 + 1)
                          - FUNCTION INTEGER-OF-DATE
                              (WS-CHECK-YYYY * 10000
                               + WS-CHECK-MM * 100 + 1)
                          NOT < WS-CHECK-DD
                           MOVE "Y" TO WS-DATE-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Cancels one absence, identified by employee and first day.
      * One that has not started is removed and every day it booked
      * goes back; one under way is cut short at today and only the
      * working days after today go back; one already over cannot
      * be cancelled - its days have been taken.
       2200-CANCEL-LEAVE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "First day of the leave (YYYYMMDD): ".
           ACCEPT WS-INPUT-FROM-DATE.
           IF WS-INPUT-FROM-NUM IS NOT NUMERIC
               DISPLAY "*** Date must be YYYYMMDD ***"
           ELSE
               MOVE WS-INPUT-EMP-ID   TO LVR-EMP-ID
               MOVE WS-INPUT-FROM-NUM TO LVR-FROM-DATE
               READ LEAVE-REQ-FILE
                   INVALID KEY
                       DISPLAY "*** No leave starting that day on "
                           "file ***"
                   NOT INVALID KEY
                       PERFORM 2250-CANCEL-FOUND-LEAVE
               END-READ
           END-IF.

       2250-CANCEL-FOUND-LEAVE.
           MOVE LEAVE-REQ-RECORD TO WS-AUD-BEFORE.
           MOVE "LEAVEREQ"       TO WS-AUD-FILE-NAME.
           MOVE WS-INPUT-EMP-ID  TO WS-AUD-KEY.
           MOVE LVR-ABSENCE-TYPE TO WS-INPUT-TYPE.
           EVALUATE TRUE
               WHEN LVR-FROM-DATE > WS-TODAY
                   MOVE LVR-DAYS TO WS-RELEASE-DAYS
                   DELETE LEAVE-REQ-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** LEAVEREQ delete failed "
                               "(status " WS-LVR-STATUS ") ***"
                       NOT INVALID KEY
                           DISPLAY "Leave cancelled."
                           MOVE "D"    TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM 9100-WRITE-MASTER-AUDIT
                           PERFORM 2270-RELEASE-BOOKED-DAYS
                   END-DELETE
               WHEN LVR-TO-DATE <= WS-TODAY
                   DISPLAY "*** That leave is already taken - "
                       "correct the balance with B)alance ***"
               WHEN OTHER
                   PERFORM 2260-CUT-SHORT-LEAVE
           END-EVALUATE.

      * Leave under way: the working days from tomorrow to the old
      * last day are given back (never more than the request booked)
      * and the absence now ends today.
       2260-CUT-SHORT-LEAVE.
           MOVE WS-INPUT-EMP-ID TO EMP-ID.
           MOVE SPACE TO WS-COUNT-SHIFT.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-SHIFT-CODE TO WS-COUNT-SHIFT
           END-READ.
           MOVE WS-TOMORROW  TO WS-COUNT-FROM.
           MOVE LVR-TO-DATE  TO WS-COUNT-TO.
           PERFORM 4000-COUNT-WORKING-DAYS.
           IF WS-COUNT-DAYS > LVR-DAYS
               MOVE LVR-DAYS TO WS-RELEASE-DAYS
           ELSE
               MOVE WS-COUNT-DAYS TO WS-RELEASE-DAYS
           END-IF.
           SUBTRACT WS-RELEASE-DAYS FROM LVR-DAYS.
           MOVE WS-TODAY TO LVR-TO-DATE.
           REWRITE LEAVE-REQ-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVEREQ rewrite failed "
                       "(status " WS-LVR-STATUS ") ***"
               NOT INVALID KEY
                   DISPLAY "Leave cut short - now ends today."
                   MOVE "C"              TO WS-AUD-ACTION
                   MOVE LEAVE-REQ-RECORD TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
                   PERFORM 2270-RELEASE-BOOKED-DAYS
           END-REWRITE.

      * Gives WS-RELEASE-DAYS back to the balance the absence was
      * booked against (employee and type saved from the request,
      * which may just have been deleted). Booked days never go
      * below zero - LEAVEDED may already have taken some of them.
       2270-RELEASE-BOOKED-DAYS.
           IF WS-RELEASE-DAYS > ZERO
               MOVE WS-INPUT-EMP-ID TO LVB-EMP-ID
               MOVE WS-INPUT-TYPE   TO LVB-ABSENCE-TYPE
               READ LEAVE-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LEAVE-BAL-RECORD TO WS-AUD-BEFORE
                       IF LVB-BOOKED-DAYS > WS-RELEASE-DAYS
                           SUBTRACT WS-RELEASE-DAYS
                               FROM LVB-BOOKED-DAYS
                       ELSE
                           MOVE ZERO TO LVB-BOOKED-DAYS
                       END-IF
                       PERFORM 2185-REWRITE-BOOKED-BALANCE
                       MOVE WS-RELEASE-DAYS TO WS-EDIT-DAYS
                       DISPLAY WS-EDIT-DAYS " working day(s) "
                           "returned to the " WS-INPUT-TYPE
                           " balance."
               END-READ
           END-IF.

      * Lists one employee's balances, then their absences - each
      * file positioned at the employee's lowest key and read
      * forward until the employee changes.
       2300-LIST-EMPLOYEE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "TYPE ENF  BALANCE   BOOKED AVAILABLE".
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-INPUT-EMP-ID TO LVB-EMP-ID.
           MOVE LOW-VALUES      TO LVB-ABSENCE-TYPE.
           START LEAVE-BAL-FILE KEY NOT < LVB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2350-LIST-NEXT-BALANCE UNTIL SCAN-EOF.
           DISPLAY "ABSENCES:".
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-INPUT-EMP-ID TO LVR-EMP-ID.
           MOVE ZERO            TO LVR-FROM-DATE.
           START LEAVE-REQ-FILE KEY NOT < LVR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2360-LIST-NEXT-ABSENCE UNTIL SCAN-EOF.

       2350-LIST-NEXT-BALANCE.
           READ LEAVE-BAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LVB-EMP-ID NOT = WS-INPUT-EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       MOVE LVB-BALANCE-DAYS TO WS-EDIT-DAYS
                       MOVE LVB-BOOKED-DAYS  TO WS-EDIT-DAYS-2
                       COMPUTE WS-EDIT-DAYS-3 = LVB-BALANCE-DAYS
                                              - LVB-BOOKED-DAYS
                       DISPLAY " " LVB-ABSENCE-TYPE "   "
                           LVB-ENFORCE-FLAG "     " WS-EDIT-DAYS
                           "    " WS-EDIT-DAYS-2 "     "
                           WS-EDIT-DAYS-3
                   END-IF
           END-READ.

       2360-LIST-NEXT-ABSENCE.
           READ LEAVE-REQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LVR-EMP-ID NOT = WS-INPUT-EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       DISPLAY " " LVR-ABSENCE-TYPE " "
                           LVR-FROM-DATE " - " LVR-TO-DATE " "
                           LVR-DAYS " working day(s)"
                   END-IF
           END-READ.

      * Opens a balance for an employee and absence type, or adjusts
      * one - an opening balance for a new starter, a correction, a
      * past absence keyed after the event. The adjustment is signed
      * days ("+005", "-002"); the enforce flag says whether LEAVEMNT
      * holds requests of the type to the balance (blank keeps the
      * flag on file, or Y for a new balance).
       2400-ADJUST-BALANCE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "Absence type (2 chars): ".
           ACCEPT WS-INPUT-TYPE.
           DISPLAY "Adjustment in days (+nnn or -nnn): ".
           ACCEPT WS-INPUT-ADJUST.
           DISPLAY "Enforce the balance (Y/N, blank = unchanged): ".
           ACCEPT WS-INPUT-ENFORCE.
           IF WS-INPUT-ENFORCE = "y"
               MOVE "Y" TO WS-INPUT-ENFORCE
           END-IF.
           IF WS-INPUT-ENFORCE = "n"
               MOVE "N" TO WS-INPUT-ENFORCE
           END-IF.
           PERFORM 2450-VALIDATE-ADJUSTMENT.
           IF ENTRY-IS-VALID
               PERFORM 2470-WRITE-BALANCE
           END-IF.

       2450-VALIDATE-ADJUSTMENT.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           MOVE WS-INPUT-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "*** Employee ID not on the employee "
                       "master - balance not saved ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               NOT INVALID KEY
                   DISPLAY "Employee: " EMP-NAME-TEXT
                       " (department " EMP-DEPT ")"
           END-READ.
           IF WS-INPUT-TYPE = SPACES
               DISPLAY "*** Absence type cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           IF (WS-INPUT-ADJ-SIGN NOT = "+"
               AND WS-INPUT-ADJ-SIGN NOT = "-")
               OR WS-INPUT-ADJ-DAYS IS NOT NUMERIC
               DISPLAY "*** Adjustment must be + or - and three "
                   "digits ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               MOVE WS-INPUT-ADJ-DAYS TO WS-ADJUST-DAYS
               IF WS-INPUT-ADJ-SIGN = "-"
                   COMPUTE WS-ADJUST-DAYS = 0 - WS-INPUT-ADJ-DAYS
               END-IF
           END-IF.
           IF WS-INPUT-ENFORCE NOT = SPACE
               AND WS-INPUT-ENFORCE NOT = "Y"
               AND WS-INPUT-ENFORCE NOT = "N"
               DISPLAY "*** Enforce must be Y, N or blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.

      * The key is READ first - that one read decides add versus
      * change AND captures the before image for the journal. A new
      * balance starts with nothing but the adjustment and a leave
      * year of zero - no year credited yet - so the next LEAVEACR
      * run still credits it the year's entitlement.
       2470-WRITE-BALANCE.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-EMP-ID TO LVB-EMP-ID.
           MOVE WS-INPUT-TYPE   TO LVB-ABSENCE-TYPE.
           READ LEAVE-BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE LEAVE-BAL-RECORD TO WS-AUD-BEFORE
           END-READ.
           IF NOT RECORD-ON-FILE
               MOVE WS-INPUT-EMP-ID TO LVB-EMP-ID
               MOVE WS-INPUT-TYPE   TO LVB-ABSENCE-TYPE
               MOVE "Y"             TO LVB-ENFORCE-FLAG
               MOVE ZERO TO LVB-LEAVE-YEAR
                            LVB-CARRIED-DAYS LVB-ACCRUED-DAYS
                            LVB-ADJUSTED-DAYS LVB-TAKEN-DAYS
                            LVB-BOOKED-DAYS LVB-BALANCE-DAYS
                            LVB-LAST-TAKEN-DATE
           END-IF.
           IF WS-INPUT-ENFORCE NOT = SPACE
               MOVE WS-INPUT-ENFORCE TO LVB-ENFORCE-FLAG
           END-IF.
           ADD WS-ADJUST-DAYS TO LVB-ADJUSTED-DAYS.
           ADD WS-ADJUST-DAYS TO LVB-BALANCE-DAYS.
           MOVE "LEAVEBAL" TO WS-AUD-FILE-NAME.
           MOVE LVB-KEY    TO WS-AUD-KEY.
           MOVE LVB-BALANCE-DAYS TO WS-EDIT-DAYS.
           IF RECORD-ON-FILE
               REWRITE LEAVE-BAL-RECORD
                   INVALID KEY
                       DISPLAY "*** LEAVEBAL rewrite failed "
                           "(status " WS-LVB-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Balance adjusted - now "
                           WS-EDIT-DAYS " day(s)."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE LEAVE-BAL-RECORD
                   INVALID KEY
                       DISPLAY "*** LEAVEBAL write failed "
                           "(status " WS-LVB-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Balance opened - "
                           WS-EDIT-DAYS " day(s)."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE LEAVE-BAL-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * Rewrites LEAVEABS whole from LEAVEREQ: every absence that is
      * not over yet, in employee and date order. ROSTGEN only ever
      * asks about today, so finished absences stay on LEAVEREQ for
      * the record and off LEAVEABS.
       3000-WRITE-LEAVEABS.
           OPEN OUTPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "*** LEAVEABS could not be opened (status "
                   WS-LEAVE-STATUS ") - ROSTGEN will not see "
                   "today's changes until LEAVEMNT is run again ***"
           ELSE
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE LOW-VALUES TO LVR-KEY
               START LEAVE-REQ-FILE KEY NOT < LVR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 3100-WRITE-NEXT-ABSENCE UNTIL SCAN-EOF
               CLOSE LEAVE-FILE
               DISPLAY "LEAVEMNT: LEAVEABS written - " WS-ABS-COUNT
                   " absence(s)"
           END-IF.

       3100-WRITE-NEXT-ABSENCE.
           READ LEAVE-REQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LVR-TO-DATE >= WS-TODAY
                       MOVE SPACE TO LVE-FILL-1 LVE-FILL-2 LVE-FILL-3
                       MOVE LVR-EMP-ID       TO LVE-EMP-ID
                       MOVE LVR-ABSENCE-TYPE TO LVE-ABSENCE-TYPE
                       MOVE LVR-FROM-DATE    TO LVE-FROM-DATE
                       MOVE LVR-TO-DATE      TO LVE-TO-DATE
                       WRITE LEAVE-RECORD
                       ADD 1 TO WS-ABS-COUNT
                   END-IF
           END-READ.

      * Counts the days from WS-COUNT-FROM through WS-COUNT-TO that
      * the employee (WS-INPUT-EMP-ID, master shift WS-COUNT-SHIFT)
      * would work: not a rotation rest day, and not a day HOLCAL
      * closes their effective shift. Their schedule overrides for
      * the range are loaded first.
       4000-COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-COUNT-DAYS.
           MOVE WS-COUNT-FROM TO WS-SCHD-LOW-DATE.
           MOVE WS-COUNT-TO   TO WS-SCHD-HIGH-DATE.
           PERFORM 4100-LOAD-EMP-OVERRIDES.
           COMPUTE WS-COUNT-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-FROM).
           COMPUTE WS-COUNT-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-TO).
           PERFORM 4200-COUNT-ONE-DAY
               VARYING WS-COUNT-INT FROM WS-COUNT-FROM-INT BY 1
               UNTIL WS-COUNT-INT > WS-COUNT-TO-INT.

      * The employee's SCHEDOVR entries that touch the range - their
      * own keys, read forward from the lowest.
       4100-LOAD-EMP-OVERRIDES.
           MOVE ZERO TO WS-SOV-TABLE-USED.
           IF SCHEDOVR-IS-OPEN
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE WS-INPUT-EMP-ID TO SOV-EMP-ID
               MOVE LOW-VALUES      TO SOV-KIND
               MOVE ZERO            TO SOV-FROM-DATE
               START SCHED-OVR-FILE KEY NOT < SOV-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 4150-LOAD-NEXT-OVERRIDE UNTIL SCAN-EOF
           END-IF.

       4150-LOAD-NEXT-OVERRIDE.
           READ SCHED-OVR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF SOV-EMP-ID NOT = WS-INPUT-EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF SOV-TO-DATE >= WS-SCHD-LOW-DATE
                           AND SOV-FROM-DATE <= WS-SCHD-HIGH-DATE
                           AND WS-SOV-TABLE-USED < 500
                           ADD 1 TO WS-SOV-TABLE-USED
                           MOVE SOV-EMP-ID     TO WS-SOV-EMP-ID
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-KIND       TO WS-SOV-KIND
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-FROM-DATE  TO WS-SOV-FROM
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-TO-DATE    TO WS-SOV-TO
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-SHIFT-CODE TO WS-SOV-SHIFT
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-ROT-CODE   TO WS-SOV-ROT-CODE
                               (WS-SOV-TABLE-USED)
                       END-IF
                   END-IF
           END-READ.

       4200-COUNT-ONE-DAY.
           COMPUTE WS-COUNT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-COUNT-INT).
           MOVE WS-INPUT-EMP-ID TO WS-SCHD-EMP-ID.
           MOVE WS-COUNT-DATE   TO WS-SCHD-DATE.
           MOVE WS-COUNT-SHIFT  TO WS-SCHD-BASE-SHIFT.
           PERFORM 4400-RESOLVE-EFFECTIVE-SHIFT.
           IF NOT SCHD-IS-REST-DAY
               PERFORM 4300-CHECK-HOLIDAY
               IF NOT SHIFT-IS-CLOSED
                   ADD 1 TO WS-COUNT-DAYS
               END-IF
           END-IF.

      * The shift is closed for the day if ANY calendar entry for
      * the date is plant-wide (blank shift) or keyed to the
      * effective shift code - ROSTGEN's test.
       4300-CHECK-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-TABLE-USED
                   OR SHIFT-IS-CLOSED
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-COUNT-DATE
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
       4400-RESOLVE-EFFECTIVE-SHIFT.
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
               PERFORM 4450-APPLY-ROTATION
           END-IF.

      * The date's position in the cycle is the days elapsed since
      * the anchor, modulo the cycle length (FUNCTION MOD keeps it
      * positive for a date before the anchor too). A "-" there is
      * a rest day. A rotation code with no pattern on file leaves
      * the master's shift standing.
       4450-APPLY-ROTATION.
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

      * Appends one master-change record to the permanent MSTAUDIT
      * journal - see copybooks/MSTAUDIT.CPY. The file, key, action
      * and before/after images are already staged where the
      * change landed; this stamps, writes and closes. A journal
      * that does not exist yet (status 35) is created.
       9100-WRITE-MASTER-AUDIT.
           OPEN EXTEND MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MST-AUDIT-FILE
           END-IF.
           MOVE SPACE TO MA-FILL-1 MA-FILL-2 MA-FILL-3 MA-FILL-4
                         MA-FILL-5 MA-FILL-6 MA-FILL-7.
           ACCEPT MA-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-STAMP-TIME FROM TIME.
           MOVE "LEAVEMNT"       TO MA-PROGRAM.
           MOVE WS-AUD-FILE-NAME TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION    TO MA-ACTION.
           MOVE WS-AUD-KEY       TO MA-KEY.
           MOVE WS-AUD-BEFORE    TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER     TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
