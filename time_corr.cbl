      * TIMECORR is the supervisor's missed-punch and time-correction
      * entry screen. Until it existed, a forgotten sign-out or a
      * sign-in at a dead terminal was fixed by asking someone with
      * file access to hand-edit the SIGN-IN-LOG - which destroyed
      * the one record of what the terminals actually saw. Now the
      * log is never touched: the supervisor keys an added or
      * replacement punch here (employee, business date, punch date
      * and time, sign-in or sign-out, reason code and the approving
      * supervisor's own employee ID), and it is appended to the
      * TIMEADJ time-adjustment file - see copybooks/TIMEADJ.CPY.
      * HOURSRPT (and the HRSWEEK posting it makes) and PAYEXTR
      * apply the approved adjustments on top of the DAYEVT extract;
      * TADJRPT lists each day's corrections for payroll audit.
      *
      * Every field is validated before anything is written: the
      * employee must be on EMPMAST, the approving supervisor must
      * be a current employee on EMPMAST, the named supervisor of an
      * active department on DEPTMAST, and not the employee being
      * corrected (nobody approves their own time), the business
      * date cannot be in the future, and the punch can only fall
      * on the business date or the calendar day after it - the
      * same one-day overnight window LOGEXTR attributes to a
      * business date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECORR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EMPMAST-FILE validates both the employee being corrected and
      * the approving supervisor.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * TIME-ADJ-FILE is the append-only time-adjustment file - see
      * copybooks/TIMEADJ.CPY.
           SELECT TIME-ADJ-FILE ASSIGN TO "TIMEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.

      * DEPTMAST-FILE names the supervisors who may approve a
      * correction.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  TIME-ADJ-FILE.
           COPY "TIMEADJ.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-TA-STATUS             PIC X(2).
           88  TA-EOF                          VALUE "10".
       01  WS-DEPTMAST-STATUS       PIC X(2).
           88  DEPTMAST-EOF                    VALUE "10".
       01  WS-COMMAND               PIC X.
           88  CMD-IS-ENTER                    VALUE "E" "e".
           88  CMD-IS-LIST                     VALUE "L" "l".
           88  CMD-IS-QUIT                     VALUE "Q" "q".

      * The correction as keyed. Dates and the time are accepted as
      * text and checked NUMERIC through their REDEFINES, and each
      * date is then checked as a real calendar date by
      * 2190-CHECK-DATE, so a mistyped value is rejected instead of
      * landing on file as garbage.
       01  WS-INPUT-EMP-ID          PIC X(6).
       01  WS-INPUT-BUS-DATE        PIC X(8).
       01  WS-INPUT-BUS-DATE-NUM REDEFINES WS-INPUT-BUS-DATE
                                    PIC 9(8).
       01  WS-INPUT-PUNCH-DATE      PIC X(8).
       01  WS-INPUT-PUNCH-DATE-NUM REDEFINES WS-INPUT-PUNCH-DATE
                                    PIC 9(8).
       01  WS-INPUT-PUNCH-TIME      PIC X(4).
       01  WS-INPUT-PUNCH-PARTS REDEFINES WS-INPUT-PUNCH-TIME.
           05  WS-INPUT-PUNCH-HH    PIC 9(2).
           05  WS-INPUT-PUNCH-MM    PIC 9(2).
       01  WS-INPUT-EVENT-TYPE      PIC X(2).
       01  WS-INPUT-ACTION          PIC X(1).
       01  WS-INPUT-REASON          PIC X(2).
       01  WS-INPUT-APPROVER-ID     PIC X(6).
       01  WS-INPUT-EMP-NAME        PIC X(30).
       01  WS-KEYED-BY              PIC X(8)   VALUE SPACES.

      * One date under validation, taken apart for the month/day
      * range check.
       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY        PIC 9(4).
           05  WS-CHECK-MM          PIC 9(2).
           05  WS-CHECK-DD          PIC 9(2).
       01  WS-DATE-OK-SW            PIC X      VALUE "N".
           88  DATE-IS-VALID                   VALUE "Y".

      * Set N by the first failed check; nothing is written unless
      * every check passed.
       01  WS-ENTRY-VALID-SW        PIC X      VALUE "N".
           88  ENTRY-IS-VALID                  VALUE "Y".
       01  WS-APPROVER-SUPV-SW      PIC X      VALUE "N".
           88  APPROVER-IS-SUPERVISOR          VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-BUS-DAY-INTEGER       PIC 9(8)   COMP.
       01  WS-PUNCH-DAY-INTEGER     PIC 9(8)   COMP.
       01  WS-LIST-COUNT            PIC 9(6)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU-LOOP UNTIL CMD-IS-QUIT.
           CLOSE EMPMAST-FILE.
           DISPLAY "TIMECORR: done.".
           STOP RUN.

      * EMPMAST is a hard requirement, as everywhere else: without
      * it neither the employee nor the approver can be validated.
      * TIMEADJ is opened per write (EXTEND) and per listing, so a
      * listing always sees what was just keyed.
       1000-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           ACCEPT WS-KEYED-BY FROM ENVIRONMENT "LOGNAME".
           IF WS-KEYED-BY = SPACES
               MOVE "UNKNOWN " TO WS-KEYED-BY
           END-IF.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "Time corrections - E)nter correction, "
               "L)ist a business date, Q)uit".
           DISPLAY "Command: ".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN CMD-IS-ENTER
                   PERFORM 2100-ENTER-CORRECTION
               WHEN CMD-IS-LIST
                   PERFORM 2300-LIST-CORRECTIONS
               WHEN CMD-IS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Unrecognized command ***"
           END-EVALUATE.

      * Prompts for the whole correction first, then validates it in
      * one place, so the supervisor sees the first thing wrong and
      * nothing is written for a partial entry.
       2100-ENTER-CORRECTION.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "Business date (YYYYMMDD): ".
           ACCEPT WS-INPUT-BUS-DATE.
           DISPLAY "Punch date (YYYYMMDD, blank = business date): ".
           MOVE SPACES TO WS-INPUT-PUNCH-DATE.
           ACCEPT WS-INPUT-PUNCH-DATE.
           IF WS-INPUT-PUNCH-DATE = SPACES
               MOVE WS-INPUT-BUS-DATE TO WS-INPUT-PUNCH-DATE
           END-IF.
           DISPLAY "Punch time (HHMM, 24-hour): ".
           ACCEPT WS-INPUT-PUNCH-TIME.
           DISPLAY "Direction - EI sign-in, EO sign-out: ".
           ACCEPT WS-INPUT-EVENT-TYPE.
           DISPLAY "A)dded punch or R)eplacement punch: ".
           ACCEPT WS-INPUT-ACTION.
           DISPLAY "Reason - MP missed punch, TF terminal fault, "
               "WD wrong direction, WT wrong time, OT other: ".
           ACCEPT WS-INPUT-REASON.
           DISPLAY "Approving supervisor employee ID: ".
           ACCEPT WS-INPUT-APPROVER-ID.
           PERFORM 2150-VALIDATE-CORRECTION.
           IF ENTRY-IS-VALID
               PERFORM 2170-WRITE-CORRECTION
           END-IF.

      * Each check runs only while everything before it has passed,
      * so exactly one message explains a rejection.
       2150-VALIDATE-CORRECTION.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-INPUT-ACTION TO TA-ACTION.
           MOVE WS-INPUT-REASON TO TA-REASON-CODE.
           MOVE WS-INPUT-EVENT-TYPE TO TA-EVENT-TYPE.
           IF WS-INPUT-EMP-ID = SPACES
               DISPLAY "*** Employee ID cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               MOVE WS-INPUT-EMP-ID TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       DISPLAY "*** Employee ID not on the employee "
                           "master - correction not recorded ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   NOT INVALID KEY
                       MOVE EMP-NAME-TEXT TO WS-INPUT-EMP-NAME
                       DISPLAY "Employee: " EMP-NAME-TEXT
               END-READ
           END-IF.
           IF ENTRY-IS-VALID
               IF WS-INPUT-BUS-DATE-NUM IS NOT NUMERIC
                   OR WS-INPUT-PUNCH-DATE-NUM IS NOT NUMERIC
                   DISPLAY "*** Dates must be YYYYMMDD ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               ELSE
                   MOVE WS-INPUT-BUS-DATE-NUM TO WS-CHECK-DATE
                   PERFORM 2190-CHECK-DATE
                   IF DATE-IS-VALID
                       MOVE WS-INPUT-PUNCH-DATE-NUM TO WS-CHECK-DATE
                       PERFORM 2190-CHECK-DATE
                   END-IF
                   IF NOT DATE-IS-VALID
                       DISPLAY "*** Not a valid date: " WS-CHECK-DATE
                           " ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   ELSE
                       IF WS-INPUT-BUS-DATE-NUM > WS-TODAY-DATE
                           DISPLAY "*** Business date cannot be in "
                               "the future ***"
                           MOVE "N" TO WS-ENTRY-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               COMPUTE WS-BUS-DAY-INTEGER = FUNCTION
                   INTEGER-OF-DATE (WS-INPUT-BUS-DATE-NUM)
               COMPUTE WS-PUNCH-DAY-INTEGER = FUNCTION
                   INTEGER-OF-DATE (WS-INPUT-PUNCH-DATE-NUM)
               IF WS-PUNCH-DAY-INTEGER < WS-BUS-DAY-INTEGER
                   OR WS-PUNCH-DAY-INTEGER > WS-BUS-DAY-INTEGER + 1
                   DISPLAY "*** Punch date must be the business "
                       "date or the day after it ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               IF WS-INPUT-PUNCH-TIME IS NOT NUMERIC
                   OR WS-INPUT-PUNCH-HH > 23
                   OR WS-INPUT-PUNCH-MM > 59
                   DISPLAY "*** Punch time must be HHMM, 0000 "
                       "to 2359 ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               IF NOT TA-IS-SIGN-IN AND NOT TA-IS-SIGN-OUT
                   DISPLAY "*** Direction must be EI or EO ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               IF NOT TA-IS-ADDED AND NOT TA-IS-REPLACEMENT
                   DISPLAY "*** Enter A for an added punch or R "
                       "for a replacement ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               IF NOT TA-REASON-IS-VALID
                   DISPLAY "*** Reason must be MP, TF, WD, WT "
                       "or OT ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 2160-VALIDATE-APPROVER
           END-IF.

      * The approver signs for the correction with their own
      * employee ID - it must be a current employee, the supervisor
      * of an active department, and not the one whose time is
      * being corrected.
       2160-VALIDATE-APPROVER.
           IF WS-INPUT-APPROVER-ID = SPACES
               DISPLAY "*** Approving supervisor ID cannot be "
                   "blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               IF WS-INPUT-APPROVER-ID = WS-INPUT-EMP-ID
                   DISPLAY "*** An employee cannot approve their "
                       "own correction ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               ELSE
                   MOVE WS-INPUT-APPROVER-ID TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           DISPLAY "*** Approver ID not on the "
                               "employee master - correction not "
                               "recorded ***"
                           MOVE "N" TO WS-ENTRY-VALID-SW
                       NOT INVALID KEY
                           IF EMP-IS-INACTIVE
                               DISPLAY "*** Approver is no longer "
                                   "employed - correction not "
                                   "recorded ***"
                               MOVE "N" TO WS-ENTRY-VALID-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 2165-CHECK-APPROVER-ON-DEPTMAST
               IF APPROVER-IS-SUPERVISOR
                   DISPLAY "Approved by: " EMP-NAME-TEXT
               ELSE
                   DISPLAY "*** " WS-INPUT-APPROVER-ID " is not the "
                       "supervisor of any active department - "
                       "correction not recorded ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.

      * Same scan as CHECK-SUPERVISOR-ON-DEPTMAST in HELLOWORLD: the
      * approver must be DEPT-SUPV-EMP-ID on an active department.
      * A DEPTMAST that cannot be opened confirms nobody.
       2165-CHECK-APPROVER-ON-DEPTMAST.
           MOVE "N" TO WS-APPROVER-SUPV-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               PERFORM UNTIL DEPTMAST-EOF OR APPROVER-IS-SUPERVISOR
                   READ DEPTMAST-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMAST-STATUS
                       NOT AT END
                           IF DEPT-IS-ACTIVE
                               AND DEPT-SUPV-EMP-ID =
                                   WS-INPUT-APPROVER-ID
                               MOVE "Y" TO WS-APPROVER-SUPV-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTMAST-FILE
           ELSE
               DISPLAY "*** DEPTMAST could not be opened (status "
                   WS-DEPTMAST-STATUS ") - no supervisor can be "
                   "confirmed ***"
           END-IF.

      * Appends the validated correction, approved, to TIMEADJ. A
      * file that does not exist yet (status 35) is created - the
      * first correction ever keyed.
       2170-WRITE-CORRECTION.
           OPEN EXTEND TIME-ADJ-FILE.
           IF WS-TA-STATUS = "35"
               OPEN OUTPUT TIME-ADJ-FILE
           END-IF.
           IF WS-TA-STATUS NOT = "00"
               DISPLAY "*** TIMEADJ could not be opened (status "
                   WS-TA-STATUS ") - correction not recorded ***"
           ELSE
               MOVE SPACE TO TA-FILL-1 TA-FILL-2 TA-FILL-3
                   TA-FILL-4 TA-FILL-5 TA-FILL-6 TA-FILL-7
                   TA-FILL-8 TA-FILL-9 TA-FILL-10 TA-FILL-11
                   TA-FILL-12
               ACCEPT TA-ENTRY-DATE FROM DATE YYYYMMDD
               ACCEPT TA-ENTRY-TIME FROM TIME
               MOVE WS-INPUT-EMP-ID       TO TA-EMP-ID
               MOVE WS-INPUT-BUS-DATE-NUM TO TA-BUS-DATE
               MOVE WS-INPUT-PUNCH-DATE-NUM TO TA-PUNCH-DATE
               COMPUTE TA-PUNCH-TIME =
                   (WS-INPUT-PUNCH-HH * 100 + WS-INPUT-PUNCH-MM)
                   * 10000
               MOVE WS-INPUT-EVENT-TYPE   TO TA-EVENT-TYPE
               MOVE WS-INPUT-ACTION       TO TA-ACTION
               MOVE WS-INPUT-REASON       TO TA-REASON-CODE
               MOVE WS-INPUT-APPROVER-ID  TO TA-APPROVER-ID
               MOVE "A"                   TO TA-STATUS
               MOVE WS-INPUT-EMP-NAME     TO TA-NAME-TEXT
               MOVE WS-KEYED-BY           TO TA-KEYED-BY
               WRITE TIME-ADJ-RECORD
               CLOSE TIME-ADJ-FILE
               DISPLAY "Correction recorded."
           END-IF.

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

      * Lists every correction on file for one business date, in the
      * order keyed - the on-screen check before the nightly run
      * picks them up.
       2300-LIST-CORRECTIONS.
           DISPLAY "Business date to list (YYYYMMDD): ".
           ACCEPT WS-INPUT-BUS-DATE.
           IF WS-INPUT-BUS-DATE-NUM IS NOT NUMERIC
               DISPLAY "*** Date must be YYYYMMDD ***"
           ELSE
               MOVE ZERO TO WS-LIST-COUNT
               OPEN INPUT TIME-ADJ-FILE
               IF WS-TA-STATUS = "00"
                   PERFORM 2350-LIST-NEXT-CORRECTION UNTIL TA-EOF
                   CLOSE TIME-ADJ-FILE
               END-IF
               DISPLAY WS-LIST-COUNT " correction(s) for "
                   WS-INPUT-BUS-DATE
           END-IF.

       2350-LIST-NEXT-CORRECTION.
           READ TIME-ADJ-FILE
               AT END
                   MOVE "10" TO WS-TA-STATUS
               NOT AT END
                   IF TA-BUS-DATE = WS-INPUT-BUS-DATE-NUM
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY TA-EMP-ID " " TA-NAME-TEXT " "
                           TA-EVENT-TYPE " " TA-ACTION " "
                           TA-PUNCH-DATE " " TA-PUNCH-TIME (1:4)
                           " " TA-REASON-CODE " BY "
                           TA-APPROVER-ID
                   END-IF
           END-READ.
