      * SCHDMNT maintains the SCHEDOVR schedule-override file and the
      * ROTAPAT rotation-pattern file interactively, the same way
      * DEPTMNT maintains DEPTMAST - see copybooks/SCHEDOVR.CPY and
      * copybooks/ROTAPAT.CPY. EMP-SHIFT-CODE on EMPMAST stays the
      * employee's normal shift; a supervisor keys a swap or a week
      * on nights here as a dated shift override, or puts a crew
      * member on a rotation pattern with an open-ended rotation
      * assignment, and ROSTGEN, LOGEXTR, LATERPT and NOSHOW all
      * resolve the employee's shift for a date from what is keyed
      * here before falling back to the master.
      *
      * Everything is validated at entry, so the readers never meet
      * a bad entry: the employee must be on EMPMAST; every shift
      * code - an override's, and every working day of a pattern -
      * must be defined on SHIFTDEF; a rotation assignment must
      * name a pattern on ROTAPAT; and an employee's entries of one
      * kind may not overlap, so there is never more than one
      * answer for a date. A shift override may sit inside a
      * rotation assignment (it wins on the dates it covers), which
      * is how a rotating crew member's swap is keyed. A pattern
      * still named by any rotation assignment cannot be deleted.
      *
      * Every add, replace and delete applied here, to either file,
      * is journaled to the permanent MSTAUDIT master-change journal
      * with before and after images - see copybooks/MSTAUDIT.CPY.
      * A schedule entry's key is longer than MA-KEY, so its journal
      * records are keyed by the employee ID alone; the full entry,
      * dates included, is in the images.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-OVR-FILE ASSIGN TO "SCHEDOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOV-KEY
               FILE STATUS IS WS-SOV-STATUS.

           SELECT ROTA-PAT-FILE ASSIGN TO "ROTAPAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROT-CODE
               FILE STATUS IS WS-ROTPAT-STATUS.

      * EMPMAST-FILE validates the employee on every entry.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * SHIFTDEF-FILE is loaded once so every shift code keyed can
      * be checked against the definitions - see
      * copybooks/SHIFTDEF.CPY.
           SELECT SHIFTDEF-FILE ASSIGN TO "SHIFTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHD-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  SHIFTDEF-FILE.
           COPY "SHIFTDEF.CPY".

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SOV-STATUS            PIC X(2).
       01  WS-ROTPAT-STATUS         PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-SHD-STATUS            PIC X(2).
           88  SHD-EOF                         VALUE "10".
           COPY "SHFTTBL.CPY".

       01  WS-COMMAND               PIC X.
           88  CMD-IS-OVERRIDE                 VALUE "O" "o".
           88  CMD-IS-ASSIGN                   VALUE "A" "a".
           88  CMD-IS-DELETE                   VALUE "D" "d".
           88  CMD-IS-LIST                     VALUE "L" "l".
           88  CMD-IS-PATTERN                  VALUE "P" "p".
           88  CMD-IS-ERASE-PATTERN            VALUE "E" "e".
           88  CMD-IS-SHOW-PATTERNS            VALUE "S" "s".
           88  CMD-IS-QUIT                     VALUE "Q" "q".

      * A schedule entry as keyed. Dates are accepted as text and
      * checked NUMERIC through their REDEFINES, the way CALMNT
      * takes a calendar date; a blank to-date means open-ended.
       01  WS-INPUT-EMP-ID          PIC X(6).
       01  WS-INPUT-KIND            PIC X(1).
           88  INPUT-IS-SHIFT-OVERRIDE         VALUE "S".
           88  INPUT-IS-ROTATION               VALUE "R".
       01  WS-INPUT-FROM-DATE       PIC X(8).
       01  WS-INPUT-FROM-NUM REDEFINES WS-INPUT-FROM-DATE
                                    PIC 9(8).
       01  WS-INPUT-TO-DATE         PIC X(8).
       01  WS-INPUT-TO-NUM REDEFINES WS-INPUT-TO-DATE
                                    PIC 9(8).
       01  WS-INPUT-SHIFT-CODE      PIC X(1).
       01  WS-INPUT-ROT-CODE        PIC X(4).
       01  WS-INPUT-REASON          PIC X(30).

      * A rotation pattern as keyed. The cycle length is two digits
      * (08, not 8), checked NUMERIC the same way.
       01  WS-INPUT-PAT-CODE        PIC X(4).
       01  WS-INPUT-PAT-DESC        PIC X(30).
       01  WS-INPUT-ANCHOR-DATE     PIC X(8).
       01  WS-INPUT-ANCHOR-NUM REDEFINES WS-INPUT-ANCHOR-DATE
                                    PIC 9(8).
       01  WS-INPUT-CYCLE           PIC X(2).
       01  WS-INPUT-CYCLE-NUM REDEFINES WS-INPUT-CYCLE
                                    PIC 9(2).
       01  WS-INPUT-PATTERN         PIC X(28).
       01  WS-PAT-POS               PIC 9(2).
       01  WS-PAT-DAY               PIC X(1).
       01  WS-PAT-WORK-DAYS         PIC 9(2).

      * One date under validation, taken apart for the month/day
      * range check.
       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY        PIC 9(4).
           05  WS-CHECK-MM          PIC 9(2).
           05  WS-CHECK-DD          PIC 9(2).
       01  WS-DATE-OK-SW            PIC X      VALUE "N".
           88  DATE-IS-VALID                   VALUE "Y".

       01  WS-ENTRY-VALID-SW        PIC X      VALUE "N".
           88  ENTRY-IS-VALID                  VALUE "Y".
       01  WS-SCAN-EOF-SW           PIC X      VALUE "N".
           88  SCAN-EOF                        VALUE "Y".
       01  WS-PAT-IN-USE-SW         PIC X      VALUE "N".
           88  PATTERN-IN-USE                  VALUE "Y".
       01  WS-SHD-FOUND-SW          PIC X      VALUE "N".
           88  SHIFT-DEF-FOUND                 VALUE "Y".

      * Whether the entry or pattern being saved is already on file
      * - decided by a READ up front, which is also what captures
      * the before image for the journal.
       01  WS-ONFILE-SW             PIC X      VALUE "N".
           88  RECORD-ON-FILE                  VALUE "Y".

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
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-SHIFT-DEFS.
           PERFORM 2000-MENU-LOOP UNTIL CMD-IS-QUIT.
           CLOSE SCHED-OVR-FILE.
           CLOSE ROTA-PAT-FILE.
           CLOSE EMPMAST-FILE.
           DISPLAY "SCHDMNT: done.".
           STOP RUN.

      * SCHEDOVR or ROTAPAT not existing yet (status 35) just means
      * this is the first entry or pattern ever set up - create it.
      * EMPMAST is required: every entry is validated against it.
       1000-OPEN-FILES.
           OPEN I-O SCHED-OVR-FILE.
           IF WS-SOV-STATUS = "35"
               OPEN OUTPUT SCHED-OVR-FILE
               CLOSE SCHED-OVR-FILE
               OPEN I-O SCHED-OVR-FILE
           END-IF.
           IF WS-SOV-STATUS NOT = "00"
               DISPLAY "*** SCHEDOVR could not be opened (status "
                   WS-SOV-STATUS ") - check the SCHEDOVR "
                   "allocation. ***"
               STOP RUN
           END-IF.
           OPEN I-O ROTA-PAT-FILE.
           IF WS-ROTPAT-STATUS = "35"
               OPEN OUTPUT ROTA-PAT-FILE
               CLOSE ROTA-PAT-FILE
               OPEN I-O ROTA-PAT-FILE
           END-IF.
           IF WS-ROTPAT-STATUS NOT = "00"
               DISPLAY "*** ROTAPAT could not be opened (status "
                   WS-ROTPAT-STATUS ") - check the ROTAPAT "
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

      * Loads every shift definition into WS-SHD-TABLE. SHIFTDEF is
      * not optional: a shift code that cannot be checked cannot be
      * accepted, and an entry naming an undefined shift would
      * leave LATERPT nothing to judge against.
       1100-LOAD-SHIFT-DEFS.
           OPEN INPUT SHIFTDEF-FILE.
           IF WS-SHD-STATUS NOT = "00"
               DISPLAY "*** SHIFTDEF could not be opened (status "
                   WS-SHD-STATUS ") - has the shift-definition "
                   "file been set up? ***"
               STOP RUN
           END-IF.
           PERFORM UNTIL SHD-EOF
               READ SHIFTDEF-FILE
                   AT END
                       MOVE "10" TO WS-SHD-STATUS
                   NOT AT END
                       IF WS-SHD-TABLE-USED < 20
                           ADD 1 TO WS-SHD-TABLE-USED
                           MOVE SHD-SHIFT-CODE TO WS-SHD-SHIFT-CODE
                               (WS-SHD-TABLE-USED)
                           MOVE SHD-START-TIME TO WS-SHD-START
                               (WS-SHD-TABLE-USED)
                           MOVE SHD-END-TIME TO WS-SHD-END
                               (WS-SHD-TABLE-USED)
                           MOVE SHD-GRACE-MINUTES TO WS-SHD-GRACE
                               (WS-SHD-TABLE-USED)
                       ELSE
                           DISPLAY "*** SHIFTDEF table is full - "
                               "ignoring extra entries ***"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFTDEF-FILE.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "Schedule maintenance - O)verride shift, "
               "A)ssign rotation, D)elete entry, L)ist employee,".
           DISPLAY "  P)attern add/change, E)rase pattern, "
               "S)how patterns, Q)uit".
           DISPLAY "Command: ".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN CMD-IS-OVERRIDE
                   MOVE "S" TO WS-INPUT-KIND
                   PERFORM 2100-ADD-OR-UPDATE-ENTRY
               WHEN CMD-IS-ASSIGN
                   MOVE "R" TO WS-INPUT-KIND
                   PERFORM 2100-ADD-OR-UPDATE-ENTRY
               WHEN CMD-IS-DELETE
                   PERFORM 2200-DELETE-ENTRY
               WHEN CMD-IS-LIST
                   PERFORM 2300-LIST-EMPLOYEE
               WHEN CMD-IS-PATTERN
                   PERFORM 2500-ADD-OR-UPDATE-PATTERN
               WHEN CMD-IS-ERASE-PATTERN
                   PERFORM 2600-DELETE-PATTERN
               WHEN CMD-IS-SHOW-PATTERNS
                   PERFORM 2700-LIST-PATTERNS
               WHEN CMD-IS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Unrecognized command ***"
           END-EVALUATE.

      * Keys a dated shift override (kind S) or a rotation
      * assignment (kind R) - the command decided which - or
      * replaces the entry already on file for the same employee,
      * kind and from-date. Everything is validated before
      * anything is written.
       2100-ADD-OR-UPDATE-ENTRY.
           MOVE SPACE  TO WS-INPUT-SHIFT-CODE.
           MOVE SPACES TO WS-INPUT-ROT-CODE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "From date (YYYYMMDD): ".
           ACCEPT WS-INPUT-FROM-DATE.
           DISPLAY "To date (YYYYMMDD, blank = open-ended): ".
           ACCEPT WS-INPUT-TO-DATE.
           IF WS-INPUT-TO-DATE = SPACES
               MOVE 99999999 TO WS-INPUT-TO-NUM
           END-IF.
           IF INPUT-IS-SHIFT-OVERRIDE
               DISPLAY "Shift code for those dates: "
               ACCEPT WS-INPUT-SHIFT-CODE
           ELSE
               DISPLAY "Rotation pattern code: "
               ACCEPT WS-INPUT-ROT-CODE
           END-IF.
           DISPLAY "Reason: ".
           ACCEPT WS-INPUT-REASON.
           PERFORM 2150-VALIDATE-ENTRY.
           IF ENTRY-IS-VALID
               PERFORM 2160-CHECK-OVERLAP
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 2170-WRITE-ENTRY
           END-IF.

      * The employee must be on EMPMAST; the dates must be real
      * YYYYMMDD dates with the from-date not after the to-date; an
      * override's shift code must be on SHIFTDEF, and a rotation
      * assignment's pattern on ROTAPAT. A reason is required - it
      * is what the audit trail has to explain the entry by.
       2150-VALIDATE-ENTRY.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           MOVE WS-INPUT-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "*** Employee ID not on the employee "
                       "master - entry not saved ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               NOT INVALID KEY
                   DISPLAY "Employee: " EMP-NAME-TEXT
                       " (master shift " EMP-SHIFT-CODE ")"
           END-READ.
           IF WS-INPUT-FROM-NUM IS NOT NUMERIC
               OR WS-INPUT-TO-NUM IS NOT NUMERIC
               DISPLAY "*** Dates must be YYYYMMDD ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               MOVE WS-INPUT-FROM-NUM TO WS-CHECK-DATE
               PERFORM 2190-CHECK-DATE
               IF DATE-IS-VALID AND WS-INPUT-TO-NUM NOT = 99999999
                   MOVE WS-INPUT-TO-NUM TO WS-CHECK-DATE
                   PERFORM 2190-CHECK-DATE
               END-IF
               IF NOT DATE-IS-VALID
                   DISPLAY "*** Not a valid date: " WS-CHECK-DATE
                       " ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               ELSE
                   IF WS-INPUT-FROM-NUM > WS-INPUT-TO-NUM
                       DISPLAY "*** From date is after the to "
                           "date ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF INPUT-IS-SHIFT-OVERRIDE
               MOVE WS-INPUT-SHIFT-CODE TO WS-PAT-DAY
               PERFORM 2180-LOOKUP-SHIFT-DEF
               IF NOT SHIFT-DEF-FOUND
                   DISPLAY "*** Shift code " WS-INPUT-SHIFT-CODE
                       " is not defined on SHIFTDEF ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           ELSE
               MOVE WS-INPUT-ROT-CODE TO ROT-CODE
               READ ROTA-PAT-FILE
                   INVALID KEY
                       DISPLAY "*** Rotation pattern "
                           WS-INPUT-ROT-CODE " is not on file - "
                           "set it up with P first ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   NOT INVALID KEY
                       DISPLAY "Pattern: " ROT-DESC
               END-READ
           END-IF.
           IF WS-INPUT-REASON = SPACES
               DISPLAY "*** Reason cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.

      * Reads every entry of the same kind for the employee and
      * refuses the new one if any other entry's date range touches
      * it - two overrides (or two rotations) covering one date
      * would leave the readers two answers. The entry with the same
      * from-date is the one being replaced, not a conflict.
       2160-CHECK-OVERLAP.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-INPUT-EMP-ID TO SOV-EMP-ID.
           MOVE WS-INPUT-KIND   TO SOV-KIND.
           MOVE ZERO            TO SOV-FROM-DATE.
           START SCHED-OVR-FILE KEY NOT < SOV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2165-CHECK-NEXT-ENTRY
               UNTIL SCAN-EOF OR NOT ENTRY-IS-VALID.

       2165-CHECK-NEXT-ENTRY.
           READ SCHED-OVR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF SOV-EMP-ID NOT = WS-INPUT-EMP-ID
                       OR SOV-KIND NOT = WS-INPUT-KIND
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF SOV-FROM-DATE NOT = WS-INPUT-FROM-NUM
                           AND SOV-FROM-DATE NOT > WS-INPUT-TO-NUM
                           AND SOV-TO-DATE NOT < WS-INPUT-FROM-NUM
                           DISPLAY "*** Overlaps the entry from "
                               SOV-FROM-DATE " to " SOV-TO-DATE
                               " - entry not saved ***"
                           MOVE "N" TO WS-ENTRY-VALID-SW
                       END-IF
                   END-IF
           END-READ.

      * The key is READ first - that one read decides add versus
      * replace AND captures the before image for the journal.
       2170-WRITE-ENTRY.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-EMP-ID   TO SOV-EMP-ID.
           MOVE WS-INPUT-KIND     TO SOV-KIND.
           MOVE WS-INPUT-FROM-NUM TO SOV-FROM-DATE.
           READ SCHED-OVR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE SCHED-OVR-RECORD TO WS-AUD-BEFORE
           END-READ.
           MOVE WS-INPUT-EMP-ID     TO SOV-EMP-ID.
           MOVE WS-INPUT-KIND       TO SOV-KIND.
           MOVE WS-INPUT-FROM-NUM   TO SOV-FROM-DATE.
           MOVE WS-INPUT-TO-NUM     TO SOV-TO-DATE.
           MOVE WS-INPUT-SHIFT-CODE TO SOV-SHIFT-CODE.
           MOVE WS-INPUT-ROT-CODE   TO SOV-ROT-CODE.
           MOVE WS-INPUT-REASON     TO SOV-REASON.
           MOVE "SCHEDOVR"          TO WS-AUD-FILE-NAME.
           MOVE WS-INPUT-EMP-ID     TO WS-AUD-KEY.
           IF RECORD-ON-FILE
               REWRITE SCHED-OVR-RECORD
                   INVALID KEY
                       DISPLAY "*** SCHEDOVR rewrite failed "
                           "(status " WS-SOV-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Schedule entry replaced."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE SCHED-OVR-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE SCHED-OVR-RECORD
                   INVALID KEY
                       DISPLAY "*** SCHEDOVR write failed "
                           "(status " WS-SOV-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Schedule entry added."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE SCHED-OVR-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * Looks WS-PAT-DAY up in the loaded shift definitions.
       2180-LOOKUP-SHIFT-DEF.
           MOVE "N" TO WS-SHD-FOUND-SW.
           SET WS-SHD-IDX TO 1.
           SEARCH WS-SHD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SHD-IDX <= WS-SHD-TABLE-USED
                   AND WS-SHD-SHIFT-CODE (WS-SHD-IDX) = WS-PAT-DAY
                   MOVE "Y" TO WS-SHD-FOUND-SW
           END-SEARCH.

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

      * Removes one schedule entry, identified by employee, kind
      * and from-date. Read first here too, so the journal carries
      * the record being removed - the read doubles as the
      * not-found check.
       2200-DELETE-ENTRY.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           DISPLAY "Kind (S = shift override, R = rotation): ".
           ACCEPT WS-INPUT-KIND.
           IF WS-INPUT-KIND = "s"
               MOVE "S" TO WS-INPUT-KIND
           END-IF.
           IF WS-INPUT-KIND = "r"
               MOVE "R" TO WS-INPUT-KIND
           END-IF.
           DISPLAY "From date (YYYYMMDD): ".
           ACCEPT WS-INPUT-FROM-DATE.
           IF WS-INPUT-FROM-NUM IS NOT NUMERIC
               DISPLAY "*** Date must be YYYYMMDD ***"
           ELSE
               MOVE WS-INPUT-EMP-ID   TO SOV-EMP-ID
               MOVE WS-INPUT-KIND     TO SOV-KIND
               MOVE WS-INPUT-FROM-NUM TO SOV-FROM-DATE
               READ SCHED-OVR-FILE
                   INVALID KEY
                       DISPLAY "*** Schedule entry not found ***"
                   NOT INVALID KEY
                       PERFORM 2250-DELETE-FOUND-ENTRY
               END-READ
           END-IF.

       2250-DELETE-FOUND-ENTRY.
           MOVE SCHED-OVR-RECORD TO WS-AUD-BEFORE.
           DELETE SCHED-OVR-FILE RECORD
               INVALID KEY
                   DISPLAY "*** SCHEDOVR delete failed "
                       "(status " WS-SOV-STATUS ") ***"
               NOT INVALID KEY
                   DISPLAY "Schedule entry deleted."
                   MOVE "SCHEDOVR"      TO WS-AUD-FILE-NAME
                   MOVE WS-INPUT-EMP-ID TO WS-AUD-KEY
                   MOVE "D" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-DELETE.

      * Lists one employee's entries in key order - rotation
      * assignments, then shift overrides, each by from-date:
      * position at the employee's lowest key and READ NEXT until
      * the ID changes.
       2300-LIST-EMPLOYEE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO SOV-KEY.
           MOVE WS-INPUT-EMP-ID TO SOV-EMP-ID.
           START SCHED-OVR-FILE KEY NOT < SOV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2350-LIST-NEXT-ENTRY UNTIL SCAN-EOF.

       2350-LIST-NEXT-ENTRY.
           READ SCHED-OVR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF SOV-EMP-ID NOT = WS-INPUT-EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       DISPLAY SOV-EMP-ID " " SOV-KIND " "
                           SOV-FROM-DATE " - " SOV-TO-DATE
                           " SHIFT " SOV-SHIFT-CODE
                           " ROTATION " SOV-ROT-CODE " "
                           SOV-REASON
                   END-IF
           END-READ.

      * Sets up a rotation pattern, or replaces the one already on
      * file under the code. Everything is validated before
      * anything is written.
       2500-ADD-OR-UPDATE-PATTERN.
           DISPLAY "Rotation pattern code (4 chars): ".
           ACCEPT WS-INPUT-PAT-CODE.
           IF WS-INPUT-PAT-CODE = SPACES
               DISPLAY "*** Pattern code cannot be blank ***"
           ELSE
               DISPLAY "Description: "
               ACCEPT WS-INPUT-PAT-DESC
               DISPLAY "Anchor date - day 1 of the cycle "
                   "(YYYYMMDD): "
               ACCEPT WS-INPUT-ANCHOR-DATE
               DISPLAY "Cycle length in days (01-28): "
               ACCEPT WS-INPUT-CYCLE
               DISPLAY "Pattern - one shift code per day, "
                   "- for a rest day: "
               ACCEPT WS-INPUT-PATTERN
               PERFORM 2550-VALIDATE-PATTERN
               IF ENTRY-IS-VALID
                   PERFORM 2570-WRITE-PATTERN
               END-IF
           END-IF.

      * A description is required; the anchor must be a real date;
      * the cycle is 01-28 days; each day of the cycle must be a
      * SHIFTDEF shift code or "-", with at least one working day.
      * Anything keyed past the cycle length is dropped.
       2550-VALIDATE-PATTERN.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           IF WS-INPUT-PAT-DESC = SPACES
               DISPLAY "*** Description cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           IF WS-INPUT-ANCHOR-NUM IS NOT NUMERIC
               DISPLAY "*** Anchor date must be YYYYMMDD ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               MOVE WS-INPUT-ANCHOR-NUM TO WS-CHECK-DATE
               PERFORM 2190-CHECK-DATE
               IF NOT DATE-IS-VALID
                   DISPLAY "*** Not a valid date: " WS-CHECK-DATE
                       " ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF WS-INPUT-CYCLE-NUM IS NOT NUMERIC
               DISPLAY "*** Cycle length must be two digits ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               IF WS-INPUT-CYCLE-NUM < 1 OR WS-INPUT-CYCLE-NUM > 28
                   DISPLAY "*** Cycle length must be 01 to 28 "
                       "days ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 2560-VALIDATE-PATTERN-DAYS
           END-IF.

       2560-VALIDATE-PATTERN-DAYS.
           MOVE ZERO TO WS-PAT-WORK-DAYS.
           PERFORM VARYING WS-PAT-POS FROM 1 BY 1
                   UNTIL WS-PAT-POS > WS-INPUT-CYCLE-NUM
               MOVE WS-INPUT-PATTERN (WS-PAT-POS:1) TO WS-PAT-DAY
               IF WS-PAT-DAY NOT = "-"
                   PERFORM 2180-LOOKUP-SHIFT-DEF
                   IF SHIFT-DEF-FOUND
                       ADD 1 TO WS-PAT-WORK-DAYS
                   ELSE
                       DISPLAY "*** Day " WS-PAT-POS ": shift code "
                           "'" WS-PAT-DAY "' is not defined on "
                           "SHIFTDEF ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF ENTRY-IS-VALID AND WS-PAT-WORK-DAYS = ZERO
               DISPLAY "*** A pattern needs at least one working "
                   "day ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           IF WS-INPUT-CYCLE-NUM < 28
               MOVE SPACES TO WS-INPUT-PATTERN
                   (WS-INPUT-CYCLE-NUM + 1:)
           END-IF.

      * The code is READ first - that one read decides add versus
      * replace AND captures the before image for the journal.
       2570-WRITE-PATTERN.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-PAT-CODE TO ROT-CODE.
           READ ROTA-PAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE ROTATION-PAT-RECORD TO WS-AUD-BEFORE
           END-READ.
           MOVE WS-INPUT-PAT-CODE   TO ROT-CODE.
           MOVE WS-INPUT-PAT-DESC   TO ROT-DESC.
           MOVE WS-INPUT-ANCHOR-NUM TO ROT-ANCHOR-DATE.
           MOVE WS-INPUT-CYCLE-NUM  TO ROT-CYCLE-DAYS.
           MOVE WS-INPUT-PATTERN    TO ROT-PATTERN.
           MOVE "ROTAPAT "          TO WS-AUD-FILE-NAME.
           MOVE WS-INPUT-PAT-CODE   TO WS-AUD-KEY.
           IF RECORD-ON-FILE
               REWRITE ROTATION-PAT-RECORD
                   INVALID KEY
                       DISPLAY "*** ROTAPAT rewrite failed "
                           "(status " WS-ROTPAT-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Rotation pattern replaced."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE ROTATION-PAT-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE ROTATION-PAT-RECORD
                   INVALID KEY
                       DISPLAY "*** ROTAPAT write failed "
                           "(status " WS-ROTPAT-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Rotation pattern added."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE ROTATION-PAT-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * A pattern any rotation assignment still names cannot go -
      * the employees on it would silently drop back to their
      * master shifts. The whole override file is scanned for a
      * reference first; end or reassign those entries, then
      * delete the pattern.
       2600-DELETE-PATTERN.
           DISPLAY "Rotation pattern code to delete: ".
           ACCEPT WS-INPUT-PAT-CODE.
           MOVE WS-INPUT-PAT-CODE TO ROT-CODE.
           READ ROTA-PAT-FILE
               INVALID KEY
                   DISPLAY "*** Rotation pattern not found ***"
               NOT INVALID KEY
                   PERFORM 2620-CHECK-PATTERN-IN-USE
                   IF PATTERN-IN-USE
                       DISPLAY "*** Pattern is still assigned to "
                           "employee " SOV-EMP-ID " from "
                           SOV-FROM-DATE " - not deleted ***"
                   ELSE
                       PERFORM 2650-DELETE-FOUND-PATTERN
                   END-IF
           END-READ.

       2620-CHECK-PATTERN-IN-USE.
           MOVE "N" TO WS-PAT-IN-USE-SW WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO SOV-KEY.
           START SCHED-OVR-FILE KEY NOT < SOV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2630-CHECK-NEXT-REFERENCE
               UNTIL SCAN-EOF OR PATTERN-IN-USE.

       2630-CHECK-NEXT-REFERENCE.
           READ SCHED-OVR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF SOV-IS-ROTATION
                       AND SOV-ROT-CODE = WS-INPUT-PAT-CODE
                       MOVE "Y" TO WS-PAT-IN-USE-SW
                   END-IF
           END-READ.

       2650-DELETE-FOUND-PATTERN.
           MOVE ROTATION-PAT-RECORD TO WS-AUD-BEFORE.
           DELETE ROTA-PAT-FILE RECORD
               INVALID KEY
                   DISPLAY "*** ROTAPAT delete failed "
                       "(status " WS-ROTPAT-STATUS ") ***"
               NOT INVALID KEY
                   DISPLAY "Rotation pattern deleted."
                   MOVE "ROTAPAT "        TO WS-AUD-FILE-NAME
                   MOVE WS-INPUT-PAT-CODE TO WS-AUD-KEY
                   MOVE "D" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-DELETE.

      * Lists every pattern in code order: position at the lowest
      * key and READ NEXT to the end.
       2700-LIST-PATTERNS.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO ROT-CODE.
           START ROTA-PAT-FILE KEY NOT < ROT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2750-LIST-NEXT-PATTERN UNTIL SCAN-EOF.

       2750-LIST-NEXT-PATTERN.
           READ ROTA-PAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   DISPLAY ROT-CODE " " ROT-DESC " FROM "
                       ROT-ANCHOR-DATE " CYCLE " ROT-CYCLE-DAYS " "
                       ROT-PATTERN
           END-READ.

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
           MOVE "SCHDMNT "       TO MA-PROGRAM.
           MOVE WS-AUD-FILE-NAME TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION    TO MA-ACTION.
           MOVE WS-AUD-KEY       TO MA-KEY.
           MOVE WS-AUD-BEFORE    TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER     TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
