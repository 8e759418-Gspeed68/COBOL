      * SCHEDOVR.CPY
      * Record layout for the SCHEDOVR schedule-override file, keyed
      * by employee ID, entry kind and from-date. EMP-SHIFT-CODE on
      * EMPMAST is an employee's NORMAL shift; every shift swap, a
      * week covering nights, or a crew that rotates through a
      * cycle used to leave ROSTGEN rostering them on the wrong
      * shift, LATERPT judging them against the wrong start time
      * and NOSHOW reporting them missing from a shift they were
      * never on. An entry here says what the employee actually
      * works between two dates (inclusive), and every program that
      * needs "their shift on date D" resolves it through this file
      * before falling back to EMP-SHIFT-CODE.
      *
      * Two kinds of entry:
      *   S - a dated shift override: SOV-SHIFT-CODE (a SHIFTDEF
      *       code) is worked on every date in the range;
      *   R - a rotation assignment: the employee follows the
      *       ROTAPAT rotation pattern SOV-ROT-CODE (see
      *       copybooks/ROTAPAT.CPY) on every date in the range,
      *       normally open-ended (SOV-TO-DATE 99999999).
      * Entries of the same kind may not overlap for one employee.
      * A shift override may sit inside a rotation assignment - a
      * rotating crew member swapping a week - and where both cover
      * a date the shift override wins.
      *
      * SOV-REASON is free text for the audit trail (swap with
      * whom, cover for what). Maintained by SCHDMNT, which
      * journals every change to MSTAUDIT.
       01  SCHED-OVR-RECORD.
           05  SOV-KEY.
               10  SOV-EMP-ID      PIC X(6).
               10  SOV-KIND        PIC X(1).
                   88  SOV-IS-SHIFT-OVERRIDE   VALUE "S".
                   88  SOV-IS-ROTATION         VALUE "R".
               10  SOV-FROM-DATE   PIC 9(8).
           05  SOV-TO-DATE         PIC 9(8).
           05  SOV-SHIFT-CODE      PIC X(1).
           05  SOV-ROT-CODE        PIC X(4).
           05  SOV-REASON          PIC X(30).
