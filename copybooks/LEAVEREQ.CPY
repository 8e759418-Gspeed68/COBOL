      * LEAVEREQ.CPY
      * Record layout for the LEAVEREQ leave-request file, keyed by
      * employee and first day of leave: one record per absence
      * LEAVEMNT has approved. An absence is only approved once the
      * employee is on EMPMAST, it overlaps none of their other
      * absences, and - for an absence type whose balance is
      * enforced - they have the days for it on LEAVEBAL (see
      * copybooks/LEAVEBAL.CPY). LEAVEMNT writes LEAVEABS, the file
      * ROSTGEN reads, from this file.
      *
      * LVR-DAYS is the number of working days the absence was
      * booked against the balance for: the dates from/to that the
      * employee would otherwise have worked, leaving out rotation
      * rest days and HOLCAL closures of their shift. Records
      * carried over from the hand-built LEAVEABS when this file
      * was first created were never booked, and carry zero.
      * Maintained by LEAVEMNT, which journals every change to
      * MSTAUDIT.
       01  LEAVE-REQ-RECORD.
           05  LVR-KEY.
               10  LVR-EMP-ID      PIC X(6).
               10  LVR-FROM-DATE   PIC 9(8).
           05  LVR-TO-DATE         PIC 9(8).
           05  LVR-ABSENCE-TYPE    PIC X(2).
           05  LVR-DAYS            PIC 9(3).
           05  LVR-ENTERED-DATE    PIC 9(8).
