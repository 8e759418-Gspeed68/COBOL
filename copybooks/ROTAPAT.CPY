      * ROTAPAT.CPY
      * Record layout for the ROTAPAT rotation-pattern file, keyed
      * by rotation code. A pattern is a repeating cycle of days
      * anchored to a start date: ROT-PATTERN carries one character
      * per day of the cycle - a SHIFTDEF shift code for a working
      * day, "-" for a rest day - and only its first ROT-CYCLE-DAYS
      * characters are used. A four-on/four-off day crew is cycle 8,
      * pattern "AAAA----"; a crew that also swings to nights might
      * be cycle 16, "AAAA----CCCC----".
      *
      * ROT-ANCHOR-DATE is day 1 of the cycle. The position for any
      * date is the days elapsed since the anchor, modulo the cycle
      * length, so a pattern holds good for dates before the anchor
      * as well as after it.
      *
      * Employees are put on a pattern by an R (rotation) entry on
      * SCHEDOVR - see copybooks/SCHEDOVR.CPY. Maintained by
      * SCHDMNT, which journals every change to MSTAUDIT.
       01  ROTATION-PAT-RECORD.
           05  ROT-CODE            PIC X(4).
           05  ROT-DESC            PIC X(30).
           05  ROT-ANCHOR-DATE     PIC 9(8).
           05  ROT-CYCLE-DAYS      PIC 9(2).
           05  ROT-PATTERN         PIC X(28).
