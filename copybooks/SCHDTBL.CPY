      * SCHDTBL.CPY
      * WORKING-STORAGE for resolving an employee's EFFECTIVE shift
      * on a date - the SCHEDOVR override or rotation that covers
      * it, else EMP-SHIFT-CODE - in the programs that roster or
      * judge against a shift (ROSTGEN, LOGEXTR, LATERPT, NOSHOW).
      * See copybooks/SCHEDOVR.CPY and copybooks/ROTAPAT.CPY.
      *
      * Only the override entries that touch the dates a run cares
      * about (WS-SCHD-LOW-DATE through WS-SCHD-HIGH-DATE, set by
      * the caller before loading) are kept, so the table holds a
      * day's worth of overrides, not the file's whole history.
      * Sized with the same full-table guard the leave table uses.
       01  WS-SCHD-LOW-DATE         PIC 9(8)   VALUE ZERO.
       01  WS-SCHD-HIGH-DATE        PIC 9(8)   VALUE ZERO.
       01  WS-SOV-TABLE-USED        PIC 9(3)   VALUE ZERO.
       01  WS-SOV-TABLE.
           05  WS-SOV-ENTRY         OCCURS 500 TIMES
                                     INDEXED BY WS-SOV-IDX.
               10  WS-SOV-EMP-ID    PIC X(6).
               10  WS-SOV-KIND      PIC X(1).
               10  WS-SOV-FROM      PIC 9(8).
               10  WS-SOV-TO        PIC 9(8).
               10  WS-SOV-SHIFT     PIC X(1).
               10  WS-SOV-ROT-CODE  PIC X(4).

      * Every rotation pattern on file - a handful of crew cycles.
       01  WS-ROT-TABLE-USED        PIC 9(2)   VALUE ZERO.
       01  WS-ROT-TABLE.
           05  WS-ROT-ENTRY         OCCURS 50 TIMES
                                     INDEXED BY WS-ROT-IDX.
               10  WS-ROT-CODE      PIC X(4).
               10  WS-ROT-ANCHOR    PIC 9(8).
               10  WS-ROT-CYCLE     PIC 9(2).
               10  WS-ROT-PATTERN   PIC X(28).

      * The question and the answer. The caller sets the employee,
      * the date and the master's shift code; the resolving
      * paragraph returns the shift actually worked that date,
      * where it came from (M master, O override, R rotation), and
      * whether the date is a rotation rest day - in which case
      * WS-EFF-SHIFT-CODE is blank: there is no shift to work.
       01  WS-SCHD-EMP-ID           PIC X(6).
       01  WS-SCHD-DATE             PIC 9(8).
       01  WS-SCHD-BASE-SHIFT       PIC X(1).
       01  WS-EFF-SHIFT-CODE        PIC X(1).
       01  WS-SCHD-SOURCE           PIC X(1).
           88  SCHD-FROM-MASTER                VALUE "M".
           88  SCHD-FROM-OVERRIDE              VALUE "O".
           88  SCHD-FROM-ROTATION              VALUE "R".
       01  WS-SCHD-REST-SW          PIC X      VALUE "N".
           88  SCHD-IS-REST-DAY                VALUE "Y".
       01  WS-SCHD-OVR-FOUND-SW     PIC X      VALUE "N".
           88  SCHD-OVERRIDE-FOUND             VALUE "Y".
       01  WS-SCHD-ROT-CODE         PIC X(4).
       01  WS-SCHD-CYCLE-POS        PIC 9(2).
