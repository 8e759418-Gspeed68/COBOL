      * LEAVTAKN.CPY
      * Record layout for the LEAVTAKN leave-taken file: one record
      * for each employee ROSTGEN left off a day's roster because
      * an approved absence covered the date - a day they would
      * have worked on their effective shift and that HOLCAL did
      * not close, so exactly a day of leave taken. ROSTGEN appends
      * to it every run; LEAVEDED deducts each day from LEAVEBAL
      * every night (see copybooks/LEAVEBAL.CPY) and then empties
      * the file for ROSTGEN to start afresh.
      * NOTE: separator bytes are named fields (LVT-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  LEAVE-TAKEN-RECORD.
           05  LVT-EMP-ID          PIC X(6).
           05  LVT-FILL-1          PIC X.
           05  LVT-ABSENCE-TYPE    PIC X(2).
           05  LVT-FILL-2          PIC X.
           05  LVT-LEAVE-DATE      PIC 9(8).
           05  LVT-FILL-3          PIC X.
           05  LVT-SHIFT-CODE      PIC X(1).
