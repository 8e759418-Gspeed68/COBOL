      * LEAVEABS.CPY
      * Record layout for the LEAVEABS leave/absence file ROSTGEN
      * reads: one record per absence, employee ID, absence type
      * and the inclusive from/to dates. The file used to be built
      * by hand; LEAVEMNT now writes it whole from the approved
      * requests on the LEAVEREQ file (see copybooks/LEAVEREQ.CPY),
      * so everything on it has been checked against EMPMAST, the
      * employee's other absences and their leave balance.
      * NOTE: separator bytes are named fields (LVE-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  LEAVE-RECORD.
           05  LVE-EMP-ID          PIC X(6).
           05  LVE-FILL-1          PIC X.
           05  LVE-ABSENCE-TYPE    PIC X(2).
           05  LVE-FILL-2          PIC X.
           05  LVE-FROM-DATE       PIC 9(8).
           05  LVE-FILL-3          PIC X.
           05  LVE-TO-DATE         PIC 9(8).
