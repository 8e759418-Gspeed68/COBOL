      * DEPTMAST.CPY
      * Record layout for the DEPTMAST department master, keyed by
      * department code - the same four-character code EMP-DEPT
      * carries on EMPMAST. Until this file existed a department
      * was only ever a code typed into the HR extract, so a typo
      * there created a new "department" nobody supervised. Now
      * EMPLOAD refuses an employee whose department is not on file,
      * and the exception reports head each department's section
      * with the supervisor named here.
      *
      * DEPT-SUPV-EMP-ID is the EMPMAST employee the department's
      * exceptions go to; blank means none has been named yet. The
      * supervisor of an active department is also who may override
      * a presence refusal at HELLOWORLD or VISSIGN.
      * DEPT-ACTIVE-FLAG retires a department without deleting it,
      * so the history of employees once booked to it still
      * resolves: EMPLOAD will not book anyone new into an inactive
      * department, but the reports still print its name.
      * Maintained by DEPTMNT, which journals every change to
      * MSTAUDIT.
       01  DEPTMAST-RECORD.
           05  DEPT-CODE           PIC X(4).
           05  DEPT-DESC           PIC X(30).
           05  DEPT-COST-CENTER    PIC X(8).
           05  DEPT-SUPV-EMP-ID    PIC X(6).
           05  DEPT-ACTIVE-FLAG    PIC X(1).
               88  DEPT-IS-ACTIVE              VALUE "Y".
               88  DEPT-IS-INACTIVE            VALUE "N".
