           05  EMP-DEPT            PIC X(4).
           05  EMP-SHIFT-CODE      PIC X(1).
           05  EMP-LANG-CODE       PIC X(2).
      * Employment status. EMP-HIRE-DATE and EMP-TERM-DATE are
      * YYYYMMDD, zero when HR has not supplied one (a current
      * employee carries a zero termination date). EMP-ACTIVE-FLAG
      * is what the sign-in programs and the roster actually test:
      * "N" once the employee is terminated. A record loaded before
      * the flag existed carries a space, which counts as active.
           05  EMP-HIRE-DATE       PIC 9(8).
           05  EMP-TERM-DATE       PIC 9(8).
           05  EMP-ACTIVE-FLAG     PIC X(1).
               88  EMP-IS-ACTIVE               VALUE "Y" " ".
               88  EMP-IS-INACTIVE             VALUE "N".
