      * TADJTBL.CPY
      * WORKING-STORAGE table of the run date's approved time
      * adjustments, loaded from TIME-ADJ-FILE (see TIMEADJ.CPY) -
      * the same bounded-table pattern HOLTBL.CPY uses for the
      * calendar. COPYed into the programs that apply corrections on
      * top of the DAYEVT extract (HOURSRPT, PAYEXTR). Sized 500: a
      * day's corrections are a handful per shift, and the loaders
      * guard the limit. WS-TA-APPLIED marks an entry once its
      * employee's day has been rolled up, so an employee with
      * corrections but no logged events at all is still picked up
      * after the extract runs out.
       01  WS-TA-TABLE-USED         PIC 9(3)   VALUE ZERO.
       01  WS-TA-TABLE.
           05  WS-TA-ENTRY          OCCURS 500 TIMES
                                     INDEXED BY WS-TA-IDX.
               10  WS-TA-EMP-ID     PIC X(6).
               10  WS-TA-NAME       PIC X(30).
               10  WS-TA-PUNCH-DATE PIC 9(8).
               10  WS-TA-PUNCH-TIME PIC 9(8).
               10  WS-TA-EVENT-TYPE PIC X(2).
                   88  WS-TA-SIGN-IN           VALUE "EI".
                   88  WS-TA-SIGN-OUT          VALUE "EO".
               10  WS-TA-ACTION     PIC X(1).
                   88  WS-TA-REPLACES          VALUE "R".
               10  WS-TA-APPLIED    PIC X(1).
                   88  WS-TA-IS-APPLIED        VALUE "Y".
