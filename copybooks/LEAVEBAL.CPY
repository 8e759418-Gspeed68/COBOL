      * LEAVEBAL.CPY
      * Record layout for the LEAVEBAL leave-balance file, keyed by
      * employee and absence type (the LVE-ABSENCE-TYPE codes on
      * LEAVEABS): how many days of each kind of leave an employee
      * is due. Before this file nothing stopped a week's vacation
      * being keyed for someone with two days left.
      *
      * The leave year's figures always satisfy
      *     LVB-BALANCE-DAYS = LVB-CARRIED-DAYS + LVB-ACCRUED-DAYS
      *                      + LVB-ADJUSTED-DAYS - LVB-TAKEN-DAYS
      * - carried in from last year, credited by this year's
      * LEAVEACR accrual run, adjusted by HR through LEAVEMNT, and
      * taken so far. LVB-BOOKED-DAYS is approved leave not taken
      * yet; what an employee can still ask for is the balance less
      * the booked days. LEAVEDED moves a day from booked to taken
      * each night for every day ROSTGEN left the employee off the
      * roster for leave, and LVB-LAST-TAKEN-DATE is the last day
      * it did so - a day never comes off twice.
      *
      * LVB-ENFORCE-FLAG N marks a type that is counted but not
      * limited (sick or unpaid leave, say): LEAVEMNT approves it
      * whatever the balance, and the balance may go below zero.
      * LVB-LEAVE-YEAR is the year the last accrual credited, which
      * is what stops LEAVEACR crediting a year twice; zero on a
      * balance LEAVEMNT opened that no accrual has credited yet.
       01  LEAVE-BAL-RECORD.
           05  LVB-KEY.
               10  LVB-EMP-ID      PIC X(6).
               10  LVB-ABSENCE-TYPE PIC X(2).
           05  LVB-ENFORCE-FLAG    PIC X(1).
               88  LVB-IS-ENFORCED             VALUE "Y".
               88  LVB-NOT-ENFORCED            VALUE "N".
           05  LVB-LEAVE-YEAR      PIC 9(4).
           05  LVB-CARRIED-DAYS    PIC S9(3).
           05  LVB-ACCRUED-DAYS    PIC 9(3).
           05  LVB-ADJUSTED-DAYS   PIC S9(3).
           05  LVB-TAKEN-DAYS      PIC 9(3).
           05  LVB-BOOKED-DAYS     PIC 9(3).
           05  LVB-BALANCE-DAYS    PIC S9(4).
           05  LVB-LAST-TAKEN-DATE PIC 9(8).
