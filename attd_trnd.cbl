      * ATTDTRND is the monthly attendance trend report by
      * department. Every other report covers one day or one range
      * of individual employees, and "is attendance getting worse?"
      * was being answered by hand from stacks of NOSHOW and LATERPT
      * printouts. This report takes a rolling twelve months ending
      * with the report month and prints, for each department and
      * each month:
      *   - attendance rate: days present against days rostered;
      *   - late-arrival rate: late arrivals against days present;
      *   - no-show count;
      *   - average hours on site per day worked;
      *   - overtime hours.
      * It then marks each department whose report month moved by
      * more than the card's percentage against its twelve-month
      * figure, names the figures that moved, and writes the same
      * figures to the comma-delimited ATTDCSV file for the plant
      * manager's spreadsheet.
      *
      * Where the figures come from:
      *   - Days rostered are worked out for every employee and day
      *     the way ROSTGEN rosters them: the effective shift for
      *     the date (SCHEDOVR override, ROTAPAT rotation, else the
      *     EMPMAST shift code - see copybooks/SCHDTBL.CPY), less
      *     rotation rest days, HOLCAL closures of that shift,
      *     approved absences on LEAVEREQ, and days before the hire
      *     date or after the termination date.
      *   - Days present are the rostered days the employee signed
      *     in at least once, from the SIGNHIST monthly history
      *     files (with the live log concatenated after them for
      *     the month not archived yet - see jcl/ATTDTRND.jcl).
      *   - Late arrivals and no-shows are the LA and NS records on
      *     OCCFILE, counted once per employee, type and date, as
      *     OCCRPT counts them, so a rerun's duplicates add nothing.
      *   - Hours on site are the paired days HOURSRPT posted to
      *     HRSWEEK, each in the month of its own date. Overtime is
      *     each week's minutes over the weekly threshold (OVERTRPT's
      *     40 hours unless the card says otherwise), counted in the
      *     month the week starts.
      * An employee's figures go to their department on EMPMAST
      * today - the masters keep no department history.
      *
      * The twelve-month figure a month is judged against pools the
      * twelve months: the rates and average hours from the twelve
      * months' totals, the no-shows and overtime as a monthly
      * average over the months the department had anyone rostered.
      * A figure whose twelve-month value is zero has nothing to
      * move against and is never marked.
      *
      * The SYSIN card: columns 1-6 the report month (YYYYMM, blank
      * for the month before the run date), columns 8-10 the
      * percentage move that marks a department (default 010),
      * columns 12-14 the weekly overtime threshold in hours
      * (default 040). Departments print in DEPTMAST order, headed
      * with their description; a department not on DEPTMAST prints
      * after them.
      * See jcl/ATTDTRND.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTDTRND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SIGN-HIST-FILE is the monthly SIGNHIST history files LOGARCH
      * writes, concatenated under one DD.
           SELECT SIGN-HIST-FILE ASSIGN TO "SIGNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * OCCURRENCE-FILE is the attendance occurrence master - see
      * copybooks/OCCFILE.CPY.
           SELECT OCCURRENCE-FILE ASSIGN TO "OCCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCC-STATUS.

      * HRS-WEEK-FILE is the weekly hours master, keyed by employee
      * ID and week-start date - see copybooks/HRSWEEK.CPY.
           SELECT HRS-WEEK-FILE ASSIGN TO "HRSWEEK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HW-KEY
               FILE STATUS IS WS-HW-STATUS.

      * EMPMAST-FILE is read start to finish: every employee's
      * rostered days are worked out whether they signed in or not.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * DEPTMAST-FILE gives the departments their order and their
      * headings - see copybooks/DEPTMAST.CPY. Optional.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * SCHED-OVR-FILE, ROTA-PAT-FILE, HOL-CAL-FILE and
      * LEAVE-REQ-FILE decide which days were rostered - see the
      * header comment. All four are optional.
           SELECT SCHED-OVR-FILE ASSIGN TO "SCHEDOVR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOV-KEY
               FILE STATUS IS WS-SOV-STATUS.

           SELECT ROTA-PAT-FILE ASSIGN TO "ROTAPAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROT-CODE
               FILE STATUS IS WS-ROTPAT-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT LEAVE-REQ-FILE ASSIGN TO "LEAVEREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-KEY
               FILE STATUS IS WS-LVR-STATUS.

      * SORTED-SIGNINS holds the window's employee sign-ins by
      * employee and date; SORTED-OCC the window's occurrences by
      * employee, date and type.
           SELECT SORTED-SIGNINS ASSIGN TO "SSIGNTRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-STATUS.

           SELECT SORTED-OCC ASSIGN TO "SOCCTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

      * TREND-RPT is the printed report for plant management;
      * TREND-CSV the same figures, comma-delimited.
           SELECT TREND-RPT ASSIGN TO "ATTDTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TREND-CSV ASSIGN TO "ATTDCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SORT-WK1 ASSIGN TO "SWK1".

           SELECT SORT-WK2 ASSIGN TO "SWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  SIGN-HIST-FILE.
           COPY "SIGNLOG.CPY".

       FD  OCCURRENCE-FILE.
           COPY "OCCFILE.CPY".

       FD  HRS-WEEK-FILE.
           COPY "HRSWEEK.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

       FD  SCHED-OVR-FILE.
           COPY "SCHEDOVR.CPY".

       FD  ROTA-PAT-FILE.
           COPY "ROTAPAT.CPY".

       FD  HOL-CAL-FILE.
           COPY "HOLCAL.CPY".

       FD  LEAVE-REQ-FILE.
           COPY "LEAVEREQ.CPY".

      * SORTED-SIGNINS and SORT-WK1 mirror SIGNLOG.CPY's byte layout
      * field-for-field but under their own names, the same as every
      * other program that sorts the log.
       FD  SORTED-SIGNINS.
       01  SORTED-SIGNIN-RECORD.
           05  SS-DATE             PIC 9(8).
           05  SS-FILL-1           PIC X.
           05  SS-TIME             PIC 9(8).
           05  SS-FILL-2           PIC X.
           05  SS-TERM-ID          PIC X(8).
           05  SS-FILL-3           PIC X.
           05  SS-EMP-ID           PIC X(6).
           05  SS-FILL-4           PIC X.
           05  SS-NAME             PIC X(30).
           05  SS-OVERFLOW-FLAG    PIC X.
           05  SS-FILL-5           PIC X.
           05  SS-EVENT-TYPE       PIC X(2).

       SD  SORT-WK1.
       01  SW1-RECORD.
           05  SW1-DATE            PIC 9(8).
           05  SW1-FILL-1          PIC X.
           05  SW1-TIME            PIC 9(8).
           05  SW1-FILL-2          PIC X.
           05  SW1-TERM-ID         PIC X(8).
           05  SW1-FILL-3          PIC X.
           05  SW1-EMP-ID          PIC X(6).
           05  SW1-FILL-4          PIC X.
           05  SW1-NAME            PIC X(30).
           05  SW1-OVERFLOW-FLAG   PIC X.
           05  SW1-FILL-5          PIC X.
           05  SW1-EVENT-TYPE      PIC X(2).

      * SORTED-OCC and SORT-WK2 mirror OCCFILE.CPY the same way.
       FD  SORTED-OCC.
       01  SORTED-OCC-RECORD.
           05  SO-DATE             PIC 9(8).
           05  SO-FILL-1           PIC X.
           05  SO-EMP-ID           PIC X(6).
           05  SO-FILL-2           PIC X.
           05  SO-EVENT-TYPE       PIC X(2).
               88  SO-IS-NOSHOW                VALUE "NS".
               88  SO-IS-LATE                  VALUE "LA".
           05  SO-FILL-3           PIC X.
           05  SO-MINUTES          PIC 9(4).
           05  SO-FILL-4           PIC X.
           05  SO-PROGRAM          PIC X(8).

       SD  SORT-WK2.
       01  SW2-RECORD.
           05  SW2-DATE            PIC 9(8).
           05  SW2-FILL-1          PIC X.
           05  SW2-EMP-ID          PIC X(6).
           05  SW2-FILL-2          PIC X.
           05  SW2-EVENT-TYPE      PIC X(2).
           05  SW2-FILL-3          PIC X.
           05  SW2-MINUTES         PIC 9(4).
           05  SW2-FILL-4          PIC X.
           05  SW2-PROGRAM         PIC X(8).

       FD  TREND-RPT.
       01  TREND-RPT-RECORD        PIC X(100).

       FD  TREND-CSV.
       01  TREND-CSV-RECORD        PIC X(100).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(2).
           88  HIST-EOF                        VALUE "10".
       01  WS-OCC-STATUS            PIC X(2).
           88  OCC-EOF                         VALUE "10".
       01  WS-HW-STATUS             PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
           88  EMPMAST-EOF                     VALUE "10".
       01  WS-DEPTMAST-STATUS       PIC X(2).
           88  DEPTMAST-EOF                    VALUE "10".
       01  WS-SOV-STATUS            PIC X(2).
       01  WS-ROTPAT-STATUS         PIC X(2).
           88  ROTPAT-EOF                      VALUE "10".
       01  WS-HOL-STATUS            PIC X(2).
           88  HOL-EOF                         VALUE "10".
       01  WS-LVR-STATUS            PIC X(2).
       01  WS-SS-STATUS             PIC X(2).
           88  SS-EOF                          VALUE "10".
       01  WS-SO-STATUS             PIC X(2).
           88  SO-EOF                          VALUE "10".
       01  WS-RPT-STATUS            PIC X(2).
       01  WS-CSV-STATUS            PIC X(2).

      * The SYSIN card - see the header comment.
       01  WS-PARM-CARD             VALUE SPACES.
           05  WS-PARM-MONTH        PIC X(6).
           05  WS-PARM-FILL-1       PIC X.
           05  WS-PARM-PCT          PIC X(3).
           05  WS-PARM-FILL-2       PIC X.
           05  WS-PARM-OT-HOURS     PIC X(3).
       01  WS-PARM-MONTH-NUM REDEFINES WS-PARM-CARD.
           05  WS-PARM-YYYY         PIC 9(4).
           05  WS-PARM-MM           PIC 9(2).
           05  FILLER               PIC X(8).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).
       01  WS-REPORT-YYYY           PIC 9(4).
       01  WS-REPORT-MM             PIC 9(2).
       01  WS-MOVE-PCT              PIC 9(3)   VALUE 10.
       01  WS-OT-HOURS              PIC 9(3)   VALUE 40.
       01  WS-OT-MINUTES            PIC 9(5).

      * The window: the first day of the month eleven months before
      * the report month through the last day of the report month,
      * as dates and as day numbers. Months are counted as
      * YYYY * 12 + MM - 1, so month arithmetic needs no carries.
       01  WS-REPORT-MONTHS         PIC 9(6).
       01  WS-START-MONTHS          PIC 9(6).
       01  WS-WORK-MONTHS           PIC 9(6).
       01  WS-WIN-FROM-DATE         PIC 9(8).
       01  WS-WIN-TO-DATE           PIC 9(8).
       01  WS-WIN-FROM-INT          PIC 9(7).
       01  WS-WIN-TO-INT            PIC 9(7).
       01  WS-WIN-DAYS              PIC 9(3).
       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY         PIC 9(4).
           05  WS-WORK-MM           PIC 9(2).
           05  WS-WORK-DD           PIC 9(2).
       01  WS-WORK-INT              PIC 9(7).

      * The twelve months, oldest first - the report month is the
      * twelfth.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY       OCCURS 12 TIMES.
               10  WS-MONTH-YYYY    PIC 9(4).
               10  WS-MONTH-MM      PIC 9(2).
       01  WS-MONTH-NUM             PIC 9(2).

      * Each day of the window: its date and which of the twelve
      * months it falls in, worked out once up front.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY         OCCURS 366 TIMES.
               10  WS-WIN-DATE      PIC 9(8).
               10  WS-WIN-MONTH     PIC 9(2).
       01  WS-DAY-NUM               PIC 9(3).

      * One employee's window, day by day: rostered, and present.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY         OCCURS 366 TIMES.
               10  WS-DAY-ROSTERED-SW PIC X(1).
                   88  DAY-IS-ROSTERED         VALUE "Y".
               10  WS-DAY-PRESENT-SW PIC X(1).
                   88  DAY-IS-PRESENT          VALUE "Y".

      * The departments and their twelve months of figures. Loaded
      * from DEPTMAST in code order; a department found only on
      * EMPMAST is added at the end. Same bounded table with a full
      * guard as ATTDREG's rollup.
       01  WS-DEPT-TABLE-USED       PIC 9(2)   VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY        OCCURS 50 TIMES
                                     INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE     PIC X(4).
               10  WS-DEPT-DESC     PIC X(30).
               10  WS-DEPT-EMPS     PIC 9(6).
               10  WS-DEPT-MOVED    PIC X(18).
               10  WS-DM-ENTRY      OCCURS 12 TIMES.
                   15  WS-DM-ROSTERED      PIC 9(7).
                   15  WS-DM-PRESENT       PIC 9(7).
                   15  WS-DM-LATE          PIC 9(7).
                   15  WS-DM-NOSHOW        PIC 9(7).
                   15  WS-DM-SITE-MINUTES  PIC 9(9).
                   15  WS-DM-SITE-DAYS     PIC 9(7).
                   15  WS-DM-OT-MINUTES    PIC 9(9).
       01  WS-DEPT-FULL-SW          PIC X      VALUE "N".
           88  DEPT-TABLE-FULL                 VALUE "Y".
       01  WS-CUR-DEPT              PIC X(4).

      * HOLCAL closures inside the window - see copybooks/HOLTBL.CPY.
           COPY "HOLTBL.CPY".
       01  WS-HOLIDAY-SW            PIC X      VALUE "N".
           88  SHIFT-IS-CLOSED                 VALUE "Y".

      * One employee's schedule overrides and every rotation
      * pattern - see copybooks/SCHDTBL.CPY.
           COPY "SCHDTBL.CPY".

      * One employee's approved absences inside the window.
       01  WS-EMP-LVE-USED          PIC 9(3)   VALUE ZERO.
       01  WS-EMP-LVE-TABLE.
           05  WS-EMP-LVE-ENTRY     OCCURS 100 TIMES
                                     INDEXED BY WS-EMP-LVE-IDX.
               10  WS-EMP-LVE-FROM  PIC 9(8).
               10  WS-EMP-LVE-TO    PIC 9(8).
       01  WS-ON-LEAVE-SW           PIC X      VALUE "N".
           88  EMP-IS-ON-LEAVE                 VALUE "Y".

      * Which of the optional files could be opened.
       01  WS-SOV-OPEN-SW           PIC X      VALUE "N".
           88  SCHEDOVR-IS-OPEN                VALUE "Y".
       01  WS-LVR-OPEN-SW           PIC X      VALUE "N".
           88  LEAVEREQ-IS-OPEN                VALUE "Y".
       01  WS-HW-OPEN-SW            PIC X      VALUE "N".
           88  HRSWEEK-IS-OPEN                 VALUE "Y".
       01  WS-SCAN-EOF-SW           PIC X      VALUE "N".
           88  SCAN-EOF                        VALUE "Y".

      * Read-ahead keys for the two sorted streams, HIGH-VALUES at
      * end of file so the merge with EMPMAST needs no EOF tests;
      * and the last occurrence counted, so a rerun's duplicate
      * counts once.
       01  WS-NEXT-SS-EMP-ID        PIC X(6).
       01  WS-NEXT-SO-EMP-ID        PIC X(6).
       01  WS-LAST-OCC-KEY.
           05  WS-LAST-OCC-DATE     PIC 9(8).
           05  WS-LAST-OCC-TYPE     PIC X(2).
       01  WS-HW-LOW-DATE           PIC 9(8).
       01  WS-HW-WEEK-INT           PIC 9(7).
       01  WS-HW-SLOT               PIC 9(1).

      * The figures for one month, or for the twelve together: the
      * counts going in, the figures coming out.
       01  WS-FIG-ROSTERED          PIC 9(7).
       01  WS-FIG-PRESENT           PIC 9(7).
       01  WS-FIG-LATE              PIC 9(7).
       01  WS-FIG-NOSHOW            PIC 9(7).
       01  WS-FIG-SITE-MINUTES      PIC 9(9).
       01  WS-FIG-SITE-DAYS         PIC 9(7).
       01  WS-FIG-OT-MINUTES        PIC 9(9).
       01  WS-FIG-MONTHS            PIC 9(2).
       01  WS-FIG-ATT-PCT           PIC 9(3)V9.
       01  WS-FIG-LATE-PCT          PIC 9(3)V9.
       01  WS-FIG-NOSHOWS           PIC 9(6)V9.
       01  WS-FIG-AVG-HOURS         PIC 9(3)V99.
       01  WS-FIG-OT-HOURS          PIC 9(6)V9.

      * The twelve-month figures, kept to judge the report month.
       01  WS-AVG-ATT-PCT           PIC 9(3)V9.
       01  WS-AVG-LATE-PCT          PIC 9(3)V9.
       01  WS-AVG-NOSHOWS           PIC 9(6)V9.
       01  WS-AVG-AVG-HOURS         PIC 9(3)V99.
       01  WS-AVG-OT-HOURS          PIC 9(6)V9.
       01  WS-ACTIVE-MONTHS         PIC 9(2).

      * One figure against its twelve-month value.
       01  WS-CMP-CUR               PIC 9(6)V99.
       01  WS-CMP-AVG               PIC 9(6)V99.
       01  WS-CMP-DIFF              PIC S9(6)V99.
       01  WS-CMP-MOVED-SW          PIC X      VALUE "N".
           88  FIGURE-MOVED                    VALUE "Y".
       01  WS-MOVED-TEXT            PIC X(18).
       01  WS-MOVED-COUNT           PIC 9(4)   VALUE ZERO.

       01  WS-LINE-LABEL            PIC X(9).
       01  WS-CSV-LABEL             PIC X(6).
       01  WS-ED-COUNT              PIC ZZZZZZ9.
       01  WS-ED-COUNT-2            PIC ZZZZZZ9.
       01  WS-ED-PCT                PIC ZZ9.9.
       01  WS-ED-PCT-2              PIC ZZ9.9.
       01  WS-ED-NOSHOWS            PIC ZZZZZ9.9.
       01  WS-ED-HOURS              PIC ZZ9.99.
       01  WS-ED-OT                 PIC ZZZZZ9.9.
       01  WS-ED-MOVE-PCT           PIC ZZ9.

       01  WS-EMP-COUNT             PIC 9(8)   VALUE ZERO.
       01  WS-SIGNIN-COUNT          PIC 9(8)   VALUE ZERO.
       01  WS-OCC-COUNT             PIC 9(8)   VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(8)   VALUE ZERO.
       01  WS-DEPT-PRINTED          PIC 9(4)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * Run-control journaling - see copybooks/RUNCTL.CPY.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-RC-STAMP-DATE         PIC 9(8).
       01  WS-RC-STAMP-TIME         PIC 9(8).
       01  WS-RC-STATUS-VAL         PIC X(8).
       01  WS-RC-IN-COUNT           PIC 9(8)   VALUE ZERO.
       01  WS-RC-OUT-COUNT          PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-PARM-CARD.
           PERFORM 1100-SET-WINDOW.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1300-LOAD-DEPARTMENTS.
           PERFORM 1500-LOAD-HOLIDAY-TABLE.
           PERFORM 1700-LOAD-ROTATION-TABLE.
           SORT SORT-WK1 ON ASCENDING KEY SW1-EMP-ID SW1-DATE
               INPUT PROCEDURE 1800-RELEASE-WINDOW-SIGNINS
               GIVING SORTED-SIGNINS.
           SORT SORT-WK2 ON ASCENDING KEY SW2-EMP-ID SW2-DATE
                                          SW2-EVENT-TYPE
               INPUT PROCEDURE 1900-RELEASE-WINDOW-OCCURRENCES
               GIVING SORTED-OCC.
           PERFORM 2000-TALLY-EMPLOYEES.
           PERFORM 3000-PRINT-REPORT.
           DISPLAY "ATTDTRND: " WS-EMP-COUNT " employee(s), "
               WS-SIGNIN-COUNT " sign-in(s), " WS-OCC-COUNT
               " occurrence(s) in the window, " WS-UNKNOWN-COUNT
               " record(s) for IDs not on EMPMAST; "
               WS-DEPT-PRINTED " department(s) printed, "
               WS-MOVED-COUNT " marked".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-EMP-COUNT    TO WS-RC-IN-COUNT.
           MOVE WS-DEPT-PRINTED TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * A blank month is the month before the run date - the last
      * month complete when the report is run early in the next.
      * Any other month must be a real YYYYMM; a mangled one is a
      * hard stop before anything is read.
       1000-READ-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           IF WS-PARM-MONTH = SPACES
               IF WS-RUN-MM = 1
                   COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
                   COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
               END-IF
           ELSE
               IF WS-PARM-YYYY IS NOT NUMERIC
                   OR WS-PARM-MM IS NOT NUMERIC
                   OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
                   OR WS-PARM-YYYY < 1601
                   DISPLAY "*** ATTDTRND: report month '"
                       WS-PARM-MONTH "' is not YYYYMM ***"
                   STOP RUN
               END-IF
               MOVE WS-PARM-YYYY TO WS-REPORT-YYYY
               MOVE WS-PARM-MM   TO WS-REPORT-MM
           END-IF.
           IF WS-PARM-PCT IS NUMERIC
               MOVE WS-PARM-PCT TO WS-MOVE-PCT
           END-IF.
           IF WS-PARM-OT-HOURS IS NUMERIC
               MOVE WS-PARM-OT-HOURS TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-OT-MINUTES = WS-OT-HOURS * 60.

      * Works out the twelve months and every day of the window,
      * with the month each day belongs to.
       1100-SET-WINDOW.
           COMPUTE WS-REPORT-MONTHS = WS-REPORT-YYYY * 12
                                    + WS-REPORT-MM - 1.
           COMPUTE WS-START-MONTHS = WS-REPORT-MONTHS - 11.
           PERFORM VARYING WS-MONTH-NUM FROM 1 BY 1
                   UNTIL WS-MONTH-NUM > 12
               COMPUTE WS-WORK-MONTHS = WS-START-MONTHS
                                      + WS-MONTH-NUM - 1
               COMPUTE WS-MONTH-YYYY (WS-MONTH-NUM) =
                   WS-WORK-MONTHS / 12
               COMPUTE WS-MONTH-MM (WS-MONTH-NUM) =
                   FUNCTION MOD (WS-WORK-MONTHS, 12) + 1
           END-PERFORM.
           COMPUTE WS-WIN-FROM-DATE = WS-MONTH-YYYY (1) * 10000
                                    + WS-MONTH-MM (1) * 100 + 1.
           COMPUTE WS-WORK-MONTHS = WS-REPORT-MONTHS + 1.
           COMPUTE WS-WORK-YYYY = WS-WORK-MONTHS / 12.
           COMPUTE WS-WORK-MM = FUNCTION MOD (WS-WORK-MONTHS, 12) + 1.
           MOVE 1 TO WS-WORK-DD.
           COMPUTE WS-WIN-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-WIN-FROM-DATE).
           COMPUTE WS-WIN-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
           COMPUTE WS-WIN-TO-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WIN-TO-INT).
           COMPUTE WS-WIN-DAYS = WS-WIN-TO-INT - WS-WIN-FROM-INT + 1.
           PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
                   UNTIL WS-DAY-NUM > WS-WIN-DAYS
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-WIN-FROM-INT + WS-DAY-NUM - 1)
               MOVE WS-WORK-DATE TO WS-WIN-DATE (WS-DAY-NUM)
               COMPUTE WS-WIN-MONTH (WS-DAY-NUM) =
                   WS-WORK-YYYY * 12 + WS-WORK-MM - 1
                   - WS-START-MONTHS + 1
           END-PERFORM.
           COMPUTE WS-HW-LOW-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WIN-FROM-INT - 6).

      * DEPTMAST puts the departments in code order with their
      * descriptions. Without it they are added as EMPMAST turns
      * them up, headed by code alone.
       1300-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               PERFORM 1350-LOAD-ONE-DEPARTMENT UNTIL DEPTMAST-EOF
               CLOSE DEPTMAST-FILE
           ELSE
               DISPLAY "ATTDTRND: DEPTMAST not present (status "
                   WS-DEPTMAST-STATUS ") - departments headed by "
                   "code only"
           END-IF.

       1350-LOAD-ONE-DEPARTMENT.
           READ DEPTMAST-FILE
               AT END
                   MOVE "10" TO WS-DEPTMAST-STATUS
               NOT AT END
                   MOVE DEPT-CODE TO WS-CUR-DEPT
                   PERFORM 2150-FIND-DEPT
                   IF NOT DEPT-TABLE-FULL
                       MOVE DEPT-DESC TO WS-DEPT-DESC (WS-DEPT-IDX)
                   END-IF
           END-READ.

      * Closures inside the window. A HOLCAL that does not exist
      * (status 35) just means no closures.
       1500-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOL-CAL-FILE.
           IF WS-HOL-STATUS = "00"
               PERFORM 1550-LOAD-ONE-HOLIDAY UNTIL HOL-EOF
               CLOSE HOL-CAL-FILE
           ELSE
               DISPLAY "ATTDTRND: HOLCAL not present (status "
                   WS-HOL-STATUS ") - no closures netted out"
           END-IF.

       1550-LOAD-ONE-HOLIDAY.
           READ HOL-CAL-FILE
               AT END
                   MOVE "10" TO WS-HOL-STATUS
               NOT AT END
                   IF HOL-DATE >= WS-WIN-FROM-DATE
                       AND HOL-DATE <= WS-WIN-TO-DATE
                       IF WS-HOL-TABLE-USED < 100
                           ADD 1 TO WS-HOL-TABLE-USED
                           MOVE HOL-DATE TO WS-HOL-DATE
                               (WS-HOL-TABLE-USED)
                           MOVE HOL-SHIFT-CODE TO WS-HOL-SHIFT
                               (WS-HOL-TABLE-USED)
                           MOVE HOL-DESC TO WS-HOL-DESC
                               (WS-HOL-TABLE-USED)
                       ELSE
                           DISPLAY "*** HOLCAL table is full - "
                               "ignoring extra entries ***"
                       END-IF
                   END-IF
           END-READ.

      * Every rotation pattern, as ROSTGEN loads them. A ROTAPAT
      * that does not exist (status 35) just means no rotations.
       1700-LOAD-ROTATION-TABLE.
           OPEN INPUT ROTA-PAT-FILE.
           IF WS-ROTPAT-STATUS = "00"
               PERFORM 1750-LOAD-ONE-ROTATION UNTIL ROTPAT-EOF
               CLOSE ROTA-PAT-FILE
           ELSE
               DISPLAY "ATTDTRND: ROTAPAT not present (status "
                   WS-ROTPAT-STATUS ") - no rotation patterns"
           END-IF.

       1750-LOAD-ONE-ROTATION.
           READ ROTA-PAT-FILE
               AT END
                   MOVE "10" TO WS-ROTPAT-STATUS
               NOT AT END
                   IF ROT-CYCLE-DAYS IS NUMERIC
                       AND ROT-CYCLE-DAYS >= 1
                       AND ROT-CYCLE-DAYS <= 28
                       AND WS-ROT-TABLE-USED < 50
                       ADD 1 TO WS-ROT-TABLE-USED
                       MOVE ROT-CODE        TO WS-ROT-CODE
                           (WS-ROT-TABLE-USED)
                       MOVE ROT-ANCHOR-DATE TO WS-ROT-ANCHOR
                           (WS-ROT-TABLE-USED)
                       MOVE ROT-CYCLE-DAYS  TO WS-ROT-CYCLE
                           (WS-ROT-TABLE-USED)
                       MOVE ROT-PATTERN     TO WS-ROT-PATTERN
                           (WS-ROT-TABLE-USED)
                   END-IF
           END-READ.

      * Only employee sign-INs inside the window count towards
      * presence - sign-outs prove nothing extra and visitor events
      * are not employee attendance. The spaces value on
      * SIL-EMP-SIGN-IN covers records written before
      * SIL-EVENT-TYPE existed.
       1800-RELEASE-WINDOW-SIGNINS.
           OPEN INPUT SIGN-HIST-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF
                   READ SIGN-HIST-FILE
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF SIL-DATE >= WS-WIN-FROM-DATE
                               AND SIL-DATE <= WS-WIN-TO-DATE
                               AND SIL-EMP-SIGN-IN
                               ADD 1 TO WS-SIGNIN-COUNT
                               MOVE SIGN-IN-LOG-RECORD TO SW1-RECORD
                               RELEASE SW1-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGN-HIST-FILE
           ELSE
               DISPLAY "ATTDTRND: SIGNHIST could not be opened "
                   "(status " WS-HIST-STATUS ") - nobody counted "
                   "present"
           END-IF.

      * Late arrivals and no-shows inside the window; a left-early
      * departure is not one of the trend figures.
       1900-RELEASE-WINDOW-OCCURRENCES.
           OPEN INPUT OCCURRENCE-FILE.
           IF WS-OCC-STATUS = "00"
               PERFORM UNTIL OCC-EOF
                   READ OCCURRENCE-FILE
                       AT END
                           MOVE "10" TO WS-OCC-STATUS
                       NOT AT END
                           IF OCC-DATE >= WS-WIN-FROM-DATE
                               AND OCC-DATE <= WS-WIN-TO-DATE
                               AND (OCC-IS-LATE OR OCC-IS-NOSHOW)
                               ADD 1 TO WS-OCC-COUNT
                               MOVE OCCURRENCE-RECORD TO SW2-RECORD
                               RELEASE SW2-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCCURRENCE-FILE
           ELSE
               DISPLAY "ATTDTRND: OCCFILE not present (status "
                   WS-OCC-STATUS ") - no late arrivals or no-shows"
           END-IF.

      * One pass over EMPMAST, merged by employee ID with the two
      * sorted streams: every employee's rostered days, presence,
      * occurrences and hours go to their department's months.
      * Stream records for an ID not on EMPMAST are counted and
      * passed over.
       2000-TALLY-EMPLOYEES.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           OPEN INPUT SCHED-OVR-FILE.
           IF WS-SOV-STATUS = "00"
               MOVE "Y" TO WS-SOV-OPEN-SW
           ELSE
               DISPLAY "ATTDTRND: SCHEDOVR not present (status "
                   WS-SOV-STATUS ") - rostering on master shifts"
           END-IF.
           OPEN INPUT LEAVE-REQ-FILE.
           IF WS-LVR-STATUS = "00"
               MOVE "Y" TO WS-LVR-OPEN-SW
           ELSE
               DISPLAY "ATTDTRND: LEAVEREQ not present (status "
                   WS-LVR-STATUS ") - no leave netted out"
           END-IF.
           OPEN INPUT HRS-WEEK-FILE.
           IF WS-HW-STATUS = "00"
               MOVE "Y" TO WS-HW-OPEN-SW
           ELSE
               DISPLAY "ATTDTRND: HRSWEEK not present (status "
                   WS-HW-STATUS ") - no hours or overtime"
           END-IF.
           OPEN INPUT SORTED-SIGNINS.
           OPEN INPUT SORTED-OCC.
           PERFORM 2910-READ-SORTED-SIGNIN.
           PERFORM 2920-READ-SORTED-OCC.
           PERFORM 2100-TALLY-ONE-EMPLOYEE UNTIL EMPMAST-EOF.
           PERFORM 2930-SKIP-UNKNOWN-SIGNIN UNTIL SS-EOF.
           PERFORM 2940-SKIP-UNKNOWN-OCC UNTIL SO-EOF.
           CLOSE EMPMAST-FILE.
           CLOSE SORTED-SIGNINS.
           CLOSE SORTED-OCC.
           IF SCHEDOVR-IS-OPEN
               CLOSE SCHED-OVR-FILE
           END-IF.
           IF LEAVEREQ-IS-OPEN
               CLOSE LEAVE-REQ-FILE
           END-IF.
           IF HRSWEEK-IS-OPEN
               CLOSE HRS-WEEK-FILE
           END-IF.

       2100-TALLY-ONE-EMPLOYEE.
           READ EMPMAST-FILE
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-DEPT TO WS-CUR-DEPT
                   PERFORM 2150-FIND-DEPT
                   INITIALIZE WS-DAY-TABLE
                   PERFORM 2930-SKIP-UNKNOWN-SIGNIN
                       UNTIL WS-NEXT-SS-EMP-ID >= EMP-ID
                   PERFORM 2940-SKIP-UNKNOWN-OCC
                       UNTIL WS-NEXT-SO-EMP-ID >= EMP-ID
                   PERFORM 2200-MARK-ROSTERED-DAYS
                   PERFORM 2300-MARK-PRESENT-DAY
                       UNTIL WS-NEXT-SS-EMP-ID NOT = EMP-ID
                   MOVE LOW-VALUES TO WS-LAST-OCC-KEY
                   PERFORM 2400-TALLY-OCCURRENCE
                       UNTIL WS-NEXT-SO-EMP-ID NOT = EMP-ID
                   IF HRSWEEK-IS-OPEN AND NOT DEPT-TABLE-FULL
                       PERFORM 2500-TALLY-HOURS
                   END-IF
                   IF NOT DEPT-TABLE-FULL
                       ADD 1 TO WS-DEPT-EMPS (WS-DEPT-IDX)
                       PERFORM 2600-TALLY-ONE-DAY
                           VARYING WS-DAY-NUM FROM 1 BY 1
                           UNTIL WS-DAY-NUM > WS-WIN-DAYS
                   END-IF
           END-READ.

      * Find (or add) WS-CUR-DEPT's entry - the find-or-add ATTDREG
      * makes, with the same full-table guard, except that the
      * search stops at the first unused entry so a blank department
      * code cannot match one. A new entry starts with every month
      * at zero.
       2150-FIND-DEPT.
           MOVE "N" TO WS-DEPT-FULL-SW.
           SET WS-DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   MOVE "Y" TO WS-DEPT-FULL-SW
                   DISPLAY "*** WS-DEPT-TABLE is full - "
                       "department not tallied: "
                       WS-CUR-DEPT " ***"
               WHEN WS-DEPT-IDX > WS-DEPT-TABLE-USED
                   ADD 1 TO WS-DEPT-TABLE-USED
                   INITIALIZE WS-DEPT-ENTRY (WS-DEPT-IDX)
                   MOVE WS-CUR-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
               WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-CUR-DEPT
                   CONTINUE
           END-SEARCH.

      * The days the employee was due in - see the header comment.
      * A terminated employee with no termination date on file
      * cannot be placed in time, and is taken as rostered on none
      * of the window.
       2200-MARK-ROSTERED-DAYS.
           IF EMP-IS-ACTIVE OR EMP-TERM-DATE NOT = ZERO
               PERFORM 4100-LOAD-EMP-OVERRIDES
               PERFORM 2250-LOAD-EMP-LEAVE
               PERFORM 2210-CHECK-ROSTERED-DAY
                   VARYING WS-DAY-NUM FROM 1 BY 1
                   UNTIL WS-DAY-NUM > WS-WIN-DAYS
           END-IF.

       2210-CHECK-ROSTERED-DAY.
           IF (EMP-HIRE-DATE = ZERO
                   OR WS-WIN-DATE (WS-DAY-NUM) >= EMP-HIRE-DATE)
               AND (EMP-TERM-DATE = ZERO
                   OR WS-WIN-DATE (WS-DAY-NUM) <= EMP-TERM-DATE)
               MOVE EMP-ID         TO WS-SCHD-EMP-ID
               MOVE WS-WIN-DATE (WS-DAY-NUM) TO WS-SCHD-DATE
               MOVE EMP-SHIFT-CODE TO WS-SCHD-BASE-SHIFT
               PERFORM 4400-RESOLVE-EFFECTIVE-SHIFT
               IF NOT SCHD-IS-REST-DAY
                   PERFORM 4300-CHECK-HOLIDAY
                   IF NOT SHIFT-IS-CLOSED
                       PERFORM 2260-CHECK-LEAVE
                       IF NOT EMP-IS-ON-LEAVE
                           MOVE "Y" TO WS-DAY-ROSTERED-SW
                               (WS-DAY-NUM)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The employee's LEAVEREQ absences that touch the window -
      * their own keys, read forward from the lowest.
       2250-LOAD-EMP-LEAVE.
           MOVE ZERO TO WS-EMP-LVE-USED.
           IF LEAVEREQ-IS-OPEN
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE EMP-ID TO LVR-EMP-ID
               MOVE ZERO   TO LVR-FROM-DATE
               START LEAVE-REQ-FILE KEY NOT < LVR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 2255-LOAD-NEXT-LEAVE UNTIL SCAN-EOF
           END-IF.

       2255-LOAD-NEXT-LEAVE.
           READ LEAVE-REQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF LVR-EMP-ID NOT = EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF LVR-TO-DATE >= WS-WIN-FROM-DATE
                           AND LVR-FROM-DATE <= WS-WIN-TO-DATE
                           AND WS-EMP-LVE-USED < 100
                           ADD 1 TO WS-EMP-LVE-USED
                           MOVE LVR-FROM-DATE TO WS-EMP-LVE-FROM
                               (WS-EMP-LVE-USED)
                           MOVE LVR-TO-DATE   TO WS-EMP-LVE-TO
                               (WS-EMP-LVE-USED)
                       END-IF
                   END-IF
           END-READ.

       2260-CHECK-LEAVE.
           MOVE "N" TO WS-ON-LEAVE-SW.
           PERFORM VARYING WS-EMP-LVE-IDX FROM 1 BY 1
                   UNTIL WS-EMP-LVE-IDX > WS-EMP-LVE-USED
                   OR EMP-IS-ON-LEAVE
               IF WS-SCHD-DATE >= WS-EMP-LVE-FROM (WS-EMP-LVE-IDX)
                   AND WS-SCHD-DATE <= WS-EMP-LVE-TO (WS-EMP-LVE-IDX)
                   MOVE "Y" TO WS-ON-LEAVE-SW
               END-IF
           END-PERFORM.

       2300-MARK-PRESENT-DAY.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE (SS-DATE)
                              - WS-WIN-FROM-INT + 1.
           MOVE "Y" TO WS-DAY-PRESENT-SW (WS-DAY-NUM).
           PERFORM 2910-READ-SORTED-SIGNIN.

      * One late arrival or no-show per type per date - a rerun's
      * duplicate sorts next to the original and is passed over.
       2400-TALLY-OCCURRENCE.
           IF (SO-DATE NOT = WS-LAST-OCC-DATE
                   OR SO-EVENT-TYPE NOT = WS-LAST-OCC-TYPE)
               AND NOT DEPT-TABLE-FULL
               MOVE SO-DATE       TO WS-LAST-OCC-DATE
               MOVE SO-EVENT-TYPE TO WS-LAST-OCC-TYPE
               COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE
                   (SO-DATE) - WS-WIN-FROM-INT + 1
               MOVE WS-WIN-MONTH (WS-DAY-NUM) TO WS-MONTH-NUM
               IF SO-IS-LATE
                   ADD 1 TO WS-DM-LATE (WS-DEPT-IDX, WS-MONTH-NUM)
               ELSE
                   ADD 1 TO WS-DM-NOSHOW (WS-DEPT-IDX, WS-MONTH-NUM)
               END-IF
           END-IF.
           PERFORM 2920-READ-SORTED-OCC.

      * The employee's HRSWEEK weeks that touch the window - their
      * own keys, from the week that could hold the window's first
      * day. Each posted day goes to its own date's month; the
      * week's overtime to the month the week starts in.
       2500-TALLY-HOURS.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE EMP-ID         TO HW-EMP-ID.
           MOVE WS-HW-LOW-DATE TO HW-WEEK-START.
           START HRS-WEEK-FILE KEY NOT < HW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2550-TALLY-NEXT-WEEK UNTIL SCAN-EOF.

       2550-TALLY-NEXT-WEEK.
           READ HRS-WEEK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF HW-EMP-ID NOT = EMP-ID
                       OR HW-WEEK-START > WS-WIN-TO-DATE
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       COMPUTE WS-HW-WEEK-INT =
                           FUNCTION INTEGER-OF-DATE (HW-WEEK-START)
                       PERFORM 2560-TALLY-WEEK-DAY
                           VARYING WS-HW-SLOT FROM 1 BY 1
                           UNTIL WS-HW-SLOT > 7
                       IF HW-WEEK-MINUTES > WS-OT-MINUTES
                           AND HW-WEEK-START >= WS-WIN-FROM-DATE
                           COMPUTE WS-DAY-NUM = WS-HW-WEEK-INT
                               - WS-WIN-FROM-INT + 1
                           MOVE WS-WIN-MONTH (WS-DAY-NUM)
                               TO WS-MONTH-NUM
                           COMPUTE WS-DM-OT-MINUTES
                               (WS-DEPT-IDX, WS-MONTH-NUM) =
                               WS-DM-OT-MINUTES
                               (WS-DEPT-IDX, WS-MONTH-NUM)
                               + HW-WEEK-MINUTES - WS-OT-MINUTES
                       END-IF
                   END-IF
           END-READ.

       2560-TALLY-WEEK-DAY.
           COMPUTE WS-WORK-INT = WS-HW-WEEK-INT + WS-HW-SLOT - 1.
           IF WS-WORK-INT >= WS-WIN-FROM-INT
               AND WS-WORK-INT <= WS-WIN-TO-INT
               AND HW-DAY-MINUTES (WS-HW-SLOT) > ZERO
               COMPUTE WS-DAY-NUM = WS-WORK-INT - WS-WIN-FROM-INT + 1
               MOVE WS-WIN-MONTH (WS-DAY-NUM) TO WS-MONTH-NUM
               ADD HW-DAY-MINUTES (WS-HW-SLOT)
                   TO WS-DM-SITE-MINUTES (WS-DEPT-IDX, WS-MONTH-NUM)
               ADD 1 TO WS-DM-SITE-DAYS (WS-DEPT-IDX, WS-MONTH-NUM)
           END-IF.

      * A rostered day counts towards the month's rostered days,
      * and towards its present days if the employee signed in. A
      * sign-in on a day not rostered (a rest day worked, say) is
      * not attendance against the roster and counts for neither.
       2600-TALLY-ONE-DAY.
           IF DAY-IS-ROSTERED (WS-DAY-NUM)
               MOVE WS-WIN-MONTH (WS-DAY-NUM) TO WS-MONTH-NUM
               ADD 1 TO WS-DM-ROSTERED (WS-DEPT-IDX, WS-MONTH-NUM)
               IF DAY-IS-PRESENT (WS-DAY-NUM)
                   ADD 1 TO WS-DM-PRESENT (WS-DEPT-IDX, WS-MONTH-NUM)
               END-IF
           END-IF.

       2910-READ-SORTED-SIGNIN.
           READ SORTED-SIGNINS
               AT END
                   MOVE "10" TO WS-SS-STATUS
                   MOVE HIGH-VALUES TO WS-NEXT-SS-EMP-ID
               NOT AT END
                   MOVE SS-EMP-ID TO WS-NEXT-SS-EMP-ID
           END-READ.

       2920-READ-SORTED-OCC.
           READ SORTED-OCC
               AT END
                   MOVE "10" TO WS-SO-STATUS
                   MOVE HIGH-VALUES TO WS-NEXT-SO-EMP-ID
               NOT AT END
                   MOVE SO-EMP-ID TO WS-NEXT-SO-EMP-ID
           END-READ.

       2930-SKIP-UNKNOWN-SIGNIN.
           ADD 1 TO WS-UNKNOWN-COUNT.
           PERFORM 2910-READ-SORTED-SIGNIN.

       2940-SKIP-UNKNOWN-OCC.
           ADD 1 TO WS-UNKNOWN-COUNT.
           PERFORM 2920-READ-SORTED-OCC.

      * One section per department with anyone rostered in the
      * window, then the departments marked for the report month.
       3000-PRINT-REPORT.
           OPEN OUTPUT TREND-RPT.
           OPEN OUTPUT TREND-CSV.
           MOVE WS-MOVE-PCT TO WS-ED-MOVE-PCT.
           MOVE SPACES TO TREND-RPT-RECORD.
           STRING "ATTENDANCE TREND BY DEPARTMENT - TWELVE MONTHS "
                  DELIMITED BY SIZE
                  WS-WIN-FROM-DATE DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  WS-WIN-TO-DATE DELIMITED BY SIZE
                  INTO TREND-RPT-RECORD
           END-STRING.
           WRITE TREND-RPT-RECORD.
           MOVE SPACES TO TREND-RPT-RECORD.
           STRING "MOVED = REPORT MONTH MORE THAN " DELIMITED BY SIZE
                  WS-ED-MOVE-PCT DELIMITED BY SIZE
                  "% OFF THE 12-MONTH FIGURE (ATT LATE NS HRS OT)"
                  DELIMITED BY SIZE
                  INTO TREND-RPT-RECORD
           END-STRING.
           WRITE TREND-RPT-RECORD.
           MOVE "DEPT,MONTH,ROSTERED,PRESENT,ATTEND_PCT,LATE_PCT,"
               TO TREND-CSV-RECORD.
           MOVE "NOSHOWS,AVG_HOURS,OT_HOURS,MOVED"
               TO TREND-CSV-RECORD (49:32).
           WRITE TREND-CSV-RECORD.
           PERFORM 3100-PRINT-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-USED.
           PERFORM 3800-PRINT-MOVED-SUMMARY.
           CLOSE TREND-RPT.
           CLOSE TREND-CSV.

      * The twelve-month figures first - the report month is judged
      * against them - then the heading, the months and the
      * twelve-month line.
       3100-PRINT-DEPARTMENT.
           PERFORM 3150-SUM-TWELVE-MONTHS.
           IF WS-ACTIVE-MONTHS > ZERO
               ADD 1 TO WS-DEPT-PRINTED
               PERFORM 3300-COMPUTE-FIGURES
               MOVE WS-FIG-ATT-PCT   TO WS-AVG-ATT-PCT
               MOVE WS-FIG-LATE-PCT  TO WS-AVG-LATE-PCT
               MOVE WS-FIG-NOSHOWS   TO WS-AVG-NOSHOWS
               MOVE WS-FIG-AVG-HOURS TO WS-AVG-AVG-HOURS
               MOVE WS-FIG-OT-HOURS  TO WS-AVG-OT-HOURS
               PERFORM 3200-PRINT-DEPT-HEADING
               PERFORM 3400-PRINT-MONTH
                   VARYING WS-MONTH-NUM FROM 1 BY 1
                   UNTIL WS-MONTH-NUM > 12
               PERFORM 3150-SUM-TWELVE-MONTHS
               PERFORM 3300-COMPUTE-FIGURES
               MOVE "12-MONTH " TO WS-LINE-LABEL
               MOVE "12MO"      TO WS-CSV-LABEL
               MOVE SPACES      TO WS-MOVED-TEXT
               PERFORM 3600-WRITE-FIGURE-LINE
           END-IF.

      * Totals the department's twelve months into the WS-FIG-
      * counts, with the months that had anyone rostered as the
      * divisor for the monthly averages.
       3150-SUM-TWELVE-MONTHS.
           MOVE ZERO TO WS-FIG-ROSTERED WS-FIG-PRESENT WS-FIG-LATE
                        WS-FIG-NOSHOW WS-FIG-SITE-MINUTES
                        WS-FIG-SITE-DAYS WS-FIG-OT-MINUTES
                        WS-ACTIVE-MONTHS.
           PERFORM VARYING WS-MONTH-NUM FROM 1 BY 1
                   UNTIL WS-MONTH-NUM > 12
               ADD WS-DM-ROSTERED (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-ROSTERED
               ADD WS-DM-PRESENT (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-PRESENT
               ADD WS-DM-LATE (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-LATE
               ADD WS-DM-NOSHOW (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-NOSHOW
               ADD WS-DM-SITE-MINUTES (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-SITE-MINUTES
               ADD WS-DM-SITE-DAYS (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-SITE-DAYS
               ADD WS-DM-OT-MINUTES (WS-DEPT-IDX, WS-MONTH-NUM)
                   TO WS-FIG-OT-MINUTES
               IF WS-DM-ROSTERED (WS-DEPT-IDX, WS-MONTH-NUM) > ZERO
                   ADD 1 TO WS-ACTIVE-MONTHS
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-MONTHS TO WS-FIG-MONTHS.

       3200-PRINT-DEPT-HEADING.
           MOVE SPACES TO TREND-RPT-RECORD.
           WRITE TREND-RPT-RECORD.
           MOVE WS-DEPT-EMPS (WS-DEPT-IDX) TO WS-EDIT-COUNT.
           EVALUATE TRUE
               WHEN WS-DEPT-CODE (WS-DEPT-IDX) = SPACES
                   STRING "NO DEPARTMENT ON EMPLOYEE MASTER"
                          DELIMITED BY SIZE
                          "  EMPLOYEES " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO TREND-RPT-RECORD
                   END-STRING
               WHEN WS-DEPT-DESC (WS-DEPT-IDX) = SPACES
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-DEPT-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                          " *** NOT ON DEPARTMENT MASTER ***"
                          DELIMITED BY SIZE
                          "  EMPLOYEES " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO TREND-RPT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-DEPT-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DEPT-DESC (WS-DEPT-IDX) DELIMITED BY SIZE
                          "  EMPLOYEES " DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          INTO TREND-RPT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE TREND-RPT-RECORD.
           MOVE "  MONTH     ROSTERED  PRESENT   ATT%    LATE%"
               TO TREND-RPT-RECORD.
           MOVE "NO-SHOWS  AVG-HRS    OT-HRS  MOVED"
               TO TREND-RPT-RECORD (48:34).
           WRITE TREND-RPT-RECORD.

      * The figures from the WS-FIG- counts: the rates as
      * percentages to one place, hours on site per day worked,
      * and - over more than one month - no-shows and overtime as
      * monthly averages.
       3300-COMPUTE-FIGURES.
           MOVE ZERO TO WS-FIG-ATT-PCT WS-FIG-LATE-PCT
                        WS-FIG-NOSHOWS WS-FIG-AVG-HOURS
                        WS-FIG-OT-HOURS.
           IF WS-FIG-ROSTERED > ZERO
               COMPUTE WS-FIG-ATT-PCT ROUNDED =
                   WS-FIG-PRESENT * 100 / WS-FIG-ROSTERED
           END-IF.
           IF WS-FIG-PRESENT > ZERO
               COMPUTE WS-FIG-LATE-PCT ROUNDED =
                   WS-FIG-LATE * 100 / WS-FIG-PRESENT
           END-IF.
           IF WS-FIG-SITE-DAYS > ZERO
               COMPUTE WS-FIG-AVG-HOURS ROUNDED =
                   WS-FIG-SITE-MINUTES / WS-FIG-SITE-DAYS / 60
           END-IF.
           IF WS-FIG-MONTHS > ZERO
               COMPUTE WS-FIG-NOSHOWS ROUNDED =
                   WS-FIG-NOSHOW / WS-FIG-MONTHS
               COMPUTE WS-FIG-OT-HOURS ROUNDED =
                   WS-FIG-OT-MINUTES / 60 / WS-FIG-MONTHS
           END-IF.

      * One month's line; the report month's figures are judged
      * against the twelve-month figures.
       3400-PRINT-MONTH.
           MOVE WS-DM-ROSTERED (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-ROSTERED.
           MOVE WS-DM-PRESENT (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-PRESENT.
           MOVE WS-DM-LATE (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-LATE.
           MOVE WS-DM-NOSHOW (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-NOSHOW.
           MOVE WS-DM-SITE-MINUTES (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-SITE-MINUTES.
           MOVE WS-DM-SITE-DAYS (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-SITE-DAYS.
           MOVE WS-DM-OT-MINUTES (WS-DEPT-IDX, WS-MONTH-NUM)
               TO WS-FIG-OT-MINUTES.
           MOVE 1 TO WS-FIG-MONTHS.
           PERFORM 3300-COMPUTE-FIGURES.
           MOVE SPACES TO WS-LINE-LABEL WS-MOVED-TEXT.
           STRING WS-MONTH-YYYY (WS-MONTH-NUM) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH-MM (WS-MONTH-NUM) DELIMITED BY SIZE
                  INTO WS-LINE-LABEL
           END-STRING.
           STRING WS-MONTH-YYYY (WS-MONTH-NUM) DELIMITED BY SIZE
                  WS-MONTH-MM (WS-MONTH-NUM) DELIMITED BY SIZE
                  INTO WS-CSV-LABEL
           END-STRING.
           IF WS-MONTH-NUM = 12
               PERFORM 3500-CHECK-MOVED
           END-IF.
           PERFORM 3600-WRITE-FIGURE-LINE.

      * Names each figure that moved by more than the card's
      * percentage against its twelve-month value.
       3500-CHECK-MOVED.
           MOVE WS-FIG-ATT-PCT TO WS-CMP-CUR.
           MOVE WS-AVG-ATT-PCT TO WS-CMP-AVG.
           PERFORM 3550-COMPARE-FIGURE.
           IF FIGURE-MOVED
               MOVE "ATT" TO WS-MOVED-TEXT (1:3)
           END-IF.
           MOVE WS-FIG-LATE-PCT TO WS-CMP-CUR.
           MOVE WS-AVG-LATE-PCT TO WS-CMP-AVG.
           PERFORM 3550-COMPARE-FIGURE.
           IF FIGURE-MOVED
               MOVE "LATE" TO WS-MOVED-TEXT (5:4)
           END-IF.
           MOVE WS-FIG-NOSHOWS TO WS-CMP-CUR.
           MOVE WS-AVG-NOSHOWS TO WS-CMP-AVG.
           PERFORM 3550-COMPARE-FIGURE.
           IF FIGURE-MOVED
               MOVE "NS" TO WS-MOVED-TEXT (10:2)
           END-IF.
           MOVE WS-FIG-AVG-HOURS TO WS-CMP-CUR.
           MOVE WS-AVG-AVG-HOURS TO WS-CMP-AVG.
           PERFORM 3550-COMPARE-FIGURE.
           IF FIGURE-MOVED
               MOVE "HRS" TO WS-MOVED-TEXT (13:3)
           END-IF.
           MOVE WS-FIG-OT-HOURS TO WS-CMP-CUR.
           MOVE WS-AVG-OT-HOURS TO WS-CMP-AVG.
           PERFORM 3550-COMPARE-FIGURE.
           IF FIGURE-MOVED
               MOVE "OT" TO WS-MOVED-TEXT (17:2)
           END-IF.
           MOVE WS-MOVED-TEXT TO WS-DEPT-MOVED (WS-DEPT-IDX).
           IF WS-MOVED-TEXT NOT = SPACES
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

       3550-COMPARE-FIGURE.
           MOVE "N" TO WS-CMP-MOVED-SW.
           IF WS-CMP-AVG > ZERO
               COMPUTE WS-CMP-DIFF = WS-CMP-CUR - WS-CMP-AVG
               IF WS-CMP-DIFF < ZERO
                   COMPUTE WS-CMP-DIFF = ZERO - WS-CMP-DIFF
               END-IF
               IF WS-CMP-DIFF * 100 > WS-CMP-AVG * WS-MOVE-PCT
                   MOVE "Y" TO WS-CMP-MOVED-SW
               END-IF
           END-IF.

      * The figures in WS-FIG- as one report line and one CSV line,
      * labelled with WS-LINE-LABEL / WS-CSV-LABEL.
       3600-WRITE-FIGURE-LINE.
           MOVE WS-FIG-ROSTERED  TO WS-ED-COUNT.
           MOVE WS-FIG-PRESENT   TO WS-ED-COUNT-2.
           MOVE WS-FIG-ATT-PCT   TO WS-ED-PCT.
           MOVE WS-FIG-LATE-PCT  TO WS-ED-PCT-2.
           MOVE WS-FIG-NOSHOWS   TO WS-ED-NOSHOWS.
           MOVE WS-FIG-AVG-HOURS TO WS-ED-HOURS.
           MOVE WS-FIG-OT-HOURS  TO WS-ED-OT.
           MOVE SPACES TO TREND-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-LINE-LABEL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-COUNT-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-PCT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ED-PCT-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-NOSHOWS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-ED-HOURS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-OT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOVED-TEXT DELIMITED BY SIZE
                  INTO TREND-RPT-RECORD
           END-STRING.
           WRITE TREND-RPT-RECORD.
           MOVE SPACES TO TREND-CSV-RECORD.
           STRING FUNCTION TRIM (WS-DEPT-CODE (WS-DEPT-IDX))
                  DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-LABEL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-COUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-COUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-PCT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-PCT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-NOSHOWS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-HOURS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ED-OT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MOVED-TEXT) DELIMITED BY SIZE
                  INTO TREND-CSV-RECORD
           END-STRING.
           WRITE TREND-CSV-RECORD.

      * The departments whose report month moved, listed together
      * at the end so nobody has to leaf through every section.
       3800-PRINT-MOVED-SUMMARY.
           MOVE SPACES TO TREND-RPT-RECORD.
           WRITE TREND-RPT-RECORD.
           MOVE SPACES TO TREND-RPT-RECORD.
           STRING "DEPARTMENTS MOVED IN " DELIMITED BY SIZE
                  WS-MONTH-YYYY (12) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MONTH-MM (12) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  INTO TREND-RPT-RECORD
           END-STRING.
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO TREND-RPT-RECORD (33:6).
           WRITE TREND-RPT-RECORD.
           PERFORM 3850-PRINT-MOVED-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-USED.
           MOVE WS-DEPT-PRINTED TO WS-EDIT-COUNT.
           MOVE SPACES TO TREND-RPT-RECORD.
           STRING "DEPARTMENTS PRINTED:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO TREND-RPT-RECORD
           END-STRING.
           WRITE TREND-RPT-RECORD.

       3850-PRINT-MOVED-DEPT.
           IF WS-DEPT-MOVED (WS-DEPT-IDX) NOT = SPACES
               MOVE SPACES TO TREND-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                      WS-DEPT-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DEPT-DESC (WS-DEPT-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DEPT-MOVED (WS-DEPT-IDX) DELIMITED BY SIZE
                      INTO TREND-RPT-RECORD
               END-STRING
               WRITE TREND-RPT-RECORD
           END-IF.

      * The shift is closed for the day if ANY calendar entry for
      * the date is plant-wide (blank shift) or keyed to the
      * effective shift code - ROSTGEN's test.
       4300-CHECK-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-TABLE-USED
                   OR SHIFT-IS-CLOSED
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-SCHD-DATE
                   AND (WS-HOL-SHIFT (WS-HOL-IDX) = SPACE
                       OR WS-HOL-SHIFT (WS-HOL-IDX)
                          = WS-EFF-SHIFT-CODE)
                   MOVE "Y" TO WS-HOLIDAY-SW
               END-IF
           END-PERFORM.

      * The employee's SCHEDOVR entries that touch the window -
      * their own keys, read forward from the lowest.
       4100-LOAD-EMP-OVERRIDES.
           MOVE ZERO TO WS-SOV-TABLE-USED.
           MOVE WS-WIN-FROM-DATE TO WS-SCHD-LOW-DATE.
           MOVE WS-WIN-TO-DATE   TO WS-SCHD-HIGH-DATE.
           IF SCHEDOVR-IS-OPEN
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE EMP-ID     TO SOV-EMP-ID
               MOVE LOW-VALUES TO SOV-KIND
               MOVE ZERO       TO SOV-FROM-DATE
               START SCHED-OVR-FILE KEY NOT < SOV-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 4150-LOAD-NEXT-OVERRIDE UNTIL SCAN-EOF
           END-IF.

       4150-LOAD-NEXT-OVERRIDE.
           READ SCHED-OVR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF SOV-EMP-ID NOT = EMP-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF SOV-TO-DATE >= WS-SCHD-LOW-DATE
                           AND SOV-FROM-DATE <= WS-SCHD-HIGH-DATE
                           AND WS-SOV-TABLE-USED < 500
                           ADD 1 TO WS-SOV-TABLE-USED
                           MOVE SOV-EMP-ID     TO WS-SOV-EMP-ID
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-KIND       TO WS-SOV-KIND
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-FROM-DATE  TO WS-SOV-FROM
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-TO-DATE    TO WS-SOV-TO
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-SHIFT-CODE TO WS-SOV-SHIFT
                               (WS-SOV-TABLE-USED)
                           MOVE SOV-ROT-CODE   TO WS-SOV-ROT-CODE
                               (WS-SOV-TABLE-USED)
                       END-IF
                   END-IF
           END-READ.

      * Resolves the shift WS-SCHD-EMP-ID works on WS-SCHD-DATE: a
      * dated shift override covering the date wins outright; else
      * a rotation assignment covering it places the date in its
      * pattern's cycle; else the master's shift code stands. See
      * copybooks/SCHDTBL.CPY.
       4400-RESOLVE-EFFECTIVE-SHIFT.
           MOVE WS-SCHD-BASE-SHIFT TO WS-EFF-SHIFT-CODE.
           MOVE "M" TO WS-SCHD-SOURCE.
           MOVE "N" TO WS-SCHD-REST-SW WS-SCHD-OVR-FOUND-SW.
           MOVE SPACES TO WS-SCHD-ROT-CODE.
           PERFORM VARYING WS-SOV-IDX FROM 1 BY 1
                   UNTIL WS-SOV-IDX > WS-SOV-TABLE-USED
                   OR SCHD-OVERRIDE-FOUND
               IF WS-SOV-EMP-ID (WS-SOV-IDX) = WS-SCHD-EMP-ID
                   AND WS-SCHD-DATE >= WS-SOV-FROM (WS-SOV-IDX)
                   AND WS-SCHD-DATE <= WS-SOV-TO (WS-SOV-IDX)
                   IF WS-SOV-KIND (WS-SOV-IDX) = "S"
                       MOVE "Y" TO WS-SCHD-OVR-FOUND-SW
                       MOVE "O" TO WS-SCHD-SOURCE
                       MOVE WS-SOV-SHIFT (WS-SOV-IDX)
                           TO WS-EFF-SHIFT-CODE
                   ELSE
                       MOVE WS-SOV-ROT-CODE (WS-SOV-IDX)
                           TO WS-SCHD-ROT-CODE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT SCHD-OVERRIDE-FOUND
               AND WS-SCHD-ROT-CODE NOT = SPACES
               PERFORM 4450-APPLY-ROTATION
           END-IF.

      * The date's position in the cycle is the days elapsed since
      * the anchor, modulo the cycle length (FUNCTION MOD keeps it
      * positive for a date before the anchor too). A "-" there is
      * a rest day. A rotation code with no pattern on file leaves
      * the master's shift standing.
       4450-APPLY-ROTATION.
           SET WS-ROT-IDX TO 1.
           SEARCH WS-ROT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROT-IDX <= WS-ROT-TABLE-USED
                   AND WS-ROT-CODE (WS-ROT-IDX) = WS-SCHD-ROT-CODE
                   COMPUTE WS-SCHD-CYCLE-POS = FUNCTION MOD
                       (FUNCTION INTEGER-OF-DATE (WS-SCHD-DATE)
                        - FUNCTION INTEGER-OF-DATE
                            (WS-ROT-ANCHOR (WS-ROT-IDX)),
                        WS-ROT-CYCLE (WS-ROT-IDX)) + 1
                   MOVE "R" TO WS-SCHD-SOURCE
                   MOVE WS-ROT-PATTERN (WS-ROT-IDX)
                       (WS-SCHD-CYCLE-POS:1) TO WS-EFF-SHIFT-CODE
                   IF WS-EFF-SHIFT-CODE = "-" OR SPACE
                       MOVE "Y" TO WS-SCHD-REST-SW
                       MOVE SPACE TO WS-EFF-SHIFT-CODE
                   END-IF
           END-SEARCH.

      * Appends one run-control record - STARTED on the way in,
      * COMPLETE with the final counts on the way out - to the
      * shared RUNCTL journal every batch program writes.
       9000-WRITE-RUN-CONTROL.
           ACCEPT WS-RC-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RC-STAMP-TIME FROM TIME.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           MOVE SPACE TO RC-FILL-1 RC-FILL-2 RC-FILL-3 RC-FILL-4
                         RC-FILL-5 RC-FILL-6.
           MOVE "ATTDTRND"        TO RC-PROGRAM.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
