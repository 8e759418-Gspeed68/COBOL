      * TIMEADJ.CPY
      * Record layout for the TIMEADJ time-adjustment file: one record
      * per missed-punch or time-correction transaction a supervisor
      * keys through TIMECORR. The SIGN-IN-LOG is the untouched
      * record of what the terminals actually saw and is never
      * edited after the fact; a forgotten sign-out or a punch at a
      * dead terminal is corrected HERE instead, and the programs
      * that turn the day's events into hours and pay (HOURSRPT,
      * which also posts HRSWEEK, and PAYEXTR) apply the approved
      * adjustments on top of the DAYEVT extract. TADJRPT lists each
      * day's corrections for payroll audit.
      *
      * The file is append-only and permanent, like the sign-in log:
      * a correction that was itself wrong is superseded by keying a
      * later replacement, never by editing the earlier record.
      *
      * TA-BUS-DATE is the business date the punch belongs to - the
      * date DAYEVT is cut for - and TA-PUNCH-DATE/TIME the calendar
      * moment of the punch, which for a third-shift sign-out is the
      * NEXT calendar date, the same attribution LOGEXTR makes.
      *
      * An ADDED punch ("A") competes with the day's logged events
      * the way another terminal event would: an added sign-in only
      * counts if it is earlier than the first sign-in logged, an
      * added sign-out only if later than the last sign-out. A
      * REPLACEMENT punch ("R") overrides the day's first sign-in or
      * last sign-out outright, whatever the log says - the case of
      * a punch keyed at the wrong time, or against the wrong
      * direction. Where several replacements land on the same
      * day and direction, the last one keyed stands.
      *
      * TA-NAME-TEXT is the employee's name as EMPMAST carried it
      * when the correction was keyed, so an adjustment for someone
      * with no logged events that day still prints a name.
      * NOTE: separator bytes are named fields (TA-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  TIME-ADJ-RECORD.
           05  TA-ENTRY-DATE       PIC 9(8).
           05  TA-FILL-1           PIC X.
           05  TA-ENTRY-TIME       PIC 9(8).
           05  TA-FILL-2           PIC X.
           05  TA-EMP-ID           PIC X(6).
           05  TA-FILL-3           PIC X.
           05  TA-BUS-DATE         PIC 9(8).
           05  TA-FILL-4           PIC X.
           05  TA-PUNCH-DATE       PIC 9(8).
           05  TA-FILL-5           PIC X.
           05  TA-PUNCH-TIME       PIC 9(8).
           05  TA-FILL-6           PIC X.
           05  TA-EVENT-TYPE       PIC X(2).
               88  TA-IS-SIGN-IN               VALUE "EI".
               88  TA-IS-SIGN-OUT              VALUE "EO".
           05  TA-FILL-7           PIC X.
           05  TA-ACTION           PIC X(1).
               88  TA-IS-ADDED                 VALUE "A".
               88  TA-IS-REPLACEMENT           VALUE "R".
           05  TA-FILL-8           PIC X.
      * Reason codes: MP missed punch, TF terminal fault, WD wrong
      * direction keyed at the terminal, WT punch recorded at the
      * wrong time, OT other (explained to payroll separately).
           05  TA-REASON-CODE      PIC X(2).
               88  TA-REASON-IS-VALID          VALUE "MP" "TF" "WD"
                                                     "WT" "OT".
           05  TA-FILL-9           PIC X.
           05  TA-APPROVER-ID      PIC X(6).
           05  TA-FILL-10          PIC X.
      * Only approved adjustments are applied. TIMECORR writes "A"
      * once the approving supervisor has been validated.
           05  TA-STATUS           PIC X(1).
               88  TA-IS-APPROVED              VALUE "A".
           05  TA-FILL-11          PIC X.
           05  TA-NAME-TEXT        PIC X(30).
           05  TA-FILL-12          PIC X.
      * The sign-on (LOGNAME) of whoever keyed the correction.
           05  TA-KEYED-BY         PIC X(8).
