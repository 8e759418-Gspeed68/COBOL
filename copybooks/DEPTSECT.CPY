      * DEPTSECT.CPY
      * WORKING-STORAGE for printing a report's exceptions in one
      * section per department, each headed with the department's
      * description, cost center and supervisor from DEPTMAST (see
      * copybooks/DEPTMAST.CPY) - so each supervisor can tear off
      * their own page instead of reading the whole plant's list.
      * COPYed into the exception reports (NOSHOW, LATERPT,
      * HOURSRPT, OVERTRPT), which build each exception line
      * exactly as they always have and then, instead of printing
      * it in arrival order, file it to a work file under the
      * employee's department. The work file is sorted by
      * department (keeping the filing sequence within each) once
      * the pass is done, and printed with a control break.
      *
      * WS-DX-DEPT is the department the caller sets before filing
      * a line; blank means the employee could not be found on
      * EMPMAST. WS-DX-KIND marks a line as a new exception (E) or
      * a continuation of the one before it (C - a breakdown or a
      * note line), so the per-department count is of exceptions,
      * not print lines; the filing paragraph resets it to E.
       01  WS-DX-DEPT               PIC X(4)   VALUE SPACES.
       01  WS-DX-KIND               PIC X(1)   VALUE "E".
           88  DX-KIND-IS-EXCEPTION            VALUE "E".
           88  DX-KIND-IS-CONTINUATION         VALUE "C".
       01  WS-DX-SEQ                PIC 9(6)   VALUE ZERO.

      * Control-break state for the print pass: the department in
      * hand, the one just read ahead of it (HIGH-VALUES at end of
      * file, so the last section still breaks cleanly), and its
      * exception count.
       01  WS-SECT-EOF-SW           PIC X      VALUE "N".
           88  SECT-EOF                        VALUE "Y".
       01  WS-SECT-DEPT             PIC X(4).
       01  WS-NEXT-SECT-DEPT        PIC X(4).
       01  WS-SECT-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-SECT-EDIT-COUNT       PIC ZZZZZ9.
       01  WS-SECT-DEPT-FOUND-SW    PIC X      VALUE "N".
           88  SECT-DEPT-FOUND                 VALUE "Y".

      * Whether the masters the section headings are resolved from
      * could be opened - neither is required: a heading with no
      * DEPTMAST (or no EMPMAST for the supervisor's name) still
      * prints the department code.
       01  WS-SECT-DEPTMAST-SW      PIC X      VALUE "N".
           88  SECT-DEPTMAST-OPEN              VALUE "Y".
       01  WS-SECT-EMPMAST-SW       PIC X      VALUE "N".
           88  SECT-EMPMAST-OPEN               VALUE "Y".
