      * DEPTMNT maintains the DEPTMAST department master file
      * interactively, the same way VISMNT maintains VISMAST, so HR
      * can set up a department (code, description, cost center,
      * supervisor) before the first employee is loaded into it.
      * EMPLOAD rejects any employee whose department is not on
      * file, and the exception reports head each department's
      * section with the supervisor named here - so this is where a
      * new department starts, not in the HR extract.
      *
      * The supervisor must be a real, active employee: an ID not on
      * EMPMAST (or one EMPLOAD has marked terminated) is rejected
      * at entry. It may be left blank - a department can exist
      * before anyone is named to run it, and on a fresh install
      * the departments have to be keyed BEFORE the first EMPLOAD
      * can book anyone into them, when there is no EMPMAST to
      * validate against. In that one case (EMPMAST status 35)
      * maintenance carries on and only a blank supervisor is
      * accepted; name the supervisors once EMPLOAD has run.
      *
      * A department is retired by setting its active flag to N,
      * not by deleting it: EMPLOAD stops booking anyone new into
      * it, but employees still carrying the code resolve to a name
      * on every report. Delete is for a department keyed in error.
      *
      * Every add, replace and delete applied here is journaled to
      * the permanent MSTAUDIT master-change journal with before
      * and after images - see copybooks/MSTAUDIT.CPY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * EMPMAST-FILE validates the supervisor employee ID on every
      * add or change.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-COMMAND               PIC X.
           88  CMD-IS-ADD                      VALUE "A" "a".
           88  CMD-IS-DELETE                   VALUE "D" "d".
           88  CMD-IS-LIST                     VALUE "L" "l".
           88  CMD-IS-QUIT                     VALUE "Q" "q".
       01  WS-INPUT-DEPT-CODE       PIC X(4).
       01  WS-INPUT-DESC            PIC X(30).
       01  WS-INPUT-COST-CENTER     PIC X(8).
       01  WS-INPUT-SUPV-ID         PIC X(6).
       01  WS-INPUT-ACTIVE-FLAG     PIC X.
       01  WS-DEPT-VALID-SW         PIC X      VALUE "N".
           88  DEPT-ENTRY-IS-VALID             VALUE "Y".
       01  WS-LIST-EOF-SW           PIC X      VALUE "N".
           88  LIST-EOF                        VALUE "Y".

      * Whether EMPMAST could be opened - on a fresh install it may
      * not exist yet, and only a blank supervisor can be accepted
      * until EMPLOAD has built it. See the header comment.
       01  WS-EMPMAST-OPEN-SW       PIC X      VALUE "N".
           88  EMPMAST-IS-OPEN                 VALUE "Y".

      * Whether the department being added is already on file -
      * decided by a READ up front, which is also what captures the
      * before image for the journal.
       01  WS-ONFILE-SW             PIC X      VALUE "N".
           88  DEPT-ON-FILE                    VALUE "Y".

      * Staging for the master-change journal record - the action
      * and images are set where the change lands, then
      * 9100-WRITE-MASTER-AUDIT stamps and writes.
       01  WS-AUD-ACTION            PIC X(1).
       01  WS-AUD-BEFORE            PIC X(80).
       01  WS-AUD-AFTER             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU-LOOP UNTIL CMD-IS-QUIT.
           CLOSE DEPTMAST-FILE.
           IF EMPMAST-IS-OPEN
               CLOSE EMPMAST-FILE
           END-IF.
           DISPLAY "DEPTMNT: done.".
           STOP RUN.

      * DEPTMAST not existing yet (status 35) just means this is the
      * first department ever set up - create it. EMPMAST not
      * existing yet is tolerated for the bootstrap reason in the
      * header comment; any other EMPMAST failure is the usual hard
      * stop.
       1000-OPEN-FILES.
           OPEN I-O DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "35"
               OPEN OUTPUT DEPTMAST-FILE
               CLOSE DEPTMAST-FILE
               OPEN I-O DEPTMAST-FILE
           END-IF.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "*** DEPTMAST could not be opened (status "
                   WS-DEPTMAST-STATUS ") - check the DEPTMAST "
                   "allocation. ***"
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           EVALUATE WS-EMPMAST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-EMPMAST-OPEN-SW
               WHEN "35"
                   DISPLAY "DEPTMNT: EMPMAST not present (status "
                       WS-EMPMAST-STATUS ") - supervisors must be "
                       "left blank until EMPLOAD has run"
               WHEN OTHER
                   DISPLAY "*** EMPMAST could not be opened (status "
                       WS-EMPMAST-STATUS ") - check the EMPMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "DEPTMAST maintenance - A)dd/change, "
               "D)elete, L)ist, Q)uit".
           DISPLAY "Command: ".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN CMD-IS-ADD
                   PERFORM 2100-ADD-OR-UPDATE-DEPT
               WHEN CMD-IS-DELETE
                   PERFORM 2200-DELETE-DEPT
               WHEN CMD-IS-LIST
                   PERFORM 2300-LIST-DEPTS
               WHEN CMD-IS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Unrecognized command ***"
           END-EVALUATE.

      * Sets up a new department, or replaces the record for a code
      * already on file. Everything is validated before anything is
      * written.
       2100-ADD-OR-UPDATE-DEPT.
           DISPLAY "Department code (4 chars): ".
           ACCEPT WS-INPUT-DEPT-CODE.
           IF WS-INPUT-DEPT-CODE = SPACES
               DISPLAY "*** Department code cannot be blank ***"
           ELSE
               DISPLAY "Description: "
               ACCEPT WS-INPUT-DESC
               DISPLAY "Cost center: "
               ACCEPT WS-INPUT-COST-CENTER
               DISPLAY "Supervisor employee ID (blank = none): "
               ACCEPT WS-INPUT-SUPV-ID
               DISPLAY "Active (Y/N): "
               ACCEPT WS-INPUT-ACTIVE-FLAG
               PERFORM 2150-VALIDATE-DEPT
               IF DEPT-ENTRY-IS-VALID
                   PERFORM 2170-WRITE-DEPT
               END-IF
           END-IF.

      * A description is required - it is what heads the report
      * sections. The active flag is Y or N (lower case taken). A
      * non-blank supervisor must be on EMPMAST and still active.
       2150-VALIDATE-DEPT.
           MOVE "Y" TO WS-DEPT-VALID-SW.
           IF WS-INPUT-DESC = SPACES
               DISPLAY "*** Description cannot be blank ***"
               MOVE "N" TO WS-DEPT-VALID-SW
           END-IF.
           EVALUATE WS-INPUT-ACTIVE-FLAG
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO WS-INPUT-ACTIVE-FLAG
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-INPUT-ACTIVE-FLAG
               WHEN OTHER
                   DISPLAY "*** Active flag must be Y or N ***"
                   MOVE "N" TO WS-DEPT-VALID-SW
           END-EVALUATE.
           IF WS-INPUT-SUPV-ID NOT = SPACES
               IF EMPMAST-IS-OPEN
                   MOVE WS-INPUT-SUPV-ID TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           DISPLAY "*** Supervisor ID not on the "
                               "employee master - department not "
                               "saved ***"
                           MOVE "N" TO WS-DEPT-VALID-SW
                       NOT INVALID KEY
                           IF EMP-IS-INACTIVE
                               DISPLAY "*** Supervisor " EMP-ID
                                   " is terminated - department "
                                   "not saved ***"
                               MOVE "N" TO WS-DEPT-VALID-SW
                           ELSE
                               DISPLAY "Supervisor: " EMP-NAME-TEXT
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "*** No EMPMAST to validate the "
                       "supervisor against - leave it blank ***"
                   MOVE "N" TO WS-DEPT-VALID-SW
               END-IF
           END-IF.

      * The code is READ first - that one read decides add versus
      * replace AND captures the before image for the journal.
       2170-WRITE-DEPT.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-DEPT-CODE TO DEPT-CODE.
           READ DEPTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE DEPTMAST-RECORD TO WS-AUD-BEFORE
           END-READ.
           MOVE WS-INPUT-DEPT-CODE   TO DEPT-CODE.
           MOVE WS-INPUT-DESC        TO DEPT-DESC.
           MOVE WS-INPUT-COST-CENTER TO DEPT-COST-CENTER.
           MOVE WS-INPUT-SUPV-ID     TO DEPT-SUPV-EMP-ID.
           MOVE WS-INPUT-ACTIVE-FLAG TO DEPT-ACTIVE-FLAG.
           IF DEPT-ON-FILE
               REWRITE DEPTMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** DEPTMAST rewrite failed "
                           "(status " WS-DEPTMAST-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Department record replaced."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE DEPTMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE DEPTMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** DEPTMAST write failed "
                           "(status " WS-DEPTMAST-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Department added."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE DEPTMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * Read first here too, so the journal carries the record
      * being removed - the read doubles as the not-found check.
       2200-DELETE-DEPT.
           DISPLAY "Department code to delete: ".
           ACCEPT WS-INPUT-DEPT-CODE.
           MOVE WS-INPUT-DEPT-CODE TO DEPT-CODE.
           READ DEPTMAST-FILE
               INVALID KEY
                   DISPLAY "*** Department code not found ***"
               NOT INVALID KEY
                   MOVE DEPTMAST-RECORD TO WS-AUD-BEFORE
                   DELETE DEPTMAST-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** DEPTMAST delete failed "
                               "(status " WS-DEPTMAST-STATUS ") ***"
                       NOT INVALID KEY
                           DISPLAY "Department record deleted."
                           MOVE "D" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM 9100-WRITE-MASTER-AUDIT
                   END-DELETE
           END-READ.

      * Lists the whole file in code order: position at the lowest
      * key and READ NEXT to the end.
       2300-LIST-DEPTS.
           MOVE "N" TO WS-LIST-EOF-SW.
           MOVE LOW-VALUES TO DEPT-CODE.
           START DEPTMAST-FILE KEY NOT < DEPT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START.
           PERFORM 2350-LIST-NEXT-DEPT UNTIL LIST-EOF.

       2350-LIST-NEXT-DEPT.
           READ DEPTMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SW
               NOT AT END
                   DISPLAY DEPT-CODE " " DEPT-DESC " CC "
                       DEPT-COST-CENTER " SUPV " DEPT-SUPV-EMP-ID
                       " ACTIVE " DEPT-ACTIVE-FLAG
           END-READ.

      * Appends one master-change record to the permanent MSTAUDIT
      * journal - see copybooks/MSTAUDIT.CPY. The action and the
      * before/after images are already staged where the change
      * landed; this stamps, writes and closes. A journal that does
      * not exist yet (status 35) is created.
       9100-WRITE-MASTER-AUDIT.
           OPEN EXTEND MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MST-AUDIT-FILE
           END-IF.
           MOVE SPACE TO MA-FILL-1 MA-FILL-2 MA-FILL-3 MA-FILL-4
                         MA-FILL-5 MA-FILL-6 MA-FILL-7.
           ACCEPT MA-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-STAMP-TIME FROM TIME.
           MOVE "DEPTMNT "         TO MA-PROGRAM.
           MOVE "DEPTMAST"         TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION      TO MA-ACTION.
           MOVE WS-INPUT-DEPT-CODE TO MA-KEY.
           MOVE WS-AUD-BEFORE      TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER       TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
