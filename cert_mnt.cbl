      * CERTMNT maintains the CERTMAST certification master and the
      * CERTREQ certification-requirements table interactively, the
      * same way SCHDMNT maintains its two files - see
      * copybooks/CERTMAST.CPY and copybooks/CERTREQ.CPY. Safety
      * keys each certification an employee or visitor holds (an
      * induction, a license) with its issue and expiry dates, and
      * says which certifications each department, or each visitor
      * company, must hold. HELLOWORLD and VISSIGN refuse a sign-in
      * when a required certification is missing or expired, and
      * CERTRPT lists what is about to run out, so renewals are
      * keyed here before anyone is turned away at the door.
      *
      * Everything is validated at entry: an employee holder must be
      * on EMPMAST, a visitor holder on VISMAST, and a department
      * requirement must name a department on DEPTMAST; the dates
      * must be real and the issue date not after the expiry. A
      * company requirement is matched against VIS-COMPANY exactly
      * as VISMNT keyed it, so it is shown back against the visitor
      * master - a requirement for a company no registered visitor
      * belongs to is allowed (the company's people may not be
      * registered yet) but said so. VISMAST and DEPTMAST not
      * existing yet only stops the entries that need them.
      *
      * Every add, replace and delete applied here, to either file,
      * is journaled to the permanent MSTAUDIT master-change journal
      * with before and after images - see copybooks/MSTAUDIT.CPY.
      * Neither key fits MA-KEY, so a certification is journaled by
      * its holder ID and a requirement by its department code or
      * the first nine characters of its company; the full key is in
      * the images.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTMAST-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CERTMAST-STATUS.

           SELECT CERTREQ-FILE ASSIGN TO "CERTREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-CERTREQ-STATUS.

      * EMPMAST-FILE validates an employee holder.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * VISMAST-FILE validates a visitor holder, and is scanned to
      * show who a company requirement applies to.
           SELECT VISMAST-FILE ASSIGN TO "VISMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-BADGE-ID
               FILE STATUS IS WS-VISMAST-STATUS.

      * DEPTMAST-FILE validates a department requirement.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTMAST-FILE.
           COPY "CERTMAST.CPY".

       FD  CERTREQ-FILE.
           COPY "CERTREQ.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  VISMAST-FILE.
           COPY "VISMAST.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CERTMAST-STATUS       PIC X(2).
       01  WS-CERTREQ-STATUS        PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-VISMAST-STATUS        PIC X(2).
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).

       01  WS-COMMAND               PIC X.
           88  CMD-IS-CERT                     VALUE "C" "c".
           88  CMD-IS-DELETE                   VALUE "D" "d".
           88  CMD-IS-LIST                     VALUE "L" "l".
           88  CMD-IS-REQUIREMENT              VALUE "R" "r".
           88  CMD-IS-ERASE-REQUIREMENT        VALUE "E" "e".
           88  CMD-IS-SHOW-REQUIREMENTS        VALUE "S" "s".
           88  CMD-IS-QUIT                     VALUE "Q" "q".

      * A certification as keyed. Dates are accepted as text and
      * checked NUMERIC through their REDEFINES, the way CALMNT
      * takes a calendar date.
       01  WS-INPUT-HOLDER-KIND     PIC X(1).
           88  INPUT-IS-EMPLOYEE               VALUE "E".
           88  INPUT-IS-VISITOR                VALUE "V".
       01  WS-INPUT-HOLDER-ID       PIC X(6).
       01  WS-INPUT-CERT-TYPE       PIC X(4).
       01  WS-INPUT-ISSUE-DATE      PIC X(8).
       01  WS-INPUT-ISSUE-NUM REDEFINES WS-INPUT-ISSUE-DATE
                                    PIC 9(8).
       01  WS-INPUT-EXPIRY-DATE     PIC X(8).
       01  WS-INPUT-EXPIRY-NUM REDEFINES WS-INPUT-EXPIRY-DATE
                                    PIC 9(8).
       01  WS-INPUT-CERT-REF        PIC X(15).

      * A requirement as keyed.
       01  WS-INPUT-REQ-KIND        PIC X(1).
           88  INPUT-IS-DEPARTMENT             VALUE "D".
           88  INPUT-IS-COMPANY                VALUE "C".
       01  WS-INPUT-REQ-CODE        PIC X(20).
       01  WS-INPUT-CERT-DESC       PIC X(30).

      * One date under validation, taken apart for the month/day
      * range check.
       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY        PIC 9(4).
           05  WS-CHECK-MM          PIC 9(2).
           05  WS-CHECK-DD          PIC 9(2).
       01  WS-DATE-OK-SW            PIC X      VALUE "N".
           88  DATE-IS-VALID                   VALUE "Y".

       01  WS-ENTRY-VALID-SW        PIC X      VALUE "N".
           88  ENTRY-IS-VALID                  VALUE "Y".
       01  WS-SCAN-EOF-SW           PIC X      VALUE "N".
           88  SCAN-EOF                        VALUE "Y".
       01  WS-COMPANY-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * Whether VISMAST and DEPTMAST could be opened - either may
      * not exist yet on a fresh install, which only stops the
      * entries that need it. See the header comment.
       01  WS-VISMAST-OPEN-SW       PIC X      VALUE "N".
           88  VISMAST-IS-OPEN                 VALUE "Y".
       01  WS-DEPTMAST-OPEN-SW      PIC X      VALUE "N".
           88  DEPTMAST-IS-OPEN                VALUE "Y".

      * Whether the certification or requirement being saved is
      * already on file - decided by a READ up front, which is also
      * what captures the before image for the journal.
       01  WS-ONFILE-SW             PIC X      VALUE "N".
           88  RECORD-ON-FILE                  VALUE "Y".

      * Staging for the master-change journal record - the file,
      * key, action and images are set where the change lands,
      * then 9100-WRITE-MASTER-AUDIT stamps and writes.
       01  WS-AUD-FILE-NAME         PIC X(8).
       01  WS-AUD-KEY               PIC X(9).
       01  WS-AUD-ACTION            PIC X(1).
       01  WS-AUD-BEFORE            PIC X(80).
       01  WS-AUD-AFTER             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU-LOOP UNTIL CMD-IS-QUIT.
           CLOSE CERTMAST-FILE.
           CLOSE CERTREQ-FILE.
           CLOSE EMPMAST-FILE.
           IF VISMAST-IS-OPEN
               CLOSE VISMAST-FILE
           END-IF.
           IF DEPTMAST-IS-OPEN
               CLOSE DEPTMAST-FILE
           END-IF.
           DISPLAY "CERTMNT: done.".
           STOP RUN.

      * CERTMAST or CERTREQ not existing yet (status 35) just means
      * this is the first certification or requirement ever set up
      * - create it. EMPMAST is required, as it is for SCHDMNT;
      * VISMAST and DEPTMAST are tolerated missing for the reason
      * in the header comment, any other failure is a hard stop.
       1000-OPEN-FILES.
           OPEN I-O CERTMAST-FILE.
           IF WS-CERTMAST-STATUS = "35"
               OPEN OUTPUT CERTMAST-FILE
               CLOSE CERTMAST-FILE
               OPEN I-O CERTMAST-FILE
           END-IF.
           IF WS-CERTMAST-STATUS NOT = "00"
               DISPLAY "*** CERTMAST could not be opened (status "
                   WS-CERTMAST-STATUS ") - check the CERTMAST "
                   "allocation. ***"
               STOP RUN
           END-IF.
           OPEN I-O CERTREQ-FILE.
           IF WS-CERTREQ-STATUS = "35"
               OPEN OUTPUT CERTREQ-FILE
               CLOSE CERTREQ-FILE
               OPEN I-O CERTREQ-FILE
           END-IF.
           IF WS-CERTREQ-STATUS NOT = "00"
               DISPLAY "*** CERTREQ could not be opened (status "
                   WS-CERTREQ-STATUS ") - check the CERTREQ "
                   "allocation. ***"
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           OPEN INPUT VISMAST-FILE.
           EVALUATE WS-VISMAST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-VISMAST-OPEN-SW
               WHEN "35"
                   DISPLAY "CERTMNT: VISMAST not present (status "
                       WS-VISMAST-STATUS ") - visitor certifications "
                       "cannot be keyed until VISMNT has run"
               WHEN OTHER
                   DISPLAY "*** VISMAST could not be opened (status "
                       WS-VISMAST-STATUS ") - check the VISMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT DEPTMAST-FILE.
           EVALUATE WS-DEPTMAST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-DEPTMAST-OPEN-SW
               WHEN "35"
                   DISPLAY "CERTMNT: DEPTMAST not present (status "
                       WS-DEPTMAST-STATUS ") - department "
                       "requirements cannot be keyed until DEPTMNT "
                       "has run"
               WHEN OTHER
                   DISPLAY "*** DEPTMAST could not be opened (status "
                       WS-DEPTMAST-STATUS ") - check the DEPTMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "Certification maintenance - C)ertification "
               "add/change, D)elete certification,".
           DISPLAY "  L)ist holder, R)equirement add/change, "
               "E)rase requirement, S)how requirements, Q)uit".
           DISPLAY "Command: ".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN CMD-IS-CERT
                   PERFORM 2100-ADD-OR-UPDATE-CERT
               WHEN CMD-IS-DELETE
                   PERFORM 2200-DELETE-CERT
               WHEN CMD-IS-LIST
                   PERFORM 2300-LIST-HOLDER
               WHEN CMD-IS-REQUIREMENT
                   PERFORM 2500-ADD-OR-UPDATE-REQ
               WHEN CMD-IS-ERASE-REQUIREMENT
                   PERFORM 2600-DELETE-REQ
               WHEN CMD-IS-SHOW-REQUIREMENTS
                   PERFORM 2700-LIST-REQS
               WHEN CMD-IS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Unrecognized command ***"
           END-EVALUATE.

      * Keys a certification one person holds, or replaces the one
      * already on file for the same holder and type - which is how
      * a renewal is recorded. Everything is validated before
      * anything is written.
       2100-ADD-OR-UPDATE-CERT.
           PERFORM 2110-ACCEPT-HOLDER.
           DISPLAY "Certification type (4 chars): ".
           ACCEPT WS-INPUT-CERT-TYPE.
           DISPLAY "Issue date (YYYYMMDD): ".
           ACCEPT WS-INPUT-ISSUE-DATE.
           DISPLAY "Expiry date (YYYYMMDD): ".
           ACCEPT WS-INPUT-EXPIRY-DATE.
           DISPLAY "Certificate/license number: ".
           ACCEPT WS-INPUT-CERT-REF.
           PERFORM 2150-VALIDATE-CERT.
           IF ENTRY-IS-VALID
               PERFORM 2170-WRITE-CERT
           END-IF.

      * Holder kind and ID, shared by add, delete and list. The
      * kind is folded to upper case.
       2110-ACCEPT-HOLDER.
           DISPLAY "Holder kind (E = employee, V = visitor): ".
           ACCEPT WS-INPUT-HOLDER-KIND.
           IF WS-INPUT-HOLDER-KIND = "e"
               MOVE "E" TO WS-INPUT-HOLDER-KIND
           END-IF.
           IF WS-INPUT-HOLDER-KIND = "v"
               MOVE "V" TO WS-INPUT-HOLDER-KIND
           END-IF.
           IF INPUT-IS-EMPLOYEE
               DISPLAY "Employee ID: "
           ELSE
               DISPLAY "Visitor badge number: "
           END-IF.
           ACCEPT WS-INPUT-HOLDER-ID.

      * The holder must be on the master for their kind; the type
      * is required; both dates must be real YYYYMMDD dates with
      * the issue date not after the expiry date.
       2150-VALIDATE-CERT.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           EVALUATE TRUE
               WHEN INPUT-IS-EMPLOYEE
                   MOVE WS-INPUT-HOLDER-ID TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           DISPLAY "*** Employee ID not on the "
                               "employee master - certification "
                               "not saved ***"
                           MOVE "N" TO WS-ENTRY-VALID-SW
                       NOT INVALID KEY
                           DISPLAY "Employee: " EMP-NAME-TEXT
                               " (department " EMP-DEPT ")"
                   END-READ
               WHEN INPUT-IS-VISITOR
                   PERFORM 2160-VALIDATE-VISITOR
               WHEN OTHER
                   DISPLAY "*** Holder kind must be E or V ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
           END-EVALUATE.
           IF WS-INPUT-CERT-TYPE = SPACES
               DISPLAY "*** Certification type cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           IF WS-INPUT-ISSUE-NUM IS NOT NUMERIC
               OR WS-INPUT-EXPIRY-NUM IS NOT NUMERIC
               DISPLAY "*** Dates must be YYYYMMDD ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           ELSE
               MOVE WS-INPUT-ISSUE-NUM TO WS-CHECK-DATE
               PERFORM 2190-CHECK-DATE
               IF DATE-IS-VALID
                   MOVE WS-INPUT-EXPIRY-NUM TO WS-CHECK-DATE
                   PERFORM 2190-CHECK-DATE
               END-IF
               IF NOT DATE-IS-VALID
                   DISPLAY "*** Not a valid date: " WS-CHECK-DATE
                       " ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               ELSE
                   IF WS-INPUT-ISSUE-NUM > WS-INPUT-EXPIRY-NUM
                       DISPLAY "*** Issue date is after the expiry "
                           "date ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.

       2160-VALIDATE-VISITOR.
           IF VISMAST-IS-OPEN
               MOVE WS-INPUT-HOLDER-ID TO VIS-BADGE-ID
               READ VISMAST-FILE
                   INVALID KEY
                       DISPLAY "*** Badge not registered - use "
                           "VISMNT to register the visitor ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   NOT INVALID KEY
                       DISPLAY "Visitor: " VIS-NAME-TEXT
                           " (" VIS-COMPANY ")"
               END-READ
           ELSE
               DISPLAY "*** No VISMAST to validate the badge "
                   "against - register visitors with VISMNT "
                   "first ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.

      * The key is READ first - that one read decides add versus
      * replace AND captures the before image for the journal.
       2170-WRITE-CERT.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-HOLDER-KIND TO CRT-HOLDER-KIND.
           MOVE WS-INPUT-HOLDER-ID   TO CRT-HOLDER-ID.
           MOVE WS-INPUT-CERT-TYPE   TO CRT-CERT-TYPE.
           READ CERTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE CERTMAST-RECORD TO WS-AUD-BEFORE
           END-READ.
           MOVE WS-INPUT-HOLDER-KIND TO CRT-HOLDER-KIND.
           MOVE WS-INPUT-HOLDER-ID   TO CRT-HOLDER-ID.
           MOVE WS-INPUT-CERT-TYPE   TO CRT-CERT-TYPE.
           MOVE WS-INPUT-ISSUE-NUM   TO CRT-ISSUE-DATE.
           MOVE WS-INPUT-EXPIRY-NUM  TO CRT-EXPIRY-DATE.
           MOVE WS-INPUT-CERT-REF    TO CRT-CERT-REF.
           MOVE "CERTMAST"           TO WS-AUD-FILE-NAME.
           MOVE WS-INPUT-HOLDER-ID   TO WS-AUD-KEY.
           IF RECORD-ON-FILE
               REWRITE CERTMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** CERTMAST rewrite failed "
                           "(status " WS-CERTMAST-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Certification replaced."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE CERTMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE CERTMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** CERTMAST write failed "
                           "(status " WS-CERTMAST-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Certification added."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE CERTMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * A real calendar date: month 01-12, day 01 through the
      * month's last day. INTEGER-OF-DATE of the first of the
      * following month, less one, gives the last day without a
      * month-length table.
       2190-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-CHECK-YYYY > 1600
               AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
               AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
               IF WS-CHECK-DD <= 28
                   MOVE "Y" TO WS-DATE-OK-SW
               ELSE
                   IF WS-CHECK-MM = 12
                       MOVE "Y" TO WS-DATE-OK-SW
                   ELSE
                       IF FUNCTION INTEGER-OF-DATE
                              (WS-CHECK-YYYY * 10000
                               + (WS-CHECK-MM + 1) * 100 + 1)
                          - FUNCTION INTEGER-OF-DATE
                              (WS-CHECK-YYYY * 10000
                               + WS-CHECK-MM * 100 + 1)
                          NOT < WS-CHECK-DD
                           MOVE "Y" TO WS-DATE-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Removes one certification, identified by holder and type.
      * Read first here too, so the journal carries the record
      * being removed - the read doubles as the not-found check.
       2200-DELETE-CERT.
           PERFORM 2110-ACCEPT-HOLDER.
           DISPLAY "Certification type: ".
           ACCEPT WS-INPUT-CERT-TYPE.
           MOVE WS-INPUT-HOLDER-KIND TO CRT-HOLDER-KIND.
           MOVE WS-INPUT-HOLDER-ID   TO CRT-HOLDER-ID.
           MOVE WS-INPUT-CERT-TYPE   TO CRT-CERT-TYPE.
           READ CERTMAST-FILE
               INVALID KEY
                   DISPLAY "*** Certification not found ***"
               NOT INVALID KEY
                   PERFORM 2250-DELETE-FOUND-CERT
           END-READ.

       2250-DELETE-FOUND-CERT.
           MOVE CERTMAST-RECORD TO WS-AUD-BEFORE.
           DELETE CERTMAST-FILE RECORD
               INVALID KEY
                   DISPLAY "*** CERTMAST delete failed "
                       "(status " WS-CERTMAST-STATUS ") ***"
               NOT INVALID KEY
                   DISPLAY "Certification deleted."
                   MOVE "CERTMAST"         TO WS-AUD-FILE-NAME
                   MOVE WS-INPUT-HOLDER-ID TO WS-AUD-KEY
                   MOVE "D" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-DELETE.

      * Lists one holder's certifications in type order: position
      * at the holder's lowest key and READ NEXT until the holder
      * changes.
       2300-LIST-HOLDER.
           PERFORM 2110-ACCEPT-HOLDER.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE WS-INPUT-HOLDER-KIND TO CRT-HOLDER-KIND.
           MOVE WS-INPUT-HOLDER-ID   TO CRT-HOLDER-ID.
           MOVE LOW-VALUES           TO CRT-CERT-TYPE.
           START CERTMAST-FILE KEY NOT < CRT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2350-LIST-NEXT-CERT UNTIL SCAN-EOF.

       2350-LIST-NEXT-CERT.
           READ CERTMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF CRT-HOLDER-KIND NOT = WS-INPUT-HOLDER-KIND
                       OR CRT-HOLDER-ID NOT = WS-INPUT-HOLDER-ID
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       DISPLAY CRT-HOLDER-KIND " " CRT-HOLDER-ID " "
                           CRT-CERT-TYPE " ISSUED " CRT-ISSUE-DATE
                           " EXPIRES " CRT-EXPIRY-DATE " "
                           CRT-CERT-REF
                   END-IF
           END-READ.

      * Sets up a requirement, or replaces the description of one
      * already on file. Everything is validated before anything is
      * written.
       2500-ADD-OR-UPDATE-REQ.
           PERFORM 2510-ACCEPT-REQUIRER.
           DISPLAY "Certification type (4 chars): ".
           ACCEPT WS-INPUT-CERT-TYPE.
           DISPLAY "Description: ".
           ACCEPT WS-INPUT-CERT-DESC.
           PERFORM 2550-VALIDATE-REQ.
           IF ENTRY-IS-VALID
               PERFORM 2570-WRITE-REQ
           END-IF.

      * Requirement kind and code, shared by add, erase and show.
      * The kind is folded to upper case.
       2510-ACCEPT-REQUIRER.
           DISPLAY "Required by (D = department, C = visitor "
               "company): ".
           ACCEPT WS-INPUT-REQ-KIND.
           IF WS-INPUT-REQ-KIND = "d"
               MOVE "D" TO WS-INPUT-REQ-KIND
           END-IF.
           IF WS-INPUT-REQ-KIND = "c"
               MOVE "C" TO WS-INPUT-REQ-KIND
           END-IF.
           MOVE SPACES TO WS-INPUT-REQ-CODE.
           IF INPUT-IS-DEPARTMENT
               DISPLAY "Department code: "
           ELSE
               DISPLAY "Company (as registered on VISMAST): "
           END-IF.
           ACCEPT WS-INPUT-REQ-CODE.

      * A department must be on DEPTMAST. A company must not be
      * blank; VISMAST is scanned for the visitors registered under
      * it, and a company nobody is registered under is taken with
      * a note, since a company's requirements are often keyed
      * before its people arrive. The type and description are
      * required.
       2550-VALIDATE-REQ.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           EVALUATE TRUE
               WHEN INPUT-IS-DEPARTMENT
                   PERFORM 2560-VALIDATE-DEPT
               WHEN INPUT-IS-COMPANY
                   IF WS-INPUT-REQ-CODE = SPACES
                       DISPLAY "*** Company cannot be blank ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   ELSE
                       PERFORM 2580-COUNT-COMPANY-VISITORS
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Required by must be D or C ***"
                   MOVE "N" TO WS-ENTRY-VALID-SW
           END-EVALUATE.
           IF WS-INPUT-CERT-TYPE = SPACES
               DISPLAY "*** Certification type cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           IF WS-INPUT-CERT-DESC = SPACES
               DISPLAY "*** Description cannot be blank ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.

       2560-VALIDATE-DEPT.
           IF DEPTMAST-IS-OPEN
               MOVE WS-INPUT-REQ-CODE TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       DISPLAY "*** Department not on the "
                           "department master - requirement not "
                           "saved ***"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   NOT INVALID KEY
                       DISPLAY "Department: " DEPT-DESC
               END-READ
           ELSE
               DISPLAY "*** No DEPTMAST to validate the department "
                   "against - set departments up with DEPTMNT "
                   "first ***"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.

      * The key is READ first - that one read decides add versus
      * replace AND captures the before image for the journal.
       2570-WRITE-REQ.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-REQ-KIND  TO CRQ-REQ-KIND.
           MOVE WS-INPUT-REQ-CODE  TO CRQ-REQ-CODE.
           MOVE WS-INPUT-CERT-TYPE TO CRQ-CERT-TYPE.
           READ CERTREQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE CERTREQ-RECORD TO WS-AUD-BEFORE
           END-READ.
           MOVE WS-INPUT-REQ-KIND  TO CRQ-REQ-KIND.
           MOVE WS-INPUT-REQ-CODE  TO CRQ-REQ-CODE.
           MOVE WS-INPUT-CERT-TYPE TO CRQ-CERT-TYPE.
           MOVE WS-INPUT-CERT-DESC TO CRQ-CERT-DESC.
           MOVE "CERTREQ "         TO WS-AUD-FILE-NAME.
           MOVE WS-INPUT-REQ-CODE  TO WS-AUD-KEY.
           IF RECORD-ON-FILE
               REWRITE CERTREQ-RECORD
                   INVALID KEY
                       DISPLAY "*** CERTREQ rewrite failed "
                           "(status " WS-CERTREQ-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Requirement replaced."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE CERTREQ-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE CERTREQ-RECORD
                   INVALID KEY
                       DISPLAY "*** CERTREQ write failed "
                           "(status " WS-CERTREQ-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "Requirement added."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE CERTREQ-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * Counts the visitors registered under the company keyed, so
      * a misspelt company - which would match nobody at VISSIGN -
      * shows up at entry instead of at the door.
       2580-COUNT-COMPANY-VISITORS.
           MOVE ZERO TO WS-COMPANY-COUNT.
           IF VISMAST-IS-OPEN
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE LOW-VALUES TO VIS-BADGE-ID
               START VISMAST-FILE KEY NOT < VIS-BADGE-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 2590-COUNT-NEXT-VISITOR UNTIL SCAN-EOF
           END-IF.
           IF WS-COMPANY-COUNT = ZERO
               DISPLAY "NOTE: no visitor is registered under "
                   WS-INPUT-REQ-CODE " yet - check the spelling "
                   "matches VISMNT"
           ELSE
               MOVE WS-COMPANY-COUNT TO WS-EDIT-COUNT
               DISPLAY "Applies to " WS-EDIT-COUNT
                   " registered visitor(s)"
           END-IF.

       2590-COUNT-NEXT-VISITOR.
           READ VISMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF VIS-COMPANY = WS-INPUT-REQ-CODE
                       ADD 1 TO WS-COMPANY-COUNT
                   END-IF
           END-READ.

      * Removes one requirement. Read first, so the journal carries
      * the record being removed - the read doubles as the
      * not-found check.
       2600-DELETE-REQ.
           PERFORM 2510-ACCEPT-REQUIRER.
           DISPLAY "Certification type: ".
           ACCEPT WS-INPUT-CERT-TYPE.
           MOVE WS-INPUT-REQ-KIND  TO CRQ-REQ-KIND.
           MOVE WS-INPUT-REQ-CODE  TO CRQ-REQ-CODE.
           MOVE WS-INPUT-CERT-TYPE TO CRQ-CERT-TYPE.
           READ CERTREQ-FILE
               INVALID KEY
                   DISPLAY "*** Requirement not found ***"
               NOT INVALID KEY
                   PERFORM 2650-DELETE-FOUND-REQ
           END-READ.

       2650-DELETE-FOUND-REQ.
           MOVE CERTREQ-RECORD TO WS-AUD-BEFORE.
           DELETE CERTREQ-FILE RECORD
               INVALID KEY
                   DISPLAY "*** CERTREQ delete failed "
                       "(status " WS-CERTREQ-STATUS ") ***"
               NOT INVALID KEY
                   DISPLAY "Requirement deleted."
                   MOVE "CERTREQ "        TO WS-AUD-FILE-NAME
                   MOVE WS-INPUT-REQ-CODE TO WS-AUD-KEY
                   MOVE "D" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM 9100-WRITE-MASTER-AUDIT
           END-DELETE.

      * Lists every requirement in key order - departments, then
      * companies, each with its certification types: position at
      * the lowest key and READ NEXT to the end.
       2700-LIST-REQS.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CRQ-KEY.
           START CERTREQ-FILE KEY NOT < CRQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 2750-LIST-NEXT-REQ UNTIL SCAN-EOF.

       2750-LIST-NEXT-REQ.
           READ CERTREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   DISPLAY CRQ-REQ-KIND " " CRQ-REQ-CODE " "
                       CRQ-CERT-TYPE " " CRQ-CERT-DESC
           END-READ.

      * Appends one master-change record to the permanent MSTAUDIT
      * journal - see copybooks/MSTAUDIT.CPY. The file, key, action
      * and before/after images are already staged where the
      * change landed; this stamps, writes and closes. A journal
      * that does not exist yet (status 35) is created.
       9100-WRITE-MASTER-AUDIT.
           OPEN EXTEND MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MST-AUDIT-FILE
           END-IF.
           MOVE SPACE TO MA-FILL-1 MA-FILL-2 MA-FILL-3 MA-FILL-4
                         MA-FILL-5 MA-FILL-6 MA-FILL-7.
           ACCEPT MA-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-STAMP-TIME FROM TIME.
           MOVE "CERTMNT "       TO MA-PROGRAM.
           MOVE WS-AUD-FILE-NAME TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION    TO MA-ACTION.
           MOVE WS-AUD-KEY       TO MA-KEY.
           MOVE WS-AUD-BEFORE    TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER     TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
