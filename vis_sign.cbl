      * SIL-EMP-ID carries the badge number on these records - the
      * event type keeps them apart from employee events everywhere
      * the log is read.
      *
      * On the way in the visitor must also hold, in date, every
      * certification their company is required to have on the
      * CERTREQ table (a site safety induction, say) - checked
      * against CERTMAST, see copybooks/CERTREQ.CPY. A missing or
      * expired one refuses the sign-in; one running out within
      * two weeks is signed in with a warning to book the renewal.
      *
      * Every visitor sign-in and sign-out also updates the PRESENCE
      * live presence file (see copybooks/PRESENCE.CPY), and a
      * sign-in is refused when PRESENCE still has the badge inside
      * a building, or when the terminal's building is at its
      * BLDGCAP capacity - the same checks HELLOWORLD makes for
      * employees, with the same supervisor override, logged to
      * PRESLOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISSIGN.
               RECORD KEY IS TRM-TERM-ID
               FILE STATUS IS WS-TERMMAST-STATUS.

      * CERTREQ-FILE says which certifications each visitor company
      * must hold, and CERTMAST-FILE which ones each visitor does -
      * see copybooks/CERTREQ.CPY and copybooks/CERTMAST.CPY.
           SELECT CERTREQ-FILE ASSIGN TO "CERTREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-CERTREQ-STATUS.

           SELECT CERTMAST-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CERTMAST-STATUS.

      * PRESENCE-FILE is the live record of who is inside which
      * building, BLDGCAP-FILE each building's occupancy cap, and
      * PRES-LOG-FILE the log of refusals and overrides - see
      * copybooks/PRESENCE.CPY, BLDGCAP.CPY and PRESLOG.CPY.
           SELECT PRESENCE-FILE ASSIGN TO "PRESENCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-KEY
               FILE STATUS IS WS-PRESENCE-STATUS.

           SELECT BLDGCAP-FILE ASSIGN TO "BLDGCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLDGCAP-STATUS.

           SELECT PRES-LOG-FILE ASSIGN TO "PRESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESLOG-STATUS.

      * DEPTMAST-FILE names the supervisors who may override a
      * presence refusal; PINMAST-FILE and PIN-LOG-FILE check their
      * PIN and log a wrong one, exactly as HELLOWORLD does - see
      * copybooks/PINMAST.CPY and PINLOG.CPY.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT PINMAST-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-EMP-ID
               FILE STATUS IS WS-PINMAST-STATUS.

           SELECT PIN-LOG-FILE ASSIGN TO "PINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGN-IN-LOG-FILE.
       FD  TERMMAST-FILE.
           COPY "TERMMAST.CPY".

       FD  CERTREQ-FILE.
           COPY "CERTREQ.CPY".

       FD  CERTMAST-FILE.
           COPY "CERTMAST.CPY".

       FD  PRESENCE-FILE.
           COPY "PRESENCE.CPY".

       FD  BLDGCAP-FILE.
           COPY "BLDGCAP.CPY".

       FD  PRES-LOG-FILE.
           COPY "PRESLOG.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

       FD  PINMAST-FILE.
           COPY "PINMAST.CPY".

       FD  PIN-LOG-FILE.
           COPY "PINLOG.CPY".

       WORKING-STORAGE SECTION.
       01  WS-BADGE-INPUT           PIC X(6).
       01  WS-SIL-STATUS            PIC X(2).
       01  WS-VISMAST-STATUS        PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-TERMMAST-STATUS       PIC X(2).
       01  WS-CERTREQ-STATUS        PIC X(2).
       01  WS-CERTMAST-STATUS       PIC X(2).
       01  WS-PRESENCE-STATUS       PIC X(2).
       01  WS-BLDGCAP-STATUS        PIC X(2).
           88  BLDGCAP-EOF                     VALUE "10".
       01  WS-PRESLOG-STATUS        PIC X(2).
       01  WS-DEPTMAST-STATUS       PIC X(2).
           88  DEPTMAST-EOF                    VALUE "10".
       01  WS-PINMAST-STATUS        PIC X(2).
       01  WS-PINLOG-STATUS         PIC X(2).
       01  WS-SIGN-IN-DATE          PIC 9(8).
       01  WS-SIGN-IN-TIME          PIC 9(8).
       01  WS-TERM-ID               PIC X(8).

       01  WS-ESCORT-ID             PIC X(6).

      * Certification check at sign-in - see copybooks/CERTCHK.CPY.
           COPY "CERTCHK.CPY".

      * Presence check at sign-in - see copybooks/PRESCHK.CPY - and
      * the PIN hash a supervisor override is checked with - see
      * copybooks/PINHASH.CPY. WS-PIN-EVENT-TYPE stages the PINLOG
      * event for 1660-LOG-PIN-EVENT.
           COPY "PRESCHK.CPY".
           COPY "PINHASH.CPY".
       01  WS-PIN-EVENT-TYPE        PIC X(2).

      * Badge validation: not blank, on the visitor master, and (on
      * the way in) escorted by a real employee.
       01  WS-BADGE-VALID-SW        PIC X      VALUE "N".
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           PERFORM 0600-OPEN-CERT-FILES.
           PERFORM UNTIL DIRECTION-ENTERED
               DISPLAY "Visitor sign I)n or O)ut? "
               ACCEPT WS-DIRECTION
           END-PERFORM.
           CLOSE VISMAST-FILE.
           CLOSE EMPMAST-FILE.
           IF CERTREQ-IS-OPEN
               CLOSE CERTREQ-FILE
           END-IF.
           IF CERTMAST-IS-OPEN
               CLOSE CERTMAST-FILE
           END-IF.
           MOVE "V"               TO WS-PRS-KIND.
           MOVE WS-BADGE-INPUT    TO WS-PRS-ID.
           MOVE VISITOR-NAME-TEXT TO WS-PRS-NAME-TEXT.
           IF DIRECTION-IS-IN
               PERFORM 1500-CHECK-PRESENCE
           END-IF.
           PERFORM 2000-LOG-VISITOR-EVENT.
           PERFORM 2100-UPDATE-PRESENCE.
           IF DIRECTION-IS-IN
               DISPLAY "Visitor signed in: " VISITOR-NAME-TEXT
           ELSE
      * carries none) against the TERMMAST terminal master and
      * refuses to take an event from an ID that is not on file or
      * not active. TERMMAST is a hard requirement, like EMPMAST.
      * WS-TERM-ID stays set for the audit record later, and the
      * terminal's building for the presence check.
       0500-VALIDATE-TERMINAL.
           OPEN INPUT TERMMAST-FILE.
           IF WS-TERMMAST-STATUS NOT = "00"
                           "retired - sign-in refused ***"
                       STOP RUN
                   END-IF
                   MOVE TRM-BUILDING TO WS-PRS-BUILDING
           END-READ.
           CLOSE TERMMAST-FILE.

      * Neither certification file is required. No CERTREQ means no
      * company has any requirement on file yet, so there is nothing
      * to enforce; no CERTMAST with requirements on file means no
      * visitor holds anything, and every required certification is
      * missing. Any other open failure is the usual hard stop - a
      * safety check that cannot be made is not skipped silently.
       0600-OPEN-CERT-FILES.
           ACCEPT WS-CERT-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CERTREQ-FILE.
           EVALUATE WS-CERTREQ-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CERTREQ-OPEN-SW
               WHEN "35"
                   DISPLAY "VISSIGN: CERTREQ not present (status "
                       WS-CERTREQ-STATUS ") - no certifications "
                       "checked"
               WHEN OTHER
                   DISPLAY "*** CERTREQ could not be opened (status "
                       WS-CERTREQ-STATUS ") - check the CERTREQ "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CERTMAST-FILE.
           EVALUATE WS-CERTMAST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CERTMAST-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** CERTMAST could not be opened (status "
                       WS-CERTMAST-STATUS ") - check the CERTMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

      * Rejects blank badges and badges not on the visitor master,
      * re-prompting like HELLOWORLD's VALIDATE-EMP-ID. On the way IN
      * the registered escort must also still be on EMPMAST - an
                       IF DIRECTION-IS-IN
                           PERFORM 1100-VALIDATE-ESCORT
                       END-IF
                       IF DIRECTION-IS-IN AND BADGE-IS-VALID
                           PERFORM 1200-CHECK-CERTIFICATIONS
                       END-IF
               END-READ
           END-IF.

                   DISPLAY "Escort: " EMP-NAME-TEXT
           END-READ.

      * Every certification the visitor's company must hold is read
      * from CERTREQ in type order and looked up on CERTMAST under
      * the badge. Every problem is shown, not just the first, so
      * the visitor learns the whole of it at one attempt. A missing
      * or expired certification refuses the badge; one expiring
      * within WS-CERT-WARN-DAYS days only warns.
       1200-CHECK-CERTIFICATIONS.
           MOVE "N" TO WS-CERT-REFUSED-SW.
           MOVE "V"            TO WS-CERT-HOLDER-KIND.
           MOVE WS-BADGE-INPUT TO WS-CERT-HOLDER-ID.
           MOVE "C"            TO WS-CERT-REQ-KIND.
           MOVE VIS-COMPANY    TO WS-CERT-REQ-CODE.
           IF CERTREQ-IS-OPEN
               MOVE "N" TO WS-CERT-REQ-EOF-SW
               MOVE WS-CERT-REQ-KIND TO CRQ-REQ-KIND
               MOVE WS-CERT-REQ-CODE TO CRQ-REQ-CODE
               MOVE LOW-VALUES       TO CRQ-CERT-TYPE
               START CERTREQ-FILE KEY NOT < CRQ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CERT-REQ-EOF-SW
               END-START
               PERFORM 1250-CHECK-NEXT-REQUIREMENT
                   UNTIL CERT-REQ-EOF
           END-IF.
           IF CERT-CHECK-REFUSED
               DISPLAY "*** Sign-in refused - certification must "
                   "be renewed and recorded with CERTMNT ***"
               MOVE "N" TO WS-BADGE-VALID-SW
           END-IF.

       1250-CHECK-NEXT-REQUIREMENT.
           READ CERTREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CERT-REQ-EOF-SW
               NOT AT END
                   IF CRQ-REQ-KIND NOT = WS-CERT-REQ-KIND
                       OR CRQ-REQ-CODE NOT = WS-CERT-REQ-CODE
                       MOVE "Y" TO WS-CERT-REQ-EOF-SW
                   ELSE
                       PERFORM 1260-CHECK-ONE-CERTIFICATION
                   END-IF
           END-READ.

       1260-CHECK-ONE-CERTIFICATION.
           MOVE WS-CERT-HOLDER-KIND TO CRT-HOLDER-KIND.
           MOVE WS-CERT-HOLDER-ID   TO CRT-HOLDER-ID.
           MOVE CRQ-CERT-TYPE       TO CRT-CERT-TYPE.
           IF CERTMAST-IS-OPEN
               READ CERTMAST-FILE
                   INVALID KEY
                       MOVE ZERO TO CRT-EXPIRY-DATE
               END-READ
           ELSE
               MOVE ZERO TO CRT-EXPIRY-DATE
           END-IF.
           IF CRT-EXPIRY-DATE = ZERO
               DISPLAY "*** No " CRQ-CERT-TYPE " " CRQ-CERT-DESC
                   " on file - required for " WS-CERT-REQ-CODE " ***"
               MOVE "Y" TO WS-CERT-REFUSED-SW
           ELSE
               COMPUTE WS-CERT-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (CRT-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-CERT-TODAY)
               EVALUATE TRUE
                   WHEN WS-CERT-DAYS-LEFT < ZERO
                       DISPLAY "*** " CRQ-CERT-TYPE " "
                           CRQ-CERT-DESC " EXPIRED "
                           CRT-EXPIRY-DATE " ***"
                       MOVE "Y" TO WS-CERT-REFUSED-SW
                   WHEN WS-CERT-DAYS-LEFT NOT > WS-CERT-WARN-DAYS
                       MOVE WS-CERT-DAYS-LEFT TO WS-CERT-EDIT-DAYS
                       DISPLAY "*** WARNING: " CRQ-CERT-TYPE " "
                           CRQ-CERT-DESC " expires "
                           CRT-EXPIRY-DATE " (" WS-CERT-EDIT-DAYS
                           " days) - book the renewal ***"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Refuses a sign-in from a badge PRESENCE still has inside a
      * building, here or anywhere else, and - when BLDGCAP caps
      * this building - from anyone once the building's head count
      * has reached the cap. Either refusal can be overridden on
      * the spot by a supervisor (see 1550-OFFER-PRESENCE-OVERRIDE);
      * an unoverridden one ends the run with nothing logged to
      * SIGNLOG. Must stay step-for-step the same as CHECK-PRESENCE
      * in HELLOWORLD.
       1500-CHECK-PRESENCE.
           PERFORM 1800-OPEN-PRESENCE.
           MOVE "N" TO WS-PRS-SUPV-OK-SW.
           MOVE SPACES TO WS-PRS-INSIDE-BUILDING WS-PRS-SUPV-ID.
           MOVE ZERO TO WS-PRS-CAPACITY WS-PRS-OCCUPANCY.
           MOVE WS-PRS-SELF-KEY TO PRS-KEY.
           READ PRESENCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRS-FOUND-SW
           END-READ.
           IF PRESENCE-ON-FILE
               MOVE PRS-BUILDING TO WS-PRS-INSIDE-BUILDING
               IF PRS-BUILDING = WS-PRS-BUILDING
                   DISPLAY "*** Already signed in at this building "
                       "since " PRS-IN-DATE " " PRS-IN-TIME (1:6)
                       " - sign out first ***"
               ELSE
                   DISPLAY "*** Still signed in at building "
                       PRS-BUILDING " since " PRS-IN-DATE " "
                       PRS-IN-TIME (1:6) " - sign out there first ***"
               END-IF
               MOVE "RI" TO WS-PRS-REFUSE-TYPE
               MOVE "OI" TO WS-PRS-OVERRIDE-TYPE
               PERFORM 1550-OFFER-PRESENCE-OVERRIDE
           END-IF.
           PERFORM 1520-LOAD-BUILDING-CAPACITY.
           IF WS-PRS-CAPACITY > ZERO
               PERFORM 1510-COUNT-BUILDING-OCCUPANCY
               IF WS-PRS-OCCUPANCY NOT < WS-PRS-CAPACITY
                   MOVE WS-PRS-CAPACITY TO WS-PRS-EDIT-CAP
                   DISPLAY "*** Building " WS-PRS-BUILDING " is at "
                       "its capacity of " WS-PRS-EDIT-CAP " ***"
                   MOVE "RC" TO WS-PRS-REFUSE-TYPE
                   MOVE "OC" TO WS-PRS-OVERRIDE-TYPE
                   PERFORM 1550-OFFER-PRESENCE-OVERRIDE
               END-IF
           END-IF.
           CLOSE PRESENCE-FILE.

      * Everyone PRESENCE has in this building, not counting the
      * visitor signing in - who, if already in here, is only being
      * let back in by an override and takes no extra place.
       1510-COUNT-BUILDING-OCCUPANCY.
           MOVE ZERO TO WS-PRS-OCCUPANCY.
           MOVE "N" TO WS-PRS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO PRS-KEY.
           START PRESENCE-FILE KEY NOT < PRS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL PRS-SCAN-EOF
               READ PRESENCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRS-SCAN-EOF-SW
                   NOT AT END
                       IF PRS-BUILDING = WS-PRS-BUILDING
                           AND PRS-KEY NOT = WS-PRS-SELF-KEY
                           ADD 1 TO WS-PRS-OCCUPANCY
                       END-IF
               END-READ
           END-PERFORM.

      * The cap for this terminal's building, or zero when BLDGCAP
      * has none (or does not exist) - an uncapped building.
       1520-LOAD-BUILDING-CAPACITY.
           MOVE ZERO TO WS-PRS-CAPACITY.
           OPEN INPUT BLDGCAP-FILE.
           IF WS-BLDGCAP-STATUS = "00"
               PERFORM UNTIL BLDGCAP-EOF
                   READ BLDGCAP-FILE
                       AT END
                           MOVE "10" TO WS-BLDGCAP-STATUS
                       NOT AT END
                           IF BC-BUILDING = WS-PRS-BUILDING
                               AND BC-CAPACITY IS NUMERIC
                               MOVE BC-CAPACITY TO WS-PRS-CAPACITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLDGCAP-FILE
           END-IF.

      * A refused sign-in can be let through by a supervisor keying
      * their own ID and PIN at the terminal. Blank cancels, and the
      * refusal is logged; a supervisor already accepted for this
      * sign-in is not asked twice. Both outcomes go to PRESLOG
      * with the supervisor ID.
       1550-OFFER-PRESENCE-OVERRIDE.
           IF NOT SUPV-OVERRIDE-GRANTED
               DISPLAY "Supervisor override - supervisor ID "
                   "(blank to cancel): "
               ACCEPT WS-PRS-SUPV-ID
               IF WS-PRS-SUPV-ID NOT = SPACES
                   PERFORM 1600-VERIFY-SUPERVISOR
               END-IF
           END-IF.
           IF SUPV-OVERRIDE-GRANTED
               MOVE WS-PRS-OVERRIDE-TYPE TO WS-PRS-EVENT-TYPE
               PERFORM 1700-LOG-PRESENCE-EVENT
               DISPLAY "Override accepted - logged under supervisor "
                   WS-PRS-SUPV-ID
           ELSE
               MOVE WS-PRS-REFUSE-TYPE TO WS-PRS-EVENT-TYPE
               PERFORM 1700-LOG-PRESENCE-EVENT
               DISPLAY "*** Visitor sign-in refused - please call "
                   "a supervisor ***"
               CLOSE PRESENCE-FILE
               STOP RUN
           END-IF.

      * Only the named supervisor of an active department on
      * DEPTMAST may override, and only with their own PIN - one
      * attempt, counted towards their PIN lockout exactly like a
      * wrong PIN at HELLOWORLD.
       1600-VERIFY-SUPERVISOR.
           MOVE "N" TO WS-PRS-SUPV-OK-SW.
           IF WS-PRS-KIND = "E" AND WS-PRS-SUPV-ID = WS-PRS-ID
               DISPLAY "*** A supervisor cannot override their own "
                   "sign-in ***"
           ELSE
               PERFORM 1610-CHECK-SUPERVISOR-ON-DEPTMAST
               IF PRS-ID-IS-SUPERVISOR
                   PERFORM 1620-CHECK-SUPERVISOR-PIN
               ELSE
                   DISPLAY "*** " WS-PRS-SUPV-ID " is not the "
                       "supervisor of any active department ***"
               END-IF
           END-IF.

       1610-CHECK-SUPERVISOR-ON-DEPTMAST.
           MOVE "N" TO WS-PRS-IS-SUPV-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               PERFORM UNTIL DEPTMAST-EOF OR PRS-ID-IS-SUPERVISOR
                   READ DEPTMAST-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMAST-STATUS
                       NOT AT END
                           IF DEPT-IS-ACTIVE
                               AND DEPT-SUPV-EMP-ID = WS-PRS-SUPV-ID
                               MOVE "Y" TO WS-PRS-IS-SUPV-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTMAST-FILE
           ELSE
               DISPLAY "*** DEPTMAST could not be opened (status "
                   WS-DEPTMAST-STATUS ") - no supervisor can be "
                   "confirmed ***"
           END-IF.

      * The supervisor's PIN, checked against PINMAST with the same
      * hash, failure count and lockout as HELLOWORLD's VERIFY-PIN,
      * but a single attempt - a failure refuses the override.
       1620-CHECK-SUPERVISOR-PIN.
           OPEN I-O PINMAST-FILE.
           IF WS-PINMAST-STATUS NOT = "00"
               DISPLAY "*** PINMAST could not be opened (status "
                   WS-PINMAST-STATUS ") - no override possible ***"
           ELSE
               MOVE WS-PRS-SUPV-ID TO PIN-EMP-ID
               READ PINMAST-FILE
                   INVALID KEY
                       DISPLAY "*** No PIN has been set up for "
                           "supervisor " WS-PRS-SUPV-ID " ***"
                   NOT INVALID KEY
                       IF PIN-IS-LOCKED
                           MOVE "LA" TO WS-PIN-EVENT-TYPE
                           PERFORM 1660-LOG-PIN-EVENT
                           DISPLAY "*** Supervisor ID is locked "
                               "after too many wrong PINs ***"
                       ELSE
                           DISPLAY "Supervisor PIN: "
                           ACCEPT WS-PRS-SUPV-PIN
                           PERFORM 1630-CHECK-SUPERVISOR-PIN-ENTRY
                       END-IF
               END-READ
               CLOSE PINMAST-FILE
           END-IF.

       1630-CHECK-SUPERVISOR-PIN-ENTRY.
           MOVE WS-PRS-SUPV-ID  TO WS-PIN-HASH-EMP-ID.
           MOVE WS-PRS-SUPV-PIN TO WS-PIN-HASH-PIN.
           MOVE SPACES          TO WS-PRS-SUPV-PIN.
           PERFORM 1650-COMPUTE-PIN-HASH.
           IF WS-PIN-HASH-RESULT = PIN-HASH
               MOVE "Y" TO WS-PRS-SUPV-OK-SW
               IF PIN-FAIL-COUNT NOT = ZERO
                   MOVE ZERO TO PIN-FAIL-COUNT
                   REWRITE PINMAST-RECORD
                       INVALID KEY
                           DISPLAY "*** PINMAST could not be updated "
                               "(status " WS-PINMAST-STATUS ") ***"
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO PIN-FAIL-COUNT
               IF PIN-FAIL-COUNT NOT < WS-PIN-MAX-FAILURES
                   MOVE "Y" TO PIN-LOCKED-FLAG
                   ACCEPT PIN-LOCK-DATE FROM DATE YYYYMMDD
                   ACCEPT PIN-LOCK-TIME FROM TIME
                   MOVE "LO" TO WS-PIN-EVENT-TYPE
               ELSE
                   MOVE "PF" TO WS-PIN-EVENT-TYPE
               END-IF
               REWRITE PINMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** PINMAST could not be updated "
                           "(status " WS-PINMAST-STATUS ") ***"
               END-REWRITE
               PERFORM 1660-LOG-PIN-EVENT
               DISPLAY "*** Wrong supervisor PIN ***"
           END-IF.

      * The salted PIN hash - see copybooks/PINHASH.CPY. Must stay
      * step-for-step identical to COMPUTE-PIN-HASH in HELLOWORLD
      * and 2900-COMPUTE-PIN-HASH in PINMNT, which hashed the PIN
      * this one is compared with. The PIN is cleared from working
      * storage once it is hashed.
       1650-COMPUTE-PIN-HASH.
           MOVE ZERO TO WS-PIN-HASH-ACC.
           PERFORM VARYING WS-PIN-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-PIN-HASH-ROUND > WS-PIN-HASH-ROUNDS
               PERFORM VARYING WS-PIN-HASH-SUB FROM 1 BY 1
                       UNTIL WS-PIN-HASH-SUB > 12
                   COMPUTE WS-PIN-HASH-ACC = FUNCTION MOD
                       (WS-PIN-HASH-ACC * WS-PIN-HASH-MULTIPLIER
                        + FUNCTION ORD
                            (WS-PIN-HASH-BYTE (WS-PIN-HASH-SUB)),
                        WS-PIN-HASH-MODULUS)
               END-PERFORM
           END-PERFORM.
           MOVE WS-PIN-HASH-ACC TO WS-PIN-HASH-RESULT.
           MOVE SPACES TO WS-PIN-HASH-PIN.

      * Appends one record to the PINLOG security log for the
      * supervisor ID on PINMAST - see HELLOWORLD's LOG-PIN-EVENT.
      * A log that does not exist yet (status 35) is created.
       1660-LOG-PIN-EVENT.
           OPEN EXTEND PIN-LOG-FILE.
           IF WS-PINLOG-STATUS = "35"
               OPEN OUTPUT PIN-LOG-FILE
           END-IF.
           MOVE SPACE TO PL-FILL-1 PL-FILL-2 PL-FILL-3 PL-FILL-4
                         PL-FILL-5.
           ACCEPT PL-DATE FROM DATE YYYYMMDD.
           ACCEPT PL-TIME FROM TIME.
           MOVE WS-TERM-ID         TO PL-TERM-ID.
           MOVE PIN-EMP-ID         TO PL-EMP-ID.
           MOVE WS-PIN-EVENT-TYPE  TO PL-EVENT-TYPE.
           MOVE PIN-FAIL-COUNT     TO PL-FAIL-COUNT.
           WRITE PIN-LOG-RECORD.
           CLOSE PIN-LOG-FILE.

      * Appends one refusal or override to the PRESLOG presence log
      * - see copybooks/PRESLOG.CPY. A log that does not exist yet
      * (status 35) is created.
       1700-LOG-PRESENCE-EVENT.
           OPEN EXTEND PRES-LOG-FILE.
           IF WS-PRESLOG-STATUS = "35"
               OPEN OUTPUT PRES-LOG-FILE
           END-IF.
           MOVE SPACE TO PG-FILL-1 PG-FILL-2 PG-FILL-3 PG-FILL-4
                         PG-FILL-5 PG-FILL-6 PG-FILL-7 PG-FILL-8
                         PG-FILL-9 PG-FILL-10.
           ACCEPT PG-DATE FROM DATE YYYYMMDD.
           ACCEPT PG-TIME FROM TIME.
           MOVE WS-TERM-ID             TO PG-TERM-ID.
           MOVE WS-PRS-KIND            TO PG-KIND.
           MOVE WS-PRS-ID              TO PG-ID.
           MOVE WS-PRS-BUILDING        TO PG-BUILDING.
           MOVE WS-PRS-EVENT-TYPE      TO PG-EVENT-TYPE.
           MOVE WS-PRS-INSIDE-BUILDING TO PG-INSIDE-BUILDING.
           MOVE WS-PRS-OCCUPANCY       TO PG-OCCUPANCY.
           MOVE WS-PRS-CAPACITY        TO PG-CAPACITY.
           MOVE WS-PRS-SUPV-ID         TO PG-SUPV-ID.
           WRITE PRES-LOG-RECORD.
           CLOSE PRES-LOG-FILE.

      * PRESENCE is created empty the first time it is needed, the
      * way the maintenance programs create their masters. Any
      * other open failure is the usual hard stop.
       1800-OPEN-PRESENCE.
           OPEN I-O PRESENCE-FILE.
           IF WS-PRESENCE-STATUS = "35"
               OPEN OUTPUT PRESENCE-FILE
               CLOSE PRESENCE-FILE
               OPEN I-O PRESENCE-FILE
           END-IF.
           IF WS-PRESENCE-STATUS NOT = "00"
               DISPLAY "*** PRESENCE could not be opened (status "
                   WS-PRESENCE-STATUS ") - check the PRESENCE "
                   "allocation. ***"
               STOP RUN
           END-IF.

      * One timestamped audit record, same fields every logger
      * writes, with the visitor event type and the badge number in
      * SIL-EMP-ID.
           MOVE VISITOR-NAME    TO SIL-USER-NAME.
           WRITE SIGN-IN-LOG-RECORD.
           CLOSE SIGN-IN-LOG-FILE.

      * Brings PRESENCE into line with the event just logged: a
      * sign-in puts the visitor in this terminal's building
      * (replacing where they were, on an override), a sign-out
      * takes them out wherever they were. Must stay step-for-step
      * the same as UPDATE-PRESENCE in HELLOWORLD.
       2100-UPDATE-PRESENCE.
           PERFORM 1800-OPEN-PRESENCE.
           MOVE WS-PRS-SELF-KEY TO PRS-KEY.
           IF DIRECTION-IS-IN
               MOVE WS-PRS-BUILDING   TO PRS-BUILDING
               MOVE WS-TERM-ID        TO PRS-TERM-ID
               MOVE WS-SIGN-IN-DATE   TO PRS-IN-DATE
               MOVE WS-SIGN-IN-TIME   TO PRS-IN-TIME
               MOVE WS-PRS-NAME-TEXT  TO PRS-NAME-TEXT
               MOVE WS-PRS-SUPV-OK-SW TO PRS-OVERRIDE-FLAG
               WRITE PRESENCE-RECORD
                   INVALID KEY
                       REWRITE PRESENCE-RECORD
               END-WRITE
           ELSE
               DELETE PRESENCE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           CLOSE PRESENCE-FILE.
