      * PRESBLD is the nightly rebuild of the PRESENCE live presence
      * file - see copybooks/PRESENCE.CPY. HELLOWORLD and VISSIGN
      * keep PRESENCE up to date themselves, one sign-in or sign-out
      * at a time, but each does it AFTER logging the event: a
      * terminal that crashes in between leaves someone signed out
      * in the log and still inside on PRESENCE (and refused at the
      * door next morning), or the other way round. This step puts
      * PRESENCE back in line with the sign-in log every night.
      *
      * It reads the business date's DAYEVT extract, plus every
      * event on the live SIGN-IN-LOG dated AFTER the business date
      * - DAYEVT is a day behind on purpose, and the sign-ins since
      * midnight are already on PRESENCE and must not be undone.
      * The events are sorted by ID, date and time, and for each ID
      * the LAST employee event and the LAST visitor event decide,
      * kept apart the same way MUSTER keeps them apart, since the
      * same six characters can be both an employee ID and a badge:
      *
      *   last event an in, not on PRESENCE      - ADDED
      *   last event an in at another building   - MOVED
      *   last event an in at the same building  - confirmed (the
      *                                            sign-in stamp is
      *                                            refreshed)
      *   last event an out, still on PRESENCE   - REMOVED
      *
      * An event counted twice (an overnight sign-out LOGEXTR moved
      * back into the business date is also on the live log) changes
      * nothing, as the last event is the same either way. Once
      * every ID with events is settled, any PRESENCE record signed
      * in BEFORE the business date that no event has touched since
      * is removed too - the same two-day window MUSTER counts as
      * still on site. A terminal no longer on TERMMAST places its
      * sign-in in building UNKNOWN.
      *
      * HELLOBAT's greetings are skipped. It logs an employee
      * sign-in from terminal BATCH for every rostered employee when
      * it greets the shift (NIGHTLY STEP010, so tonight's are in
      * the live log and last night's in DAYEVT), but nobody walked
      * through a door: taken as sign-ins they would put the whole
      * roster inside building UNKNOWN, and HELLOWORLD would refuse
      * every one of them at the door next morning.
      *
      * The SYSIN card carries the business date in columns 1-8
      * (PREV, YYYYMMDD, or blank for today, as in every DAYEVT
      * reader), and the same LOGEXTR prerequisite applies. Every
      * correction is listed on the PRESBRPT report.
      * See jcl/NIGHTLY.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DAYEVT-FILE is the DAYEVT daily extract LOGEXTR cuts from the
      * live log; SIGN-IN-LOG-FILE is the live log itself, read only
      * for the events since the business date.
           SELECT DAYEVT-FILE ASSIGN TO "DAYEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DE-STATUS.

           SELECT SIGN-IN-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIL-STATUS.

      * SORTED-EVENTS is both inputs together, sorted by ID, date
      * and time.
           SELECT SORTED-EVENTS ASSIGN TO "SPRESEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SE-STATUS.

      * TERMMAST-FILE places each terminal in its building.
           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-ID
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT PRESENCE-FILE ASSIGN TO "PRESENCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-KEY
               FILE STATUS IS WS-PRESENCE-STATUS.

      * PRES-BLD-RPT is the printed list of corrections.
           SELECT PRES-BLD-RPT ASSIGN TO "PRESBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY. Read first for the LOGEXTR
      * prerequisite, then appended to like every other batch step.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SORT-WK1 ASSIGN TO "SWK1".

       DATA DIVISION.
       FILE SECTION.
      * DAYEVT-FILE, SORTED-EVENTS and SORT-WK1 mirror SIGNLOG.CPY's
      * byte layout field-for-field but under their own names, the
      * same as every program that reads or sorts the log.
       FD  DAYEVT-FILE.
       01  DAYEVT-RECORD.
           05  DE-DATE             PIC 9(8).
           05  DE-FILL-1           PIC X.
           05  DE-TIME             PIC 9(8).
           05  DE-FILL-2           PIC X.
           05  DE-TERM-ID          PIC X(8).
           05  DE-FILL-3           PIC X.
           05  DE-EMP-ID           PIC X(6).
           05  DE-FILL-4           PIC X.
           05  DE-NAME             PIC X(30).
           05  DE-OVERFLOW-FLAG    PIC X.
           05  DE-FILL-5           PIC X.
           05  DE-EVENT-TYPE       PIC X(2).

       FD  SIGN-IN-LOG-FILE.
           COPY "SIGNLOG.CPY".

       FD  SORTED-EVENTS.
       01  SORTED-EVENT-RECORD.
           05  SE-DATE             PIC 9(8).
           05  SE-FILL-1           PIC X.
           05  SE-TIME             PIC 9(8).
           05  SE-FILL-2           PIC X.
           05  SE-TERM-ID          PIC X(8).
           05  SE-FILL-3           PIC X.
           05  SE-EMP-ID           PIC X(6).
           05  SE-FILL-4           PIC X.
           05  SE-NAME             PIC X(30).
           05  SE-OVERFLOW-FLAG    PIC X.
           05  SE-FILL-5           PIC X.
           05  SE-EVENT-TYPE       PIC X(2).
               88  SE-EMP-SIGN-IN              VALUE "EI" "  ".
               88  SE-EMP-SIGN-OUT             VALUE "EO".
               88  SE-VIS-SIGN-IN              VALUE "VI".
               88  SE-VIS-SIGN-OUT             VALUE "VO".

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

       FD  TERMMAST-FILE.
           COPY "TERMMAST.CPY".

       FD  PRESENCE-FILE.
           COPY "PRESENCE.CPY".

       FD  PRES-BLD-RPT.
       01  PRES-BLD-RPT-RECORD     PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-DE-STATUS             PIC X(2).
           88  DE-EOF                          VALUE "10".
       01  WS-SIL-STATUS            PIC X(2).
           88  SIL-EOF                         VALUE "10".
       01  WS-SE-STATUS             PIC X(2).
           88  SE-EOF                          VALUE "10".
       01  WS-TERMMAST-STATUS       PIC X(2).
       01  WS-PRESENCE-STATUS       PIC X(2).
           88  PRESENCE-EOF                    VALUE "10".
       01  WS-RPT-STATUS            PIC X(2).

      * The SYSIN date card - see the header comment.
       01  WS-DATE-CARD             PIC X(8)   VALUE SPACES.
           88  DATE-CARD-IS-PREV               VALUE "PREV    ".
       01  WS-DATE-CARD-NUM REDEFINES WS-DATE-CARD
                                    PIC 9(8).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CARD-DAY-INTEGER      PIC 9(8)   COMP.

      * The ID being settled, and the last employee event (entry 1)
      * and last visitor event (entry 2) seen for it.
       01  WS-CUR-ID                PIC X(6).
       01  WS-FIRST-EVENT-SW        PIC X      VALUE "Y".
           88  FIRST-EVENT                     VALUE "Y".
       01  WS-KIND-TABLE.
           05  WS-KIND-ENTRY        OCCURS 2 TIMES.
               10  WS-KE-KIND       PIC X.
               10  WS-KE-SEEN-SW    PIC X.
                   88  KIND-HAS-EVENTS         VALUE "Y".
               10  WS-KE-IN-SW      PIC X.
                   88  KIND-IS-INSIDE          VALUE "Y".
               10  WS-KE-DATE       PIC 9(8).
               10  WS-KE-TIME       PIC 9(8).
               10  WS-KE-TERM-ID    PIC X(8).
               10  WS-KE-NAME       PIC X(30).
       01  WS-KIND-SUB              PIC 9      COMP.

      * Where the settled event puts the holder, and where PRESENCE
      * had them before.
       01  WS-CUR-BUILDING          PIC X(8).
       01  WS-RPT-BUILDING          PIC X(8).
       01  WS-OLD-BUILDING          PIC X(8).
       01  WS-LAST-TERM-LOOKUP      PIC X(8)   VALUE HIGH-VALUES.

      * The terminal ID HELLOBAT logs its greetings under - see the
      * header comment.
       01  WS-BATCH-TERM-ID         PIC X(8)   VALUE "BATCH".
       01  WS-FOUND-SW              PIC X      VALUE "N".
           88  PRESENCE-ON-FILE                VALUE "Y".

      * One correction line: what was done, to whom, and where.
       01  WS-ACTION                PIC X(8).
       01  WS-ACTION-DETAIL         PIC X(22).

       01  WS-EVENT-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-TAIL-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-HOLDER-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-CONFIRMED-COUNT       PIC 9(6)   VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-SIGNED-OUT-COUNT      PIC 9(6)   VALUE ZERO.
       01  WS-STALE-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-ON-FILE-COUNT         PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.

      * Run-control journaling and the LOGEXTR prerequisite check -
      * see copybooks/RUNCTL.CPY.
       01  WS-RUNCTL-STATUS         PIC X(2).
           88  RUNCTL-EOF                      VALUE "10".
       01  WS-RC-STAMP-DATE         PIC 9(8).
       01  WS-RC-STAMP-TIME         PIC 9(8).
       01  WS-RC-STATUS-VAL         PIC X(8).
       01  WS-RC-IN-COUNT           PIC 9(8)   VALUE ZERO.
       01  WS-RC-OUT-COUNT          PIC 9(8)   VALUE ZERO.
       01  WS-PREREQ-SW             PIC X      VALUE "N".
           88  LOGEXTR-IS-DONE                 VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DATE-CARD.
           EVALUATE TRUE
               WHEN DATE-CARD-IS-PREV
                   COMPUTE WS-CARD-DAY-INTEGER = FUNCTION
                       INTEGER-OF-DATE (WS-TODAY-DATE) - 1
                   COMPUTE WS-RUN-DATE = FUNCTION
                       DATE-OF-INTEGER (WS-CARD-DAY-INTEGER)
               WHEN WS-DATE-CARD-NUM IS NUMERIC
                   MOVE WS-DATE-CARD-NUM TO WS-RUN-DATE
               WHEN OTHER
                   MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-EVALUATE.
           PERFORM 0100-CHECK-LOGEXTR-DONE.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           OPEN INPUT TERMMAST-FILE.
           IF WS-TERMMAST-STATUS NOT = "00"
               DISPLAY "*** TERMMAST could not be opened (status "
                   WS-TERMMAST-STATUS ") - register terminals "
                   "with TERMMNT first. ***"
               STOP RUN
           END-IF.
           PERFORM 0200-OPEN-PRESENCE.
           MOVE "E" TO WS-KE-KIND (1).
           MOVE "V" TO WS-KE-KIND (2).
           OPEN OUTPUT PRES-BLD-RPT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "PRESENCE REBUILD - BUSINESS DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           WRITE PRES-BLD-RPT-RECORD.
           SORT SORT-WK1 ON ASCENDING KEY SW1-EMP-ID SW1-DATE
                                          SW1-TIME
               INPUT PROCEDURE 1000-RELEASE-EVENTS
               GIVING SORTED-EVENTS.
           PERFORM 2000-SETTLE-HOLDERS.
           PERFORM 3000-SWEEP-STALE.
           PERFORM 8000-PRINT-TOTALS.
           CLOSE PRES-BLD-RPT.
           CLOSE PRESENCE-FILE.
           CLOSE TERMMAST-FILE.
           DISPLAY "PRESBLD: " WS-EVENT-COUNT " event(s), "
               WS-ADDED-COUNT " added, " WS-MOVED-COUNT " moved, "
               WS-SIGNED-OUT-COUNT " signed out, " WS-STALE-COUNT
               " stale, " WS-ON-FILE-COUNT " now inside".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-EVENT-COUNT TO WS-RC-IN-COUNT.
           COMPUTE WS-RC-OUT-COUNT = WS-ADDED-COUNT + WS-MOVED-COUNT
               + WS-SIGNED-OUT-COUNT + WS-STALE-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * A COMPLETE run-control record from LOGEXTR for the business
      * date must be on file, or the DAYEVT extract may be missing
      * or half-written and a whole day's sign-outs would be lost.
       0100-CHECK-LOGEXTR-DONE.
           MOVE "N" TO WS-PREREQ-SW.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL RUNCTL-EOF
                   READ RUN-CTL-FILE
                       AT END
                           MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END
                           IF RC-PROGRAM = "LOGEXTR "
                               AND RC-RUN-DATE = WS-RUN-DATE
                               AND RC-IS-COMPLETE
                               MOVE "Y" TO WS-PREREQ-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
           END-IF.
           IF NOT LOGEXTR-IS-DONE
               DISPLAY "*** PRESBLD: no COMPLETE run-control "
                   "record from LOGEXTR for " WS-RUN-DATE " - run "
                   "LOGEXTR first, then rerun PRESBLD ***"
               STOP RUN
           END-IF.

      * PRESENCE is created empty if it does not exist yet, the way
      * HELLOWORLD and VISSIGN create it; the rebuild then fills it.
       0200-OPEN-PRESENCE.
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

      * The whole DAYEVT extract, then the live log's events dated
      * after the business date. A live log that is not there (the
      * sign-in log has never been written) simply adds nothing.
       1000-RELEASE-EVENTS.
           OPEN INPUT DAYEVT-FILE.
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "*** DAYEVT could not be opened (status "
                   WS-DE-STATUS ") - check the DAYEVT "
                   "allocation. ***"
               STOP RUN
           END-IF.
           PERFORM UNTIL DE-EOF
               READ DAYEVT-FILE
                   AT END
                       MOVE "10" TO WS-DE-STATUS
                   NOT AT END
                       ADD 1 TO WS-EVENT-COUNT
                       MOVE DAYEVT-RECORD TO SW1-RECORD
                       RELEASE SW1-RECORD
               END-READ
           END-PERFORM.
           CLOSE DAYEVT-FILE.
           OPEN INPUT SIGN-IN-LOG-FILE.
           IF WS-SIL-STATUS = "00"
               PERFORM 1100-RELEASE-LIVE-TAIL
               CLOSE SIGN-IN-LOG-FILE
           ELSE
               DISPLAY "PRESBLD: SIGNLOG not present (status "
                   WS-SIL-STATUS ") - DAYEVT events only"
           END-IF.

       1100-RELEASE-LIVE-TAIL.
           PERFORM UNTIL SIL-EOF
               READ SIGN-IN-LOG-FILE
                   AT END
                       MOVE "10" TO WS-SIL-STATUS
                   NOT AT END
                       IF SIL-DATE > WS-RUN-DATE
                           ADD 1 TO WS-EVENT-COUNT
                           ADD 1 TO WS-TAIL-COUNT
                           MOVE SIGN-IN-LOG-RECORD TO SW1-RECORD
                           RELEASE SW1-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      * Control break on the ID: each event overwrites its kind's
      * entry, so when the ID changes each entry holds that kind's
      * last event and the ID is settled against PRESENCE.
       2000-SETTLE-HOLDERS.
           OPEN INPUT SORTED-EVENTS.
           PERFORM UNTIL SE-EOF
               READ SORTED-EVENTS
                   AT END
                       MOVE "10" TO WS-SE-STATUS
                   NOT AT END
                       PERFORM 2100-TAKE-EVENT
               END-READ
           END-PERFORM.
           CLOSE SORTED-EVENTS.
           IF NOT FIRST-EVENT
               PERFORM 2200-SETTLE-ID
           END-IF.

       2100-TAKE-EVENT.
           IF FIRST-EVENT
               MOVE "N" TO WS-FIRST-EVENT-SW
               MOVE SE-EMP-ID TO WS-CUR-ID
           END-IF.
           IF SE-EMP-ID NOT = WS-CUR-ID
               PERFORM 2200-SETTLE-ID
               MOVE SE-EMP-ID TO WS-CUR-ID
           END-IF.
           EVALUATE TRUE
               WHEN SE-TERM-ID = WS-BATCH-TERM-ID
                   MOVE ZERO TO WS-KIND-SUB
               WHEN SE-EMP-SIGN-IN OR SE-EMP-SIGN-OUT
                   MOVE 1 TO WS-KIND-SUB
               WHEN SE-VIS-SIGN-IN OR SE-VIS-SIGN-OUT
                   MOVE 2 TO WS-KIND-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-KIND-SUB
           END-EVALUATE.
           IF WS-KIND-SUB > ZERO
               MOVE "Y" TO WS-KE-SEEN-SW (WS-KIND-SUB)
               IF SE-EMP-SIGN-IN OR SE-VIS-SIGN-IN
                   MOVE "Y" TO WS-KE-IN-SW (WS-KIND-SUB)
               ELSE
                   MOVE "N" TO WS-KE-IN-SW (WS-KIND-SUB)
               END-IF
               MOVE SE-DATE    TO WS-KE-DATE (WS-KIND-SUB)
               MOVE SE-TIME    TO WS-KE-TIME (WS-KIND-SUB)
               MOVE SE-TERM-ID TO WS-KE-TERM-ID (WS-KIND-SUB)
               MOVE SE-NAME    TO WS-KE-NAME (WS-KIND-SUB)
           END-IF.

       2200-SETTLE-ID.
           PERFORM 2300-SETTLE-KIND
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 2.

      * One holder's last event against their PRESENCE record - see
      * the table in the header comment. The entry is cleared for
      * the next ID once it is settled.
       2300-SETTLE-KIND.
           IF KIND-HAS-EVENTS (WS-KIND-SUB)
               ADD 1 TO WS-HOLDER-COUNT
               MOVE WS-KE-KIND (WS-KIND-SUB) TO PRS-KIND
               MOVE WS-CUR-ID TO PRS-ID
               READ PRESENCE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SW
               END-READ
               IF KIND-IS-INSIDE (WS-KIND-SUB)
                   PERFORM 2400-SETTLE-INSIDE
               ELSE
                   PERFORM 2500-SETTLE-OUTSIDE
               END-IF
           END-IF.
           MOVE "N" TO WS-KE-SEEN-SW (WS-KIND-SUB)
                       WS-KE-IN-SW (WS-KIND-SUB).

       2400-SETTLE-INSIDE.
           PERFORM 2600-RESOLVE-BUILDING.
           EVALUATE TRUE
               WHEN NOT PRESENCE-ON-FILE
                   MOVE "N" TO PRS-OVERRIDE-FLAG
                   PERFORM 2450-FILL-PRESENCE
                   WRITE PRESENCE-RECORD
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE WS-CUR-BUILDING TO WS-RPT-BUILDING
                   MOVE "ADDED   " TO WS-ACTION
                   MOVE SPACES TO WS-ACTION-DETAIL
                   PERFORM 2700-PRINT-CORRECTION
               WHEN PRS-BUILDING NOT = WS-CUR-BUILDING
                   MOVE PRS-BUILDING TO WS-OLD-BUILDING
                   MOVE "N" TO PRS-OVERRIDE-FLAG
                   PERFORM 2450-FILL-PRESENCE
                   REWRITE PRESENCE-RECORD
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE WS-CUR-BUILDING TO WS-RPT-BUILDING
                   MOVE "MOVED   " TO WS-ACTION
                   MOVE SPACES TO WS-ACTION-DETAIL
                   STRING "FROM " DELIMITED BY SIZE
                          WS-OLD-BUILDING DELIMITED BY SIZE
                          INTO WS-ACTION-DETAIL
                   END-STRING
                   PERFORM 2700-PRINT-CORRECTION
               WHEN OTHER
                   PERFORM 2450-FILL-PRESENCE
                   REWRITE PRESENCE-RECORD
                   ADD 1 TO WS-CONFIRMED-COUNT
           END-EVALUATE.

      * PRS-KEY is already set; the override flag is left to the
      * caller - only a record the terminal wrote knows it.
       2450-FILL-PRESENCE.
           MOVE WS-CUR-BUILDING             TO PRS-BUILDING.
           MOVE WS-KE-TERM-ID (WS-KIND-SUB) TO PRS-TERM-ID.
           MOVE WS-KE-DATE (WS-KIND-SUB)    TO PRS-IN-DATE.
           MOVE WS-KE-TIME (WS-KIND-SUB)    TO PRS-IN-TIME.
           MOVE WS-KE-NAME (WS-KIND-SUB)    TO PRS-NAME-TEXT.

       2500-SETTLE-OUTSIDE.
           IF PRESENCE-ON-FILE
               MOVE PRS-BUILDING TO WS-RPT-BUILDING
               DELETE PRESENCE-FILE RECORD
               ADD 1 TO WS-SIGNED-OUT-COUNT
               MOVE "REMOVED " TO WS-ACTION
               MOVE "SIGNED OUT" TO WS-ACTION-DETAIL
               PERFORM 2700-PRINT-CORRECTION
           ELSE
               ADD 1 TO WS-CONFIRMED-COUNT
           END-IF.

      * The terminal's building from TERMMAST, UNKNOWN for a
      * terminal no longer on file. The last terminal looked up is
      * cached - one person's events mostly come from one door.
       2600-RESOLVE-BUILDING.
           IF WS-KE-TERM-ID (WS-KIND-SUB) NOT = WS-LAST-TERM-LOOKUP
               MOVE WS-KE-TERM-ID (WS-KIND-SUB) TO WS-LAST-TERM-LOOKUP
               MOVE WS-KE-TERM-ID (WS-KIND-SUB) TO TRM-TERM-ID
               READ TERMMAST-FILE
                   INVALID KEY
                       MOVE "UNKNOWN " TO WS-CUR-BUILDING
                   NOT INVALID KEY
                       MOVE TRM-BUILDING TO WS-CUR-BUILDING
               END-READ
           END-IF.

      * One line per correction, from the PRESENCE record as it now
      * stands (or stood, for a removal): action, holder, and the
      * building the caller put in WS-RPT-BUILDING. WS-CUR-BUILDING
      * is left to 2600-RESOLVE-BUILDING alone, since it goes with
      * the terminal that paragraph has cached.
       2700-PRINT-CORRECTION.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING WS-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRS-KIND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRS-NAME-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-BUILDING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-DETAIL DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.

      * Every holder with an event has been settled, which left
      * their sign-in stamp on or after the business date. Anything
      * still signed in before it has had no event in the window and
      * is removed; the rest are counted as tonight's inside total.
       3000-SWEEP-STALE.
           MOVE LOW-VALUES TO PRS-KEY.
           START PRESENCE-FILE KEY NOT < PRS-KEY
               INVALID KEY
                   MOVE "10" TO WS-PRESENCE-STATUS
           END-START.
           PERFORM UNTIL PRESENCE-EOF
               READ PRESENCE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PRESENCE-STATUS
                   NOT AT END
                       PERFORM 3100-SWEEP-ONE
               END-READ
           END-PERFORM.

       3100-SWEEP-ONE.
           IF PRS-IN-DATE < WS-RUN-DATE
               MOVE PRS-BUILDING TO WS-RPT-BUILDING
               MOVE SPACES TO WS-ACTION-DETAIL
               STRING "NO EVENT SINCE " DELIMITED BY SIZE
                      PRS-IN-DATE DELIMITED BY SIZE
                      INTO WS-ACTION-DETAIL
               END-STRING
               DELETE PRESENCE-FILE RECORD
               ADD 1 TO WS-STALE-COUNT
               MOVE "REMOVED " TO WS-ACTION
               PERFORM 2700-PRINT-CORRECTION
           ELSE
               ADD 1 TO WS-ON-FILE-COUNT
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-EVENT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL EVENTS READ           : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-TAIL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "  OF WHICH SINCE BUS. DATE  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-HOLDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL HOLDERS SETTLED       : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL ALREADY CORRECT       : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL ADDED                 : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL MOVED                 : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-SIGNED-OUT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL REMOVED - SIGNED OUT  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-STALE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL REMOVED - NO EVENT    : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.
           MOVE WS-ON-FILE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-BLD-RPT-RECORD.
           STRING "TOTAL NOW INSIDE            : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-BLD-RPT-RECORD
           END-STRING.
           WRITE PRES-BLD-RPT-RECORD.

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
           MOVE "PRESBLD " TO RC-PROGRAM.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
