      * PRESRPT is the report of every presence refusal and override
      * from the PRESLOG presence log - see copybooks/PRESLOG.CPY.
      * HELLOWORLD and VISSIGN refuse a sign-in from someone PRESENCE
      * still has inside a building, and any sign-in to a building
      * already at its BLDGCAP capacity, unless a supervisor keys an
      * override; each refusal and each override is logged. This
      * lists them in the order they happened - when, where, who,
      * why, and the supervisor - for security and the fire marshal,
      * then totals them by kind and by building, so a door that is
      * refused every morning, or a supervisor who overrides the
      * annex's cap every shift, shows up.
      *
      * The SYSIN card carries the from-date in columns 1-8 (PREV,
      * YYYYMMDD, or blank for today, like a DAYEVT reader's card)
      * and the to-date in columns 10-17 (YYYYMMDD; blank for the
      * same day as the from-date). The scheduled nightly run
      * carries PREV and reports the business date just closed.
      * PRESLOG is read directly - it is small, append-only and
      * already in time order - so there is no LOGEXTR prerequisite.
      * See jcl/PRESRPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PRES-LOG-FILE is the permanent presence log - see
      * copybooks/PRESLOG.CPY.
           SELECT PRES-LOG-FILE ASSIGN TO "PRESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESLOG-STATUS.

      * PRES-RPT is the printed refusal and override report.
           SELECT PRES-RPT ASSIGN TO "PRESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRES-LOG-FILE.
           COPY "PRESLOG.CPY".

       FD  PRES-RPT.
       01  PRES-RPT-RECORD         PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-PRESLOG-STATUS        PIC X(2).
           88  PRESLOG-EOF                     VALUE "10".
       01  WS-RPT-STATUS            PIC X(2).

      * The SYSIN card - see the header comment.
       01  WS-PARM-CARD             VALUE SPACES.
           05  WS-DATE-CARD         PIC X(8).
               88  DATE-CARD-IS-PREV           VALUE "PREV    ".
           05  WS-PARM-FILL-1       PIC X.
           05  WS-PARM-TO           PIC X(8).
       01  WS-DATE-CARD-NUM REDEFINES WS-PARM-CARD.
           05  WS-DATE-CARD-DIGITS  PIC 9(8).
           05  FILLER               PIC X(9).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-CARD-DAY-INTEGER      PIC 9(8)   COMP.

      * The log time split into clock parts for the report line.
       01  WS-LOG-TIME              PIC 9(8).
       01  WS-LOG-TIME-PARTS REDEFINES WS-LOG-TIME.
           05  WS-LT-HH             PIC 9(2).
           05  WS-LT-MM             PIC 9(2).
           05  WS-LT-SS             PIC 9(2).
           05  FILLER               PIC 9(2).

      * What happened and the detail that goes with it: where the
      * person was still signed in, or the head count against the
      * cap.
       01  WS-EVENT-WORDS           PIC X(15).
       01  WS-DETAIL                PIC X(11).
       01  WS-EDIT-OCC              PIC 9(5).
       01  WS-EDIT-CAP              PIC 9(5).

      * Refusals and overrides per building, in order of first
      * appearance. Sized 50; a log with more buildings than that
      * still lists every line, but the overflow is only counted.
       01  WS-BLDG-TABLE.
           05  WS-BLDG-ENTRY        OCCURS 50 TIMES.
               10  WS-BLDG-NAME     PIC X(8).
               10  WS-BLDG-REFUSED  PIC 9(6).
               10  WS-BLDG-OVERRODE PIC 9(6).
       01  WS-BLDG-USED             PIC 9(2)   VALUE ZERO.
       01  WS-BLDG-SUB              PIC 9(2)   COMP.
       01  WS-BLDG-OVERFLOW         PIC 9(6)   VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(6)   VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(6)   VALUE ZERO.
       01  WS-REFUSED-INSIDE-COUNT  PIC 9(6)   VALUE ZERO.
       01  WS-REFUSED-CAP-COUNT     PIC 9(6)   VALUE ZERO.
       01  WS-OVERRIDE-INSIDE-COUNT PIC 9(6)   VALUE ZERO.
       01  WS-OVERRIDE-CAP-COUNT    PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
       01  WS-EDIT-COUNT-2          PIC ZZZZZ9.

      * Run-control journaling - see copybooks/RUNCTL.CPY: a
      * STARTED record on the way in, a COMPLETE record with the
      * final counts on the way out.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-RC-STAMP-DATE         PIC 9(8).
       01  WS-RC-STAMP-TIME         PIC 9(8).
       01  WS-RC-STATUS-VAL         PIC X(8).
       01  WS-RC-IN-COUNT           PIC 9(8)   VALUE ZERO.
       01  WS-RC-OUT-COUNT          PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARM-CARD.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 2000-PRINT-EVENTS.
           DISPLAY "PRESRPT: " WS-READ-COUNT " log record(s), "
               WS-LISTED-COUNT " listed".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-READ-COUNT   TO WS-RC-IN-COUNT.
           MOVE WS-LISTED-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * The from-date works like every DAYEVT reader's date card. A
      * blank or mangled to-date means the from-date's day alone.
       1000-READ-PARM-CARD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-CARD.
           EVALUATE TRUE
               WHEN DATE-CARD-IS-PREV
                   COMPUTE WS-CARD-DAY-INTEGER = FUNCTION
                       INTEGER-OF-DATE (WS-TODAY-DATE) - 1
                   COMPUTE WS-RUN-DATE = FUNCTION
                       DATE-OF-INTEGER (WS-CARD-DAY-INTEGER)
               WHEN WS-DATE-CARD-DIGITS IS NUMERIC
                   MOVE WS-DATE-CARD-DIGITS TO WS-RUN-DATE
               WHEN OTHER
                   MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-EVALUATE.
           IF WS-PARM-TO IS NUMERIC
               MOVE WS-PARM-TO TO WS-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.

      * Front-to-back pass over the log in the order it was written.
      * A log that does not exist yet (status 35 - nobody has ever
      * been refused) just means an empty report.
       2000-PRINT-EVENTS.
           OPEN OUTPUT PRES-RPT.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING "PRESENCE REFUSALS AND OVERRIDES " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           MOVE SPACES TO PRES-RPT-RECORD.
           WRITE PRES-RPT-RECORD.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING "DATE     TIME     TERMINAL BUILDING ID       "
                  DELIMITED BY SIZE
                  "EVENT           DETAIL      SUPV"
                  DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           OPEN INPUT PRES-LOG-FILE.
           IF WS-PRESLOG-STATUS = "00"
               PERFORM UNTIL PRESLOG-EOF
                   READ PRES-LOG-FILE
                       AT END
                           MOVE "10" TO WS-PRESLOG-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF PG-DATE >= WS-RUN-DATE
                               AND PG-DATE <= WS-TO-DATE
                               PERFORM 2100-PRINT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRES-LOG-FILE
           ELSE
               DISPLAY "PRESRPT: PRESLOG not present (status "
                   WS-PRESLOG-STATUS ") - no sign-in has been "
                   "refused"
           END-IF.
           PERFORM 8000-PRINT-TOTALS.
           CLOSE PRES-RPT.

      * One line per refusal or override.
       2100-PRINT-EVENT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE PG-TIME TO WS-LOG-TIME.
           MOVE SPACES TO WS-DETAIL.
           IF PG-IS-REFUSED-INSIDE OR PG-IS-OVERRIDE-INSIDE
               STRING "IN " DELIMITED BY SIZE
                      PG-INSIDE-BUILDING DELIMITED BY SIZE
                      INTO WS-DETAIL
               END-STRING
           ELSE
               MOVE PG-OCCUPANCY TO WS-EDIT-OCC
               MOVE PG-CAPACITY  TO WS-EDIT-CAP
               STRING WS-EDIT-OCC DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-EDIT-CAP DELIMITED BY SIZE
                      INTO WS-DETAIL
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN PG-IS-REFUSED-INSIDE
                   MOVE "REFUSED  INSIDE" TO WS-EVENT-WORDS
                   ADD 1 TO WS-REFUSED-INSIDE-COUNT
               WHEN PG-IS-REFUSED-CAPACITY
                   MOVE "REFUSED  FULL  " TO WS-EVENT-WORDS
                   ADD 1 TO WS-REFUSED-CAP-COUNT
               WHEN PG-IS-OVERRIDE-INSIDE
                   MOVE "OVERRIDE INSIDE" TO WS-EVENT-WORDS
                   ADD 1 TO WS-OVERRIDE-INSIDE-COUNT
               WHEN PG-IS-OVERRIDE-CAPACITY
                   MOVE "OVERRIDE FULL  " TO WS-EVENT-WORDS
                   ADD 1 TO WS-OVERRIDE-CAP-COUNT
               WHEN OTHER
                   MOVE "???????????????" TO WS-EVENT-WORDS
           END-EVALUATE.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING PG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LT-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-LT-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-LT-SS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-TERM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-BUILDING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-KIND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EVENT-WORDS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DETAIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-SUPV-ID DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           PERFORM 2200-COUNT-BUILDING.

      * Finds (or adds) the building's entry and counts the event
      * against it.
       2200-COUNT-BUILDING.
           MOVE 1 TO WS-BLDG-SUB.
           PERFORM UNTIL WS-BLDG-SUB > WS-BLDG-USED
                   OR WS-BLDG-NAME (WS-BLDG-SUB) = PG-BUILDING
               ADD 1 TO WS-BLDG-SUB
           END-PERFORM.
           IF WS-BLDG-SUB > WS-BLDG-USED
               IF WS-BLDG-USED < 50
                   ADD 1 TO WS-BLDG-USED
                   MOVE PG-BUILDING TO WS-BLDG-NAME (WS-BLDG-SUB)
                   MOVE ZERO TO WS-BLDG-REFUSED (WS-BLDG-SUB)
                                WS-BLDG-OVERRODE (WS-BLDG-SUB)
               ELSE
                   ADD 1 TO WS-BLDG-OVERFLOW
                   MOVE ZERO TO WS-BLDG-SUB
               END-IF
           END-IF.
           IF WS-BLDG-SUB > ZERO
               IF PG-IS-OVERRIDE
                   ADD 1 TO WS-BLDG-OVERRODE (WS-BLDG-SUB)
               ELSE
                   ADD 1 TO WS-BLDG-REFUSED (WS-BLDG-SUB)
               END-IF
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRES-RPT-RECORD.
           WRITE PRES-RPT-RECORD.
           MOVE WS-REFUSED-INSIDE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING "TOTAL REFUSED - ALREADY INSIDE  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           MOVE WS-REFUSED-CAP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING "TOTAL REFUSED - AT CAPACITY     : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           MOVE WS-OVERRIDE-INSIDE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING "TOTAL OVERRIDDEN - ALREADY INSIDE: " DELIMITED BY
                  SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           MOVE WS-OVERRIDE-CAP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRES-RPT-RECORD.
           STRING "TOTAL OVERRIDDEN - AT CAPACITY  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO PRES-RPT-RECORD
           END-STRING.
           WRITE PRES-RPT-RECORD.
           MOVE SPACES TO PRES-RPT-RECORD.
           WRITE PRES-RPT-RECORD.
           MOVE "BUILDING  REFUSED  OVERRIDDEN" TO PRES-RPT-RECORD.
           WRITE PRES-RPT-RECORD.
           PERFORM VARYING WS-BLDG-SUB FROM 1 BY 1
                   UNTIL WS-BLDG-SUB > WS-BLDG-USED
               MOVE WS-BLDG-REFUSED (WS-BLDG-SUB)  TO WS-EDIT-COUNT
               MOVE WS-BLDG-OVERRODE (WS-BLDG-SUB) TO WS-EDIT-COUNT-2
               MOVE SPACES TO PRES-RPT-RECORD
               STRING WS-BLDG-NAME (WS-BLDG-SUB) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-EDIT-COUNT-2 DELIMITED BY SIZE
                      INTO PRES-RPT-RECORD
               END-STRING
               WRITE PRES-RPT-RECORD
           END-PERFORM.
           IF WS-BLDG-OVERFLOW > ZERO
               MOVE WS-BLDG-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO PRES-RPT-RECORD
               STRING "...AND " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " EVENT(S) AT FURTHER BUILDINGS" DELIMITED BY SIZE
                      INTO PRES-RPT-RECORD
               END-STRING
               WRITE PRES-RPT-RECORD
           END-IF.

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
           MOVE "PRESRPT " TO RC-PROGRAM.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
