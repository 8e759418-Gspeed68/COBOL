      * MSTRECOV puts EMPMAST, VISMAST or TERMMAST back the way it
      * was, from the nightly MSTBKUP backups (see
      * copybooks/MSTBKUP.CPY) and the MSTAUDIT master-change
      * journal (see copybooks/MSTAUDIT.CPY). It does one of two
      * jobs, chosen by the SYSIN card:
      *
      * RECOVER - point-in-time forward recovery. Given a master
      * and a target date and time, it reloads the master from the
      * latest complete backup taken at or before that point, then
      * replays the journal's after-images for that master, in the
      * order they were applied, from the backup's stamp up to the
      * target. A blank target date recovers to the end of the
      * journal - the master as it stood when it was lost. The
      * restored master is then backed up afresh (RCVBKUP, a new
      * generation of the same backup dataset), so a later recovery
      * starts from what this one produced and never replays the
      * changes this one deliberately left out.
      *
      * BACKOUT - undo one bad run. Given a master, the program
      * name the run journaled under (EMPLOAD, VISMNT, ...) and the
      * window it ran in (from RUNCTL or the OPSRPT summary), it
      * applies that run's before-images in reverse order, leaving
      * every other program's changes alone. Each backout is itself
      * journaled to MSTAUDIT under MSTRECOV, so the audit trail
      * shows both the bad change and its reversal.
      *
      * Either way a journal record is only applied where the
      * master still holds what the record says it should find:
      * the before-image when rolling forward, the after-image when
      * backing out. A record the master already reflects is
      * counted and passed over (a change journaled while the
      * backup was being taken, or one backed out before); any
      * other record is not applied and is listed on the report -
      * with the image on file - for someone to look at, because
      * applying it would overwrite a change nobody asked to lose.
      * The report (RCVRPT) lists every key restored or backed out
      * and every journal record that could not be applied.
      *
      * SYSIN card layouts:
      *   RECOVER  EMPMAST  YYYYMMDD HHMMSS
      *   BACKOUT  EMPMAST  PROGRAM  YYYYMMDD HHMMSS YYYYMMDD HHMMSS
      * (function in columns 1-8, master in 10-17; RECOVER's target
      * date in 19-26 and time in 28-33; BACKOUT's program in
      * 19-26, window start date and time in 28-35 and 37-42, end
      * date and time in 44-51 and 53-58). A blank target or start
      * time means 000000 at the start of a window and 235959 at
      * the end of one; a blank end date means the start date.
      * See jcl/MSTRECOV.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The three masters - only the one named on the card is
      * opened, so only its DD need be allocated.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT VISMAST-FILE ASSIGN TO "VISMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-BADGE-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-ID
               FILE STATUS IS WS-MST-STATUS.

      * BKUP-IN-FILE is every backup generation of the master,
      * read back concatenated; RCV-BKUP-FILE is the fresh backup
      * taken after a forward recovery.
           SELECT BKUP-IN-FILE ASSIGN TO "BKUPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPIN-STATUS.

           SELECT RCV-BKUP-FILE ASSIGN TO "RCVBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVBKUP-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * RCV-WORK-FILE holds the journal records to apply, each
      * numbered with its place in the journal; SORTED-RCV-WORK is
      * the same in the order they are to be applied - journal
      * order rolling forward, reverse journal order backing out.
           SELECT RCV-WORK-FILE ASSIGN TO "RCVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.

           SELECT SORTED-RCV-WORK ASSIGN TO "SRCVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

      * RCV-RPT is the printed recovery report.
           SELECT RCV-RPT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SORT-WK1 ASSIGN TO "SWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  VISMAST-FILE.
           COPY "VISMAST.CPY".

       FD  TERMMAST-FILE.
           COPY "TERMMAST.CPY".

      * Mirrors MST-BKUP-RECORD - see copybooks/MSTBKUP.CPY.
       FD  BKUP-IN-FILE.
       01  BI-RECORD.
           05  BI-REC-TYPE         PIC X(1).
               88  BI-IS-HEADER                VALUE "H".
               88  BI-IS-DATA                  VALUE "D".
               88  BI-IS-TRAILER               VALUE "T".
           05  BI-FILL-1           PIC X.
           05  BI-FILE-NAME        PIC X(8).
           05  BI-FILL-2           PIC X.
           05  BI-STAMP-DATE       PIC 9(8).
           05  BI-FILL-3           PIC X.
           05  BI-STAMP-TIME       PIC 9(8).
           05  BI-FILL-4           PIC X.
           05  BI-RECORD-COUNT     PIC 9(8).
           05  BI-FILL-5           PIC X.
           05  BI-IMAGE            PIC X(80).

      * The fresh backup's records are built in MST-BKUP-RECORD
      * (working storage, below) and written FROM it.
       FD  RCV-BKUP-FILE.
       01  RCV-BKUP-RECORD         PIC X(118).

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

      * RW-JOURNAL is the MSTAUDIT record exactly as read;
      * SR-RECORD breaks the same bytes out field by field.
       FD  RCV-WORK-FILE.
       01  RW-RECORD.
           05  RW-SEQ              PIC 9(8).
           05  RW-FILL-1           PIC X.
           05  RW-JOURNAL          PIC X(209).

       FD  SORTED-RCV-WORK.
       01  SR-RECORD.
           05  SR-SEQ              PIC 9(8).
           05  SR-FILL-1           PIC X.
           05  SR-STAMP-DATE       PIC 9(8).
           05  SR-FILL-2           PIC X.
           05  SR-STAMP-TIME       PIC 9(8).
           05  SR-FILL-3           PIC X.
           05  SR-PROGRAM          PIC X(8).
           05  SR-FILL-4           PIC X.
           05  SR-FILE-NAME        PIC X(8).
           05  SR-FILL-5           PIC X.
           05  SR-ACTION           PIC X(1).
               88  SR-IS-ADD                   VALUE "A".
               88  SR-IS-CHANGE                VALUE "C".
               88  SR-IS-DELETE                VALUE "D".
           05  SR-FILL-6           PIC X.
           05  SR-KEY              PIC X(9).
           05  SR-FILL-7           PIC X.
           05  SR-BEFORE-IMAGE     PIC X(80).
           05  SR-FILL-8           PIC X.
           05  SR-AFTER-IMAGE      PIC X(80).

       SD  SORT-WK1.
       01  SW1-RECORD.
           05  SW1-SEQ             PIC 9(8).
           05  SW1-FILL-1          PIC X.
           05  SW1-JOURNAL         PIC X(209).

       FD  RCV-RPT.
       01  RCV-RPT-RECORD          PIC X(100).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS            PIC X(2).
           88  MASTER-EOF                      VALUE "10".
       01  WS-BKUPIN-STATUS         PIC X(2).
           88  BKUPIN-EOF                      VALUE "10".
       01  WS-RCVBKUP-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
           88  AUDIT-EOF                       VALUE "10".
       01  WS-RW-STATUS             PIC X(2).
       01  WS-SR-STATUS             PIC X(2).
           88  SORTED-WORK-EOF                 VALUE "10".
       01  WS-RPT-STATUS            PIC X(2).

       01  WS-RUN-DATE              PIC 9(8).

      * The SYSIN card - see the layouts at the top of the program.
       01  WS-RCV-CARD.
           05  WS-RCV-FUNCTION      PIC X(8).
               88  RCV-IS-RECOVER              VALUE "RECOVER ".
               88  RCV-IS-BACKOUT              VALUE "BACKOUT ".
           05  WS-RCV-FILL-1        PIC X.
           05  WS-RCV-MASTER        PIC X(8).
               88  RCV-EMPMAST                 VALUE "EMPMAST ".
               88  RCV-VISMAST                 VALUE "VISMAST ".
               88  RCV-TERMMAST                VALUE "TERMMAST".
           05  WS-RCV-FILL-2        PIC X.
           05  WS-RCV-PARMS         PIC X(40).
           05  WS-RCV-RECOVER-PARMS REDEFINES WS-RCV-PARMS.
               10  WS-RCV-TGT-DATE  PIC X(8).
               10  FILLER           PIC X.
               10  WS-RCV-TGT-TIME  PIC X(6).
               10  FILLER           PIC X(25).
           05  WS-RCV-BACKOUT-PARMS REDEFINES WS-RCV-PARMS.
               10  WS-RCV-PROGRAM   PIC X(8).
               10  FILLER           PIC X.
               10  WS-RCV-FROM-DATE PIC X(8).
               10  FILLER           PIC X.
               10  WS-RCV-FROM-TIME PIC X(6).
               10  FILLER           PIC X.
               10  WS-RCV-TO-DATE   PIC X(8).
               10  FILLER           PIC X.
               10  WS-RCV-TO-TIME   PIC X(6).

      * Stamps are compared as date-then-time, sixteen digits; a
      * card time HHMMSS is widened to the journal's HHMMSShh with
      * 00 hundredths at the start of a window, 99 at the end.
       01  WS-LOW-STAMP.
           05  WS-LOW-DATE          PIC 9(8)   VALUE ZERO.
           05  WS-LOW-HMS           PIC 9(6)   VALUE ZERO.
           05  WS-LOW-HUN           PIC 9(2)   VALUE ZERO.
       01  WS-HIGH-STAMP.
           05  WS-HIGH-DATE         PIC 9(8)   VALUE 99999999.
           05  WS-HIGH-HMS          PIC 9(6)   VALUE 235959.
           05  WS-HIGH-HUN          PIC 9(2)   VALUE 99.
       01  WS-JRN-STAMP.
           05  WS-JRN-DATE          PIC 9(8).
           05  WS-JRN-TIME          PIC 9(8).

      * The backup search: the candidate being read, and the best
      * complete backup found so far at or before the target.
       01  WS-CAND-STAMP.
           05  WS-CAND-DATE         PIC 9(8)   VALUE ZERO.
           05  WS-CAND-TIME         PIC 9(8)   VALUE ZERO.
       01  WS-CAND-COUNT            PIC 9(8)   VALUE ZERO.
       01  WS-CAND-OPEN-SW          PIC X      VALUE "N".
           88  CANDIDATE-OPEN                  VALUE "Y".
       01  WS-BEST-STAMP.
           05  WS-BEST-DATE         PIC 9(8)   VALUE ZERO.
           05  WS-BEST-TIME         PIC 9(8)   VALUE ZERO.
       01  WS-BEST-COUNT            PIC 9(8)   VALUE ZERO.
       01  WS-BEST-FOUND-SW         PIC X      VALUE "N".
           88  BEST-BACKUP-FOUND               VALUE "Y".

      * The master record in hand: its key, what is on file now
      * (spaces when there is no such record), and the image to
      * put in its place.
       01  WS-MST-KEY               PIC X(8).
       01  WS-CURRENT-IMAGE         PIC X(80).
       01  WS-NEW-IMAGE             PIC X(80).
       01  WS-PUT-ACTION            PIC X(1).
           88  PUT-IS-ADD                      VALUE "A".
           88  PUT-IS-CHANGE                   VALUE "C".
           88  PUT-IS-DELETE                   VALUE "D".
       01  WS-PUT-FAILED-SW         PIC X      VALUE "N".
           88  PUT-FAILED                      VALUE "Y".

      * The fresh backup taken after a forward recovery - see
      * copybooks/MSTBKUP.CPY.
           COPY "MSTBKUP.CPY".
       01  WS-BK-STAMP-DATE         PIC 9(8).
       01  WS-BK-STAMP-TIME         PIC 9(8).
       01  WS-BK-COUNT              PIC 9(8)   VALUE ZERO.

      * Report working fields.
       01  WS-STAMP-PARTS.
           05  WS-ST-HH             PIC 9(2).
           05  WS-ST-MM             PIC 9(2).
           05  WS-ST-SS             PIC 9(2).
           05  FILLER               PIC 9(2).
       01  WS-ACTION-WORD           PIC X(7).
       01  WS-RESULT-WORD           PIC X(11).
       01  WS-REASON                PIC X(40).
       01  WS-EDIT-COUNT            PIC ZZZZZZZ9.

       01  WS-JOURNAL-SEQ           PIC 9(8)   VALUE ZERO.
       01  WS-RELOAD-COUNT          PIC 9(8)   VALUE ZERO.
       01  WS-SELECTED-COUNT        PIC 9(8)   VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(8)   VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(8)   VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(8)   VALUE ZERO.

      * Master-change journaling of each backout - see
      * copybooks/MSTAUDIT.CPY.
       01  WS-AUD-ACTION            PIC X(1).
       01  WS-AUD-BEFORE            PIC X(80).
       01  WS-AUD-AFTER             PIC X(80).

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
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           OPEN OUTPUT RCV-RPT.
           IF RCV-IS-RECOVER
               PERFORM 3000-FORWARD-RECOVERY
           ELSE
               PERFORM 6000-BACKOUT-RUN
           END-IF.
           PERFORM 8900-PRINT-TOTALS.
           CLOSE RCV-RPT.
           DISPLAY "MSTRECOV: " WS-RCV-MASTER " " WS-SELECTED-COUNT
               " journal record(s), " WS-APPLIED-COUNT " applied, "
               WS-ALREADY-COUNT " already in place, "
               WS-REJECTED-COUNT " not applied".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           COMPUTE WS-RC-IN-COUNT = WS-RELOAD-COUNT
                                  + WS-SELECTED-COUNT.
           MOVE WS-APPLIED-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * A card that cannot be read unambiguously stops the run
      * before anything is touched - a recovery aimed at the wrong
      * master or the wrong window does more harm than none.
       1000-READ-PARM-CARD.
           MOVE SPACES TO WS-RCV-CARD.
           ACCEPT WS-RCV-CARD.
           IF NOT RCV-IS-RECOVER AND NOT RCV-IS-BACKOUT
               DISPLAY "*** MSTRECOV: unrecognized function '"
                   WS-RCV-FUNCTION "' - use RECOVER or BACKOUT ***"
               STOP RUN
           END-IF.
           IF NOT RCV-EMPMAST AND NOT RCV-VISMAST
               AND NOT RCV-TERMMAST
               DISPLAY "*** MSTRECOV: unrecognized master '"
                   WS-RCV-MASTER "' - use EMPMAST, VISMAST or "
                   "TERMMAST ***"
               STOP RUN
           END-IF.
           IF RCV-IS-RECOVER
               PERFORM 1100-READ-RECOVER-PARMS
           ELSE
               PERFORM 1200-READ-BACKOUT-PARMS
           END-IF.

      * RECOVER: everything up to the target is replayed, so only
      * the high end of the window is set.
       1100-READ-RECOVER-PARMS.
           IF WS-RCV-TGT-DATE NOT = SPACES
               IF WS-RCV-TGT-DATE IS NUMERIC
                   MOVE WS-RCV-TGT-DATE TO WS-HIGH-DATE
               ELSE
                   DISPLAY "*** MSTRECOV: target date '"
                       WS-RCV-TGT-DATE "' is not YYYYMMDD ***"
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RCV-TGT-TIME NOT = SPACES
               IF WS-RCV-TGT-TIME IS NUMERIC
                   MOVE WS-RCV-TGT-TIME TO WS-HIGH-HMS
               ELSE
                   DISPLAY "*** MSTRECOV: target time '"
                       WS-RCV-TGT-TIME "' is not HHMMSS ***"
                   STOP RUN
               END-IF
           END-IF.

      * BACKOUT: the program and the window's start date are
      * required - backing out "everything" is what RECOVER to a
      * point before the run is for.
       1200-READ-BACKOUT-PARMS.
           IF WS-RCV-PROGRAM = SPACES
               DISPLAY "*** MSTRECOV: BACKOUT needs the program "
                   "name the run journaled under ***"
               STOP RUN
           END-IF.
           IF WS-RCV-FROM-DATE IS NUMERIC
               MOVE WS-RCV-FROM-DATE TO WS-LOW-DATE
           ELSE
               DISPLAY "*** MSTRECOV: window start date '"
                   WS-RCV-FROM-DATE "' is not YYYYMMDD ***"
               STOP RUN
           END-IF.
           IF WS-RCV-FROM-TIME IS NUMERIC
               MOVE WS-RCV-FROM-TIME TO WS-LOW-HMS
           ELSE
               IF WS-RCV-FROM-TIME NOT = SPACES
                   DISPLAY "*** MSTRECOV: window start time '"
                       WS-RCV-FROM-TIME "' is not HHMMSS ***"
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RCV-TO-DATE IS NUMERIC
               MOVE WS-RCV-TO-DATE TO WS-HIGH-DATE
           ELSE
               IF WS-RCV-TO-DATE = SPACES
                   MOVE WS-LOW-DATE TO WS-HIGH-DATE
               ELSE
                   DISPLAY "*** MSTRECOV: window end date '"
                       WS-RCV-TO-DATE "' is not YYYYMMDD ***"
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RCV-TO-TIME IS NUMERIC
               MOVE WS-RCV-TO-TIME TO WS-HIGH-HMS
           ELSE
               IF WS-RCV-TO-TIME NOT = SPACES
                   DISPLAY "*** MSTRECOV: window end time '"
                       WS-RCV-TO-TIME "' is not HHMMSS ***"
                   STOP RUN
               END-IF
           END-IF.
           IF WS-LOW-STAMP > WS-HIGH-STAMP
               DISPLAY "*** MSTRECOV: window ends before it "
                   "starts ***"
               STOP RUN
           END-IF.

      * Forward recovery: find the backup, reload from it, replay the
      * journal over it, and back up the result.
       3000-FORWARD-RECOVERY.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "MASTER RECOVERY - " DELIMITED BY SIZE
                  WS-RCV-MASTER DELIMITED BY SIZE
                  " RECOVERED TO " DELIMITED BY SIZE
                  WS-HIGH-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIGH-HMS DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.
           PERFORM 3100-FIND-BACKUP.
           PERFORM 3200-RELOAD-MASTER.
           MOVE WS-BEST-STAMP TO WS-LOW-STAMP.
           PERFORM 4000-SELECT-JOURNAL.
           SORT SORT-WK1
               ON ASCENDING KEY SW1-SEQ
               USING RCV-WORK-FILE
               GIVING SORTED-RCV-WORK.
           PERFORM 5000-OPEN-MASTER-IO.
           OPEN INPUT SORTED-RCV-WORK.
           PERFORM 4100-READ-SORTED-WORK.
           PERFORM 3300-APPLY-FORWARD UNTIL SORTED-WORK-EOF.
           CLOSE SORTED-RCV-WORK.
           PERFORM 5090-CLOSE-MASTER.
           PERFORM 3500-BACKUP-RESTORED-MASTER.

      * Pass 1 over every backup generation: a backup counts only
      * once its trailer has been read and the trailer's count
      * agrees with the data records seen under the same stamp.
      * The latest such backup at or before the target wins.
       3100-FIND-BACKUP.
           OPEN INPUT BKUP-IN-FILE.
           IF WS-BKUPIN-STATUS NOT = "00"
               DISPLAY "*** BKUPIN could not be opened (status "
                   WS-BKUPIN-STATUS ") - check the backup "
                   "allocation. ***"
               STOP RUN
           END-IF.
           PERFORM 3110-SCAN-BACKUP UNTIL BKUPIN-EOF.
           CLOSE BKUP-IN-FILE.
           IF NOT BEST-BACKUP-FOUND
               DISPLAY "*** MSTRECOV: no complete " WS-RCV-MASTER
                   " backup at or before " WS-HIGH-DATE " "
                   WS-HIGH-HMS " - nothing to recover from ***"
               STOP RUN
           END-IF.
           MOVE WS-BEST-TIME TO WS-STAMP-PARTS.
           MOVE WS-BEST-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "BACKUP USED: " DELIMITED BY SIZE
                  WS-BEST-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ST-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-ST-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-ST-SS DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " RECORD(S)" DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.

       3110-SCAN-BACKUP.
           READ BKUP-IN-FILE
               AT END
                   MOVE "10" TO WS-BKUPIN-STATUS
               NOT AT END
                   IF BI-FILE-NAME = WS-RCV-MASTER
                       PERFORM 3120-SCAN-BACKUP-RECORD
                   END-IF
           END-READ.

       3120-SCAN-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN BI-IS-HEADER
                   MOVE BI-STAMP-DATE TO WS-CAND-DATE
                   MOVE BI-STAMP-TIME TO WS-CAND-TIME
                   MOVE ZERO TO WS-CAND-COUNT
                   MOVE "Y" TO WS-CAND-OPEN-SW
               WHEN BI-IS-DATA
                   IF CANDIDATE-OPEN
                       AND BI-STAMP-DATE = WS-CAND-DATE
                       AND BI-STAMP-TIME = WS-CAND-TIME
                       ADD 1 TO WS-CAND-COUNT
                   END-IF
               WHEN BI-IS-TRAILER
                   IF CANDIDATE-OPEN
                       AND BI-STAMP-DATE = WS-CAND-DATE
                       AND BI-STAMP-TIME = WS-CAND-TIME
                       PERFORM 3130-CLOSE-CANDIDATE
                   END-IF
                   MOVE "N" TO WS-CAND-OPEN-SW
           END-EVALUATE.

       3130-CLOSE-CANDIDATE.
           IF BI-RECORD-COUNT NOT = WS-CAND-COUNT
               DISPLAY "MSTRECOV: " WS-RCV-MASTER " backup "
                   WS-CAND-DATE " " WS-CAND-TIME " is incomplete ("
                   WS-CAND-COUNT " of " BI-RECORD-COUNT
                   " record(s)) - not used"
           ELSE
               IF WS-CAND-STAMP <= WS-HIGH-STAMP
                   AND (NOT BEST-BACKUP-FOUND
                        OR WS-CAND-STAMP > WS-BEST-STAMP)
                   MOVE WS-CAND-STAMP TO WS-BEST-STAMP
                   MOVE WS-CAND-COUNT TO WS-BEST-COUNT
                   MOVE "Y" TO WS-BEST-FOUND-SW
               END-IF
           END-IF.

      * Pass 2: the master is emptied and rebuilt from the chosen
      * backup's data records, which are already in key order.
       3200-RELOAD-MASTER.
           PERFORM 5010-OPEN-MASTER-OUTPUT.
           OPEN INPUT BKUP-IN-FILE.
           PERFORM 3210-RELOAD-RECORD UNTIL BKUPIN-EOF.
           CLOSE BKUP-IN-FILE.
           PERFORM 5090-CLOSE-MASTER.
           DISPLAY "MSTRECOV: " WS-RCV-MASTER " reloaded with "
               WS-RELOAD-COUNT " record(s) from backup "
               WS-BEST-DATE " " WS-BEST-TIME.

       3210-RELOAD-RECORD.
           READ BKUP-IN-FILE
               AT END
                   MOVE "10" TO WS-BKUPIN-STATUS
               NOT AT END
                   IF BI-IS-DATA
                       AND BI-FILE-NAME = WS-RCV-MASTER
                       AND BI-STAMP-DATE = WS-BEST-DATE
                       AND BI-STAMP-TIME = WS-BEST-TIME
                       MOVE BI-IMAGE TO WS-NEW-IMAGE
                       MOVE "A" TO WS-PUT-ACTION
                       PERFORM 5200-PUT-MASTER
                       IF PUT-FAILED
                           DISPLAY "*** " WS-RCV-MASTER " reload "
                               "failed at backup record "
                               BI-RECORD-COUNT " (status "
                               WS-MST-STATUS ") ***"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RELOAD-COUNT
                   END-IF
           END-READ.

      * Roll one journal record forward. The master already showing
      * the after-image means the change is in the backup (it was
      * journaled while the backup ran); showing the before-image
      * means it is due; anything else means the master does not
      * hold what the change was made against.
       3300-APPLY-FORWARD.
           PERFORM 4200-SET-MASTER-KEY.
           PERFORM 5100-READ-MASTER.
           EVALUATE TRUE
               WHEN WS-CURRENT-IMAGE = SR-AFTER-IMAGE
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-CURRENT-IMAGE = SR-BEFORE-IMAGE
                   MOVE SR-AFTER-IMAGE TO WS-NEW-IMAGE
                   EVALUATE TRUE
                       WHEN SR-AFTER-IMAGE = SPACES
                           MOVE "D" TO WS-PUT-ACTION
                       WHEN SR-BEFORE-IMAGE = SPACES
                           MOVE "A" TO WS-PUT-ACTION
                       WHEN OTHER
                           MOVE "C" TO WS-PUT-ACTION
                   END-EVALUATE
                   PERFORM 5200-PUT-MASTER
                   IF PUT-FAILED
                       MOVE "MASTER UPDATE FAILED" TO WS-REASON
                       PERFORM 8200-PRINT-REJECTED
                   ELSE
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "RESTORED   " TO WS-RESULT-WORD
                       PERFORM 8100-PRINT-APPLIED
                   END-IF
               WHEN OTHER
                   MOVE "BEFORE IMAGE DOES NOT MATCH MASTER"
                       TO WS-REASON
                   PERFORM 8200-PRINT-REJECTED
           END-EVALUATE.
           PERFORM 4100-READ-SORTED-WORK.

      * The restored master becomes the newest backup, stamped now.
      * Without it, a later recovery to a point after this one
      * would start from the older backup and replay the very
      * changes this run left out.
       3500-BACKUP-RESTORED-MASTER.
           OPEN OUTPUT RCV-BKUP-FILE.
           IF WS-RCVBKUP-STATUS NOT = "00"
               DISPLAY "*** RCVBKUP could not be opened (status "
                   WS-RCVBKUP-STATUS ") - the master is restored "
                   "but not backed up; run MSTBKUP for it now ***"
           ELSE
               PERFORM 5020-OPEN-MASTER-INPUT
               ACCEPT WS-BK-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-BK-STAMP-TIME FROM TIME
               MOVE SPACES TO MST-BKUP-RECORD
               MOVE "H" TO BK-REC-TYPE
               PERFORM 3550-WRITE-BACKUP
               PERFORM 3510-BACKUP-RECORD UNTIL MASTER-EOF
               MOVE SPACES TO BK-IMAGE
               MOVE "T" TO BK-REC-TYPE
               PERFORM 3550-WRITE-BACKUP
               PERFORM 5090-CLOSE-MASTER
               CLOSE RCV-BKUP-FILE
               DISPLAY "MSTRECOV: restored " WS-RCV-MASTER
                   " backed up, " WS-BK-COUNT " record(s), stamp "
                   WS-BK-STAMP-DATE " " WS-BK-STAMP-TIME
           END-IF.

       3510-BACKUP-RECORD.
           PERFORM 5300-READ-NEXT-MASTER.
           IF NOT MASTER-EOF
               ADD 1 TO WS-BK-COUNT
               MOVE WS-CURRENT-IMAGE TO BK-IMAGE
               MOVE "D" TO BK-REC-TYPE
               PERFORM 3550-WRITE-BACKUP
           END-IF.

       3550-WRITE-BACKUP.
           MOVE SPACE TO BK-FILL-1 BK-FILL-2 BK-FILL-3 BK-FILL-4
                         BK-FILL-5.
           MOVE WS-RCV-MASTER    TO BK-FILE-NAME.
           MOVE WS-BK-STAMP-DATE TO BK-STAMP-DATE.
           MOVE WS-BK-STAMP-TIME TO BK-STAMP-TIME.
           MOVE WS-BK-COUNT      TO BK-RECORD-COUNT.
           WRITE RCV-BKUP-RECORD FROM MST-BKUP-RECORD.

      * Journal selection, shared by both functions: every record for
      * the master stamped inside the window (and, backing out, made
      * by the named program), numbered with its place in the journal.
       4000-SELECT-JOURNAL.
           OPEN OUTPUT RCV-WORK-FILE.
           OPEN INPUT MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM 4010-SELECT-RECORD UNTIL AUDIT-EOF
               CLOSE MST-AUDIT-FILE
           ELSE
               DISPLAY "MSTRECOV: MSTAUDIT not present (status "
                   WS-AUDIT-STATUS ") - no changes to apply"
           END-IF.
           CLOSE RCV-WORK-FILE.

       4010-SELECT-RECORD.
           READ MST-AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-STATUS
               NOT AT END
                   ADD 1 TO WS-JOURNAL-SEQ
                   MOVE MA-STAMP-DATE TO WS-JRN-DATE
                   MOVE MA-STAMP-TIME TO WS-JRN-TIME
                   IF MA-FILE-NAME = WS-RCV-MASTER
                       AND WS-JRN-STAMP >= WS-LOW-STAMP
                       AND WS-JRN-STAMP <= WS-HIGH-STAMP
                       AND (RCV-IS-RECOVER
                            OR MA-PROGRAM = WS-RCV-PROGRAM)
                       ADD 1 TO WS-SELECTED-COUNT
                       MOVE WS-JOURNAL-SEQ TO RW-SEQ
                       MOVE SPACE TO RW-FILL-1
                       MOVE MST-AUDIT-RECORD TO RW-JOURNAL
                       WRITE RW-RECORD
                   END-IF
           END-READ.

       4100-READ-SORTED-WORK.
           READ SORTED-RCV-WORK
               AT END
                   MOVE "10" TO WS-SR-STATUS
           END-READ.

      * The key comes from the images, not MA-KEY, so it is the
      * master's own key at its own width whatever the journaling
      * program put in MA-KEY.
       4200-SET-MASTER-KEY.
           MOVE SPACES TO WS-MST-KEY.
           IF SR-AFTER-IMAGE NOT = SPACES
               MOVE SR-AFTER-IMAGE TO WS-NEW-IMAGE
           ELSE
               MOVE SR-BEFORE-IMAGE TO WS-NEW-IMAGE
           END-IF.
           IF RCV-TERMMAST
               MOVE WS-NEW-IMAGE (1:8) TO WS-MST-KEY
           ELSE
               MOVE WS-NEW-IMAGE (1:6) TO WS-MST-KEY
           END-IF.

      * Master I/O, for whichever master the card named. Images are
      * the raw record bytes padded to 80, as journaled.
       5000-OPEN-MASTER-IO.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   OPEN I-O EMPMAST-FILE
               WHEN RCV-VISMAST
                   OPEN I-O VISMAST-FILE
               WHEN OTHER
                   OPEN I-O TERMMAST-FILE
           END-EVALUATE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "*** " WS-RCV-MASTER " could not be opened "
                   "(status " WS-MST-STATUS ") - check the "
                   WS-RCV-MASTER " allocation. ***"
               STOP RUN
           END-IF.

       5010-OPEN-MASTER-OUTPUT.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   OPEN OUTPUT EMPMAST-FILE
               WHEN RCV-VISMAST
                   OPEN OUTPUT VISMAST-FILE
               WHEN OTHER
                   OPEN OUTPUT TERMMAST-FILE
           END-EVALUATE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "*** " WS-RCV-MASTER " could not be opened "
                   "for reload (status " WS-MST-STATUS ") - check "
                   "the " WS-RCV-MASTER " allocation. ***"
               STOP RUN
           END-IF.

       5020-OPEN-MASTER-INPUT.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   OPEN INPUT EMPMAST-FILE
               WHEN RCV-VISMAST
                   OPEN INPUT VISMAST-FILE
               WHEN OTHER
                   OPEN INPUT TERMMAST-FILE
           END-EVALUATE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "*** " WS-RCV-MASTER " could not be opened "
                   "(status " WS-MST-STATUS ") - check the "
                   WS-RCV-MASTER " allocation. ***"
               STOP RUN
           END-IF.

       5090-CLOSE-MASTER.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   CLOSE EMPMAST-FILE
               WHEN RCV-VISMAST
                   CLOSE VISMAST-FILE
               WHEN OTHER
                   CLOSE TERMMAST-FILE
           END-EVALUATE.

      * Reads WS-MST-KEY into WS-CURRENT-IMAGE - spaces when the
      * master has no such record, just as an add's before-image
      * and a delete's after-image are spaces in the journal.
       5100-READ-MASTER.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   MOVE WS-MST-KEY TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-CURRENT-IMAGE
                       NOT INVALID KEY
                           MOVE EMPMAST-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RCV-VISMAST
                   MOVE WS-MST-KEY TO VIS-BADGE-ID
                   READ VISMAST-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-CURRENT-IMAGE
                       NOT INVALID KEY
                           MOVE VISMAST-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN OTHER
                   MOVE WS-MST-KEY TO TRM-TERM-ID
                   READ TERMMAST-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-CURRENT-IMAGE
                       NOT INVALID KEY
                           MOVE TERMMAST-RECORD TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

      * Adds, changes or deletes per WS-PUT-ACTION: the new image
      * for an add or change, WS-MST-KEY for a delete.
       5200-PUT-MASTER.
           MOVE "N" TO WS-PUT-FAILED-SW.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   PERFORM 5210-PUT-EMPMAST
               WHEN RCV-VISMAST
                   PERFORM 5220-PUT-VISMAST
               WHEN OTHER
                   PERFORM 5230-PUT-TERMMAST
           END-EVALUATE.

       5210-PUT-EMPMAST.
           EVALUATE TRUE
               WHEN PUT-IS-DELETE
                   MOVE WS-MST-KEY TO EMP-ID
                   DELETE EMPMAST-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-DELETE
               WHEN PUT-IS-ADD
                   MOVE WS-NEW-IMAGE TO EMPMAST-RECORD
                   WRITE EMPMAST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-WRITE
               WHEN OTHER
                   MOVE WS-NEW-IMAGE TO EMPMAST-RECORD
                   REWRITE EMPMAST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-REWRITE
           END-EVALUATE.

       5220-PUT-VISMAST.
           EVALUATE TRUE
               WHEN PUT-IS-DELETE
                   MOVE WS-MST-KEY TO VIS-BADGE-ID
                   DELETE VISMAST-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-DELETE
               WHEN PUT-IS-ADD
                   MOVE WS-NEW-IMAGE TO VISMAST-RECORD
                   WRITE VISMAST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-WRITE
               WHEN OTHER
                   MOVE WS-NEW-IMAGE TO VISMAST-RECORD
                   REWRITE VISMAST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-REWRITE
           END-EVALUATE.

       5230-PUT-TERMMAST.
           EVALUATE TRUE
               WHEN PUT-IS-DELETE
                   MOVE WS-MST-KEY TO TRM-TERM-ID
                   DELETE TERMMAST-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-DELETE
               WHEN PUT-IS-ADD
                   MOVE WS-NEW-IMAGE TO TERMMAST-RECORD
                   WRITE TERMMAST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-WRITE
               WHEN OTHER
                   MOVE WS-NEW-IMAGE TO TERMMAST-RECORD
                   REWRITE TERMMAST-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-PUT-FAILED-SW
                   END-REWRITE
           END-EVALUATE.

      * Next record in key order into WS-CURRENT-IMAGE, status 10
      * at the end.
       5300-READ-NEXT-MASTER.
           EVALUATE TRUE
               WHEN RCV-EMPMAST
                   READ EMPMAST-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MST-STATUS
                       NOT AT END
                           MOVE EMPMAST-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RCV-VISMAST
                   READ VISMAST-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MST-STATUS
                       NOT AT END
                           MOVE VISMAST-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN OTHER
                   READ TERMMAST-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MST-STATUS
                       NOT AT END
                           MOVE TERMMAST-RECORD TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

      * Backout: one program's changes in one window, undone newest
      * first, each undo journaled.
       6000-BACKOUT-RUN.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "MASTER RECOVERY - " DELIMITED BY SIZE
                  WS-RCV-PROGRAM DELIMITED BY SIZE
                  " CHANGES TO " DELIMITED BY SIZE
                  WS-RCV-MASTER DELIMITED BY SIZE
                  " BACKED OUT, " DELIMITED BY SIZE
                  WS-LOW-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOW-HMS DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-HIGH-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIGH-HMS DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.
           PERFORM 4000-SELECT-JOURNAL.
           SORT SORT-WK1
               ON DESCENDING KEY SW1-SEQ
               USING RCV-WORK-FILE
               GIVING SORTED-RCV-WORK.
           PERFORM 5000-OPEN-MASTER-IO.
           OPEN INPUT SORTED-RCV-WORK.
           PERFORM 4100-READ-SORTED-WORK.
           PERFORM 6100-APPLY-BACKOUT UNTIL SORTED-WORK-EOF.
           CLOSE SORTED-RCV-WORK.
           PERFORM 5090-CLOSE-MASTER.

      * Back out one journal record: the master still showing the
      * after-image gets the before-image back; already showing
      * the before-image means it was undone before; anything else
      * means a later change has been made on top of this one,
      * which a backout must not overwrite.
       6100-APPLY-BACKOUT.
           PERFORM 4200-SET-MASTER-KEY.
           PERFORM 5100-READ-MASTER.
           EVALUATE TRUE
               WHEN WS-CURRENT-IMAGE = SR-BEFORE-IMAGE
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-CURRENT-IMAGE = SR-AFTER-IMAGE
                   MOVE SR-BEFORE-IMAGE TO WS-NEW-IMAGE
                   EVALUATE TRUE
                       WHEN SR-BEFORE-IMAGE = SPACES
                           MOVE "D" TO WS-PUT-ACTION
                       WHEN SR-AFTER-IMAGE = SPACES
                           MOVE "A" TO WS-PUT-ACTION
                       WHEN OTHER
                           MOVE "C" TO WS-PUT-ACTION
                   END-EVALUATE
                   PERFORM 5200-PUT-MASTER
                   IF PUT-FAILED
                       MOVE "MASTER UPDATE FAILED" TO WS-REASON
                       PERFORM 8200-PRINT-REJECTED
                   ELSE
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE WS-PUT-ACTION    TO WS-AUD-ACTION
                       MOVE SR-AFTER-IMAGE   TO WS-AUD-BEFORE
                       MOVE SR-BEFORE-IMAGE  TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
                       MOVE "BACKED OUT " TO WS-RESULT-WORD
                       PERFORM 8100-PRINT-APPLIED
                   END-IF
               WHEN OTHER
                   MOVE "CHANGED SINCE - AFTER IMAGE NOT ON FILE"
                       TO WS-REASON
                   PERFORM 8200-PRINT-REJECTED
           END-EVALUATE.
           PERFORM 4100-READ-SORTED-WORK.

      * One line per key restored or backed out, naming the journal
      * record it came from.
       8100-PRINT-APPLIED.
           PERFORM 8300-SET-ACTION-WORD.
           MOVE SR-STAMP-TIME TO WS-STAMP-PARTS.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING WS-RESULT-WORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCV-MASTER DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  WS-MST-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-WORD DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  SR-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-STAMP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ST-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-ST-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-ST-SS DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.

      * A journal record that could not be applied: the line, the
      * reason, and the journal's images beside what is on file.
       8200-PRINT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "NOT APPLIED" TO WS-RESULT-WORD.
           PERFORM 8100-PRINT-APPLIED.
           MOVE SPACES TO RCV-RPT-RECORD.
           MOVE "  REASON: " TO RCV-RPT-RECORD (1:10).
           MOVE WS-REASON TO RCV-RPT-RECORD (11:40).
           WRITE RCV-RPT-RECORD.
           MOVE SPACES TO RCV-RPT-RECORD.
           MOVE "  BEFORE: " TO RCV-RPT-RECORD (1:10).
           MOVE SR-BEFORE-IMAGE TO RCV-RPT-RECORD (11:80).
           WRITE RCV-RPT-RECORD.
           MOVE SPACES TO RCV-RPT-RECORD.
           MOVE "  AFTER : " TO RCV-RPT-RECORD (1:10).
           MOVE SR-AFTER-IMAGE TO RCV-RPT-RECORD (11:80).
           WRITE RCV-RPT-RECORD.
           MOVE SPACES TO RCV-RPT-RECORD.
           MOVE "  ON FILE:" TO RCV-RPT-RECORD (1:10).
           MOVE WS-CURRENT-IMAGE TO RCV-RPT-RECORD (11:80).
           WRITE RCV-RPT-RECORD.

       8300-SET-ACTION-WORD.
           EVALUATE TRUE
               WHEN SR-IS-ADD
                   MOVE "ADDED  " TO WS-ACTION-WORD
               WHEN SR-IS-CHANGE
                   MOVE "CHANGED" TO WS-ACTION-WORD
               WHEN SR-IS-DELETE
                   MOVE "DELETED" TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE "???????" TO WS-ACTION-WORD
           END-EVALUATE.

       8900-PRINT-TOTALS.
           MOVE SPACES TO RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.
           IF RCV-IS-RECOVER
               MOVE WS-RELOAD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RCV-RPT-RECORD
               STRING "RECORDS RELOADED FROM BACKUP:   "
                          DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RCV-RPT-RECORD
               END-STRING
               WRITE RCV-RPT-RECORD
           END-IF.
           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "JOURNAL RECORDS SELECTED:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "APPLIED:                        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.
           MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "ALREADY IN PLACE:               " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RCV-RPT-RECORD.
           STRING "NOT APPLIED:                    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RCV-RPT-RECORD
           END-STRING.
           WRITE RCV-RPT-RECORD.

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
           MOVE "MSTRECOV"        TO RC-PROGRAM.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.

      * Appends one backout to the MSTAUDIT journal, keyed the way
      * the master's own maintenance program keys it.
       9100-WRITE-MASTER-AUDIT.
           OPEN EXTEND MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MST-AUDIT-FILE
           END-IF.
           MOVE SPACE TO MA-FILL-1 MA-FILL-2 MA-FILL-3 MA-FILL-4
                         MA-FILL-5 MA-FILL-6 MA-FILL-7.
           ACCEPT MA-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-STAMP-TIME FROM TIME.
           MOVE "MSTRECOV"        TO MA-PROGRAM.
           MOVE WS-RCV-MASTER     TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION     TO MA-ACTION.
           MOVE WS-MST-KEY        TO MA-KEY.
           MOVE WS-AUD-BEFORE     TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER      TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
