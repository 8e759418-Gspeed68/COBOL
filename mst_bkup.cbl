      * MSTBKUP is the nightly master-file backup: it unloads the
      * indexed EMPMAST, VISMAST and TERMMAST masters, each to its
      * own dated sequential copy (a new generation every night -
      * see copybooks/MSTBKUP.CPY), so a master that is damaged, or
      * has a bad EMPDLTA file applied to it, can be put back by
      * MSTRECOV: restored from the last backup taken before the
      * point wanted, with the MSTAUDIT journal replayed on top.
      * Until this ran, EMPMAST could only be rebuilt from an HR
      * extract that might be days old, and visitors and terminals
      * could not be rebuilt at all.
      *
      * The SYSIN card names one master to back up (EMPMAST,
      * VISMAST or TERMMAST, columns 1-8); ALL or a blank card backs
      * up all three. A master that does not exist yet (VISMAST
      * before the first visitor is registered) is skipped with a
      * message - there is nothing to lose. Each backup is stamped
      * with the moment its unload began; a change journaled while
      * the unload runs is caught either way, because MSTRECOV
      * replays from that same moment and recognises a change the
      * backup already holds.
      * See jcl/NIGHTLY.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The three masters, each read start to finish in key order.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT VISMAST-FILE ASSIGN TO "VISMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIS-BADGE-ID
               FILE STATUS IS WS-VISMAST-STATUS.

           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRM-TERM-ID
               FILE STATUS IS WS-TERMMAST-STATUS.

      * The backup copies, one per master - the JCL points each at
      * a new generation of that master's backup dataset.
           SELECT EMP-BKUP-FILE ASSIGN TO "EMPBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT VIS-BKUP-FILE ASSIGN TO "VISBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT TRM-BKUP-FILE ASSIGN TO "TRMBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

      * RUN-CTL-FILE is the batch suite's shared run-control journal
      * - see copybooks/RUNCTL.CPY.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  VISMAST-FILE.
           COPY "VISMAST.CPY".

       FD  TERMMAST-FILE.
           COPY "TERMMAST.CPY".

      * Each backup record is built once in MST-BKUP-RECORD (working
      * storage, below) and written FROM it to whichever copy is
      * being taken.
       FD  EMP-BKUP-FILE.
       01  EMP-BKUP-RECORD         PIC X(118).

       FD  VIS-BKUP-FILE.
       01  VIS-BKUP-RECORD         PIC X(118).

       FD  TRM-BKUP-FILE.
       01  TRM-BKUP-RECORD         PIC X(118).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS        PIC X(2).
           88  EMPMAST-EOF                     VALUE "10".
       01  WS-VISMAST-STATUS        PIC X(2).
           88  VISMAST-EOF                     VALUE "10".
       01  WS-TERMMAST-STATUS       PIC X(2).
           88  TERMMAST-EOF                    VALUE "10".
       01  WS-BKUP-STATUS           PIC X(2).

      * The SYSIN card - which master, or all of them.
       01  WS-BKUP-CARD             PIC X(8)   VALUE SPACES.
           88  BKUP-ALL                        VALUE "ALL     "
                                                     SPACES.
           88  BKUP-EMPMAST                    VALUE "EMPMAST ".
           88  BKUP-VISMAST                    VALUE "VISMAST ".
           88  BKUP-TERMMAST                   VALUE "TERMMAST".

      * The backup record being built - see copybooks/MSTBKUP.CPY.
           COPY "MSTBKUP.CPY".

      * The backup in progress: which master, its stamp, and its
      * data-record count.
       01  WS-BK-NAME               PIC X(8).
       01  WS-BK-STAMP-DATE         PIC 9(8).
       01  WS-BK-STAMP-TIME         PIC 9(8).
       01  WS-BK-COUNT              PIC 9(8).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-MASTER-COUNT          PIC 9(2)   VALUE ZERO.
       01  WS-TOTAL-COUNT           PIC 9(8)   VALUE ZERO.

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
           ACCEPT WS-BKUP-CARD.
           IF NOT BKUP-ALL AND NOT BKUP-EMPMAST
               AND NOT BKUP-VISMAST AND NOT BKUP-TERMMAST
               DISPLAY "*** MSTBKUP: unrecognized master '"
                   WS-BKUP-CARD "' - use EMPMAST, VISMAST, "
                   "TERMMAST or ALL ***"
               STOP RUN
           END-IF.
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           IF BKUP-ALL OR BKUP-EMPMAST
               PERFORM 2100-BACKUP-EMPMAST
           END-IF.
           IF BKUP-ALL OR BKUP-VISMAST
               PERFORM 2200-BACKUP-VISMAST
           END-IF.
           IF BKUP-ALL OR BKUP-TERMMAST
               PERFORM 2300-BACKUP-TERMMAST
           END-IF.
           DISPLAY "MSTBKUP: " WS-MASTER-COUNT " master(s) backed "
               "up, " WS-TOTAL-COUNT " record(s) in all".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-TOTAL-COUNT  TO WS-RC-IN-COUNT.
           MOVE WS-TOTAL-COUNT  TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * A master that has never been built (status 35) has nothing
      * to back up; any other open failure is a hard stop - the
      * master is unreadable, which is exactly when the last good
      * backup matters, so it must not be overwritten by nothing.
       2100-BACKUP-EMPMAST.
           OPEN INPUT EMPMAST-FILE.
           EVALUATE WS-EMPMAST-STATUS
               WHEN "00"
                   MOVE "EMPMAST " TO WS-BK-NAME
                   OPEN OUTPUT EMP-BKUP-FILE
                   PERFORM 8000-WRITE-HEADER
                   PERFORM 2150-UNLOAD-EMPMAST UNTIL EMPMAST-EOF
                   PERFORM 8090-WRITE-TRAILER
                   CLOSE EMPMAST-FILE
                   CLOSE EMP-BKUP-FILE
               WHEN "35"
                   DISPLAY "MSTBKUP: EMPMAST not present (status "
                       WS-EMPMAST-STATUS ") - no backup taken"
               WHEN OTHER
                   DISPLAY "*** EMPMAST could not be opened (status "
                       WS-EMPMAST-STATUS ") - check the EMPMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

       2150-UNLOAD-EMPMAST.
           READ EMPMAST-FILE
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   MOVE EMPMAST-RECORD TO BK-IMAGE
                   PERFORM 8050-WRITE-DATA
           END-READ.

       2200-BACKUP-VISMAST.
           OPEN INPUT VISMAST-FILE.
           EVALUATE WS-VISMAST-STATUS
               WHEN "00"
                   MOVE "VISMAST " TO WS-BK-NAME
                   OPEN OUTPUT VIS-BKUP-FILE
                   PERFORM 8000-WRITE-HEADER
                   PERFORM 2250-UNLOAD-VISMAST UNTIL VISMAST-EOF
                   PERFORM 8090-WRITE-TRAILER
                   CLOSE VISMAST-FILE
                   CLOSE VIS-BKUP-FILE
               WHEN "35"
                   DISPLAY "MSTBKUP: VISMAST not present (status "
                       WS-VISMAST-STATUS ") - no backup taken"
               WHEN OTHER
                   DISPLAY "*** VISMAST could not be opened (status "
                       WS-VISMAST-STATUS ") - check the VISMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

       2250-UNLOAD-VISMAST.
           READ VISMAST-FILE
               AT END
                   MOVE "10" TO WS-VISMAST-STATUS
               NOT AT END
                   MOVE VISMAST-RECORD TO BK-IMAGE
                   PERFORM 8050-WRITE-DATA
           END-READ.

       2300-BACKUP-TERMMAST.
           OPEN INPUT TERMMAST-FILE.
           EVALUATE WS-TERMMAST-STATUS
               WHEN "00"
                   MOVE "TERMMAST" TO WS-BK-NAME
                   OPEN OUTPUT TRM-BKUP-FILE
                   PERFORM 8000-WRITE-HEADER
                   PERFORM 2350-UNLOAD-TERMMAST UNTIL TERMMAST-EOF
                   PERFORM 8090-WRITE-TRAILER
                   CLOSE TERMMAST-FILE
                   CLOSE TRM-BKUP-FILE
               WHEN "35"
                   DISPLAY "MSTBKUP: TERMMAST not present (status "
                       WS-TERMMAST-STATUS ") - no backup taken"
               WHEN OTHER
                   DISPLAY "*** TERMMAST could not be opened (status "
                       WS-TERMMAST-STATUS ") - check the TERMMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

       2350-UNLOAD-TERMMAST.
           READ TERMMAST-FILE
               AT END
                   MOVE "10" TO WS-TERMMAST-STATUS
               NOT AT END
                   MOVE TERMMAST-RECORD TO BK-IMAGE
                   PERFORM 8050-WRITE-DATA
           END-READ.

      * The header stamps the backup with the moment the unload
      * began - the point MSTRECOV replays the journal from.
       8000-WRITE-HEADER.
           ACCEPT WS-BK-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BK-STAMP-TIME FROM TIME.
           MOVE ZERO TO WS-BK-COUNT.
           MOVE SPACES TO MST-BKUP-RECORD.
           MOVE "H" TO BK-REC-TYPE.
           PERFORM 8100-WRITE-BACKUP.

      * The caller has already moved the master record to BK-IMAGE.
       8050-WRITE-DATA.
           ADD 1 TO WS-BK-COUNT.
           MOVE "D" TO BK-REC-TYPE.
           PERFORM 8100-WRITE-BACKUP.

      * The trailer's count is what proves the copy is whole.
       8090-WRITE-TRAILER.
           MOVE SPACES TO BK-IMAGE.
           MOVE "T" TO BK-REC-TYPE.
           PERFORM 8100-WRITE-BACKUP.
           ADD 1 TO WS-MASTER-COUNT.
           ADD WS-BK-COUNT TO WS-TOTAL-COUNT.
           DISPLAY "MSTBKUP: " WS-BK-NAME " " WS-BK-COUNT
               " record(s) backed up, stamp " WS-BK-STAMP-DATE " "
               WS-BK-STAMP-TIME.

      * Stamps the record with the backup's identity and count and
      * writes it to the copy for the master in hand.
       8100-WRITE-BACKUP.
           MOVE SPACE TO BK-FILL-1 BK-FILL-2 BK-FILL-3 BK-FILL-4
                         BK-FILL-5.
           MOVE WS-BK-NAME       TO BK-FILE-NAME.
           MOVE WS-BK-STAMP-DATE TO BK-STAMP-DATE.
           MOVE WS-BK-STAMP-TIME TO BK-STAMP-TIME.
           MOVE WS-BK-COUNT      TO BK-RECORD-COUNT.
           EVALUATE WS-BK-NAME
               WHEN "EMPMAST "
                   WRITE EMP-BKUP-RECORD FROM MST-BKUP-RECORD
               WHEN "VISMAST "
                   WRITE VIS-BKUP-RECORD FROM MST-BKUP-RECORD
               WHEN OTHER
                   WRITE TRM-BKUP-RECORD FROM MST-BKUP-RECORD
           END-EVALUATE.
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "*** " WS-BK-NAME " backup write failed "
                   "(status " WS-BKUP-STATUS ") - check the backup "
                   "allocation. ***"
               STOP RUN
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
           MOVE "MSTBKUP "        TO RC-PROGRAM.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
