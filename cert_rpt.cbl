      * CERTRPT is the weekly certification expiry report: every
      * certification on CERTMAST that runs out in the next 30 days,
      * grouped by visitor company and then by department, so the
      * renewals are booked before HELLOWORLD or VISSIGN turns
      * anyone away at the door. A visitor's certification is listed
      * under VIS-COMPANY from VISMAST, an employee's under EMP-DEPT
      * from EMPMAST, with the department headed by its DEPTMAST
      * description and supervisor the way the exception reports
      * head their sections. A certification the holder's company
      * or department REQUIRES on CERTREQ is flagged: when it
      * lapses the holder cannot sign in at all.
      *
      * Terminated employees are left off - nobody is booking their
      * renewals. A holder no longer on VISMAST or EMPMAST is listed
      * under a group of their own rather than dropped.
      *
      * The SYSIN card: columns 1-8 the date to look ahead from
      * (YYYYMMDD, or blank for today), columns 10-12 how many days
      * ahead to look (default 030). Only CERTMAST is needed; the
      * other masters just fill in names and headings.
      * See jcl/CERTRPT.jcl for how this is run under JCL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CERTMAST-FILE is read start to finish - see
      * copybooks/CERTMAST.CPY.
           SELECT CERTMAST-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CERTMAST-STATUS.

      * CERTREQ-FILE says which certifications are required where -
      * see copybooks/CERTREQ.CPY.
           SELECT CERTREQ-FILE ASSIGN TO "CERTREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-CERTREQ-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT VISMAST-FILE ASSIGN TO "VISMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-BADGE-ID
               FILE STATUS IS WS-VISMAST-STATUS.

           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * CERT-EXP-FILE holds one line per expiring certification,
      * tagged with its company or department; SORTED-CERT-EXP is
      * the same sorted into group and expiry order.
           SELECT CERT-EXP-FILE ASSIGN TO "CERTEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-STATUS.

           SELECT SORTED-CERT-EXP ASSIGN TO "SCERTEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCX-STATUS.

      * CERT-RPT is the printed report for the safety office.
           SELECT CERT-RPT ASSIGN TO "CERTRPT"
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

      * CX-GROUP-KIND C files the line under visitor company
      * CX-GROUP-CODE, D under department CX-GROUP-CODE; a blank
      * CX-GROUP-CODE is a holder not found on their master.
       FD  CERT-EXP-FILE.
       01  CX-RECORD.
           05  CX-GROUP-KIND       PIC X(1).
               88  CX-IS-COMPANY               VALUE "C".
               88  CX-IS-DEPARTMENT            VALUE "D".
           05  CX-FILL-1           PIC X.
           05  CX-GROUP-CODE       PIC X(20).
           05  CX-FILL-2           PIC X.
           05  CX-EXPIRY-DATE      PIC 9(8).
           05  CX-FILL-3           PIC X.
           05  CX-HOLDER-ID        PIC X(6).
           05  CX-FILL-4           PIC X.
           05  CX-CERT-TYPE        PIC X(4).
           05  CX-FILL-5           PIC X.
           05  CX-DAYS-LEFT        PIC 9(3).
           05  CX-FILL-6           PIC X.
           05  CX-NAME             PIC X(30).
           05  CX-FILL-7           PIC X.
           05  CX-REQUIRED-FLAG    PIC X(1).
               88  CX-IS-REQUIRED              VALUE "Y".

       FD  SORTED-CERT-EXP.
       01  SX-RECORD.
           05  SX-GROUP-KIND       PIC X(1).
               88  SX-IS-COMPANY               VALUE "C".
           05  SX-FILL-1           PIC X.
           05  SX-GROUP-CODE       PIC X(20).
           05  SX-FILL-2           PIC X.
           05  SX-EXPIRY-DATE      PIC 9(8).
           05  SX-FILL-3           PIC X.
           05  SX-HOLDER-ID        PIC X(6).
           05  SX-FILL-4           PIC X.
           05  SX-CERT-TYPE        PIC X(4).
           05  SX-FILL-5           PIC X.
           05  SX-DAYS-LEFT        PIC 9(3).
           05  SX-FILL-6           PIC X.
           05  SX-NAME             PIC X(30).
           05  SX-FILL-7           PIC X.
           05  SX-REQUIRED-FLAG    PIC X(1).
               88  SX-IS-REQUIRED              VALUE "Y".

       SD  SORT-WK1.
       01  SW1-RECORD.
           05  SW1-GROUP-KIND      PIC X(1).
           05  SW1-FILL-1          PIC X.
           05  SW1-GROUP-CODE      PIC X(20).
           05  SW1-FILL-2          PIC X.
           05  SW1-EXPIRY-DATE     PIC 9(8).
           05  SW1-FILL-3          PIC X.
           05  SW1-HOLDER-ID       PIC X(6).
           05  SW1-FILL-4          PIC X.
           05  SW1-CERT-TYPE       PIC X(4).
           05  SW1-FILL-5          PIC X.
           05  SW1-DAYS-LEFT       PIC 9(3).
           05  SW1-FILL-6          PIC X.
           05  SW1-NAME            PIC X(30).
           05  SW1-FILL-7          PIC X.
           05  SW1-REQUIRED-FLAG   PIC X(1).

       FD  CERT-RPT.
       01  CERT-RPT-RECORD         PIC X(80).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CERTMAST-STATUS       PIC X(2).
           88  CERTMAST-EOF                    VALUE "10".
       01  WS-CERTREQ-STATUS        PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-VISMAST-STATUS        PIC X(2).
       01  WS-DEPTMAST-STATUS       PIC X(2).
       01  WS-CX-STATUS             PIC X(2).
       01  WS-SCX-STATUS            PIC X(2).
       01  WS-RPT-STATUS            PIC X(2).

      * The SYSIN card - see the header comment.
       01  WS-PARM-CARD             VALUE SPACES.
           05  WS-DATE-CARD         PIC X(8).
           05  WS-PARM-FILL-1       PIC X.
           05  WS-PARM-DAYS         PIC X(3).
       01  WS-DATE-CARD-NUM REDEFINES WS-PARM-CARD.
           05  WS-DATE-CARD-DIGITS  PIC 9(8).
           05  FILLER               PIC X(4).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-END-DATE              PIC 9(8).
       01  WS-AHEAD-DAYS            PIC 9(3)   VALUE 30.
       01  WS-RUN-DAY-INTEGER       PIC 9(8)   COMP.
       01  WS-DAYS-LEFT             PIC S9(8)  COMP.

      * Which of the optional masters could be opened.
       01  WS-CERTREQ-OPEN-SW       PIC X      VALUE "N".
           88  CERTREQ-IS-OPEN                 VALUE "Y".
       01  WS-EMPMAST-OPEN-SW       PIC X      VALUE "N".
           88  EMPMAST-IS-OPEN                 VALUE "Y".
       01  WS-VISMAST-OPEN-SW       PIC X      VALUE "N".
           88  VISMAST-IS-OPEN                 VALUE "Y".
       01  WS-DEPTMAST-OPEN-SW      PIC X      VALUE "N".
           88  DEPTMAST-IS-OPEN                VALUE "Y".
       01  WS-SKIP-SW               PIC X      VALUE "N".
           88  SKIP-THIS-CERT                  VALUE "Y".

      * Control-break state for the print pass: the group in hand,
      * the one just read ahead of it (HIGH-VALUES at end of file,
      * so the last group still breaks cleanly), and its count.
       01  WS-SCX-EOF-SW            PIC X      VALUE "N".
           88  SCX-EOF                         VALUE "Y".
       01  WS-GROUP.
           05  WS-GROUP-KIND        PIC X(1).
           05  WS-GROUP-CODE        PIC X(20).
       01  WS-NEXT-GROUP.
           05  WS-NEXT-GROUP-KIND   PIC X(1).
           05  WS-NEXT-GROUP-CODE   PIC X(20).
       01  WS-LAST-GROUP-KIND       PIC X(1)   VALUE SPACE.
       01  WS-GROUP-COUNT           PIC 9(6)   VALUE ZERO.
       01  WS-DEPT-FOUND-SW         PIC X      VALUE "N".
           88  DEPT-FOUND                      VALUE "Y".

       01  WS-READ-COUNT            PIC 9(8)   VALUE ZERO.
       01  WS-EXPIRING-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-REQUIRED-COUNT        PIC 9(6)   VALUE ZERO.
       01  WS-EDIT-COUNT            PIC ZZZZZ9.
       01  WS-EDIT-DAYS             PIC ZZ9.

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
           ACCEPT WS-PARM-CARD.
           IF WS-DATE-CARD-DIGITS IS NUMERIC
               MOVE WS-DATE-CARD-DIGITS TO WS-RUN-DATE
           END-IF.
           IF WS-PARM-DAYS IS NUMERIC
               MOVE WS-PARM-DAYS TO WS-AHEAD-DAYS
           END-IF.
           COMPUTE WS-RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAY-INTEGER + WS-AHEAD-DAYS).
           MOVE "STARTED " TO WS-RC-STATUS-VAL.
           PERFORM 9000-WRITE-RUN-CONTROL.
           PERFORM 1000-OPEN-MASTERS.
           PERFORM 2000-SELECT-EXPIRING.
           SORT SORT-WK1
               ON ASCENDING KEY SW1-GROUP-KIND SW1-GROUP-CODE
                                SW1-EXPIRY-DATE SW1-HOLDER-ID
                                SW1-CERT-TYPE
               USING CERT-EXP-FILE
               GIVING SORTED-CERT-EXP.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 1900-CLOSE-MASTERS.
           DISPLAY "CERTRPT: " WS-READ-COUNT " certification(s) "
               "read, " WS-EXPIRING-COUNT " expiring by "
               WS-END-DATE ", " WS-REQUIRED-COUNT " of them required".
           MOVE "COMPLETE" TO WS-RC-STATUS-VAL.
           MOVE WS-READ-COUNT     TO WS-RC-IN-COUNT.
           MOVE WS-EXPIRING-COUNT TO WS-RC-OUT-COUNT.
           PERFORM 9000-WRITE-RUN-CONTROL.
           STOP RUN.

      * Only CERTMAST matters to what is listed; with none there is
      * nothing to report, but the run still prints and journals.
      * The rest only name holders and head groups.
       1000-OPEN-MASTERS.
           OPEN INPUT CERTREQ-FILE.
           IF WS-CERTREQ-STATUS = "00"
               MOVE "Y" TO WS-CERTREQ-OPEN-SW
           ELSE
               DISPLAY "CERTRPT: CERTREQ not present (status "
                   WS-CERTREQ-STATUS ") - nothing flagged as "
                   "required"
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SW
           ELSE
               DISPLAY "CERTRPT: EMPMAST not present (status "
                   WS-EMPMAST-STATUS ") - employees listed without "
                   "a department"
           END-IF.
           OPEN INPUT VISMAST-FILE.
           IF WS-VISMAST-STATUS = "00"
               MOVE "Y" TO WS-VISMAST-OPEN-SW
           ELSE
               DISPLAY "CERTRPT: VISMAST not present (status "
                   WS-VISMAST-STATUS ") - visitors listed without "
                   "a company"
           END-IF.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               MOVE "Y" TO WS-DEPTMAST-OPEN-SW
           ELSE
               DISPLAY "CERTRPT: DEPTMAST not present (status "
                   WS-DEPTMAST-STATUS ") - departments headed by "
                   "code only"
           END-IF.

       1900-CLOSE-MASTERS.
           IF CERTREQ-IS-OPEN
               CLOSE CERTREQ-FILE
           END-IF.
           IF EMPMAST-IS-OPEN
               CLOSE EMPMAST-FILE
           END-IF.
           IF VISMAST-IS-OPEN
               CLOSE VISMAST-FILE
           END-IF.
           IF DEPTMAST-IS-OPEN
               CLOSE DEPTMAST-FILE
           END-IF.

      * One pass over CERTMAST. A certification expiring from the
      * run date through WS-END-DATE is resolved to its holder's
      * group and filed for the sort.
       2000-SELECT-EXPIRING.
           OPEN OUTPUT CERT-EXP-FILE.
           OPEN INPUT CERTMAST-FILE.
           IF WS-CERTMAST-STATUS = "00"
               PERFORM UNTIL CERTMAST-EOF
                   READ CERTMAST-FILE
                       AT END
                           MOVE "10" TO WS-CERTMAST-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF CRT-EXPIRY-DATE NOT < WS-RUN-DATE
                               AND CRT-EXPIRY-DATE NOT > WS-END-DATE
                               PERFORM 2100-FILE-EXPIRING-CERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTMAST-FILE
           ELSE
               DISPLAY "CERTRPT: CERTMAST not present (status "
                   WS-CERTMAST-STATUS ") - reporting nothing"
           END-IF.
           CLOSE CERT-EXP-FILE.

       2100-FILE-EXPIRING-CERT.
           MOVE "N" TO WS-SKIP-SW.
           MOVE SPACES TO CX-RECORD.
           MOVE CRT-HOLDER-ID   TO CX-HOLDER-ID.
           MOVE CRT-CERT-TYPE   TO CX-CERT-TYPE.
           MOVE CRT-EXPIRY-DATE TO CX-EXPIRY-DATE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (CRT-EXPIRY-DATE)
               - WS-RUN-DAY-INTEGER.
           MOVE WS-DAYS-LEFT TO CX-DAYS-LEFT.
           IF CRT-HOLDER-IS-VISITOR
               PERFORM 2200-RESOLVE-VISITOR
           ELSE
               PERFORM 2300-RESOLVE-EMPLOYEE
           END-IF.
           IF NOT SKIP-THIS-CERT
               PERFORM 2400-CHECK-REQUIRED
               ADD 1 TO WS-EXPIRING-COUNT
               WRITE CX-RECORD
           END-IF.

      * A visitor is grouped under their company; one no longer on
      * VISMAST goes under a blank company.
       2200-RESOLVE-VISITOR.
           MOVE "C" TO CX-GROUP-KIND.
           MOVE "*** NOT ON VISITOR MASTER ***" TO CX-NAME.
           IF VISMAST-IS-OPEN
               MOVE CRT-HOLDER-ID TO VIS-BADGE-ID
               READ VISMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VIS-COMPANY   TO CX-GROUP-CODE
                       MOVE VIS-NAME-TEXT TO CX-NAME
               END-READ
           END-IF.

      * An employee is grouped under their department; one no
      * longer on EMPMAST goes under a blank department, and a
      * terminated one is not listed at all.
       2300-RESOLVE-EMPLOYEE.
           MOVE "D" TO CX-GROUP-KIND.
           MOVE "*** NOT ON EMPLOYEE MASTER ***" TO CX-NAME.
           IF EMPMAST-IS-OPEN
               MOVE CRT-HOLDER-ID TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-IS-INACTIVE
                           MOVE "Y" TO WS-SKIP-SW
                       END-IF
                       MOVE EMP-DEPT      TO CX-GROUP-CODE
                       MOVE EMP-NAME-TEXT TO CX-NAME
               END-READ
           END-IF.

      * Flags the line when the holder's group requires this
      * certification type.
       2400-CHECK-REQUIRED.
           MOVE "N" TO CX-REQUIRED-FLAG.
           IF CERTREQ-IS-OPEN AND CX-GROUP-CODE NOT = SPACES
               MOVE CX-GROUP-KIND TO CRQ-REQ-KIND
               MOVE CX-GROUP-CODE TO CRQ-REQ-CODE
               MOVE CX-CERT-TYPE  TO CRQ-CERT-TYPE
               READ CERTREQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CX-REQUIRED-FLAG
                       ADD 1 TO WS-REQUIRED-COUNT
               END-READ
           END-IF.

      * The sorted lines, one section per company and then one per
      * department, each group's lines in expiry order.
       3000-PRINT-REPORT.
           OPEN OUTPUT CERT-RPT.
           MOVE SPACES TO CERT-RPT-RECORD.
           STRING "CERTIFICATIONS EXPIRING " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           END-STRING.
           WRITE CERT-RPT-RECORD.
           MOVE "*REQUIRED* = SIGN-IN WILL BE REFUSED ONCE IT EXPIRES"
               TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           OPEN INPUT SORTED-CERT-EXP.
           MOVE "N" TO WS-SCX-EOF-SW.
           PERFORM 3100-READ-SORTED-EXP.
           PERFORM 3200-PRINT-GROUP UNTIL SCX-EOF.
           CLOSE SORTED-CERT-EXP.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT.
           STRING "TOTAL EXPIRING: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           END-STRING.
           WRITE CERT-RPT-RECORD.
           MOVE WS-REQUIRED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CERT-RPT-RECORD.
           STRING "OF WHICH REQUIRED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           END-STRING.
           WRITE CERT-RPT-RECORD.
           CLOSE CERT-RPT.

       3100-READ-SORTED-EXP.
           READ SORTED-CERT-EXP
               AT END
                   MOVE "Y" TO WS-SCX-EOF-SW
                   MOVE HIGH-VALUES TO WS-NEXT-GROUP
               NOT AT END
                   MOVE SX-GROUP-KIND TO WS-NEXT-GROUP-KIND
                   MOVE SX-GROUP-CODE TO WS-NEXT-GROUP-CODE
           END-READ.

      * One company or department: the part heading the first time
      * the kind changes, the group heading, its lines and count.
       3200-PRINT-GROUP.
           MOVE WS-NEXT-GROUP TO WS-GROUP.
           MOVE ZERO TO WS-GROUP-COUNT.
           IF WS-GROUP-KIND NOT = WS-LAST-GROUP-KIND
               MOVE WS-GROUP-KIND TO WS-LAST-GROUP-KIND
               MOVE SPACES TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               IF SX-IS-COMPANY
                   MOVE "===== BY VISITOR COMPANY =====" TO
                       CERT-RPT-RECORD
               ELSE
                   MOVE "===== BY DEPARTMENT =====" TO
                       CERT-RPT-RECORD
               END-IF
               WRITE CERT-RPT-RECORD
           END-IF.
           IF SX-IS-COMPANY
               PERFORM 3300-PRINT-COMPANY-HEADING
           ELSE
               PERFORM 3400-PRINT-DEPT-HEADING
           END-IF.
           PERFORM 3250-PRINT-EXP-LINE
               UNTIL SCX-EOF OR WS-NEXT-GROUP NOT = WS-GROUP.
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CERT-RPT-RECORD.
           STRING "GROUP EXPIRING: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           END-STRING.
           WRITE CERT-RPT-RECORD.

       3250-PRINT-EXP-LINE.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE SX-DAYS-LEFT TO WS-EDIT-DAYS.
           MOVE SPACES TO CERT-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  SX-EXPIRY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  " DAYS " DELIMITED BY SIZE
                  SX-CERT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SX-HOLDER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SX-NAME DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           END-STRING.
           IF SX-IS-REQUIRED
               MOVE "*REQUIRED*" TO CERT-RPT-RECORD (64:10)
           END-IF.
           WRITE CERT-RPT-RECORD.
           PERFORM 3100-READ-SORTED-EXP.

       3300-PRINT-COMPANY-HEADING.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           IF WS-GROUP-CODE = SPACES
               MOVE "COMPANY NOT KNOWN - NOT ON VISITOR MASTER"
                   TO CERT-RPT-RECORD
           ELSE
               STRING "COMPANY " DELIMITED BY SIZE
                      WS-GROUP-CODE DELIMITED BY SIZE
                      INTO CERT-RPT-RECORD
               END-STRING
           END-IF.
           WRITE CERT-RPT-RECORD.

      * The department heading: the department line and the
      * supervisor, the one who books the renewals. A blank
      * department is an ID not on EMPMAST; a code not on DEPTMAST
      * says so.
       3400-PRINT-DEPT-HEADING.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           IF WS-GROUP-CODE NOT = SPACES AND DEPTMAST-IS-OPEN
               MOVE WS-GROUP-CODE TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DEPT-FOUND-SW
               END-READ
           END-IF.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           EVALUATE TRUE
               WHEN WS-GROUP-CODE = SPACES
                   MOVE "DEPARTMENT NOT KNOWN - NOT ON EMPLOYEE MASTER"
                       TO CERT-RPT-RECORD
               WHEN DEPT-FOUND
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          DEPT-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DEPT-DESC DELIMITED BY SIZE
                          " CC " DELIMITED BY SIZE
                          DEPT-COST-CENTER DELIMITED BY SIZE
                          INTO CERT-RPT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-GROUP-CODE (1:4) DELIMITED BY SIZE
                          " *** NOT ON DEPARTMENT MASTER ***"
                          DELIMITED BY SIZE
                          INTO CERT-RPT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE CERT-RPT-RECORD.
           IF DEPT-FOUND AND DEPT-SUPV-EMP-ID NOT = SPACES
               MOVE SPACES TO CERT-RPT-RECORD
               PERFORM 3450-FORMAT-SUPERVISOR
               WRITE CERT-RPT-RECORD
           END-IF.

      * The supervisor's name comes from EMPMAST; with no EMPMAST,
      * or an ID since removed from it, the ID alone is printed.
       3450-FORMAT-SUPERVISOR.
           MOVE DEPT-SUPV-EMP-ID TO EMP-ID.
           IF EMPMAST-IS-OPEN
               READ EMPMAST-FILE
                   INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " *** NOT ON EMPLOYEE MASTER ***"
                              DELIMITED BY SIZE
                              INTO CERT-RPT-RECORD
                       END-STRING
                   NOT INVALID KEY
                       STRING "SUPERVISOR: " DELIMITED BY SIZE
                              DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMP-NAME-TEXT DELIMITED BY SIZE
                              INTO CERT-RPT-RECORD
                       END-STRING
               END-READ
           ELSE
               STRING "SUPERVISOR: " DELIMITED BY SIZE
                      DEPT-SUPV-EMP-ID DELIMITED BY SIZE
                      INTO CERT-RPT-RECORD
               END-STRING
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
           MOVE "CERTRPT "        TO RC-PROGRAM.
           MOVE WS-RUN-DATE       TO RC-RUN-DATE.
           MOVE WS-RC-STAMP-DATE  TO RC-STAMP-DATE.
           MOVE WS-RC-STAMP-TIME  TO RC-STAMP-TIME.
           MOVE WS-RC-IN-COUNT    TO RC-RECORDS-IN.
           MOVE WS-RC-OUT-COUNT   TO RC-RECORDS-OUT.
           MOVE WS-RC-STATUS-VAL  TO RC-STATUS.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
