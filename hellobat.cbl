      * that set is safe.
       01  WS-TOTAL-GREETED         PIC 9(6)   VALUE ZERO.
       01  WS-TOTAL-REJECTED        PIC 9(6)   VALUE ZERO.
      * Why the roster ID just validated was rejected, for both the
      * greeting report and the summary's failed-validation list.
       01  WS-REJECT-REASON         PIC X(19).
       01  WS-CUR-DEPT              PIC X(4).
       01  WS-CUR-SHIFT-CODE        PIC X(1).
       01  WS-DEPT-TABLE-USED       PIC 9(2)   VALUE ZERO.
                   ADD 1 TO WS-ROSTER-COUNT
           END-READ.

      * Reject blank/space-filled IDs, IDs not on the employee
      * master and IDs no longer active, same rule HELLOWORLD
      * enforces interactively. On success, resolve the full name
      * into USER-NAME.
       2200-VALIDATE-ROSTER-ID.
           MOVE "Y" TO WS-ID-VALID-SW.
           MOVE "blank or unknown ID" TO WS-REJECT-REASON.
           IF EMP-ROSTER-RECORD = SPACES
               MOVE "N" TO WS-ID-VALID-SW
           ELSE
                   INVALID KEY
                       MOVE "N" TO WS-ID-VALID-SW
                   NOT INVALID KEY
                       IF EMP-IS-INACTIVE
                           MOVE "N" TO WS-ID-VALID-SW
                           MOVE "inactive ID" TO WS-REJECT-REASON
                       END-IF
                       MOVE EMP-FULL-NAME TO USER-NAME
                       MOVE EMP-DEPT TO WS-CUR-DEPT
                       MOVE EMP-SHIFT-CODE TO WS-CUR-SHIFT-CODE

       2500-WRITE-REJECT-LINE.
           MOVE SPACES TO GREET-PRINT-RECORD.
           STRING "*** REJECTED (" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY "  "
                  "): " DELIMITED BY SIZE
                  EMP-ROSTER-RECORD DELIMITED BY SIZE
                  INTO GREET-PRINT-RECORD
           END-STRING.
               MOVE "Y" TO WS-REJECT-HDR-SW
           END-IF.
           MOVE SPACES TO SHIFT-SUMMARY-RECORD.
           STRING "  REJECTED (" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY "  "
                  "): " DELIMITED BY SIZE
                  EMP-ROSTER-RECORD DELIMITED BY SIZE
                  INTO SHIFT-SUMMARY-RECORD
           END-STRING.
