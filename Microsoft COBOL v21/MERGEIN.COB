             MASTER, NOTHING IS OVERWRITTEN: BOTH VERSIONS ARE WRITTEN
             TO A CONFLICT REPORT FOR A CLERK TO RECONCILE BY HAND.
             THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
             FILE WITH SUPERVISOR AUTHORITY, AND THE OPERATOR ID IS
             STAMPED ON EVERY AUDIT ENTRY THE MERGE WRITES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS CONFLICT-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISAM-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-LOCK-STATUS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  CONFLICT-REPORT-FILE
           LABEL RECORDS ARE STANDARD

       01  CONFLICT-REPORT-RECORD    PIC X(80).

       FD  ISAM-LOCK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAMLOCK.DAT'.
           05  EXTRACT-STATUS         PIC XX   VALUE SPACES.
           05  AUDIT-LOG-STATUS       PIC XX   VALUE SPACES.
           05  CONFLICT-REPORT-STATUS PIC XX   VALUE SPACES.
           05  WS-SIGNON-TRIES        PIC S9(5) VALUE 0 COMP-0.
           05  WS-READ-COUNT          PIC S9(5) VALUE 0 COMP-0.
           05  WS-ADDED-COUNT         PIC S9(5) VALUE 0 COMP-0.
               88  EXTRACT-EOF                 VALUE 'Y'.
           05  WS-SIGNED-ON-SW        PIC X    VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'MERGEIN'.
           05  SA-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  SA-PASSWORD        PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD    PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD-2  PIC X(8)  VALUE SPACES.
           05  SA-LEVEL-NEEDED    PIC X     VALUE 'S'.
           05  SA-FUNCTION        PIC X(8)  VALUE SPACES.
           05  SA-RESULT          PIC X     VALUE SPACE.
               88  SA-SIGNED-ON               VALUE 'Y'.
               88  SA-AUTHORIZED              VALUE 'Y'.
               88  SA-BAD-PASSWORD            VALUE 'N'.
               88  SA-PASSWORD-EXPIRED        VALUE 'X'.
               88  SA-CHANGE-REFUSED          VALUE 'R'.
               88  SA-FILE-FAILURE            VALUE 'F'.
           05  SA-OPERATOR-LEVEL  PIC X     VALUE SPACE.
           05  SA-OPERATOR-NAME   PIC X(20) VALUE SPACES.
           05  SA-MESSAGE         PIC X(50) VALUE SPACES.

       01  WS-STAMP-VALUE       PIC 9(8)  VALUE 0.

       01  WS-DATA-RECORD.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  WS-CONFLICT-HEADING       PIC X(80)  VALUE
           'MERGE CONFLICT REPORT - KEYS ON BOTH MASTER AND EXTRACT'.

           IF NOT SIGNED-ON
           AND WS-SIGNON-TRIES < 3
               DISPLAY '  ', SA-MESSAGE.

      *    SUBPROGRAM SIGNONSB CHECKS THE ID AND PASSWORD, THE
      *    PASSWORD RULES, AND THE OPERATOR'S AUTHORITY LEVEL. AN ID
      *    THAT IS LOCKED OUT, DISABLED, OR BELOW THE LEVEL THIS
      *    PROGRAM NEEDS ENDS THE SIGN-ON AT ONCE.
       P006-VALIDATE-OPERATOR.
           MOVE 'S' TO SA-REQUEST.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE WS-SIGNON-PASSWORD TO SA-PASSWORD.
           CALL 'SIGNONSB' USING SIGNON-AREA.
           IF SA-PASSWORD-EXPIRED
               PERFORM P007-CHANGE-PASSWORD.

           IF SA-FILE-FAILURE
               DISPLAY '  ', SA-MESSAGE
               DISPLAY '  JOB CANCELLED.'
               STOP RUN.

           IF SA-SIGNED-ON
               MOVE 'Y' TO WS-SIGNED-ON-SW
           ELSE IF NOT SA-BAD-PASSWORD
           AND NOT SA-CHANGE-REFUSED
               DISPLAY '  ', SA-MESSAGE
               MOVE 3 TO WS-SIGNON-TRIES.

      *    THE PASSWORD HAS EXPIRED, OR WAS SET BY A SUPERVISOR. THE
      *    OPERATOR CHOOSES A NEW ONE BEFORE GOING ON.
       P007-CHANGE-PASSWORD.
           DISPLAY '  ', SA-MESSAGE.
           MOVE SPACES TO SA-NEW-PASSWORD.
           MOVE SPACES TO SA-NEW-PASSWORD-2.
           DISPLAY '  Enter new password:'.
           ACCEPT SA-NEW-PASSWORD.
           DISPLAY '  Enter new password again:'.
           ACCEPT SA-NEW-PASSWORD-2.
           MOVE 'C' TO SA-REQUEST.
           CALL 'SIGNONSB' USING SIGNON-AREA.

       P100-MERGE-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
               ADD 1 TO WS-ADDED-COUNT
               MOVE 'ADD' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE WS-DATA-RECORD TO WS-AUD-AFTER-IMAGE
               PERFORM P700-WRITE-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-FAILED-COUNT
