             PROGRAM ROLLBACK CAN REVERSE A BAD RUN, AND A SUMMARY
             REPORT SHOWS WHAT WAS FLAGGED THIS RUN SO CORRECTED
             ADDRESSES CAN BE CHASED. THE OPERATOR MUST SIGN ON
             AGAINST THE OPERATOR MASTER FILE WITH DATA ENTRY
             AUTHORITY OR ABOVE, AND THE OPERATOR ID IS STAMPED ON
             EVERY AUDIT ENTRY THE RUN WRITES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS NIXIE-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  NIXIE-REPORT-FILE
           LABEL RECORDS ARE STANDARD

       01  NIXIE-REPORT-RECORD       PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.
           05  NIXIE-STATUS           PIC XX   VALUE SPACES.
           05  AUDIT-LOG-STATUS       PIC XX   VALUE SPACES.
           05  NIXIE-REPORT-STATUS    PIC XX   VALUE SPACES.
           05  WS-SIGNON-TRIES        PIC S9(5) VALUE 0 COMP-0.
           05  WS-FLAGGED-COUNT       PIC S9(5) VALUE 0 COMP-0.
           05  WS-CLEARED-COUNT       PIC S9(5) VALUE 0 COMP-0.
       01  SWITCHES.
           05  WS-SIGNED-ON-SW        PIC X    VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  NIXIE-EOF-SW           PIC X    VALUE 'N'.
               88  NIXIE-EOF                   VALUE 'Y'.
           05  ENTRY-DONE-SW          PIC X    VALUE 'N'.
       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'NIXIE'.
           05  SA-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  SA-PASSWORD        PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD    PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD-2  PIC X(8)  VALUE SPACES.
           05  SA-LEVEL-NEEDED    PIC X     VALUE 'E'.
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

       01  WS-LAST-NAME         PIC X(20) VALUE SPACES.
       01  WS-FIRST-NAME        PIC X(20) VALUE SPACES.
       01  WS-REASON            PIC X(20) VALUE SPACES.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.

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

       P050-PROCESS-RUN.
           PERFORM P970-TEST-LOCK.
               MOVE WS-REASON TO ISAM-NIXIE-REASON
               MOVE WS-RUN-DATE TO ISAM-NIXIE-DATE
               PERFORM P750-STAMP-RECORD
               MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE
               REWRITE ISAM-RECORD
               IF ISAM-STATUS = '00'
                   ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO ISAM-NIXIE-REASON
               MOVE SPACES TO ISAM-NIXIE-DATE
               PERFORM P750-STAMP-RECORD
               MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE
               REWRITE ISAM-RECORD
               IF ISAM-STATUS = '00'
                   ADD 1 TO WS-CLEARED-COUNT
