             DUPLICATE THAT HAS IT, AND THE DUPLICATES' MAILING
             HISTORY ENTRIES ARE REWRITTEN UNDER THE SURVIVING KEY SO
             THE SUPPRESSION WINDOW FOLLOWS THE PERSON INSTEAD OF
             BEING ORPHANED. THE DUPLICATES' CONTACT NOTES ON
             NOTES.DAT ARE MOVED TO THE SURVIVING KEY THE SAME WAY,
             SO THE SURVIVOR'S NOTE HISTORY IS COMPLETE, AND THEIR
             SEASONAL ADDRESSES ON ALTADDR.DAT ARE MOVED WITH THEM SO
             THE SURVIVOR'S MAIL STILL FOLLOWS THE PERSON AWAY FROM
             HOME. THE DELETES
             AND THE SURVIVOR MODIFY ARE LOGGED TO THE SAME AUDIT
             TRAIL AS PROGRAM UPDATE, WITH BEFORE IMAGES, SO PROGRAM
             ROLLBACK CAN REVERSE A BAD CONSOLIDATION. THE OPERATOR
             MUST SIGN ON AGAINST THE OPERATOR MASTER FILE WITH
             SUPERVISOR AUTHORITY, AND THE OPERATOR ID IS STAMPED ON
             EVERY AUDIT ENTRY THE RUN WRITES.
      *
       ENVIRONMENT DIVISION.
              FILE STATUS IS AUDIT-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILHIST-FILE
              ASSIGN TO DISK
              FILE STATUS IS MAILHIST-STATUS
              FILE STATUS IS MAILHIST-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-NEW-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALT-ADDRESS-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-ADDRESS-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALT-NEW-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISAM-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-LOCK-STATUS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  MAILHIST-FILE
           LABEL RECORDS ARE STANDARD
           05  MH-DATE        PIC 9(8).
           05  FILLER         PIC X.
           05  MH-CATEGORY    PIC X(10).
           05  FILLER         PIC X.
           05  MH-CAMPAIGN    PIC X(8).

       FD  MAILHIST-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'MHNEW.DAT'.

       01  MAILHIST-NEW-RECORD       PIC X(69).

       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTES.DAT'.

       01  NOTE-RECORD.
           05  NT-KEY         PIC X(40).
           05  FILLER         PIC X(220).

       FD  NOTE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTENEW.DAT'.

       01  NOTE-NEW-RECORD           PIC X(260).

       FD  ALT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTADDR.DAT'.

       01  ALT-ADDRESS-RECORD.
           05  AT-KEY         PIC X(40).
           05  FILLER         PIC X(129).

       FD  ALT-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTNEW.DAT'.

       01  ALT-NEW-RECORD            PIC X(169).

       FD  ISAM-LOCK-FILE
           LABEL RECORDS ARE STANDARD
           05  IIX                  PIC S9(5)  VALUE 0 COMP-0.
           05  ISAM-STATUS          PIC XX     VALUE SPACES.
           05  AUDIT-LOG-STATUS     PIC XX     VALUE SPACES.
           05  MAILHIST-STATUS      PIC XX     VALUE SPACES.
           05  MAILHIST-NEW-STATUS  PIC XX     VALUE SPACES.
           05  NOTE-STATUS          PIC XX     VALUE SPACES.
           05  NOTE-NEW-STATUS      PIC XX     VALUE SPACES.
           05  ALT-ADDRESS-STATUS   PIC XX     VALUE SPACES.
           05  ALT-NEW-STATUS       PIC XX     VALUE SPACES.
           05  WS-SIGNON-TRIES      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-DUP-COUNT         PIC S9(5)  VALUE 0 COMP-0.
           05  WS-CARRY-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NOTE-CARRY-COUNT  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ALT-CARRY-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-FAILED-COUNT      PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  WS-SIGNED-ON-SW      PIC X      VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  ENTRY-DONE-SW        PIC X      VALUE 'N'.
               88  ENTRY-DONE                  VALUE 'Y'.
           05  MAILHIST-EOF-SW      PIC X      VALUE 'N'.
               88  MAILHIST-EOF                VALUE 'Y'.
           05  NOTE-EOF-SW          PIC X      VALUE 'N'.
               88  NOTE-EOF                    VALUE 'Y'.
           05  ALT-ADDRESS-EOF-SW   PIC X      VALUE 'N'.
               88  ALT-ADDRESS-EOF             VALUE 'Y'.
           05  WS-KEY-MATCHED-SW    PIC X      VALUE 'N'.
               88  KEY-MATCHED                 VALUE 'Y'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'CONSOLID'.
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

       01  WS-SURV-RECORD.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  WS-LOCK-FIELDS.
           05  ISAM-LOCK-STATUS     PIC XX    VALUE SPACES.
           PERFORM P400-REWRITE-SURVIVOR.
           CLOSE AUDIT-LOG-FILE.
           CLOSE ISAM-FILE.

           IF WS-DUP-COUNT > 0
               PERFORM P500-CARRY-HISTORY
               PERFORM P600-CARRY-NOTES
               PERFORM P670-CARRY-SEASONAL.
           PERFORM P980-RELEASE-LOCK.

           DISPLAY '  Done. ', WS-DUP-COUNT, ' duplicate(s) folded,',
               ' ', WS-CARRY-COUNT, ' history entr(ies) carried, ',
               WS-NOTE-CARRY-COUNT, ' note(s) carried, ',
               WS-FAILED-COUNT, ' failed'.
           IF WS-ALT-CARRY-COUNT > 0
               DISPLAY '  ', WS-ALT-CARRY-COUNT, ' seasonal',
                   ' address(es) carried'.
           STOP RUN.

       P005-SIGN-ON.

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

       P100-GET-SURVIVOR.
           DISPLAY '  Last name of the SURVIVING record:'.
               MOVE WS-DUP-LAST-NAME  TO WS-AUD-LAST-NAME
               MOVE WS-DUP-FIRST-NAME TO WS-AUD-FIRST-NAME
               MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES TO WS-AUD-AFTER-IMAGE
               PERFORM P700-WRITE-AUDIT-RECORD
               DISPLAY '  Folded.'
           ELSE
                   MOVE WS-SURV-LAST-NAME  TO WS-AUD-LAST-NAME
                   MOVE WS-SURV-FIRST-NAME TO WS-AUD-FIRST-NAME
                   MOVE WS-SURV-BEFORE-IMAGE TO WS-AUD-BEFORE-IMAGE
                   MOVE WS-SURV-RECORD TO WS-AUD-AFTER-IMAGE
                   PERFORM P700-WRITE-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                           ' MHNEW.DAT.'
                       MOVE 'Y' TO MAILHIST-EOF-SW.

      *    THE DUPLICATES' CONTACT NOTES ARE MOVED TO THE SURVIVING
      *    KEY THE SAME WAY, THROUGH NOTENEW.DAT.
       P600-CARRY-NOTES.
           MOVE 'N' TO NOTE-EOF-SW.
           OPEN INPUT NOTE-FILE.
           IF NOTE-STATUS NOT = '00'
      *        NO CONTACT NOTES YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT NOTE-NEW-FILE
               PERFORM P610-MAP-NOTE
                   UNTIL NOTE-EOF
               CLOSE NOTE-NEW-FILE
               CLOSE NOTE-FILE
               PERFORM P650-REPLACE-NOTE-FILE.

       P610-MAP-NOTE.
           READ NOTE-FILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   PERFORM P620-TEST-NOTE-KEY
                   IF KEY-MATCHED
                       ADD 1 TO WS-NOTE-CARRY-COUNT
                       MOVE WS-SURV-KEY TO NT-KEY
                       WRITE NOTE-NEW-RECORD FROM NOTE-RECORD
                   ELSE
                       WRITE NOTE-NEW-RECORD FROM NOTE-RECORD.

       P620-TEST-NOTE-KEY.
           MOVE 'N' TO WS-KEY-MATCHED-SW.
           PERFORM P630-MATCH-NOTE-KEY
               VARYING IIX FROM 1 BY 1
               UNTIL KEY-MATCHED OR IIX > WS-DUP-COUNT.

       P630-MATCH-NOTE-KEY.
           IF NT-KEY = WS-DUP-ENTRY (IIX)
               MOVE 'Y' TO WS-KEY-MATCHED-SW.

       P650-REPLACE-NOTE-FILE.
           MOVE 'N' TO NOTE-EOF-SW.
           OPEN INPUT NOTE-NEW-FILE.
           OPEN OUTPUT NOTE-FILE.
           PERFORM P660-COPY-NOTE
               UNTIL NOTE-EOF.
           CLOSE NOTE-FILE.
           CLOSE NOTE-NEW-FILE.

       P660-COPY-NOTE.
           READ NOTE-NEW-FILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   WRITE NOTE-RECORD FROM NOTE-NEW-RECORD
                   IF NOTE-STATUS NOT = '00'
                       DISPLAY '  NOTES REWRITE FAILURE. FILE',
                           ' STATUS = ', NOTE-STATUS
                       DISPLAY '  THE MAPPED NOTES REMAIN IN',
                           ' NOTENEW.DAT.'
                       MOVE 'Y' TO NOTE-EOF-SW.

      *    THE DUPLICATES' SEASONAL ADDRESSES ARE MOVED TO THE
      *    SURVIVING KEY THE SAME WAY, THROUGH ALTNEW.DAT.
       P670-CARRY-SEASONAL.
           MOVE 'N' TO ALT-ADDRESS-EOF-SW.
           OPEN INPUT ALT-ADDRESS-FILE.
           IF ALT-ADDRESS-STATUS NOT = '00'
      *        NO SEASONAL ADDRESSES YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT ALT-NEW-FILE
               PERFORM P675-MAP-SEASONAL
                   UNTIL ALT-ADDRESS-EOF
               CLOSE ALT-NEW-FILE
               CLOSE ALT-ADDRESS-FILE
               PERFORM P685-REPLACE-SEASONAL-FILE.

       P675-MAP-SEASONAL.
           READ ALT-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO ALT-ADDRESS-EOF-SW
               NOT AT END
                   PERFORM P680-TEST-SEASONAL-KEY
                   IF KEY-MATCHED
                       ADD 1 TO WS-ALT-CARRY-COUNT
                       MOVE WS-SURV-KEY TO AT-KEY
                       WRITE ALT-NEW-RECORD FROM ALT-ADDRESS-RECORD
                   ELSE
                       WRITE ALT-NEW-RECORD FROM ALT-ADDRESS-RECORD.

       P680-TEST-SEASONAL-KEY.
           MOVE 'N' TO WS-KEY-MATCHED-SW.
           PERFORM P682-MATCH-SEASONAL-KEY
               VARYING IIX FROM 1 BY 1
               UNTIL KEY-MATCHED OR IIX > WS-DUP-COUNT.

       P682-MATCH-SEASONAL-KEY.
           IF AT-KEY = WS-DUP-ENTRY (IIX)
               MOVE 'Y' TO WS-KEY-MATCHED-SW.

       P685-REPLACE-SEASONAL-FILE.
           MOVE 'N' TO ALT-ADDRESS-EOF-SW.
           OPEN INPUT ALT-NEW-FILE.
           OPEN OUTPUT ALT-ADDRESS-FILE.
           PERFORM P690-COPY-SEASONAL
               UNTIL ALT-ADDRESS-EOF.
           CLOSE ALT-ADDRESS-FILE.
           CLOSE ALT-NEW-FILE.

       P690-COPY-SEASONAL.
           READ ALT-NEW-FILE
               AT END
                   MOVE 'Y' TO ALT-ADDRESS-EOF-SW
               NOT AT END
                   WRITE ALT-ADDRESS-RECORD FROM ALT-NEW-RECORD
                   IF ALT-ADDRESS-STATUS NOT = '00'
                       DISPLAY '  ALTADDR REWRITE FAILURE. FILE',
                           ' STATUS = ', ALT-ADDRESS-STATUS
                       DISPLAY '  THE MAPPED ADDRESSES REMAIN IN',
                           ' ALTNEW.DAT.'
                       MOVE 'Y' TO ALT-ADDRESS-EOF-SW.

       P700-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
