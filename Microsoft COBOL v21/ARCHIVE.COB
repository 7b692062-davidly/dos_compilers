             IT MAY BE A RECENT ADD. THE REINSTATE OPTION BRINGS A
             NAMED KEY BACK FROM THE ARCHIVE WHEN THE PERSON
             RESURFACES, AND A REPORT SHOWS WHAT MOVED EACH WAY.
             A RECORD'S CONTACT NOTES MOVE WITH IT, FROM NOTES.DAT TO
             THE ARCHIVED NOTES FILE ARCHNOTE.DAT, AND COME BACK WHEN
             IT IS REINSTATED.
             EVERY MOVE IS LOGGED TO THE SAME AUDIT TRAIL AS PROGRAM
             UPDATE (ACTIONS ARCHIVE AND RESTORE, WHICH PROGRAM
             ROLLBACK LEAVES ALONE - REINSTATE IS THE WAY BACK). THE
             OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER FILE
             WITH SUPERVISOR AUTHORITY, AND THE RUN HOLDS THE ISAM.DAT
             IN-USE LOCK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS ARCHIVE-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS ARCH-NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-NEW-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS ARCHIVE-REPORT-STATUS
              FILE STATUS IS AUDIT-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
           05  MH-DATE        PIC 9(8).
           05  FILLER         PIC X.
           05  MH-CATEGORY    PIC X(10).
           05  FILLER         PIC X.
           05  MH-CAMPAIGN    PIC X(8).

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD

       01  ARCHIVE-NEW-RECORD        PIC X(205).

       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTES.DAT'.

       01  NOTE-RECORD.
           05  NT-KEY         PIC X(40).
           05  FILLER         PIC X(220).

       FD  ARCH-NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ARCHNOTE.DAT'.

       01  ARCH-NOTE-RECORD.
           05  AN-KEY         PIC X(40).
           05  FILLER         PIC X(220).

       FD  NOTE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTENEW.DAT'.

       01  NOTE-NEW-RECORD           PIC X(260).

       FD  ARCHIVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ARCHRPT.DAT'.
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           05  ARCHIVE-NEW-STATUS   PIC XX     VALUE SPACES.
           05  ARCHIVE-REPORT-STATUS PIC XX    VALUE SPACES.
           05  AUDIT-LOG-STATUS     PIC XX     VALUE SPACES.
           05  NOTE-STATUS          PIC XX     VALUE SPACES.
           05  ARCH-NOTE-STATUS     PIC XX     VALUE SPACES.
           05  NOTE-NEW-STATUS      PIC XX     VALUE SPACES.
           05  WS-SIGNON-TRIES      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ARCHIVED-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-KEPT-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-RESTORED-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-FAILED-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-HIST-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NOTES-ARCHIVED    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NOTES-RESTORED    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-YEARS-BACK        PIC 9(2)   VALUE 0.

       01  SWITCHES.
           05  WS-SIGNED-ON-SW      PIC X      VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  MAILHIST-EOF-SW      PIC X      VALUE 'N'.
               88  MAILHIST-EOF                VALUE 'Y'.
           05  ISAM-EOF-SW          PIC X      VALUE 'N'.
               88  ISAM-EOF                    VALUE 'Y'.
           05  ARCHIVE-EOF-SW       PIC X      VALUE 'N'.
               88  ARCHIVE-EOF                 VALUE 'Y'.
           05  NOTE-EOF-SW          PIC X      VALUE 'N'.
               88  NOTE-EOF                    VALUE 'Y'.
           05  WS-TABLE-FULL-SW     PIC X      VALUE 'N'.
               88  TABLE-FULL                  VALUE 'Y'.
           05  WS-KEY-FOUND-SW      PIC X      VALUE 'N'.
       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'ARCHIVE'.
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

       01  WS-YEARS-REPLY       PIC X(2)  VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8)  VALUE 0.
               10  WS-HE-KEY        PIC X(40).
               10  WS-HE-DATE       PIC 9(8).

      *    THE KEYS ARCHIVED THIS RUN, SO THEIR CONTACT NOTES CAN BE
      *    MOVED IN ONE PASS AFTERWARD. ONLY A KEY ON THE HISTORY
      *    TABLE CAN BE ARCHIVED, SO 500 IS ALWAYS ENOUGH.
       01  WS-ARCHIVED-TABLE.
           05  WS-ARCHIVED-KEY OCCURS 500 TIMES   PIC X(40).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-DATE          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  WS-LOCK-FIELDS.
           05  ISAM-LOCK-STATUS     PIC XX    VALUE SPACES.
               'RECORDS REINSTATED:   '.
           05  T4-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(24)  VALUE
               'NOTES ARCHIVED:       '.
           05  T5-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER               PIC X(24)  VALUE
               'NOTES REINSTATED:     '.
           05  T6-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.

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

       P040-LOCKED-RUN.
           PERFORM P970-TEST-LOCK.
                   PERFORM P200-READ-ISAM
                   PERFORM P210-TEST-RECORD
                       UNTIL ISAM-EOF
                   CLOSE ARCHIVE-MASTER-FILE
                   PERFORM P300-ARCHIVE-NOTES.

       P110-COMPUTE-CUTOFF.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
               MOVE 'Y' TO ISAM-EOF-SW
           ELSE
               MOVE ISAM-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES TO WS-AUD-AFTER-IMAGE
               MOVE ISAM-LAST-NAME  TO WS-AUD-LAST-NAME
               MOVE ISAM-FIRST-NAME TO WS-AUD-FIRST-NAME
               DELETE ISAM-FILE RECORD
               IF ISAM-STATUS = '00'
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE ISAM-KEY TO WS-ARCHIVED-KEY (WS-ARCHIVED-COUNT)
                   MOVE 'ARCHIVE' TO WS-AUD-ACTION
                   PERFORM P700-WRITE-AUDIT-RECORD
                   MOVE 'ARCHIVED   ' TO DL-ACTION
                   DISPLAY '  DELETE FAILURE. FILE STATUS = ',
                       ISAM-STATUS.

      *    THE CONTACT NOTES OF THE KEYS ARCHIVED THIS RUN ARE
      *    ADDED TO ARCHNOTE.DAT AND THE REST ARE COPIED TO
      *    NOTENEW.DAT, WHICH IS THEN COPIED BACK OVER NOTES.DAT.
       P300-ARCHIVE-NOTES.
           IF WS-ARCHIVED-COUNT > 0
               PERFORM P302-SPLIT-NOTES.

       P302-SPLIT-NOTES.
           MOVE 'N' TO NOTE-EOF-SW.
           OPEN INPUT NOTE-FILE.
           IF NOTE-STATUS NOT = '00'
      *        NO CONTACT NOTES YET - NOTHING TO MOVE.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT NOTE-NEW-FILE
               PERFORM P305-OPEN-ARCH-NOTE
               PERFORM P310-SPLIT-NOTE
                   UNTIL NOTE-EOF
               CLOSE ARCH-NOTE-FILE
               CLOSE NOTE-NEW-FILE
               CLOSE NOTE-FILE
               PERFORM P340-REPLACE-NOTE-FILE.

       P305-OPEN-ARCH-NOTE.
           OPEN EXTEND ARCH-NOTE-FILE.
           IF ARCH-NOTE-STATUS NOT = '00'
      *        FIRST NOTES ARCHIVED - CREATE THE ARCHIVED NOTES FILE.
               OPEN OUTPUT ARCH-NOTE-FILE.

       P310-SPLIT-NOTE.
           READ NOTE-FILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   PERFORM P320-TEST-ARCHIVED-KEY
                   IF KEY-FOUND
                       ADD 1 TO WS-NOTES-ARCHIVED
                       WRITE ARCH-NOTE-RECORD FROM NOTE-RECORD
                   ELSE
                       WRITE NOTE-NEW-RECORD FROM NOTE-RECORD.

       P320-TEST-ARCHIVED-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           PERFORM P330-MATCH-ARCHIVED-KEY
               VARYING IIX FROM 1 BY 1
               UNTIL KEY-FOUND OR IIX > WS-ARCHIVED-COUNT.

       P330-MATCH-ARCHIVED-KEY.
           IF WS-ARCHIVED-KEY (IIX) = NT-KEY
               MOVE 'Y' TO WS-KEY-FOUND-SW.

       P340-REPLACE-NOTE-FILE.
           MOVE 'N' TO NOTE-EOF-SW.
           OPEN INPUT NOTE-NEW-FILE.
           OPEN OUTPUT NOTE-FILE.
           PERFORM P350-COPY-NOTE
               UNTIL NOTE-EOF.
           CLOSE NOTE-FILE.
           CLOSE NOTE-NEW-FILE.

       P350-COPY-NOTE.
           READ NOTE-NEW-FILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   WRITE NOTE-RECORD FROM NOTE-NEW-RECORD
                   IF NOTE-STATUS NOT = '00'
                       DISPLAY '  NOTES REWRITE FAILURE. FILE',
                           ' STATUS = ', NOTE-STATUS
                       DISPLAY '  THE KEPT NOTES REMAIN IN',
                           ' NOTENEW.DAT.'
                       MOVE 'Y' TO NOTE-EOF-SW.

       P400-REINSTATE-RUN.
           PERFORM P410-PROMPT-KEY
               UNTIL ENTRY-DONE.

       P440-RESTORE-RECORD.
           PERFORM P750-STAMP-RECORD.
           MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE.
           WRITE ISAM-RECORD.
           IF ISAM-STATUS = '22'
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-DETAIL-LINE TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
               PERFORM P450-REMOVE-FROM-ARCHIVE
               PERFORM P480-REINSTATE-NOTES
               DISPLAY '  Reinstated.'.

       P450-REMOVE-FROM-ARCHIVE.
                   WRITE ARCHIVE-MASTER-RECORD
                       FROM ARCHIVE-NEW-RECORD.

      *    THE PERSON'S ARCHIVED CONTACT NOTES ARE ADDED BACK TO
      *    NOTES.DAT AND THE REST OF THE ARCHIVED NOTES ARE COPIED
      *    TO NOTENEW.DAT, WHICH IS THEN COPIED BACK OVER
      *    ARCHNOTE.DAT.
       P480-REINSTATE-NOTES.
           MOVE 'N' TO NOTE-EOF-SW.
           OPEN INPUT ARCH-NOTE-FILE.
           IF ARCH-NOTE-STATUS NOT = '00'
      *        NO NOTES HAVE EVER BEEN ARCHIVED.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT NOTE-NEW-FILE
               PERFORM P482-OPEN-NOTE-FILE
               PERFORM P485-SPLIT-ARCH-NOTE
                   UNTIL NOTE-EOF
               CLOSE NOTE-FILE
               CLOSE NOTE-NEW-FILE
               CLOSE ARCH-NOTE-FILE
               PERFORM P490-REPLACE-ARCH-NOTES.

       P482-OPEN-NOTE-FILE.
           OPEN EXTEND NOTE-FILE.
           IF NOTE-STATUS NOT = '00'
      *        NO LIVE NOTES FILE - CREATE IT.
               OPEN OUTPUT NOTE-FILE.

       P485-SPLIT-ARCH-NOTE.
           READ ARCH-NOTE-FILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   IF AN-KEY = WS-SEEK-KEY
                       ADD 1 TO WS-NOTES-RESTORED
                       WRITE NOTE-RECORD FROM ARCH-NOTE-RECORD
                   ELSE
                       WRITE NOTE-NEW-RECORD FROM ARCH-NOTE-RECORD.

       P490-REPLACE-ARCH-NOTES.
           MOVE 'N' TO NOTE-EOF-SW.
           OPEN INPUT NOTE-NEW-FILE.
           OPEN OUTPUT ARCH-NOTE-FILE.
           PERFORM P495-COPY-ARCH-NOTE
               UNTIL NOTE-EOF.
           CLOSE ARCH-NOTE-FILE.
           CLOSE NOTE-NEW-FILE.

       P495-COPY-ARCH-NOTE.
           READ NOTE-NEW-FILE
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   WRITE ARCH-NOTE-RECORD FROM NOTE-NEW-RECORD
                   IF ARCH-NOTE-STATUS NOT = '00'
                       DISPLAY '  ARCHIVED NOTES REWRITE FAILURE.',
                           ' FILE STATUS = ', ARCH-NOTE-STATUS
                       DISPLAY '  THE ARCHIVED NOTES REMAIN IN',
                           ' NOTENEW.DAT.'
                       MOVE 'Y' TO NOTE-EOF-SW.

       P550-WRITE-TOTALS.
           MOVE SPACES TO ARCHIVE-REPORT-RECORD.
           WRITE ARCHIVE-REPORT-RECORD.
               MOVE WS-NEVER-MAILED TO T3-COUNT
               MOVE WS-TOTAL-LINE-3 TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
               MOVE WS-NOTES-ARCHIVED TO T5-COUNT
               MOVE WS-TOTAL-LINE-5 TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
           ELSE
               MOVE WS-RESTORED-COUNT TO T4-COUNT
               MOVE WS-TOTAL-LINE-4 TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
               MOVE WS-NOTES-RESTORED TO T6-COUNT
               MOVE WS-TOTAL-LINE-6 TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD.

      *    THE PAGE TITLE COMES FROM TITLES.DAT (RECORD NUMBER
