             RELOADING A BACKUP TAKEN BEFORE THE RECORD GREW PADS THE
             NEWER TRAILING FIELDS WITH SPACES, WHICH IS HOW THE FILE
             IS CONVERTED WHEN FIELDS ARE ADDED TO THE MASTER.
             A RELOAD TAKES A SUPERVISOR SIGN-ON AGAINST THE OPERATOR
             MASTER FILE; THE UNLOAD NEEDS NONE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS NIGHT-CHECKPOINT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISAM-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-LOCK-STATUS
           05  FILLER         PIC X.
           05  NC-STATE       PIC X(8).

       FD  ISAM-LOCK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAMLOCK.DAT'.
           05  ISAM-STATUS       PIC XX     VALUE SPACES.
           05  BACKUP-STATUS     PIC XX     VALUE SPACES.
           05  NIGHT-CHECKPOINT-STATUS PIC XX VALUE SPACES.
           05  WS-SIGNON-TRIES   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-RECORD-COUNT   PIC S9(5)  VALUE 0 COMP-0.

               88  COPY-FAILED              VALUE 'Y'.
           05  WS-SIGNED-ON-SW   PIC X      VALUE 'N'.
               88  SIGNED-ON                VALUE 'Y'.

       01  WS-MODE    PIC X    VALUE SPACE.
           88  UNLOAD-OPTION        VALUE 'U', 'u'.
           88  RELOAD-OPTION        VALUE 'R', 'r'.
           88  END-OPTION           VALUE 'E', 'e'.

       01  WS-OWN-STEP           PIC 9(2)   VALUE 5.
       01  WS-OPERATOR-ID        PIC X(8)   VALUE SPACES.
       01  WS-SIGNON-PASSWORD    PIC X(8)   VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'REORG'.
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

       01  WS-STEP-STATE         PIC X(8)   VALUE 'GOOD'.

       01  WS-CHECKPOINT-LINE.
           IF UNLOAD-OPTION
               PERFORM P100-UNLOAD
           ELSE IF RELOAD-OPTION
               PERFORM P190-SIGN-ON-RELOAD
           ELSE
               DISPLAY '  Nothing done.'.

               DISPLAY '  Done. ', WS-RECORD-COUNT,
                   ' record(s) unloaded to ISAMBKUP.DAT'.

      *    A RELOAD REPLACES THE WHOLE MASTER, SO IT TAKES A
      *    SUPERVISOR SIGN-ON. THE UNLOAD ONLY READS THE MASTER AND
      *    NEEDS NONE.
       P190-SIGN-ON-RELOAD.
           DISPLAY '  Rebuilding ISAM.DAT requires supervisor sign-on.'.
           PERFORM P990-SIGN-ON
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.
           IF SIGNED-ON
               PERFORM P200-RELOAD
           ELSE
               DISPLAY '  SIGN-ON FAILED. NOTHING RELOADED.'.

       P200-RELOAD.
           PERFORM P970-TEST-LOCK.
           IF LOCK-BUSY
               CLOSE ISAM-LOCK-FILE
               MOVE 'N' TO WS-LOCK-HELD-SW.

      *    THE UNLOAD HAS NO SIGN-ON OF ITS OWN, SO OVERRIDING A
      *    STALE LOCK DEMANDS ONE: THE OVERRIDE IS REFUSED UNLESS THE
      *    OPERATOR SIGNS ON AGAINST THE OPERATOR MASTER FILE WITH
      *    SUPERVISOR AUTHORITY. A RELOAD HAS SIGNED ON ALREADY. THE
      *    UNATTENDED CLOSE-OF-DAY RUN NEVER OVERRIDES - A HELD
      *    LOCK FAILS THE STEP FOR THE OPERATOR TO SORT OUT.
       P974-OFFER-OVERRIDE.

           IF NOT SIGNED-ON
           AND WS-SIGNON-TRIES < 3
               DISPLAY '  ', SA-MESSAGE.

      *    SUBPROGRAM SIGNONSB CHECKS THE ID AND PASSWORD, THE
      *    PASSWORD RULES, AND THE OPERATOR'S AUTHORITY LEVEL. AN ID
      *    THAT IS LOCKED OUT, DISABLED, OR BELOW SUPERVISOR ENDS THE
      *    SIGN-ON AT ONCE.
       P992-VALIDATE-OPERATOR.
           MOVE 'S' TO SA-REQUEST.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE WS-SIGNON-PASSWORD TO SA-PASSWORD.
           CALL 'SIGNONSB' USING SIGNON-AREA.
           IF SA-PASSWORD-EXPIRED
               PERFORM P994-CHANGE-PASSWORD.

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
       P994-CHANGE-PASSWORD.
           DISPLAY '  ', SA-MESSAGE.
           MOVE SPACES TO SA-NEW-PASSWORD.
           MOVE SPACES TO SA-NEW-PASSWORD-2.
           DISPLAY '  Enter new password:'.
           ACCEPT SA-NEW-PASSWORD.
           DISPLAY '  Enter new password again:'.
           ACCEPT SA-NEW-PASSWORD-2.
           MOVE 'C' TO SA-REQUEST.
           CALL 'SIGNONSB' USING SIGNON-AREA.
