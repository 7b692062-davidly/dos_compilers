       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPERMNT.
       SECURITY.
             THIS PROGRAM MAINTAINS THE OPERATOR MASTER FILE
             OPERATOR.DAT, AND ONLY AN OPERATOR WITH SUPERVISOR
             AUTHORITY MAY RUN IT. THE SUPERVISOR MAY ADD AN
             OPERATOR, DISABLE ONE, RESET ONE THAT IS LOCKED OUT OR
             HAS FORGOTTEN THE PASSWORD, CHANGE AN OPERATOR'S LEVEL,
             OR LIST THE FILE. EACH OPERATOR CARRIES A LEVEL: I
             (INQUIRY ONLY), E (DATA ENTRY), OR S (SUPERVISOR), WHICH
             EVERY PROGRAM'S SIGN-ON CHECKS THROUGH SUBPROGRAM
             SIGNONSB. PASSWORDS ARE STORED SCRAMBLED BY SUBPROGRAM
             PASSWDSB AND ARE NEVER SHOWN. A PASSWORD SET HERE IS A
             TEMPORARY ONE: THE OPERATOR MUST CHOOSE A NEW ONE AT THE
             NEXT SIGN-ON. OPTION V CONVERTS OPERATOR RECORDS WRITTEN
             BEFORE LEVELS EXISTED, WHICH HOLD A PLAIN PASSWORD AND NO
             LEVEL, BY SCRAMBLING THE PASSWORD AND ASSIGNING A LEVEL.
             THE FILE IS REWRITTEN AFTER EVERY CHANGE, AND EVERY
             CHANGE IS WRITTEN TO THE SECURITY LOG SECLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
              ASSIGN TO DISK
              FILE STATUS IS OPERATOR-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECLOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS SECLOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'OPERATOR.DAT'.

       01  OPERATOR-RECORD             PIC X(54).

       FD  SECLOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'SECLOG.DAT'.

       01  SECLOG-RECORD               PIC X(75).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX                    PIC S9(5) VALUE 0 COMP-0.
           05  OPERATOR-STATUS        PIC XX   VALUE SPACES.
           05  SECLOG-STATUS          PIC XX   VALUE SPACES.
           05  WS-SIGNON-TRIES        PIC S9(5) VALUE 0 COMP-0.
           05  WS-OPERATOR-COUNT      PIC S9(5) VALUE 0 COMP-0.
           05  WS-OPERATOR-LOST       PIC S9(5) VALUE 0 COMP-0.
           05  WS-CHANGE-COUNT        PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-IX            PIC S9(5) VALUE 0 COMP-0.
           05  WS-LEGACY-COUNT        PIC S9(5) VALUE 0 COMP-0.

       01  SWITCHES.
           05  WS-SIGNED-ON-SW        PIC X    VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  OPERATOR-EOF-SW        PIC X    VALUE 'N'.
               88  OPERATOR-EOF                VALUE 'Y'.

       01  WS-MODE    PIC X    VALUE SPACE.
           88  ADD-OPTION           VALUE 'A', 'a'.
           88  DISABLE-OPTION       VALUE 'D', 'd'.
           88  RESET-OPTION         VALUE 'R', 'r'.
           88  LEVEL-OPTION         VALUE 'C', 'c'.
           88  CONVERT-OPTION       VALUE 'V', 'v'.
           88  LIST-OPTION          VALUE 'L', 'l'.
           88  END-OPTION           VALUE 'E', 'e'.

       01  WS-CONFIRM           PIC X     VALUE SPACE.
           88  CONFIRM-YES                VALUE 'Y', 'y'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'OPERMNT'.
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

      *    PASSED TO SUBPROGRAM PASSWDSB, WHICH SCRAMBLES A PASSWORD
      *    BEFORE IT IS STORED.
       01  PASSWORD-AREA.
           05  PW-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  PW-PLAIN           PIC X(8)  VALUE SPACES.
           05  PW-SCRAMBLED       PIC X(8)  VALUE SPACES.

      *    THE OPERATOR BEING MAINTAINED.
       01  WS-TARGET-ID         PIC X(8)  VALUE SPACES.
       01  WS-TARGET-NAME       PIC X(20) VALUE SPACES.
       01  WS-TARGET-PASSWORD   PIC X(8)  VALUE SPACES.
       01  WS-TARGET-LEVEL      PIC X     VALUE SPACE.
           88  VALID-LEVEL                VALUE 'I', 'E', 'S'.
       01  WS-DEFAULT-LEVEL     PIC X     VALUE SPACE.
       01  WS-LEVEL-REPLY       PIC X     VALUE SPACE.

      *    THE WHOLE OPERATOR FILE IS HELD IN STORAGE. A RECORD
      *    WRITTEN BEFORE LEVELS EXISTED HAS A BLANK LEVEL AND A
      *    PLAIN PASSWORD UNTIL OPTION V CONVERTS IT.
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 100 TIMES.
               10  OT-ID                PIC X(8).
               10  FILLER               PIC X.
               10  OT-PASSWORD          PIC X(8).
               10  FILLER               PIC X.
               10  OT-NAME              PIC X(20).
               10  FILLER               PIC X.
               10  OT-LEVEL             PIC X.
                   88  OT-LEGACY                  VALUE SPACE.
               10  FILLER               PIC X.
               10  OT-STATUS            PIC X.
                   88  OT-ACTIVE                  VALUE 'A'.
                   88  OT-DISABLED                VALUE 'D'.
                   88  OT-LOCKED                  VALUE 'L'.
               10  FILLER               PIC X.
               10  OT-PASSWORD-DATE     PIC 9(8).
               10  FILLER REDEFINES OT-PASSWORD-DATE.
                   15  OT-PASSWORD-DATE-X   PIC X(8).
               10  FILLER               PIC X.
               10  OT-FAIL-COUNT        PIC 99.
               10  FILLER REDEFINES OT-FAIL-COUNT.
                   15  OT-FAIL-COUNT-X      PIC XX.

       01  WS-SECLOG-ENTRY.
           05  WS-SL-DATE           PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-TIME           PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-PROGRAM        PIC X(8)   VALUE 'OPERMNT'.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-OPERATOR       PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-EVENT          PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-DETAIL         PIC X(30)  VALUE SPACES.

       01  WS-TARGET-DETAIL.
           05  FILLER               PIC X(9)   VALUE 'OPERATOR '.
           05  WS-TD-ID             PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X(7)   VALUE ' LEVEL '.
           05  WS-TD-LEVEL          PIC X      VALUE SPACE.
           05  FILLER               PIC X(5)   VALUE SPACES.

       01  WS-LIST-LINE.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  LS-ID                PIC X(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-NAME              PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-LEVEL             PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-STATUS            PIC X(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-PASSWORD-DATE     PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-FAIL-COUNT        PIC Z9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  OPERMNT - OPERATOR MASTER FILE MAINTENANCE'.
           DISPLAY SPACE.

           PERFORM P005-SIGN-ON
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.

           IF NOT SIGNED-ON
               DISPLAY '  SIGN-ON FAILED. JOB CANCELLED.'
               STOP RUN.

           MOVE WS-OPERATOR-ID TO WS-SL-OPERATOR.
           PERFORM P100-LOAD-OPERATORS.
           IF WS-OPERATOR-LOST > 0
               DISPLAY '  OPERATOR TABLE FULL AT 100 ENTRIES. NOTHING',
                   ' DONE.'
               STOP RUN.

           PERFORM P200-MAINTAIN
               UNTIL END-OPTION.

           IF WS-CHANGE-COUNT > 0
               DISPLAY '  Done. ', WS-CHANGE-COUNT,
                   ' change(s) saved, ',
                   WS-OPERATOR-COUNT, ' operator(s) on OPERATOR.DAT'
           ELSE
               DISPLAY '  No changes. OPERATOR.DAT not rewritten.'.

           STOP RUN.

       P005-SIGN-ON.
           DISPLAY '  Enter operator ID:'.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY '  Enter password:'.
           ACCEPT WS-SIGNON-PASSWORD.
           ADD 1 TO WS-SIGNON-TRIES.
           PERFORM P006-VALIDATE-OPERATOR.

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

      *    THE OPERATOR FILE IS LOADED AFTER THE SIGN-ON, SINCE THE
      *    SIGN-ON ITSELF MAY HAVE REWRITTEN IT.
       P100-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
               DISPLAY '  OPERATOR FILE OPEN FAILURE. JOB CANCELLED.'
               DISPLAY '  FILE STATUS = ', OPERATOR-STATUS
               STOP RUN.
           PERFORM P110-READ-OPERATOR.
           PERFORM P120-LOAD-OPERATOR-ENTRY
               UNTIL OPERATOR-EOF.
           CLOSE OPERATOR-FILE.

       P110-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-EOF-SW.

       P120-LOAD-OPERATOR-ENTRY.
           IF WS-OPERATOR-COUNT < 100
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPERATOR-RECORD
                   TO WS-OPERATOR-ENTRY (WS-OPERATOR-COUNT)
               PERFORM P125-NORMALIZE-ENTRY
           ELSE
               ADD 1 TO WS-OPERATOR-LOST.
           PERFORM P110-READ-OPERATOR.

      *    A RECORD WRITTEN BEFORE LEVELS EXISTED IS ONLY 38 BYTES
      *    LONG. ITS STATUS, PASSWORD DATE, AND FAILURE COUNT READ
      *    BACK BLANK AND ARE SET TO ACTIVE AND ZERO HERE.
       P125-NORMALIZE-ENTRY.
           IF OT-STATUS (WS-OPERATOR-COUNT) = SPACE
               MOVE 'A' TO OT-STATUS (WS-OPERATOR-COUNT).
           IF OT-PASSWORD-DATE-X (WS-OPERATOR-COUNT) NOT NUMERIC
               MOVE 0 TO OT-PASSWORD-DATE (WS-OPERATOR-COUNT).
           IF OT-FAIL-COUNT-X (WS-OPERATOR-COUNT) NOT NUMERIC
               MOVE 0 TO OT-FAIL-COUNT (WS-OPERATOR-COUNT).

       P200-MAINTAIN.
           DISPLAY SPACE.
           DISPLAY '  Option A: Add an operator'.
           DISPLAY '  Option D: Disable an operator'.
           DISPLAY '  Option R: Reset an operator''s password and',
               ' lockout'.
           DISPLAY '  Option C: Change an operator''s level'.
           DISPLAY '  Option V: Convert old operator records'.
           DISPLAY '  Option L: List the operators'.
           DISPLAY '  Option E: End this program'.
           DISPLAY SPACE.
           DISPLAY '  Type the option letter, then hit RETURN:'.
           ACCEPT WS-MODE.

           IF ADD-OPTION
               PERFORM P300-ADD-OPERATOR
           ELSE IF DISABLE-OPTION
               PERFORM P400-DISABLE-OPERATOR
           ELSE IF RESET-OPTION
               PERFORM P500-RESET-OPERATOR
           ELSE IF LEVEL-OPTION
               PERFORM P600-CHANGE-LEVEL
           ELSE IF CONVERT-OPTION
               PERFORM P700-CONVERT-OPERATORS
           ELSE IF LIST-OPTION
               PERFORM P750-LIST-OPERATORS
           ELSE IF NOT END-OPTION
               DISPLAY '  Option not recognized.'.

       P250-PROMPT-ID.
           MOVE SPACES TO WS-TARGET-ID.
           DISPLAY '  Operator ID:'.
           ACCEPT WS-TARGET-ID.

      *    FIND WS-TARGET-ID IN THE TABLE. WS-FOUND-IX COMES BACK
      *    ZERO WHEN IT IS NOT THERE.
       P260-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM P265-MATCH-OPERATOR
               VARYING IIX FROM 1 BY 1
               UNTIL WS-FOUND-IX > 0 OR IIX > WS-OPERATOR-COUNT.

       P265-MATCH-OPERATOR.
           IF OT-ID (IIX) = WS-TARGET-ID
               MOVE IIX TO WS-FOUND-IX.

      *    PROMPT UNTIL A VALID LEVEL IS GIVEN. A BLANK REPLY TAKES
      *    WS-DEFAULT-LEVEL WHEN THERE IS ONE.
       P350-PROMPT-LEVEL.
           MOVE SPACE TO WS-TARGET-LEVEL.
           PERFORM P355-ACCEPT-LEVEL
               UNTIL VALID-LEVEL.

       P355-ACCEPT-LEVEL.
           DISPLAY '  Level I (inquiry), E (data entry), or',
               ' S (supervisor):'.
           MOVE SPACE TO WS-LEVEL-REPLY.
           ACCEPT WS-LEVEL-REPLY.
           IF WS-LEVEL-REPLY = 'i'
               MOVE 'I' TO WS-LEVEL-REPLY
           ELSE IF WS-LEVEL-REPLY = 'e'
               MOVE 'E' TO WS-LEVEL-REPLY
           ELSE IF WS-LEVEL-REPLY = 's'
               MOVE 'S' TO WS-LEVEL-REPLY
           ELSE IF WS-LEVEL-REPLY = SPACE
               MOVE WS-DEFAULT-LEVEL TO WS-LEVEL-REPLY.

           MOVE WS-LEVEL-REPLY TO WS-TARGET-LEVEL.
           IF NOT VALID-LEVEL
               DISPLAY '  Level must be I, E, or S.'.

      *    PROMPT UNTIL A TEMPORARY PASSWORD IS GIVEN. IT IS STORED
      *    SCRAMBLED WITH A PASSWORD DATE OF ZERO, SO THE OPERATOR
      *    MUST CHOOSE A NEW ONE AT THE NEXT SIGN-ON.
       P360-PROMPT-PASSWORD.
           MOVE SPACES TO WS-TARGET-PASSWORD.
           PERFORM P365-ACCEPT-PASSWORD
               UNTIL WS-TARGET-PASSWORD NOT = SPACES.
           MOVE WS-TARGET-ID TO PW-OPERATOR-ID.
           MOVE WS-TARGET-PASSWORD TO PW-PLAIN.
           CALL 'PASSWDSB' USING PASSWORD-AREA.

       P365-ACCEPT-PASSWORD.
           DISPLAY '  Temporary password (changed at first sign-on):'.
           ACCEPT WS-TARGET-PASSWORD.
           IF WS-TARGET-PASSWORD = SPACES
               DISPLAY '  A password may not be blank.'.

       P300-ADD-OPERATOR.
           PERFORM P250-PROMPT-ID.
           PERFORM P260-FIND-OPERATOR.

           IF WS-TARGET-ID = SPACES
               DISPLAY '  Nothing added.'
           ELSE IF WS-FOUND-IX > 0
               DISPLAY '  That operator ID is already on file.'
           ELSE IF WS-OPERATOR-COUNT NOT < 100
               DISPLAY '  OPERATOR TABLE FULL AT 100 ENTRIES.',
                   ' Nothing added.'
           ELSE
               PERFORM P310-STORE-NEW-OPERATOR.

       P310-STORE-NEW-OPERATOR.
           MOVE SPACES TO WS-TARGET-NAME.
           DISPLAY '  Operator name:'.
           ACCEPT WS-TARGET-NAME.
           MOVE 'E' TO WS-DEFAULT-LEVEL.
           PERFORM P350-PROMPT-LEVEL.
           PERFORM P360-PROMPT-PASSWORD.

           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SPACES TO WS-OPERATOR-ENTRY (WS-OPERATOR-COUNT).
           MOVE WS-TARGET-ID TO OT-ID (WS-OPERATOR-COUNT).
           MOVE PW-SCRAMBLED TO OT-PASSWORD (WS-OPERATOR-COUNT).
           MOVE WS-TARGET-NAME TO OT-NAME (WS-OPERATOR-COUNT).
           MOVE WS-TARGET-LEVEL TO OT-LEVEL (WS-OPERATOR-COUNT).
           MOVE 'A' TO OT-STATUS (WS-OPERATOR-COUNT).
           MOVE 0 TO OT-PASSWORD-DATE (WS-OPERATOR-COUNT).
           MOVE 0 TO OT-FAIL-COUNT (WS-OPERATOR-COUNT).

           MOVE WS-OPERATOR-COUNT TO WS-FOUND-IX.
           MOVE 'ADD' TO WS-SL-EVENT.
           PERFORM P850-RECORD-CHANGE.
           DISPLAY '  Operator added.'.

       P400-DISABLE-OPERATOR.
           PERFORM P250-PROMPT-ID.
           PERFORM P260-FIND-OPERATOR.

           IF WS-FOUND-IX = 0
               DISPLAY '  No operator with that ID.'
           ELSE IF WS-TARGET-ID = WS-OPERATOR-ID
               DISPLAY '  You may not disable your own operator ID.'
           ELSE IF OT-DISABLED (WS-FOUND-IX)
               DISPLAY '  That operator ID is already disabled.'
           ELSE
               DISPLAY '  Disable ', OT-ID (WS-FOUND-IX), ' ',
                   OT-NAME (WS-FOUND-IX), ' (Y/N)?'
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   MOVE 'D' TO OT-STATUS (WS-FOUND-IX)
                   MOVE 'DISABLE' TO WS-SL-EVENT
                   PERFORM P850-RECORD-CHANGE
                   DISPLAY '  Operator disabled.'
               ELSE
                   DISPLAY '  Nothing changed.'.

      *    A RESET GIVES THE OPERATOR A NEW TEMPORARY PASSWORD AND
      *    CLEARS A LOCKOUT OR A DISABLE.
       P500-RESET-OPERATOR.
           PERFORM P250-PROMPT-ID.
           PERFORM P260-FIND-OPERATOR.

           IF WS-FOUND-IX = 0
               DISPLAY '  No operator with that ID.'
           ELSE IF OT-LEGACY (WS-FOUND-IX)
               DISPLAY '  Old operator record. Convert it first with',
                   ' option V.'
           ELSE
               PERFORM P360-PROMPT-PASSWORD
               MOVE PW-SCRAMBLED TO OT-PASSWORD (WS-FOUND-IX)
               MOVE 'A' TO OT-STATUS (WS-FOUND-IX)
               MOVE 0 TO OT-PASSWORD-DATE (WS-FOUND-IX)
               MOVE 0 TO OT-FAIL-COUNT (WS-FOUND-IX)
               MOVE 'RESET' TO WS-SL-EVENT
               PERFORM P850-RECORD-CHANGE
               DISPLAY '  Operator reset.'.

       P600-CHANGE-LEVEL.
           PERFORM P250-PROMPT-ID.
           PERFORM P260-FIND-OPERATOR.

           IF WS-FOUND-IX = 0
               DISPLAY '  No operator with that ID.'
           ELSE IF WS-TARGET-ID = WS-OPERATOR-ID
               DISPLAY '  You may not change your own level.'
           ELSE IF OT-LEGACY (WS-FOUND-IX)
               DISPLAY '  Old operator record. Convert it first with',
                   ' option V.'
           ELSE
               DISPLAY '  Current level is ', OT-LEVEL (WS-FOUND-IX),
                   '. Blank keeps it.'
               MOVE OT-LEVEL (WS-FOUND-IX) TO WS-DEFAULT-LEVEL
               PERFORM P350-PROMPT-LEVEL
               PERFORM P610-STORE-LEVEL.

       P610-STORE-LEVEL.
           IF WS-TARGET-LEVEL = OT-LEVEL (WS-FOUND-IX)
               DISPLAY '  Nothing changed.'
           ELSE
               MOVE WS-TARGET-LEVEL TO OT-LEVEL (WS-FOUND-IX)
               MOVE 'LEVEL' TO WS-SL-EVENT
               PERFORM P850-RECORD-CHANGE
               DISPLAY '  Level changed.'.

      *    EACH OLD RECORD'S PLAIN PASSWORD IS SCRAMBLED AND GIVEN A
      *    PASSWORD DATE OF ZERO, SO ITS OPERATOR CHOOSES A NEW ONE
      *    AT THE NEXT SIGN-ON. A BLANK LEVEL REPLY GIVES E, EXCEPT
      *    FOR THE SUPERVISOR RUNNING THE CONVERSION, WHO KEEPS S.
       P700-CONVERT-OPERATORS.
           MOVE 0 TO WS-LEGACY-COUNT.
           PERFORM P710-CONVERT-ENTRY
               VARYING WS-FOUND-IX FROM 1 BY 1
               UNTIL WS-FOUND-IX > WS-OPERATOR-COUNT.
           IF WS-LEGACY-COUNT = 0
               DISPLAY '  No old operator records to convert.'
           ELSE
               DISPLAY '  Done. ', WS-LEGACY-COUNT,
                   ' operator record(s) converted.'.

       P710-CONVERT-ENTRY.
           IF OT-LEGACY (WS-FOUND-IX)
               ADD 1 TO WS-LEGACY-COUNT
               MOVE OT-ID (WS-FOUND-IX) TO WS-TARGET-ID
               IF WS-TARGET-ID = WS-OPERATOR-ID
                   MOVE 'S' TO WS-DEFAULT-LEVEL
               ELSE
                   MOVE 'E' TO WS-DEFAULT-LEVEL.

           IF OT-LEGACY (WS-FOUND-IX)
               DISPLAY SPACE
               DISPLAY '  ', OT-ID (WS-FOUND-IX), ' ',
                   OT-NAME (WS-FOUND-IX), ' - blank gives ',
                   WS-DEFAULT-LEVEL
               PERFORM P350-PROMPT-LEVEL
               MOVE WS-TARGET-ID TO PW-OPERATOR-ID
               MOVE OT-PASSWORD (WS-FOUND-IX) TO PW-PLAIN
               CALL 'PASSWDSB' USING PASSWORD-AREA
               MOVE PW-SCRAMBLED TO OT-PASSWORD (WS-FOUND-IX)
               MOVE WS-TARGET-LEVEL TO OT-LEVEL (WS-FOUND-IX)
               MOVE 0 TO OT-PASSWORD-DATE (WS-FOUND-IX)
               MOVE 'CONVERT' TO WS-SL-EVENT
               PERFORM P850-RECORD-CHANGE.

       P750-LIST-OPERATORS.
           DISPLAY '  ID       NAME                 LEVEL      STATUS',
               '   PW DATE  FAILS'.
           PERFORM P760-LIST-OPERATOR
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > WS-OPERATOR-COUNT.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY '  (no operators on file)'.

       P760-LIST-OPERATOR.
           MOVE OT-ID (IIX)            TO LS-ID.
           MOVE OT-NAME (IIX)          TO LS-NAME.
           MOVE OT-PASSWORD-DATE (IIX) TO LS-PASSWORD-DATE.
           MOVE OT-FAIL-COUNT (IIX)    TO LS-FAIL-COUNT.

           IF OT-LEVEL (IIX) = 'I'
               MOVE 'INQUIRY' TO LS-LEVEL
           ELSE IF OT-LEVEL (IIX) = 'E'
               MOVE 'DATA ENTRY' TO LS-LEVEL
           ELSE IF OT-LEVEL (IIX) = 'S'
               MOVE 'SUPERVISOR' TO LS-LEVEL
           ELSE IF OT-LEGACY (IIX)
               MOVE 'OLD RECORD' TO LS-LEVEL
           ELSE
               MOVE OT-LEVEL (IIX) TO LS-LEVEL.

           IF OT-ACTIVE (IIX)
               MOVE 'ACTIVE' TO LS-STATUS
           ELSE IF OT-DISABLED (IIX)
               MOVE 'DISABLED' TO LS-STATUS
           ELSE IF OT-LOCKED (IIX)
               MOVE 'LOCKED' TO LS-STATUS
           ELSE
               MOVE OT-STATUS (IIX) TO LS-STATUS.

           DISPLAY WS-LIST-LINE.

      *    EVERY CHANGE IS SAVED AT ONCE AND LOGGED, SO THE FILE AND
      *    THE SECURITY LOG NEVER DISAGREE.
       P850-RECORD-CHANGE.
           PERFORM P800-SAVE-OPERATORS.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE OT-ID (WS-FOUND-IX) TO WS-TD-ID.
           MOVE OT-LEVEL (WS-FOUND-IX) TO WS-TD-LEVEL.
           MOVE WS-TARGET-DETAIL TO WS-SL-DETAIL.
           PERFORM P900-LOG-EVENT.

       P800-SAVE-OPERATORS.
           OPEN OUTPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
               DISPLAY '  OPERATOR FILE OPEN FAILURE. FILE STATUS = ',
                   OPERATOR-STATUS
               DISPLAY '  CHANGE NOT SAVED. JOB CANCELLED.'
               STOP RUN.
           PERFORM P810-WRITE-OPERATOR
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > WS-OPERATOR-COUNT.
           CLOSE OPERATOR-FILE.

       P810-WRITE-OPERATOR.
           WRITE OPERATOR-RECORD FROM WS-OPERATOR-ENTRY (IIX).

       P900-LOG-EVENT.
           ACCEPT WS-SL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SL-TIME FROM TIME.

           OPEN EXTEND SECLOG-FILE.
           IF SECLOG-STATUS NOT = '00'
      *        FIRST SECURITY EVENT - CREATE THE LOG.
               OPEN OUTPUT SECLOG-FILE.
           IF SECLOG-STATUS = '00'
               MOVE WS-SECLOG-ENTRY TO SECLOG-RECORD
               WRITE SECLOG-RECORD
               CLOSE SECLOG-FILE.
