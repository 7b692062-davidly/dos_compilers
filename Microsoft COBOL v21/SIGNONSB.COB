       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIGNONSB.
       SECURITY.
              THIS SUBPROGRAM SIGNS AN OPERATOR ON AGAINST THE
              OPERATOR MASTER FILE AND CHECKS THE OPERATOR'S AUTHORITY
              LEVEL. EVERY PROGRAM THAT ASKS FOR A SIGN-ON CALLS IT, SO
              THE RULES ARE KEPT IN ONE PLACE. THE CALLING PROGRAM SETS
              UP SIGNON-AREA AND CALLS "SIGNONSB" USING SIGNON-AREA.
              SA-REQUEST S SIGNS ON THE OPERATOR ID AND PASSWORD GIVEN,
              AT THE LEVEL SA-LEVEL-NEEDED: I (INQUIRY), E (DATA ENTRY),
              OR S (SUPERVISOR). A PASSWORD OLDER THAN THE EXPIRY
              PERIOD, OR ONE SET BY A SUPERVISOR AND NOT YET CHANGED,
              RETURNS SA-RESULT X; THE CALLER THEN ASKS FOR A NEW
              PASSWORD TWICE AND CALLS AGAIN WITH SA-REQUEST C. AFTER A
              SIGN-ON, SA-REQUEST A CHECKS THE SIGNED-ON LEVEL AGAINST
              THE LEVEL ONE FUNCTION OF THE PROGRAM NEEDS. PASSWORDS
              ARE KEPT SCRAMBLED BY SUBPROGRAM PASSWDSB. AN OPERATOR
              WHO FAILS THE PASSWORD TOO MANY TIMES RUNNING IS LOCKED
              OUT UNTIL A SUPERVISOR RESETS THE ID WITH PROGRAM
              OPERMNT. EVERY SIGN-ON, FAILURE, LOCKOUT, PASSWORD CHANGE,
              AND REFUSAL IS WRITTEN TO THE SECURITY LOG SECLOG.DAT.
              AN OPERATOR RECORD WITH NO LEVEL WAS WRITTEN BEFORE
              LEVELS EXISTED: ITS PASSWORD IS STILL PLAIN, IT DOES NOT
              EXPIRE, AND IT SIGNS ON AS A SUPERVISOR UNTIL OPERMNT
              CONVERTS IT.
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
           05  WS-OPERATOR-COUNT      PIC S9(5) VALUE 0 COMP-0.
           05  WS-OPERATOR-LOST       PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-IX            PIC S9(5) VALUE 0 COMP-0.
           05  WS-HAVE-RANK           PIC S9(5) VALUE 0 COMP-0.
           05  WS-NEED-RANK           PIC S9(5) VALUE 0 COMP-0.
           05  WS-RANK                PIC S9(5) VALUE 0 COMP-0.

      *    THE PASSWORD RULES. A PASSWORD EXPIRES THIS MANY DAYS
      *    AFTER IT WAS SET, AND THIS MANY FAILED PASSWORDS RUNNING
      *    LOCK THE OPERATOR ID.
       01  WS-EXPIRY-DAYS       PIC S9(5) VALUE 90 COMP-0.
       01  WS-LOCKOUT-LIMIT     PIC 99    VALUE 3.

       01  SWITCHES.
           05  OPERATOR-EOF-SW        PIC X    VALUE 'N'.
               88  OPERATOR-EOF                VALUE 'Y'.
           05  WS-FILE-CHANGED-SW     PIC X    VALUE 'N'.
               88  FILE-CHANGED                VALUE 'Y'.
           05  WS-PASSWORD-OK-SW      PIC X    VALUE 'N'.
               88  PASSWORD-OK                 VALUE 'Y'.

       01  WS-RUN-DATE          PIC 9(8)  VALUE 0.

       01  WS-CUTOFF-DATE       PIC 9(8)    VALUE 0.
       01  FILLER REDEFINES WS-CUTOFF-DATE.
           05  WS-CD-YEAR       PIC 9(4).
           05  WS-CD-MONTH      PIC 9(2).
           05  WS-CD-DAY        PIC 9(2).

       01  WS-LEAP-FIELDS.
           05  WS-LEAP-QUOTIENT  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-REM-4     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-REM-100   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-REM-400   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-SW        PIC X      VALUE 'N'.
               88  LEAP-YEAR                VALUE 'Y'.

       01  WS-MONTH-DAYS-VALUES  PIC X(24)  VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES   PIC 99.

      *    THE WHOLE OPERATOR FILE IS HELD IN STORAGE AND WRITTEN
      *    BACK WHEN A FAILURE COUNT, STATUS, OR PASSWORD CHANGES.
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
           05  WS-SL-PROGRAM        PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-OPERATOR       PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-EVENT          PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-SL-DETAIL         PIC X(30)  VALUE SPACES.

       01  WS-LEVEL-DETAIL.
           05  FILLER               PIC X(19)  VALUE
               'SIGNED ON AT LEVEL '.
           05  WS-LD-LEVEL          PIC X      VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE SPACES.

       01  WS-REFUSED-DETAIL.
           05  FILLER               PIC X(12)  VALUE 'NEEDS LEVEL '.
           05  WS-RD-LEVEL          PIC X      VALUE SPACE.
           05  FILLER               PIC X(5)   VALUE ' FOR '.
           05  WS-RD-FUNCTION       PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X(4)   VALUE SPACES.

       01  WS-OPEN-FAILURE-MESSAGE.
           05  FILLER               PIC X(42)  VALUE
               'OPERATOR FILE OPEN FAILURE. FILE STATUS = '.
           05  WS-OF-STATUS         PIC XX     VALUE SPACES.
           05  FILLER               PIC X(6)   VALUE SPACES.

       01  PASSWORD-AREA.
           05  PW-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  PW-PLAIN           PIC X(8)  VALUE SPACES.
           05  PW-SCRAMBLED       PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.

       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X.
               88  SA-SIGN-ON-REQUEST         VALUE 'S'.
               88  SA-CHANGE-REQUEST          VALUE 'C'.
               88  SA-AUTHORITY-REQUEST       VALUE 'A'.
           05  SA-PROGRAM         PIC X(8).
           05  SA-OPERATOR-ID     PIC X(8).
           05  SA-PASSWORD        PIC X(8).
           05  SA-NEW-PASSWORD    PIC X(8).
           05  SA-NEW-PASSWORD-2  PIC X(8).
           05  SA-LEVEL-NEEDED    PIC X.
           05  SA-FUNCTION        PIC X(8).
           05  SA-RESULT          PIC X.
               88  SA-SIGNED-ON               VALUE 'Y'.
               88  SA-AUTHORIZED              VALUE 'Y'.
               88  SA-BAD-PASSWORD            VALUE 'N'.
               88  SA-DISABLED                VALUE 'D'.
               88  SA-LOCKED                  VALUE 'L'.
               88  SA-PASSWORD-EXPIRED        VALUE 'X'.
               88  SA-CHANGE-REFUSED          VALUE 'R'.
               88  SA-NOT-AUTHORIZED          VALUE 'A'.
               88  SA-FILE-FAILURE            VALUE 'F'.
           05  SA-OPERATOR-LEVEL  PIC X.
           05  SA-OPERATOR-NAME   PIC X(20).
           05  SA-MESSAGE         PIC X(50).

       PROCEDURE DIVISION USING SIGNON-AREA.

       P000-MAIN-LINE.
           MOVE SPACE TO SA-RESULT.
           MOVE SPACES TO SA-MESSAGE.
           MOVE 'N' TO WS-FILE-CHANGED-SW.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF SA-AUTHORITY-REQUEST
               PERFORM P300-CHECK-AUTHORITY
           ELSE
               PERFORM P100-SIGN-ON.

           EXIT PROGRAM.

       P100-SIGN-ON.
           MOVE SPACE TO SA-OPERATOR-LEVEL.
           MOVE SPACES TO SA-OPERATOR-NAME.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           PERFORM P153-BACK-ONE-DAY WS-EXPIRY-DAYS TIMES.

           PERFORM P110-LOAD-OPERATORS.
           IF NOT SA-FILE-FAILURE
               PERFORM P120-FIND-OPERATOR
               PERFORM P130-CHECK-OPERATOR
               IF FILE-CHANGED
                   PERFORM P800-SAVE-OPERATORS.

       P110-LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE 0 TO WS-OPERATOR-LOST.
           MOVE 'N' TO OPERATOR-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00'
               MOVE 'F' TO SA-RESULT
               MOVE OPERATOR-STATUS TO WS-OF-STATUS
               MOVE WS-OPEN-FAILURE-MESSAGE TO SA-MESSAGE
           ELSE
               PERFORM P112-READ-OPERATOR
               PERFORM P114-LOAD-OPERATOR-ENTRY
                   UNTIL OPERATOR-EOF
               CLOSE OPERATOR-FILE.

       P112-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-EOF-SW.

       P114-LOAD-OPERATOR-ENTRY.
           IF WS-OPERATOR-COUNT < 100
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPERATOR-RECORD
                   TO WS-OPERATOR-ENTRY (WS-OPERATOR-COUNT)
               PERFORM P116-NORMALIZE-ENTRY
           ELSE
               ADD 1 TO WS-OPERATOR-LOST.
           PERFORM P112-READ-OPERATOR.

      *    A RECORD WRITTEN BEFORE LEVELS EXISTED IS ONLY 38 BYTES
      *    LONG. ITS STATUS, PASSWORD DATE, AND FAILURE COUNT READ
      *    BACK BLANK AND ARE SET TO ACTIVE AND ZERO HERE.
       P116-NORMALIZE-ENTRY.
           IF OT-STATUS (WS-OPERATOR-COUNT) = SPACE
               MOVE 'A' TO OT-STATUS (WS-OPERATOR-COUNT).
           IF OT-PASSWORD-DATE-X (WS-OPERATOR-COUNT) NOT NUMERIC
               MOVE 0 TO OT-PASSWORD-DATE (WS-OPERATOR-COUNT).
           IF OT-FAIL-COUNT-X (WS-OPERATOR-COUNT) NOT NUMERIC
               MOVE 0 TO OT-FAIL-COUNT (WS-OPERATOR-COUNT).

       P120-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-IX.
           IF SA-OPERATOR-ID NOT = SPACES
               PERFORM P125-MATCH-OPERATOR
                   VARYING IIX FROM 1 BY 1
                   UNTIL WS-FOUND-IX > 0 OR IIX > WS-OPERATOR-COUNT.

       P125-MATCH-OPERATOR.
           IF OT-ID (IIX) = SA-OPERATOR-ID
               MOVE IIX TO WS-FOUND-IX.

       P130-CHECK-OPERATOR.
           IF WS-FOUND-IX = 0
               MOVE 'N' TO SA-RESULT
               MOVE 'Operator ID or password not recognized.'
                   TO SA-MESSAGE
               MOVE 'UNKNOWN' TO WS-SL-EVENT
               MOVE 'OPERATOR ID NOT ON FILE' TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
           ELSE IF OT-DISABLED (WS-FOUND-IX)
               MOVE 'D' TO SA-RESULT
               MOVE 'Operator ID is disabled. See a supervisor.'
                   TO SA-MESSAGE
               MOVE 'DISABLED' TO WS-SL-EVENT
               MOVE 'SIGN-ON TO DISABLED ID' TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
           ELSE IF OT-LOCKED (WS-FOUND-IX)
               MOVE 'L' TO SA-RESULT
               MOVE 'Operator ID is locked out. See a supervisor.'
                   TO SA-MESSAGE
               MOVE 'LOCKED' TO WS-SL-EVENT
               MOVE 'SIGN-ON TO LOCKED ID' TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
           ELSE
               PERFORM P140-CHECK-PASSWORD.

       P140-CHECK-PASSWORD.
           PERFORM P145-MATCH-PASSWORD.

           IF NOT PASSWORD-OK
               PERFORM P150-COUNT-FAILURE
           ELSE
               IF OT-FAIL-COUNT (WS-FOUND-IX) NOT = 0
                   MOVE 0 TO OT-FAIL-COUNT (WS-FOUND-IX)
                   MOVE 'Y' TO WS-FILE-CHANGED-SW.

           IF PASSWORD-OK
               IF SA-CHANGE-REQUEST AND NOT OT-LEGACY (WS-FOUND-IX)
                   PERFORM P170-CHANGE-PASSWORD
               ELSE
                   PERFORM P160-CHECK-EXPIRY.

      *    AN OLD PLAIN PASSWORD IS COMPARED AS TYPED. ANY OTHER IS
      *    COMPARED AFTER SCRAMBLING WHAT WAS TYPED.
       P145-MATCH-PASSWORD.
           MOVE 'N' TO WS-PASSWORD-OK-SW.
           IF OT-LEGACY (WS-FOUND-IX)
               IF OT-PASSWORD (WS-FOUND-IX) = SA-PASSWORD
                   MOVE 'Y' TO WS-PASSWORD-OK-SW
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE SA-OPERATOR-ID TO PW-OPERATOR-ID
               MOVE SA-PASSWORD TO PW-PLAIN
               CALL 'PASSWDSB' USING PASSWORD-AREA
               IF OT-PASSWORD (WS-FOUND-IX) = PW-SCRAMBLED
                   MOVE 'Y' TO WS-PASSWORD-OK-SW.

       P150-COUNT-FAILURE.
           ADD 1 TO OT-FAIL-COUNT (WS-FOUND-IX).
           MOVE 'Y' TO WS-FILE-CHANGED-SW.
           IF OT-FAIL-COUNT (WS-FOUND-IX) NOT < WS-LOCKOUT-LIMIT
               MOVE 'L' TO OT-STATUS (WS-FOUND-IX)
               MOVE 'L' TO SA-RESULT
               MOVE 'Operator ID is locked out. See a supervisor.'
                   TO SA-MESSAGE
               MOVE 'LOCKOUT' TO WS-SL-EVENT
               MOVE 'LOCKED AFTER FAILED PASSWORDS' TO WS-SL-DETAIL
           ELSE
               MOVE 'N' TO SA-RESULT
               MOVE 'Operator ID or password not recognized.'
                   TO SA-MESSAGE
               MOVE 'BADPASS' TO WS-SL-EVENT
               MOVE 'PASSWORD NOT RECOGNIZED' TO WS-SL-DETAIL.
           PERFORM P900-LOG-EVENT.

      *    A PASSWORD DATE OF ZERO MEANS A SUPERVISOR SET THE
      *    PASSWORD, AND THE OPERATOR MUST CHOOSE A NEW ONE.
       P160-CHECK-EXPIRY.
           IF NOT OT-LEGACY (WS-FOUND-IX)
           AND (OT-PASSWORD-DATE (WS-FOUND-IX) = 0
             OR OT-PASSWORD-DATE (WS-FOUND-IX) < WS-CUTOFF-DATE)
               MOVE 'X' TO SA-RESULT
               MOVE 'Password has expired. Choose a new password.'
                   TO SA-MESSAGE
               MOVE 'EXPIRED' TO WS-SL-EVENT
               MOVE 'PASSWORD CHANGE REQUIRED' TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
           ELSE
               PERFORM P180-GRANT-LEVEL.

       P170-CHANGE-PASSWORD.
           IF SA-NEW-PASSWORD = SPACES
               MOVE 'R' TO SA-RESULT
               MOVE 'New password may not be blank.' TO SA-MESSAGE
           ELSE IF SA-NEW-PASSWORD NOT = SA-NEW-PASSWORD-2
               MOVE 'R' TO SA-RESULT
               MOVE 'New password entries do not match.'
                   TO SA-MESSAGE
           ELSE IF SA-NEW-PASSWORD = SA-PASSWORD
               MOVE 'R' TO SA-RESULT
               MOVE 'New password must differ from the old one.'
                   TO SA-MESSAGE.

           IF SA-CHANGE-REFUSED
               MOVE 'PWREFUSE' TO WS-SL-EVENT
               MOVE 'NEW PASSWORD REFUSED' TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
           ELSE
               MOVE SA-OPERATOR-ID TO PW-OPERATOR-ID
               MOVE SA-NEW-PASSWORD TO PW-PLAIN
               CALL 'PASSWDSB' USING PASSWORD-AREA
               MOVE PW-SCRAMBLED TO OT-PASSWORD (WS-FOUND-IX)
               MOVE WS-RUN-DATE TO OT-PASSWORD-DATE (WS-FOUND-IX)
               MOVE 'Y' TO WS-FILE-CHANGED-SW
               MOVE 'PWCHANGE' TO WS-SL-EVENT
               MOVE 'PASSWORD CHANGED' TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
               PERFORM P180-GRANT-LEVEL.

      *    AN OLD RECORD WITH NO LEVEL KEEPS THE FULL AUTHORITY IT
      *    HAD BEFORE LEVELS EXISTED.
       P180-GRANT-LEVEL.
           MOVE OT-NAME (WS-FOUND-IX) TO SA-OPERATOR-NAME.
           IF OT-LEGACY (WS-FOUND-IX)
               MOVE 'S' TO SA-OPERATOR-LEVEL
           ELSE
               MOVE OT-LEVEL (WS-FOUND-IX) TO SA-OPERATOR-LEVEL.

           PERFORM P310-COMPARE-LEVELS.
           IF SA-SIGNED-ON
               MOVE SA-OPERATOR-LEVEL TO WS-LD-LEVEL
               MOVE 'SIGNON' TO WS-SL-EVENT
               MOVE WS-LEVEL-DETAIL TO WS-SL-DETAIL
               PERFORM P900-LOG-EVENT
           ELSE
               MOVE 'Operator not authorized for this program.'
                   TO SA-MESSAGE
               MOVE SPACE TO SA-OPERATOR-LEVEL
               MOVE SA-PROGRAM TO SA-FUNCTION
               PERFORM P320-LOG-REFUSAL.

       P300-CHECK-AUTHORITY.
           PERFORM P310-COMPARE-LEVELS.
           IF NOT SA-AUTHORIZED
               MOVE 'Operator not authorized for that function.'
                   TO SA-MESSAGE
               PERFORM P320-LOG-REFUSAL.

      *    THE LEVELS RANK I (INQUIRY) BELOW E (DATA ENTRY) BELOW
      *    S (SUPERVISOR). AN UNKNOWN LEVEL RANKS BELOW THEM ALL.
       P310-COMPARE-LEVELS.
           MOVE SA-OPERATOR-LEVEL TO WS-LD-LEVEL.
           PERFORM P315-RANK-LEVEL.
           MOVE WS-RANK TO WS-HAVE-RANK.
           MOVE SA-LEVEL-NEEDED TO WS-LD-LEVEL.
           PERFORM P315-RANK-LEVEL.
           MOVE WS-RANK TO WS-NEED-RANK.

           IF WS-HAVE-RANK > 0
           AND WS-HAVE-RANK NOT < WS-NEED-RANK
               MOVE 'Y' TO SA-RESULT
           ELSE
               MOVE 'A' TO SA-RESULT.

       P315-RANK-LEVEL.
           IF WS-LD-LEVEL = 'S'
               MOVE 3 TO WS-RANK
           ELSE IF WS-LD-LEVEL = 'E'
               MOVE 2 TO WS-RANK
           ELSE IF WS-LD-LEVEL = 'I'
               MOVE 1 TO WS-RANK
           ELSE
               MOVE 0 TO WS-RANK.

       P320-LOG-REFUSAL.
           MOVE SA-LEVEL-NEEDED TO WS-RD-LEVEL.
           MOVE SA-FUNCTION TO WS-RD-FUNCTION.
           MOVE 'REFUSED' TO WS-SL-EVENT.
           MOVE WS-REFUSED-DETAIL TO WS-SL-DETAIL.
           PERFORM P900-LOG-EVENT.

       P153-BACK-ONE-DAY.
           IF WS-CD-DAY > 1
               SUBTRACT 1 FROM WS-CD-DAY
           ELSE
               PERFORM P156-BACK-ONE-MONTH.

       P156-BACK-ONE-MONTH.
           IF WS-CD-MONTH = 1
               MOVE 12 TO WS-CD-MONTH
               SUBTRACT 1 FROM WS-CD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CD-MONTH.

           MOVE WS-MONTH-DAYS (WS-CD-MONTH) TO WS-CD-DAY.
           IF WS-CD-MONTH = 2
               PERFORM P157-TEST-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO WS-CD-DAY.

       P157-TEST-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-CD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-CD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-CD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
           AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 'Y' TO WS-LEAP-SW.

      *    A FILE TOO BIG FOR THE TABLE IS NOT REWRITTEN, SINCE
      *    WRITING BACK A PART OF IT WOULD LOSE THE REST.
       P800-SAVE-OPERATORS.
           IF WS-OPERATOR-LOST = 0
               OPEN OUTPUT OPERATOR-FILE
               PERFORM P810-WRITE-OPERATOR
                   VARYING IIX FROM 1 BY 1
                   UNTIL IIX > WS-OPERATOR-COUNT
               CLOSE OPERATOR-FILE.

       P810-WRITE-OPERATOR.
           MOVE WS-OPERATOR-ENTRY (IIX) TO OPERATOR-RECORD.
           WRITE OPERATOR-RECORD.

      *    THE SECURITY LOG IS OPENED FOR EACH EVENT, SO EVERY EVENT
      *    IS ON DISK EVEN IF THE CALLING PROGRAM NEVER ENDS NORMALLY.
       P900-LOG-EVENT.
           ACCEPT WS-SL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SL-TIME FROM TIME.
           MOVE SA-PROGRAM TO WS-SL-PROGRAM.
           MOVE SA-OPERATOR-ID TO WS-SL-OPERATOR.

           OPEN EXTEND SECLOG-FILE.
           IF SECLOG-STATUS NOT = '00'
      *        FIRST SECURITY EVENT - CREATE THE LOG.
               OPEN OUTPUT SECLOG-FILE.
           IF SECLOG-STATUS = '00'
               MOVE WS-SECLOG-ENTRY TO SECLOG-RECORD
               WRITE SECLOG-RECORD
               CLOSE SECLOG-FILE.
