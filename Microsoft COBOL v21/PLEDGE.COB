       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLEDGE.
       SECURITY.
             THIS PROGRAM MAINTAINS THE PLEDGE FILE, WHICH IS KEYED BY
             THE SAME LAST NAME AND FIRST NAME KEY AS THE INDEXED
             MASTER FILE. A PLEDGE IS A YEARLY AMOUNT PROMISED TO ONE
             FUND, STARTING ON A GIVEN DATE AND PAID IN MONTHLY (M),
             QUARTERLY (Q), OR ANNUAL (A) INSTALLMENTS. THE OPERATOR
             MAY ADD A PLEDGE FOR A PERSON ON THE MASTER, CHANGE THE
             AMOUNT, START DATE, OR FREQUENCY OF AN OPEN PLEDGE,
             CANCEL ONE, OR LIST A PERSON'S PLEDGES. ONLY ONE PLEDGE
             PER PERSON AND FUND MAY BE OPEN AT A TIME, SO PROGRAM
             GIFTLOAD KNOWS WHICH PLEDGE A POSTED GIFT PAYS. GIFTLOAD
             KEEPS THE AMOUNT PAID AND MARKS A PLEDGE FULFILLED WHEN
             IT IS PAID IN FULL; PROGRAM PLEDGRUN PRINTS THE MONTHLY
             REMINDERS AND THE AGING REPORT. THE FILE IS HELD IN
             STORAGE FOR THE SESSION AND WRITTEN BACK AT THE END, AND
             THE SESSION HOLDS THE PLEDGES.DAT IN-USE LOCK SO THAT NO
             OTHER RUN CHANGES THE FILE MEANWHILE. THE OPERATOR MUST
             SIGN ON AGAINST THE OPERATOR MASTER FILE.
             AN INQUIRY OPERATOR MAY LIST PLEDGES; ADDING, CHANGING,
             AND CANCELLING TAKE DATA ENTRY AUTHORITY OR ABOVE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-STATUS
              RECORD KEY IS ISAM-KEY
              ALTERNATE RECORD KEY IS ISAM-ZIP-CODE WITH DUPLICATES
              ACCESS MODE IS DYNAMIC
              ORGANIZATION IS INDEXED.

           SELECT PLEDGE-FILE
              ASSIGN TO DISK
              FILE STATUS IS PLEDGE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLEDGE-NEW-FILE
              ASSIGN TO DISK
              FILE STATUS IS PLEDGE-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLEDGE-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS PLEDGE-LOCK-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISAM-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAM.DAT'.

       01  ISAM-RECORD.
           05  ISAM-KEY.
               10  ISAM-LAST-NAME      PIC X(20).
               10  ISAM-FIRST-NAME     PIC X(20).
           05  ISAM-ADDRESS-LINE-1     PIC X(40).
           05  ISAM-ADDRESS-LINE-2     PIC X(40).
           05  ISAM-ZIP-CODE  PIC X(10).
           05  ISAM-PHONE     PIC X(12).
           05  ISAM-CATEGORY  PIC X(10).
           05  ISAM-MAIL-FLAG PIC X.
               88  ISAM-DO-NOT-MAIL         VALUE 'U'.
           05  ISAM-NIXIE-REASON       PIC X(20).
           05  ISAM-NIXIE-DATE         PIC X(8).
           05  ISAM-STAMP-DATE         PIC X(8).
           05  ISAM-STAMP-TIME         PIC X(8).
           05  ISAM-STAMP-OPERATOR     PIC X(8).

       FD  PLEDGE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDGES.DAT'.

       01  PLEDGE-RECORD.
           05  PL-KEY.
               10  PL-LAST-NAME         PIC X(20).
               10  PL-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  PL-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  PL-START-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  PL-FREQUENCY             PIC X.
           05  FILLER                   PIC X.
           05  PL-AMOUNT                PIC 9(7)V99.
           05  FILLER                   PIC X.
           05  PL-PAID                  PIC 9(7)V99.
           05  FILLER                   PIC X.
           05  PL-STATUS                PIC X.
           05  FILLER                   PIC X.
           05  PL-LAST-PAID-DATE        PIC 9(8).

       FD  PLEDGE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDNEW.DAT'.

       01  PLEDGE-NEW-RECORD            PIC X(93).

       FD  PLEDGE-LOCK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDLOCK.DAT'.

       01  PLEDGE-LOCK-RECORD.
           05  PK-PROGRAM     PIC X(8).
           05  FILLER         PIC X.
           05  PK-OPERATOR    PIC X(8).
           05  FILLER         PIC X.
           05  PK-DATE        PIC X(8).
           05  FILLER         PIC X.
           05  PK-TIME        PIC X(8).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX                    PIC S9(5) VALUE 0 COMP-0.
           05  ISAM-STATUS            PIC XX   VALUE SPACES.
           05  PLEDGE-STATUS          PIC XX   VALUE SPACES.
           05  PLEDGE-NEW-STATUS      PIC XX   VALUE SPACES.
           05  WS-SIGNON-TRIES        PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGE-COUNT        PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGE-LOST         PIC S9(5) VALUE 0 COMP-0.
           05  WS-CHANGE-COUNT        PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-IX            PIC S9(5) VALUE 0 COMP-0.
           05  WS-LISTED-COUNT        PIC S9(5) VALUE 0 COMP-0.

       01  SWITCHES.
           05  WS-SIGNED-ON-SW        PIC X    VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  PLEDGE-EOF-SW          PIC X    VALUE 'N'.
               88  PLEDGE-EOF                  VALUE 'Y'.
           05  PLEDGE-NEW-EOF-SW      PIC X    VALUE 'N'.
               88  PLEDGE-NEW-EOF              VALUE 'Y'.
           05  WS-SAVE-OK-SW          PIC X    VALUE 'Y'.
               88  SAVE-OK                     VALUE 'Y'.
           05  WS-TERMS-OK-SW         PIC X    VALUE 'N'.
               88  TERMS-OK                    VALUE 'Y'.

       01  WS-LOCK-FIELDS.
           05  PLEDGE-LOCK-STATUS   PIC XX    VALUE SPACES.
           05  WS-PLEDGE-LOCK-HELD-SW PIC X   VALUE 'N'.
               88  PLEDGE-LOCK-HELD           VALUE 'Y'.
           05  WS-PLEDGE-LOCK-BUSY-SW PIC X   VALUE 'N'.
               88  PLEDGE-LOCK-BUSY           VALUE 'Y'.
           05  WS-OVERRIDE          PIC X     VALUE SPACE.
               88  OVERRIDE-YES               VALUE 'Y', 'y'.

       01  WS-LOCK-LINE.
           05  WL-PROGRAM     PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WL-OPERATOR    PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WL-DATE        PIC 9(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WL-TIME        PIC 9(8).

       01  WS-MODE    PIC X    VALUE SPACE.
           88  ADD-OPTION           VALUE 'A', 'a'.
           88  CHANGE-OPTION        VALUE 'C', 'c'.
           88  CANCEL-OPTION        VALUE 'X', 'x'.
           88  LIST-OPTION          VALUE 'L', 'l'.
           88  END-OPTION           VALUE 'E', 'e'.
           88  ENTRY-OPTION         VALUE 'A', 'a', 'C', 'c',
                                          'X', 'x'.

      *    THE FUNCTION NAME WRITTEN TO THE SECURITY LOG WHEN AN
      *    OPTION IS REFUSED.
       01  WS-FUNCTION-NAME.
           05  FILLER           PIC X(7)  VALUE 'PLEDGE '.
           05  WS-FN-OPTION     PIC X     VALUE SPACE.

       01  WS-CONFIRM           PIC X     VALUE SPACE.
           88  CONFIRM-YES                VALUE 'Y', 'y'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'PLEDGE'.
           05  SA-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  SA-PASSWORD        PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD    PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD-2  PIC X(8)  VALUE SPACES.
           05  SA-LEVEL-NEEDED    PIC X     VALUE 'I'.
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

       01  WS-KEY.
           05  WS-LAST-NAME     PIC X(20) VALUE SPACES.
           05  WS-FIRST-NAME    PIC X(20) VALUE SPACES.
       01  WS-FUND              PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8)  VALUE 0.

      *    THE TERMS BEING ENTERED. FOR AN ADD THEY START AS THE
      *    DEFAULTS, FOR A CHANGE AS THE PLEDGE'S CURRENT TERMS, AND
      *    A BLANK REPLY KEEPS WHAT IS SHOWN.
       01  WS-NEW-TERMS.
           05  WS-NEW-START-DATE    PIC 9(8)      VALUE 0.
           05  FILLER REDEFINES WS-NEW-START-DATE.
               10  WS-NS-YEAR       PIC 9(4).
               10  WS-NS-MONTH      PIC 9(2).
               10  WS-NS-DAY        PIC 9(2).
           05  WS-NEW-FREQUENCY     PIC X         VALUE SPACE.
               88  VALID-FREQUENCY            VALUE 'M', 'Q', 'A'.
           05  WS-NEW-AMOUNT        PIC 9(7)V99   VALUE 0.

       01  WS-AMOUNT-REPLY      PIC X(7)  VALUE SPACES.
       01  FILLER REDEFINES WS-AMOUNT-REPLY.
           05  WS-AR-CHAR OCCURS 7 TIMES   PIC X.
       01  WS-REPLY-DOLLARS REDEFINES WS-AMOUNT-REPLY  PIC 9(7).
       01  WS-DATE-REPLY        PIC X(8)  VALUE SPACES.
       01  WS-FREQUENCY-REPLY   PIC X     VALUE SPACE.

       01  WS-AMOUNT-DISPLAY    PIC Z,ZZZ,ZZ9.99.

       01  WS-PLEDGE-TABLE.
           05  WS-PLEDGE-ENTRY OCCURS 1000 TIMES.
               10  PT-KEY.
                   15  PT-LAST-NAME     PIC X(20).
                   15  PT-FIRST-NAME    PIC X(20).
               10  FILLER               PIC X.
               10  PT-FUND              PIC X(10).
               10  FILLER               PIC X.
               10  PT-START-DATE        PIC 9(8).
               10  FILLER               PIC X.
               10  PT-FREQUENCY         PIC X.
               10  FILLER               PIC X.
               10  PT-AMOUNT            PIC 9(7)V99.
               10  FILLER               PIC X.
               10  PT-PAID              PIC 9(7)V99.
               10  FILLER               PIC X.
               10  PT-STATUS            PIC X.
                   88  PT-OPEN                    VALUE 'O'.
                   88  PT-FULFILLED               VALUE 'F'.
                   88  PT-CANCELLED               VALUE 'C'.
               10  FILLER               PIC X.
               10  PT-LAST-PAID-DATE    PIC 9(8).

       01  WS-LIST-LINE.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  LS-FUND              PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-START-DATE        PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-FREQUENCY         PIC X.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-PAID              PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  LS-STATUS            PIC X(9).

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  PLEDGE - PLEDGE FILE MAINTENANCE'.
           DISPLAY SPACE.

           PERFORM P005-SIGN-ON
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.

           IF NOT SIGNED-ON
               DISPLAY '  SIGN-ON FAILED. JOB CANCELLED.'
               STOP RUN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM P985-TEST-PLEDGE-LOCK.
           IF PLEDGE-LOCK-BUSY
               PERFORM P989-OFFER-PLEDGE-OVERRIDE.
           IF PLEDGE-LOCK-BUSY
               DISPLAY '  PLEDGES.DAT IS IN USE. NOTHING DONE.'
               STOP RUN.
           PERFORM P990-WRITE-PLEDGE-LOCK.

           PERFORM P100-LOAD-PLEDGES.
           IF WS-PLEDGE-LOST > 0
               DISPLAY '  PLEDGE TABLE FULL AT 1000 ENTRIES. NOTHING',
                   ' DONE.'
               PERFORM P995-RELEASE-PLEDGE-LOCK
               STOP RUN.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
               PERFORM P995-RELEASE-PLEDGE-LOCK
               STOP RUN.

           PERFORM P200-MAINTAIN
               UNTIL END-OPTION.
           CLOSE ISAM-FILE.

           IF WS-CHANGE-COUNT > 0
               PERFORM P800-SAVE-PLEDGES
           ELSE
               DISPLAY '  No changes. PLEDGES.DAT not rewritten.'.

           PERFORM P995-RELEASE-PLEDGE-LOCK.
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

      *    THE WHOLE PLEDGE FILE IS HELD IN STORAGE. A FILE TOO BIG
      *    FOR THE TABLE IS NOT TOUCHED, SINCE WRITING BACK A PART
      *    OF IT WOULD LOSE THE REST.
       P100-LOAD-PLEDGES.
           OPEN INPUT PLEDGE-FILE.
           IF PLEDGE-STATUS = '35'
      *        NO PLEDGES YET - THE FILE IS CREATED ON THE FIRST SAVE.
               MOVE 0 TO WS-PLEDGE-COUNT
           ELSE IF PLEDGE-STATUS NOT = '00'
               DISPLAY '  PLEDGE FILE OPEN FAILURE. FILE STATUS = ',
                   PLEDGE-STATUS
               PERFORM P995-RELEASE-PLEDGE-LOCK
               STOP RUN
           ELSE
               PERFORM P110-READ-PLEDGE
               PERFORM P120-LOAD-PLEDGE-ENTRY
                   UNTIL PLEDGE-EOF
               CLOSE PLEDGE-FILE.

       P110-READ-PLEDGE.
           READ PLEDGE-FILE
               AT END
                   MOVE 'Y' TO PLEDGE-EOF-SW.

       P120-LOAD-PLEDGE-ENTRY.
           IF WS-PLEDGE-COUNT < 1000
               ADD 1 TO WS-PLEDGE-COUNT
               MOVE PLEDGE-RECORD TO WS-PLEDGE-ENTRY (WS-PLEDGE-COUNT)
           ELSE
               ADD 1 TO WS-PLEDGE-LOST.
           PERFORM P110-READ-PLEDGE.

       P200-MAINTAIN.
           DISPLAY SPACE.
           DISPLAY '  Option A: Add a pledge'.
           DISPLAY '  Option C: Change an open pledge'.
           DISPLAY '  Option X: Cancel an open pledge'.
           DISPLAY '  Option L: List a person''s pledges'.
           DISPLAY '  Option E: End this program'.
           DISPLAY SPACE.
           DISPLAY '  Type the option letter, then hit RETURN:'.
           ACCEPT WS-MODE.

           IF ENTRY-OPTION
               PERFORM P205-CHECK-AUTHORITY.

           IF ENTRY-OPTION
           AND NOT SA-AUTHORIZED
               DISPLAY '  ', SA-MESSAGE
           ELSE IF ADD-OPTION
               PERFORM P300-ADD-PLEDGE
           ELSE IF CHANGE-OPTION
               PERFORM P400-CHANGE-PLEDGE
           ELSE IF CANCEL-OPTION
               PERFORM P500-CANCEL-PLEDGE
           ELSE IF LIST-OPTION
               PERFORM P600-LIST-PLEDGES
           ELSE IF NOT END-OPTION
               DISPLAY '  Option not recognized.'.

      *    ANY OPERATOR MAY LIST PLEDGES. ADDING, CHANGING, AND
      *    CANCELLING TAKE DATA ENTRY AUTHORITY OR ABOVE.
       P205-CHECK-AUTHORITY.
           MOVE WS-MODE TO WS-FN-OPTION.
           MOVE WS-FUNCTION-NAME TO SA-FUNCTION.
           MOVE 'E' TO SA-LEVEL-NEEDED.
           MOVE 'A' TO SA-REQUEST.
           CALL 'SIGNONSB' USING SIGNON-AREA.

       P250-PROMPT-KEY.
           MOVE SPACES TO WS-KEY.
           DISPLAY '  Last name:'.
           ACCEPT WS-LAST-NAME.
           DISPLAY '  First name:'.
           ACCEPT WS-FIRST-NAME.

       P255-PROMPT-FUND.
           MOVE SPACES TO WS-FUND.
           DISPLAY '  Fund:'.
           ACCEPT WS-FUND.

      *    FIND THE OPEN PLEDGE FOR WS-KEY AND WS-FUND. WS-FOUND-IX
      *    COMES BACK ZERO WHEN THERE IS NONE.
       P260-FIND-OPEN-PLEDGE.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM P265-MATCH-PLEDGE
               VARYING IIX FROM 1 BY 1
               UNTIL WS-FOUND-IX > 0 OR IIX > WS-PLEDGE-COUNT.

       P265-MATCH-PLEDGE.
           IF PT-KEY (IIX) = WS-KEY
           AND PT-FUND (IIX) = WS-FUND
           AND PT-OPEN (IIX)
               MOVE IIX TO WS-FOUND-IX.

       P300-ADD-PLEDGE.
           PERFORM P250-PROMPT-KEY.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-KEY TO ISAM-KEY.
           READ ISAM-FILE.

           IF ISAM-STATUS NOT = '00'
               DISPLAY '  No master record for that name. Nothing',
                   ' added.'
           ELSE
               PERFORM P255-PROMPT-FUND
               PERFORM P260-FIND-OPEN-PLEDGE
               IF WS-FOUND-IX > 0
                   DISPLAY '  An open pledge to that fund is already',
                       ' on file. Use option C.'
               ELSE IF WS-PLEDGE-COUNT NOT < 1000
                   DISPLAY '  PLEDGE TABLE FULL AT 1000 ENTRIES.',
                       ' Nothing added.'
               ELSE
                   MOVE WS-RUN-DATE TO WS-NEW-START-DATE
                   MOVE 'M' TO WS-NEW-FREQUENCY
                   MOVE 0 TO WS-NEW-AMOUNT
                   PERFORM P350-PROMPT-TERMS
                   PERFORM P310-STORE-NEW-PLEDGE.

       P310-STORE-NEW-PLEDGE.
           IF NOT TERMS-OK
               DISPLAY '  Nothing added.'
           ELSE
               ADD 1 TO WS-PLEDGE-COUNT
               MOVE SPACES TO WS-PLEDGE-ENTRY (WS-PLEDGE-COUNT)
               MOVE WS-KEY  TO PT-KEY (WS-PLEDGE-COUNT)
               MOVE WS-FUND TO PT-FUND (WS-PLEDGE-COUNT)
               MOVE WS-NEW-START-DATE TO PT-START-DATE (WS-PLEDGE-COUNT)
               MOVE WS-NEW-FREQUENCY TO PT-FREQUENCY (WS-PLEDGE-COUNT)
               MOVE WS-NEW-AMOUNT TO PT-AMOUNT (WS-PLEDGE-COUNT)
               MOVE 0 TO PT-PAID (WS-PLEDGE-COUNT)
               MOVE 'O' TO PT-STATUS (WS-PLEDGE-COUNT)
               MOVE 0 TO PT-LAST-PAID-DATE (WS-PLEDGE-COUNT)
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY '  Pledge added.'.

      *    PROMPT FOR THE YEARLY AMOUNT, START DATE, AND FREQUENCY.
      *    EACH PROMPT SHOWS THE VALUE A BLANK REPLY KEEPS.
       P350-PROMPT-TERMS.
           MOVE 'Y' TO WS-TERMS-OK-SW.

           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY '  Yearly amount in whole dollars (blank keeps',
               WS-AMOUNT-DISPLAY, '):'.
           MOVE SPACES TO WS-AMOUNT-REPLY.
           ACCEPT WS-AMOUNT-REPLY.
           PERFORM P360-EDIT-AMOUNT.

           DISPLAY '  Start date YYYYMMDD (blank keeps ',
               WS-NEW-START-DATE, '):'.
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY.
           PERFORM P370-EDIT-START-DATE.

           DISPLAY '  Frequency M (monthly), Q (quarterly), or',
               ' A (annual) (blank keeps ', WS-NEW-FREQUENCY, '):'.
           MOVE SPACE TO WS-FREQUENCY-REPLY.
           ACCEPT WS-FREQUENCY-REPLY.
           PERFORM P380-EDIT-FREQUENCY.

           IF WS-NEW-AMOUNT = 0
               DISPLAY '  A pledge must have an amount.'
               MOVE 'N' TO WS-TERMS-OK-SW.

      *    THE OPERATOR TYPES THE DOLLARS LEFT JUSTIFIED, SO THE
      *    REPLY IS RIGHT JUSTIFIED AND ZERO FILLED BEFORE THE
      *    NUMERIC TEST, THE WAY PROGRAM UPDATE EDITS ITS DAY COUNT.
       P360-EDIT-AMOUNT.
           IF WS-AMOUNT-REPLY NOT = SPACES
               PERFORM P365-SHIFT-REPLY-RIGHT
                   UNTIL WS-AR-CHAR (7) NOT = SPACE
               INSPECT WS-AMOUNT-REPLY
                   REPLACING LEADING ' ' BY '0'
               IF WS-AMOUNT-REPLY IS NUMERIC
                   MOVE WS-REPLY-DOLLARS TO WS-NEW-AMOUNT
               ELSE
                   DISPLAY '  Amount not numeric.'
                   MOVE 'N' TO WS-TERMS-OK-SW.

       P365-SHIFT-REPLY-RIGHT.
           MOVE WS-AR-CHAR (6) TO WS-AR-CHAR (7).
           MOVE WS-AR-CHAR (5) TO WS-AR-CHAR (6).
           MOVE WS-AR-CHAR (4) TO WS-AR-CHAR (5).
           MOVE WS-AR-CHAR (3) TO WS-AR-CHAR (4).
           MOVE WS-AR-CHAR (2) TO WS-AR-CHAR (3).
           MOVE WS-AR-CHAR (1) TO WS-AR-CHAR (2).
           MOVE SPACE TO WS-AR-CHAR (1).

       P370-EDIT-START-DATE.
           IF WS-DATE-REPLY NOT = SPACES
               IF WS-DATE-REPLY IS NUMERIC
                   MOVE WS-DATE-REPLY TO WS-NEW-START-DATE
                   IF WS-NS-MONTH < 1 OR WS-NS-MONTH > 12
                   OR WS-NS-DAY < 1 OR WS-NS-DAY > 31
                       DISPLAY '  Start date not a valid date.'
                       MOVE 'N' TO WS-TERMS-OK-SW
                   ELSE
                       NEXT SENTENCE
               ELSE
                   DISPLAY '  Start date not numeric.'
                   MOVE 'N' TO WS-TERMS-OK-SW.

       P380-EDIT-FREQUENCY.
           IF WS-FREQUENCY-REPLY = 'm'
               MOVE 'M' TO WS-FREQUENCY-REPLY
           ELSE IF WS-FREQUENCY-REPLY = 'q'
               MOVE 'Q' TO WS-FREQUENCY-REPLY
           ELSE IF WS-FREQUENCY-REPLY = 'a'
               MOVE 'A' TO WS-FREQUENCY-REPLY.

           IF WS-FREQUENCY-REPLY NOT = SPACE
               MOVE WS-FREQUENCY-REPLY TO WS-NEW-FREQUENCY.

           IF NOT VALID-FREQUENCY
               DISPLAY '  Frequency must be M, Q, or A.'
               MOVE 'N' TO WS-TERMS-OK-SW.

      *    A CHANGE KEEPS WHAT HAS BEEN PAID. LOWERING THE AMOUNT TO
      *    WHAT IS ALREADY PAID OR LESS MARKS THE PLEDGE FULFILLED.
       P400-CHANGE-PLEDGE.
           PERFORM P250-PROMPT-KEY.
           PERFORM P255-PROMPT-FUND.
           PERFORM P260-FIND-OPEN-PLEDGE.

           IF WS-FOUND-IX = 0
               DISPLAY '  No open pledge to that fund for that name.'
           ELSE
               MOVE PT-START-DATE (WS-FOUND-IX) TO WS-NEW-START-DATE
               MOVE PT-FREQUENCY (WS-FOUND-IX) TO WS-NEW-FREQUENCY
               MOVE PT-AMOUNT (WS-FOUND-IX) TO WS-NEW-AMOUNT
               MOVE PT-PAID (WS-FOUND-IX) TO WS-AMOUNT-DISPLAY
               DISPLAY '  Paid to date:', WS-AMOUNT-DISPLAY
               PERFORM P350-PROMPT-TERMS
               PERFORM P410-STORE-CHANGES.

       P410-STORE-CHANGES.
           IF NOT TERMS-OK
               DISPLAY '  Nothing changed.'
           ELSE
               MOVE WS-NEW-START-DATE TO PT-START-DATE (WS-FOUND-IX)
               MOVE WS-NEW-FREQUENCY TO PT-FREQUENCY (WS-FOUND-IX)
               MOVE WS-NEW-AMOUNT TO PT-AMOUNT (WS-FOUND-IX)
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY '  Pledge changed.'
               IF PT-PAID (WS-FOUND-IX) NOT < PT-AMOUNT (WS-FOUND-IX)
                   MOVE 'F' TO PT-STATUS (WS-FOUND-IX)
                   DISPLAY '  Paid in full - pledge marked fulfilled.'.

       P500-CANCEL-PLEDGE.
           PERFORM P250-PROMPT-KEY.
           PERFORM P255-PROMPT-FUND.
           PERFORM P260-FIND-OPEN-PLEDGE.

           IF WS-FOUND-IX = 0
               DISPLAY '  No open pledge to that fund for that name.'
           ELSE
               DISPLAY '  Cancel this pledge (Y/N)?'
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   MOVE 'C' TO PT-STATUS (WS-FOUND-IX)
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY '  Pledge cancelled.'
               ELSE
                   DISPLAY '  Nothing changed.'.

       P600-LIST-PLEDGES.
           PERFORM P250-PROMPT-KEY.
           MOVE 0 TO WS-LISTED-COUNT.
           DISPLAY '  FUND       START    F       AMOUNT         PAID',
               ' STATUS'.
           PERFORM P610-LIST-PLEDGE
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > WS-PLEDGE-COUNT.
           IF WS-LISTED-COUNT = 0
               DISPLAY '  (no pledges on file for that name)'.

       P610-LIST-PLEDGE.
           IF PT-KEY (IIX) = WS-KEY
               ADD 1 TO WS-LISTED-COUNT
               MOVE PT-FUND (IIX)       TO LS-FUND
               MOVE PT-START-DATE (IIX) TO LS-START-DATE
               MOVE PT-FREQUENCY (IIX)  TO LS-FREQUENCY
               MOVE PT-AMOUNT (IIX)     TO LS-AMOUNT
               MOVE PT-PAID (IIX)       TO LS-PAID
               PERFORM P620-STATUS-TEXT
               DISPLAY WS-LIST-LINE.

       P620-STATUS-TEXT.
           IF PT-OPEN (IIX)
               MOVE 'OPEN' TO LS-STATUS
           ELSE IF PT-FULFILLED (IIX)
               MOVE 'FULFILLED' TO LS-STATUS
           ELSE IF PT-CANCELLED (IIX)
               MOVE 'CANCELLED' TO LS-STATUS
           ELSE
               MOVE PT-STATUS (IIX) TO LS-STATUS.

      *    THE PLEDGES ARE WRITTEN TO PLEDNEW.DAT FIRST AND COPIED
      *    BACK OVER PLEDGES.DAT ONLY WHEN THE WHOLE WORK FILE WAS
      *    WRITTEN, SO A FAILED SAVE NEVER LEAVES A SHORT PLEDGE FILE
      *    BEHIND. A FAILED COPY BACK LEAVES THE PLEDGES IN
      *    PLEDNEW.DAT.
       P800-SAVE-PLEDGES.
           MOVE 'Y' TO WS-SAVE-OK-SW.
           OPEN OUTPUT PLEDGE-NEW-FILE.
           IF PLEDGE-NEW-STATUS NOT = '00'
               DISPLAY '  PLEDGE WORK FILE OPEN FAILURE. FILE',
                   ' STATUS = ', PLEDGE-NEW-STATUS
               MOVE 'N' TO WS-SAVE-OK-SW
           ELSE
               PERFORM P810-WRITE-PLEDGE
                   VARYING IIX FROM 1 BY 1
                   UNTIL IIX > WS-PLEDGE-COUNT
                   OR NOT SAVE-OK
               CLOSE PLEDGE-NEW-FILE.

           IF NOT SAVE-OK
               DISPLAY '  CHANGES NOT SAVED.',
                   ' PLEDGES.DAT IS UNCHANGED.'
           ELSE
               PERFORM P820-REPLACE-PLEDGE-FILE.

       P810-WRITE-PLEDGE.
           WRITE PLEDGE-NEW-RECORD FROM WS-PLEDGE-ENTRY (IIX).
           IF PLEDGE-NEW-STATUS NOT = '00'
               DISPLAY '  PLEDGE WORK FILE WRITE FAILURE. FILE',
                   ' STATUS = ', PLEDGE-NEW-STATUS
               MOVE 'N' TO WS-SAVE-OK-SW.

       P820-REPLACE-PLEDGE-FILE.
           MOVE 'N' TO PLEDGE-NEW-EOF-SW.
           OPEN INPUT PLEDGE-NEW-FILE.
           IF PLEDGE-NEW-STATUS NOT = '00'
               DISPLAY '  PLEDGE WORK FILE OPEN FAILURE. FILE',
                   ' STATUS = ', PLEDGE-NEW-STATUS
               DISPLAY '  CHANGES NOT SAVED.',
                   ' PLEDGES.DAT IS UNCHANGED.'
               MOVE 'N' TO WS-SAVE-OK-SW
           ELSE
               OPEN OUTPUT PLEDGE-FILE
               PERFORM P830-COPY-PLEDGE
                   UNTIL PLEDGE-NEW-EOF
               CLOSE PLEDGE-FILE
               CLOSE PLEDGE-NEW-FILE.

           IF SAVE-OK
               DISPLAY '  Done. ', WS-CHANGE-COUNT,
                   ' change(s) saved, ',
                   WS-PLEDGE-COUNT, ' pledge(s) on PLEDGES.DAT'.

       P830-COPY-PLEDGE.
           READ PLEDGE-NEW-FILE
               AT END
                   MOVE 'Y' TO PLEDGE-NEW-EOF-SW
               NOT AT END
                   WRITE PLEDGE-RECORD FROM PLEDGE-NEW-RECORD
                   IF PLEDGE-STATUS NOT = '00'
                       DISPLAY '  PLEDGES REWRITE FAILURE. FILE',
                           ' STATUS = ', PLEDGE-STATUS
                       DISPLAY '  CHANGES NOT SAVED.'
                       DISPLAY '  THE PLEDGES REMAIN IN PLEDNEW.DAT.'
                       MOVE 'Y' TO PLEDGE-NEW-EOF-SW
                       MOVE 'N' TO WS-SAVE-OK-SW.

      *    THE IN-USE INTERLOCK ON PLEDGES.DAT. EVERY PROGRAM THAT
      *    CHANGES THE PLEDGE FILE READS IT WHOLE AND WRITES IT BACK
      *    WHOLE, SO TWO SUCH RUNS AT ONCE WOULD SILENTLY LOSE ONE
      *    RUN'S CHANGES. EACH WRITES ITS NAME, OPERATOR, AND A TIME
      *    STAMP TO PLEDLOCK.DAT BEFORE READING THE FILE AND CLEARS
      *    THE LOCK AFTER WRITING IT BACK. A CRASHED RUN LEAVES A
      *    STALE LOCK BEHIND, WHICH THE OPERATOR MAY OVERRIDE.
       P985-TEST-PLEDGE-LOCK.
           MOVE 'N' TO WS-PLEDGE-LOCK-BUSY-SW.
           OPEN INPUT PLEDGE-LOCK-FILE.
           IF PLEDGE-LOCK-STATUS = '00'
               PERFORM P987-READ-PLEDGE-LOCK
               CLOSE PLEDGE-LOCK-FILE.

       P987-READ-PLEDGE-LOCK.
           READ PLEDGE-LOCK-FILE
               AT END
                   NEXT SENTENCE.
           IF PLEDGE-LOCK-STATUS = '00'
           AND PK-PROGRAM NOT = SPACES
               MOVE 'Y' TO WS-PLEDGE-LOCK-BUSY-SW
               DISPLAY '  PLEDGES.DAT IS IN USE BY ', PK-PROGRAM,
                   ' (OPERATOR ', PK-OPERATOR, ')'
               DISPLAY '  SINCE ', PK-DATE, ' ', PK-TIME, '.'.

       P989-OFFER-PLEDGE-OVERRIDE.
           DISPLAY '  If that run crashed, the lock is stale.',
               ' Override it (Y/N)?'.
           ACCEPT WS-OVERRIDE.
           IF OVERRIDE-YES
               MOVE 'N' TO WS-PLEDGE-LOCK-BUSY-SW.

       P990-WRITE-PLEDGE-LOCK.
           MOVE 'PLEDGE' TO WL-PROGRAM.
           MOVE WS-OPERATOR-ID TO WL-OPERATOR.
           ACCEPT WL-DATE FROM DATE YYYYMMDD.
           ACCEPT WL-TIME FROM TIME.
           OPEN OUTPUT PLEDGE-LOCK-FILE.
           WRITE PLEDGE-LOCK-RECORD FROM WS-LOCK-LINE.
           CLOSE PLEDGE-LOCK-FILE.
           MOVE 'Y' TO WS-PLEDGE-LOCK-HELD-SW.

       P995-RELEASE-PLEDGE-LOCK.
           IF PLEDGE-LOCK-HELD
               OPEN OUTPUT PLEDGE-LOCK-FILE
               CLOSE PLEDGE-LOCK-FILE
               MOVE 'N' TO WS-PLEDGE-LOCK-HELD-SW.
