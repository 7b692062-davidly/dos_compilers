       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REKEY.
       SECURITY.
             THIS PROGRAM CHANGES THE NAME A PERSON IS KEYED UNDER ON
             THE INDEXED FILE OF NAMES, ADDRESSES, AND PHONE NUMBERS,
             FOR A MARRIAGE OR A MISSPELLED NAME, WITHOUT LOSING THE
             PERSON'S HISTORY. THE MASTER RECORD IS WRITTEN UNDER THE
             NEW KEY AND REMOVED FROM THE OLD ONE, AND SUBPROGRAM
             REKEYSB THEN CARRIES THE GIFTS, MAILING HISTORY,
             PLEDGES, ARCHIVE MASTER ENTRIES, CONTACT NOTES, AND
             SEASONAL ADDRESSES OVER TO THE NEW KEY.
             A RENAME IS REFUSED WHEN THE NEW KEY IS ALREADY ON THE
             MASTER - THAT IS TWO RECORDS FOR ONE PERSON, AND PROGRAM
             CONSOLID FOLDS THEM. SO IT IS WHEN THE NEW KEY IS ON THE
             ARCHIVE MASTER FILE; THAT PERSON IS REINSTATED FIRST.
             RENAMES ARE TAKEN ONE AT A TIME AT THE CONSOLE OR IN BULK
             FROM REKEYIN.DAT, ONE OLD KEY AND NEW KEY PAIR PER
             RECORD. EACH RENAME IS LOGGED TO THE SAME AUDIT TRAIL AS
             PROGRAM UPDATE AS ONE REKEY ENTRY
             UNDER THE OLD KEY WHOSE BEFORE IMAGE IS THE RECORD AS IT
             WAS AND WHOSE AFTER IMAGE IS THE RECORD UNDER THE NEW
             KEY, SO PROGRAM AUDITRPT SHOWS BOTH NAMES AND PROGRAM
             ROLLBACK CAN RENAME IT BACK. A REPORT (REKEYRPT.DAT)
             LISTS EVERY PAIR AS RE-KEYED OR NOT, WITH THE REASON,
             AND THE COUNT OF ENTRIES CARRIED ON EACH FILE. THE
             OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER FILE
             WITH SUPERVISOR AUTHORITY, AND THE RUN HOLDS THE ISAM.DAT
             AND PLEDGES.DAT IN-USE LOCKS.
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

           SELECT REKEY-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS REKEY-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REKEY-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS REKEY-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS AUDIT-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-MASTER-FILE
              ASSIGN TO DISK
              FILE STATUS IS ARCHIVE-MASTER-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISAM-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-LOCK-STATUS
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

       FD  REKEY-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'REKEYIN.DAT'.

       01  REKEY-IN-RECORD.
           05  RI-OLD-KEY.
               10  RI-OLD-LAST-NAME    PIC X(20).
               10  RI-OLD-FIRST-NAME   PIC X(20).
           05  RI-NEW-KEY.
               10  RI-NEW-LAST-NAME    PIC X(20).
               10  RI-NEW-FIRST-NAME   PIC X(20).

       FD  REKEY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'REKEYRPT.DAT'.

       01  REKEY-REPORT-RECORD       PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ARCHMAST.DAT'.

       01  ARCHIVE-MASTER-RECORD.
           05  AM-KEY               PIC X(40).
           05  FILLER               PIC X(165).

       FD  ISAM-LOCK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAMLOCK.DAT'.

       01  ISAM-LOCK-RECORD.
           05  LK-PROGRAM     PIC X(8).
           05  FILLER         PIC X.
           05  LK-OPERATOR    PIC X(8).
           05  FILLER         PIC X.
           05  LK-DATE        PIC X(8).
           05  FILLER         PIC X.
           05  LK-TIME        PIC X(8).

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
           05  IIX                  PIC S9(5)  VALUE 0 COMP-0.
           05  ISAM-STATUS          PIC XX     VALUE SPACES.
           05  REKEY-IN-STATUS      PIC XX     VALUE SPACES.
           05  REKEY-REPORT-STATUS  PIC XX     VALUE SPACES.
           05  AUDIT-LOG-STATUS     PIC XX     VALUE SPACES.
           05  ARCHIVE-MASTER-STATUS PIC XX    VALUE SPACES.
           05  WS-SIGNON-TRIES      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PAIR-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-REKEYED-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-REFUSED-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-GIFT-TOTAL        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-HISTORY-TOTAL     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PLEDGE-TOTAL      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ARCHIVE-TOTAL     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NOTE-TOTAL        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ALTADDR-TOTAL     PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  WS-SIGNED-ON-SW      PIC X      VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  ENTRY-DONE-SW        PIC X      VALUE 'N'.
               88  ENTRY-DONE                  VALUE 'Y'.
           05  WS-KEY-MATCHED-SW    PIC X      VALUE 'N'.
               88  KEY-MATCHED                 VALUE 'Y'.
           05  WS-CARRY-FAILED-SW   PIC X      VALUE 'N'.
               88  CARRY-FAILED                VALUE 'Y'.
           05  ARCHIVE-EOF-SW       PIC X      VALUE 'N'.
               88  ARCHIVE-EOF                 VALUE 'Y'.

       01  WS-MODE    PIC X    VALUE SPACE.
           88  CONSOLE-OPTION       VALUE 'C', 'c'.
           88  BULK-OPTION          VALUE 'B', 'b'.
           88  END-OPTION           VALUE 'E', 'e'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'REKEY'.
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

      *    PASSED TO SUBPROGRAM REKEYSB, WHICH CARRIES THE DEPENDENT
      *    FILES OVER TO THE NEW KEYS. THE PAIRS RENAMED ON THE
      *    MASTER COLLECT HERE AND ARE CARRIED 100 AT A TIME.
       01  REKEY-AREA.
           05  RK-PAIR-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  RK-PAIR OCCURS 100 TIMES.
               10  RK-OLD-KEY       PIC X(40).
               10  RK-NEW-KEY       PIC X(40).
           05  RK-GIFT-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  RK-HISTORY-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  RK-PLEDGE-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  RK-ARCHIVE-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  RK-NOTE-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  RK-ALTADDR-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  RK-RESULT            PIC X      VALUE SPACE.
               88  RK-DONE                     VALUE 'Y'.
               88  RK-FILE-FAILURE             VALUE 'F'.
           05  RK-MESSAGE           PIC X(50)  VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8)  VALUE 0.
       01  WS-STAMP-VALUE       PIC 9(8)  VALUE 0.

       01  WS-OLD-KEY.
           05  WS-OLD-LAST-NAME     PIC X(20).
           05  WS-OLD-FIRST-NAME    PIC X(20).

       01  WS-NEW-KEY.
           05  WS-NEW-LAST-NAME     PIC X(20).
           05  WS-NEW-FIRST-NAME    PIC X(20).

       01  WS-SAVE-DATA-RECORD   PIC X(205)  VALUE SPACES.
       01  WS-REASON             PIC X(50)   VALUE SPACES.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-DATE          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-TIME          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-ACTION        PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-LAST-NAME     PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-FIRST-NAME    PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  WS-LOCK-FIELDS.
           05  ISAM-LOCK-STATUS     PIC XX    VALUE SPACES.
           05  WS-LOCK-HELD-SW      PIC X     VALUE 'N'.
               88  LOCK-HELD                  VALUE 'Y'.
           05  WS-LOCK-BUSY-SW      PIC X     VALUE 'N'.
               88  LOCK-BUSY                  VALUE 'Y'.
           05  WS-OVERRIDE          PIC X     VALUE SPACE.
               88  OVERRIDE-YES               VALUE 'Y', 'y'.
           05  PLEDGE-LOCK-STATUS   PIC XX    VALUE SPACES.
           05  WS-PLEDGE-LOCK-HELD-SW PIC X   VALUE 'N'.
               88  PLEDGE-LOCK-HELD           VALUE 'Y'.
           05  WS-PLEDGE-LOCK-BUSY-SW PIC X   VALUE 'N'.
               88  PLEDGE-LOCK-BUSY           VALUE 'Y'.

       01  WS-LOCK-LINE.
           05  WL-PROGRAM     PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WL-OPERATOR    PIC X(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WL-DATE        PIC 9(8).
           05  FILLER         PIC X      VALUE SPACE.
           05  WL-TIME        PIC 9(8).

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 16 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'NAME CHANGE (RE-KEY) REPORT'.

       01  WS-RUN-HEADING.
           05  FILLER               PIC X(10)  VALUE 'RUN DATE '.
           05  RH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(11)  VALUE '  OPERATOR '.
           05  RH-OPERATOR          PIC X(8).

       01  WS-HEADING-2          PIC X(80)  VALUE
           'RESULT    LAST NAME            FIRST NAME'.

       01  WS-DETAIL-LINE.
           05  DL-RESULT            PIC X(10).
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X      VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(20).

       01  WS-NEW-NAME-LINE.
           05  FILLER               PIC X(10)  VALUE '      TO'.
           05  NL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X      VALUE SPACE.
           05  NL-FIRST-NAME        PIC X(20).

       01  WS-REASON-LINE.
           05  FILLER               PIC X(10)  VALUE SPACES.
           05  RN-REASON            PIC X(50).

       01  WS-COUNT-LINE.
           05  CL-TEXT              PIC X(40).
           05  CL-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  REKEY - NAME CHANGE (RE-KEY) UTILITY'.
           DISPLAY SPACE.
           DISPLAY '  Moves a record, its gifts, mailing history,',
               ' pledges, and archive entries'.
           DISPLAY '  from one last name/first name key to another.'.
           DISPLAY SPACE.

           PERFORM P005-SIGN-ON
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.

           IF NOT SIGNED-ON
               DISPLAY '  SIGN-ON FAILED. JOB CANCELLED.'
               STOP RUN.

           DISPLAY '  Option C: Re-key names one at a time at the',
               ' console'.
           DISPLAY '  Option B: Re-key in bulk from REKEYIN.DAT'.
           DISPLAY '  Option E: End this program'.
           DISPLAY SPACE.
           DISPLAY '  Type the option letter, then hit RETURN:'.
           ACCEPT WS-MODE.

           IF CONSOLE-OPTION OR BULK-OPTION
               PERFORM P040-LOCKED-RUN
           ELSE
               DISPLAY '  Nothing done.'.

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

       P040-LOCKED-RUN.
           PERFORM P970-TEST-LOCK.
           IF LOCK-BUSY
               PERFORM P974-OFFER-OVERRIDE.
           IF NOT LOCK-BUSY
               PERFORM P985-TEST-PLEDGE-LOCK.
           IF PLEDGE-LOCK-BUSY
               PERFORM P989-OFFER-PLEDGE-OVERRIDE.
           IF LOCK-BUSY
               DISPLAY '  ISAM.DAT IS IN USE. NOTHING DONE.'
           ELSE IF PLEDGE-LOCK-BUSY
               DISPLAY '  PLEDGES.DAT IS IN USE. NOTHING DONE.'
           ELSE
               PERFORM P975-WRITE-LOCK
               PERFORM P990-WRITE-PLEDGE-LOCK
               PERFORM P050-PROCESS-RUN
               PERFORM P995-RELEASE-PLEDGE-LOCK
               PERFORM P980-RELEASE-LOCK.

       P050-PROCESS-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM P600-GET-REPORT-TITLE.

           OPEN I-O ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               PERFORM P500-START-REPORT

               PERFORM P060-RUN-OPTION

               PERFORM P400-CARRY-DEPENDENTS
               CLOSE AUDIT-LOG-FILE
               CLOSE ISAM-FILE
               PERFORM P520-FINISH-REPORT
               DISPLAY '  Done. ', WS-REKEYED-COUNT, ' re-keyed, ',
                   WS-REFUSED-COUNT, ' not re-keyed'
               DISPLAY '  Report written to REKEYRPT.DAT'.

      *    THE OPTION DISPATCH IS ITS OWN SENTENCE SO THE CARRY,
      *    TOTALS, AND CLOSES ABOVE RUN WHICHEVER OPTION WAS CHOSEN.
       P060-RUN-OPTION.
           IF CONSOLE-OPTION
               PERFORM P100-CONSOLE-RUN
           ELSE
               PERFORM P200-BULK-RUN.

       P100-CONSOLE-RUN.
           PERFORM P110-PROMPT-PAIR
               UNTIL ENTRY-DONE.

       P110-PROMPT-PAIR.
           MOVE SPACES TO WS-OLD-KEY.
           MOVE SPACES TO WS-NEW-KEY.
           DISPLAY SPACE.
           DISPLAY '  PRESENT last name (blank to end):'.
           ACCEPT WS-OLD-LAST-NAME.

           IF WS-OLD-LAST-NAME = SPACES
               MOVE 'Y' TO ENTRY-DONE-SW
           ELSE
               DISPLAY '  PRESENT first name:'
               ACCEPT WS-OLD-FIRST-NAME
               DISPLAY '  NEW last name:'
               ACCEPT WS-NEW-LAST-NAME
               DISPLAY '  NEW first name:'
               ACCEPT WS-NEW-FIRST-NAME
               PERFORM P300-REKEY-PAIR
               PERFORM P120-SHOW-RESULT.

       P120-SHOW-RESULT.
           IF WS-REASON = SPACES
               DISPLAY '  Re-keyed.'
           ELSE
               DISPLAY '  NOT RE-KEYED: ', WS-REASON.

           IF CARRY-FAILED
               MOVE 'Y' TO ENTRY-DONE-SW.

       P200-BULK-RUN.
           OPEN INPUT REKEY-IN-FILE.
           IF REKEY-IN-STATUS NOT = '00'
               DISPLAY '  REKEYIN.DAT OPEN FAILURE. FILE STATUS = ',
                   REKEY-IN-STATUS
           ELSE
               PERFORM P210-READ-PAIR
               PERFORM P220-PROCESS-PAIR
                   UNTIL ENTRY-DONE
               CLOSE REKEY-IN-FILE.

       P210-READ-PAIR.
           READ REKEY-IN-FILE
               AT END
                   MOVE 'Y' TO ENTRY-DONE-SW.

       P220-PROCESS-PAIR.
           MOVE RI-OLD-KEY TO WS-OLD-KEY.
           MOVE RI-NEW-KEY TO WS-NEW-KEY.
           PERFORM P300-REKEY-PAIR.

           IF CARRY-FAILED
               MOVE 'Y' TO ENTRY-DONE-SW
           ELSE
               PERFORM P210-READ-PAIR.

      *    ONE RENAME. THE REASON IS LEFT BLANK WHEN IT IS DONE, OR
      *    SAYS WHY NOT. THE NEW KEY IS WRITTEN BEFORE THE OLD ONE
      *    IS DELETED, SO A FAILURE PART WAY NEVER LOSES THE RECORD.
       P300-REKEY-PAIR.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE SPACES TO WS-REASON.

           IF WS-OLD-LAST-NAME = SPACES
           OR WS-NEW-LAST-NAME = SPACES
               MOVE 'A LAST NAME IS BLANK' TO WS-REASON
           ELSE IF WS-OLD-KEY = WS-NEW-KEY
               MOVE 'OLD AND NEW NAMES ARE THE SAME' TO WS-REASON
           ELSE
               PERFORM P310-TEST-NEW-KEY.

           IF WS-REASON = SPACES
               PERFORM P320-READ-OLD-KEY.

           IF WS-REASON = SPACES
               PERFORM P330-CHECK-PENDING-PAIRS
               IF CARRY-FAILED
                   MOVE 'DEPENDENT FILES COULD NOT BE CARRIED'
                       TO WS-REASON.

           IF WS-REASON = SPACES
               PERFORM P340-MOVE-RECORD.

           IF WS-REASON = SPACES
               ADD 1 TO WS-REKEYED-COUNT
               MOVE 'RE-KEYED' TO DL-RESULT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'NOT DONE' TO DL-RESULT.

           PERFORM P510-REPORT-PAIR.

      *    A NEW KEY ALREADY ON THE MASTER MEANS TWO RECORDS FOR ONE
      *    PERSON. THAT IS A CONSOLIDATION, NOT A RENAME.
       P310-TEST-NEW-KEY.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-NEW-KEY TO ISAM-KEY.
           READ ISAM-FILE.
           IF ISAM-STATUS = '00'
               MOVE 'NEW NAME ALREADY ON FILE - USE PROGRAM CONSOLID'
                   TO WS-REASON
           ELSE
               PERFORM P315-TEST-ARCHIVED-KEY.

      *    A NEW KEY ON THE ARCHIVE MASTER WOULD LEAVE ONE KEY ON BOTH
      *    FILES, AND REKEYSB WOULD RENAME THE ARCHIVED ENTRIES ONTO
      *    IT. THE ARCHIVED PERSON IS REINSTATED AND CONSOLIDATED.
       P315-TEST-ARCHIVED-KEY.
           MOVE 'N' TO ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF ARCHIVE-MASTER-STATUS = '00'
               PERFORM P317-READ-ARCHIVED-KEY
                   UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-MASTER-FILE.

       P317-READ-ARCHIVED-KEY.
           READ ARCHIVE-MASTER-FILE
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SW
               NOT AT END
                   IF AM-KEY = WS-NEW-KEY
                       MOVE 'NEW NAME IS ARCHIVED - REINSTATE AND USE CO
      -                     'NSOLID' TO WS-REASON
                       MOVE 'Y' TO ARCHIVE-EOF-SW.

       P320-READ-OLD-KEY.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-OLD-KEY TO ISAM-KEY.
           READ ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               MOVE 'PRESENT NAME NOT ON FILE' TO WS-REASON
           ELSE
               MOVE ISAM-RECORD TO WS-SAVE-DATA-RECORD.

      *    THE DEPENDENT FILES ARE MAPPED IN ONE PASS, EACH ENTRY BY
      *    ITS KEY AS IT STOOD BEFORE THE PASS. A RENAME OF A KEY
      *    THAT IS ITSELF THE NEW KEY OF A PAIR STILL WAITING (SMITH
      *    TO SMYTH, THEN SMYTH TO SMYTHE) WOULD BE MISSED, SO THE
      *    WAITING PAIRS ARE CARRIED FIRST. SO IS A FULL TABLE.
       P330-CHECK-PENDING-PAIRS.
           MOVE 'N' TO WS-KEY-MATCHED-SW.
           PERFORM P335-MATCH-PENDING-KEY
               VARYING IIX FROM 1 BY 1
               UNTIL KEY-MATCHED OR IIX > RK-PAIR-COUNT.

           IF KEY-MATCHED
           OR RK-PAIR-COUNT NOT < 100
               PERFORM P400-CARRY-DEPENDENTS.

       P335-MATCH-PENDING-KEY.
           IF RK-NEW-KEY (IIX) = WS-OLD-KEY
               MOVE 'Y' TO WS-KEY-MATCHED-SW.

       P340-MOVE-RECORD.
           MOVE WS-NEW-KEY TO ISAM-KEY.
           PERFORM P750-STAMP-RECORD.
           MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE.
           WRITE ISAM-RECORD.
           IF ISAM-STATUS = '22'
               MOVE 'NEW NAME ALREADY ON FILE - USE PROGRAM CONSOLID'
                   TO WS-REASON
           ELSE IF ISAM-STATUS NOT = '00'
               MOVE 'WRITE FAILURE UNDER THE NEW NAME' TO WS-REASON
           ELSE
               MOVE WS-OLD-KEY TO ISAM-KEY
               DELETE ISAM-FILE RECORD
               IF ISAM-STATUS = '00'
                   PERFORM P350-LOG-RENAME
               ELSE
                   PERFORM P345-BACK-OUT-NEW-KEY.

      *    THE OLD RECORD WOULD NOT DELETE, SO THE COPY JUST WRITTEN
      *    UNDER THE NEW KEY IS TAKEN OFF AGAIN.
       P345-BACK-OUT-NEW-KEY.
           MOVE 'DELETE FAILURE UNDER THE PRESENT NAME' TO WS-REASON.
           MOVE WS-NEW-KEY TO ISAM-KEY.
           DELETE ISAM-FILE RECORD.

       P350-LOG-RENAME.
           MOVE 'REKEY' TO WS-AUD-ACTION.
           MOVE WS-OLD-LAST-NAME  TO WS-AUD-LAST-NAME.
           MOVE WS-OLD-FIRST-NAME TO WS-AUD-FIRST-NAME.
           MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE.
           PERFORM P700-WRITE-AUDIT-RECORD.

           ADD 1 TO RK-PAIR-COUNT.
           MOVE WS-OLD-KEY TO RK-OLD-KEY (RK-PAIR-COUNT).
           MOVE WS-NEW-KEY TO RK-NEW-KEY (RK-PAIR-COUNT).

      *    THE RENAMES WAITING IN REKEY-AREA ARE CARRIED THROUGH THE
      *    DEPENDENT FILES. IF A FILE CANNOT BE WRITTEN BACK THE RUN
      *    STOPS TAKING RENAMES, SINCE ANOTHER CARRY WOULD OVERWRITE
      *    THE ENTRIES LEFT IN REKEYWK.DAT.
       P400-CARRY-DEPENDENTS.
           IF RK-PAIR-COUNT > 0
           AND NOT CARRY-FAILED
               CALL 'REKEYSB' USING REKEY-AREA
               ADD RK-GIFT-COUNT    TO WS-GIFT-TOTAL
               ADD RK-HISTORY-COUNT TO WS-HISTORY-TOTAL
               ADD RK-PLEDGE-COUNT  TO WS-PLEDGE-TOTAL
               ADD RK-ARCHIVE-COUNT TO WS-ARCHIVE-TOTAL
               ADD RK-NOTE-COUNT    TO WS-NOTE-TOTAL
               ADD RK-ALTADDR-COUNT TO WS-ALTADDR-TOTAL
               MOVE 0 TO RK-PAIR-COUNT
               IF RK-FILE-FAILURE
                   MOVE 'Y' TO WS-CARRY-FAILED-SW
                   DISPLAY '  ', RK-MESSAGE
                   DISPLAY '  THE MAPPED ENTRIES REMAIN IN',
                       ' REKEYWK.DAT. NO MORE RENAMES TAKEN.'.

       P500-START-REPORT.
           OPEN OUTPUT REKEY-REPORT-FILE.
           MOVE PA-OUT-TITLE TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-OPERATOR-ID TO RH-OPERATOR.
           MOVE WS-RUN-HEADING TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.
           MOVE SPACES TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.
           MOVE WS-HEADING-2 TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.

       P510-REPORT-PAIR.
           MOVE WS-OLD-LAST-NAME  TO DL-LAST-NAME.
           MOVE WS-OLD-FIRST-NAME TO DL-FIRST-NAME.
           MOVE WS-DETAIL-LINE TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.
           MOVE WS-NEW-LAST-NAME  TO NL-LAST-NAME.
           MOVE WS-NEW-FIRST-NAME TO NL-FIRST-NAME.
           MOVE WS-NEW-NAME-LINE TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.

           IF WS-REASON NOT = SPACES
               MOVE WS-REASON TO RN-REASON
               MOVE WS-REASON-LINE TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD.

       P520-FINISH-REPORT.
           MOVE SPACES TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.
           MOVE 'NAME PAIRS TAKEN:' TO CL-TEXT.
           MOVE WS-PAIR-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'RECORDS RE-KEYED:' TO CL-TEXT.
           MOVE WS-REKEYED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'PAIRS NOT RE-KEYED:' TO CL-TEXT.
           MOVE WS-REFUSED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.

           MOVE SPACES TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.
           MOVE 'GIFTS CARRIED (GIFTS.DAT):' TO CL-TEXT.
           MOVE WS-GIFT-TOTAL TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'MAILINGS CARRIED (MAILHIST.DAT):' TO CL-TEXT.
           MOVE WS-HISTORY-TOTAL TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'PLEDGES CARRIED (PLEDGES.DAT):' TO CL-TEXT.
           MOVE WS-PLEDGE-TOTAL TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'ARCHIVED RECORDS CARRIED (ARCHMAST.DAT):' TO CL-TEXT.
           MOVE WS-ARCHIVE-TOTAL TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'CONTACT NOTES CARRIED (NOTES.DAT):' TO CL-TEXT.
           MOVE WS-NOTE-TOTAL TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'SEASONAL ADDRS CARRIED (ALTADDR.DAT):' TO CL-TEXT.
           MOVE WS-ALTADDR-TOTAL TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.

           IF CARRY-FAILED
               MOVE SPACES TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD
               MOVE RK-MESSAGE TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD.
           CLOSE REKEY-REPORT-FILE.

       P530-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REKEY-REPORT-RECORD.
           WRITE REKEY-REPORT-RECORD.

      *    THE PAGE TITLE COMES FROM TITLES.DAT (RECORD NUMBER
      *    WS-TITLE-LINE-NUMBER NAMES THIS REPORT), SO A CLERK CAN
      *    RETITLE A SPECIAL RUN BY EDITING THAT FILE. WHEN THE FILE
      *    OR THE RECORD IS MISSING OR BLANK THE BUILT-IN TITLE IS
      *    USED. ALIGNMENT IS DONE BY SUBPROGRAM CENTERSB.
       P600-GET-REPORT-TITLE.
           MOVE 'C' TO PA-OPTION.
           MOVE WS-DEFAULT-TITLE TO PA-IN-TITLE.
           PERFORM P602-READ-TITLE-FILE.
           CALL 'CENTERSB' USING PARAMETER-AREA.

       P602-READ-TITLE-FILE.
           MOVE 'N' TO TITLE-EOF-SW.
           OPEN INPUT TITLE-IN-FILE.
           IF TITLE-IN-STATUS NOT = '00'
               MOVE 'Y' TO TITLE-EOF-SW
           ELSE
               PERFORM P604-READ-TITLE-RECORD
                   WS-TITLE-LINE-NUMBER TIMES
               PERFORM P606-SAVE-TITLE-RECORD
               CLOSE TITLE-IN-FILE.

      *    THE RECORD AREA IS UNDEFINED AFTER CLOSE, SO THE TITLE
      *    IS TAKEN FROM IT WHILE THE FILE IS STILL OPEN.
       P606-SAVE-TITLE-RECORD.
           IF NOT TITLE-EOF
           AND TI-TITLE NOT = SPACES
               MOVE TI-ALIGN-CODE TO PA-OPTION
               MOVE TI-TITLE TO PA-IN-TITLE.

       P604-READ-TITLE-RECORD.
           IF NOT TITLE-EOF
               READ TITLE-IN-FILE
                   AT END
                       MOVE 'Y' TO TITLE-EOF-SW.

       P700-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR.
           WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-RECORD.

      *    EVERY WRITE OR REWRITE OF THE MASTER STAMPS THE RECORD
      *    WITH THE DATE, TIME, AND OPERATOR OF THE CHANGE, SO THE
      *    CHANGES-ONLY EXTRACT AND THE "WHO TOUCHED THIS LAST"
      *    QUESTION ARE ANSWERED FROM THE RECORD ITSELF.
       P750-STAMP-RECORD.
           ACCEPT WS-STAMP-VALUE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-VALUE TO ISAM-STAMP-DATE.
           ACCEPT WS-STAMP-VALUE FROM TIME.
           MOVE WS-STAMP-VALUE TO ISAM-STAMP-TIME.
           MOVE WS-OPERATOR-ID TO ISAM-STAMP-OPERATOR.

      *    THE IN-USE INTERLOCK ON ISAM.DAT. EVERY PROGRAM THAT
      *    UPDATES THE MASTER WRITES ITS NAME, OPERATOR, AND A TIME
      *    STAMP TO ISAMLOCK.DAT BEFORE OPENING THE FILE AND CLEARS
      *    THE LOCK WHEN IT IS DONE, SO TWO UPDATERS CANNOT COLLIDE
      *    AND DAMAGE THE INDEX (STATUS 91). A CRASHED RUN LEAVES A
      *    STALE LOCK BEHIND; THE OPERATOR MAY OVERRIDE IT, AND THE
      *    OVERRIDING OPERATOR'S ID IS STAMPED ON THE NEW LOCK.
       P970-TEST-LOCK.
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           OPEN INPUT ISAM-LOCK-FILE.
           IF ISAM-LOCK-STATUS = '00'
               PERFORM P972-READ-LOCK
               CLOSE ISAM-LOCK-FILE.

       P972-READ-LOCK.
           READ ISAM-LOCK-FILE
               AT END
                   NEXT SENTENCE.
           IF ISAM-LOCK-STATUS = '00'
           AND LK-PROGRAM NOT = SPACES
               MOVE 'Y' TO WS-LOCK-BUSY-SW
               DISPLAY '  ISAM.DAT IS IN USE BY ', LK-PROGRAM,
                   ' (OPERATOR ', LK-OPERATOR, ')'
               DISPLAY '  SINCE ', LK-DATE, ' ', LK-TIME, '.'.

       P974-OFFER-OVERRIDE.
           DISPLAY '  If that run crashed, the lock is stale.',
               ' Override it (Y/N)?'.
           ACCEPT WS-OVERRIDE.
           IF OVERRIDE-YES
               MOVE 'N' TO WS-LOCK-BUSY-SW.

       P975-WRITE-LOCK.
           MOVE 'REKEY' TO WL-PROGRAM.
           MOVE WS-OPERATOR-ID TO WL-OPERATOR.
           ACCEPT WL-DATE FROM DATE YYYYMMDD.
           ACCEPT WL-TIME FROM TIME.
           OPEN OUTPUT ISAM-LOCK-FILE.
           WRITE ISAM-LOCK-RECORD FROM WS-LOCK-LINE.
           CLOSE ISAM-LOCK-FILE.
           MOVE 'Y' TO WS-LOCK-HELD-SW.

       P980-RELEASE-LOCK.
           IF LOCK-HELD
               OPEN OUTPUT ISAM-LOCK-FILE
               CLOSE ISAM-LOCK-FILE
               MOVE 'N' TO WS-LOCK-HELD-SW.

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
           MOVE 'REKEY' TO WL-PROGRAM.
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
