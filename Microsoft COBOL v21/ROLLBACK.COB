             TIME SUPPLIED BY THE OPERATOR IS UNDONE, NEWEST FIRST: THE
             BEFORE IMAGE IS REWRITTEN OVER A MODIFY, REWRITTEN AS A
             NEW RECORD FOR A DELETE, AND THE RECORD ADDED BY AN ADD IS
             DELETED. A RENAME BY PROGRAM REKEY IS RENAMED BACK: THE
             BEFORE IMAGE IS REWRITTEN UNDER THE OLD KEY, THE RECORD
             UNDER THE NEW KEY IS DELETED, AND SUBPROGRAM REKEYSB
             CARRIES THE GIFTS, MAILING HISTORY, PLEDGES, ARCHIVE
             ENTRIES, CONTACT NOTES, AND SEASONAL ADDRESSES BACK TO
             THE OLD KEY. A PREVIEW COUNT IS SHOWN AND CONFIRMED
             BEFORE ANYTHING IS TOUCHED, AND EACH REVERSAL IS LOGGED
             BACK TO THE AUDIT TRAIL SO THE RECOVERY ITSELF IS
             ACCOUNTABLE. THE OPERATOR MUST SIGN ON AGAINST THE
             OPERATOR MASTER FILE WITH SUPERVISOR AUTHORITY BEFORE
             ANYTHING IS REVERSED, AND THE OPERATOR ID IS STAMPED ON
             EVERY REVERSAL AUDIT ENTRY. A BAD RUN OF MORE THAN 200
             ENTRIES IS REVERSED 200 AT A TIME, NEWEST FIRST: RERUN
             WITH THE SAME DATE AND TIME UNTIL THE PREVIEW SHOWS
             ZERO. ENTRIES ALREADY REVERSED BY AN EARLIER RUN ARE
             SKIPPED. THE REVERSAL HOLDS THE ISAM.DAT AND PLEDGES.DAT
             IN-USE LOCKS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS AUDIT-LOG-STATUS
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
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  ISAM-LOCK-FILE
           LABEL RECORDS ARE STANDARD
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
           05  WS-PAIR-IX           PIC S9(5)  VALUE 0 COMP-0.
           05  ISAM-STATUS          PIC XX     VALUE SPACES.
           05  AUDIT-LOG-STATUS     PIC XX     VALUE SPACES.
           05  WS-SIGNON-TRIES      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-UNDO-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-TOTAL-ORIGINALS   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ADD-COUNT         PIC S9(5)  VALUE 0 COMP-0.
           05  WS-MODIFY-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-DELETE-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-REKEY-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-REVERSED-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-FAILED-COUNT      PIC S9(5)  VALUE 0 COMP-0.

               88  IN-WINDOW                   VALUE 'Y'.
           05  WS-SIGNED-ON-SW      PIC X      VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  WS-KEY-MATCHED-SW    PIC X      VALUE 'N'.
               88  KEY-MATCHED                 VALUE 'Y'.
           05  WS-CARRY-FAILED-SW   PIC X      VALUE 'N'.
               88  CARRY-FAILED                VALUE 'Y'.

       01  WS-CONFIRM   PIC X    VALUE SPACE.
           88  CONFIRM-YES          VALUE 'Y', 'y'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'ROLLBACK'.
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
      *    FILES BACK TO THE OLD KEYS OF THE RENAMES REVERSED. THE
      *    PAIRS COLLECT HERE AND ARE CARRIED 100 AT A TIME.
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

       01  WS-CARRY-TOTAL       PIC S9(5)  VALUE 0 COMP-0.

       01  WS-STAMP-VALUE       PIC 9(8)  VALUE 0.

       01  WS-CUTOFF-DATE    PIC 9(8)  VALUE 0.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.
           05  FILLER REDEFINES WS-AUD-AFTER-IMAGE.
               10  WS-AUD-AFTER-KEY     PIC X(40).
               10  FILLER               PIC X(165).

      *    ONLY WHAT A REVERSAL NEEDS IS TABLED - THE ACTION, THE
      *    KEY, AND THE BEFORE IMAGE - SO THE TABLE STAYS WITHIN
      *    THE DATA SPACE THE SHOP'S OTHER TABLE PROGRAMS USE. A
      *    REKEY ENTRY'S OLD KEY IS ALREADY IN ITS BEFORE IMAGE, SO
      *    ITS KEY FIELDS ARE TABLED WITH THE NEW KEY INSTEAD.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-ENTRY OCCURS 200 TIMES   PIC X(253).

               88  WE-ADD-ACTION         VALUE 'ADD'.
               88  WE-MODIFY-ACTION      VALUE 'MODIFY'.
               88  WE-DELETE-ACTION      VALUE 'DELETE'.
               88  WE-REKEY-ACTION       VALUE 'REKEY'.
           05  WS-WE-KEY.
               10  WS-WE-LAST-NAME      PIC X(20).
               10  WS-WE-FIRST-NAME     PIC X(20).
           05  WS-WE-BEFORE-IMAGE   PIC X(205).
           05  FILLER REDEFINES WS-WE-BEFORE-IMAGE.
               10  WS-WE-BEFORE-KEY     PIC X(40).
               10  FILLER               PIC X(165).

       01  WS-SAVE-DATA-RECORD   PIC X(205)  VALUE SPACES.

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

       P010-EDIT-DATE-REPLY.
           IF WS-DATE-REPLY = SPACES
               MOVE 0 TO WS-REPLY-VALUE.

      *    TWO PASSES ARE MADE OVER THE AUDIT TRAIL. THE FIRST
      *    COUNTS THE ADD, MODIFY, DELETE, AND REKEY ENTRIES IN THE
      *    WINDOW AND THE UNADD, UNMODIFY, UNDELETE, AND UNREKEY
      *    ENTRIES WRITTEN BY EARLIER ROLLBACK RUNS. A ROLLBACK
      *    ALWAYS REVERSES THE NEWEST ENTRIES FIRST, AND A REVERSAL
      *    ENTRY IS ALWAYS STAMPED LATER THAN THE ENTRY IT REVERSED,
      *    SO THE COUNT OF REVERSAL ENTRIES SAYS HOW MANY OF THE
      *    NEWEST ORIGINALS ARE ALREADY REVERSED. THE SECOND PASS
      *    TABLES THE NEWEST 200 OF THE ENTRIES STILL UNREVERSED;
      *    ANY OLDER REMAINDER IS REPORTED SO THE OPERATOR CAN RERUN
      *    WITH THE SAME DATE AND TIME UNTIL THE PREVIEW SHOWS ZERO.
       P100-COLLECT-ENTRIES.
           PERFORM P105-COUNT-PASS.
           PERFORM P118-SIZE-THE-RUN.
           ELSE IF WS-AUD-ACTION = 'ADD'
           OR WS-AUD-ACTION = 'MODIFY'
           OR WS-AUD-ACTION = 'DELETE'
           OR WS-AUD-ACTION = 'REKEY'
               ADD 1 TO WS-TOTAL-ORIGINALS
           ELSE IF WS-AUD-ACTION = 'UNADD'
           OR WS-AUD-ACTION = 'UNMODIFY'
           OR WS-AUD-ACTION = 'UNDELETE'
           OR WS-AUD-ACTION = 'UNREKEY'
               ADD 1 TO WS-TOTAL-REVERSED.

           PERFORM P110-READ-AUDIT.
           IF IN-WINDOW
           AND (WS-AUD-ACTION = 'ADD'
               OR WS-AUD-ACTION = 'MODIFY'
               OR WS-AUD-ACTION = 'DELETE'
               OR WS-AUD-ACTION = 'REKEY')
               ADD 1 TO WS-ORIGINAL-SEQ
               IF WS-ORIGINAL-SEQ NOT < WS-COLLECT-FROM
               AND WS-ORIGINAL-SEQ NOT > WS-COLLECT-TO
           ELSE IF WE-MODIFY-ACTION
               ADD 1 TO WS-MODIFY-COUNT
           ELSE IF WE-DELETE-ACTION
               ADD 1 TO WS-DELETE-COUNT
           ELSE IF WE-REKEY-ACTION
               ADD 1 TO WS-REKEY-COUNT
               MOVE WS-AUD-AFTER-KEY TO WS-WE-KEY.

           ADD 1 TO WS-UNDO-COUNT.
           MOVE WS-WORK-ENTRY TO WS-UNDO-ENTRY (WS-UNDO-COUNT).
                   ' have the before image rewritten'
               DISPLAY '    ', WS-DELETE-COUNT, ' delete(s) will be',
                   ' re-added from the before image'
               DISPLAY '    ', WS-REKEY-COUNT, ' re-key(s) will be',
                   ' renamed back to the old name'
               PERFORM P160-NOTE-REMAINDER
               DISPLAY '  Proceed (Y/N)?'
               ACCEPT WS-CONFIRM
           PERFORM P970-TEST-LOCK.
           IF LOCK-BUSY
               PERFORM P974-OFFER-OVERRIDE.
           IF NOT LOCK-BUSY
               PERFORM P985-TEST-PLEDGE-LOCK.
           IF PLEDGE-LOCK-BUSY
               PERFORM P989-OFFER-PLEDGE-OVERRIDE.
           IF LOCK-BUSY
               DISPLAY '  ISAM.DAT IS IN USE. NOTHING REVERSED.'
           ELSE IF PLEDGE-LOCK-BUSY
               DISPLAY '  PLEDGES.DAT IS IN USE. NOTHING REVERSED.'
           ELSE
               PERFORM P975-WRITE-LOCK
               PERFORM P990-WRITE-PLEDGE-LOCK
               PERFORM P205-REVERSE-FILES
               PERFORM P995-RELEASE-PLEDGE-LOCK
               PERFORM P980-RELEASE-LOCK.

       P205-REVERSE-FILES.
                   UNTIL IIX < 1
               CLOSE AUDIT-LOG-FILE
               CLOSE ISAM-FILE
               PERFORM P650-CARRY-DEPENDENTS
               DISPLAY '  Done. ', WS-REVERSED-COUNT,
                   ' action(s) reversed, ', WS-FAILED-COUNT,
                   ' failed'
               PERFORM P208-SHOW-CARRY-TOTAL.

       P208-SHOW-CARRY-TOTAL.
           IF WS-REKEY-COUNT > 0
               DISPLAY '  ', WS-CARRY-TOTAL, ' gift, mailing,',
                   ' pledge, archive, note, and seasonal address'
               DISPLAY '  entries carried back'.

       P210-REVERSE-ENTRY.
           MOVE WS-UNDO-ENTRY (IIX) TO WS-WORK-ENTRY.
           ELSE IF WE-DELETE-ACTION
               PERFORM P400-REVERSE-DELETE
           ELSE IF WE-ADD-ACTION
               PERFORM P500-REVERSE-ADD
           ELSE IF WE-REKEY-ACTION
               PERFORM P600-REVERSE-REKEY.

       P300-REVERSE-MODIFY.
           MOVE SPACES TO ISAM-RECORD.
               MOVE ISAM-RECORD TO WS-SAVE-DATA-RECORD
               MOVE WS-WE-BEFORE-IMAGE TO ISAM-RECORD
               PERFORM P750-STAMP-RECORD
               MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE
               REWRITE ISAM-RECORD
               IF ISAM-STATUS = '00'
                   ADD 1 TO WS-REVERSED-COUNT
       P400-REVERSE-DELETE.
           MOVE WS-WE-BEFORE-IMAGE TO ISAM-RECORD.
           PERFORM P750-STAMP-RECORD.
           MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE.
           WRITE ISAM-RECORD.
           IF ISAM-STATUS = '00'
               ADD 1 TO WS-REVERSED-COUNT
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE 'UNADD' TO WS-AUD-ACTION
                   MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM P700-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM P900-REVERSAL-FAILED.

      *    THE RECORD IS WRITTEN BACK UNDER THE OLD KEY BEFORE THE
      *    NEW ONE IS DELETED, SO A FAILURE PART WAY NEVER LOSES IT.
      *    THE UNREKEY ENTRY IS LOGGED UNDER THE NEW KEY, THE KEY
      *    THE RECORD WAS RENAMED FROM THIS TIME. ANY WAITING PAIRS
      *    THE RENAME DEPENDS ON ARE CARRIED FIRST, SO A CARRY THAT
      *    FAILS LEAVES THE RENAME STANDING.
       P600-REVERSE-REKEY.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-WE-KEY TO ISAM-KEY.
           READ ISAM-FILE.

           IF ISAM-STATUS = '00'
               PERFORM P620-CHECK-PENDING-PAIRS.

           IF CARRY-FAILED
               DISPLAY '  THE HISTORY FILES CANNOT BE CARRIED BACK.'
               PERFORM P900-REVERSAL-FAILED
           ELSE IF ISAM-STATUS NOT = '00'
               PERFORM P900-REVERSAL-FAILED
           ELSE
               MOVE ISAM-RECORD TO WS-SAVE-DATA-RECORD
               MOVE WS-WE-BEFORE-IMAGE TO ISAM-RECORD
               PERFORM P750-STAMP-RECORD
               MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE
               WRITE ISAM-RECORD
               IF ISAM-STATUS = '00'
                   PERFORM P610-DELETE-NEW-KEY
               ELSE
                   PERFORM P900-REVERSAL-FAILED.

       P610-DELETE-NEW-KEY.
           MOVE WS-WE-KEY TO ISAM-KEY.
           DELETE ISAM-FILE RECORD.
           IF ISAM-STATUS = '00'
               ADD 1 TO WS-REVERSED-COUNT
               MOVE 'UNREKEY' TO WS-AUD-ACTION
               MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
               PERFORM P700-WRITE-AUDIT-RECORD
               ADD 1 TO RK-PAIR-COUNT
               MOVE WS-WE-KEY TO RK-OLD-KEY (RK-PAIR-COUNT)
               MOVE WS-WE-BEFORE-KEY TO RK-NEW-KEY (RK-PAIR-COUNT)
           ELSE
               PERFORM P900-REVERSAL-FAILED
               MOVE WS-WE-BEFORE-KEY TO ISAM-KEY
               DELETE ISAM-FILE RECORD.

      *    THE DEPENDENT FILES ARE MAPPED IN ONE PASS, EACH ENTRY BY
      *    ITS KEY AS IT STOOD BEFORE THE PASS, SO A RENAME OF A KEY
      *    THAT IS THE NEW KEY OF A PAIR STILL WAITING IS HELD UNTIL
      *    THE WAITING PAIRS ARE CARRIED. SO IS A FULL TABLE.
       P620-CHECK-PENDING-PAIRS.
           MOVE 'N' TO WS-KEY-MATCHED-SW.
           PERFORM P625-MATCH-PENDING-KEY
               VARYING WS-PAIR-IX FROM 1 BY 1
               UNTIL KEY-MATCHED OR WS-PAIR-IX > RK-PAIR-COUNT.

           IF KEY-MATCHED
           OR RK-PAIR-COUNT NOT < 100
               PERFORM P650-CARRY-DEPENDENTS.

       P625-MATCH-PENDING-KEY.
           IF RK-NEW-KEY (WS-PAIR-IX) = WS-WE-KEY
               MOVE 'Y' TO WS-KEY-MATCHED-SW.

      *    IF A FILE CANNOT BE WRITTEN BACK, NO FURTHER RENAME IS
      *    REVERSED, SINCE ANOTHER CARRY WOULD OVERWRITE THE ENTRIES
      *    LEFT IN REKEYWK.DAT.
       P650-CARRY-DEPENDENTS.
           IF RK-PAIR-COUNT > 0
           AND NOT CARRY-FAILED
               CALL 'REKEYSB' USING REKEY-AREA
               ADD RK-GIFT-COUNT RK-HISTORY-COUNT RK-PLEDGE-COUNT
                   RK-ARCHIVE-COUNT RK-NOTE-COUNT RK-ALTADDR-COUNT
                   TO WS-CARRY-TOTAL
               MOVE 0 TO RK-PAIR-COUNT
               IF RK-FILE-FAILURE
                   MOVE 'Y' TO WS-CARRY-FAILED-SW
                   DISPLAY '  ', RK-MESSAGE
                   DISPLAY '  THE MAPPED ENTRIES REMAIN IN',
                       ' REKEYWK.DAT.'.

       P700-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           IF OVERRIDE-YES
               MOVE 'N' TO WS-LOCK-BUSY-SW.

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
           MOVE 'ROLLBACK' TO WL-PROGRAM.
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

      *    EVERY WRITE OR REWRITE OF THE MASTER STAMPS THE RECORD
      *    WITH THE DATE, TIME, AND OPERATOR OF THE CHANGE, SO THE
      *    CHANGES-ONLY EXTRACT AND THE "WHO TOUCHED THIS LAST"
