       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECOVER.
       SECURITY.
             THIS PROGRAM RECOVERS THE INDEXED FILE OF NAMES,
             ADDRESSES, AND PHONE NUMBERS FORWARD FROM ITS LAST
             BACKUP. THE FILE IS REBUILT FROM THE FLAT BACKUP WRITTEN
             BY PROGRAM REORG (ISAMBKUP.DAT), AND EVERY AUDIT ENTRY
             STAMPED AFTER THAT BACKUP IS THEN REPLAYED IN THE ORDER
             IT WAS WRITTEN, UP TO A DATE AND TIME SUPPLIED BY THE
             OPERATOR: THE AFTER IMAGE IS WRITTEN FOR AN ADD,
             UNDELETE, OR RESTORE, REWRITTEN FOR A MODIFY OR
             UNMODIFY, AND THE RECORD IS DELETED FOR A DELETE, UNADD,
             OR ARCHIVE. FOR A REKEY OR UNREKEY THE AFTER IMAGE IS
             WRITTEN UNDER ITS NEW KEY AND THE RECORD UNDER THE OLD
             KEY IS DELETED. THE BACKUP TIME DEFAULTS TO THE LAST GOOD
             REORG STEP ON THE RUN LOG. A RECONCILIATION REPORT
             (RECOVRPT.DAT) LISTS EVERY REPLAYED ENTRY AS APPLIED OR
             SKIPPED, WITH THE REASON FOR EACH SKIP, AND CLOSES WITH
             THE COUNTS. ENTRIES WRITTEN BEFORE THE AUDIT TRAIL
             CARRIED AN AFTER IMAGE CAN ONLY REPLAY A DELETE. THE
             REPLAY WRITES NOTHING TO THE AUDIT TRAIL, SINCE THE
             ENTRIES IT APPLIES ARE ALREADY THERE. THE OPERATOR MUST
             SIGN ON AGAINST THE OPERATOR MASTER FILE WITH SUPERVISOR
             AUTHORITY, AND THE BACKUP MUST BE NEWER THAN THE LAST
             AUDIT ARCHIVE CUTOFF. WHEN THE FIRST ENTRY LEFT ON THE
             AUDIT TRAIL IS LATER THAN THE BACKUP, THE OPERATOR IS
             WARNED THAT ENTRIES MAY HAVE BEEN ARCHIVED AND MUST
             CONFIRM BEFORE ANYTHING IS RECOVERED.
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

           SELECT BACKUP-FILE
              ASSIGN TO DISK
              FILE STATUS IS BACKUP-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS AUDIT-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS RUN-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECOVER-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS RECOVER-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISAM-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-LOCK-STATUS
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

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAMBKUP.DAT'.

       01  BACKUP-RECORD             PIC X(205).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'RUNLOG.DAT'.

       01  RUN-LOG-RECORD.
           05  RL-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  RL-TIME            PIC 9(8).
           05  FILLER             PIC X.
           05  RL-STEP            PIC 9(2).
           05  FILLER             PIC X.
           05  RL-NAME            PIC X(8).
           05  FILLER             PIC X.
           05  RL-EVENT           PIC X(8).
           05  FILLER             PIC X.
           05  RL-STATUS          PIC X(8).

       FD  RECOVER-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'RECOVRPT.DAT'.

       01  RECOVER-REPORT-RECORD     PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

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

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  ISAM-STATUS          PIC XX     VALUE SPACES.
           05  BACKUP-STATUS        PIC XX     VALUE SPACES.
           05  AUDIT-LOG-STATUS     PIC XX     VALUE SPACES.
           05  RUN-LOG-STATUS       PIC XX     VALUE SPACES.
           05  RECOVER-REPORT-STATUS PIC XX    VALUE SPACES.
           05  WS-SIGNON-TRIES      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-RELOAD-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-READ-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-BEFORE-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-AFTER-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-APPLIED-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-SKIPPED-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ADDED-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-DELETED-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-REKEYED-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-FINAL-COUNT       PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  BACKUP-EOF-SW        PIC X      VALUE 'N'.
               88  BACKUP-EOF                  VALUE 'Y'.
           05  AUDIT-EOF-SW         PIC X      VALUE 'N'.
               88  AUDIT-EOF                   VALUE 'Y'.
           05  RUN-LOG-EOF-SW       PIC X      VALUE 'N'.
               88  RUN-LOG-EOF                 VALUE 'Y'.
           05  WS-UNLOAD-FOUND-SW   PIC X      VALUE 'N'.
               88  UNLOAD-FOUND                VALUE 'Y'.
           05  WS-RELOAD-FAILED-SW  PIC X      VALUE 'N'.
               88  RELOAD-FAILED               VALUE 'Y'.
           05  WS-SIGNED-ON-SW      PIC X      VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  WS-TRAIL-OK-SW       PIC X      VALUE 'Y'.
               88  TRAIL-OK                    VALUE 'Y'.

       01  WS-CONFIRM   PIC X    VALUE SPACE.
           88  CONFIRM-YES          VALUE 'Y', 'y'.

       01  WS-DATE-REPLY     PIC X(8)  VALUE SPACES.
       01  WS-REPLY-VALUE    PIC 9(8)  VALUE 0.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'RECOVER'.
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

       01  WS-RUN-DATE          PIC 9(8)  VALUE 0.

       01  WS-UNLOAD-DATE    PIC 9(8)  VALUE 0.
       01  WS-UNLOAD-TIME    PIC 9(8)  VALUE 0.
       01  WS-FROM-DATE      PIC 9(8)  VALUE 0.
       01  WS-FROM-TIME      PIC 9(8)  VALUE 0.
       01  WS-STOP-DATE      PIC 9(8)  VALUE 0.
       01  WS-STOP-TIME      PIC 9(8)  VALUE 0.

       01  WS-SKIP-REASON    PIC X(30) VALUE SPACES.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-DATE          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-TIME          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-ACTION        PIC X(8)   VALUE SPACES.
               88  AUD-ADD-ACTION        VALUE 'ADD', 'UNDELETE',
                                               'RESTORE'.
               88  AUD-MODIFY-ACTION     VALUE 'MODIFY', 'UNMODIFY'.
               88  AUD-DELETE-ACTION     VALUE 'DELETE', 'UNADD',
                                               'ARCHIVE'.
               88  AUD-REKEY-ACTION      VALUE 'REKEY', 'UNREKEY'.
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

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 15 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'FORWARD RECOVERY RECONCILIATION'.

       01  WS-RUN-HEADING.
           05  FILLER               PIC X(10)  VALUE 'RUN DATE: '.
           05  RH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(13)  VALUE
               '   OPERATOR: '.
           05  RH-OPERATOR          PIC X(8).

       01  WS-WINDOW-LINE.
           05  FILLER               PIC X(16)  VALUE
               'REPLAYED AFTER: '.
           05  WN-FROM-DATE         PIC 9(8).
           05  FILLER               PIC X      VALUE SPACE.
           05  WN-FROM-TIME         PIC 9(8).
           05  FILLER               PIC X(12)  VALUE
               '   THROUGH: '.
           05  WN-THROUGH.
               10  WN-STOP-DATE     PIC 9(8).
               10  FILLER           PIC X      VALUE SPACE.
               10  WN-STOP-TIME     PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER               PIC X(40)  VALUE
           'DATE     TIME     ACTION   LAST NAME'.
           05  FILLER               PIC X(40)  VALUE
           '            FIRST NAME           RESULT'.

       01  WS-DETAIL-LINE.
           05  DL-DATE              PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-TIME              PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-ACTION            PIC X(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-RESULT            PIC X(8).

       01  WS-REASON-LINE.
           05  FILLER               PIC X(18)  VALUE SPACES.
           05  FILLER               PIC X(8)   VALUE 'REASON: '.
           05  RN-REASON            PIC X(30).

       01  WS-COUNT-LINE.
           05  CL-TEXT              PIC X(40).
           05  CL-COUNT             PIC ZZZZ9.

       01  WS-FOOTNOTE-1             PIC X(80)  VALUE
           'A SKIPPED ENTRY LEAVES THE RECORD AS THE BACKUP OR AN'.

       01  WS-FOOTNOTE-2             PIC X(80)  VALUE
           'EARLIER ENTRY LEFT IT. CHECK EACH ONE BY HAND IN UPDATE.'.

       01  WS-LOCK-FIELDS.
           05  ISAM-LOCK-STATUS     PIC XX    VALUE SPACES.
           05  WS-LOCK-HELD-SW      PIC X     VALUE 'N'.
               88  LOCK-HELD                  VALUE 'Y'.
           05  WS-LOCK-BUSY-SW      PIC X     VALUE 'N'.
               88  LOCK-BUSY                  VALUE 'Y'.
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

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  RECOVER - ISAM.DAT FORWARD RECOVERY UTILITY'.
           DISPLAY SPACE.
           DISPLAY '  Rebuilds ISAM.DAT from ISAMBKUP.DAT and replays',
               ' the audit trail.'.
           DISPLAY SPACE.

           PERFORM P005-SIGN-ON
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.

           IF NOT SIGNED-ON
               DISPLAY '  SIGN-ON FAILED. JOB CANCELLED.'
               STOP RUN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM P060-FIND-LAST-UNLOAD.
           PERFORM P020-GET-BACKUP-POINT.

           IF WS-FROM-DATE = 0
               DISPLAY '  No backup date given. Nothing recovered.'
           ELSE
               PERFORM P025-GET-STOP-POINT
               PERFORM P030-CONFIRM.

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

       P010-EDIT-DATE-REPLY.
           IF WS-DATE-REPLY = SPACES
               MOVE 0 TO WS-REPLY-VALUE
           ELSE IF WS-DATE-REPLY IS NUMERIC
               MOVE WS-DATE-REPLY TO WS-REPLY-VALUE
           ELSE
               DISPLAY '  Reply not numeric. Treated as zero.'
               MOVE 0 TO WS-REPLY-VALUE.

      *    ENTRIES STAMPED AFTER THE BACKUP POINT ARE REPLAYED. THE
      *    POINT DEFAULTS TO THE LAST GOOD REORG STEP ON THE RUN
      *    LOG; A BACKUP TAKEN BY HAND OUTSIDE THE CLOSE-OF-DAY IS
      *    NOT ON THE LOG, SO ITS DATE AND TIME ARE KEYED INSTEAD.
       P020-GET-BACKUP-POINT.
           IF UNLOAD-FOUND
               DISPLAY '  Last REORG unload on RUNLOG.DAT: ',
                   WS-UNLOAD-DATE, ' ', WS-UNLOAD-TIME
               DISPLAY '  Backup taken on date (YYYYMMDD, blank for',
                   ' that unload):'
           ELSE
               DISPLAY '  No REORG unload on RUNLOG.DAT.'
               DISPLAY '  Backup taken on date (YYYYMMDD):'.
           ACCEPT WS-DATE-REPLY.
           PERFORM P010-EDIT-DATE-REPLY.

           IF WS-REPLY-VALUE NOT = 0
               MOVE WS-REPLY-VALUE TO WS-FROM-DATE
               DISPLAY '  and at time (HHMMSSss, blank for start of',
                   ' day):'
               ACCEPT WS-DATE-REPLY
               PERFORM P010-EDIT-DATE-REPLY
               MOVE WS-REPLY-VALUE TO WS-FROM-TIME
           ELSE IF UNLOAD-FOUND
               MOVE WS-UNLOAD-DATE TO WS-FROM-DATE
               MOVE WS-UNLOAD-TIME TO WS-FROM-TIME.

       P025-GET-STOP-POINT.
           DISPLAY '  Replay through date (YYYYMMDD, blank for the',
               ' whole audit trail):'.
           ACCEPT WS-DATE-REPLY.
           PERFORM P010-EDIT-DATE-REPLY.

           IF WS-REPLY-VALUE = 0
               MOVE 99999999 TO WS-STOP-DATE
               MOVE 99999999 TO WS-STOP-TIME
           ELSE
               MOVE WS-REPLY-VALUE TO WS-STOP-DATE
               DISPLAY '  and through time (HHMMSSss, blank for end',
                   ' of day):'
               ACCEPT WS-DATE-REPLY
               PERFORM P010-EDIT-DATE-REPLY
               MOVE WS-REPLY-VALUE TO WS-STOP-TIME
               IF WS-STOP-TIME = 0
                   MOVE 99999999 TO WS-STOP-TIME.

       P030-CONFIRM.
           DISPLAY '  ISAM.DAT will be rebuilt from ISAMBKUP.DAT, then',
               ' every audit entry'.
           DISPLAY '  after ', WS-FROM-DATE, ' ', WS-FROM-TIME,
               ' through ', WS-STOP-DATE, ' ', WS-STOP-TIME,
               ' replayed.'.
           DISPLAY '  Changes to ISAM.DAT that are not on the audit',
               ' trail will be lost.'.
           DISPLAY '  Proceed (Y/N)?'.
           ACCEPT WS-CONFIRM.
           IF CONFIRM-YES
               PERFORM P100-RECOVER
           ELSE
               DISPLAY '  Nothing recovered.'.

      *    THE LATEST REORG STEP THAT ENDED GOOD IS WHEN THE BACKUP
      *    WAS TAKEN.
       P060-FIND-LAST-UNLOAD.
           MOVE 'N' TO RUN-LOG-EOF-SW.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-STATUS = '00'
               PERFORM P065-READ-RUN-LOG
                   UNTIL RUN-LOG-EOF
               CLOSE RUN-LOG-FILE.

       P065-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'Y' TO RUN-LOG-EOF-SW
               NOT AT END
                   IF RL-NAME = 'REORG'
                   AND RL-EVENT = 'END'
                   AND RL-STATUS = 'GOOD'
                       MOVE 'Y' TO WS-UNLOAD-FOUND-SW
                       MOVE RL-DATE TO WS-UNLOAD-DATE
                       MOVE RL-TIME TO WS-UNLOAD-TIME.

       P100-RECOVER.
           PERFORM P970-TEST-LOCK.
           IF LOCK-BUSY
               PERFORM P974-OFFER-OVERRIDE.
           IF LOCK-BUSY
               DISPLAY '  ISAM.DAT IS IN USE. NOTHING RECOVERED.'
           ELSE
               PERFORM P975-WRITE-LOCK
               PERFORM P105-RECOVER-FILES
               PERFORM P980-RELEASE-LOCK.

      *    THE AUDIT TRAIL IS OPENED FIRST SO A MISSING TRAIL STOPS
      *    THE RUN BEFORE THE MASTER IS TOUCHED.
       P105-RECOVER-FILES.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-STATUS NOT = '00'
               DISPLAY '  AUDIT FILE OPEN FAILURE. FILE STATUS = ',
                   AUDIT-LOG-STATUS
               DISPLAY '  Nothing recovered.'
           ELSE
               PERFORM P106-CHECK-TRAIL-START
               CLOSE AUDIT-LOG-FILE
               PERFORM P108-RECOVER-IF-TRAIL-OK.

      *    AUDITRPT MOVES THE ENTRIES OLDER THAN ITS CUTOFF TO
      *    AUDYYYY.DAT. WHEN THE FIRST ENTRY LEFT ON AUDIT.DAT IS
      *    LATER THAN THE BACKUP, SOME ENTRIES AFTER THE BACKUP MAY
      *    HAVE GONE WITH THEM AND WOULD NOT BE REPLAYED.
       P106-CHECK-TRAIL-START.
           MOVE 'Y' TO WS-TRAIL-OK-SW.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   NEXT SENTENCE.
           IF AUDIT-LOG-STATUS = '00'
           AND (WS-AUD-DATE > WS-FROM-DATE
               OR (WS-AUD-DATE = WS-FROM-DATE
                   AND WS-AUD-TIME > WS-FROM-TIME))
               PERFORM P107-CONFIRM-TRAIL-GAP.

       P107-CONFIRM-TRAIL-GAP.
           DISPLAY '  The first entry on AUDIT.DAT is stamped ',
               WS-AUD-DATE, ' ', WS-AUD-TIME, ', after the backup.'.
           DISPLAY '  Entries made since the backup may have been',
               ' archived to AUDYYYY.DAT'.
           DISPLAY '  and would not be replayed. Recover anyway',
               ' (Y/N)?'.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               MOVE 'N' TO WS-TRAIL-OK-SW.

       P108-RECOVER-IF-TRAIL-OK.
           IF NOT TRAIL-OK
               DISPLAY '  Nothing recovered.'
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               PERFORM P200-RELOAD-MASTER
               PERFORM P110-REPLAY-IF-RELOADED
               CLOSE AUDIT-LOG-FILE.

       P110-REPLAY-IF-RELOADED.
           IF RELOAD-FAILED
               DISPLAY '  ISAM.DAT NOT REBUILT. NOTHING REPLAYED.'
           ELSE
               PERFORM P300-REPLAY-AUDIT.

       P200-RELOAD-MASTER.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = '00'
               DISPLAY '  BACKUP OPEN FAILURE. FILE STATUS = ',
                   BACKUP-STATUS
               MOVE 'Y' TO WS-RELOAD-FAILED-SW
           ELSE
               OPEN OUTPUT ISAM-FILE
               IF ISAM-STATUS NOT = '00'
                   DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                       ISAM-STATUS
                   MOVE 'Y' TO WS-RELOAD-FAILED-SW
                   CLOSE BACKUP-FILE
               ELSE
                   PERFORM P210-READ-BACKUP
                   PERFORM P220-RELOAD-RECORD
                       UNTIL BACKUP-EOF
                   CLOSE ISAM-FILE
                   CLOSE BACKUP-FILE
                   PERFORM P230-RELOAD-AFTERMATH.

       P210-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   MOVE 'Y' TO BACKUP-EOF-SW.

       P220-RELOAD-RECORD.
           WRITE ISAM-RECORD FROM BACKUP-RECORD.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  RELOAD WRITE FAILURE. FILE STATUS = ',
                   ISAM-STATUS
               MOVE 'Y' TO BACKUP-EOF-SW
               MOVE 'Y' TO WS-RELOAD-FAILED-SW
           ELSE
               ADD 1 TO WS-RELOAD-COUNT
               PERFORM P210-READ-BACKUP.

       P230-RELOAD-AFTERMATH.
           IF RELOAD-FAILED
               DISPLAY '  Rebuild INCOMPLETE after ', WS-RELOAD-COUNT,
                   ' record(s). Correct the backup file and rerun.'
           ELSE
               DISPLAY '  ', WS-RELOAD-COUNT, ' record(s) reloaded',
                   ' from ISAMBKUP.DAT'.

      *    THE AUDIT TRAIL IS WRITTEN IN TIME ORDER, SO READING IT
      *    FRONT TO BACK REPLAYS THE CHANGES IN THE ORDER THEY WERE
      *    MADE.
       P300-REPLAY-AUDIT.
           OPEN I-O ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
           ELSE
               PERFORM P500-START-REPORT
               PERFORM P310-READ-AUDIT
               PERFORM P320-REPLAY-ENTRY
                   UNTIL AUDIT-EOF
               CLOSE ISAM-FILE
               PERFORM P520-FINISH-REPORT
               DISPLAY '  Done. ', WS-APPLIED-COUNT, ' entries',
                   ' applied, ', WS-SKIPPED-COUNT, ' skipped.'
               DISPLAY '  See RECOVRPT.DAT for the reconciliation.'.

       P310-READ-AUDIT.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   MOVE 'Y' TO AUDIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT.

       P320-REPLAY-ENTRY.
           IF WS-AUD-DATE < WS-FROM-DATE
           OR (WS-AUD-DATE = WS-FROM-DATE
               AND WS-AUD-TIME NOT > WS-FROM-TIME)
               ADD 1 TO WS-BEFORE-COUNT
           ELSE IF WS-AUD-DATE > WS-STOP-DATE
           OR (WS-AUD-DATE = WS-STOP-DATE
               AND WS-AUD-TIME > WS-STOP-TIME)
               ADD 1 TO WS-AFTER-COUNT
           ELSE
               PERFORM P330-APPLY-ENTRY
               PERFORM P510-REPORT-ENTRY.

           PERFORM P310-READ-AUDIT.

       P330-APPLY-ENTRY.
           MOVE SPACES TO WS-SKIP-REASON.

           IF AUD-ADD-ACTION
               PERFORM P340-REPLAY-ADD
           ELSE IF AUD-MODIFY-ACTION
               PERFORM P350-REPLAY-MODIFY
           ELSE IF AUD-DELETE-ACTION
               PERFORM P360-REPLAY-DELETE
           ELSE IF AUD-REKEY-ACTION
               PERFORM P370-REPLAY-REKEY
           ELSE
               MOVE 'ACTION NOT REPLAYABLE' TO WS-SKIP-REASON.

           IF WS-SKIP-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT.

       P340-REPLAY-ADD.
           IF WS-AUD-AFTER-IMAGE = SPACES
               MOVE 'NO AFTER IMAGE ON THE ENTRY' TO WS-SKIP-REASON
           ELSE
               WRITE ISAM-RECORD FROM WS-AUD-AFTER-IMAGE
               IF ISAM-STATUS = '22'
                   MOVE 'KEY ALREADY ON FILE' TO WS-SKIP-REASON
               ELSE IF ISAM-STATUS NOT = '00'
                   PERFORM P390-STATUS-REASON
               ELSE
                   ADD 1 TO WS-ADDED-COUNT.

       P350-REPLAY-MODIFY.
           IF WS-AUD-AFTER-IMAGE = SPACES
               MOVE 'NO AFTER IMAGE ON THE ENTRY' TO WS-SKIP-REASON
           ELSE
               MOVE WS-AUD-AFTER-IMAGE TO ISAM-RECORD
               READ ISAM-FILE
               IF ISAM-STATUS NOT = '00'
                   MOVE 'KEY NOT ON FILE' TO WS-SKIP-REASON
               ELSE
                   MOVE WS-AUD-AFTER-IMAGE TO ISAM-RECORD
                   REWRITE ISAM-RECORD
                   IF ISAM-STATUS NOT = '00'
                       PERFORM P390-STATUS-REASON.

       P360-REPLAY-DELETE.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-AUD-LAST-NAME  TO ISAM-LAST-NAME.
           MOVE WS-AUD-FIRST-NAME TO ISAM-FIRST-NAME.
           READ ISAM-FILE.

           IF ISAM-STATUS NOT = '00'
               MOVE 'KEY NOT ON FILE' TO WS-SKIP-REASON
           ELSE
               DELETE ISAM-FILE RECORD
               IF ISAM-STATUS NOT = '00'
                   PERFORM P390-STATUS-REASON
               ELSE
                   ADD 1 TO WS-DELETED-COUNT.

      *    A RENAME. THE ENTRY'S OWN KEY IS THE KEY RENAMED FROM;
      *    THE AFTER IMAGE CARRIES THE KEY RENAMED TO.
       P370-REPLAY-REKEY.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-AUD-LAST-NAME  TO ISAM-LAST-NAME.
           MOVE WS-AUD-FIRST-NAME TO ISAM-FIRST-NAME.
           READ ISAM-FILE.

           IF WS-AUD-AFTER-IMAGE = SPACES
               MOVE 'NO AFTER IMAGE ON THE ENTRY' TO WS-SKIP-REASON
           ELSE IF ISAM-STATUS NOT = '00'
               MOVE 'KEY NOT ON FILE' TO WS-SKIP-REASON
           ELSE
               WRITE ISAM-RECORD FROM WS-AUD-AFTER-IMAGE
               IF ISAM-STATUS = '22'
                   MOVE 'NEW KEY ALREADY ON FILE' TO WS-SKIP-REASON
               ELSE IF ISAM-STATUS NOT = '00'
                   PERFORM P390-STATUS-REASON
               ELSE
                   PERFORM P375-DELETE-OLD-KEY.

       P375-DELETE-OLD-KEY.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-AUD-LAST-NAME  TO ISAM-LAST-NAME.
           MOVE WS-AUD-FIRST-NAME TO ISAM-FIRST-NAME.
           DELETE ISAM-FILE RECORD.
           IF ISAM-STATUS NOT = '00'
               PERFORM P390-STATUS-REASON
           ELSE
               ADD 1 TO WS-REKEYED-COUNT.

       P390-STATUS-REASON.
           MOVE 'ISAM FILE STATUS' TO WS-SKIP-REASON.
           MOVE ISAM-STATUS TO WS-SKIP-REASON (18:2).

       P500-START-REPORT.
           PERFORM P600-GET-REPORT-TITLE.
           OPEN OUTPUT RECOVER-REPORT-FILE.
           MOVE PA-OUT-TITLE TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-OPERATOR-ID TO RH-OPERATOR.
           MOVE WS-RUN-HEADING TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           MOVE WS-FROM-DATE TO WN-FROM-DATE.
           MOVE WS-FROM-TIME TO WN-FROM-TIME.
           IF WS-STOP-DATE = 99999999
               MOVE 'END OF TRAIL' TO WN-THROUGH
           ELSE
               MOVE WS-STOP-DATE TO WN-STOP-DATE
               MOVE WS-STOP-TIME TO WN-STOP-TIME.
           MOVE WS-WINDOW-LINE TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           MOVE SPACES TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           MOVE WS-HEADING-2 TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.

       P510-REPORT-ENTRY.
           MOVE WS-AUD-DATE       TO DL-DATE.
           MOVE WS-AUD-TIME       TO DL-TIME.
           MOVE WS-AUD-ACTION     TO DL-ACTION.
           MOVE WS-AUD-LAST-NAME  TO DL-LAST-NAME.
           MOVE WS-AUD-FIRST-NAME TO DL-FIRST-NAME.
           IF WS-SKIP-REASON = SPACES
               MOVE 'APPLIED' TO DL-RESULT
           ELSE
               MOVE 'SKIPPED' TO DL-RESULT.
           MOVE WS-DETAIL-LINE TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.

           IF WS-SKIP-REASON NOT = SPACES
               MOVE WS-SKIP-REASON TO RN-REASON
               MOVE WS-REASON-LINE TO RECOVER-REPORT-RECORD
               WRITE RECOVER-REPORT-RECORD.

       P520-FINISH-REPORT.
           COMPUTE WS-FINAL-COUNT = WS-RELOAD-COUNT
               + WS-ADDED-COUNT - WS-DELETED-COUNT.
           MOVE SPACES TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           MOVE 'AUDIT ENTRIES READ:' TO CL-TEXT.
           MOVE WS-READ-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'AT OR BEFORE THE BACKUP, NOT REPLAYED:' TO CL-TEXT.
           MOVE WS-BEFORE-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'AFTER THE STOP POINT, NOT REPLAYED:' TO CL-TEXT.
           MOVE WS-AFTER-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'ENTRIES APPLIED:' TO CL-TEXT.
           MOVE WS-APPLIED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'ENTRIES SKIPPED:' TO CL-TEXT.
           MOVE WS-SKIPPED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.

           MOVE SPACES TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.
           MOVE 'RECORDS RELOADED FROM ISAMBKUP.DAT:' TO CL-TEXT.
           MOVE WS-RELOAD-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'RECORDS ADDED BY THE REPLAY:' TO CL-TEXT.
           MOVE WS-ADDED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'RECORDS DELETED BY THE REPLAY:' TO CL-TEXT.
           MOVE WS-DELETED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'RECORDS RE-KEYED BY THE REPLAY:' TO CL-TEXT.
           MOVE WS-REKEYED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'RECORDS ON ISAM.DAT AFTER RECOVERY:' TO CL-TEXT.
           MOVE WS-FINAL-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.

           IF WS-SKIPPED-COUNT > 0
               MOVE SPACES TO RECOVER-REPORT-RECORD
               WRITE RECOVER-REPORT-RECORD
               MOVE WS-FOOTNOTE-1 TO RECOVER-REPORT-RECORD
               WRITE RECOVER-REPORT-RECORD
               MOVE WS-FOOTNOTE-2 TO RECOVER-REPORT-RECORD
               WRITE RECOVER-REPORT-RECORD.
           CLOSE RECOVER-REPORT-FILE.

       P530-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RECOVER-REPORT-RECORD.
           WRITE RECOVER-REPORT-RECORD.

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

       P975-WRITE-LOCK.
           MOVE 'RECOVER' TO WL-PROGRAM.
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

       P974-OFFER-OVERRIDE.
           DISPLAY '  If that run crashed, the lock is stale.',
               ' Override it (Y/N)?'.
           ACCEPT WS-OVERRIDE.
           IF OVERRIDE-YES
               MOVE 'N' TO WS-LOCK-BUSY-SW.
