       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTEGCHK.
       SECURITY.
             THIS PROGRAM CHECKS THAT THE FILES WHICH REFER TO EACH
             OTHER BY THE 40-BYTE LAST-NAME/FIRST-NAME KEY STILL
             AGREE. IT REPORTS GIFT, MAILING HISTORY, PLEDGE, AND
             CONTACT NOTE KEYS THAT ARE ON NEITHER THE INDEXED MASTER
             NOR THE ARCHIVE MASTER FILE WRITTEN BY PROGRAM ARCHIVE;
             KEYS THAT ARE ON BOTH THE MASTER AND THE ARCHIVE; MASTER
             RECORDS STAMPED LATER THAN THE LATEST AUDIT TRAIL ENTRY
             FOR THEM (A CHANGE NOBODY AUDITED); AND A MASTER RECORD
             COUNT THAT DIFFERS FROM THE LAST REORG UNLOAD BY MORE
             THAN THE ADDS AND DELETES AUDITED SINCE. EVERY KEY FROM
             EVERY FILE IS SORTED TOGETHER, SO EACH KEY IS CHECKED
             ONCE WITH ALL ITS ENTRIES IN HAND. THE CLOSE-OF-DAY
             SEQUENCE IN PROGRAM NIGHTRUN RUNS THIS AS STEP 4, AHEAD
             OF THE REORG UNLOAD; WHEN THE EXCEPTIONS GO OVER THE
             LIMIT THE STEP POSTS FAILED SO THE NIGHT HALTS BEFORE
             THE UNLOAD OVERWRITES THE LAST GOOD BACKUP.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-STATUS
              RECORD KEY IS ISAM-KEY
              ALTERNATE RECORD KEY IS ISAM-ZIP-CODE WITH DUPLICATES
              ACCESS MODE IS SEQUENTIAL
              ORGANIZATION IS INDEXED.

           SELECT ARCHIVE-MASTER-FILE
              ASSIGN TO DISK
              FILE STATUS IS ARCHIVE-MASTER-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GIFT-FILE
              ASSIGN TO DISK
              FILE STATUS IS GIFT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILHIST-FILE
              ASSIGN TO DISK
              FILE STATUS IS MAILHIST-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLEDGE-FILE
              ASSIGN TO DISK
              FILE STATUS IS PLEDGE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS AUDIT-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKUP-FILE
              ASSIGN TO DISK
              FILE STATUS IS BACKUP-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS RUN-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
              ASSIGN TO DISK.

           SELECT INTEG-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS INTEG-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NIGHT-CHECKPOINT-FILE
              ASSIGN TO DISK
              FILE STATUS IS NIGHT-CHECKPOINT-STATUS
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

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ARCHMAST.DAT'.

       01  ARCHIVE-MASTER-RECORD.
           05  AM-KEY.
               10  AM-LAST-NAME        PIC X(20).
               10  AM-FIRST-NAME       PIC X(20).
           05  FILLER                  PIC X(165).

       FD  GIFT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'GIFTS.DAT'.

       01  GIFT-RECORD.
           05  GT-KEY.
               10  GT-LAST-NAME         PIC X(20).
               10  GT-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  GT-DATE                  PIC 9(8).
           05  FILLER                   PIC X.
           05  GT-AMOUNT                PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  GT-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  GT-CAMPAIGN              PIC X(8).

       FD  MAILHIST-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'MAILHIST.DAT'.

       01  MAILHIST-RECORD.
           05  MH-KEY         PIC X(40).
           05  FILLER         PIC X.
           05  MH-DATE        PIC 9(8).
           05  FILLER         PIC X.
           05  MH-CATEGORY    PIC X(10).
           05  FILLER         PIC X.
           05  MH-CAMPAIGN    PIC X(8).

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

       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTES.DAT'.

       01  NOTE-RECORD.
           05  NT-KEY                   PIC X(40).
           05  FILLER                   PIC X(220).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAMBKUP.DAT'.

       01  BACKUP-RECORD             PIC X(205).

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

      *    ONE ENTRY FOR EVERY KEY ON EVERY FILE. SR-SOURCE SAYS
      *    WHICH FILE: A ARCHIVE, G GIFTS, H MAILING HISTORY, M
      *    MASTER, N CONTACT NOTES, P PLEDGES, U AUDIT TRAIL.
      *    SR-DATE IS THE STAMP DATE OF A MASTER ENTRY AND THE DATE
      *    OF AN AUDIT ENTRY.
       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SR-KEY.
               10  SR-LAST-NAME         PIC X(20).
               10  SR-FIRST-NAME        PIC X(20).
           05  SR-SOURCE                PIC X.
           05  SR-DATE                  PIC 9(8).

       FD  INTEG-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'INTEGRPT.DAT'.

       01  INTEG-REPORT-RECORD       PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       FD  NIGHT-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NIGHTCKP.DAT'.

       01  NIGHT-CHECKPOINT-RECORD.
           05  NC-STEP        PIC 9(2).
           05  FILLER         PIC X.
           05  NC-STATE       PIC X(8).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  ISAM-STATUS       PIC XX     VALUE SPACES.
           05  ARCHIVE-MASTER-STATUS PIC XX VALUE SPACES.
           05  GIFT-STATUS       PIC XX     VALUE SPACES.
           05  MAILHIST-STATUS   PIC XX     VALUE SPACES.
           05  PLEDGE-STATUS     PIC XX     VALUE SPACES.
           05  NOTE-STATUS       PIC XX     VALUE SPACES.
           05  AUDIT-LOG-STATUS  PIC XX     VALUE SPACES.
           05  BACKUP-STATUS     PIC XX     VALUE SPACES.
           05  RUN-LOG-STATUS    PIC XX     VALUE SPACES.
           05  INTEG-REPORT-STATUS PIC XX   VALUE SPACES.
           05  NIGHT-CHECKPOINT-STATUS PIC XX VALUE SPACES.
           05  WS-EXCEPTION-COUNT PIC S9(5) VALUE 0 COMP-0.
           05  WS-MASTER-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-BACKUP-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-AUDIT-ADDS     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-AUDIT-DELETES  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-EXPECTED-COUNT PIC S9(5)  VALUE 0 COMP-0.
           05  WS-COUNT-DIFFERENCE PIC S9(5) VALUE 0 COMP-0.

      *    MORE EXCEPTIONS THAN THIS FAIL THE CLOSE-OF-DAY STEP.
      *    EACH RECORD OF AN UNEXPLAINED COUNT DIFFERENCE COUNTS AS
      *    ONE EXCEPTION.
       01  WS-EXCEPTION-LIMIT    PIC S9(5)  VALUE 25 COMP-0.

       01  SWITCHES.
           05  SORT-EOF-SW       PIC X      VALUE 'N'.
               88  SORT-EOF                 VALUE 'Y'.
           05  FILE-EOF-SW       PIC X      VALUE 'N'.
               88  FILE-EOF                 VALUE 'Y'.
           05  WS-NIGHT-MODE-SW  PIC X      VALUE 'N'.
               88  NIGHT-MODE               VALUE 'Y'.
           05  WS-BACKUP-FOUND-SW PIC X     VALUE 'N'.
               88  BACKUP-FOUND             VALUE 'Y'.
           05  WS-UNLOAD-FOUND-SW PIC X     VALUE 'N'.
               88  UNLOAD-FOUND             VALUE 'Y'.

       01  WS-RUN-DATE           PIC 9(8)   VALUE 0.

      *    WHEN THE LAST GOOD REORG UNLOAD ENDED, FROM THE RUN LOG
      *    KEPT BY PROGRAM NIGHTRUN, AND THE EARLIEST DATE STILL ON
      *    THE AUDIT TRAIL (PROGRAM AUDITRPT ARCHIVES OLDER ENTRIES).
       01  WS-UNLOAD-DATE        PIC 9(8)   VALUE 0.
       01  WS-UNLOAD-TIME        PIC 9(8)   VALUE 0.
       01  WS-AUDIT-FIRST-DATE   PIC 9(8)   VALUE 99999999.

      *    THE ENTRIES OF THE KEY IN HAND.
       01  KEY-FIELDS.
           05  WS-GROUP-KEY.
               10  WS-GROUP-LAST-NAME  PIC X(20).
               10  WS-GROUP-FIRST-NAME PIC X(20).
           05  WS-ON-MASTER-SW   PIC X      VALUE 'N'.
               88  ON-MASTER                VALUE 'Y'.
           05  WS-ON-ARCHIVE-SW  PIC X      VALUE 'N'.
               88  ON-ARCHIVE               VALUE 'Y'.
           05  WS-KEY-GIFTS      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-KEY-MAILINGS   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-KEY-PLEDGES    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-KEY-NOTES      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-KEY-STAMP-DATE PIC 9(8)   VALUE 0.
           05  WS-KEY-AUDIT-DATE PIC 9(8)   VALUE 0.

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
           05  FILLER REDEFINES WS-AUD-AFTER-IMAGE.
               10  WS-AUD-AFTER-KEY     PIC X(40).
               10  FILLER               PIC X(165).

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 14 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'CROSS-FILE INTEGRITY CHECK'.

       01  WS-RUN-HEADING.
           05  FILLER               PIC X(10)  VALUE 'RUN DATE: '.
           05  RH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(22)  VALUE
               '   EXCEPTION LIMIT:   '.
           05  RH-LIMIT             PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER               PIC X(40)  VALUE
           'EXCEPTION                LAST NAME'.
           05  FILLER               PIC X(40)  VALUE
           '            FIRST NAME           DETAIL'.

       01  WS-DETAIL-LINE.
           05  DL-EXCEPTION         PIC X(24).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-DETAIL            PIC X(13).

       01  WS-RECORDS-DETAIL.
           05  RD-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(8)   VALUE ' RECORDS'.

       01  WS-DATE-DETAIL.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  DD-DATE              PIC 9(8).

       01  WS-COUNT-LINE.
           05  CL-TEXT              PIC X(40).
           05  CL-COUNT             PIC -ZZZZ9.

       01  WS-UNLOAD-LINE.
           05  FILLER               PIC X(40)  VALUE
               'LAST REORG UNLOAD ON RUNLOG.DAT:'.
           05  UL-DATE              PIC 9(8).
           05  FILLER               PIC X      VALUE SPACE.
           05  UL-TIME              PIC 9(8).

       01  WS-NO-BACKUP-LINE         PIC X(80)  VALUE
           'NO BACKUP (ISAMBKUP.DAT) - RECORD COUNT NOT CHECKED'.

       01  WS-NO-UNLOAD-LINE         PIC X(80)  VALUE
           'NO GOOD REORG STEP ON RUNLOG.DAT - COUNT NOT CHECKED'.

       01  WS-RESULT-LINE.
           05  FILLER               PIC X(8)   VALUE 'RESULT: '.
           05  RS-TEXT              PIC X(72).

       01  WS-FOOTNOTE-1             PIC X(80)  VALUE
           'NO MASTER: KEY IS ON NEITHER ISAM.DAT NOR ARCHMAST.DAT'.

       01  WS-FOOTNOTE-2             PIC X(80)  VALUE
           'NOT AUDITED: MASTER STAMP DATE LATER THAN ANY AUDIT ENTRY'.

       01  WS-FOOTNOTE-3             PIC X(80)  VALUE
           'FOR THE KEY, WHILE THE AUDIT TRAIL COVERS THAT DATE'.

       01  WS-OWN-STEP           PIC 9(2)   VALUE 4.
       01  WS-STEP-STATE         PIC X(8)   VALUE 'GOOD'.

       01  WS-CHECKPOINT-LINE.
           05  CK-STEP            PIC 9(2).
           05  FILLER             PIC X      VALUE SPACE.
           05  CK-STATE           PIC X(8).

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  INTEGCHK - CROSS-FILE INTEGRITY CHECK'.
           DISPLAY SPACE.

           PERFORM P960-CHECK-NIGHT-MODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
               MOVE 'FAILED' TO WS-STEP-STATE
               PERFORM P950-END-OF-JOB.

           DISPLAY '  Checking ISAM.DAT against ARCHMAST.DAT,',
               ' GIFTS.DAT, MAILHIST.DAT,'.
           DISPLAY '  PLEDGES.DAT, NOTES.DAT, AUDIT.DAT and',
               ' ISAMBKUP.DAT, writing INTEGRPT.DAT...'.
           PERFORM P600-GET-REPORT-TITLE.
           PERFORM P050-COUNT-BACKUP.
           PERFORM P060-FIND-LAST-UNLOAD.
           PERFORM P500-START-REPORT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-LAST-NAME
               ON ASCENDING KEY SR-FIRST-NAME
               ON ASCENDING KEY SR-SOURCE
               INPUT PROCEDURE IS P100-RELEASE-KEYS
               OUTPUT PROCEDURE IS P200-CHECK-KEYS.

           CLOSE ISAM-FILE.
           PERFORM P300-CHECK-COUNT.
           PERFORM P520-FINISH-REPORT.

           IF WS-EXCEPTION-COUNT > WS-EXCEPTION-LIMIT
               MOVE 'FAILED' TO WS-STEP-STATE
               DISPLAY '  ', WS-EXCEPTION-COUNT, ' exception(s),',
                   ' over the limit of ', WS-EXCEPTION-LIMIT, '.'
               DISPLAY '  See INTEGRPT.DAT before the next',
                   ' REORG unload.'
           ELSE
               DISPLAY '  Done. ', WS-EXCEPTION-COUNT,
                   ' exception(s) written to INTEGRPT.DAT'.

           PERFORM P950-END-OF-JOB.

      *    THE RECORD COUNT OF THE LAST UNLOAD. WITH NO BACKUP YET
      *    THE COUNT IS NOT CHECKED.
       P050-COUNT-BACKUP.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS = '00'
               MOVE 'Y' TO WS-BACKUP-FOUND-SW
               PERFORM P055-READ-BACKUP
                   UNTIL FILE-EOF
               CLOSE BACKUP-FILE.

       P055-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BACKUP-COUNT.

      *    THE LATEST REORG STEP THAT ENDED GOOD IS WHEN THE BACKUP
      *    WAS TAKEN. ONLY AUDIT ENTRIES AFTER THAT EXPLAIN A CHANGE
      *    IN THE RECORD COUNT. AN UNLOAD RUN BY HAND OUTSIDE THE
      *    CLOSE-OF-DAY IS NOT ON THE RUN LOG, SO WITH NO GOOD REORG
      *    STEP ON THE LOG THE COUNT IS NOT CHECKED.
       P060-FIND-LAST-UNLOAD.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-STATUS = '00'
               PERFORM P065-READ-RUN-LOG
                   UNTIL FILE-EOF
               CLOSE RUN-LOG-FILE.

       P065-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   IF RL-NAME = 'REORG'
                   AND RL-EVENT = 'END'
                   AND RL-STATUS = 'GOOD'
                       MOVE 'Y' TO WS-UNLOAD-FOUND-SW
                       MOVE RL-DATE TO WS-UNLOAD-DATE
                       MOVE RL-TIME TO WS-UNLOAD-TIME.

      *    A FILE OTHER THAN THE MASTER THAT IS NOT THERE YET HAS NO
      *    KEYS TO CHECK, SO A MISSING FILE IS NOT AN ERROR.
       P100-RELEASE-KEYS.
           PERFORM P110-RELEASE-MASTER.
           PERFORM P120-RELEASE-ARCHIVE.
           PERFORM P130-RELEASE-GIFTS.
           PERFORM P140-RELEASE-MAILHIST.
           PERFORM P150-RELEASE-PLEDGES.
           PERFORM P170-RELEASE-NOTES.
           PERFORM P160-RELEASE-AUDIT.

       P110-RELEASE-MASTER.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM P112-READ-ISAM.
           PERFORM P114-RELEASE-ISAM-KEY
               UNTIL FILE-EOF.

       P112-READ-ISAM.
           READ ISAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P114-RELEASE-ISAM-KEY.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE ISAM-KEY TO SR-KEY.
           MOVE 'M' TO SR-SOURCE.
           IF ISAM-STAMP-DATE IS NUMERIC
               MOVE ISAM-STAMP-DATE TO SR-DATE
           ELSE
               MOVE 0 TO SR-DATE.
           RELEASE SORT-WORK-RECORD.
           PERFORM P112-READ-ISAM.

       P120-RELEASE-ARCHIVE.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF ARCHIVE-MASTER-STATUS = '00'
               PERFORM P122-READ-ARCHIVE
               PERFORM P124-RELEASE-ARCHIVE-KEY
                   UNTIL FILE-EOF
               CLOSE ARCHIVE-MASTER-FILE.

       P122-READ-ARCHIVE.
           READ ARCHIVE-MASTER-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P124-RELEASE-ARCHIVE-KEY.
           MOVE AM-KEY TO SR-KEY.
           MOVE 'A' TO SR-SOURCE.
           MOVE 0 TO SR-DATE.
           RELEASE SORT-WORK-RECORD.
           PERFORM P122-READ-ARCHIVE.

       P130-RELEASE-GIFTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT GIFT-FILE.
           IF GIFT-STATUS = '00'
               PERFORM P132-READ-GIFT
               PERFORM P134-RELEASE-GIFT-KEY
                   UNTIL FILE-EOF
               CLOSE GIFT-FILE.

       P132-READ-GIFT.
           READ GIFT-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P134-RELEASE-GIFT-KEY.
           MOVE GT-KEY TO SR-KEY.
           MOVE 'G' TO SR-SOURCE.
           MOVE 0 TO SR-DATE.
           RELEASE SORT-WORK-RECORD.
           PERFORM P132-READ-GIFT.

       P140-RELEASE-MAILHIST.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT MAILHIST-FILE.
           IF MAILHIST-STATUS = '00'
               PERFORM P142-READ-MAILHIST
               PERFORM P144-RELEASE-MAILHIST-KEY
                   UNTIL FILE-EOF
               CLOSE MAILHIST-FILE.

       P142-READ-MAILHIST.
           READ MAILHIST-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P144-RELEASE-MAILHIST-KEY.
           MOVE MH-KEY TO SR-KEY.
           MOVE 'H' TO SR-SOURCE.
           MOVE 0 TO SR-DATE.
           RELEASE SORT-WORK-RECORD.
           PERFORM P142-READ-MAILHIST.

       P150-RELEASE-PLEDGES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT PLEDGE-FILE.
           IF PLEDGE-STATUS = '00'
               PERFORM P152-READ-PLEDGE
               PERFORM P154-RELEASE-PLEDGE-KEY
                   UNTIL FILE-EOF
               CLOSE PLEDGE-FILE.

       P152-READ-PLEDGE.
           READ PLEDGE-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P154-RELEASE-PLEDGE-KEY.
           MOVE PL-KEY TO SR-KEY.
           MOVE 'P' TO SR-SOURCE.
           MOVE 0 TO SR-DATE.
           RELEASE SORT-WORK-RECORD.
           PERFORM P152-READ-PLEDGE.

       P170-RELEASE-NOTES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT NOTE-FILE.
           IF NOTE-STATUS = '00'
               PERFORM P172-READ-NOTE
               PERFORM P174-RELEASE-NOTE-KEY
                   UNTIL FILE-EOF
               CLOSE NOTE-FILE.

       P172-READ-NOTE.
           READ NOTE-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P174-RELEASE-NOTE-KEY.
           MOVE NT-KEY TO SR-KEY.
           MOVE 'N' TO SR-SOURCE.
           MOVE 0 TO SR-DATE.
           RELEASE SORT-WORK-RECORD.
           PERFORM P172-READ-NOTE.

       P160-RELEASE-AUDIT.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-STATUS = '00'
               PERFORM P162-READ-AUDIT
               PERFORM P164-RELEASE-AUDIT-KEY
                   UNTIL FILE-EOF
               CLOSE AUDIT-LOG-FILE.

       P162-READ-AUDIT.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   MOVE 'Y' TO FILE-EOF-SW.

       P164-RELEASE-AUDIT-KEY.
           MOVE WS-AUD-LAST-NAME  TO SR-LAST-NAME.
           MOVE WS-AUD-FIRST-NAME TO SR-FIRST-NAME.
           MOVE 'U' TO SR-SOURCE.
           MOVE WS-AUD-DATE TO SR-DATE.
           RELEASE SORT-WORK-RECORD.

      *    A RENAME IS AUDITED UNDER THE KEY RENAMED FROM, SO IT IS
      *    RELEASED AGAIN UNDER THE KEY RENAMED TO, WHOSE MASTER
      *    RECORD IT STAMPED.
           IF WS-AUD-ACTION = 'REKEY'
           OR WS-AUD-ACTION = 'UNREKEY'
               MOVE WS-AUD-AFTER-KEY TO SR-KEY
               RELEASE SORT-WORK-RECORD.

           IF WS-AUD-DATE < WS-AUDIT-FIRST-DATE
               MOVE WS-AUD-DATE TO WS-AUDIT-FIRST-DATE.
           IF WS-AUD-DATE > WS-UNLOAD-DATE
           OR (WS-AUD-DATE = WS-UNLOAD-DATE
               AND WS-AUD-TIME > WS-UNLOAD-TIME)
               PERFORM P166-COUNT-AUDIT-ACTION.

           PERFORM P162-READ-AUDIT.

      *    THE ACTIONS THAT PUT A RECORD ON THE MASTER OR TAKE ONE
      *    OFF. A MODIFY OR A REKEY, OR A ROLLBACK OF EITHER, LEAVES
      *    THE COUNT.
       P166-COUNT-AUDIT-ACTION.
           IF WS-AUD-ACTION = 'ADD'
           OR WS-AUD-ACTION = 'UNDELETE'
           OR WS-AUD-ACTION = 'RESTORE'
               ADD 1 TO WS-AUDIT-ADDS
           ELSE IF WS-AUD-ACTION = 'DELETE'
           OR WS-AUD-ACTION = 'UNADD'
           OR WS-AUD-ACTION = 'ARCHIVE'
               ADD 1 TO WS-AUDIT-DELETES.

       P200-CHECK-KEYS.
           PERFORM P210-RETURN-KEY.
           PERFORM P220-CHECK-KEY
               UNTIL SORT-EOF.

       P210-RETURN-KEY.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       P220-CHECK-KEY.
           MOVE SR-KEY TO WS-GROUP-KEY.
           MOVE 'N' TO WS-ON-MASTER-SW.
           MOVE 'N' TO WS-ON-ARCHIVE-SW.
           MOVE 0 TO WS-KEY-GIFTS.
           MOVE 0 TO WS-KEY-MAILINGS.
           MOVE 0 TO WS-KEY-PLEDGES.
           MOVE 0 TO WS-KEY-NOTES.
           MOVE 0 TO WS-KEY-STAMP-DATE.
           MOVE 0 TO WS-KEY-AUDIT-DATE.

           PERFORM P230-TAKE-ENTRY
               UNTIL SORT-EOF
               OR SR-KEY NOT = WS-GROUP-KEY.

           PERFORM P240-TEST-KEY.

       P230-TAKE-ENTRY.
           IF SR-SOURCE = 'M'
               MOVE 'Y' TO WS-ON-MASTER-SW
               MOVE SR-DATE TO WS-KEY-STAMP-DATE
           ELSE IF SR-SOURCE = 'A'
               MOVE 'Y' TO WS-ON-ARCHIVE-SW
           ELSE IF SR-SOURCE = 'G'
               ADD 1 TO WS-KEY-GIFTS
           ELSE IF SR-SOURCE = 'H'
               ADD 1 TO WS-KEY-MAILINGS
           ELSE IF SR-SOURCE = 'P'
               ADD 1 TO WS-KEY-PLEDGES
           ELSE IF SR-SOURCE = 'N'
               ADD 1 TO WS-KEY-NOTES
           ELSE IF SR-DATE > WS-KEY-AUDIT-DATE
               MOVE SR-DATE TO WS-KEY-AUDIT-DATE.

           PERFORM P210-RETURN-KEY.

      *    A STAMP DATE OLDER THAN THE AUDIT TRAIL ITSELF PROVES
      *    NOTHING - ITS ENTRY MAY HAVE BEEN ARCHIVED - SO ONLY A
      *    STAMP THE TRAIL COVERS IS HELD AGAINST IT.
       P240-TEST-KEY.
           IF NOT ON-MASTER
           AND NOT ON-ARCHIVE
               PERFORM P250-TEST-NO-MASTER.

           IF ON-MASTER
           AND ON-ARCHIVE
               MOVE 'ON MASTER AND ARCHIVE' TO DL-EXCEPTION
               MOVE SPACES TO DL-DETAIL
               PERFORM P260-WRITE-EXCEPTION.

           IF ON-MASTER
           AND WS-KEY-STAMP-DATE > 0
           AND WS-KEY-STAMP-DATE NOT < WS-AUDIT-FIRST-DATE
           AND WS-KEY-STAMP-DATE > WS-KEY-AUDIT-DATE
               MOVE 'CHANGED, NOT AUDITED' TO DL-EXCEPTION
               MOVE WS-KEY-STAMP-DATE TO DD-DATE
               MOVE WS-DATE-DETAIL TO DL-DETAIL
               PERFORM P260-WRITE-EXCEPTION.

       P250-TEST-NO-MASTER.
           IF WS-KEY-GIFTS > 0
               MOVE 'GIFTS - NO MASTER' TO DL-EXCEPTION
               MOVE WS-KEY-GIFTS TO RD-COUNT
               MOVE WS-RECORDS-DETAIL TO DL-DETAIL
               PERFORM P260-WRITE-EXCEPTION.

           IF WS-KEY-MAILINGS > 0
               MOVE 'MAILHIST - NO MASTER' TO DL-EXCEPTION
               MOVE WS-KEY-MAILINGS TO RD-COUNT
               MOVE WS-RECORDS-DETAIL TO DL-DETAIL
               PERFORM P260-WRITE-EXCEPTION.

           IF WS-KEY-PLEDGES > 0
               MOVE 'PLEDGES - NO MASTER' TO DL-EXCEPTION
               MOVE WS-KEY-PLEDGES TO RD-COUNT
               MOVE WS-RECORDS-DETAIL TO DL-DETAIL
               PERFORM P260-WRITE-EXCEPTION.

           IF WS-KEY-NOTES > 0
               MOVE 'NOTES - NO MASTER' TO DL-EXCEPTION
               MOVE WS-KEY-NOTES TO RD-COUNT
               MOVE WS-RECORDS-DETAIL TO DL-DETAIL
               PERFORM P260-WRITE-EXCEPTION.

       P260-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-GROUP-LAST-NAME  TO DL-LAST-NAME.
           MOVE WS-GROUP-FIRST-NAME TO DL-FIRST-NAME.
           MOVE WS-DETAIL-LINE TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.

      *    THE MASTER SHOULD HOLD THE UNLOADED RECORDS PLUS THE
      *    AUDITED ADDS LESS THE AUDITED DELETES SINCE THE UNLOAD.
       P300-CHECK-COUNT.
           IF BACKUP-FOUND
           AND UNLOAD-FOUND
               COMPUTE WS-EXPECTED-COUNT = WS-BACKUP-COUNT
                   + WS-AUDIT-ADDS - WS-AUDIT-DELETES
               COMPUTE WS-COUNT-DIFFERENCE =
                   WS-MASTER-COUNT - WS-EXPECTED-COUNT
               IF WS-COUNT-DIFFERENCE < 0
                   SUBTRACT WS-COUNT-DIFFERENCE
                       FROM WS-EXCEPTION-COUNT
               ELSE
                   ADD WS-COUNT-DIFFERENCE TO WS-EXCEPTION-COUNT.

       P500-START-REPORT.
           OPEN OUTPUT INTEG-REPORT-FILE.
           MOVE PA-OUT-TITLE TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-EXCEPTION-LIMIT TO RH-LIMIT.
           MOVE WS-RUN-HEADING TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE WS-HEADING-2 TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE SPACES TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.

       P520-FINISH-REPORT.
           MOVE SPACES TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE 'MASTER RECORDS ON ISAM.DAT:' TO CL-TEXT.
           MOVE WS-MASTER-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.

           IF NOT BACKUP-FOUND
               MOVE WS-NO-BACKUP-LINE TO INTEG-REPORT-RECORD
               WRITE INTEG-REPORT-RECORD
           ELSE IF NOT UNLOAD-FOUND
               MOVE WS-NO-UNLOAD-LINE TO INTEG-REPORT-RECORD
               WRITE INTEG-REPORT-RECORD
           ELSE
               PERFORM P540-WRITE-COUNT-CHECK.

           MOVE SPACES TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE 'TOTAL EXCEPTIONS:' TO CL-TEXT.
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           IF WS-EXCEPTION-COUNT > WS-EXCEPTION-LIMIT
               MOVE 'FAILED - OVER THE EXCEPTION LIMIT' TO RS-TEXT
           ELSE
               MOVE 'GOOD' TO RS-TEXT.
           MOVE WS-RESULT-LINE TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.

           MOVE SPACES TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE WS-FOOTNOTE-1 TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE WS-FOOTNOTE-2 TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE WS-FOOTNOTE-3 TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           CLOSE INTEG-REPORT-FILE.

       P530-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.

       P540-WRITE-COUNT-CHECK.
           MOVE WS-UNLOAD-DATE TO UL-DATE.
           MOVE WS-UNLOAD-TIME TO UL-TIME.
           MOVE WS-UNLOAD-LINE TO INTEG-REPORT-RECORD.
           WRITE INTEG-REPORT-RECORD.
           MOVE 'RECORDS ON THAT UNLOAD (ISAMBKUP.DAT):' TO CL-TEXT.
           MOVE WS-BACKUP-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'AUDITED ADDS SINCE THE UNLOAD:' TO CL-TEXT.
           MOVE WS-AUDIT-ADDS TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'AUDITED DELETES SINCE THE UNLOAD:' TO CL-TEXT.
           MOVE WS-AUDIT-DELETES TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'EXPECTED MASTER RECORDS:' TO CL-TEXT.
           MOVE WS-EXPECTED-COUNT TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.
           MOVE 'UNEXPLAINED DIFFERENCE:' TO CL-TEXT.
           MOVE WS-COUNT-DIFFERENCE TO CL-COUNT.
           PERFORM P530-WRITE-COUNT-LINE.

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

      *    WHEN THE NIGHT CHECKPOINT WRITTEN BY PROGRAM NIGHTRUN
      *    MARKS THIS PROGRAM'S STEP AS RUNNING, THE RUN IS PART OF
      *    THE CLOSE-OF-DAY SEQUENCE: IT POSTS ITS RESULT OVER THE
      *    RUNNING MARK AND CHAINS BACK TO THE CONTROLLER INSTEAD
      *    OF STOPPING.
       P950-END-OF-JOB.
           IF NIGHT-MODE
               PERFORM P955-POST-NIGHT-STATUS
               CHAIN 'NIGHTRUN'.
           STOP RUN.

       P955-POST-NIGHT-STATUS.
           OPEN OUTPUT NIGHT-CHECKPOINT-FILE.
           MOVE WS-OWN-STEP   TO CK-STEP.
           MOVE WS-STEP-STATE TO CK-STATE.
           WRITE NIGHT-CHECKPOINT-RECORD FROM WS-CHECKPOINT-LINE.
           CLOSE NIGHT-CHECKPOINT-FILE.

       P960-CHECK-NIGHT-MODE.
           OPEN INPUT NIGHT-CHECKPOINT-FILE.
           IF NIGHT-CHECKPOINT-STATUS = '00'
               PERFORM P965-READ-NIGHT-CHECKPOINT
               CLOSE NIGHT-CHECKPOINT-FILE.

       P965-READ-NIGHT-CHECKPOINT.
           READ NIGHT-CHECKPOINT-FILE
               AT END
                   NEXT SENTENCE.
           IF NIGHT-CHECKPOINT-STATUS = '00'
           AND NC-STATE = 'RUNNING'
           AND NC-STEP = WS-OWN-STEP
               MOVE 'Y' TO WS-NIGHT-MODE-SW.
