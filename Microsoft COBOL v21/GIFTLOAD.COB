             THE REASON APPENDED, SO THE CORRECTED REJECTS CAN BE FED
             STRAIGHT BACK IN AS THE NEXT GIFTTRAN.DAT. EVERY
             TRANSACTION IS GIVEN A STATUS LINE ON A GIFT LOG FOR
             LATER REVIEW. A GIFT MAY CARRY THE CAMPAIGN CODE OF THE
             MAILING IT ANSWERS, WHICH IS POSTED WITH IT SO PROGRAM
             CAMPRPT CAN COUNT THE RESPONSES TO EACH CAMPAIGN. A
             POSTED GIFT IS ALSO APPLIED TO THE GIVER'S OPEN PLEDGE TO
             THE SAME FUND, IF THERE IS ONE, ADDING TO THE AMOUNT PAID
             AND MARKING THE PLEDGE FULFILLED WHEN IT IS PAID IN FULL.
             THE RUN HOLDS THE PLEDGES.DAT IN-USE LOCK, AND A BATCH IS
             REFUSED WHILE ANOTHER RUN HOLDS IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS GIFT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT GIFT-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS GIFT-LOG-STATUS
           05  GR-AMOUNT-V REDEFINES GR-AMOUNT
                                        PIC 9(5)V99.
           05  GR-FUND                  PIC X(10).
           05  GR-CAMPAIGN              PIC X(8).

       01  GIFT-TRAN-TRAILER-RECORD.
           05  FILLER                   PIC X.
           05  GG-GIFT-COUNT            PIC 9(5).
           05  GG-AMOUNT-TOTAL          PIC 9(9)V99.
           05  FILLER                   PIC X(57).

       FD  GIFT-FILE
           LABEL RECORDS ARE STANDARD
           05  GT-AMOUNT                PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  GT-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  GT-CAMPAIGN              PIC X(8).

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

       FD  GIFT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'GIFTREJ.DAT'.

       01  GIFT-REJECT-RECORD.
           05  RJ-TRANSACTION           PIC X(74).
           05  FILLER                   PIC X.
           05  RJ-REASON                PIC X(32).

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
           05  GIFT-STATUS            PIC XX   VALUE SPACES.
           05  GIFT-LOG-STATUS        PIC XX   VALUE SPACES.
           05  GIFT-REJECT-STATUS     PIC XX   VALUE SPACES.
           05  PLEDGE-STATUS          PIC XX   VALUE SPACES.
           05  PLEDGE-NEW-STATUS      PIC XX   VALUE SPACES.
           05  IIX                    PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGE-COUNT        PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGE-LOST         PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGE-IX           PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGE-PAYMENTS     PIC S9(5) VALUE 0 COMP-0.
           05  WS-PLEDGES-FULFILLED   PIC S9(5) VALUE 0 COMP-0.
           05  WS-APPLIED-COUNT       PIC S9(5) VALUE 0 COMP-0.
           05  WS-REJECTED-COUNT      PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-GIFTS         PIC S9(5) VALUE 0 COMP-0.
               88  TRAILER-FOUND               VALUE 'Y'.
           05  BATCH-OK-SW            PIC X    VALUE 'N'.
               88  BATCH-OK                    VALUE 'Y'.
           05  PLEDGE-EOF-SW          PIC X    VALUE 'N'.
               88  PLEDGE-EOF                  VALUE 'Y'.
           05  PLEDGE-NEW-EOF-SW      PIC X    VALUE 'N'.
               88  PLEDGE-NEW-EOF              VALUE 'Y'.
           05  WS-SAVE-OK-SW          PIC X    VALUE 'Y'.
               88  SAVE-OK                     VALUE 'Y'.

       01  WS-AMOUNT             PIC 9(5)V99   VALUE 0.
       01  WS-AMOUNT-DISPLAY     PIC ZZ,ZZ9.99.

       01  WS-OPERATOR-ID           PIC X(8)   VALUE SPACES.

       01  WS-LOCK-FIELDS.
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
               10  FILLER               PIC X.
               10  PT-LAST-PAID-DATE    PIC 9(8).

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
               DISPLAY '  BATCH REFUSED. NOTHING WAS POSTED.'
               STOP RUN.

           PERFORM P985-TEST-PLEDGE-LOCK.
           IF PLEDGE-LOCK-BUSY
               DISPLAY '  PLEDGES.DAT IS IN USE. NOTHING WAS POSTED.'
               STOP RUN.
           PERFORM P990-WRITE-PLEDGE-LOCK.

           DISPLAY '  Posting GIFTTRAN.DAT gifts to GIFTS.DAT...'.

           OPEN INPUT ISAM-FILE.
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
           ELSE
               PERFORM P090-LOAD-PLEDGES
               OPEN INPUT GIFT-TRAN-FILE
               PERFORM P080-OPEN-GIFT-FILE
               OPEN OUTPUT GIFT-LOG-FILE
               CLOSE GIFT-LOG-FILE
               CLOSE GIFT-REJECT-FILE
               CLOSE ISAM-FILE
               PERFORM P800-SAVE-PLEDGES
               PERFORM P900-DISPLAY-SUMMARY.

           PERFORM P995-RELEASE-PLEDGE-LOCK.
           STOP RUN.

       P080-OPEN-GIFT-FILE.
      *        FIRST GIFT RUN - CREATE THE GIFT HISTORY FILE.
               OPEN OUTPUT GIFT-FILE.

      *    THE PLEDGE FILE IS HELD IN STORAGE WHILE THE GIFTS ARE
      *    POSTED AND WRITTEN BACK AT THE END. A FILE TOO BIG FOR THE
      *    TABLE IS LEFT ALONE AND NO GIFTS ARE APPLIED TO PLEDGES,
      *    SINCE WRITING BACK A PART OF IT WOULD LOSE THE REST.
       P090-LOAD-PLEDGES.
           OPEN INPUT PLEDGE-FILE.
           IF PLEDGE-STATUS = '00'
               PERFORM P092-READ-PLEDGE
               PERFORM P094-LOAD-PLEDGE-ENTRY
                   UNTIL PLEDGE-EOF
               CLOSE PLEDGE-FILE.

           IF WS-PLEDGE-LOST > 0
               DISPLAY '  PLEDGES.DAT HAS MORE THAN 1000 PLEDGES.',
                   ' GIFTS WILL NOT BE'
               DISPLAY '  APPLIED TO PLEDGES THIS RUN.'
               MOVE 0 TO WS-PLEDGE-COUNT.

       P092-READ-PLEDGE.
           READ PLEDGE-FILE
               AT END
                   MOVE 'Y' TO PLEDGE-EOF-SW.

       P094-LOAD-PLEDGE-ENTRY.
           IF WS-PLEDGE-COUNT < 1000
               ADD 1 TO WS-PLEDGE-COUNT
               MOVE PLEDGE-RECORD TO WS-PLEDGE-ENTRY (WS-PLEDGE-COUNT)
           ELSE
               ADD 1 TO WS-PLEDGE-LOST.
           PERFORM P092-READ-PLEDGE.

      *    PASS THE TRANSACTION FILE ONCE BEFORE POSTING ANYTHING,
      *    COUNTING THE GIFTS PRESENT, SUMMING THE NUMERIC AMOUNTS,
      *    AND PICKING UP THE TRAILER. THE BATCH IS REFUSED WHEN THE
           MOVE GR-AMOUNT-V   TO WS-AMOUNT.
           MOVE WS-AMOUNT     TO GT-AMOUNT.
           MOVE GR-FUND       TO GT-FUND.
           MOVE GR-CAMPAIGN   TO GT-CAMPAIGN.
           WRITE GIFT-RECORD.

           IF GIFT-STATUS = '00'
               MOVE 'POSTED' TO LL-RESULT
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-AMOUNT TO WS-APPLIED-AMOUNT
               PERFORM P330-APPLY-TO-PLEDGE
           ELSE
               MOVE 'REJECTED - GIFT STATUS ' TO LL-RESULT
               MOVE GIFT-STATUS TO LL-RESULT (24:2)
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM P260-WRITE-REJECT.

      *    A POSTED GIFT PAYS THE GIVER'S OPEN PLEDGE TO THE SAME
      *    FUND. PROGRAM PLEDGE ALLOWS ONLY ONE SUCH PLEDGE AT A TIME.
       P330-APPLY-TO-PLEDGE.
           MOVE 0 TO WS-PLEDGE-IX.
           PERFORM P335-MATCH-PLEDGE
               VARYING IIX FROM 1 BY 1
               UNTIL WS-PLEDGE-IX > 0 OR IIX > WS-PLEDGE-COUNT.

           IF WS-PLEDGE-IX > 0
               ADD WS-AMOUNT TO PT-PAID (WS-PLEDGE-IX)
               MOVE GT-DATE TO PT-LAST-PAID-DATE (WS-PLEDGE-IX)
               ADD 1 TO WS-PLEDGE-PAYMENTS
               MOVE 'POSTED - APPLIED TO PLEDGE' TO LL-RESULT
               IF PT-PAID (WS-PLEDGE-IX) NOT < PT-AMOUNT (WS-PLEDGE-IX)
                   MOVE 'F' TO PT-STATUS (WS-PLEDGE-IX)
                   ADD 1 TO WS-PLEDGES-FULFILLED
                   MOVE 'POSTED - PLEDGE FULFILLED' TO LL-RESULT.

       P335-MATCH-PLEDGE.
           IF PT-KEY (IIX) = GT-KEY
           AND PT-FUND (IIX) = GT-FUND
           AND PT-OPEN (IIX)
               MOVE IIX TO WS-PLEDGE-IX.

      *    THE PLEDGE FILE IS REWRITTEN ONLY WHEN A GIFT WAS APPLIED.
       P800-SAVE-PLEDGES.
           IF WS-PLEDGE-PAYMENTS > 0
               PERFORM P802-WRITE-WORK-FILE.

      *    THE PLEDGES ARE WRITTEN TO PLEDNEW.DAT FIRST AND COPIED
      *    BACK OVER PLEDGES.DAT ONLY WHEN THE WHOLE WORK FILE WAS
      *    WRITTEN, SO A FAILED SAVE NEVER LEAVES A SHORT PLEDGE FILE
      *    BEHIND. A FAILED COPY BACK LEAVES THE PLEDGES IN
      *    PLEDNEW.DAT.
       P802-WRITE-WORK-FILE.
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
               DISPLAY '  PLEDGE PAYMENTS NOT SAVED.',
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
               DISPLAY '  PLEDGE PAYMENTS NOT SAVED.',
                   ' PLEDGES.DAT IS UNCHANGED.'
               MOVE 'N' TO WS-SAVE-OK-SW
           ELSE
               OPEN OUTPUT PLEDGE-FILE
               PERFORM P830-COPY-PLEDGE
                   UNTIL PLEDGE-NEW-EOF
               CLOSE PLEDGE-FILE
               CLOSE PLEDGE-NEW-FILE.

       P830-COPY-PLEDGE.
           READ PLEDGE-NEW-FILE
               AT END
                   MOVE 'Y' TO PLEDGE-NEW-EOF-SW
               NOT AT END
                   WRITE PLEDGE-RECORD FROM PLEDGE-NEW-RECORD
                   IF PLEDGE-STATUS NOT = '00'
                       DISPLAY '  PLEDGES REWRITE FAILURE. FILE',
                           ' STATUS = ', PLEDGE-STATUS
                       DISPLAY '  PLEDGE PAYMENTS NOT SAVED.'
                       DISPLAY '  THE PLEDGES REMAIN IN PLEDNEW.DAT.'
                       MOVE 'Y' TO PLEDGE-NEW-EOF-SW
                       MOVE 'N' TO WS-SAVE-OK-SW.

       P900-DISPLAY-SUMMARY.
           MOVE WS-APPLIED-AMOUNT TO WS-TOTAL-DISPLAY.
           DISPLAY '  Done. ', WS-APPLIED-COUNT, ' posted, ',
               WS-REJECTED-COUNT, ' rejected'.
           DISPLAY '  AMOUNT POSTED: ', WS-TOTAL-DISPLAY.
           DISPLAY '  ', WS-PLEDGE-PAYMENTS, ' applied to pledges, ',
               WS-PLEDGES-FULFILLED, ' pledge(s) now fulfilled'.
           IF WS-REJECTED-COUNT > 0
               DISPLAY '  Rejects written to GIFTREJ.DAT. Correct',
                   ' them, add a header and'
               DISPLAY '  trailer, and feed the file back in as',
                   ' the next GIFTTRAN.DAT.'.

      *    THE IN-USE INTERLOCK ON PLEDGES.DAT. EVERY PROGRAM THAT
      *    CHANGES THE PLEDGE FILE READS IT WHOLE AND WRITES IT BACK
      *    WHOLE, SO TWO SUCH RUNS AT ONCE WOULD SILENTLY LOSE ONE
      *    RUN'S CHANGES. EACH WRITES ITS NAME, OPERATOR, AND A TIME
      *    STAMP TO PLEDLOCK.DAT BEFORE READING THE FILE AND CLEARS
      *    THE LOCK AFTER WRITING IT BACK. A STALE LOCK LEFT BY A
      *    CRASHED RUN IS OVERRIDDEN FROM PROGRAM PLEDGE.
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

       P990-WRITE-PLEDGE-LOCK.
           MOVE 'GIFTLOAD' TO WL-PROGRAM.
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
