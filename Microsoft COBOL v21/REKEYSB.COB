       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REKEYSB.
       SECURITY.
              THIS SUBPROGRAM CARRIES THE FILES THAT REFER TO A PERSON
              BY THE 40-BYTE LAST-NAME/FIRST-NAME KEY OVER TO A NEW
              KEY WHEN THE MASTER RECORD IS RENAMED. THE CALLING
              PROGRAM SETS UP REKEY-AREA WITH UP TO 100 PAIRS OF OLD
              AND NEW KEYS, CALLS "REKEYSB" USING REKEY-AREA, AND
              TAKES BACK A COUNT OF THE ENTRIES MOVED ON EACH FILE.
              THE GIFT FILE, THE MAILING HISTORY, THE PLEDGE FILE, THE
              ARCHIVE MASTER FILE, THE CONTACT NOTES, THE ARCHIVED
              CONTACT NOTES, AND THE SEASONAL ADDRESSES ARE EACH COPIED
              TO REKEYWK.DAT WITH THE KEYS MAPPED AND THEN COPIED BACK,
              THE WAY
              PROGRAM CONSOLID CARRIES THE MAILING HISTORY, SO EVERY
              FILE TAKES ONE PASS NO MATTER HOW MANY PAIRS ARE GIVEN.
              A FILE NOT YET ON DISK IS PASSED OVER. IF A FILE CANNOT
              BE WRITTEN BACK, RK-RESULT IS F, RK-MESSAGE NAMES THE
              FILE, AND THE FILES AFTER IT ARE NOT TOUCHED; ITS MAPPED
              ENTRIES REMAIN IN REKEYWK.DAT. PROGRAM REKEY CALLS IT
              AFTER RENAMING THE MASTER RECORDS, AND PROGRAM ROLLBACK
              CALLS IT WHEN A RENAME IS REVERSED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARCHIVE-MASTER-FILE
              ASSIGN TO DISK
              FILE STATUS IS ARCHIVE-MASTER-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS ARCH-NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALT-ADDRESS-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-ADDRESS-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REKEY-WORK-FILE
              ASSIGN TO DISK
              FILE STATUS IS REKEY-WORK-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GIFT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'GIFTS.DAT'.

       01  GIFT-RECORD.
           05  GT-KEY                   PIC X(40).
           05  FILLER                   PIC X(37).

       FD  MAILHIST-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'MAILHIST.DAT'.

       01  MAILHIST-RECORD.
           05  MH-KEY                   PIC X(40).
           05  FILLER                   PIC X(29).

       FD  PLEDGE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDGES.DAT'.

       01  PLEDGE-RECORD.
           05  PL-KEY                   PIC X(40).
           05  FILLER                   PIC X(53).

       FD  ARCHIVE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ARCHMAST.DAT'.

       01  ARCHIVE-MASTER-RECORD.
           05  AM-KEY                   PIC X(40).
           05  FILLER                   PIC X(165).

       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTES.DAT'.

       01  NOTE-RECORD.
           05  NT-KEY                   PIC X(40).
           05  FILLER                   PIC X(220).

       FD  ARCH-NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ARCHNOTE.DAT'.

       01  ARCH-NOTE-RECORD.
           05  AN-KEY                   PIC X(40).
           05  FILLER                   PIC X(220).

       FD  ALT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTADDR.DAT'.

       01  ALT-ADDRESS-RECORD.
           05  AT-KEY                   PIC X(40).
           05  FILLER                   PIC X(129).

      *    ONE SCRATCH FILE SERVES EVERY FILE IN TURN. IT IS AS
      *    LONG AS THE LONGEST RECORD CARRIED.
       FD  REKEY-WORK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'REKEYWK.DAT'.

       01  REKEY-WORK-RECORD            PIC X(260).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX                  PIC S9(5)  VALUE 0 COMP-0.
           05  GIFT-STATUS          PIC XX     VALUE SPACES.
           05  MAILHIST-STATUS      PIC XX     VALUE SPACES.
           05  PLEDGE-STATUS        PIC XX     VALUE SPACES.
           05  ARCHIVE-MASTER-STATUS PIC XX    VALUE SPACES.
           05  NOTE-STATUS          PIC XX     VALUE SPACES.
           05  ARCH-NOTE-STATUS     PIC XX     VALUE SPACES.
           05  ALT-ADDRESS-STATUS   PIC XX     VALUE SPACES.
           05  REKEY-WORK-STATUS    PIC XX     VALUE SPACES.

       01  SWITCHES.
           05  FILE-EOF-SW          PIC X      VALUE 'N'.
               88  FILE-EOF                    VALUE 'Y'.
           05  WS-KEY-MATCHED-SW    PIC X      VALUE 'N'.
               88  KEY-MATCHED                 VALUE 'Y'.

       01  WS-MAP-KEY               PIC X(40)  VALUE SPACES.

       01  WS-FAILURE-MESSAGE.
           05  WF-FILE-NAME         PIC X(13)  VALUE SPACES.
           05  FILLER               PIC X(31)  VALUE
               'REWRITE FAILURE. FILE STATUS ='.
           05  WF-STATUS            PIC XX     VALUE SPACES.

       LINKAGE SECTION.

       01  REKEY-AREA.
           05  RK-PAIR-COUNT        PIC S9(5)  COMP-0.
           05  RK-PAIR OCCURS 100 TIMES.
               10  RK-OLD-KEY       PIC X(40).
               10  RK-NEW-KEY       PIC X(40).
           05  RK-GIFT-COUNT        PIC S9(5)  COMP-0.
           05  RK-HISTORY-COUNT     PIC S9(5)  COMP-0.
           05  RK-PLEDGE-COUNT      PIC S9(5)  COMP-0.
           05  RK-ARCHIVE-COUNT     PIC S9(5)  COMP-0.
           05  RK-NOTE-COUNT        PIC S9(5)  COMP-0.
           05  RK-ALTADDR-COUNT     PIC S9(5)  COMP-0.
           05  RK-RESULT            PIC X.
               88  RK-DONE                     VALUE 'Y'.
               88  RK-FILE-FAILURE             VALUE 'F'.
           05  RK-MESSAGE           PIC X(50).

       PROCEDURE DIVISION USING REKEY-AREA.

       P000-MAIN-LINE.
           MOVE 0 TO RK-GIFT-COUNT.
           MOVE 0 TO RK-HISTORY-COUNT.
           MOVE 0 TO RK-PLEDGE-COUNT.
           MOVE 0 TO RK-ARCHIVE-COUNT.
           MOVE 0 TO RK-NOTE-COUNT.
           MOVE 0 TO RK-ALTADDR-COUNT.
           MOVE 'Y' TO RK-RESULT.
           MOVE SPACES TO RK-MESSAGE.

           IF RK-PAIR-COUNT > 0
               PERFORM P100-CARRY-GIFTS.
           IF RK-PAIR-COUNT > 0 AND RK-DONE
               PERFORM P200-CARRY-HISTORY.
           IF RK-PAIR-COUNT > 0 AND RK-DONE
               PERFORM P300-CARRY-PLEDGES.
           IF RK-PAIR-COUNT > 0 AND RK-DONE
               PERFORM P400-CARRY-ARCHIVE.
           IF RK-PAIR-COUNT > 0 AND RK-DONE
               PERFORM P500-CARRY-NOTES.
           IF RK-PAIR-COUNT > 0 AND RK-DONE
               PERFORM P600-CARRY-ARCH-NOTES.
           IF RK-PAIR-COUNT > 0 AND RK-DONE
               PERFORM P700-CARRY-SEASONAL.

           EXIT PROGRAM.

      *    EACH FILE IS COPIED OUT TO REKEYWK.DAT WITH ITS KEYS
      *    MAPPED, THEN COPIED BACK OVER THE ORIGINAL.
       P100-CARRY-GIFTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT GIFT-FILE.
           IF GIFT-STATUS NOT = '00'
      *        NO GIFT FILE YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P110-MAP-GIFT
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE GIFT-FILE
               PERFORM P120-REPLACE-GIFTS.

       P110-MAP-GIFT.
           READ GIFT-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE GT-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-GIFT-COUNT
                       MOVE WS-MAP-KEY TO GT-KEY
                       WRITE REKEY-WORK-RECORD FROM GIFT-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD FROM GIFT-RECORD.

       P120-REPLACE-GIFTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT GIFT-FILE.
           PERFORM P130-COPY-GIFT
               UNTIL FILE-EOF.
           CLOSE GIFT-FILE.
           CLOSE REKEY-WORK-FILE.

       P130-COPY-GIFT.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE GIFT-RECORD FROM REKEY-WORK-RECORD
                   IF GIFT-STATUS NOT = '00'
                       MOVE 'GIFTS.DAT' TO WF-FILE-NAME
                       MOVE GIFT-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

       P200-CARRY-HISTORY.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT MAILHIST-FILE.
           IF MAILHIST-STATUS NOT = '00'
      *        NO MAILING HISTORY YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P210-MAP-HISTORY
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE MAILHIST-FILE
               PERFORM P220-REPLACE-HISTORY.

       P210-MAP-HISTORY.
           READ MAILHIST-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE MH-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-HISTORY-COUNT
                       MOVE WS-MAP-KEY TO MH-KEY
                       WRITE REKEY-WORK-RECORD FROM MAILHIST-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD FROM MAILHIST-RECORD.

       P220-REPLACE-HISTORY.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT MAILHIST-FILE.
           PERFORM P230-COPY-HISTORY
               UNTIL FILE-EOF.
           CLOSE MAILHIST-FILE.
           CLOSE REKEY-WORK-FILE.

       P230-COPY-HISTORY.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE MAILHIST-RECORD FROM REKEY-WORK-RECORD
                   IF MAILHIST-STATUS NOT = '00'
                       MOVE 'MAILHIST.DAT' TO WF-FILE-NAME
                       MOVE MAILHIST-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

       P300-CARRY-PLEDGES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT PLEDGE-FILE.
           IF PLEDGE-STATUS NOT = '00'
      *        NO PLEDGE FILE YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P310-MAP-PLEDGE
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE PLEDGE-FILE
               PERFORM P320-REPLACE-PLEDGES.

       P310-MAP-PLEDGE.
           READ PLEDGE-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE PL-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-PLEDGE-COUNT
                       MOVE WS-MAP-KEY TO PL-KEY
                       WRITE REKEY-WORK-RECORD FROM PLEDGE-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD FROM PLEDGE-RECORD.

       P320-REPLACE-PLEDGES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT PLEDGE-FILE.
           PERFORM P330-COPY-PLEDGE
               UNTIL FILE-EOF.
           CLOSE PLEDGE-FILE.
           CLOSE REKEY-WORK-FILE.

       P330-COPY-PLEDGE.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE PLEDGE-RECORD FROM REKEY-WORK-RECORD
                   IF PLEDGE-STATUS NOT = '00'
                       MOVE 'PLEDGES.DAT' TO WF-FILE-NAME
                       MOVE PLEDGE-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

      *    AN ARCHIVED RECORD UNDER THE OLD KEY IS RENAMED TOO, SO
      *    A LATER REINSTATE BRINGS IT BACK UNDER THE NEW NAME.
       P400-CARRY-ARCHIVE.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           IF ARCHIVE-MASTER-STATUS NOT = '00'
      *        NO ARCHIVE FILE YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P410-MAP-ARCHIVE
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE ARCHIVE-MASTER-FILE
               PERFORM P420-REPLACE-ARCHIVE.

       P410-MAP-ARCHIVE.
           READ ARCHIVE-MASTER-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE AM-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-ARCHIVE-COUNT
                       MOVE WS-MAP-KEY TO AM-KEY
                       WRITE REKEY-WORK-RECORD
                           FROM ARCHIVE-MASTER-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD
                           FROM ARCHIVE-MASTER-RECORD.

       P420-REPLACE-ARCHIVE.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT ARCHIVE-MASTER-FILE.
           PERFORM P430-COPY-ARCHIVE
               UNTIL FILE-EOF.
           CLOSE ARCHIVE-MASTER-FILE.
           CLOSE REKEY-WORK-FILE.

       P430-COPY-ARCHIVE.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE ARCHIVE-MASTER-RECORD FROM REKEY-WORK-RECORD
                   IF ARCHIVE-MASTER-STATUS NOT = '00'
                       MOVE 'ARCHMAST.DAT' TO WF-FILE-NAME
                       MOVE ARCHIVE-MASTER-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

       P500-CARRY-NOTES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT NOTE-FILE.
           IF NOTE-STATUS NOT = '00'
      *        NO CONTACT NOTES YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P510-MAP-NOTE
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE NOTE-FILE
               PERFORM P520-REPLACE-NOTES.

       P510-MAP-NOTE.
           READ NOTE-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE NT-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-NOTE-COUNT
                       MOVE WS-MAP-KEY TO NT-KEY
                       WRITE REKEY-WORK-RECORD FROM NOTE-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD FROM NOTE-RECORD.

       P520-REPLACE-NOTES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT NOTE-FILE.
           PERFORM P530-COPY-NOTE
               UNTIL FILE-EOF.
           CLOSE NOTE-FILE.
           CLOSE REKEY-WORK-FILE.

       P530-COPY-NOTE.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE NOTE-RECORD FROM REKEY-WORK-RECORD
                   IF NOTE-STATUS NOT = '00'
                       MOVE 'NOTES.DAT' TO WF-FILE-NAME
                       MOVE NOTE-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

      *    THE NOTES OF AN ARCHIVED RECORD ARE RENAMED WITH IT, SO
      *    THEY COME BACK WITH IT WHEN IT IS REINSTATED.
       P600-CARRY-ARCH-NOTES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT ARCH-NOTE-FILE.
           IF ARCH-NOTE-STATUS NOT = '00'
      *        NO ARCHIVED NOTES YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P610-MAP-ARCH-NOTE
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE ARCH-NOTE-FILE
               PERFORM P620-REPLACE-ARCH-NOTES.

       P610-MAP-ARCH-NOTE.
           READ ARCH-NOTE-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE AN-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-NOTE-COUNT
                       MOVE WS-MAP-KEY TO AN-KEY
                       WRITE REKEY-WORK-RECORD FROM ARCH-NOTE-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD FROM ARCH-NOTE-RECORD.

       P620-REPLACE-ARCH-NOTES.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT ARCH-NOTE-FILE.
           PERFORM P630-COPY-ARCH-NOTE
               UNTIL FILE-EOF.
           CLOSE ARCH-NOTE-FILE.
           CLOSE REKEY-WORK-FILE.

       P630-COPY-ARCH-NOTE.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE ARCH-NOTE-RECORD FROM REKEY-WORK-RECORD
                   IF ARCH-NOTE-STATUS NOT = '00'
                       MOVE 'ARCHNOTE.DAT' TO WF-FILE-NAME
                       MOVE ARCH-NOTE-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

       P700-CARRY-SEASONAL.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT ALT-ADDRESS-FILE.
           IF ALT-ADDRESS-STATUS NOT = '00'
      *        NO SEASONAL ADDRESSES YET - NOTHING TO CARRY.
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT REKEY-WORK-FILE
               PERFORM P710-MAP-SEASONAL
                   UNTIL FILE-EOF
               CLOSE REKEY-WORK-FILE
               CLOSE ALT-ADDRESS-FILE
               PERFORM P720-REPLACE-SEASONAL.

       P710-MAP-SEASONAL.
           READ ALT-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   MOVE AT-KEY TO WS-MAP-KEY
                   PERFORM P800-MAP-KEY
                   IF KEY-MATCHED
                       ADD 1 TO RK-ALTADDR-COUNT
                       MOVE WS-MAP-KEY TO AT-KEY
                       WRITE REKEY-WORK-RECORD FROM ALT-ADDRESS-RECORD
                   ELSE
                       WRITE REKEY-WORK-RECORD FROM ALT-ADDRESS-RECORD.

       P720-REPLACE-SEASONAL.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT REKEY-WORK-FILE.
           OPEN OUTPUT ALT-ADDRESS-FILE.
           PERFORM P730-COPY-SEASONAL
               UNTIL FILE-EOF.
           CLOSE ALT-ADDRESS-FILE.
           CLOSE REKEY-WORK-FILE.

       P730-COPY-SEASONAL.
           READ REKEY-WORK-FILE
               AT END
                   MOVE 'Y' TO FILE-EOF-SW
               NOT AT END
                   WRITE ALT-ADDRESS-RECORD FROM REKEY-WORK-RECORD
                   IF ALT-ADDRESS-STATUS NOT = '00'
                       MOVE 'ALTADDR.DAT' TO WF-FILE-NAME
                       MOVE ALT-ADDRESS-STATUS TO WF-STATUS
                       PERFORM P900-COPY-FAILED.

      *    THE KEY IS LOOKED UP AMONG THE OLD KEYS AND, WHEN FOUND,
      *    REPLACED BY ITS NEW KEY.
       P800-MAP-KEY.
           MOVE 'N' TO WS-KEY-MATCHED-SW.
           PERFORM P810-MATCH-OLD-KEY
               VARYING IIX FROM 1 BY 1
               UNTIL KEY-MATCHED OR IIX > RK-PAIR-COUNT.

       P810-MATCH-OLD-KEY.
           IF RK-OLD-KEY (IIX) = WS-MAP-KEY
               MOVE 'Y' TO WS-KEY-MATCHED-SW
               MOVE RK-NEW-KEY (IIX) TO WS-MAP-KEY.

      *    THE COPY BACK STOPS AT THE FIRST BAD WRITE. THE MAPPED
      *    ENTRIES ARE STILL WHOLE IN REKEYWK.DAT, AND NO LATER FILE
      *    IS STARTED, SO THE SCRATCH FILE IS NOT OVERWRITTEN.
       P900-COPY-FAILED.
           MOVE 'F' TO RK-RESULT.
           MOVE WS-FAILURE-MESSAGE TO RK-MESSAGE.
           MOVE 'Y' TO FILE-EOF-SW.
