             EVERY REJECTED TRANSACTION IS ALSO WRITTEN TO A REJECT
             FILE IN THE TRANSACTION RECORD LAYOUT WITH THE REJECT
             REASON APPENDED, SO THE CORRECTED REJECTS CAN BE FED
             STRAIGHT BACK IN AS THE NEXT TRANS.DAT. A SEASONAL
             ADDRESS TRANSACTION (ACTION CODE S) CARRIES AN ADDRESS
             AND ZIP CODE WITH THE FIRST AND LAST DAY IT IS IN EFFECT
             IN PLACE OF THE PHONE NUMBER AND CATEGORY; IT IS EDITED
             THE SAME WAY PROGRAM UPDATE EDITS ONE AND ADDED TO
             ALTADDR.DAT FOR A PERSON ALREADY ON THE MASTER. THE
             TRAILER COUNTS SEASONAL ADDRESSES AFTER THE DELETES; A
             TRAILER WITHOUT THAT COUNT IS TAKEN AS EXPECTING NONE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS ISAM-LOCK-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALT-ADDRESS-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-ADDRESS-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISAM-FILE
               88  TR-DELETE-ACTION          VALUE 'D', 'd'.
               88  TR-HEADER-ACTION          VALUE 'H', 'h'.
               88  TR-TRAILER-ACTION         VALUE 'T', 't'.
               88  TR-SEASONAL-ACTION        VALUE 'S', 's'.
           05  TR-LAST-NAME             PIC X(20).
           05  TR-FIRST-NAME            PIC X(20).
           05  TR-ADDRESS-LINE-1        PIC X(40).
           05  TT-ADD-COUNT             PIC 9(5).
           05  TT-MODIFY-COUNT          PIC 9(5).
           05  TT-DELETE-COUNT          PIC 9(5).
           05  TT-SEASONAL-COUNT        PIC 9(5).
           05  FILLER                   PIC X(132).

       01  TRANSACTION-SEASONAL-RECORD.
           05  FILLER                   PIC X(131).
           05  TS-FROM-DATE             PIC X(8).
           05  TS-TO-DATE               PIC X(8).
           05  FILLER                   PIC X(6).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD
           05  FILLER         PIC X.
           05  LK-TIME        PIC X(8).

       FD  ALT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTADDR.DAT'.

       01  ALT-ADDRESS-RECORD        PIC X(169).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  TRANSACTION-LOG-STATUS PIC XX   VALUE SPACES.
           05  REJECT-STATUS          PIC XX   VALUE SPACES.
           05  NIGHT-CHECKPOINT-STATUS PIC XX  VALUE SPACES.
           05  ALT-ADDRESS-STATUS     PIC XX   VALUE SPACES.
           05  WS-APPLIED-COUNT       PIC S9(5) VALUE 0 COMP-0.
           05  WS-REJECTED-COUNT      PIC S9(5) VALUE 0 COMP-0.
           05  WS-ADD-APPLIED         PIC S9(5) VALUE 0 COMP-0.
           05  WS-MODIFY-REJECTED     PIC S9(5) VALUE 0 COMP-0.
           05  WS-DELETE-APPLIED      PIC S9(5) VALUE 0 COMP-0.
           05  WS-DELETE-REJECTED     PIC S9(5) VALUE 0 COMP-0.
           05  WS-SEASONAL-APPLIED    PIC S9(5) VALUE 0 COMP-0.
           05  WS-SEASONAL-REJECTED   PIC S9(5) VALUE 0 COMP-0.
           05  WS-OTHER-REJECTED      PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-ADDS          PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-MODIFIES      PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-DELETES       PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-SEASONALS     PIC S9(5) VALUE 0 COMP-0.
           05  WS-EXPECTED-ADDS       PIC S9(5) VALUE 0 COMP-0.
           05  WS-EXPECTED-MODIFIES   PIC S9(5) VALUE 0 COMP-0.
           05  WS-EXPECTED-DELETES    PIC S9(5) VALUE 0 COMP-0.
           05  WS-EXPECTED-SEASONALS  PIC S9(5) VALUE 0 COMP-0.

       01  SWITCHES.
           05  TRANSACTION-EOF-SW     PIC X    VALUE 'N'.

       01  WS-SAVE-DATA-RECORD   PIC X(205)  VALUE SPACES.

      *    THE SEASONAL ADDRESS BEING ADDED, IN THE LAYOUT OF A
      *    RECORD ON ALTADDR.DAT.
       01  WS-SEASON-WORK.
           05  WS-SN-KEY            PIC X(40).
           05  FILLER               PIC X.
           05  WS-SN-FROM-DATE      PIC X(8).
           05  FILLER REDEFINES WS-SN-FROM-DATE.
               10  FILLER           PIC X(4).
               10  WS-SN-FROM-MONTH PIC XX.
               10  WS-SN-FROM-DAY   PIC XX.
           05  FILLER               PIC X.
           05  WS-SN-TO-DATE        PIC X(8).
           05  FILLER REDEFINES WS-SN-TO-DATE.
               10  FILLER           PIC X(4).
               10  WS-SN-TO-MONTH   PIC XX.
               10  WS-SN-TO-DAY     PIC XX.
           05  FILLER               PIC X.
           05  WS-SN-ADDRESS-LINE-1 PIC X(40).
           05  FILLER               PIC X.
           05  WS-SN-ADDRESS-LINE-2 PIC X(40).
           05  FILLER               PIC X.
           05  WS-SN-ZIP-CODE       PIC X(10).
           05  FILLER               PIC X.
           05  WS-SN-OPERATOR       PIC X(8).
           05  FILLER               PIC X.
           05  WS-SN-ENTRY-DATE     PIC X(8).

       01  WS-PHONE-VALID-SW    PIC X     VALUE 'N'.
           88  PHONE-VALID                VALUE 'Y'.

           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  WS-LOG-LINE.
           05  LL-LAST-NAME         PIC X(20).
               OPEN EXTEND AUDIT-LOG-FILE
               OPEN OUTPUT TRANSACTION-LOG-FILE
               OPEN OUTPUT REJECT-FILE
               PERFORM P090-OPEN-SEASONAL

               PERFORM P100-READ-TRANSACTION
               PERFORM P200-APPLY-TRANSACTION
               CLOSE AUDIT-LOG-FILE
               CLOSE TRANSACTION-LOG-FILE
               CLOSE REJECT-FILE
               CLOSE ALT-ADDRESS-FILE
               CLOSE ISAM-FILE
               PERFORM P900-DISPLAY-SUMMARY.

           PERFORM P950-END-OF-JOB.

      *    PASS THE TRANSACTION FILE ONCE BEFORE POSTING ANYTHING,
      *    COUNTING THE ADDS, MODIFIES, DELETES, AND SEASONAL
      *    ADDRESSES PRESENT AND PICKING UP THE TRAILER. THE BATCH
      *    IS REFUSED WHEN THE TRAILER IS MISSING OR ANY COUNT
      *    DISAGREES, SO A TRUNCATED OR MIS-BUILT FILE NEVER TOUCHES
      *    THE MASTER.
       P050-VERIFY-BATCH.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = '00'
               MOVE TT-ADD-COUNT    TO WS-EXPECTED-ADDS
               MOVE TT-MODIFY-COUNT TO WS-EXPECTED-MODIFIES
               MOVE TT-DELETE-COUNT TO WS-EXPECTED-DELETES
               PERFORM P065-TRAILER-SEASONALS
           ELSE IF TR-ADD-ACTION
               ADD 1 TO WS-FOUND-ADDS
           ELSE IF TR-MODIFY-ACTION
               ADD 1 TO WS-FOUND-MODIFIES
           ELSE IF TR-DELETE-ACTION
               ADD 1 TO WS-FOUND-DELETES
           ELSE IF TR-SEASONAL-ACTION
               ADD 1 TO WS-FOUND-SEASONALS.

           PERFORM P100-READ-TRANSACTION.

      *    A TRAILER BUILT BEFORE SEASONAL ADDRESSES WERE LOADED HAS
      *    NO SEASONAL COUNT AND EXPECTS NONE.
       P065-TRAILER-SEASONALS.
           IF TT-SEASONAL-COUNT IS NUMERIC
               MOVE TT-SEASONAL-COUNT TO WS-EXPECTED-SEASONALS
           ELSE
               MOVE 0 TO WS-EXPECTED-SEASONALS.

       P070-CHECK-CONTROL-TOTALS.
           IF NOT TRAILER-FOUND
               DISPLAY '  NO TRAILER RECORD IN TRANS.DAT. THE FILE',
           ELSE IF WS-EXPECTED-ADDS = WS-FOUND-ADDS
           AND WS-EXPECTED-MODIFIES = WS-FOUND-MODIFIES
           AND WS-EXPECTED-DELETES = WS-FOUND-DELETES
           AND WS-EXPECTED-SEASONALS = WS-FOUND-SEASONALS
               MOVE 'Y' TO BATCH-OK-SW
           ELSE
               DISPLAY '  CONTROL TOTALS DO NOT MATCH TRANS.DAT:'
               DISPLAY '  MODIFIES EXPECTED ', WS-EXPECTED-MODIFIES,
                   ' FOUND ', WS-FOUND-MODIFIES
               DISPLAY '  DELETES  EXPECTED ', WS-EXPECTED-DELETES,
                   ' FOUND ', WS-FOUND-DELETES
               DISPLAY '  SEASONAL EXPECTED ', WS-EXPECTED-SEASONALS,
                   ' FOUND ', WS-FOUND-SEASONALS.

       P090-OPEN-SEASONAL.
           OPEN EXTEND ALT-ADDRESS-FILE.
      *    FIRST SEASONAL ADDRESS EVER TAKEN - CREATE THE FILE.
           IF ALT-ADDRESS-STATUS NOT = '00'
               OPEN OUTPUT ALT-ADDRESS-FILE.

       P100-READ-TRANSACTION.
           READ TRANSACTION-FILE
           ELSE IF TR-DELETE-ACTION
               MOVE 'DELETE' TO LL-ACTION
               PERFORM P500-APPLY-DELETE
           ELSE IF TR-SEASONAL-ACTION
               MOVE 'SEASONAL' TO LL-ACTION
               PERFORM P550-APPLY-SEASONAL
           ELSE
               MOVE 'UNKNOWN' TO LL-ACTION
               MOVE 'REJECTED - INVALID ACTION CODE' TO LL-RESULT
               PERFORM P271-TALLY-MODIFY
           ELSE IF TR-DELETE-ACTION
               PERFORM P272-TALLY-DELETE
           ELSE IF TR-SEASONAL-ACTION
               PERFORM P273-TALLY-SEASONAL
           ELSE IF NOT TR-HEADER-ACTION
           AND NOT TR-TRAILER-ACTION
               ADD 1 TO WS-OTHER-REJECTED.
           ELSE
               ADD 1 TO WS-DELETE-APPLIED.

       P273-TALLY-SEASONAL.
           IF LL-RESULT (1:8) = 'REJECTED'
               ADD 1 TO WS-SEASONAL-REJECTED
           ELSE
               ADD 1 TO WS-SEASONAL-APPLIED.

       P900-DISPLAY-SUMMARY.
           DISPLAY '  Done. ', WS-APPLIED-COUNT, ' applied, ',
               WS-REJECTED-COUNT, ' rejected'.
               WS-MODIFY-REJECTED, ' rejected'.
           DISPLAY '  DELETES:  ', WS-DELETE-APPLIED, ' applied, ',
               WS-DELETE-REJECTED, ' rejected'.
           DISPLAY '  SEASONAL: ', WS-SEASONAL-APPLIED, ' applied, ',
               WS-SEASONAL-REJECTED, ' rejected'.
           IF WS-OTHER-REJECTED > 0
               DISPLAY '  UNKNOWN:  ', WS-OTHER-REJECTED,
                   ' rejected'.
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'ADD' TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-BEFORE-IMAGE
                   MOVE WS-DATA-RECORD TO WS-AUD-AFTER-IMAGE
                   PERFORM P700-WRITE-AUDIT-RECORD
               ELSE
                   MOVE 'REJECTED - ISAM STATUS ' TO LL-RESULT
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'MODIFY' TO WS-AUD-ACTION
                       MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
                       MOVE WS-DATA-RECORD TO WS-AUD-AFTER-IMAGE
                       PERFORM P700-WRITE-AUDIT-RECORD
                   ELSE
                       MOVE 'REJECTED - ISAM STATUS ' TO LL-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'DELETE' TO WS-AUD-ACTION
                   MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM P700-WRITE-AUDIT-RECORD
               ELSE
                   MOVE 'REJECTED - ISAM STATUS ' TO LL-RESULT
                   MOVE ISAM-STATUS TO LL-RESULT (24:2)
                   ADD 1 TO WS-REJECTED-COUNT.

      *    A SEASONAL ADDRESS IS TAKEN ONLY FOR A PERSON ON THE
      *    MASTER, AND IS EDITED AS PROGRAM UPDATE EDITS ONE.
       P550-APPLY-SEASONAL.
           MOVE SPACES TO WS-DATA-RECORD.
           MOVE TR-LAST-NAME  TO WS-LAST-NAME.
           MOVE TR-FIRST-NAME TO WS-FIRST-NAME.
           MOVE WS-DATA-RECORD TO ISAM-RECORD.
           READ ISAM-FILE INTO WS-DATA-RECORD.

           MOVE SPACES TO WS-SEASON-WORK.
           MOVE TS-FROM-DATE TO WS-SN-FROM-DATE.
           MOVE TS-TO-DATE   TO WS-SN-TO-DATE.

           IF ISAM-STATUS NOT = '00'
               MOVE 'REJECTED - RECORD NOT FOUND' TO LL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE IF WS-SN-FROM-DATE IS NOT NUMERIC
           OR WS-SN-FROM-MONTH < '01' OR WS-SN-FROM-MONTH > '12'
           OR WS-SN-FROM-DAY < '01' OR WS-SN-FROM-DAY > '31'
               MOVE 'REJECTED - INVALID FIRST DAY' TO LL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE IF WS-SN-TO-DATE IS NOT NUMERIC
           OR WS-SN-TO-MONTH < '01' OR WS-SN-TO-MONTH > '12'
           OR WS-SN-TO-DAY < '01' OR WS-SN-TO-DAY > '31'
               MOVE 'REJECTED - INVALID LAST DAY' TO LL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE IF WS-SN-TO-DATE < WS-SN-FROM-DATE
               MOVE 'REJECTED - LAST DAY BEFORE FIRST' TO LL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE IF TR-ADDRESS-LINE-1 = SPACES
               MOVE 'REJECTED - NO ADDRESS' TO LL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE IF TR-ZIP-CODE = SPACES
               MOVE 'REJECTED - NO ZIP CODE' TO LL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM P560-WRITE-SEASONAL.

       P560-WRITE-SEASONAL.
           MOVE WS-KEY             TO WS-SN-KEY.
           MOVE TR-ADDRESS-LINE-1  TO WS-SN-ADDRESS-LINE-1.
           MOVE TR-ADDRESS-LINE-2  TO WS-SN-ADDRESS-LINE-2.
           MOVE TR-ZIP-CODE        TO WS-SN-ZIP-CODE.
           MOVE WS-OPERATOR-ID     TO WS-SN-OPERATOR.
           ACCEPT WS-SN-ENTRY-DATE FROM DATE YYYYMMDD.
           WRITE ALT-ADDRESS-RECORD FROM WS-SEASON-WORK.

           IF ALT-ADDRESS-STATUS = '00'
               MOVE 'SEASONAL ADDRESS ADDED' TO LL-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - ALTADDR STATUS ' TO LL-RESULT
               MOVE ALT-ADDRESS-STATUS TO LL-RESULT (27:2)
               ADD 1 TO WS-REJECTED-COUNT.

       P600-EDIT-PHONE.
           MOVE 'N' TO WS-PHONE-VALID-SW.

