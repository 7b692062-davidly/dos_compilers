             THIS PROGRAM READS THE AUDIT TRAIL WRITTEN BY PROGRAMS
             UPDATE AND TRANLOAD AND PRODUCES A PAGINATED INQUIRY
             REPORT, SELECTING ENTRIES BY DATE RANGE, BY ACTION (ADD,
             MODIFY, DELETE, OR REKEY), AND BY LAST NAME, WITH THE
             205 BYTE BEFORE IMAGE AND AFTER IMAGE OF EACH ENTRY
             DECODED INTO LABELED FIELDS. ENTRIES WRITTEN BEFORE THE
             AFTER IMAGE WAS CARRIED PRINT THE BEFORE IMAGE ALONE. A
             RENAME BY PROGRAM REKEY SHOWS THE OLD NAME IN ITS BEFORE
             IMAGE AND THE NEW NAME IN ITS AFTER IMAGE, AND IS
             SELECTED BY EITHER NAME.
             IT ALSO OFFERS AN ARCHIVE MODE THAT MOVES ENTRIES OLDER
             THAN A CUTOFF DATE TO A YEARLY ARCHIVE FILE (AUDYYYY.DAT)
             SO THE LIVE AUDIT FILE STAYS SMALL ENOUGH TO SEARCH.
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-ARCHIVE-NAME.

       01  AUDIT-ARCHIVE-RECORD      PIC X(489).

       FD  AUDIT-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDNEW.DAT'.

       01  AUDIT-NEW-RECORD          PIC X(489).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           88  ADD-ACTION-REPLY         VALUE 'A', 'a'.
           88  MODIFY-ACTION-REPLY      VALUE 'M', 'm'.
           88  DELETE-ACTION-REPLY      VALUE 'D', 'd'.
           88  REKEY-ACTION-REPLY       VALUE 'R', 'r'.

       01  WS-DATE-REPLY     PIC X(8)  VALUE SPACES.

           05  WS-AUD-TIME          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-ACTION        PIC X(8)   VALUE SPACES.
               88  AUD-RENAME-ACTION     VALUE 'REKEY', 'UNREKEY'.
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
               10  WS-AUD-AFTER-LAST-NAME   PIC X(20).
               10  FILLER                   PIC X(185).

      *    THE BEFORE IMAGE AND THE AFTER IMAGE ARE EACH MOVED HERE
      *    IN TURN TO BE DECODED INTO LABELED FIELDS.
       01  WS-PRINT-IMAGE.
           05  WS-PI-LAST-NAME         PIC X(20).
           05  WS-PI-FIRST-NAME        PIC X(20).
           05  WS-PI-ADDRESS-LINE-1    PIC X(40).
           05  WS-PI-ADDRESS-LINE-2    PIC X(40).
           05  WS-PI-ZIP-CODE          PIC X(10).
           05  WS-PI-PHONE             PIC X(12).
           05  WS-PI-CATEGORY          PIC X(10).
           05  WS-PI-MAIL-FLAG         PIC X.
           05  WS-PI-NIXIE-REASON      PIC X(20).
           05  WS-PI-NIXIE-DATE        PIC X(8).
           05  WS-PI-STAMP-DATE        PIC X(8).
           05  WS-PI-STAMP-TIME        PIC X(8).
           05  WS-PI-STAMP-OPERATOR    PIC X(8).

       01  WS-ENTRY-DATE     PIC 9(8)  VALUE 0.
       01  FILLER REDEFINES WS-ENTRY-DATE.
           05  DL-OPERATOR          PIC X(8).

       01  WS-BEFORE-NAME-LINE.
           05  BN-LABEL             PIC X(11)  VALUE '   BEFORE: '.
           05  BN-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  BN-FIRST-NAME        PIC X(20).
           ELSE
               MOVE WS-ENTRY-DATE TO WS-SEL-TO-DATE.

           DISPLAY '  Action (A, M, D, or R for rekey, blank for all):'.
           ACCEPT WS-ACTION-REPLY.
           IF ADD-ACTION-REPLY
               MOVE 'ADD' TO WS-SEL-ACTION
               MOVE 'MODIFY' TO WS-SEL-ACTION
           ELSE IF DELETE-ACTION-REPLY
               MOVE 'DELETE' TO WS-SEL-ACTION
           ELSE IF REKEY-ACTION-REPLY
               MOVE 'REKEY' TO WS-SEL-ACTION
           ELSE
               MOVE SPACES TO WS-SEL-ACTION.

           AND WS-AUD-ACTION NOT = WS-SEL-ACTION
               MOVE 'N' TO WS-SELECTED-SW.

      *    A RENAME IS LOGGED UNDER THE NAME IT WAS RENAMED FROM;
      *    IT IS SELECTED BY THE NAME RENAMED TO AS WELL.
           IF WS-NAME-LEN > 0
           AND WS-AUD-LAST-NAME (1:WS-NAME-LEN)
                   NOT = WS-SEL-LAST-NAME (1:WS-NAME-LEN)
           AND (NOT AUD-RENAME-ACTION
               OR WS-AUD-AFTER-LAST-NAME (1:WS-NAME-LEN)
                   NOT = WS-SEL-LAST-NAME (1:WS-NAME-LEN))
               MOVE 'N' TO WS-SELECTED-SW.

       P220-PRINT-ENTRY.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-AUD-BEFORE-IMAGE NOT = SPACES
               MOVE '   BEFORE: ' TO BN-LABEL
               MOVE WS-AUD-BEFORE-IMAGE TO WS-PRINT-IMAGE
               PERFORM P230-PRINT-IMAGE.

           IF WS-AUD-AFTER-IMAGE NOT = SPACES
               MOVE '   AFTER:  ' TO BN-LABEL
               MOVE WS-AUD-AFTER-IMAGE TO WS-PRINT-IMAGE
               PERFORM P230-PRINT-IMAGE.

       P230-PRINT-IMAGE.
           MOVE WS-PI-LAST-NAME  TO BN-LAST-NAME.
           MOVE WS-PI-FIRST-NAME TO BN-FIRST-NAME.
           MOVE WS-BEFORE-NAME-LINE TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

           MOVE WS-PI-ADDRESS-LINE-1 TO BA-ADDRESS.
           MOVE WS-BEFORE-ADDR-LINE TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-PI-ADDRESS-LINE-2 NOT = SPACES
               MOVE WS-PI-ADDRESS-LINE-2 TO BA-ADDRESS
               MOVE WS-BEFORE-ADDR-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT.

           MOVE WS-PI-PHONE    TO BM-PHONE.
           MOVE WS-PI-ZIP-CODE TO BM-ZIP-CODE.
           MOVE WS-PI-CATEGORY TO BM-CATEGORY.
           MOVE WS-BEFORE-MISC-LINE TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-PI-MAIL-FLAG = 'U'
               MOVE WS-PI-NIXIE-REASON TO BX-NIXIE-REASON
               MOVE WS-PI-NIXIE-DATE TO BX-NIXIE-DATE
               MOVE WS-BEFORE-NIXIE-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT.

           IF WS-PI-STAMP-DATE NOT = SPACES
               MOVE WS-PI-STAMP-DATE TO BS-STAMP-DATE
               MOVE WS-PI-STAMP-TIME TO BS-STAMP-TIME
               MOVE WS-PI-STAMP-OPERATOR TO BS-STAMP-OPERATOR
               MOVE WS-BEFORE-STAMP-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT.
