       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NCOAIMP.
       SECURITY.
             THIS PROGRAM APPLIES THE MAIL HOUSE'S NATIONAL CHANGE OF
             ADDRESS (NCOA) RETURN FILE TO THE INDEXED FILE OF NAMES,
             ADDRESSES, AND PHONE NUMBERS. THE RETURN FILE ANSWERS THE
             EXPORT WRITTEN BY PROGRAM NCOAEXP AND CARRIES THE SAME
             LAST NAME AND FIRST NAME KEY. A RETURN CODED A (MOVED,
             NEW ADDRESS GIVEN) HAS ITS NEW ADDRESS LINES AND ZIP CODE
             POSTED TO THE MASTER. A RETURN CODED K (MOVED, LEFT NO
             ADDRESS) OR D (DECEASED) MARKS THE MASTER DO NOT MAIL
             WITH THE REASON AND DATE, THE WAY PROGRAM NIXIE DOES, SO
             EVERY MAILING BUILD SKIPS IT. EVERY CHANGE IS STAMPED ON
             THE RECORD AND LOGGED TO THE SAME AUDIT TRAIL AS PROGRAM
             UPDATE WITH THE BEFORE IMAGE, SO PROGRAM ROLLBACK CAN
             REVERSE A BAD IMPORT. A REPORT LISTS WHAT WAS APPLIED,
             WHAT WAS FLAGGED, AND WHAT COULD NOT BE MATCHED TO A KEY.
             THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
             FILE WITH DATA ENTRY AUTHORITY OR ABOVE, AND THE OPERATOR
             ID IS STAMPED ON EVERY AUDIT ENTRY THE RUN WRITES.
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

           SELECT NCOA-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS NCOA-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
              ASSIGN TO DISK
              FILE STATUS IS AUDIT-LOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NCOA-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS NCOA-REPORT-STATUS
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

      *    THE MAIL HOUSE RETURN LAYOUT: RECORD TYPE D (DETAIL) OR
      *    T (TRAILER) IN COLUMN 1, THE MATCH KEY AS EXPORTED, THE
      *    MOVE CODE, AND THE NEW ADDRESS WHEN ONE WAS FOUND.
       FD  NCOA-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NCOAIN.DAT'.

       01  NCOA-IN-RECORD.
           05  NI-RECORD-TYPE           PIC X.
               88  NI-TRAILER                VALUE 'T', 't'.
           05  NI-LAST-NAME             PIC X(20).
           05  NI-FIRST-NAME            PIC X(20).
           05  NI-MOVE-CODE             PIC X.
               88  NI-MOVED-NEW-ADDRESS      VALUE 'A', 'a'.
               88  NI-MOVED-NO-ADDRESS       VALUE 'K', 'k'.
               88  NI-DECEASED               VALUE 'D', 'd'.
           05  NI-ADDRESS-LINE-1        PIC X(40).
           05  NI-ADDRESS-LINE-2        PIC X(40).
           05  NI-ZIP-CODE              PIC X(10).
           05  NI-MOVE-DATE             PIC X(8).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  NCOA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NCOARPT.DAT'.

       01  NCOA-REPORT-RECORD        PIC X(80).

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
           05  ISAM-STATUS            PIC XX   VALUE SPACES.
           05  NCOA-IN-STATUS         PIC XX   VALUE SPACES.
           05  AUDIT-LOG-STATUS       PIC XX   VALUE SPACES.
           05  NCOA-REPORT-STATUS     PIC XX   VALUE SPACES.
           05  WS-SIGNON-TRIES        PIC S9(5) VALUE 0 COMP-0.
           05  WS-READ-COUNT          PIC S9(5) VALUE 0 COMP-0.
           05  WS-APPLIED-COUNT       PIC S9(5) VALUE 0 COMP-0.
           05  WS-FLAGGED-COUNT       PIC S9(5) VALUE 0 COMP-0.
           05  WS-MISSING-COUNT       PIC S9(5) VALUE 0 COMP-0.
           05  WS-REPEAT-COUNT        PIC S9(5) VALUE 0 COMP-0.
           05  WS-BAD-CODE-COUNT      PIC S9(5) VALUE 0 COMP-0.
           05  WS-FAILED-COUNT        PIC S9(5) VALUE 0 COMP-0.

       01  SWITCHES.
           05  WS-SIGNED-ON-SW        PIC X    VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  NCOA-IN-EOF-SW         PIC X    VALUE 'N'.
               88  NCOA-IN-EOF                 VALUE 'Y'.

       01  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01  WS-SIGNON-PASSWORD   PIC X(8)  VALUE SPACES.

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'NCOAIMP'.
           05  SA-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  SA-PASSWORD        PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD    PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD-2  PIC X(8)  VALUE SPACES.
           05  SA-LEVEL-NEEDED    PIC X     VALUE 'E'.
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

       01  WS-LAST-NAME         PIC X(20) VALUE SPACES.
       01  WS-FIRST-NAME        PIC X(20) VALUE SPACES.
       01  WS-REASON            PIC X(20) VALUE SPACES.
       01  WS-RESULT            PIC X(16) VALUE SPACES.

       01  WS-RUN-DATE          PIC 9(8)  VALUE 0.
       01  WS-STAMP-VALUE       PIC 9(8)  VALUE 0.

       01  WS-SAVE-DATA-RECORD  PIC X(205)  VALUE SPACES.

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

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 11 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'CHANGE OF ADDRESS (NCOA) IMPORT REPORT'.

       01  WS-HEADING-2.
           05  FILLER               PIC X(46)  VALUE
           'LAST NAME            FIRST NAME          CODE'.
           05  FILLER               PIC X(34)  VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(20).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  DL-MOVE-CODE         PIC X.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  DL-RESULT            PIC X(16).

      *    AN APPLIED MOVE IS FOLLOWED BY THE NEW ADDRESS SO THE
      *    REPORT SHOWS WHAT WENT ONTO THE MASTER.
       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(6)   VALUE SPACES.
           05  AL-ADDRESS           PIC X(40).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  AL-ZIP-CODE          PIC X(10).

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24)  VALUE
               'ADDRESSES APPLIED:    '.
           05  T1-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24)  VALUE
               'RECORDS FLAGGED:      '.
           05  T2-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24)  VALUE
               'NOT MATCHED TO A KEY: '.
           05  T3-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24)  VALUE
               'NO CHANGE NEEDED:     '.
           05  T4-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(24)  VALUE
               'UNKNOWN MOVE CODE:    '.
           05  T5-COUNT             PIC ZZZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER               PIC X(24)  VALUE
               'REWRITE FAILURES:     '.
           05  T6-COUNT             PIC ZZZZ9.

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
           DISPLAY '  NCOAIMP - CHANGE OF ADDRESS IMPORT'.
           DISPLAY SPACE.

           PERFORM P005-SIGN-ON
               UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.

           IF NOT SIGNED-ON
               DISPLAY '  SIGN-ON FAILED. JOB CANCELLED.'
               STOP RUN.

           PERFORM P050-PROCESS-RUN.

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

       P050-PROCESS-RUN.
           PERFORM P970-TEST-LOCK.
           IF LOCK-BUSY
               PERFORM P974-OFFER-OVERRIDE.
           IF LOCK-BUSY
               DISPLAY '  ISAM.DAT IS IN USE. NOTHING DONE.'
           ELSE
               PERFORM P975-WRITE-LOCK
               PERFORM P055-PROCESS-FILES
               PERFORM P980-RELEASE-LOCK.

       P055-PROCESS-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM P600-GET-REPORT-TITLE.

           OPEN INPUT NCOA-IN-FILE.
           IF NCOA-IN-STATUS NOT = '00'
               DISPLAY '  NCOA RETURN FILE OPEN FAILURE. FILE STATUS',
                   ' = ', NCOA-IN-STATUS
           ELSE
               PERFORM P060-UPDATE-MASTER
               CLOSE NCOA-IN-FILE.

       P060-UPDATE-MASTER.
           DISPLAY '  Reading NCOAIN.DAT and updating ISAM.DAT...'.
           OPEN I-O ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               OPEN OUTPUT NCOA-REPORT-FILE
               MOVE PA-OUT-TITLE TO NCOA-REPORT-RECORD
               WRITE NCOA-REPORT-RECORD
               MOVE WS-HEADING-2 TO NCOA-REPORT-RECORD
               WRITE NCOA-REPORT-RECORD
               MOVE SPACES TO NCOA-REPORT-RECORD
               WRITE NCOA-REPORT-RECORD

               PERFORM P100-READ-NCOA
               PERFORM P200-APPLY-RETURN
                   UNTIL NCOA-IN-EOF

               PERFORM P500-WRITE-TOTALS
               CLOSE NCOA-REPORT-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE ISAM-FILE
               DISPLAY '  Done. ', WS-READ-COUNT, ' record(s) read, ',
                   WS-APPLIED-COUNT, ' applied, ',
                   WS-FLAGGED-COUNT, ' flagged, ',
                   WS-MISSING-COUNT, ' not matched'
               DISPLAY '  Report written to NCOARPT.DAT'.

      *    THE MAIL HOUSE'S TRAILER RECORD IS PASSED OVER.
       P100-READ-NCOA.
           PERFORM P110-READ-NCOA-RECORD.
           PERFORM P110-READ-NCOA-RECORD
               UNTIL NCOA-IN-EOF OR NOT NI-TRAILER.

       P110-READ-NCOA-RECORD.
           READ NCOA-IN-FILE
               AT END
                   MOVE 'Y' TO NCOA-IN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT.

       P200-APPLY-RETURN.
           MOVE NI-LAST-NAME  TO WS-LAST-NAME.
           MOVE NI-FIRST-NAME TO WS-FIRST-NAME.
           MOVE SPACES TO ISAM-RECORD.
           MOVE WS-LAST-NAME  TO ISAM-LAST-NAME.
           MOVE WS-FIRST-NAME TO ISAM-FIRST-NAME.
           READ ISAM-FILE.

           IF ISAM-STATUS NOT = '00'
               ADD 1 TO WS-MISSING-COUNT
               MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE IF NI-MOVED-NEW-ADDRESS
               PERFORM P300-APPLY-ADDRESS
           ELSE IF NI-MOVED-NO-ADDRESS
               MOVE 'MOVED LEFT NO ADDR' TO WS-REASON
               PERFORM P350-FLAG-RECORD
           ELSE IF NI-DECEASED
               MOVE 'DECEASED' TO WS-REASON
               PERFORM P350-FLAG-RECORD
           ELSE
               ADD 1 TO WS-BAD-CODE-COUNT
               MOVE 'UNKNOWN CODE' TO WS-RESULT.

           PERFORM P400-REPORT-RETURN.
           PERFORM P100-READ-NCOA.

      *    A MOVE WITH A NEW ADDRESS REPLACES BOTH ADDRESS LINES
      *    AND THE ZIP CODE. A RETURN THAT MATCHES WHAT IS ALREADY
      *    ON THE MASTER (AN EARLIER IMPORT, OR A CHANGE KEYED IN
      *    PROGRAM UPDATE SINCE THE EXPORT) IS LEFT ALONE.
       P300-APPLY-ADDRESS.
           IF ISAM-ADDRESS-LINE-1 = NI-ADDRESS-LINE-1
           AND ISAM-ADDRESS-LINE-2 = NI-ADDRESS-LINE-2
           AND ISAM-ZIP-CODE = NI-ZIP-CODE
               ADD 1 TO WS-REPEAT-COUNT
               MOVE 'NO CHANGE' TO WS-RESULT
           ELSE
               MOVE ISAM-RECORD TO WS-SAVE-DATA-RECORD
               MOVE NI-ADDRESS-LINE-1 TO ISAM-ADDRESS-LINE-1
               MOVE NI-ADDRESS-LINE-2 TO ISAM-ADDRESS-LINE-2
               MOVE NI-ZIP-CODE TO ISAM-ZIP-CODE
               PERFORM P750-STAMP-RECORD
               MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE
               REWRITE ISAM-RECORD
               IF ISAM-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'APPLIED' TO WS-RESULT
                   MOVE 'MODIFY' TO WS-AUD-ACTION
                   MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
                   PERFORM P700-WRITE-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'REWRITE FAILED' TO WS-RESULT
                   DISPLAY '  REWRITE FAILURE ON ', WS-LAST-NAME,
                       ' FILE STATUS = ', ISAM-STATUS.

      *    A MOVE WITH NO FORWARDING ADDRESS, OR A DEATH, IS
      *    FLAGGED DO NOT MAIL EXACTLY AS PROGRAM NIXIE FLAGS A
      *    RETURNED PIECE, SO NIXIE'S CLEAR OPTION CAN LIFT IT.
       P350-FLAG-RECORD.
           IF ISAM-DO-NOT-MAIL
               ADD 1 TO WS-REPEAT-COUNT
               MOVE 'ALREADY FLAGGED' TO WS-RESULT
           ELSE
               MOVE ISAM-RECORD TO WS-SAVE-DATA-RECORD
               MOVE 'U' TO ISAM-MAIL-FLAG
               MOVE WS-REASON TO ISAM-NIXIE-REASON
               MOVE WS-RUN-DATE TO ISAM-NIXIE-DATE
               PERFORM P750-STAMP-RECORD
               MOVE ISAM-RECORD TO WS-AUD-AFTER-IMAGE
               REWRITE ISAM-RECORD
               IF ISAM-STATUS = '00'
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE 'FLAGGED' TO WS-RESULT
                   MOVE 'MODIFY' TO WS-AUD-ACTION
                   MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
                   PERFORM P700-WRITE-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'REWRITE FAILED' TO WS-RESULT
                   DISPLAY '  REWRITE FAILURE ON ', WS-LAST-NAME,
                       ' FILE STATUS = ', ISAM-STATUS.

       P400-REPORT-RETURN.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-LAST-NAME  TO DL-LAST-NAME.
           MOVE WS-FIRST-NAME TO DL-FIRST-NAME.
           MOVE NI-MOVE-CODE  TO DL-MOVE-CODE.
           MOVE WS-RESULT     TO DL-RESULT.
           MOVE WS-DETAIL-LINE TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.

           IF WS-RESULT = 'APPLIED'
               MOVE SPACES TO WS-ADDRESS-LINE
               MOVE NI-ADDRESS-LINE-1 TO AL-ADDRESS
               MOVE NI-ZIP-CODE TO AL-ZIP-CODE
               MOVE WS-ADDRESS-LINE TO NCOA-REPORT-RECORD
               WRITE NCOA-REPORT-RECORD
               IF NI-ADDRESS-LINE-2 NOT = SPACES
                   MOVE SPACES TO WS-ADDRESS-LINE
                   MOVE NI-ADDRESS-LINE-2 TO AL-ADDRESS
                   MOVE WS-ADDRESS-LINE TO NCOA-REPORT-RECORD
                   WRITE NCOA-REPORT-RECORD.

       P500-WRITE-TOTALS.
           MOVE SPACES TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.
           MOVE WS-APPLIED-COUNT TO T1-COUNT.
           MOVE WS-TOTAL-LINE-1 TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.
           MOVE WS-FLAGGED-COUNT TO T2-COUNT.
           MOVE WS-TOTAL-LINE-2 TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.
           MOVE WS-MISSING-COUNT TO T3-COUNT.
           MOVE WS-TOTAL-LINE-3 TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.
           MOVE WS-REPEAT-COUNT TO T4-COUNT.
           MOVE WS-TOTAL-LINE-4 TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.
           MOVE WS-BAD-CODE-COUNT TO T5-COUNT.
           MOVE WS-TOTAL-LINE-5 TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.
           MOVE WS-FAILED-COUNT TO T6-COUNT.
           MOVE WS-TOTAL-LINE-6 TO NCOA-REPORT-RECORD.
           WRITE NCOA-REPORT-RECORD.

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
           MOVE WS-LAST-NAME  TO WS-AUD-LAST-NAME.
           MOVE WS-FIRST-NAME TO WS-AUD-FIRST-NAME.
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR.
           WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-RECORD.

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
           MOVE 'NCOAIMP' TO WL-PROGRAM.
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
