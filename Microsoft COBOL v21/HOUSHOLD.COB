             DROP. THE CATEGORY FILTER MATCHES THE MAILING LIST BUILD
             IN PROGRAM UPDATE, AND EVERY MEMBER MAILED IS STAMPED TO
             THE SAME MAILING HISTORY FILE THE BUILD IN PROGRAM
             UPDATE USES, SO THE NEXT RUN CAN SUPPRESS THEM, TAGGED
             WITH THE CAMPAIGN CODE THE OPERATOR GIVES FOR THE RUN SO
             PROGRAM CAMPRPT CAN COUNT THE PIECES. RECORDS FLAGGED DO
             NOT MAIL BY PROGRAM NIXIE ARE SKIPPED. THE OPERATOR MAY
             ALSO LIMIT THE RUN TO THE KEYS ON THE SELECTION FILE
             WRITTEN BY PROGRAM SEGMENT, IN PLACE OF OR AS WELL AS THE
             CATEGORY. A PERSON WITH A SEASONAL ADDRESS IN EFFECT ON
             THE MAIL DROP DATE THE OPERATOR GIVES, AS SUPPLIED BY
             SUBPROGRAM ALTADRSB, IS GROUPED AND LABELED AT THAT
             ADDRESS AND ITS ZIP CODE RATHER THAN AT HOME.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELECTION-FILE
              ASSIGN TO DISK
              FILE STATUS IS SELECTION-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILHIST-FILE
              ASSIGN TO DISK
              FILE STATUS IS MAILHIST-STATUS
           05  MH-DATE        PIC 9(8).
           05  FILLER         PIC X.
           05  MH-CATEGORY    PIC X(10).
           05  FILLER         PIC X.
           05  MH-CAMPAIGN    PIC X(8).

      *    THE SELECTION FILE WRITTEN BY PROGRAM SEGMENT, IN KEY
      *    ORDER.
       FD  SELECTION-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'SEGSEL.DAT'.

       01  SELECTION-RECORD.
           05  SS-KEY.
               10  SS-LAST-NAME         PIC X(20).
               10  SS-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  SS-SEGMENT               PIC X.
           05  FILLER                   PIC X.
           05  SS-LEVEL                 PIC X.
           05  FILLER                   PIC X.
           05  SS-LAST-GIFT-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  SS-LARGEST-GIFT          PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  SS-TOTAL-GIVEN           PIC 9(7)V99.

       WORKING-STORAGE SECTION.

           05  MAIL-LIST-STATUS  PIC XX     VALUE SPACES.
           05  HOUSEHOLD-REPORT-STATUS PIC XX  VALUE SPACES.
           05  MAILHIST-STATUS   PIC XX     VALUE SPACES.
           05  SELECTION-STATUS  PIC XX     VALUE SPACES.
           05  WS-GROUP-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-GROUP-OMITTED  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-RECORD-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-HOUSEHOLD-TOTAL PIC S9(5) VALUE 0 COMP-0.
           05  WS-ML-INDEX       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-APPEND-LEN     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-SEASONAL-COUNT PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  SORT-EOF-SW       PIC X      VALUE 'N'.
               88  ISAM-EOF                 VALUE 'Y'.
           05  WS-NAME-FIT-SW    PIC X      VALUE 'Y'.
               88  NAME-FITS                VALUE 'Y'.
           05  SELECTION-EOF-SW  PIC X      VALUE 'N'.
               88  SELECTION-EOF            VALUE 'Y'.
           05  WS-SELECTED-SW    PIC X      VALUE 'Y'.
               88  RECORD-SELECTED          VALUE 'Y'.

       01  WS-FILTER-CATEGORY   PIC X(10)   VALUE SPACES.

       01  WS-CAMPAIGN-CODE     PIC X(8)    VALUE SPACES.

       01  WS-USE-SELECTION     PIC X       VALUE SPACE.
           88  SELECTION-ACTIVE             VALUE 'Y', 'y'.

       01  WS-RUN-DATE          PIC 9(8)    VALUE 0.

       01  WS-DROP-REPLY        PIC X(8)    VALUE SPACES.

      *    PASSED TO SUBPROGRAM ALTADRSB, WHICH SUPPLIES THE SEASONAL
      *    ADDRESS IN EFFECT ON THE MAIL DROP DATE.
       01  ALTADDR-AREA.
           05  AA-REQUEST         PIC X     VALUE 'L'.
           05  AA-DROP-DATE       PIC 9(8)  VALUE 0.
           05  AA-KEY             PIC X(40) VALUE SPACES.
           05  AA-ADDRESS-LINE-1  PIC X(40) VALUE SPACES.
           05  AA-ADDRESS-LINE-2  PIC X(40) VALUE SPACES.
           05  AA-ZIP-CODE        PIC X(10) VALUE SPACES.
           05  AA-RESULT          PIC X     VALUE SPACE.
               88  AA-FOUND                   VALUE 'Y'.
           05  AA-LOAD-COUNT      PIC S9(5) VALUE 0 COMP-0.
           05  AA-OVERFLOW-COUNT  PIC S9(5) VALUE 0 COMP-0.

       01  WS-HISTORY-KEY.
           05  WS-HK-LAST-NAME      PIC X(20).
           05  WS-HK-FIRST-NAME     PIC X(20).
               'HOUSEHOLDS COMBINED:  '.
           05  TL-HOUSEHOLD-TOTAL   PIC ZZZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24)  VALUE
               'AT A SEASONAL ADDRESS:'.
           05  TL-SEASONAL-COUNT    PIC ZZZZ9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY '  Category to mail to (DONOR, VENDOR, etc),',
               ' blank for all:'.
           ACCEPT WS-FILTER-CATEGORY.
           DISPLAY '  Campaign code for this mailing (stamped on the',
               ' mailing history):'.
           ACCEPT WS-CAMPAIGN-CODE.
           DISPLAY '  Mail only to the keys on SEGSEL.DAT, the',
               ' selection file from program'.
           DISPLAY '  SEGMENT (Y/N)?'.
           ACCEPT WS-USE-SELECTION.
           DISPLAY '  Mail drop date (YYYYMMDD), blank for today;',
               ' seasonal addresses in'.
           DISPLAY '  effect that day are used:'.
           ACCEPT WS-DROP-REPLY.
           DISPLAY '  Reading ISAM.DAT, writing MAIL.DAT and',
               ' HSHRPT.DAT...'.

                   ISAM-STATUS
           ELSE
               CLOSE ISAM-FILE
               PERFORM P150-OPEN-SELECTION
               PERFORM P170-LOAD-SEASONAL
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ZIP-CODE
                   ON ASCENDING KEY SW-ADDRESS-LINE-1
                   ON ASCENDING KEY SW-FIRST-NAME
                   INPUT PROCEDURE IS P400-SELECT-RECORDS
                   OUTPUT PROCEDURE IS P500-PRODUCE-LABELS
               PERFORM P160-CLOSE-SELECTION
               DISPLAY '  Done. ', WS-RECORD-COUNT,
                   ' record(s) read, ', WS-LABEL-COUNT,
                   ' label(s) written, ', WS-HOUSEHOLD-TOTAL,
                   ' household(s) combined'
               DISPLAY '  ', WS-SEASONAL-COUNT,
                   ' record(s) at a seasonal address'.

           STOP RUN.

       P150-OPEN-SELECTION.
           IF SELECTION-ACTIVE
               OPEN INPUT SELECTION-FILE
               IF SELECTION-STATUS NOT = '00'
                   DISPLAY '  SELECTION FILE SEGSEL.DAT OPEN FAILURE.',
                       ' FILE STATUS = ', SELECTION-STATUS
                   DISPLAY '  RUN PROGRAM SEGMENT FIRST. JOB CANCELLED.'
                   STOP RUN
               ELSE
                   PERFORM P435-READ-SELECTION.

       P160-CLOSE-SELECTION.
           IF SELECTION-ACTIVE
               CLOSE SELECTION-FILE.

      *    SUBPROGRAM ALTADRSB LOADS THE SEASONAL ADDRESSES IN EFFECT
      *    ON THE MAIL DROP DATE. A BLANK DROP DATE IS TODAY.
       P170-LOAD-SEASONAL.
           IF WS-DROP-REPLY = SPACES
               ACCEPT AA-DROP-DATE FROM DATE YYYYMMDD
           ELSE IF WS-DROP-REPLY IS NUMERIC
               MOVE WS-DROP-REPLY TO AA-DROP-DATE
           ELSE
               DISPLAY '  Date not numeric. Today''s date used.'
               ACCEPT AA-DROP-DATE FROM DATE YYYYMMDD.
           MOVE 'L' TO AA-REQUEST.
           CALL 'ALTADRSB' USING ALTADDR-AREA.
           IF AA-OVERFLOW-COUNT > 0
               DISPLAY '  SEASONAL ADDRESS TABLE FULL. ',
                   AA-OVERFLOW-COUNT, ' PERSON(S) AWAY WILL BE',
                   ' MAILED AT HOME.'.

       P400-SELECT-RECORDS.
           OPEN INPUT ISAM-FILE.
           PERFORM P410-READ-ISAM.
           IF NOT ISAM-DO-NOT-MAIL
           AND (WS-FILTER-CATEGORY = SPACES
               OR ISAM-CATEGORY = WS-FILTER-CATEGORY)
               PERFORM P430-TEST-SELECTION
               IF RECORD-SELECTED
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM P425-RELEASE-SORT-RECORD.
           PERFORM P410-READ-ISAM.

      *    A SEASONAL ADDRESS IN EFFECT ON THE DROP DATE TAKES THE
      *    PLACE OF THE HOME ADDRESS, SO THE PERSON IS SORTED,
      *    GROUPED, AND LABELED AT THE ADDRESS THE MAIL GOES TO.
       P425-RELEASE-SORT-RECORD.
           MOVE ISAM-RECORD TO SORT-WORK-RECORD.
           MOVE 'F' TO AA-REQUEST.
           MOVE ISAM-KEY TO AA-KEY.
           CALL 'ALTADRSB' USING ALTADDR-AREA.
           IF AA-FOUND
               ADD 1 TO WS-SEASONAL-COUNT
               MOVE AA-ADDRESS-LINE-1 TO SW-ADDRESS-LINE-1
               MOVE AA-ADDRESS-LINE-2 TO SW-ADDRESS-LINE-2
               MOVE AA-ZIP-CODE       TO SW-ZIP-CODE.
           RELEASE SORT-WORK-RECORD.

      *    WHEN THE OPERATOR MAILS FROM THE SELECTION FILE, A
      *    RECORD MUST ALSO BE ON IT. BOTH FILES ARE IN KEY ORDER, SO
      *    THE SELECTION FILE IS READ FORWARD TO THE MASTER KEY.
       P430-TEST-SELECTION.
           IF NOT SELECTION-ACTIVE
               MOVE 'Y' TO WS-SELECTED-SW
           ELSE
               PERFORM P435-READ-SELECTION
                   UNTIL SELECTION-EOF
                   OR SS-KEY NOT < ISAM-KEY
               IF NOT SELECTION-EOF
               AND SS-KEY = ISAM-KEY
                   MOVE 'Y' TO WS-SELECTED-SW
               ELSE
                   MOVE 'N' TO WS-SELECTED-SW.

       P435-READ-SELECTION.
           READ SELECTION-FILE
               AT END
                   MOVE 'Y' TO SELECTION-EOF-SW.

       P500-PRODUCE-LABELS.
           OPEN OUTPUT MAIL-LIST-FILE.
           OPEN OUTPUT HOUSEHOLD-REPORT-FILE.
           MOVE WS-HOUSEHOLD-TOTAL TO TL-HOUSEHOLD-TOTAL.
           MOVE WS-TOTAL-LINE-2 TO HOUSEHOLD-REPORT-RECORD.
           WRITE HOUSEHOLD-REPORT-RECORD.
           MOVE WS-SEASONAL-COUNT TO TL-SEASONAL-COUNT.
           MOVE WS-TOTAL-LINE-3 TO HOUSEHOLD-REPORT-RECORD.
           WRITE HOUSEHOLD-REPORT-RECORD.

           CLOSE MAILHIST-FILE.
           CLOSE HOUSEHOLD-REPORT-FILE.
           MOVE WS-HISTORY-KEY TO MH-KEY.
           MOVE WS-RUN-DATE TO MH-DATE.
           MOVE WS-FILTER-CATEGORY TO MH-CATEGORY.
           MOVE WS-CAMPAIGN-CODE TO MH-CAMPAIGN.
           WRITE MAILHIST-RECORD.

       P660-REPORT-HOUSEHOLD.
