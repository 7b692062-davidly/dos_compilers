             BUILD IN PROGRAM UPDATE, AND RECORDS FLAGGED DO NOT
             MAIL BY PROGRAM NIXIE ARE SKIPPED. EACH LETTER IS
             PADDED TO A FULL 66 LINE PAGE SO THE NEXT LETTER STARTS
             AT THE TOP OF ITS OWN FORM. EVERY LETTER WRITTEN IS
             STAMPED TO THE SAME MAILING HISTORY FILE THE BUILD IN
             PROGRAM UPDATE USES, TAGGED WITH THE CAMPAIGN CODE THE
             OPERATOR GIVES FOR THE RUN. THE OPERATOR MAY ALSO LIMIT
             THE RUN TO THE KEYS ON THE SELECTION FILE WRITTEN BY
             PROGRAM SEGMENT, IN PLACE OF OR AS WELL AS THE CATEGORY.
             FOR A PERSON WITH A SEASONAL ADDRESS IN EFFECT ON THE
             MAIL DROP DATE THE OPERATOR GIVES, AS SUPPLIED BY
             SUBPROGRAM ALTADRSB, &1 AND &2 PRINT THAT ADDRESS RATHER
             THAN THE HOME ADDRESS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS LETTER-OUT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELECTION-FILE
              ASSIGN TO DISK
              FILE STATUS IS SELECTION-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILHIST-FILE
              ASSIGN TO DISK
              FILE STATUS IS MAILHIST-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISAM-FILE

       01  LETTER-OUT-RECORD         PIC X(80).

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

       01  WORK-FIELDS.
           05  ISAM-STATUS       PIC XX     VALUE SPACES.
           05  TEMPLATE-STATUS   PIC XX     VALUE SPACES.
           05  LETTER-OUT-STATUS PIC XX     VALUE SPACES.
           05  MAILHIST-STATUS   PIC XX     VALUE SPACES.
           05  SELECTION-STATUS  PIC XX     VALUE SPACES.
           05  WS-READ-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LETTER-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-FLAGGED-SKIPS  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ML-INDEX       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-APPEND-LEN     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LINES-PER-PAGE PIC S9(5)  VALUE 66 COMP-0.
           05  WS-SEASONAL-COUNT PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  ISAM-EOF-SW       PIC X      VALUE 'N'.
               88  TEMPLATE-EOF             VALUE 'Y'.
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

      *    THE ADDRESS LINES PRINTED FOR &1 AND &2 - THE SEASONAL
      *    ADDRESS WHEN ONE IS IN EFFECT, OTHERWISE THE HOME ADDRESS.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-ADDRESS-LINE-1   PIC X(40)  VALUE SPACES.
           05  WS-MAIL-ADDRESS-LINE-2   PIC X(40)  VALUE SPACES.

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

      *    THE TEMPLATE IS HELD IN STORAGE SO IT IS READ ONCE,
      *    HOWEVER MANY LETTERS THE RUN PRODUCES. 66 LINES IS ONE
      *    FULL PAGE, WHICH IS AS LONG AS A ONE PAGE LETTER GETS.
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

           PERFORM P100-LOAD-TEMPLATE.
           IF WS-TEMPLATE-COUNT = 0
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
           ELSE
               PERFORM P160-OPEN-SELECTION
               PERFORM P180-LOAD-SEASONAL
               OPEN OUTPUT LETTER-OUT-FILE
               PERFORM P150-OPEN-HISTORY
               PERFORM P200-READ-ISAM
               PERFORM P250-SELECT-RECORD
                   UNTIL ISAM-EOF
               CLOSE MAILHIST-FILE
               PERFORM P170-CLOSE-SELECTION
               CLOSE LETTER-OUT-FILE
               CLOSE ISAM-FILE
               DISPLAY '  Done. ', WS-READ-COUNT, ' record(s) read, ',
                   WS-LETTER-COUNT, ' letter(s) written, ',
                   WS-FLAGGED-SKIPS, ' do-not-mail skip(s)'
               DISPLAY '  ', WS-SEASONAL-COUNT,
                   ' letter(s) to a seasonal address'.

           STOP RUN.

               WS-TEMPLATE-LINE (WS-TEMPLATE-COUNT).
           PERFORM P110-READ-TEMPLATE.

       P150-OPEN-HISTORY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND MAILHIST-FILE.
           IF MAILHIST-STATUS NOT = '00'
      *        FIRST MAILING RUN - CREATE THE HISTORY FILE.
               OPEN OUTPUT MAILHIST-FILE.

       P160-OPEN-SELECTION.
           IF SELECTION-ACTIVE
               OPEN INPUT SELECTION-FILE
               IF SELECTION-STATUS NOT = '00'
                   DISPLAY '  SELECTION FILE SEGSEL.DAT OPEN FAILURE.',
                       ' FILE STATUS = ', SELECTION-STATUS
                   DISPLAY '  RUN PROGRAM SEGMENT FIRST. JOB CANCELLED.'
                   STOP RUN
               ELSE
                   PERFORM P265-READ-SELECTION.

       P170-CLOSE-SELECTION.
           IF SELECTION-ACTIVE
               CLOSE SELECTION-FILE.

      *    SUBPROGRAM ALTADRSB LOADS THE SEASONAL ADDRESSES IN EFFECT
      *    ON THE MAIL DROP DATE. A BLANK DROP DATE IS TODAY.
       P180-LOAD-SEASONAL.
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

       P200-READ-ISAM.
           READ ISAM-FILE NEXT RECORD
               AT END
               ADD 1 TO WS-FLAGGED-SKIPS
           ELSE IF WS-FILTER-CATEGORY = SPACES
           OR ISAM-CATEGORY = WS-FILTER-CATEGORY
               PERFORM P260-TEST-SELECTION
               IF RECORD-SELECTED
                   PERFORM P300-MERGE-LETTER.
           PERFORM P200-READ-ISAM.

      *    WHEN THE OPERATOR MAILS FROM THE SELECTION FILE, A
      *    RECORD MUST ALSO BE ON IT. BOTH FILES ARE IN KEY ORDER, SO
      *    THE SELECTION FILE IS READ FORWARD TO THE MASTER KEY.
       P260-TEST-SELECTION.
           IF NOT SELECTION-ACTIVE
               MOVE 'Y' TO WS-SELECTED-SW
           ELSE
               PERFORM P265-READ-SELECTION
                   UNTIL SELECTION-EOF
                   OR SS-KEY NOT < ISAM-KEY
               IF NOT SELECTION-EOF
               AND SS-KEY = ISAM-KEY
                   MOVE 'Y' TO WS-SELECTED-SW
               ELSE
                   MOVE 'N' TO WS-SELECTED-SW.

       P265-READ-SELECTION.
           READ SELECTION-FILE
               AT END
                   MOVE 'Y' TO SELECTION-EOF-SW.

       P300-MERGE-LETTER.
           PERFORM P700-BUILD-FULL-NAME.
           PERFORM P380-SET-MAIL-ADDRESS.
           MOVE 0 TO WS-PAGE-LINES.
           PERFORM P310-MERGE-LINE VARYING KIX FROM 1 BY 1
               UNTIL KIX > WS-TEMPLATE-COUNT.
           PERFORM P360-PAD-PAGE
               UNTIL WS-PAGE-LINES NOT < WS-LINES-PER-PAGE.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM P370-STAMP-HISTORY.

       P310-MERGE-LINE.
           MOVE WS-TEMPLATE-LINE (KIX) TO WS-WORK-LINE.
               MOVE WS-ML-NAME TO WS-SUB-FIELD
               PERFORM P340-SUBSTITUTE
           ELSE IF WS-TL-CHAR (IIX + 1) = '1'
               MOVE WS-MAIL-ADDRESS-LINE-1 TO WS-SUB-FIELD
               PERFORM P340-SUBSTITUTE
           ELSE IF WS-TL-CHAR (IIX + 1) = '2'
               MOVE WS-MAIL-ADDRESS-LINE-2 TO WS-SUB-FIELD
               PERFORM P340-SUBSTITUTE
           ELSE IF WS-TL-CHAR (IIX + 1) = 'C'
           OR WS-TL-CHAR (IIX + 1) = 'c'
           WRITE LETTER-OUT-RECORD.
           ADD 1 TO WS-PAGE-LINES.

      *    EVERY LETTER IS STAMPED TO THE MAILING HISTORY, THE WAY
      *    THE MAILING BUILD IN PROGRAM UPDATE STAMPS EACH LABEL, SO
      *    THE NEXT BUILD CAN SUPPRESS IT AND PROGRAM CAMPRPT CAN
      *    COUNT IT AGAINST THE CAMPAIGN.
       P370-STAMP-HISTORY.
           MOVE SPACES TO MAILHIST-RECORD.
           MOVE ISAM-KEY TO MH-KEY.
           MOVE WS-RUN-DATE TO MH-DATE.
           MOVE WS-FILTER-CATEGORY TO MH-CATEGORY.
           MOVE WS-CAMPAIGN-CODE TO MH-CAMPAIGN.
           WRITE MAILHIST-RECORD.

      *    A SEASONAL ADDRESS IN EFFECT ON THE DROP DATE TAKES THE
      *    PLACE OF THE HOME ADDRESS ON THE LETTER.
       P380-SET-MAIL-ADDRESS.
           MOVE 'F' TO AA-REQUEST.
           MOVE ISAM-KEY TO AA-KEY.
           CALL 'ALTADRSB' USING ALTADDR-AREA.
           IF AA-FOUND
               ADD 1 TO WS-SEASONAL-COUNT
               MOVE AA-ADDRESS-LINE-1 TO WS-MAIL-ADDRESS-LINE-1
               MOVE AA-ADDRESS-LINE-2 TO WS-MAIL-ADDRESS-LINE-2
           ELSE
               MOVE ISAM-ADDRESS-LINE-1 TO WS-MAIL-ADDRESS-LINE-1
               MOVE ISAM-ADDRESS-LINE-2 TO WS-MAIL-ADDRESS-LINE-2.

      *    BUILD THE FULL NAME AS "FIRST LAST", THE WAY PROGRAM
      *    HOUSHOLD BUILDS A SINGLE-MEMBER LABEL NAME, FOR THE &N
      *    MARKER.
