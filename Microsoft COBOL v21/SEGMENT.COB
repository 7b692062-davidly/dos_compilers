       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEGMENT.
       SECURITY.
             THIS PROGRAM READS THE GIFT HISTORY FILE POSTED BY
             PROGRAM GIFTLOAD AGAINST THE INDEXED MASTER FILE AND PUTS
             EVERY PERSON ON THE MASTER INTO ONE GIVING SEGMENT: GAVE
             THIS YEAR, GAVE LAST YEAR BUT NOT THIS YEAR (LYBUNT),
             GAVE SOME YEAR BUT NOT LAST YEAR OR THIS YEAR (SYBUNT),
             OR NEVER GAVE. EACH PERSON IS ALSO GIVEN A GIVING LEVEL
             FROM THE LARGEST SINGLE GIFT AND THE LIFETIME TOTAL. THE
             REPORT SHOWS THE DONORS AND DOLLARS IN EACH SEGMENT AND
             LEVEL. THE KEYS OF THE SEGMENTS AND LEVELS THE OPERATOR
             SELECTS ARE WRITTEN, IN KEY ORDER, TO A SELECTION FILE
             THAT THE MAILING LIST BUILD IN PROGRAM UPDATE, PROGRAM
             HOUSHOLD, AND PROGRAM LETTERS CAN MAIL FROM, IN PLACE OF
             OR AS WELL AS THE CATEGORY FILTER. THE USUAL USE IS THE
             RENEWAL APPEAL TO THE LAPSED (LYBUNT AND SYBUNT) DONORS.
             THE GIFTS ARE SORTED INTO KEY ORDER AND MATCHED TO THE
             MASTER AS IT IS READ; GIFTS WHOSE KEY IS NO LONGER ON THE
             MASTER ARE COUNTED BUT NOT SEGMENTED.
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

           SELECT GIFT-FILE
              ASSIGN TO DISK
              FILE STATUS IS GIFT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
              ASSIGN TO DISK.

           SELECT SELECTION-FILE
              ASSIGN TO DISK
              FILE STATUS IS SELECTION-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEGMENT-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS SEGMENT-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
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

       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SR-KEY.
               10  SR-LAST-NAME         PIC X(20).
               10  SR-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  SR-DATE                  PIC 9(8).
           05  FILLER REDEFINES SR-DATE.
               10  SR-YEAR              PIC 9(4).
               10  FILLER               PIC 9(4).
           05  FILLER                   PIC X.
           05  SR-AMOUNT                PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  SR-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  SR-CAMPAIGN              PIC X(8).

      *    ONE RECORD PER SELECTED PERSON, IN KEY ORDER. SS-SEGMENT
      *    IS C (THIS YEAR), L (LYBUNT), S (SYBUNT), OR N (NEVER
      *    GAVE); SS-LEVEL IS 1 (MAJOR) THROUGH 4 (NONE).
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

       FD  SEGMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'SEGRPT.DAT'.

       01  SEGMENT-REPORT-RECORD     PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX               PIC S9(5)  VALUE 0 COMP-0.
           05  JIX               PIC S9(5)  VALUE 0 COMP-0.
           05  ISAM-STATUS       PIC XX     VALUE SPACES.
           05  GIFT-STATUS       PIC XX     VALUE SPACES.
           05  SELECTION-STATUS  PIC XX     VALUE SPACES.
           05  SEGMENT-REPORT-STATUS PIC XX VALUE SPACES.
           05  WS-PERSON-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-SELECTED-COUNT PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ORPHAN-GIFTS   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-SEGMENT-IX     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEVEL-IX       PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  SORT-EOF-SW       PIC X      VALUE 'N'.
               88  SORT-EOF                 VALUE 'Y'.
           05  GIFT-EOF-SW       PIC X      VALUE 'N'.
               88  GIFT-EOF                 VALUE 'Y'.
           05  ISAM-EOF-SW       PIC X      VALUE 'N'.
               88  ISAM-EOF                 VALUE 'Y'.
           05  WS-SEGMENT-PICKED-SW PIC X   VALUE 'N'.
               88  SEGMENT-PICKED           VALUE 'Y'.
           05  WS-LEVEL-PICKED-SW PIC X     VALUE 'N'.
               88  LEVEL-PICKED             VALUE 'Y'.

       01  WS-YEAR-REPLY         PIC X(4)   VALUE SPACES.
       01  WS-RUN-DATE           PIC 9(8)   VALUE 0.
       01  WS-THIS-YEAR          PIC 9(4)   VALUE 0.
       01  WS-LAST-YEAR          PIC 9(4)   VALUE 0.

      *    THE SEGMENT AND LEVEL CODES THE OPERATOR WANTS ON THE
      *    SELECTION FILE, UP TO FOUR OF EACH.
       01  WS-SELECT-SEGMENTS    PIC X(4)   VALUE SPACES.
       01  FILLER REDEFINES WS-SELECT-SEGMENTS.
           05  WS-SELECT-SEGMENT-CHAR OCCURS 4 TIMES  PIC X.
               88  SELECT-THIS-YEAR           VALUE 'C', 'c'.
               88  SELECT-LYBUNT              VALUE 'L', 'l'.
               88  SELECT-SYBUNT              VALUE 'S', 's'.
               88  SELECT-NEVER-GAVE          VALUE 'N', 'n'.
       01  WS-SELECT-LEVELS      PIC X(4)   VALUE SPACES.
       01  FILLER REDEFINES WS-SELECT-LEVELS.
           05  WS-SELECT-LEVEL-CHAR OCCURS 4 TIMES    PIC X.

      *    THE GIVING OF THE PERSON IN HAND.
       01  DONOR-FIELDS.
           05  WS-DONOR-GIFTS    PIC S9(5)     VALUE 0 COMP-0.
           05  WS-LAST-GIFT-DATE PIC 9(8)      VALUE 0.
           05  WS-LARGEST-GIFT   PIC S9(5)V99  VALUE 0.
           05  WS-TOTAL-GIVEN    PIC S9(7)V99  VALUE 0.
           05  WS-THIS-YEAR-GIVEN PIC S9(7)V99 VALUE 0.
           05  WS-LAST-YEAR-GIVEN PIC S9(7)V99 VALUE 0.

      *    GIVING LEVELS. A PERSON IS MAJOR WHEN EITHER THE LARGEST
      *    GIFT OR THE LIFETIME TOTAL REACHES THE MAJOR FLOOR, ELSE
      *    MID-LEVEL WHEN EITHER REACHES THE MID-LEVEL FLOOR, ELSE
      *    GENERAL IF THERE HAS BEEN ANY GIFT, ELSE NONE.
       01  LEVEL-FLOORS.
           05  WS-MAJOR-LARGEST  PIC S9(7)V99  VALUE 1000.00.
           05  WS-MAJOR-TOTAL    PIC S9(7)V99  VALUE 5000.00.
           05  WS-MID-LARGEST    PIC S9(7)V99  VALUE 250.00.
           05  WS-MID-TOTAL      PIC S9(7)V99  VALUE 1000.00.

       01  WS-SEGMENT-CODE-VALUES PIC X(4)  VALUE 'CLSN'.
       01  FILLER REDEFINES WS-SEGMENT-CODE-VALUES.
           05  WS-SEGMENT-CODE OCCURS 4 TIMES   PIC X.

       01  WS-SEGMENT-NAME-VALUES PIC X(40) VALUE
           'THIS YEAR LYBUNT    SYBUNT    NEVER GAVE'.
       01  FILLER REDEFINES WS-SEGMENT-NAME-VALUES.
           05  WS-SEGMENT-NAME OCCURS 4 TIMES   PIC X(10).

       01  WS-LEVEL-CODE-VALUES  PIC X(4)   VALUE '1234'.
       01  FILLER REDEFINES WS-LEVEL-CODE-VALUES.
           05  WS-LEVEL-CODE OCCURS 4 TIMES     PIC X.

       01  WS-LEVEL-NAME-VALUES  PIC X(40)  VALUE
           'MAJOR     MID-LEVEL GENERAL   NONE      '.
       01  FILLER REDEFINES WS-LEVEL-NAME-VALUES.
           05  WS-LEVEL-NAME OCCURS 4 TIMES     PIC X(10).

      *    DONORS AND DOLLARS BY SEGMENT AND LEVEL.
       01  WS-SEGMENT-TABLE.
           05  WS-SEGMENT-ENTRY OCCURS 4 TIMES.
               10  WS-LEVEL-ENTRY OCCURS 4 TIMES.
                   15  SG-DONORS        PIC S9(5) COMP-0.
                   15  SG-SELECTED      PIC S9(5) COMP-0.
                   15  SG-THIS-YEAR     PIC S9(7)V99.
                   15  SG-LAST-YEAR     PIC S9(7)V99.
                   15  SG-LIFETIME      PIC S9(7)V99.

       01  WS-SUBTOTAL-FIELDS.
           05  WS-SUB-DONORS     PIC S9(5)     VALUE 0 COMP-0.
           05  WS-SUB-SELECTED   PIC S9(5)     VALUE 0 COMP-0.
           05  WS-SUB-THIS-YEAR  PIC S9(7)V99  VALUE 0.
           05  WS-SUB-LAST-YEAR  PIC S9(7)V99  VALUE 0.
           05  WS-SUB-LIFETIME   PIC S9(7)V99  VALUE 0.

       01  WS-GRAND-FIELDS.
           05  WS-ALL-DONORS     PIC S9(5)     VALUE 0 COMP-0.
           05  WS-ALL-SELECTED   PIC S9(5)     VALUE 0 COMP-0.
           05  WS-ALL-THIS-YEAR  PIC S9(7)V99  VALUE 0.
           05  WS-ALL-LAST-YEAR  PIC S9(7)V99  VALUE 0.
           05  WS-ALL-LIFETIME   PIC S9(7)V99  VALUE 0.

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 13 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'DONOR SEGMENTATION REPORT'.

       01  WS-RUN-HEADING.
           05  FILLER               PIC X(11)  VALUE 'THIS YEAR: '.
           05  RH-THIS-YEAR         PIC 9(4).
           05  FILLER               PIC X(24)  VALUE
               '   SELECTED SEGMENTS:   '.
           05  RH-SEGMENTS          PIC X(4).
           05  FILLER               PIC X(12)  VALUE
               '   LEVELS:  '.
           05  RH-LEVELS            PIC X(4).

       01  WS-HEADING-2.
           05  FILLER               PIC X(40)  VALUE
           'SEGMENT    LEVEL       DONORS  SELECTED'.
           05  FILLER               PIC X(40)  VALUE
           '   THIS YEAR    LAST YEAR     LIFETIME'.

       01  WS-DETAIL-LINE.
           05  DL-SEGMENT           PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LEVEL             PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-DONORS            PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  DL-SELECTED          PIC ZZ,ZZ9.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-THIS-YEAR         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LAST-YEAR         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LIFETIME          PIC Z,ZZZ,ZZ9.99.

       01  WS-ORPHAN-LINE.
           05  FILLER               PIC X(5)   VALUE '(and '.
           05  OL-ORPHAN-COUNT      PIC ZZZZ9.
           05  FILLER               PIC X(50)  VALUE
               ' gift(s) for keys no longer on the master)'.

       01  WS-FOOTNOTE-1             PIC X(80)  VALUE
           'MAJOR: LARGEST GIFT 1,000.00 OR LIFETIME 5,000.00 AND UP'.

       01  WS-FOOTNOTE-2             PIC X(80)  VALUE
           'MID-LEVEL: LARGEST GIFT 250.00 OR LIFETIME 1,000.00 AND UP'.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  SEGMENT - DONOR SEGMENTATION AND SELECTION'.
           DISPLAY SPACE.
           DISPLAY '  Year to count as this year (YYYY), blank for',
               ' the current year:'.
           ACCEPT WS-YEAR-REPLY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF WS-YEAR-REPLY = SPACES
               MOVE WS-RUN-DATE (1:4) TO WS-THIS-YEAR
           ELSE IF WS-YEAR-REPLY IS NUMERIC
               MOVE WS-YEAR-REPLY TO WS-THIS-YEAR
           ELSE
               DISPLAY '  Year not numeric. Nothing done.'
               STOP RUN.
           SUBTRACT 1 FROM WS-THIS-YEAR GIVING WS-LAST-YEAR.

           DISPLAY '  Segments to select - C (this year), L (LYBUNT),',
               ' S (SYBUNT),'.
           DISPLAY '  N (never gave) - up to four letters, blank for',
               ' L and S:'.
           ACCEPT WS-SELECT-SEGMENTS.
           IF WS-SELECT-SEGMENTS = SPACES
               MOVE 'LS' TO WS-SELECT-SEGMENTS.

           DISPLAY '  Giving levels to select - 1 (major), 2 (mid),',
               ' 3 (general),'.
           DISPLAY '  4 (none) - up to four digits, blank for all:'.
           ACCEPT WS-SELECT-LEVELS.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
               STOP RUN.

           DISPLAY '  Reading GIFTS.DAT and ISAM.DAT, writing',
               ' SEGSEL.DAT and SEGRPT.DAT...'.
           PERFORM P600-GET-REPORT-TITLE.
           PERFORM P050-CLEAR-SEGMENT
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > 4.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-LAST-NAME
               ON ASCENDING KEY SR-FIRST-NAME
               ON ASCENDING KEY SR-DATE
               INPUT PROCEDURE IS P100-SELECT-GIFTS
               OUTPUT PROCEDURE IS P200-SEGMENT-MASTER.

           CLOSE ISAM-FILE.
           PERFORM P500-WRITE-REPORT.
           DISPLAY '  Done. ', WS-PERSON-COUNT,
               ' record(s) segmented, ', WS-SELECTED-COUNT,
               ' written to SEGSEL.DAT'.

           STOP RUN.

       P050-CLEAR-SEGMENT.
           PERFORM P052-CLEAR-LEVEL
               VARYING JIX FROM 1 BY 1
               UNTIL JIX > 4.

       P052-CLEAR-LEVEL.
           MOVE 0 TO SG-DONORS (IIX, JIX).
           MOVE 0 TO SG-SELECTED (IIX, JIX).
           MOVE 0 TO SG-THIS-YEAR (IIX, JIX).
           MOVE 0 TO SG-LAST-YEAR (IIX, JIX).
           MOVE 0 TO SG-LIFETIME (IIX, JIX).

      *    WITH NO GIFT HISTORY YET EVERY PERSON NEVER GAVE, SO A
      *    MISSING GIFT FILE IS NOT AN ERROR.
       P100-SELECT-GIFTS.
           OPEN INPUT GIFT-FILE.
           IF GIFT-STATUS NOT = '00'
               DISPLAY '  No gift history (GIFTS.DAT) to read.'
           ELSE
               PERFORM P110-READ-GIFT
               PERFORM P120-RELEASE-GIFT
                   UNTIL GIFT-EOF
               CLOSE GIFT-FILE.

       P110-READ-GIFT.
           READ GIFT-FILE
               AT END
                   MOVE 'Y' TO GIFT-EOF-SW.

       P120-RELEASE-GIFT.
           RELEASE SORT-WORK-RECORD FROM GIFT-RECORD.
           PERFORM P110-READ-GIFT.

      *    THE SORTED GIFTS AND THE MASTER ARE BOTH IN KEY ORDER, SO
      *    EACH MASTER RECORD TAKES THE GIFTS WITH ITS KEY AS THEY
      *    COME. GIFTS WITH A KEY THAT SORTS BEFORE THE MASTER RECORD
      *    HAVE NO MASTER AND ARE ONLY COUNTED.
       P200-SEGMENT-MASTER.
           OPEN OUTPUT SELECTION-FILE.
           PERFORM P210-RETURN-GIFT.
           PERFORM P220-READ-ISAM.
           PERFORM P300-SEGMENT-PERSON
               UNTIL ISAM-EOF.
           PERFORM P230-SKIP-ORPHAN-GIFT
               UNTIL SORT-EOF.
           CLOSE SELECTION-FILE.

       P210-RETURN-GIFT.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       P220-READ-ISAM.
           READ ISAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ISAM-EOF-SW.

       P230-SKIP-ORPHAN-GIFT.
           ADD 1 TO WS-ORPHAN-GIFTS.
           PERFORM P210-RETURN-GIFT.

       P300-SEGMENT-PERSON.
           ADD 1 TO WS-PERSON-COUNT.
           MOVE 0 TO WS-DONOR-GIFTS.
           MOVE 0 TO WS-LAST-GIFT-DATE.
           MOVE 0 TO WS-LARGEST-GIFT.
           MOVE 0 TO WS-TOTAL-GIVEN.
           MOVE 0 TO WS-THIS-YEAR-GIVEN.
           MOVE 0 TO WS-LAST-YEAR-GIVEN.

           PERFORM P230-SKIP-ORPHAN-GIFT
               UNTIL SORT-EOF
               OR SR-KEY NOT < ISAM-KEY.
           PERFORM P310-TAKE-GIFT
               UNTIL SORT-EOF
               OR SR-KEY NOT = ISAM-KEY.

           PERFORM P320-CLASSIFY-PERSON.
           PERFORM P340-TEST-SELECTION.

           ADD 1 TO SG-DONORS (WS-SEGMENT-IX, WS-LEVEL-IX).
           ADD WS-THIS-YEAR-GIVEN
               TO SG-THIS-YEAR (WS-SEGMENT-IX, WS-LEVEL-IX).
           ADD WS-LAST-YEAR-GIVEN
               TO SG-LAST-YEAR (WS-SEGMENT-IX, WS-LEVEL-IX).
           ADD WS-TOTAL-GIVEN
               TO SG-LIFETIME (WS-SEGMENT-IX, WS-LEVEL-IX).

           IF SEGMENT-PICKED
           AND LEVEL-PICKED
               ADD 1 TO SG-SELECTED (WS-SEGMENT-IX, WS-LEVEL-IX)
               PERFORM P350-WRITE-SELECTION.

           PERFORM P220-READ-ISAM.

      *    A GIFT DATED IN A LATER YEAR THAN THE ONE BEING COUNTED
      *    AS THIS YEAR IS TAKEN AS THIS YEAR'S.
       P310-TAKE-GIFT.
           ADD 1 TO WS-DONOR-GIFTS.
           ADD SR-AMOUNT TO WS-TOTAL-GIVEN.
           IF SR-AMOUNT > WS-LARGEST-GIFT
               MOVE SR-AMOUNT TO WS-LARGEST-GIFT.
           IF SR-DATE > WS-LAST-GIFT-DATE
               MOVE SR-DATE TO WS-LAST-GIFT-DATE.

           IF SR-YEAR NOT < WS-THIS-YEAR
               ADD SR-AMOUNT TO WS-THIS-YEAR-GIVEN
           ELSE IF SR-YEAR = WS-LAST-YEAR
               ADD SR-AMOUNT TO WS-LAST-YEAR-GIVEN.

           PERFORM P210-RETURN-GIFT.

      *    THE SEGMENT GOES BY THE YEAR OF THE LATEST GIFT, AND A
      *    GIFT OF ANY AMOUNT COUNTS, SO A ZERO-DOLLAR GIFT IN KIND
      *    STILL MAKES A PERSON A DONOR.
       P320-CLASSIFY-PERSON.
           IF WS-DONOR-GIFTS = 0
               MOVE 4 TO WS-SEGMENT-IX
           ELSE IF WS-LAST-GIFT-DATE (1:4) NOT < WS-THIS-YEAR
               MOVE 1 TO WS-SEGMENT-IX
           ELSE IF WS-LAST-GIFT-DATE (1:4) = WS-LAST-YEAR
               MOVE 2 TO WS-SEGMENT-IX
           ELSE
               MOVE 3 TO WS-SEGMENT-IX.

           IF WS-DONOR-GIFTS = 0
               MOVE 4 TO WS-LEVEL-IX
           ELSE IF WS-LARGEST-GIFT NOT < WS-MAJOR-LARGEST
           OR WS-TOTAL-GIVEN NOT < WS-MAJOR-TOTAL
               MOVE 1 TO WS-LEVEL-IX
           ELSE IF WS-LARGEST-GIFT NOT < WS-MID-LARGEST
           OR WS-TOTAL-GIVEN NOT < WS-MID-TOTAL
               MOVE 2 TO WS-LEVEL-IX
           ELSE
               MOVE 3 TO WS-LEVEL-IX.

       P340-TEST-SELECTION.
           MOVE 'N' TO WS-SEGMENT-PICKED-SW.
           PERFORM P342-MATCH-SEGMENT
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > 4.

           IF WS-SELECT-LEVELS = SPACES
               MOVE 'Y' TO WS-LEVEL-PICKED-SW
           ELSE
               MOVE 'N' TO WS-LEVEL-PICKED-SW
               PERFORM P344-MATCH-LEVEL
                   VARYING IIX FROM 1 BY 1
                   UNTIL IIX > 4.

       P342-MATCH-SEGMENT.
           IF WS-SEGMENT-IX = 1 AND SELECT-THIS-YEAR (IIX)
           OR WS-SEGMENT-IX = 2 AND SELECT-LYBUNT (IIX)
           OR WS-SEGMENT-IX = 3 AND SELECT-SYBUNT (IIX)
           OR WS-SEGMENT-IX = 4 AND SELECT-NEVER-GAVE (IIX)
               MOVE 'Y' TO WS-SEGMENT-PICKED-SW.

       P344-MATCH-LEVEL.
           IF WS-SELECT-LEVEL-CHAR (IIX) = WS-LEVEL-CODE (WS-LEVEL-IX)
               MOVE 'Y' TO WS-LEVEL-PICKED-SW.

       P350-WRITE-SELECTION.
           MOVE SPACES TO SELECTION-RECORD.
           MOVE ISAM-KEY TO SS-KEY.
           MOVE WS-SEGMENT-CODE (WS-SEGMENT-IX) TO SS-SEGMENT.
           MOVE WS-LEVEL-CODE (WS-LEVEL-IX) TO SS-LEVEL.
           MOVE WS-LAST-GIFT-DATE TO SS-LAST-GIFT-DATE.
           MOVE WS-LARGEST-GIFT TO SS-LARGEST-GIFT.
           MOVE WS-TOTAL-GIVEN TO SS-TOTAL-GIVEN.
           WRITE SELECTION-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.

       P500-WRITE-REPORT.
           OPEN OUTPUT SEGMENT-REPORT-FILE.
           MOVE PA-OUT-TITLE TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           MOVE WS-THIS-YEAR TO RH-THIS-YEAR.
           MOVE WS-SELECT-SEGMENTS TO RH-SEGMENTS.
           IF WS-SELECT-LEVELS = SPACES
               MOVE 'ALL' TO RH-LEVELS
           ELSE
               MOVE WS-SELECT-LEVELS TO RH-LEVELS.
           MOVE WS-RUN-HEADING TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           MOVE WS-HEADING-2 TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           MOVE SPACES TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.

           PERFORM P510-WRITE-SEGMENT
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > 4.

           MOVE 'ALL'          TO DL-SEGMENT.
           MOVE SPACES         TO DL-LEVEL.
           MOVE WS-ALL-DONORS    TO DL-DONORS.
           MOVE WS-ALL-SELECTED  TO DL-SELECTED.
           MOVE WS-ALL-THIS-YEAR TO DL-THIS-YEAR.
           MOVE WS-ALL-LAST-YEAR TO DL-LAST-YEAR.
           MOVE WS-ALL-LIFETIME  TO DL-LIFETIME.
           MOVE WS-DETAIL-LINE TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.

           IF WS-ORPHAN-GIFTS > 0
               MOVE WS-ORPHAN-GIFTS TO OL-ORPHAN-COUNT
               MOVE WS-ORPHAN-LINE TO SEGMENT-REPORT-RECORD
               WRITE SEGMENT-REPORT-RECORD.

           MOVE SPACES TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           MOVE WS-FOOTNOTE-1 TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           MOVE WS-FOOTNOTE-2 TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           CLOSE SEGMENT-REPORT-FILE.

      *    ONE LINE FOR EACH LEVEL THAT HAS ANYONE IN IT, THEN THE
      *    SEGMENT TOTAL.
       P510-WRITE-SEGMENT.
           MOVE 0 TO WS-SUB-DONORS.
           MOVE 0 TO WS-SUB-SELECTED.
           MOVE 0 TO WS-SUB-THIS-YEAR.
           MOVE 0 TO WS-SUB-LAST-YEAR.
           MOVE 0 TO WS-SUB-LIFETIME.
           PERFORM P520-WRITE-LEVEL
               VARYING JIX FROM 1 BY 1
               UNTIL JIX > 4.

           MOVE WS-SEGMENT-NAME (IIX) TO DL-SEGMENT.
           MOVE 'TOTAL'          TO DL-LEVEL.
           MOVE WS-SUB-DONORS    TO DL-DONORS.
           MOVE WS-SUB-SELECTED  TO DL-SELECTED.
           MOVE WS-SUB-THIS-YEAR TO DL-THIS-YEAR.
           MOVE WS-SUB-LAST-YEAR TO DL-LAST-YEAR.
           MOVE WS-SUB-LIFETIME  TO DL-LIFETIME.
           MOVE WS-DETAIL-LINE TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.
           MOVE SPACES TO SEGMENT-REPORT-RECORD.
           WRITE SEGMENT-REPORT-RECORD.

           ADD WS-SUB-DONORS    TO WS-ALL-DONORS.
           ADD WS-SUB-SELECTED  TO WS-ALL-SELECTED.
           ADD WS-SUB-THIS-YEAR TO WS-ALL-THIS-YEAR.
           ADD WS-SUB-LAST-YEAR TO WS-ALL-LAST-YEAR.
           ADD WS-SUB-LIFETIME  TO WS-ALL-LIFETIME.

       P520-WRITE-LEVEL.
           IF SG-DONORS (IIX, JIX) > 0
               MOVE WS-SEGMENT-NAME (IIX)  TO DL-SEGMENT
               MOVE WS-LEVEL-NAME (JIX)    TO DL-LEVEL
               MOVE SG-DONORS (IIX, JIX)   TO DL-DONORS
               MOVE SG-SELECTED (IIX, JIX) TO DL-SELECTED
               MOVE SG-THIS-YEAR (IIX, JIX) TO DL-THIS-YEAR
               MOVE SG-LAST-YEAR (IIX, JIX) TO DL-LAST-YEAR
               MOVE SG-LIFETIME (IIX, JIX) TO DL-LIFETIME
               MOVE WS-DETAIL-LINE TO SEGMENT-REPORT-RECORD
               WRITE SEGMENT-REPORT-RECORD
               ADD SG-DONORS (IIX, JIX)    TO WS-SUB-DONORS
               ADD SG-SELECTED (IIX, JIX)  TO WS-SUB-SELECTED
               ADD SG-THIS-YEAR (IIX, JIX) TO WS-SUB-THIS-YEAR
               ADD SG-LAST-YEAR (IIX, JIX) TO WS-SUB-LAST-YEAR
               ADD SG-LIFETIME (IIX, JIX)  TO WS-SUB-LIFETIME.

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
