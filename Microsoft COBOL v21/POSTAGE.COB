             BLANK ZIP CODE ARE LEFT OUT OF THE PLAN. THE SORT
             MINIMUMS, TRAY CAPACITY, AND RATES ARE WORKING STORAGE
             CONSTANTS, TO BE KEPT IN STEP WITH THE CURRENT POSTAL
             RATE CHART. WHEN THE OPERATOR GIVES A CAMPAIGN CODE, THE
             PIECE COUNT AND PRICED POSTAGE ARE ALSO POSTED TO THE
             CAMPAIGN COST FILE FOR PROGRAM CAMPRPT. EACH PIECE IS
             TRAYED BY THE ZIP CODE OF THE ADDRESS IT IS MAILED TO: A
             PERSON WITH A SEASONAL ADDRESS IN EFFECT ON THE MAIL DROP
             DATE THE OPERATOR GIVES, AS SUPPLIED BY SUBPROGRAM
             ALTADRSB, IS TRAYED BY THAT ADDRESS'S ZIP CODE, SO THE
             PIECES ARE SORTED ON THAT ZIP BEFORE THEY ARE TRAYED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE IS DYNAMIC
              ORGANIZATION IS INDEXED.

           SELECT SORT-WORK-FILE
              ASSIGN TO DISK.

           SELECT TRAY-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS TRAY-REPORT-STATUS
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMPAIGN-COST-FILE
              ASSIGN TO DISK
              FILE STATUS IS CAMPAIGN-COST-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISAM-FILE
           05  ISAM-STAMP-TIME         PIC X(8).
           05  ISAM-STAMP-OPERATOR     PIC X(8).

      *    ONE ENTRY PER PIECE, WITH THE ZIP CODE IT IS MAILED TO.
       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SW-ZIP-CODE          PIC X(10).
           05  SW-KEY               PIC X(40).

       FD  TRAY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TRAYRPT.DAT'.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       FD  CAMPAIGN-COST-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'CAMPCOST.DAT'.

       01  CAMPAIGN-COST-RECORD.
           05  CC-CAMPAIGN    PIC X(8).
           05  FILLER         PIC X.
           05  CC-DATE        PIC 9(8).
           05  FILLER         PIC X.
           05  CC-PIECES      PIC 9(5).
           05  FILLER         PIC X.
           05  CC-POSTAGE     PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  ISAM-STATUS       PIC XX     VALUE SPACES.
           05  TRAY-REPORT-STATUS PIC XX    VALUE SPACES.
           05  CAMPAIGN-COST-STATUS PIC XX  VALUE SPACES.
           05  WS-READ-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PIECE-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NO-ZIP-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-MIXED-PIECES   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-TRAY-NUMBER    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-EMIT-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-SEASONAL-COUNT PIC S9(5)  VALUE 0 COMP-0.

      *    PRESORT MINIMUMS, TRAY CAPACITY, AND THE RATE FOR EACH
      *    SORT LEVEL. KEEP THESE IN STEP WITH THE CURRENT THIRD
       01  SWITCHES.
           05  ISAM-EOF-SW       PIC X      VALUE 'N'.
               88  ISAM-EOF                 VALUE 'Y'.
           05  SORT-EOF-SW       PIC X      VALUE 'N'.
               88  SORT-EOF                 VALUE 'Y'.

       01  WS-FILTER-CATEGORY   PIC X(10)   VALUE SPACES.

       01  WS-CAMPAIGN-CODE     PIC X(8)    VALUE SPACES.

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

       01  WS-ZIP-WORK           PIC X(10)  VALUE SPACES.
       01  FILLER REDEFINES WS-ZIP-WORK.
           05  WS-ZW-ZIP5.
           05  FILLER               PIC X(3)   VALUE '): '.
           05  NZ-COUNT             PIC ZZZZ9.

       01  WS-SEASONAL-LINE.
           05  FILLER               PIC X(23)  VALUE
               'AT A SEASONAL ADDRESS: '.
           05  SL-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY '  Category to mail to (DONOR, VENDOR, etc),',
               ' blank for all:'.
           ACCEPT WS-FILTER-CATEGORY.
           DISPLAY '  Campaign code to price this plan against, blank',
               ' for none:'.
           ACCEPT WS-CAMPAIGN-CODE.
           DISPLAY '  Mail drop date (YYYYMMDD), blank for today;',
               ' seasonal addresses in'.
           DISPLAY '  effect that day are used:'.
           ACCEPT WS-DROP-REPLY.
           DISPLAY '  Reading ISAM.DAT in ZIP order and writing',
               ' TRAYRPT.DAT...'.

               MOVE SPACES TO TRAY-REPORT-RECORD
               WRITE TRAY-REPORT-RECORD

               PERFORM P050-LOAD-SEASONAL
               PERFORM P100-START-FILE-BY-ZIP
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ZIP-CODE
                   ON ASCENDING KEY SW-KEY
                   INPUT PROCEDURE IS P250-SELECT-PIECES
                   OUTPUT PROCEDURE IS P280-TRAY-PIECES
               PERFORM P400-CLOSE-ZIP5
               PERFORM P410-CLOSE-REGION
               PERFORM P420-CLOSE-MIXED
               PERFORM P600-WRITE-TOTALS
               PERFORM P650-POST-CAMPAIGN-COST

               CLOSE TRAY-REPORT-FILE
               CLOSE ISAM-FILE
               DISPLAY '  Done. ', WS-PIECE-COUNT, ' piece(s) in ',
                   WS-TRAY-NUMBER, ' tray(s)'
               DISPLAY '  ', WS-SEASONAL-COUNT,
                   ' piece(s) to a seasonal address'.

           STOP RUN.

      *    SUBPROGRAM ALTADRSB LOADS THE SEASONAL ADDRESSES IN EFFECT
      *    ON THE MAIL DROP DATE. A BLANK DROP DATE IS TODAY.
       P050-LOAD-SEASONAL.
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
                   ' TRAYED AT HOME.'.

       P100-START-FILE-BY-ZIP.
           MOVE SPACES TO ISAM-ZIP-CODE.
           START ISAM-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT.

       P250-SELECT-PIECES.
           PERFORM P200-READ-ISAM.
           PERFORM P300-PLAN-PIECE
               UNTIL ISAM-EOF.

       P280-TRAY-PIECES.
           PERFORM P290-RETURN-PIECE.
           PERFORM P310-TALLY-PIECE
               UNTIL SORT-EOF.

       P290-RETURN-PIECE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       P300-PLAN-PIECE.
           IF ISAM-DO-NOT-MAIL
               ADD 1 TO WS-FLAGGED-SKIPS
           ELSE IF WS-FILTER-CATEGORY NOT = SPACES
           AND ISAM-CATEGORY NOT = WS-FILTER-CATEGORY
               NEXT SENTENCE
           ELSE
               PERFORM P305-RELEASE-PIECE.

           PERFORM P200-READ-ISAM.

      *    A PIECE IS SORTED BY THE ZIP CODE IT IS MAILED TO - THAT
      *    OF A SEASONAL ADDRESS IN EFFECT ON THE DROP DATE,
      *    OTHERWISE THE HOME ZIP CODE.
       P305-RELEASE-PIECE.
           MOVE ISAM-KEY TO SW-KEY.
           MOVE ISAM-ZIP-CODE TO SW-ZIP-CODE.
           MOVE 'F' TO AA-REQUEST.
           MOVE ISAM-KEY TO AA-KEY.
           CALL 'ALTADRSB' USING ALTADDR-AREA.
           IF AA-FOUND
               MOVE AA-ZIP-CODE TO SW-ZIP-CODE.

           IF SW-ZIP-CODE = SPACES
               ADD 1 TO WS-NO-ZIP-COUNT
           ELSE
               RELEASE SORT-WORK-RECORD
               IF AA-FOUND
                   ADD 1 TO WS-SEASONAL-COUNT.

      *    THE PIECES ARRIVE IN ZIP ORDER, SO EACH FIVE-DIGIT GROUP
      *    AND EACH THREE-DIGIT REGION IS CLOSED WHEN ITS ZIP
      *    CHANGES: A GROUP WITH ENOUGH PIECES MAKES ITS OWN TRAYS,
      *    AND THE REST ROLL UP A LEVEL.
       P310-TALLY-PIECE.
           MOVE SW-ZIP-CODE TO WS-ZIP-WORK.

           IF WS-ZW-ZIP5 NOT = WS-CUR-ZIP5
               PERFORM P400-CLOSE-ZIP5
           MOVE WS-ZW-ZIP5 TO WS-CUR-ZIP5.
           ADD 1 TO WS-ZIP5-COUNT.
           ADD 1 TO WS-PIECE-COUNT.
           PERFORM P290-RETURN-PIECE.

       P400-CLOSE-ZIP5.
           IF WS-ZIP5-COUNT NOT < WS-5DIG-MINIMUM
               MOVE WS-NO-ZIP-LINE TO TRAY-REPORT-RECORD
               WRITE TRAY-REPORT-RECORD.

           IF WS-SEASONAL-COUNT > 0
               MOVE WS-SEASONAL-COUNT TO SL-COUNT
               MOVE WS-SEASONAL-LINE TO TRAY-REPORT-RECORD
               WRITE TRAY-REPORT-RECORD.

           IF WS-PIECE-COUNT < WS-BULK-MINIMUM
               MOVE SPACES TO TRAY-REPORT-RECORD
               WRITE TRAY-REPORT-RECORD
               MOVE WS-SHORT-LINE TO TRAY-REPORT-RECORD
               WRITE TRAY-REPORT-RECORD.

      *    THE PLAN IS POSTED TO CAMPCOST.DAT UNDER THE CAMPAIGN
      *    CODE SO PROGRAM CAMPRPT CAN SHOW THE COST OF THE APPEAL.
      *    A PLAN RERUN FOR THE SAME CAMPAIGN IS APPENDED AS WELL;
      *    CAMPRPT TAKES THE LAST ONE POSTED.
       P650-POST-CAMPAIGN-COST.
           IF WS-CAMPAIGN-CODE NOT = SPACES
               OPEN EXTEND CAMPAIGN-COST-FILE
               IF CAMPAIGN-COST-STATUS NOT = '00'
      *            FIRST PRICED CAMPAIGN - CREATE THE COST FILE.
                   OPEN OUTPUT CAMPAIGN-COST-FILE.

           IF WS-CAMPAIGN-CODE NOT = SPACES
               MOVE SPACES TO CAMPAIGN-COST-RECORD
               MOVE WS-CAMPAIGN-CODE TO CC-CAMPAIGN
               ACCEPT CC-DATE FROM DATE YYYYMMDD
               MOVE WS-PIECE-COUNT TO CC-PIECES
               MOVE WS-TOTAL-POSTAGE TO CC-POSTAGE
               WRITE CAMPAIGN-COST-RECORD
               CLOSE CAMPAIGN-COST-FILE
               DISPLAY '  Postage posted to CAMPCOST.DAT for campaign ',
                   WS-CAMPAIGN-CODE.

      *    THE PAGE TITLE COMES FROM TITLES.DAT (RECORD NUMBER
      *    WS-TITLE-LINE-NUMBER NAMES THIS REPORT), SO A CLERK CAN
      *    RETITLE A SPECIAL RUN BY EDITING THAT FILE. WHEN THE FILE
