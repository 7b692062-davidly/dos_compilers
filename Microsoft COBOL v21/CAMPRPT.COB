       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAMPRPT.
       SECURITY.
             THIS PROGRAM PRODUCES THE CAMPAIGN RESPONSE AND COST
             REPORT THE BOARD ASKS FOR AFTER EVERY APPEAL. EACH MAIL
             BUILD IN PROGRAM UPDATE, EACH HOUSEHOLD LABEL RUN IN
             PROGRAM HOUSHOLD AND EACH LETTERS RUN STAMPS THE MAILING
             HISTORY WITH THE CAMPAIGN CODE THE OPERATOR ENTERED, SO
             THE PIECES MAILED FOR A CAMPAIGN ARE COUNTED FROM
             MAILHIST.DAT. THE POSTAGE IS THE COST PROGRAM POSTAGE
             PRICED FOR THE CAMPAIGN AND POSTED TO CAMPCOST.DAT (THE
             LAST PLAN POSTED FOR A CAMPAIGN WINS). THE RESPONSES AND
             DOLLARS RAISED ARE THE GIFTS POSTED BY PROGRAM GIFTLOAD
             THAT CARRY THE CAMPAIGN CODE. FOR EACH CAMPAIGN THE
             REPORT SHOWS PIECES MAILED, POSTAGE, RESPONSES, RESPONSE
             RATE, DOLLARS RAISED AND POSTAGE COST PER DOLLAR RAISED,
             IN CAMPAIGN CODE ORDER, WITH GRAND TOTALS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILHIST-FILE
              ASSIGN TO DISK
              FILE STATUS IS MAILHIST-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMPAIGN-COST-FILE
              ASSIGN TO DISK
              FILE STATUS IS CAMPAIGN-COST-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GIFT-FILE
              ASSIGN TO DISK
              FILE STATUS IS GIFT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMPAIGN-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS CAMPAIGN-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CAMPAIGN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'CAMPRPT.DAT'.

       01  CAMPAIGN-REPORT-RECORD    PIC X(80).

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
           05  MAILHIST-STATUS   PIC XX     VALUE SPACES.
           05  CAMPAIGN-COST-STATUS PIC XX  VALUE SPACES.
           05  GIFT-STATUS       PIC XX     VALUE SPACES.
           05  CAMPAIGN-REPORT-STATUS PIC XX VALUE SPACES.
           05  WS-CAMP-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-CAMP-LOST      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-INSERT-AT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ENTRY-IX       PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  MAILHIST-EOF-SW   PIC X      VALUE 'N'.
               88  MAILHIST-EOF             VALUE 'Y'.
           05  CAMPAIGN-COST-EOF-SW PIC X   VALUE 'N'.
               88  CAMPAIGN-COST-EOF        VALUE 'Y'.
           05  GIFT-EOF-SW       PIC X      VALUE 'N'.
               88  GIFT-EOF                 VALUE 'Y'.
           05  WS-FOUND-SW       PIC X      VALUE 'N'.
               88  ENTRY-FOUND              VALUE 'Y'.

       01  WS-LOOKUP-CAMPAIGN    PIC X(8)   VALUE SPACES.

       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMP-ENTRY OCCURS 100 TIMES.
               10  CP-CODE          PIC X(8).
               10  CP-PIECES        PIC S9(7) COMP-0.
               10  CP-POSTAGE       PIC S9(7)V99.
               10  CP-RESPONSES     PIC S9(5) COMP-0.
               10  CP-DOLLARS       PIC S9(7)V99.

       01  WS-TOTAL-PIECES       PIC S9(7)     VALUE 0 COMP-0.
       01  WS-TOTAL-POSTAGE      PIC S9(7)V99  VALUE 0.
       01  WS-TOTAL-RESPONSES    PIC S9(7)     VALUE 0 COMP-0.
       01  WS-TOTAL-DOLLARS      PIC S9(7)V99  VALUE 0.

       01  WS-RATIO-PIECES       PIC S9(7)     VALUE 0 COMP-0.
       01  WS-RATIO-POSTAGE      PIC S9(7)V99  VALUE 0.
       01  WS-RATIO-RESPONSES    PIC S9(7)     VALUE 0 COMP-0.
       01  WS-RATIO-DOLLARS      PIC S9(7)V99  VALUE 0.
       01  WS-RESPONSE-RATE      PIC S9(9)V99  VALUE 0.
       01  WS-COST-PER-DOLLAR    PIC S9(9)V99  VALUE 0.

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 10 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'CAMPAIGN RESPONSE AND COST REPORT'.

       01  WS-HEADING-2.
           05  FILLER               PIC X(40)  VALUE
           'CAMPAIGN  PIECES    POSTAGE RESPONSES'.
           05  FILLER               PIC X(40)  VALUE
           '   RATE      DOLLARS   COST/$'.

       01  WS-DETAIL-LINE.
           05  DL-CAMPAIGN          PIC X(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-PIECES            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-POSTAGE           PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  DL-RESPONSES         PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  DL-RATE              PIC ZZZ9.99.
           05  FILLER               PIC X(1)   VALUE '%'.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-DOLLARS           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  DL-COST              PIC ZZZ9.99.
           05  DL-COST-X REDEFINES DL-COST PIC X(7).

       01  WS-NO-CAMPAIGN-LINE       PIC X(80)  VALUE
           '(NO CAMPAIGN CODES FOUND ON THE MAILING HISTORY OR GIFTS)'.

       01  WS-LOST-LINE.
           05  FILLER               PIC X(5)   VALUE '(and '.
           05  LL-LOST-COUNT        PIC ZZZZ9.
           05  FILLER               PIC X(40)  VALUE
               ' more campaign(s) not tabulated)'.

       01  WS-FOOTNOTE-LINE          PIC X(80)  VALUE
           'COST/$ IS POSTAGE PER DOLLAR RAISED, BLANK IF NONE RAISED'.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  CAMPRPT - CAMPAIGN RESPONSE AND COST REPORT'.
           DISPLAY SPACE.
           DISPLAY '  Reading MAILHIST.DAT, CAMPCOST.DAT and GIFTS.DAT',
               ' and writing CAMPRPT.DAT...'.

           PERFORM P600-GET-REPORT-TITLE.

           PERFORM P100-COUNT-PIECES.
           PERFORM P200-PRICE-CAMPAIGNS.
           PERFORM P300-COUNT-RESPONSES.
           PERFORM P500-WRITE-REPORT.

           DISPLAY '  Done. ', WS-CAMP-COUNT, ' campaign(s) reported'.
           STOP RUN.

      *    EVERY MAILING HISTORY ENTRY STAMPED WITH A CAMPAIGN CODE
      *    IS ONE PIECE MAILED FOR THAT CAMPAIGN. ENTRIES WRITTEN
      *    BEFORE CAMPAIGN CODES WERE KEPT HAVE A BLANK CODE AND ARE
      *    NOT COUNTED.
       P100-COUNT-PIECES.
           OPEN INPUT MAILHIST-FILE.
           IF MAILHIST-STATUS NOT = '00'
               DISPLAY '  No mailing history (MAILHIST.DAT) to count.'
           ELSE
               PERFORM P110-READ-MAILHIST
               PERFORM P120-TALLY-PIECE
                   UNTIL MAILHIST-EOF
               CLOSE MAILHIST-FILE.

       P110-READ-MAILHIST.
           READ MAILHIST-FILE
               AT END
                   MOVE 'Y' TO MAILHIST-EOF-SW.

       P120-TALLY-PIECE.
           IF MH-CAMPAIGN NOT = SPACES
               MOVE MH-CAMPAIGN TO WS-LOOKUP-CAMPAIGN
               PERFORM P400-FIND-CAMPAIGN
               IF WS-ENTRY-IX > 0
                   ADD 1 TO CP-PIECES (WS-ENTRY-IX).
           PERFORM P110-READ-MAILHIST.

      *    CAMPCOST.DAT IS APPENDED EACH TIME PROGRAM POSTAGE PRICES
      *    A PLAN FOR A CAMPAIGN, SO A LATER PLAN FOR THE SAME CODE
      *    REPLACES THE COST OF AN EARLIER ONE.
       P200-PRICE-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-COST-FILE.
           IF CAMPAIGN-COST-STATUS NOT = '00'
               DISPLAY '  No postage plans (CAMPCOST.DAT) posted.'
           ELSE
               PERFORM P210-READ-CAMPAIGN-COST
               PERFORM P220-TAKE-COST
                   UNTIL CAMPAIGN-COST-EOF
               CLOSE CAMPAIGN-COST-FILE.

       P210-READ-CAMPAIGN-COST.
           READ CAMPAIGN-COST-FILE
               AT END
                   MOVE 'Y' TO CAMPAIGN-COST-EOF-SW.

       P220-TAKE-COST.
           IF CC-CAMPAIGN NOT = SPACES
               MOVE CC-CAMPAIGN TO WS-LOOKUP-CAMPAIGN
               PERFORM P400-FIND-CAMPAIGN
               IF WS-ENTRY-IX > 0
                   MOVE CC-POSTAGE TO CP-POSTAGE (WS-ENTRY-IX).
           PERFORM P210-READ-CAMPAIGN-COST.

      *    EACH GIFT CARRYING A CAMPAIGN CODE IS ONE RESPONSE TO
      *    THAT CAMPAIGN.
       P300-COUNT-RESPONSES.
           OPEN INPUT GIFT-FILE.
           IF GIFT-STATUS NOT = '00'
               DISPLAY '  No gift history (GIFTS.DAT) to count.'
           ELSE
               PERFORM P310-READ-GIFT
               PERFORM P320-TALLY-GIFT
                   UNTIL GIFT-EOF
               CLOSE GIFT-FILE.

       P310-READ-GIFT.
           READ GIFT-FILE
               AT END
                   MOVE 'Y' TO GIFT-EOF-SW.

       P320-TALLY-GIFT.
           IF GT-CAMPAIGN NOT = SPACES
               MOVE GT-CAMPAIGN TO WS-LOOKUP-CAMPAIGN
               PERFORM P400-FIND-CAMPAIGN
               IF WS-ENTRY-IX > 0
                   ADD 1 TO CP-RESPONSES (WS-ENTRY-IX)
                   ADD GT-AMOUNT TO CP-DOLLARS (WS-ENTRY-IX).
           PERFORM P310-READ-GIFT.

      *    LOOK UP WS-LOOKUP-CAMPAIGN IN THE CAMPAIGN TABLE, ADDING
      *    IT AT ITS SORTED POSITION WHEN IT IS NEW, THE WAY PROGRAM
      *    SUMMARY KEEPS ITS ZIP REGION TABLE, SO THE TABLE IS READY
      *    TO PRINT IN CAMPAIGN ORDER. WS-ENTRY-IX COMES BACK ZERO
      *    WHEN THE TABLE IS FULL.
       P400-FIND-CAMPAIGN.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-INSERT-AT.
           MOVE 0 TO WS-ENTRY-IX.
           PERFORM P410-MATCH-CAMPAIGN
               VARYING IIX FROM 1 BY 1
               UNTIL ENTRY-FOUND OR IIX > WS-CAMP-COUNT.

           IF NOT ENTRY-FOUND
               PERFORM P420-INSERT-CAMPAIGN.

       P410-MATCH-CAMPAIGN.
           IF CP-CODE (IIX) = WS-LOOKUP-CAMPAIGN
               MOVE 'Y' TO WS-FOUND-SW
               MOVE IIX TO WS-ENTRY-IX
           ELSE
               IF CP-CODE (IIX) > WS-LOOKUP-CAMPAIGN
               AND WS-INSERT-AT = 0
                   MOVE IIX TO WS-INSERT-AT.

       P420-INSERT-CAMPAIGN.
           IF WS-CAMP-COUNT NOT < 100
               ADD 1 TO WS-CAMP-LOST
           ELSE
               PERFORM P430-PLACE-CAMPAIGN.

       P430-PLACE-CAMPAIGN.
           IF WS-INSERT-AT = 0
               COMPUTE WS-INSERT-AT = WS-CAMP-COUNT + 1.
           ADD 1 TO WS-CAMP-COUNT.
           PERFORM P440-SHIFT-CAMPAIGN
               VARYING JIX FROM WS-CAMP-COUNT BY -1
               UNTIL JIX NOT > WS-INSERT-AT.
           MOVE WS-LOOKUP-CAMPAIGN TO CP-CODE (WS-INSERT-AT).
           MOVE 0 TO CP-PIECES (WS-INSERT-AT).
           MOVE 0 TO CP-POSTAGE (WS-INSERT-AT).
           MOVE 0 TO CP-RESPONSES (WS-INSERT-AT).
           MOVE 0 TO CP-DOLLARS (WS-INSERT-AT).
           MOVE WS-INSERT-AT TO WS-ENTRY-IX.

       P440-SHIFT-CAMPAIGN.
           MOVE WS-CAMP-ENTRY (JIX - 1) TO WS-CAMP-ENTRY (JIX).

       P500-WRITE-REPORT.
           OPEN OUTPUT CAMPAIGN-REPORT-FILE.
           MOVE PA-OUT-TITLE TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.
           MOVE WS-HEADING-2 TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.

           IF WS-CAMP-COUNT = 0
               MOVE WS-NO-CAMPAIGN-LINE TO CAMPAIGN-REPORT-RECORD
               WRITE CAMPAIGN-REPORT-RECORD
           ELSE
               PERFORM P510-WRITE-CAMPAIGN-LINE
                   VARYING IIX FROM 1 BY 1
                   UNTIL IIX > WS-CAMP-COUNT
               PERFORM P530-WRITE-TOTAL-LINE.

           IF WS-CAMP-LOST > 0
               MOVE WS-CAMP-LOST TO LL-LOST-COUNT
               MOVE WS-LOST-LINE TO CAMPAIGN-REPORT-RECORD
               WRITE CAMPAIGN-REPORT-RECORD.

           MOVE SPACES TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.
           MOVE WS-FOOTNOTE-LINE TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.
           CLOSE CAMPAIGN-REPORT-FILE.

       P510-WRITE-CAMPAIGN-LINE.
           MOVE CP-CODE (IIX)      TO DL-CAMPAIGN.
           MOVE CP-PIECES (IIX)    TO DL-PIECES.
           MOVE CP-POSTAGE (IIX)   TO DL-POSTAGE.
           MOVE CP-RESPONSES (IIX) TO DL-RESPONSES.
           MOVE CP-DOLLARS (IIX)   TO DL-DOLLARS.
           MOVE CP-PIECES (IIX)    TO WS-RATIO-PIECES.
           MOVE CP-POSTAGE (IIX)   TO WS-RATIO-POSTAGE.
           MOVE CP-RESPONSES (IIX) TO WS-RATIO-RESPONSES.
           MOVE CP-DOLLARS (IIX)   TO WS-RATIO-DOLLARS.
           PERFORM P520-COMPUTE-RATIOS.
           MOVE WS-DETAIL-LINE TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.

           ADD CP-PIECES (IIX)    TO WS-TOTAL-PIECES.
           ADD CP-POSTAGE (IIX)   TO WS-TOTAL-POSTAGE.
           ADD CP-RESPONSES (IIX) TO WS-TOTAL-RESPONSES.
           ADD CP-DOLLARS (IIX)   TO WS-TOTAL-DOLLARS.

      *    THE RESPONSE RATE IS RESPONSES AS A PERCENT OF PIECES
      *    MAILED. A GIFT CAN NAME A CAMPAIGN THAT WAS NEVER STAMPED
      *    ON THE MAILING HISTORY (A PHONE APPEAL, SAY), AND THEN NO
      *    RATE CAN BE SHOWN. THE COST PER DOLLAR IS LEFT BLANK WHEN
      *    NOTHING WAS RAISED.
       P520-COMPUTE-RATIOS.
           IF WS-RATIO-PIECES > 0
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-RATIO-RESPONSES * 100 / WS-RATIO-PIECES
               MOVE WS-RESPONSE-RATE TO DL-RATE
           ELSE
               MOVE ZERO TO DL-RATE.

           IF WS-RATIO-DOLLARS > 0
               COMPUTE WS-COST-PER-DOLLAR ROUNDED =
                   WS-RATIO-POSTAGE / WS-RATIO-DOLLARS
               MOVE WS-COST-PER-DOLLAR TO DL-COST
           ELSE
               MOVE SPACES TO DL-COST-X.

       P530-WRITE-TOTAL-LINE.
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.
           MOVE 'TOTAL'            TO DL-CAMPAIGN.
           MOVE WS-TOTAL-PIECES    TO DL-PIECES.
           MOVE WS-TOTAL-POSTAGE   TO DL-POSTAGE.
           MOVE WS-TOTAL-RESPONSES TO DL-RESPONSES.
           MOVE WS-TOTAL-DOLLARS   TO DL-DOLLARS.
           MOVE WS-TOTAL-PIECES    TO WS-RATIO-PIECES.
           MOVE WS-TOTAL-POSTAGE   TO WS-RATIO-POSTAGE.
           MOVE WS-TOTAL-RESPONSES TO WS-RATIO-RESPONSES.
           MOVE WS-TOTAL-DOLLARS   TO WS-RATIO-DOLLARS.
           PERFORM P520-COMPUTE-RATIOS.
           MOVE WS-DETAIL-LINE TO CAMPAIGN-REPORT-RECORD.
           WRITE CAMPAIGN-REPORT-RECORD.

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
