       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEASRPT.
       SECURITY.
             THIS PROGRAM READS THE SEASONAL ADDRESSES KEPT ON
             ALTADDR.DAT BY THE FIND OPTION OF PROGRAM UPDATE AND BY
             PROGRAM TRANLOAD AND LISTS EVERYONE WHOSE SEASONAL
             ADDRESS STARTS OR ENDS WITHIN THE 30 DAYS FOLLOWING THE
             AS-OF DATE THE OPERATOR ENTERS (TODAY IF LEFT BLANK), SO
             THE DATES CAN BE CONFIRMED WITH THE PERSON BEFORE THE
             MAIL FOLLOWS THEM. EACH START OR END PRINTS ITS DATE,
             THE NAME, AND THE PHONE NUMBER FROM THE MASTER FILE,
             FOLLOWED BY THE SEASONAL ADDRESS, THE DAYS IT IS IN
             EFFECT, AND THE OPERATOR WHO ENTERED IT. AN ADDRESS THAT
             BOTH STARTS AND ENDS WITHIN THE 30 DAYS IS LISTED ON
             BOTH DAYS. THE LIST IS IN DATE AND NAME ORDER WITH A
             SORT, AND CLOSES WITH A COUNT OF THE STARTS AND ENDS.
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

           SELECT ALT-ADDRESS-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-ADDRESS-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
              ASSIGN TO DISK.

           SELECT SEASON-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS SEASON-REPORT-STATUS
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

       FD  ALT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTADDR.DAT'.

       01  ALT-ADDRESS-RECORD.
           05  AT-KEY                   PIC X(40).
           05  FILLER                   PIC X.
           05  AT-FROM-DATE             PIC 9(8).
           05  FILLER                   PIC X.
           05  AT-TO-DATE               PIC 9(8).
           05  FILLER                   PIC X.
           05  AT-ADDRESS-LINE-1        PIC X(40).
           05  FILLER                   PIC X.
           05  AT-ADDRESS-LINE-2        PIC X(40).
           05  FILLER                   PIC X.
           05  AT-ZIP-CODE              PIC X(10).
           05  FILLER                   PIC X.
           05  AT-OPERATOR              PIC X(8).
           05  FILLER                   PIC X.
           05  AT-ENTRY-DATE            PIC 9(8).

       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SR-EVENT-DATE            PIC 9(8).
           05  SR-KEY.
               10  SR-LAST-NAME         PIC X(20).
               10  SR-FIRST-NAME        PIC X(20).
           05  SR-EVENT                 PIC X(6).
           05  SR-FROM-DATE             PIC 9(8).
           05  SR-TO-DATE               PIC 9(8).
           05  SR-ADDRESS-LINE-1        PIC X(40).
           05  SR-ADDRESS-LINE-2        PIC X(40).
           05  SR-ZIP-CODE              PIC X(10).
           05  SR-OPERATOR              PIC X(8).

       FD  SEASON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'SEASRPT.DAT'.

       01  SEASON-REPORT-RECORD      PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  ISAM-STATUS          PIC XX     VALUE SPACES.
           05  ALT-ADDRESS-STATUS   PIC XX     VALUE SPACES.
           05  SEASON-REPORT-STATUS PIC XX     VALUE SPACES.
           05  WS-LINE-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PAGE-NUMBER       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-READ-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-START-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-END-COUNT         PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NO-MASTER-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LINES-PER-PAGE    PIC S9(5)  VALUE 45 COMP-0.
           05  WS-MONTH-END         PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  ALT-ADDRESS-EOF-SW   PIC X      VALUE 'N'.
               88  ALT-ADDRESS-EOF             VALUE 'Y'.
           05  SORT-EOF-SW          PIC X      VALUE 'N'.
               88  SORT-EOF                    VALUE 'Y'.

       01  WS-AS-OF-REPLY       PIC X(8)   VALUE SPACES.

       01  WS-AS-OF-DATE          PIC 9(8)   VALUE 0.
       01  FILLER REDEFINES WS-AS-OF-DATE.
           05  WS-AO-YEAR         PIC 9(4).
           05  WS-AO-MONTH        PIC 9(2).
           05  WS-AO-DAY          PIC 9(2).

      *    THE LAST DAY OF THE 30 DAYS LOOKED AHEAD, COUNTED FORWARD
      *    A DAY AT A TIME THE WAY PROGRAM PLEDGRUN COUNTS BACK ITS
      *    AGING CUTOFFS.
       01  WS-WINDOW-END          PIC 9(8)   VALUE 0.
       01  FILLER REDEFINES WS-WINDOW-END.
           05  WS-WE-YEAR         PIC 9(4).
           05  WS-WE-MONTH        PIC 9(2).
           05  WS-WE-DAY          PIC 9(2).

       01  WS-LEAP-FIELDS.
           05  WS-LEAP-YEAR       PIC 9(4)   VALUE 0.
           05  WS-LEAP-QUOTIENT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-REM-4      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-REM-100    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-REM-400    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LEAP-SW         PIC X      VALUE 'N'.
               88  LEAP-YEAR                 VALUE 'Y'.

       01  WS-MONTH-DAYS-VALUES   PIC X(24)  VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES   PIC 99.

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 18 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'SEASONAL ADDRESS CONFIRMATION REPORT'.

       01  WS-WINDOW-LINE.
           05  FILLER               PIC X(24)  VALUE
               'STARTING OR ENDING FROM '.
           05  WL-FROM-DATE         PIC 9(8).
           05  FILLER               PIC X(9)   VALUE ' THROUGH '.
           05  WL-TO-DATE           PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER               PIC X(38)  VALUE
               'DATE     EVENT  LAST NAME            '.
           05  FILLER               PIC X(42)  VALUE
               'FIRST NAME           PHONE'.

       01  WS-PAGE-LINE.
           05  FILLER               PIC X(5)   VALUE 'PAGE '.
           05  PL-PAGE-NUMBER       PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05  DL-DATE              PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-EVENT             PIC X(6).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-PHONE             PIC X(12).

       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(16)  VALUE SPACES.
           05  AL-ADDRESS           PIC X(40).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  AL-ZIP-CODE          PIC X(10).

       01  WS-EFFECT-LINE.
           05  FILLER               PIC X(16)  VALUE SPACES.
           05  FILLER               PIC X(10)  VALUE 'IN EFFECT '.
           05  EL-FROM-DATE         PIC 9(8).
           05  FILLER               PIC X(9)   VALUE ' THROUGH '.
           05  EL-TO-DATE           PIC 9(8).
           05  FILLER               PIC X(13)  VALUE '  ENTERED BY '.
           05  EL-OPERATOR          PIC X(8).

       01  WS-TOTAL-LINE.
           05  TL-TEXT              PIC X(27)  VALUE SPACES.
           05  TL-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  SEASRPT - SEASONAL ADDRESS CONFIRMATION REPORT'.
           DISPLAY SPACE.
           DISPLAY '  As-of date YYYYMMDD (blank for today):'.
           ACCEPT WS-AS-OF-REPLY.

           IF WS-AS-OF-REPLY = SPACES
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE IF WS-AS-OF-REPLY IS NUMERIC
               MOVE WS-AS-OF-REPLY TO WS-AS-OF-DATE
           ELSE
               DISPLAY '  As-of date not numeric. Nothing done.'
               STOP RUN.

           IF WS-AO-MONTH < 1 OR WS-AO-MONTH > 12
           OR WS-AO-DAY < 1 OR WS-AO-DAY > 31
               DISPLAY '  As-of date not a valid date. Nothing done.'
               STOP RUN.

           OPEN INPUT ALT-ADDRESS-FILE.
           IF ALT-ADDRESS-STATUS NOT = '00'
               DISPLAY '  NO SEASONAL ADDRESS FILE. FILE STATUS = ',
                   ALT-ADDRESS-STATUS
               STOP RUN.
           CLOSE ALT-ADDRESS-FILE.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
               STOP RUN.

           DISPLAY '  Reading ALTADDR.DAT and writing SEASRPT.DAT...'.
           PERFORM P300-GET-REPORT-TITLE.
           PERFORM P050-COMPUTE-WINDOW.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-EVENT-DATE
               ON ASCENDING KEY SR-LAST-NAME
               ON ASCENDING KEY SR-FIRST-NAME
               INPUT PROCEDURE IS P100-SELECT-EVENTS
               OUTPUT PROCEDURE IS P200-PRINT-EVENTS.

           CLOSE ISAM-FILE.
           DISPLAY '  Done. ', WS-START-COUNT, ' start(s) and ',
               WS-END-COUNT, ' end(s) printed to SEASRPT.DAT'.

           STOP RUN.

       P050-COMPUTE-WINDOW.
           MOVE WS-AS-OF-DATE TO WS-WINDOW-END.
           PERFORM P053-FORWARD-ONE-DAY 30 TIMES.

       P053-FORWARD-ONE-DAY.
           MOVE WS-MONTH-DAYS (WS-WE-MONTH) TO WS-MONTH-END.
           IF WS-WE-MONTH = 2
               MOVE WS-WE-YEAR TO WS-LEAP-YEAR
               PERFORM P057-TEST-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO WS-MONTH-END.

           IF WS-WE-DAY < WS-MONTH-END
               ADD 1 TO WS-WE-DAY
           ELSE
               PERFORM P056-FORWARD-ONE-MONTH.

       P056-FORWARD-ONE-MONTH.
           MOVE 1 TO WS-WE-DAY.
           IF WS-WE-MONTH = 12
               MOVE 1 TO WS-WE-MONTH
               ADD 1 TO WS-WE-YEAR
           ELSE
               ADD 1 TO WS-WE-MONTH.

       P057-TEST-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
           AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 'Y' TO WS-LEAP-SW.

       P100-SELECT-EVENTS.
           OPEN INPUT ALT-ADDRESS-FILE.
           PERFORM P110-READ-ADDRESS.
           PERFORM P120-TEST-EVENTS
               UNTIL ALT-ADDRESS-EOF.
           CLOSE ALT-ADDRESS-FILE.

       P110-READ-ADDRESS.
           READ ALT-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO ALT-ADDRESS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT.

      *    A SEASONAL ADDRESS IS RELEASED ONCE FOR ITS FIRST DAY AND
      *    ONCE FOR ITS LAST DAY, WHEN EITHER FALLS IN THE 30 DAYS.
       P120-TEST-EVENTS.
           IF AT-FROM-DATE IS NUMERIC
           AND AT-TO-DATE IS NUMERIC
               PERFORM P130-RELEASE-START
               PERFORM P140-RELEASE-END.

           PERFORM P110-READ-ADDRESS.

       P130-RELEASE-START.
           IF AT-FROM-DATE NOT < WS-AS-OF-DATE
           AND AT-FROM-DATE NOT > WS-WINDOW-END
               MOVE AT-FROM-DATE TO SR-EVENT-DATE
               MOVE 'STARTS' TO SR-EVENT
               PERFORM P150-RELEASE-EVENT.

       P140-RELEASE-END.
           IF AT-TO-DATE NOT < WS-AS-OF-DATE
           AND AT-TO-DATE NOT > WS-WINDOW-END
               MOVE AT-TO-DATE TO SR-EVENT-DATE
               MOVE 'ENDS' TO SR-EVENT
               PERFORM P150-RELEASE-EVENT.

       P150-RELEASE-EVENT.
           MOVE AT-KEY            TO SR-KEY.
           MOVE AT-FROM-DATE      TO SR-FROM-DATE.
           MOVE AT-TO-DATE        TO SR-TO-DATE.
           MOVE AT-ADDRESS-LINE-1 TO SR-ADDRESS-LINE-1.
           MOVE AT-ADDRESS-LINE-2 TO SR-ADDRESS-LINE-2.
           MOVE AT-ZIP-CODE       TO SR-ZIP-CODE.
           MOVE AT-OPERATOR       TO SR-OPERATOR.
           RELEASE SORT-WORK-RECORD.

       P200-PRINT-EVENTS.
           OPEN OUTPUT SEASON-REPORT-FILE.
           PERFORM P210-RETURN-EVENT.
           PERFORM P220-PRINT-EVENT
               UNTIL SORT-EOF.
           PERFORM P290-WRITE-TOTALS.
           CLOSE SEASON-REPORT-FILE.

       P210-RETURN-EVENT.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       P220-PRINT-EVENT.
      *    AN ENTRY AND ITS ADDRESS ARE KEPT TOGETHER ON ONE PAGE.
           IF WS-LINE-COUNT = 0
           OR WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
               PERFORM P260-WRITE-PAGE-HEADING.

           IF SR-EVENT = 'STARTS'
               ADD 1 TO WS-START-COUNT
           ELSE
               ADD 1 TO WS-END-COUNT.

           PERFORM P400-READ-PHONE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-EVENT-DATE  TO DL-DATE.
           MOVE SR-EVENT       TO DL-EVENT.
           MOVE SR-LAST-NAME   TO DL-LAST-NAME.
           MOVE SR-FIRST-NAME  TO DL-FIRST-NAME.
           MOVE ISAM-PHONE     TO DL-PHONE.
           MOVE WS-DETAIL-LINE TO SEASON-REPORT-RECORD.
           PERFORM P230-WRITE-LINE.

           MOVE SR-ADDRESS-LINE-1 TO AL-ADDRESS.
           MOVE SR-ZIP-CODE       TO AL-ZIP-CODE.
           MOVE WS-ADDRESS-LINE TO SEASON-REPORT-RECORD.
           PERFORM P230-WRITE-LINE.

           IF SR-ADDRESS-LINE-2 NOT = SPACES
               MOVE SR-ADDRESS-LINE-2 TO AL-ADDRESS
               MOVE SPACES TO AL-ZIP-CODE
               MOVE WS-ADDRESS-LINE TO SEASON-REPORT-RECORD
               PERFORM P230-WRITE-LINE.

           MOVE SR-FROM-DATE TO EL-FROM-DATE.
           MOVE SR-TO-DATE   TO EL-TO-DATE.
           MOVE SR-OPERATOR  TO EL-OPERATOR.
           MOVE WS-EFFECT-LINE TO SEASON-REPORT-RECORD.
           PERFORM P230-WRITE-LINE.

           MOVE SPACES TO SEASON-REPORT-RECORD.
           PERFORM P230-WRITE-LINE.

           PERFORM P210-RETURN-EVENT.

       P230-WRITE-LINE.
           WRITE SEASON-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       P260-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.

           MOVE PA-OUT-TITLE TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

           MOVE WS-PAGE-NUMBER TO PL-PAGE-NUMBER.
           MOVE WS-PAGE-LINE TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

           MOVE WS-AS-OF-DATE TO WL-FROM-DATE.
           MOVE WS-WINDOW-END TO WL-TO-DATE.
           MOVE WS-WINDOW-LINE TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

           MOVE SPACES TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

           MOVE WS-HEADING-2 TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

           MOVE SPACES TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

      *    WITH NOTHING TO CONFIRM THE REPORT IS STILL HEADED, SO
      *    THE RUN SHOWS IT WAS MADE.
       P290-WRITE-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM P260-WRITE-PAGE-HEADING.

           MOVE SPACES TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.

           MOVE 'SEASONAL ADDRESSES READ:' TO TL-TEXT.
           MOVE WS-READ-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE 'STARTING:' TO TL-TEXT.
           MOVE WS-START-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE 'ENDING:' TO TL-TEXT.
           MOVE WS-END-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           IF WS-NO-MASTER-COUNT > 0
               MOVE 'NOT ON THE MASTER FILE:' TO TL-TEXT
               MOVE WS-NO-MASTER-COUNT TO TL-COUNT
               PERFORM P295-WRITE-TOTAL-LINE.

       P295-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.


      *    THE PAGE TITLE COMES FROM TITLES.DAT (RECORD NUMBER
      *    WS-TITLE-LINE-NUMBER NAMES THIS REPORT), SO A CLERK CAN
      *    RETITLE A SPECIAL RUN BY EDITING THAT FILE. WHEN THE FILE
      *    OR THE RECORD IS MISSING OR BLANK THE BUILT-IN TITLE IS
      *    USED. ALIGNMENT IS DONE BY SUBPROGRAM CENTERSB.
       P300-GET-REPORT-TITLE.
           MOVE 'C' TO PA-OPTION.
           MOVE WS-DEFAULT-TITLE TO PA-IN-TITLE.
           PERFORM P302-READ-TITLE-FILE.
           CALL 'CENTERSB' USING PARAMETER-AREA.

       P302-READ-TITLE-FILE.
           MOVE 'N' TO TITLE-EOF-SW.
           OPEN INPUT TITLE-IN-FILE.
           IF TITLE-IN-STATUS NOT = '00'
               MOVE 'Y' TO TITLE-EOF-SW
           ELSE
               PERFORM P304-READ-TITLE-RECORD
                   WS-TITLE-LINE-NUMBER TIMES
               PERFORM P306-SAVE-TITLE-RECORD
               CLOSE TITLE-IN-FILE.

      *    THE RECORD AREA IS UNDEFINED AFTER CLOSE, SO THE TITLE
      *    IS TAKEN FROM IT WHILE THE FILE IS STILL OPEN.
       P306-SAVE-TITLE-RECORD.
           IF NOT TITLE-EOF
           AND TI-TITLE NOT = SPACES
               MOVE TI-ALIGN-CODE TO PA-OPTION
               MOVE TI-TITLE TO PA-IN-TITLE.

       P304-READ-TITLE-RECORD.
           IF NOT TITLE-EOF
               READ TITLE-IN-FILE
                   AT END
                       MOVE 'Y' TO TITLE-EOF-SW.

      *    THE PHONE NUMBER IS TAKEN FROM THE MASTER SO THE CLERK
      *    CAN CALL TO CONFIRM. A NAME NO LONGER ON THE MASTER
      *    PRINTS WITH A NOTE IN PLACE OF THE PHONE NUMBER.
       P400-READ-PHONE.
           MOVE SPACES TO ISAM-RECORD.
           MOVE SR-LAST-NAME  TO ISAM-LAST-NAME.
           MOVE SR-FIRST-NAME TO ISAM-FIRST-NAME.
           READ ISAM-FILE.

           IF ISAM-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO ISAM-PHONE
               ADD 1 TO WS-NO-MASTER-COUNT.
