       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTERPT.
       SECURITY.
             THIS PROGRAM READS THE CONTACT NOTES WRITTEN FROM THE
             FIND OPTION OF PROGRAM UPDATE (FILE NOTES.DAT) AND
             PRODUCES A PAGINATED REVIEW REPORT, SELECTING NOTES BY
             DATE RANGE, BY NOTE TYPE (CALL, COMPLAINT, REQUEST, OR
             VISIT), AND BY THE OPERATOR WHO TOOK THE NOTE, SO A
             SUPERVISOR CAN REVIEW, FOR EXAMPLE, THE WEEK'S
             COMPLAINTS. EACH NOTE PRINTS ITS DATE, TIME, TYPE,
             OPERATOR, AND NAME, FOLLOWED BY ITS TEXT. THE REPORT
             CLOSES WITH A COUNT OF THE NOTES PRINTED OF EACH TYPE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TITLE-IN-FILE
              ASSIGN TO DISK
              FILE STATUS IS TITLE-IN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTES.DAT'.

       01  NOTE-RECORD               PIC X(260).

       FD  NOTE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTERPT.DAT'.

       01  NOTE-REPORT-RECORD        PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  NOTE-STATUS          PIC XX     VALUE SPACES.
           05  NOTE-REPORT-STATUS   PIC XX     VALUE SPACES.
           05  WS-LINE-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PAGE-NUMBER       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-READ-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PRINT-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-CALL-COUNT        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-COMPLAINT-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-REQUEST-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-VISIT-COUNT       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-LINES-PER-PAGE    PIC S9(5)  VALUE 45 COMP-0.

       01  SWITCHES.
           05  NOTE-EOF-SW          PIC X      VALUE 'N'.
               88  NOTE-EOF                    VALUE 'Y'.
           05  WS-SELECTED-SW       PIC X      VALUE 'N'.
               88  NOTE-SELECTED               VALUE 'Y'.

       01  WS-TYPE-REPLY     PIC X    VALUE SPACE.
           88  CALL-TYPE-REPLY          VALUE 'C', 'c'.
           88  COMPLAINT-TYPE-REPLY     VALUE 'P', 'p'.
           88  REQUEST-TYPE-REPLY       VALUE 'R', 'r'.
           88  VISIT-TYPE-REPLY         VALUE 'V', 'v'.

       01  WS-DATE-REPLY     PIC X(8)  VALUE SPACES.

       01  WS-SEL-FROM-DATE  PIC 9(8)  VALUE 0.
       01  WS-SEL-TO-DATE    PIC 9(8)  VALUE 99999999.
       01  WS-SEL-TYPE       PIC X(9)  VALUE SPACES.
       01  WS-SEL-OPERATOR   PIC X(8)  VALUE SPACES.

       01  WS-ENTRY-DATE     PIC 9(8)  VALUE 0.

      *    ONE LINE OF NOTES.DAT, AS WRITTEN BY PROGRAM UPDATE.
       01  WS-NOTE-RECORD.
           05  WS-NT-KEY.
               10  WS-NT-LAST-NAME      PIC X(20)  VALUE SPACES.
               10  WS-NT-FIRST-NAME     PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-DATE           PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-TIME           PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-OPERATOR       PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-TYPE           PIC X(9)   VALUE SPACES.
               88  CALL-NOTE                   VALUE 'CALL'.
               88  COMPLAINT-NOTE              VALUE 'COMPLAINT'.
               88  REQUEST-NOTE                VALUE 'REQUEST'.
               88  VISIT-NOTE                  VALUE 'VISIT'.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-TEXT-1         PIC X(60)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-TEXT-2         PIC X(60)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NT-TEXT-3         PIC X(60)  VALUE SPACES.


       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 17 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'CONTACT NOTES REPORT'.

       01  WS-HEADING-2.
           05  FILLER               PIC X(69)  VALUE
           'DATE     TIME     TYPE      OPERATOR LAST NAME            FI
      -    'RST NAME'.
           05  FILLER               PIC X(11)  VALUE SPACES.

       01  WS-PAGE-LINE.
           05  FILLER               PIC X(5)   VALUE 'PAGE '.
           05  PL-PAGE-NUMBER       PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05  DL-DATE              PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-TIME              PIC 9(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-TYPE              PIC X(9).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-OPERATOR          PIC X(8).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(20).

       01  WS-TEXT-LINE.
           05  FILLER               PIC X(11)  VALUE SPACES.
           05  XL-TEXT              PIC X(60).

       01  WS-TOTAL-LINE.
           05  TL-TEXT              PIC X(18)  VALUE SPACES.
           05  TL-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  NOTERPT - CONTACT NOTES REPORT'.
           DISPLAY SPACE.
           PERFORM P110-GET-SELECTIONS.
           PERFORM P300-GET-REPORT-TITLE.

           OPEN INPUT NOTE-FILE.
           IF NOTE-STATUS NOT = '00'
               DISPLAY '  NOTES FILE OPEN FAILURE. FILE STATUS = ',
                   NOTE-STATUS
           ELSE
               OPEN OUTPUT NOTE-REPORT-FILE
               PERFORM P800-READ-NOTE
               PERFORM P200-PROCESS-NOTE
                   UNTIL NOTE-EOF
               PERFORM P290-WRITE-TOTALS
               CLOSE NOTE-REPORT-FILE
               CLOSE NOTE-FILE
               DISPLAY '  Done. ', WS-READ-COUNT, ' notes read, ',
                   WS-PRINT-COUNT, ' printed to NOTERPT.DAT'.

           STOP RUN.

       P110-GET-SELECTIONS.
           DISPLAY '  Report from date (YYYYMMDD, blank for all):'.
           ACCEPT WS-DATE-REPLY.
           PERFORM P120-EDIT-DATE-REPLY.
           MOVE WS-ENTRY-DATE TO WS-SEL-FROM-DATE.

           DISPLAY '  Report to date (YYYYMMDD, blank for all):'.
           ACCEPT WS-DATE-REPLY.
           PERFORM P120-EDIT-DATE-REPLY.
           IF WS-ENTRY-DATE = 0
               MOVE 99999999 TO WS-SEL-TO-DATE
           ELSE
               MOVE WS-ENTRY-DATE TO WS-SEL-TO-DATE.

           DISPLAY '  Note type (C call, P complaint, R request,',
               ' V visit, blank for all):'.
           ACCEPT WS-TYPE-REPLY.
           IF CALL-TYPE-REPLY
               MOVE 'CALL' TO WS-SEL-TYPE
           ELSE IF COMPLAINT-TYPE-REPLY
               MOVE 'COMPLAINT' TO WS-SEL-TYPE
           ELSE IF REQUEST-TYPE-REPLY
               MOVE 'REQUEST' TO WS-SEL-TYPE
           ELSE IF VISIT-TYPE-REPLY
               MOVE 'VISIT' TO WS-SEL-TYPE
           ELSE
               MOVE SPACES TO WS-SEL-TYPE.

           DISPLAY '  Operator ID (blank for all):'.
           ACCEPT WS-SEL-OPERATOR.

       P120-EDIT-DATE-REPLY.
           IF WS-DATE-REPLY = SPACES
               MOVE 0 TO WS-ENTRY-DATE
           ELSE IF WS-DATE-REPLY IS NUMERIC
               MOVE WS-DATE-REPLY TO WS-ENTRY-DATE
           ELSE
               DISPLAY '  Date not numeric. Treated as blank.'
               MOVE 0 TO WS-ENTRY-DATE.

       P200-PROCESS-NOTE.
           PERFORM P210-TEST-SELECTION.
           IF NOTE-SELECTED
               ADD 1 TO WS-PRINT-COUNT
               PERFORM P215-COUNT-TYPE
               PERFORM P220-PRINT-NOTE.
           PERFORM P800-READ-NOTE.

       P210-TEST-SELECTION.
           MOVE 'Y' TO WS-SELECTED-SW.

           IF WS-NT-DATE < WS-SEL-FROM-DATE
           OR WS-NT-DATE > WS-SEL-TO-DATE
               MOVE 'N' TO WS-SELECTED-SW.

           IF WS-SEL-TYPE NOT = SPACES
           AND WS-NT-TYPE NOT = WS-SEL-TYPE
               MOVE 'N' TO WS-SELECTED-SW.

           IF WS-SEL-OPERATOR NOT = SPACES
           AND WS-NT-OPERATOR NOT = WS-SEL-OPERATOR
               MOVE 'N' TO WS-SELECTED-SW.

       P215-COUNT-TYPE.
           IF CALL-NOTE
               ADD 1 TO WS-CALL-COUNT
           ELSE IF COMPLAINT-NOTE
               ADD 1 TO WS-COMPLAINT-COUNT
           ELSE IF REQUEST-NOTE
               ADD 1 TO WS-REQUEST-COUNT
           ELSE IF VISIT-NOTE
               ADD 1 TO WS-VISIT-COUNT.

       P220-PRINT-NOTE.
      *    A NOTE AND ITS TEXT ARE KEPT TOGETHER ON ONE PAGE.
           IF WS-LINE-COUNT = 0
           OR WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
               PERFORM P260-WRITE-PAGE-HEADING.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-NT-DATE       TO DL-DATE.
           MOVE WS-NT-TIME       TO DL-TIME.
           MOVE WS-NT-TYPE       TO DL-TYPE.
           MOVE WS-NT-OPERATOR   TO DL-OPERATOR.
           MOVE WS-NT-LAST-NAME  TO DL-LAST-NAME.
           MOVE WS-NT-FIRST-NAME TO DL-FIRST-NAME.
           MOVE WS-DETAIL-LINE TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

           MOVE WS-NT-TEXT-1 TO XL-TEXT.
           PERFORM P230-WRITE-TEXT-LINE.

           IF WS-NT-TEXT-2 NOT = SPACES
               MOVE WS-NT-TEXT-2 TO XL-TEXT
               PERFORM P230-WRITE-TEXT-LINE.

           IF WS-NT-TEXT-3 NOT = SPACES
               MOVE WS-NT-TEXT-3 TO XL-TEXT
               PERFORM P230-WRITE-TEXT-LINE.

           MOVE SPACES TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       P230-WRITE-TEXT-LINE.
           MOVE WS-TEXT-LINE TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       P260-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.

           MOVE PA-OUT-TITLE TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.

           MOVE WS-PAGE-NUMBER TO PL-PAGE-NUMBER.
           MOVE WS-PAGE-LINE TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.

           MOVE SPACES TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.

           MOVE WS-HEADING-2 TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.

           MOVE SPACES TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.

       P290-WRITE-TOTALS.
           MOVE SPACES TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.

           MOVE 'NOTES READ:' TO TL-TEXT.
           MOVE WS-READ-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE 'NOTES PRINTED:' TO TL-TEXT.
           MOVE WS-PRINT-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE '   CALL:' TO TL-TEXT.
           MOVE WS-CALL-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE '   COMPLAINT:' TO TL-TEXT.
           MOVE WS-COMPLAINT-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE '   REQUEST:' TO TL-TEXT.
           MOVE WS-REQUEST-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

           MOVE '   VISIT:' TO TL-TEXT.
           MOVE WS-VISIT-COUNT TO TL-COUNT.
           PERFORM P295-WRITE-TOTAL-LINE.

       P295-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO NOTE-REPORT-RECORD.
           WRITE NOTE-REPORT-RECORD.


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

       P800-READ-NOTE.
           READ NOTE-FILE INTO WS-NOTE-RECORD
               AT END
                   MOVE 'Y' TO NOTE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT.
