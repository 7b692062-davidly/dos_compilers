       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLEDGRUN.
       SECURITY.
             THIS PROGRAM IS THE MONTHLY PLEDGE RUN. IT READS THE
             PLEDGE FILE MAINTAINED BY PROGRAM PLEDGE AND PAID DOWN BY
             PROGRAM GIFTLOAD, AND FOR EACH OPEN PLEDGE WORKS OUT THE
             INSTALLMENTS THAT HAVE FALLEN DUE BY THE AS-OF DATE THE
             OPERATOR ENTERS (TODAY IF LEFT BLANK). A YEARLY PLEDGE
             PAID MONTHLY HAS TWELVE INSTALLMENTS, QUARTERLY FOUR, AND
             ANNUAL ONE, THE FIRST FALLING DUE ON THE START DATE AND
             EACH OF THE OTHERS ONE, THREE, OR TWELVE MONTHS AFTER THE
             LAST. WHEN THE INSTALLMENTS DUE COME TO MORE THAN HAS BEEN
             PAID, A REMINDER NOTICE IS WRITTEN FOR THE DONOR WITH THE
             NAME AND ADDRESS FROM THE MASTER FILE. EVERY OPEN PLEDGE
             IS ALSO LISTED ON THE AGING REPORT, ITS UNPAID BALANCE
             FALLING IN THE CURRENT, 30, 60, OR 90+ DAY COLUMN BY THE
             AGE OF THE OLDEST INSTALLMENT STILL UNPAID, WITH COLUMN
             TOTALS AND THE TOTAL OUTSTANDING. THE PLEDGES ARE TAKEN IN
             NAME AND FUND ORDER WITH A SORT, THE WAY PROGRAM GIFTRPT
             TAKES THE GIFTS.
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

           SELECT PLEDGE-FILE
              ASSIGN TO DISK
              FILE STATUS IS PLEDGE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
              ASSIGN TO DISK.

           SELECT NOTICE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTICE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-REPORT-FILE
              ASSIGN TO DISK
              FILE STATUS IS AGING-REPORT-STATUS
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

       FD  PLEDGE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDGES.DAT'.

       01  PLEDGE-RECORD.
           05  PL-KEY.
               10  PL-LAST-NAME         PIC X(20).
               10  PL-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  PL-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  PL-START-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  PL-FREQUENCY             PIC X.
           05  FILLER                   PIC X.
           05  PL-AMOUNT                PIC 9(7)V99.
           05  FILLER                   PIC X.
           05  PL-PAID                  PIC 9(7)V99.
           05  FILLER                   PIC X.
           05  PL-STATUS                PIC X.
           05  FILLER                   PIC X.
           05  PL-LAST-PAID-DATE        PIC 9(8).

       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           05  SR-KEY.
               10  SR-LAST-NAME         PIC X(20).
               10  SR-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  SR-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  SR-START-DATE            PIC 9(8).
           05  FILLER REDEFINES SR-START-DATE.
               10  SR-START-YEAR        PIC 9(4).
               10  SR-START-MONTH       PIC 9(2).
               10  SR-START-DAY         PIC 9(2).
           05  FILLER                   PIC X.
           05  SR-FREQUENCY             PIC X.
               88  SR-MONTHLY                VALUE 'M'.
               88  SR-QUARTERLY              VALUE 'Q'.
               88  SR-ANNUAL                 VALUE 'A'.
           05  FILLER                   PIC X.
           05  SR-AMOUNT                PIC 9(7)V99.
           05  FILLER                   PIC X.
           05  SR-PAID                  PIC 9(7)V99.
           05  FILLER                   PIC X.
           05  SR-STATUS                PIC X.
               88  SR-OPEN                   VALUE 'O'.
           05  FILLER                   PIC X.
           05  SR-LAST-PAID-DATE        PIC 9(8).

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDGNOT.DAT'.

       01  NOTICE-RECORD             PIC X(80).

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'PLEDGAGE.DAT'.

       01  AGING-REPORT-RECORD       PIC X(80).

       FD  TITLE-IN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'TITLES.DAT'.

       01  TITLE-IN-RECORD.
           05  TI-ALIGN-CODE    PIC X.
           05  FILLER           PIC X.
           05  TI-TITLE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX                PIC S9(5)  VALUE 0 COMP-0.
           05  ISAM-STATUS        PIC XX     VALUE SPACES.
           05  PLEDGE-STATUS      PIC XX     VALUE SPACES.
           05  NOTICE-STATUS      PIC XX     VALUE SPACES.
           05  AGING-REPORT-STATUS PIC XX    VALUE SPACES.
           05  WS-OPEN-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NOTICE-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NO-MASTER-COUNT PIC S9(5)  VALUE 0 COMP-0.
           05  WS-NO-MAIL-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-ML-INDEX        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-APPEND-LEN      PIC S9(5)  VALUE 0 COMP-0.

      *    THE INSTALLMENT SCHEDULE OF THE PLEDGE IN HAND.
       01  SCHEDULE-FIELDS.
           05  WS-INST-COUNT      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-INST-MONTHS     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-INST-NUMBER     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-INSTS-DUE       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-INSTS-PAID      PIC S9(5)  VALUE 0 COMP-0.
           05  WS-MONTHS-ON       PIC S9(5)  VALUE 0 COMP-0.
           05  WS-YEARS-ON        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-MONTH-REM       PIC S9(5)  VALUE 0 COMP-0.

       01  WS-INSTALLMENT         PIC S9(7)V99  VALUE 0.
       01  WS-AMOUNT-DUE          PIC S9(7)V99  VALUE 0.
       01  WS-PAST-DUE            PIC S9(7)V99  VALUE 0.
       01  WS-BALANCE             PIC S9(7)V99  VALUE 0.

       01  WS-TOTAL-CURRENT       PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-30            PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-60            PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-90            PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-OUTSTANDING   PIC S9(9)V99  VALUE 0.

       01  SWITCHES.
           05  SORT-EOF-SW        PIC X      VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-NAME-FIT-SW     PIC X      VALUE 'Y'.
               88  NAME-FITS                 VALUE 'Y'.

       01  WS-AS-OF-REPLY         PIC X(8)   VALUE SPACES.
       01  WS-AS-OF-DATE          PIC 9(8)   VALUE 0.
       01  FILLER REDEFINES WS-AS-OF-DATE.
           05  WS-AO-YEAR         PIC 9(4).
           05  WS-AO-MONTH        PIC 9(2).
           05  WS-AO-DAY          PIC 9(2).

      *    THE AGING COLUMNS ARE DIVIDED AT 30, 60, AND 90 DAYS
      *    BEFORE THE AS-OF DATE, COUNTED BACK A DAY AT A TIME THE
      *    WAY PROGRAM UPDATE COUNTS BACK ITS SUPPRESSION CUTOFF.
       01  WS-CUTOFF-DATE         PIC 9(8)   VALUE 0.
       01  FILLER REDEFINES WS-CUTOFF-DATE.
           05  WS-CD-YEAR         PIC 9(4).
           05  WS-CD-MONTH        PIC 9(2).
           05  WS-CD-DAY          PIC 9(2).
       01  WS-CUTOFF-30           PIC 9(8)   VALUE 0.
       01  WS-CUTOFF-60           PIC 9(8)   VALUE 0.
       01  WS-CUTOFF-90           PIC 9(8)   VALUE 0.

       01  WS-DUE-DATE            PIC 9(8)   VALUE 0.
       01  FILLER REDEFINES WS-DUE-DATE.
           05  WS-DD-YEAR         PIC 9(4).
           05  WS-DD-MONTH        PIC 9(2).
           05  WS-DD-DAY          PIC 9(2).
       01  WS-OLDEST-DUE-DATE     PIC 9(8)   VALUE 0.

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

       01  WS-APPEND-FIELD      PIC X(20)   VALUE SPACES.
       01  FILLER REDEFINES WS-APPEND-FIELD.
           05  WS-APPEND-CHAR OCCURS 20 TIMES   PIC X.

       01  WS-ML-NAME.
           05  WS-ML-NAME-CHAR PIC X OCCURS 41 TIMES.

       01  TITLE-FIELDS.
           05  TITLE-IN-STATUS      PIC XX    VALUE SPACES.
           05  TITLE-EOF-SW         PIC X     VALUE 'N'.
               88  TITLE-EOF                  VALUE 'Y'.
           05  WS-TITLE-LINE-NUMBER PIC S9(5) VALUE 12 COMP-0.

       01  PARAMETER-AREA.
           05  PA-OPTION    PIC X         VALUE SPACE.
           05  PA-BUFFER-LEN   PIC S9(5)  VALUE 80 COMP-0.
           05  PA-IN-TITLE    PIC X(80)  VALUE SPACES.
           05  PA-OUT-TITLE    PIC X(80)  VALUE SPACES.

       01  WS-DEFAULT-TITLE      PIC X(80)  VALUE
           'PLEDGE AGING REPORT'.

       01  WS-AS-OF-HEADING.
           05  FILLER               PIC X(9)   VALUE 'AS OF:   '.
           05  AH-DATE              PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER               PIC X(36)  VALUE
           'LAST NAME      FIRST NAME FUND'.
           05  FILLER               PIC X(44)  VALUE
           '    CURRENT    30 DAYS    60 DAYS   90+ DAYS'.

       01  WS-DETAIL-LINE.
           05  DL-LAST-NAME         PIC X(14).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FIRST-NAME        PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-FUND              PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-CURRENT           PIC ZZZZZZ9.99.
           05  DL-CURRENT-X REDEFINES DL-CURRENT PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-30                PIC ZZZZZZ9.99.
           05  DL-30-X REDEFINES DL-30 PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-60                PIC ZZZZZZ9.99.
           05  DL-60-X REDEFINES DL-60 PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  DL-90                PIC ZZZZZZ9.99.
           05  DL-90-X REDEFINES DL-90 PIC X(10).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(36)  VALUE
               'TOTALS'.
           05  TL-CURRENT           PIC ZZZZZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  TL-30                PIC ZZZZZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  TL-60                PIC ZZZZZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  TL-90                PIC ZZZZZZ9.99.

       01  WS-OUTSTANDING-LINE.
           05  FILLER               PIC X(24)  VALUE
               'TOTAL OUTSTANDING:      '.
           05  OL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(16)  VALUE
               '  OPEN PLEDGES: '.
           05  OL-COUNT             PIC ZZZZ9.

       01  WS-NO-PLEDGE-LINE         PIC X(80)  VALUE
           '(NO OPEN PLEDGES ON THE PLEDGE FILE)'.

       01  WS-NOTICE-HEADING.
           05  FILLER               PIC X(40)  VALUE
               'PLEDGE REMINDER'.
           05  FILLER               PIC X(9)   VALUE 'AS OF:   '.
           05  NH-DATE              PIC 9(8).

       01  WS-NOTICE-FUND-LINE.
           05  FILLER               PIC X(26)  VALUE
               '   YOUR YEARLY PLEDGE TO: '.
           05  NF-FUND              PIC X(10).

       01  WS-NOTICE-AMOUNT-LINE.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  NA-LABEL             PIC X(23).
           05  NA-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01  WS-NOTICE-DATE-LINE.
           05  FILLER               PIC X(40)  VALUE
               '   OLDEST INSTALLMENT UNPAID WAS DUE:   '.
           05  ND-DATE              PIC 9(8).

       01  WS-NOTICE-FOOTER          PIC X(80)  VALUE
           '   THANK YOU. PLEASE DISREGARD IF PAYMENT IS ALREADY SENT.'.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  PLEDGRUN - PLEDGE REMINDERS AND AGING'.
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

           OPEN INPUT PLEDGE-FILE.
           IF PLEDGE-STATUS NOT = '00'
               DISPLAY '  PLEDGE FILE OPEN FAILURE. FILE STATUS = ',
                   PLEDGE-STATUS
               STOP RUN.
           CLOSE PLEDGE-FILE.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
               STOP RUN.

           DISPLAY '  Reading PLEDGES.DAT and writing PLEDGNOT.DAT',
               ' and PLEDGAGE.DAT...'.
           PERFORM P600-GET-REPORT-TITLE.
           PERFORM P050-COMPUTE-CUTOFFS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-LAST-NAME
               ON ASCENDING KEY SR-FIRST-NAME
               ON ASCENDING KEY SR-FUND
               USING PLEDGE-FILE
               OUTPUT PROCEDURE IS P100-PRODUCE-RUN.

           CLOSE ISAM-FILE.
           DISPLAY '  Done. ', WS-OPEN-COUNT, ' open pledge(s) aged, ',
               WS-NOTICE-COUNT, ' reminder(s) written'.
           IF WS-NO-MASTER-COUNT > 0
           OR WS-NO-MAIL-COUNT > 0
               DISPLAY '  No reminder for ', WS-NO-MASTER-COUNT,
                   ' with no master record and ', WS-NO-MAIL-COUNT,
                   ' flagged do not mail'.

           STOP RUN.

       P050-COMPUTE-CUTOFFS.
           MOVE WS-AS-OF-DATE TO WS-CUTOFF-DATE.
           PERFORM P053-BACK-ONE-DAY 30 TIMES.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-30.
           PERFORM P053-BACK-ONE-DAY 30 TIMES.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-60.
           PERFORM P053-BACK-ONE-DAY 30 TIMES.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-90.

       P053-BACK-ONE-DAY.
           IF WS-CD-DAY > 1
               SUBTRACT 1 FROM WS-CD-DAY
           ELSE
               PERFORM P056-BACK-ONE-MONTH.

       P056-BACK-ONE-MONTH.
           IF WS-CD-MONTH = 1
               MOVE 12 TO WS-CD-MONTH
               SUBTRACT 1 FROM WS-CD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CD-MONTH.

           MOVE WS-MONTH-DAYS (WS-CD-MONTH) TO WS-CD-DAY.
           IF WS-CD-MONTH = 2
               MOVE WS-CD-YEAR TO WS-LEAP-YEAR
               PERFORM P057-TEST-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO WS-CD-DAY.

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

       P100-PRODUCE-RUN.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE PA-OUT-TITLE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-AS-OF-DATE TO AH-DATE.
           MOVE WS-AS-OF-HEADING TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-HEADING-2 TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

           PERFORM P110-RETURN-PLEDGE.
           PERFORM P200-AGE-PLEDGE
               UNTIL SORT-EOF.

           PERFORM P500-WRITE-TOTALS.
           CLOSE NOTICE-FILE.
           CLOSE AGING-REPORT-FILE.

       P110-RETURN-PLEDGE.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

      *    ONLY OPEN PLEDGES ARE AGED. FULFILLED AND CANCELLED
      *    PLEDGES STAY ON THE FILE FOR THE RECORD BUT OWE NOTHING.
       P200-AGE-PLEDGE.
           IF SR-OPEN
           AND SR-PAID < SR-AMOUNT
               ADD 1 TO WS-OPEN-COUNT
               PERFORM P300-WORK-SCHEDULE
               PERFORM P400-WRITE-AGING-LINE
               IF WS-PAST-DUE > 0
                   PERFORM P700-WRITE-NOTICE.

           PERFORM P110-RETURN-PLEDGE.

      *    COUNT THE INSTALLMENTS DUE BY THE AS-OF DATE AND FIND THE
      *    DUE DATE OF THE OLDEST ONE NOT YET PAID. WHAT HAS BEEN
      *    PAID IS APPLIED TO THE INSTALLMENTS IN ORDER, SO THE
      *    OLDEST UNPAID IS THE ONE AFTER THE LAST ONE PAID IN FULL.
       P300-WORK-SCHEDULE.
           IF SR-QUARTERLY
               MOVE 4 TO WS-INST-COUNT
               MOVE 3 TO WS-INST-MONTHS
           ELSE IF SR-ANNUAL
               MOVE 1 TO WS-INST-COUNT
               MOVE 12 TO WS-INST-MONTHS
           ELSE
               MOVE 12 TO WS-INST-COUNT
               MOVE 1 TO WS-INST-MONTHS.

           DIVIDE SR-AMOUNT BY WS-INST-COUNT
               GIVING WS-INSTALLMENT ROUNDED.

           MOVE 0 TO WS-INSTS-DUE.
           MOVE 1 TO WS-INST-NUMBER.
           PERFORM P310-COMPUTE-DUE-DATE.
           PERFORM P305-COUNT-DUE
               UNTIL WS-INSTS-DUE = WS-INST-COUNT
               OR WS-DUE-DATE > WS-AS-OF-DATE.

           IF WS-INSTS-DUE = WS-INST-COUNT
               MOVE SR-AMOUNT TO WS-AMOUNT-DUE
           ELSE
               MULTIPLY WS-INSTALLMENT BY WS-INSTS-DUE
                   GIVING WS-AMOUNT-DUE.

           SUBTRACT SR-PAID FROM WS-AMOUNT-DUE GIVING WS-PAST-DUE.
           IF WS-PAST-DUE < 0
               MOVE 0 TO WS-PAST-DUE.
           SUBTRACT SR-PAID FROM SR-AMOUNT GIVING WS-BALANCE.

           DIVIDE SR-PAID BY WS-INSTALLMENT GIVING WS-INSTS-PAID.
           IF WS-INSTS-PAID NOT < WS-INST-COUNT
               MOVE WS-INST-COUNT TO WS-INST-NUMBER
           ELSE
               ADD 1 TO WS-INSTS-PAID GIVING WS-INST-NUMBER.
           PERFORM P310-COMPUTE-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-OLDEST-DUE-DATE.

       P305-COUNT-DUE.
           ADD 1 TO WS-INSTS-DUE.
           ADD 1 TO WS-INST-NUMBER.
           IF WS-INST-NUMBER NOT > WS-INST-COUNT
               PERFORM P310-COMPUTE-DUE-DATE.

      *    INSTALLMENT WS-INST-NUMBER FALLS DUE (WS-INST-NUMBER - 1)
      *    INTERVALS AFTER THE START DATE, ON THE START DAY OF THE
      *    MONTH OR THE LAST DAY OF A SHORTER MONTH.
       P310-COMPUTE-DUE-DATE.
           SUBTRACT 1 FROM WS-INST-NUMBER GIVING WS-MONTHS-ON.
           MULTIPLY WS-INST-MONTHS BY WS-MONTHS-ON.
           ADD SR-START-MONTH TO WS-MONTHS-ON.
           SUBTRACT 1 FROM WS-MONTHS-ON.
           DIVIDE WS-MONTHS-ON BY 12 GIVING WS-YEARS-ON
               REMAINDER WS-MONTH-REM.

           ADD SR-START-YEAR WS-YEARS-ON GIVING WS-DD-YEAR.
           ADD 1 WS-MONTH-REM GIVING WS-DD-MONTH.
           MOVE SR-START-DAY TO WS-DD-DAY.

           IF WS-DD-DAY > WS-MONTH-DAYS (WS-DD-MONTH)
               MOVE WS-MONTH-DAYS (WS-DD-MONTH) TO WS-DD-DAY.
           IF WS-DD-MONTH = 2
           AND SR-START-DAY > 28
               MOVE WS-DD-YEAR TO WS-LEAP-YEAR
               PERFORM P057-TEST-LEAP-YEAR
               IF LEAP-YEAR
                   MOVE 29 TO WS-DD-DAY.

      *    THE WHOLE UNPAID BALANCE IS AGED BY THE OLDEST UNPAID
      *    INSTALLMENT. A BALANCE WHOSE OLDEST INSTALLMENT IS NOT
      *    YET DUE, OR IS LESS THAN 30 DAYS OVERDUE, IS CURRENT.
       P400-WRITE-AGING-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-LAST-NAME  TO DL-LAST-NAME.
           MOVE SR-FIRST-NAME TO DL-FIRST-NAME.
           MOVE SR-FUND       TO DL-FUND.
           MOVE SPACES TO DL-CURRENT-X.
           MOVE SPACES TO DL-30-X.
           MOVE SPACES TO DL-60-X.
           MOVE SPACES TO DL-90-X.

           IF WS-OLDEST-DUE-DATE > WS-CUTOFF-30
               MOVE WS-BALANCE TO DL-CURRENT
               ADD WS-BALANCE TO WS-TOTAL-CURRENT
           ELSE IF WS-OLDEST-DUE-DATE > WS-CUTOFF-60
               MOVE WS-BALANCE TO DL-30
               ADD WS-BALANCE TO WS-TOTAL-30
           ELSE IF WS-OLDEST-DUE-DATE > WS-CUTOFF-90
               MOVE WS-BALANCE TO DL-60
               ADD WS-BALANCE TO WS-TOTAL-60
           ELSE
               MOVE WS-BALANCE TO DL-90
               ADD WS-BALANCE TO WS-TOTAL-90.

           ADD WS-BALANCE TO WS-TOTAL-OUTSTANDING.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

       P500-WRITE-TOTALS.
           IF WS-OPEN-COUNT = 0
               MOVE WS-NO-PLEDGE-LINE TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD.

           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-TOTAL-CURRENT TO TL-CURRENT.
           MOVE WS-TOTAL-30      TO TL-30.
           MOVE WS-TOTAL-60      TO TL-60.
           MOVE WS-TOTAL-90      TO TL-90.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-TOTAL-OUTSTANDING TO OL-AMOUNT.
           MOVE WS-OPEN-COUNT TO OL-COUNT.
           MOVE WS-OUTSTANDING-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

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

      *    A REMINDER GOES ONLY TO A DONOR STILL ON THE MASTER AND
      *    NOT FLAGGED DO NOT MAIL BY PROGRAM NIXIE. THE PLEDGE IS
      *    STILL AGED EITHER WAY.
       P700-WRITE-NOTICE.
           MOVE SPACES TO ISAM-RECORD.
           MOVE SR-LAST-NAME  TO ISAM-LAST-NAME.
           MOVE SR-FIRST-NAME TO ISAM-FIRST-NAME.
           READ ISAM-FILE.

           IF ISAM-STATUS NOT = '00'
               ADD 1 TO WS-NO-MASTER-COUNT
           ELSE IF ISAM-DO-NOT-MAIL
               ADD 1 TO WS-NO-MAIL-COUNT
           ELSE
               PERFORM P710-PRINT-NOTICE.

       P710-PRINT-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE WS-AS-OF-DATE TO NH-DATE.
           MOVE WS-NOTICE-HEADING TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           PERFORM P750-BUILD-DONOR-NAME.
           MOVE WS-ML-NAME TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE ISAM-ADDRESS-LINE-1 TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           IF ISAM-ADDRESS-LINE-2 NOT = SPACES
               MOVE ISAM-ADDRESS-LINE-2 TO NOTICE-RECORD
               WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SR-FUND TO NF-FUND.
           MOVE WS-NOTICE-FUND-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'AMOUNT PLEDGED:' TO NA-LABEL.
           MOVE SR-AMOUNT TO NA-AMOUNT.
           MOVE WS-NOTICE-AMOUNT-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'PAID TO DATE:' TO NA-LABEL.
           MOVE SR-PAID TO NA-AMOUNT.
           MOVE WS-NOTICE-AMOUNT-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'AMOUNT NOW DUE:' TO NA-LABEL.
           MOVE WS-PAST-DUE TO NA-AMOUNT.
           MOVE WS-NOTICE-AMOUNT-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE WS-OLDEST-DUE-DATE TO ND-DATE.
           MOVE WS-NOTICE-DATE-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE WS-NOTICE-FOOTER TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           WRITE NOTICE-RECORD.

      *    BUILD THE NOTICE NAME LINE AS "FIRST LAST", THE WAY
      *    PROGRAM GIFTRPT BUILDS ITS STATEMENT NAME LINE.
       P750-BUILD-DONOR-NAME.
           MOVE SPACES TO WS-ML-NAME.
           MOVE 1 TO WS-ML-INDEX.
           MOVE 'Y' TO WS-NAME-FIT-SW.
           MOVE SR-FIRST-NAME TO WS-APPEND-FIELD.
           PERFORM P760-APPEND-FIELD.
           MOVE SR-LAST-NAME TO WS-APPEND-FIELD.
           PERFORM P770-APPEND-WITH-SPACE.

      *    APPEND WS-APPEND-FIELD TO THE NAME LINE AT WS-ML-INDEX.
      *    ONLY TRAILING BLANKS ARE DROPPED. IF THE TEXT WILL NOT
      *    FIT IN THE 41 CHARACTER NAME LINE THE FIT SWITCH IS
      *    TURNED OFF AND NOTHING IS MOVED.
       P760-APPEND-FIELD.
           IF WS-APPEND-FIELD = SPACES
               MOVE 0 TO WS-APPEND-LEN
           ELSE
               PERFORM P790-NOTHING VARYING WS-APPEND-LEN
                   FROM 20 BY -1
                   UNTIL WS-APPEND-CHAR (WS-APPEND-LEN) NOT = SPACE
                   OR WS-APPEND-LEN < 1
               IF WS-ML-INDEX + WS-APPEND-LEN > 42
                   MOVE 'N' TO WS-NAME-FIT-SW
               ELSE
                   PERFORM P780-APPEND-CHAR VARYING IIX FROM 1 BY 1
                       UNTIL IIX > WS-APPEND-LEN.

       P770-APPEND-WITH-SPACE.
           IF WS-ML-INDEX > 1
           AND WS-ML-INDEX < 42
               ADD 1 TO WS-ML-INDEX.
           PERFORM P760-APPEND-FIELD.

       P780-APPEND-CHAR.
           MOVE WS-APPEND-CHAR (IIX) TO WS-ML-NAME-CHAR (WS-ML-INDEX).
           ADD 1 TO WS-ML-INDEX.

       P790-NOTHING.
           EXIT.
