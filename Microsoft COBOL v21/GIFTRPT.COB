             WITH THE DONOR'S NAME AND ADDRESS FROM THE MASTER FILE,
             EACH GIFT, AND THE TOTAL FOR THE YEAR, SORTED WITH A
             SORT OUTPUT PROCEDURE THE WAY PROGRAM DUPPHONE DOES.
             A DONOR WITH AN OPEN PLEDGE ON THE PLEDGE FILE IS ALSO
             SHOWN EACH PLEDGE AND THE PLEDGED BALANCE OUTSTANDING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS GIFT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLEDGE-FILE
              ASSIGN TO DISK
              FILE STATUS IS PLEDGE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
              ASSIGN TO DISK.

           05  GT-AMOUNT                PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  GT-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  GT-CAMPAIGN              PIC X(8).

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

           05  SR-AMOUNT                PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  SR-FUND                  PIC X(10).
           05  FILLER                   PIC X.
           05  SR-CAMPAIGN              PIC X(8).

       FD  GIFT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  GIFT-STATUS       PIC XX     VALUE SPACES.
           05  GIFT-REPORT-STATUS PIC XX    VALUE SPACES.
           05  STATEMENT-STATUS  PIC XX     VALUE SPACES.
           05  PLEDGE-STATUS     PIC XX     VALUE SPACES.
           05  WS-PLEDGE-COUNT   PIC S9(5)  VALUE 0 COMP-0.
           05  WS-PLEDGE-LOST    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-DONOR-PLEDGES  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-GIFT-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-DONOR-COUNT    PIC S9(5)  VALUE 0 COMP-0.
           05  WS-DONOR-GIFTS    PIC S9(5)  VALUE 0 COMP-0.

       01  WS-DONOR-TOTAL        PIC S9(7)V99  VALUE 0.
       01  WS-GRAND-TOTAL        PIC S9(9)V99  VALUE 0.
       01  WS-PLEDGE-BALANCE     PIC S9(7)V99  VALUE 0.
       01  WS-DONOR-BALANCE      PIC S9(7)V99  VALUE 0.

       01  SWITCHES.
           05  SORT-EOF-SW       PIC X      VALUE 'N'.
               88  GIFT-EOF                 VALUE 'Y'.
           05  WS-NAME-FIT-SW    PIC X      VALUE 'Y'.
               88  NAME-FITS                VALUE 'Y'.
           05  PLEDGE-EOF-SW     PIC X      VALUE 'N'.
               88  PLEDGE-EOF               VALUE 'Y'.

       01  WS-MODE    PIC X    VALUE SPACE.
           88  HISTORY-OPTION       VALUE 'H', 'h'.
       01  WS-NO-MASTER-LINE         PIC X(80)  VALUE
           '(NO MASTER RECORD ON FILE FOR THIS DONOR)'.

       01  WS-STMT-PLEDGE-HEADING    PIC X(80)  VALUE
           '   OPEN PLEDGE         PLEDGED        PAID     BALANCE'.

       01  WS-STMT-PLEDGE-LINE.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  SP-FUND              PIC X(10).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  SP-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  SP-PAID              PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  SP-BALANCE           PIC Z,ZZZ,ZZ9.99.

       01  WS-STMT-PLEDGE-TOTAL-LINE.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  FILLER               PIC X(30)  VALUE
               'PLEDGED BALANCE OUTSTANDING:  '.
           05  SB-BALANCE           PIC Z,ZZZ,ZZ9.99.

       01  WS-PLEDGE-TABLE.
           05  WS-PLEDGE-ENTRY OCCURS 1000 TIMES.
               10  PT-KEY.
                   15  PT-LAST-NAME     PIC X(20).
                   15  PT-FIRST-NAME    PIC X(20).
               10  FILLER               PIC X.
               10  PT-FUND              PIC X(10).
               10  FILLER               PIC X.
               10  PT-START-DATE        PIC 9(8).
               10  FILLER               PIC X.
               10  PT-FREQUENCY         PIC X.
               10  FILLER               PIC X.
               10  PT-AMOUNT            PIC 9(7)V99.
               10  FILLER               PIC X.
               10  PT-PAID              PIC 9(7)V99.
               10  FILLER               PIC X.
               10  PT-STATUS            PIC X.
                   88  PT-OPEN                    VALUE 'O'.
               10  FILLER               PIC X.
               10  PT-LAST-PAID-DATE    PIC 9(8).

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
       P410-BUILD-STATEMENTS.
           DISPLAY '  Reading GIFTS.DAT and writing STMTS.DAT...'.
           MOVE WS-TAX-YEAR TO SH-YEAR.
           PERFORM P490-LOAD-PLEDGES.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               MOVE WS-DONOR-TOTAL TO ST-AMOUNT
               MOVE WS-STMT-TOTAL-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               PERFORM P482-STATEMENT-PLEDGES
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE WS-STMT-FOOTER TO STATEMENT-RECORD
           MOVE 0 TO WS-DONOR-GIFTS.
           MOVE 0 TO WS-DONOR-TOTAL.

      *    LIST THE DONOR'S OPEN PLEDGES UNDER THE YEAR'S TOTAL,
      *    WITH THE BALANCE STILL TO BE PAID ON ALL OF THEM.
       P482-STATEMENT-PLEDGES.
           MOVE 0 TO WS-DONOR-PLEDGES.
           MOVE 0 TO WS-DONOR-BALANCE.
           PERFORM P484-STATEMENT-PLEDGE-LINE
               VARYING IIX FROM 1 BY 1
               UNTIL IIX > WS-PLEDGE-COUNT.

           IF WS-DONOR-PLEDGES > 0
               MOVE WS-DONOR-BALANCE TO SB-BALANCE
               MOVE WS-STMT-PLEDGE-TOTAL-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD.

       P484-STATEMENT-PLEDGE-LINE.
           IF PT-KEY (IIX) = WS-GROUP-KEY
           AND PT-OPEN (IIX)
               PERFORM P486-WRITE-PLEDGE-LINE.

       P486-WRITE-PLEDGE-LINE.
           IF WS-DONOR-PLEDGES = 0
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE WS-STMT-PLEDGE-HEADING TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD.

           ADD 1 TO WS-DONOR-PLEDGES.
           SUBTRACT PT-PAID (IIX) FROM PT-AMOUNT (IIX)
               GIVING WS-PLEDGE-BALANCE.
           IF WS-PLEDGE-BALANCE < 0
               MOVE 0 TO WS-PLEDGE-BALANCE.
           ADD WS-PLEDGE-BALANCE TO WS-DONOR-BALANCE.

           MOVE PT-FUND (IIX)   TO SP-FUND.
           MOVE PT-AMOUNT (IIX) TO SP-AMOUNT.
           MOVE PT-PAID (IIX)   TO SP-PAID.
           MOVE WS-PLEDGE-BALANCE TO SP-BALANCE.
           MOVE WS-STMT-PLEDGE-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *    THE PLEDGE FILE IS HELD IN STORAGE FOR THE STATEMENT RUN.
      *    WITH NO PLEDGE FILE THE STATEMENTS SIMPLY SHOW NO PLEDGES.
       P490-LOAD-PLEDGES.
           OPEN INPUT PLEDGE-FILE.
           IF PLEDGE-STATUS = '00'
               PERFORM P492-READ-PLEDGE
               PERFORM P494-LOAD-PLEDGE-ENTRY
                   UNTIL PLEDGE-EOF
               CLOSE PLEDGE-FILE.

           IF WS-PLEDGE-LOST > 0
               DISPLAY '  PLEDGES.DAT HAS MORE THAN 1000 PLEDGES. ',
                   WS-PLEDGE-LOST, ' NOT SHOWN.'.

       P492-READ-PLEDGE.
           READ PLEDGE-FILE
               AT END
                   MOVE 'Y' TO PLEDGE-EOF-SW.

       P494-LOAD-PLEDGE-ENTRY.
           IF WS-PLEDGE-COUNT < 1000
               ADD 1 TO WS-PLEDGE-COUNT
               MOVE PLEDGE-RECORD TO WS-PLEDGE-ENTRY (WS-PLEDGE-COUNT)
           ELSE
               ADD 1 TO WS-PLEDGE-LOST.
           PERFORM P492-READ-PLEDGE.

       P510-RETURN-RECORD.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
