             PROGRAM NIXIE ARE SKIPPED. A CHANGES-ONLY MODE EXTRACTS
             JUST THE RECORDS WHOSE LAST-CHANGE STAMP IS ON OR AFTER
             A DATE GIVEN BY THE OPERATOR, SO THE WEEKLY DISKETTE
             CARRIES ONLY WHAT CHANGED SINCE THE LAST EXCHANGE. WHEN
             THE EXTRACT IS FOR A MAILING, THE OPERATOR GIVES THE MAIL
             DROP DATE, AND A PERSON WITH A SEASONAL ADDRESS IN EFFECT
             THAT DAY, AS SUPPLIED BY SUBPROGRAM ALTADRSB, IS
             EXTRACTED AT THAT ADDRESS AND ZIP CODE. WITH NO DROP DATE
             EVERY RECORD CARRIES ITS HOME ADDRESS, AS THE EXCHANGE
             OF MASTERS BETWEEN OFFICES REQUIRES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'EXTRACT.DAT'.

       01  EXTRACT-RECORD.
           05  FILLER                PIC X(40).
           05  EX-ADDRESS-LINE-1     PIC X(40).
           05  EX-ADDRESS-LINE-2     PIC X(40).
           05  EX-ZIP-CODE           PIC X(10).
           05  FILLER                PIC X(75).

       WORKING-STORAGE SECTION.

           05  EXTRACT-STATUS    PIC XX     VALUE SPACES.
           05  WS-READ-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-WRITTEN-COUNT  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-SEASONAL-COUNT PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  ISAM-EOF-SW       PIC X      VALUE 'N'.
       01  WS-SINCE-REPLY       PIC X(8)    VALUE SPACES.
       01  WS-SINCE-DATE        PIC X(8)    VALUE SPACES.

       01  WS-DROP-REPLY        PIC X(8)    VALUE SPACES.
           88  HOME-ADDRESSES               VALUE SPACES.

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

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
               ' for the full file:'.
           ACCEPT WS-SINCE-REPLY.
           PERFORM P050-EDIT-SINCE-DATE.
           DISPLAY '  Mail drop date (YYYYMMDD) to extract seasonal',
               ' addresses in effect'.
           DISPLAY '  that day, blank for home addresses:'.
           ACCEPT WS-DROP-REPLY.
           PERFORM P060-LOAD-SEASONAL.
           DISPLAY '  Reading ISAM.DAT and writing EXTRACT.DAT...'.

           OPEN INPUT ISAM-FILE.
               CLOSE EXTRACT-FILE
               CLOSE ISAM-FILE
               DISPLAY '  Done. ', WS-READ-COUNT, ' record(s) read, ',
                   WS-WRITTEN-COUNT, ' written to EXTRACT.DAT'
               DISPLAY '  ', WS-SEASONAL-COUNT,
                   ' written at a seasonal address'.

           STOP RUN.

               DISPLAY '  Date not numeric. Full file extracted.'
               MOVE SPACES TO WS-SINCE-DATE.

      *    SUBPROGRAM ALTADRSB LOADS THE SEASONAL ADDRESSES IN EFFECT
      *    ON THE MAIL DROP DATE. NO DROP DATE LOADS NONE.
       P060-LOAD-SEASONAL.
           IF NOT HOME-ADDRESSES
               IF WS-DROP-REPLY IS NUMERIC
                   MOVE WS-DROP-REPLY TO AA-DROP-DATE
                   MOVE 'L' TO AA-REQUEST
                   CALL 'ALTADRSB' USING ALTADDR-AREA
                   PERFORM P070-TEST-SEASONAL-FULL
               ELSE
                   DISPLAY '  Date not numeric. Home addresses',
                       ' extracted.'
                   MOVE SPACES TO WS-DROP-REPLY.

       P070-TEST-SEASONAL-FULL.
           IF AA-OVERFLOW-COUNT > 0
               DISPLAY '  SEASONAL ADDRESS TABLE FULL. ',
                   AA-OVERFLOW-COUNT, ' PERSON(S) AWAY WILL BE',
                   ' EXTRACTED AT HOME.'.

       P100-READ-ISAM.
           READ ISAM-FILE NEXT RECORD
               AT END
           AND (WS-SINCE-DATE = SPACES
               OR ISAM-STAMP-DATE NOT < WS-SINCE-DATE)
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM P210-WRITE-EXTRACT.
           PERFORM P100-READ-ISAM.

      *    A SEASONAL ADDRESS IN EFFECT ON THE DROP DATE TAKES THE
      *    PLACE OF THE HOME ADDRESS AND ZIP CODE ON THE EXTRACT.
       P210-WRITE-EXTRACT.
           MOVE ISAM-RECORD TO EXTRACT-RECORD.
           IF NOT HOME-ADDRESSES
               MOVE 'F' TO AA-REQUEST
               MOVE ISAM-KEY TO AA-KEY
               CALL 'ALTADRSB' USING ALTADDR-AREA
               IF AA-FOUND
                   ADD 1 TO WS-SEASONAL-COUNT
                   MOVE AA-ADDRESS-LINE-1 TO EX-ADDRESS-LINE-1
                   MOVE AA-ADDRESS-LINE-2 TO EX-ADDRESS-LINE-2
                   MOVE AA-ZIP-CODE       TO EX-ZIP-CODE.
           WRITE EXTRACT-RECORD.
