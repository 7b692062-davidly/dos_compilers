       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NCOAEXP.
       SECURITY.
             THIS PROGRAM UNLOADS THE MAILABLE RECORDS OF THE INDEXED
             FILE OF NAMES, ADDRESSES, AND PHONE NUMBERS TO A FIXED
             LAYOUT FILE FOR THE MAIL HOUSE'S NATIONAL CHANGE OF
             ADDRESS (NCOA) PROCESSING, SO MOVES ARE CAUGHT BEFORE
             THE POSTAGE IS SPENT RATHER THAN AFTER THE PIECE COMES
             BACK AS A NIXIE. RECORDS FLAGGED DO NOT MAIL BY PROGRAM
             NIXIE ARE LEFT OUT. EACH RECORD CARRIES THE LAST NAME AND
             FIRST NAME KEY SO THE MAIL HOUSE'S RETURN FILE CAN BE
             APPLIED BACK TO THE MASTER BY PROGRAM NCOAIMP. THE FILE
             ENDS WITH A TRAILER RECORD CARRYING THE RECORD COUNT.
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

           SELECT NCOA-OUT-FILE
              ASSIGN TO DISK
              FILE STATUS IS NCOA-OUT-STATUS
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

      *    THE MAIL HOUSE LAYOUT: RECORD TYPE D (DETAIL) OR T
      *    (TRAILER) IN COLUMN 1, THEN THE MATCH KEY, NAME, AND
      *    ADDRESS AS CARRIED ON THE MASTER.
       FD  NCOA-OUT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NCOAOUT.DAT'.

       01  NCOA-OUT-RECORD.
           05  NO-RECORD-TYPE           PIC X.
           05  NO-LAST-NAME             PIC X(20).
           05  NO-FIRST-NAME            PIC X(20).
           05  NO-ADDRESS-LINE-1        PIC X(40).
           05  NO-ADDRESS-LINE-2        PIC X(40).
           05  NO-ZIP-CODE              PIC X(10).

       01  NCOA-OUT-TRAILER-RECORD.
           05  FILLER                   PIC X.
           05  NT-RECORD-COUNT          PIC 9(7).
           05  NT-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(115).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  ISAM-STATUS       PIC XX     VALUE SPACES.
           05  NCOA-OUT-STATUS   PIC XX     VALUE SPACES.
           05  WS-READ-COUNT     PIC S9(5)  VALUE 0 COMP-0.
           05  WS-WRITTEN-COUNT  PIC S9(5)  VALUE 0 COMP-0.
           05  WS-FLAGGED-SKIPS  PIC S9(5)  VALUE 0 COMP-0.

       01  SWITCHES.
           05  ISAM-EOF-SW       PIC X      VALUE 'N'.
               88  ISAM-EOF                 VALUE 'Y'.

       PROCEDURE DIVISION.

       P000-MAIN-LINE.
           DISPLAY SPACE.
           DISPLAY '  NCOAEXP - CHANGE OF ADDRESS EXPORT'.
           DISPLAY SPACE.
           DISPLAY '  Reading ISAM.DAT and writing NCOAOUT.DAT...'.

           OPEN INPUT ISAM-FILE.
           IF ISAM-STATUS NOT = '00'
               DISPLAY '  FILE OPEN FAILURE. FILE STATUS = ',
                   ISAM-STATUS
           ELSE
               OPEN OUTPUT NCOA-OUT-FILE
               PERFORM P100-READ-ISAM
               PERFORM P200-EXPORT-RECORD
                   UNTIL ISAM-EOF
               PERFORM P300-WRITE-TRAILER
               CLOSE NCOA-OUT-FILE
               CLOSE ISAM-FILE
               DISPLAY '  Done. ', WS-READ-COUNT, ' record(s) read, ',
                   WS-WRITTEN-COUNT, ' written to NCOAOUT.DAT'
               DISPLAY '  ', WS-FLAGGED-SKIPS,
                   ' record(s) flagged do not mail were left out'.

           STOP RUN.

       P100-READ-ISAM.
           READ ISAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ISAM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT.

      *    A RECORD FLAGGED DO NOT MAIL BY PROGRAM NIXIE IS NOT SENT
      *    FOR CHANGE OF ADDRESS PROCESSING; IT IS NOT BEING MAILED.
       P200-EXPORT-RECORD.
           IF ISAM-DO-NOT-MAIL
               ADD 1 TO WS-FLAGGED-SKIPS
           ELSE
               MOVE SPACES TO NCOA-OUT-RECORD
               MOVE 'D' TO NO-RECORD-TYPE
               MOVE ISAM-LAST-NAME      TO NO-LAST-NAME
               MOVE ISAM-FIRST-NAME     TO NO-FIRST-NAME
               MOVE ISAM-ADDRESS-LINE-1 TO NO-ADDRESS-LINE-1
               MOVE ISAM-ADDRESS-LINE-2 TO NO-ADDRESS-LINE-2
               MOVE ISAM-ZIP-CODE       TO NO-ZIP-CODE
               WRITE NCOA-OUT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM P100-READ-ISAM.

       P300-WRITE-TRAILER.
           MOVE SPACES TO NCOA-OUT-TRAILER-RECORD.
           MOVE 'T' TO NO-RECORD-TYPE.
           MOVE WS-WRITTEN-COUNT TO NT-RECORD-COUNT.
           ACCEPT NT-RUN-DATE FROM DATE YYYYMMDD.
           WRITE NCOA-OUT-TRAILER-RECORD.
