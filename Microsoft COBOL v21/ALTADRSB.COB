       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALTADRSB.
       SECURITY.
              THIS SUBPROGRAM SUPPLIES THE SEASONAL ADDRESS IN EFFECT
              FOR A PERSON ON A MAIL DROP DATE, SO EVERY MAILING LIST
              SENDS A PIECE WHERE THE PERSON WILL BE WHEN IT ARRIVES.
              THE SEASONAL ADDRESSES ARE KEPT ON ALTADDR.DAT BY THE
              FIND OPTION OF PROGRAM UPDATE AND BY PROGRAM TRANLOAD,
              EACH WITH THE FIRST AND LAST DAY IT IS IN EFFECT. THE
              CALLING PROGRAM SETS AA-REQUEST TO L AND AA-DROP-DATE TO
              THE DROP DATE AND CALLS "ALTADRSB" USING ALTADDR-AREA
              ONCE, WHICH LOADS THE ADDRESSES IN EFFECT THAT DAY. FOR
              EACH MASTER RECORD IT THEN SETS AA-REQUEST TO F AND
              AA-KEY TO THE MASTER KEY AND CALLS AGAIN. AA-RESULT IS Y
              WHEN A SEASONAL ADDRESS IS IN EFFECT, RETURNED IN
              AA-ADDRESS-LINE-1, AA-ADDRESS-LINE-2, AND AA-ZIP-CODE;
              OTHERWISE AA-RESULT IS N AND THE HOME ADDRESS ON THE
              MASTER RECORD IS USED. WHEN TWO ENTRIES FOR ONE PERSON
              ARE BOTH IN EFFECT, THE ONE ENTERED LAST IS USED. UP TO
              400 PEOPLE AWAY FROM HOME ARE HELD; THE LOAD RETURNS THE
              NUMBER HELD IN AA-LOAD-COUNT AND THE NUMBER LEFT AT
              THEIR HOME ADDRESS FOR WANT OF ROOM IN
              AA-OVERFLOW-COUNT. PROGRAMS UPDATE, HOUSHOLD, LETTERS,
              POSTAGE, AND EXTRACT ALL CALL IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-ADDRESS-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-ADDRESS-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX                    PIC S9(5) VALUE 0 COMP-0.
           05  ALT-ADDRESS-STATUS     PIC XX   VALUE SPACES.
           05  WS-ALT-COUNT           PIC S9(5) VALUE 0 COMP-0.
           05  WS-FOUND-IX            PIC S9(5) VALUE 0 COMP-0.
           05  WS-FIND-KEY            PIC X(40) VALUE SPACES.

       01  SWITCHES.
           05  ALT-ADDRESS-EOF-SW     PIC X    VALUE 'N'.
               88  ALT-ADDRESS-EOF             VALUE 'Y'.
           05  WS-KEY-FOUND-SW        PIC X    VALUE 'N'.
               88  KEY-FOUND                   VALUE 'Y'.

      *    THE SEASONAL ADDRESSES IN EFFECT ON THE DROP DATE, ONE
      *    ENTRY PER PERSON, HELD UNTIL THE NEXT LOAD REQUEST.
       01  WS-ALT-TABLE.
           05  WS-ALT-ENTRY OCCURS 400 TIMES.
               10  AE-KEY               PIC X(40).
               10  AE-ADDRESS-LINE-1    PIC X(40).
               10  AE-ADDRESS-LINE-2    PIC X(40).
               10  AE-ZIP-CODE          PIC X(10).

       LINKAGE SECTION.

       01  ALTADDR-AREA.
           05  AA-REQUEST         PIC X.
               88  AA-LOAD-REQUEST            VALUE 'L'.
               88  AA-FIND-REQUEST            VALUE 'F'.
           05  AA-DROP-DATE       PIC 9(8).
           05  AA-KEY             PIC X(40).
           05  AA-ADDRESS-LINE-1  PIC X(40).
           05  AA-ADDRESS-LINE-2  PIC X(40).
           05  AA-ZIP-CODE        PIC X(10).
           05  AA-RESULT          PIC X.
               88  AA-FOUND                   VALUE 'Y'.
           05  AA-LOAD-COUNT      PIC S9(5) COMP-0.
           05  AA-OVERFLOW-COUNT  PIC S9(5) COMP-0.

       PROCEDURE DIVISION USING ALTADDR-AREA.

       P000-MAIN-LINE.
           IF AA-LOAD-REQUEST
               PERFORM P100-LOAD-ADDRESSES
           ELSE IF AA-FIND-REQUEST
               PERFORM P200-FIND-ADDRESS
           ELSE
               MOVE 'N' TO AA-RESULT.
           EXIT PROGRAM.

       P100-LOAD-ADDRESSES.
           MOVE 0 TO WS-ALT-COUNT.
           MOVE 0 TO AA-OVERFLOW-COUNT.
           MOVE 'N' TO ALT-ADDRESS-EOF-SW.
           MOVE 'Y' TO AA-RESULT.
           OPEN INPUT ALT-ADDRESS-FILE.
      *    NO ALTADDR.DAT YET - EVERYONE IS MAILED AT HOME.
           IF ALT-ADDRESS-STATUS = '00'
               PERFORM P110-READ-ADDRESS
                   UNTIL ALT-ADDRESS-EOF
               CLOSE ALT-ADDRESS-FILE.
           MOVE WS-ALT-COUNT TO AA-LOAD-COUNT.

       P110-READ-ADDRESS.
           READ ALT-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO ALT-ADDRESS-EOF-SW
               NOT AT END
                   IF AT-FROM-DATE IS NUMERIC
                   AND AT-TO-DATE IS NUMERIC
                   AND AT-FROM-DATE NOT > AA-DROP-DATE
                   AND AT-TO-DATE NOT < AA-DROP-DATE
                       PERFORM P120-STORE-ADDRESS.

      *    A LATER ENTRY FOR THE SAME PERSON REPLACES AN EARLIER ONE.
       P120-STORE-ADDRESS.
           MOVE AT-KEY TO WS-FIND-KEY.
           PERFORM P210-LOCATE-KEY.
           IF KEY-FOUND
               PERFORM P130-MOVE-ENTRY
           ELSE IF WS-ALT-COUNT < 400
               ADD 1 TO WS-ALT-COUNT
               MOVE WS-ALT-COUNT TO WS-FOUND-IX
               PERFORM P130-MOVE-ENTRY
           ELSE
               ADD 1 TO AA-OVERFLOW-COUNT.

       P130-MOVE-ENTRY.
           MOVE AT-KEY TO AE-KEY (WS-FOUND-IX).
           MOVE AT-ADDRESS-LINE-1 TO AE-ADDRESS-LINE-1 (WS-FOUND-IX).
           MOVE AT-ADDRESS-LINE-2 TO AE-ADDRESS-LINE-2 (WS-FOUND-IX).
           MOVE AT-ZIP-CODE TO AE-ZIP-CODE (WS-FOUND-IX).

       P200-FIND-ADDRESS.
           MOVE AA-KEY TO WS-FIND-KEY.
           PERFORM P210-LOCATE-KEY.
           IF KEY-FOUND
               MOVE 'Y' TO AA-RESULT
               MOVE AE-ADDRESS-LINE-1 (WS-FOUND-IX)
                   TO AA-ADDRESS-LINE-1
               MOVE AE-ADDRESS-LINE-2 (WS-FOUND-IX)
                   TO AA-ADDRESS-LINE-2
               MOVE AE-ZIP-CODE (WS-FOUND-IX) TO AA-ZIP-CODE
           ELSE
               MOVE 'N' TO AA-RESULT.

       P210-LOCATE-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           PERFORM P220-MATCH-KEY
               VARYING IIX FROM 1 BY 1
               UNTIL KEY-FOUND OR IIX > WS-ALT-COUNT.

       P220-MATCH-KEY.
           IF AE-KEY (IIX) = WS-FIND-KEY
               MOVE 'Y' TO WS-KEY-FOUND-SW
               MOVE IIX TO WS-FOUND-IX.
