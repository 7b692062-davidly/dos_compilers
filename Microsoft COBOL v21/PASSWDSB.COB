       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PASSWDSB.
       SECURITY.
              THIS SUBPROGRAM SCRAMBLES AN OPERATOR PASSWORD FOR THE
              OPERATOR MASTER FILE, SO NO PASSWORD IS KEPT ON DISK AS
              IT WAS TYPED. THE CALLING PROGRAM SETS PW-OPERATOR-ID
              AND PW-PLAIN, CALLS "PASSWDSB" USING PASSWORD-AREA, AND
              TAKES THE RESULT FROM PW-SCRAMBLED. THE OPERATOR ID IS
              MIXED INTO THE RESULT, SO TWO OPERATORS WITH THE SAME
              PASSWORD DO NOT SHOW THE SAME SCRAMBLED VALUE. THE
              SCRAMBLE CANNOT BE RUN BACKWARD: A SIGN-ON IS CHECKED
              BY SCRAMBLING THE PASSWORD TYPED AND COMPARING THE TWO
              SCRAMBLED VALUES. SUBPROGRAM SIGNONSB CALLS IT FOR EVERY
              SIGN-ON AND PROGRAM OPERMNT CALLS IT WHEN A PASSWORD IS
              SET OR RESET.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  IIX          PIC S9(5)  VALUE 0 COMP-0.
           05  WS-AX        PIC S9(5)  VALUE 0 COMP-0.
           05  WS-CHAR-VALUE    PIC 9(3)   VALUE 0.
           05  WS-TOTAL         PIC 9(7)   VALUE 0.
           05  WS-QUOTIENT      PIC 9(7)   VALUE 0.
           05  WS-OUT-VALUE     PIC 9(3)   VALUE 0.

       01  WS-TEST-CHAR     PIC X      VALUE SPACE.

      *    THE FIRST 64 CHARACTERS ARE ALSO THE ONES A SCRAMBLED
      *    PASSWORD IS MADE OF. THE PUNCTUATION AFTER THEM ONLY GIVES
      *    EACH PRINTABLE CHARACTER A VALUE OF ITS OWN.
       01  WS-LOOKUP-VALUES.
           05  WS-ALPHABET-VALUES   PIC X(64)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789abcdefghijklmnopqrstuvwx
      -    'yz-.'.
           05  FILLER REDEFINES WS-ALPHABET-VALUES.
               10  WS-ALPHA-CHAR OCCURS 64 TIMES    PIC X.
           05  WS-PUNCTUATION-VALUES    PIC X(30)  VALUE
           '!"#$%&''()*+,/:;<=>?@[\]^_`{|}~'.
       01  FILLER REDEFINES WS-LOOKUP-VALUES.
           05  WS-LOOKUP-CHAR OCCURS 94 TIMES   PIC X.

       LINKAGE SECTION.

       01  PASSWORD-AREA.
           05  PW-OPERATOR-ID     PIC X(8).
           05  FILLER REDEFINES PW-OPERATOR-ID.
               10  PW-ID-CHAR OCCURS 8 TIMES        PIC X.
           05  PW-PLAIN           PIC X(8).
           05  FILLER REDEFINES PW-PLAIN.
               10  PW-PLAIN-CHAR OCCURS 8 TIMES     PIC X.
           05  PW-SCRAMBLED       PIC X(8).
           05  FILLER REDEFINES PW-SCRAMBLED.
               10  PW-OUT-CHAR OCCURS 8 TIMES       PIC X.

       PROCEDURE DIVISION USING PASSWORD-AREA.

      *    THE FIRST PASS SUMS EVERY CHARACTER OF THE OPERATOR ID AND
      *    THE PASSWORD, EACH WEIGHTED BY ITS POSITION, SO EVERY
      *    CHARACTER OF THE RESULT DEPENDS ON THE WHOLE PASSWORD. THE
      *    SECOND PASS CARRIES THAT TOTAL ACROSS THE PASSWORD AND
      *    PICKS EACH OUTPUT CHARACTER FROM THE REMAINDER.
       P000-MAIN-LINE.
           MOVE 0 TO WS-TOTAL.
           PERFORM P010-ADD-ID-CHAR
               VARYING IIX FROM 1 BY 1 UNTIL IIX > 8.
           PERFORM P020-ADD-PLAIN-CHAR
               VARYING IIX FROM 1 BY 1 UNTIL IIX > 8.
           PERFORM P030-MAKE-OUT-CHAR
               VARYING IIX FROM 1 BY 1 UNTIL IIX > 8.

           EXIT PROGRAM.

       P010-ADD-ID-CHAR.
           MOVE PW-ID-CHAR (IIX) TO WS-TEST-CHAR.
           PERFORM P040-CHAR-VALUE.
           COMPUTE WS-TOTAL = WS-TOTAL + WS-CHAR-VALUE * (IIX + 2).

       P020-ADD-PLAIN-CHAR.
           MOVE PW-PLAIN-CHAR (IIX) TO WS-TEST-CHAR.
           PERFORM P040-CHAR-VALUE.
           COMPUTE WS-TOTAL = WS-TOTAL
               + WS-CHAR-VALUE * (IIX + IIX + 1) + 11.

       P030-MAKE-OUT-CHAR.
           MOVE PW-PLAIN-CHAR (IIX) TO WS-TEST-CHAR.
           PERFORM P040-CHAR-VALUE.
           COMPUTE WS-TOTAL = WS-TOTAL * 5 + WS-CHAR-VALUE + 13 * IIX.
           DIVIDE WS-TOTAL BY 9973 GIVING WS-QUOTIENT
               REMAINDER WS-TOTAL.
           DIVIDE WS-TOTAL BY 64 GIVING WS-QUOTIENT
               REMAINDER WS-OUT-VALUE.
           ADD 1 TO WS-OUT-VALUE.
           MOVE WS-ALPHA-CHAR (WS-OUT-VALUE) TO PW-OUT-CHAR (IIX).

      *    A CHARACTER'S VALUE IS ITS PLACE IN THE LOOKUP TABLE. A
      *    SPACE COUNTS AS 0 AND ANY CHARACTER NOT IN THE TABLE AS 95,
      *    SO NO TWO PRINTABLE CHARACTERS SCRAMBLE ALIKE.
       P040-CHAR-VALUE.
           IF WS-TEST-CHAR = SPACE
               MOVE 0 TO WS-CHAR-VALUE
           ELSE
               PERFORM P042-TABLE-VALUE.

       P042-TABLE-VALUE.
           PERFORM P045-NOTHING
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > 94
               OR WS-LOOKUP-CHAR (WS-AX) = WS-TEST-CHAR.
           MOVE WS-AX TO WS-CHAR-VALUE.

       P045-NOTHING.
           EXIT.
