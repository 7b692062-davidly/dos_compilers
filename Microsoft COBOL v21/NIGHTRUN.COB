       PROGRAM-ID.    NIGHTRUN.
       SECURITY.
             THIS PROGRAM SEQUENCES THE CLOSE-OF-DAY BATCH RUN:
             STEP 1 TRANLOAD, STEP 2 DUPPHONE, STEP 3 SUMMARY, STEP
             4 THE INTEGCHK CROSS-FILE CHECK, AND STEP 5 THE REORG
             UNLOAD. IT CHAINS TO EACH STEP PROGRAM IN TURN; A STEP
             PROGRAM THAT FINDS ITS OWN STEP NUMBER MARKED RUNNING IN
             THE NIGHT CHECKPOINT RUNS UNATTENDED, POSTS ITS RESULT
             TO THE CHECKPOINT, AND CHAINS BACK HERE, THE WAY PROGRAM
             DEMO CHAINS TO PROGRAM UPDATE. EVERY STEP START AND END
             IS STAMPED TO A RUN LOG. A STEP THAT FAILS - TRANLOAD
             REFUSING ITS CONTROL TOTALS, A FILE THAT WILL NOT OPEN,
             FILES THAT NO LONGER AGREE, AN INCOMPLETE UNLOAD - HALTS
             THE NIGHT, AND THE NEXT START OFFERS TO RESUME AT THE
             FAILED STEP INSTEAD OF FROM THE TOP, THE WAY THE
             MAILING LIST BUILD IN PROGRAM UPDATE RESUMES AT THE
           05  WS-CKPT-STEP         PIC 9(2)   VALUE 0.
           05  WS-CKPT-STATE        PIC X(8)   VALUE SPACES.
           05  WS-NEXT-STEP         PIC 9(2)   VALUE 0.
           05  WS-LAST-STEP         PIC 9(2)   VALUE 5.

       01  SWITCHES.
           05  WS-CKPT-FOUND-SW     PIC X      VALUE 'N'.
       01  WS-CONFIRM   PIC X    VALUE SPACE.
           88  CONFIRM-YES          VALUE 'Y', 'y'.

       01  WS-STEP-NAME-VALUES   PIC X(40)  VALUE
           'TRANLOADDUPPHONESUMMARY INTEGCHKREORG   '.
       01  FILLER REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME OCCURS 5 TIMES  PIC X(8).

       01  WS-CHAIN-NAME         PIC X(8)   VALUE SPACES.

           DISPLAY '    Step 2  DUPPHONE  duplicate phone report'.
           DISPLAY '    Step 3  SUMMARY   category and ZIP',
               ' statistics'.
           DISPLAY '    Step 4  INTEGCHK  cross-file integrity',
               ' check'.
           DISPLAY '    Step 5  REORG     unload ISAM.DAT to the',
               ' backup'.
           DISPLAY SPACE.
           DISPLAY '  Start the close-of-day at step 1 (Y/N)?'.
