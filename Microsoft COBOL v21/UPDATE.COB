       PROGRAM-ID.    UPDATE.
       SECURITY.
             THIS PROGRAM MODIFIES AND LISTS  AN INDEXED FILE OF 
             NAMES, ADDRESSES, AND PHONE NUMBERS. A MAILING LIST MAY
             BE LIMITED TO THE KEYS ON THE SELECTION FILE SEGSEL.DAT
             WRITTEN BY PROGRAM SEGMENT. WHILE BROWSING WITH THE FIND
             OPTION THE OPERATOR MAY PAGE THROUGH A PERSON'S CONTACT
             NOTES ON NOTES.DAT, NEWEST FIRST, AND ADD A NEW ONE,
             STAMPED WITH THE OPERATOR ID. THE SAME BROWSE SHOWS A
             PERSON'S SEASONAL ADDRESSES ON ALTADDR.DAT, EACH WITH THE
             FIRST AND LAST DAY IT IS IN EFFECT, AND ADDS OR DELETES
             THEM. A MAILING LIST GOES TO THE SEASONAL ADDRESS IN
             EFFECT ON THE MAIL DROP DATE THE OPERATOR GIVES, AS
             SUPPLIED BY SUBPROGRAM ALTADRSB. AN INQUIRY OPERATOR MAY
             ONLY FIND RECORDS, READ AND ADD THEIR NOTES, AND SEE
             THEIR SEASONAL ADDRESSES; ADDING, DELETING, MODIFYING,
             CHANGING A SEASONAL ADDRESS, AND BUILDING A MAILING LIST
             TAKE DATA ENTRY AUTHORITY OR ABOVE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS CHECKPOINT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILHIST-FILE
              ASSIGN TO DISK
              FILE STATUS IS MAILHIST-STATUS
              FILE STATUS IS SUPPRESS-REPORT-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELECTION-FILE
              ASSIGN TO DISK
              FILE STATUS IS SELECTION-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISAM-LOCK-FILE
              ASSIGN TO DISK
              FILE STATUS IS ISAM-LOCK-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTE-FILE
              ASSIGN TO DISK
              FILE STATUS IS NOTE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALT-ADDRESS-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-ADDRESS-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALT-NEW-FILE
              ASSIGN TO DISK
              FILE STATUS IS ALT-NEW-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISAM-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'AUDIT.DAT'.

       01  AUDIT-LOG-RECORD          PIC X(489).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD

       01  CHECKPOINT-RECORD         PIC X(40).

       FD  MAILHIST-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'MAILHIST.DAT'.
           05  MH-DATE        PIC 9(8).
           05  FILLER         PIC X.
           05  MH-CATEGORY    PIC X(10).
           05  FILLER         PIC X.
           05  MH-CAMPAIGN    PIC X(8).

       FD  SUPPRESS-REPORT-FILE
           LABEL RECORDS ARE STANDARD

       01  SUPPRESS-REPORT-RECORD    PIC X(80).

      *    THE SELECTION FILE WRITTEN BY PROGRAM SEGMENT, IN KEY
      *    ORDER.
       FD  SELECTION-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'SEGSEL.DAT'.

       01  SELECTION-RECORD.
           05  SS-KEY.
               10  SS-LAST-NAME         PIC X(20).
               10  SS-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  SS-SEGMENT               PIC X.
           05  FILLER                   PIC X.
           05  SS-LEVEL                 PIC X.
           05  FILLER                   PIC X.
           05  SS-LAST-GIFT-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  SS-LARGEST-GIFT          PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  SS-TOTAL-GIVEN           PIC 9(7)V99.

       FD  ISAM-LOCK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ISAMLOCK.DAT'.
           05  FILLER         PIC X.
           05  LK-TIME        PIC X(8).

      *    THE CONTACT NOTES, ONE RECORD PER NOTE, ADDED TO THE END
      *    OF THE FILE AS THEY ARE WRITTEN. A NOTE IS KNOWN BY THE
      *    MASTER KEY PLUS THE DATE AND TIME IT WAS WRITTEN.
       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'NOTES.DAT'.

       01  NOTE-RECORD.
           05  NT-KEY.
               10  NT-LAST-NAME         PIC X(20).
               10  NT-FIRST-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  NT-DATE                  PIC 9(8).
           05  FILLER                   PIC X.
           05  NT-TIME                  PIC 9(8).
           05  FILLER                   PIC X.
           05  NT-OPERATOR              PIC X(8).
           05  FILLER                   PIC X.
           05  NT-TYPE                  PIC X(9).
           05  FILLER                   PIC X.
           05  NT-TEXT-1                PIC X(60).
           05  FILLER                   PIC X.
           05  NT-TEXT-2                PIC X(60).
           05  FILLER                   PIC X.
           05  NT-TEXT-3                PIC X(60).

      *    THE SEASONAL ADDRESSES, ONE RECORD PER ADDRESS, ADDED TO
      *    THE END OF THE FILE AS THEY ARE ENTERED. AN ADDRESS IS IN
      *    EFFECT FROM AT-FROM-DATE THROUGH AT-TO-DATE.
       FD  ALT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTADDR.DAT'.

       01  ALT-ADDRESS-RECORD.
           05  AT-KEY.
               10  AT-LAST-NAME         PIC X(20).
               10  AT-FIRST-NAME        PIC X(20).
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

      *    SCRATCH COPY OF ALTADDR.DAT USED WHEN AN ADDRESS IS
      *    DELETED.
       FD  ALT-NEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS 'ALTNEW.DAT'.

       01  ALT-NEW-RECORD                PIC X(169).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05  MAIL-LIST-STATUS  PIC XX     VALUE SPACES.
           05  AUDIT-LOG-STATUS  PIC XX     VALUE SPACES.
           05  CHECKPOINT-STATUS PIC XX     VALUE SPACES.
           05  MAILHIST-STATUS   PIC XX     VALUE SPACES.
           05  SUPPRESS-REPORT-STATUS PIC XX  VALUE SPACES.
           05  SELECTION-STATUS  PIC XX     VALUE SPACES.
           05  NOTE-STATUS       PIC XX     VALUE SPACES.
           05  ALT-ADDRESS-STATUS PIC XX    VALUE SPACES.
           05  ALT-NEW-STATUS    PIC XX     VALUE SPACES.
           05  WS-ACTION    PIC X(20)   VALUE SPACES.

           05  WS-OPTION   PIC X    VALUE SPACE.
               88  DELETE-OPTION    VALUE 'D', 'd'.
               88  MODIFY-OPTION    VALUE 'M', 'm'.
               88  EXIT-OPTION    VALUE 'E', 'e'.
               88  ENTRY-OPTION     VALUE 'A', 'a', 'L', 'l',
                                          'Z', 'z', 'D', 'd',
                                          'M', 'm'.


           05  WS-TERMINATE  PIC X     VALUE SPACES.
               88  TERMINATED       VALUE 'T', 't', 'N', 'n',
                                           'S', 's'.
               88  NOTES-WANTED     VALUE 'C', 'c'.
               88  SEASONAL-WANTED  VALUE 'A', 'a'.
           05  ANY-CHAR     PIC X    VALUE SPACE.

       01  SWITCHES.
               88  BUILD-MAIL-ACTIVE            VALUE 'Y'.
           05  WS-SIGNED-ON-SW       PIC X      VALUE 'N'.
               88  SIGNED-ON                    VALUE 'Y'.
           05  MAILHIST-EOF-SW       PIC X      VALUE 'N'.
               88  MAILHIST-EOF                 VALUE 'Y'.
           05  WS-SUPPRESS-ACTIVE-SW PIC X      VALUE 'N'.
               88  SUPPRESS-ACTIVE              VALUE 'Y'.
           05  WS-SUPPRESSED-SW      PIC X      VALUE 'N'.
               88  RECORD-SUPPRESSED            VALUE 'Y'.
           05  SELECTION-EOF-SW      PIC X      VALUE 'N'.
               88  SELECTION-EOF                VALUE 'Y'.
           05  WS-SELECTED-SW        PIC X      VALUE 'N'.
               88  RECORD-SELECTED              VALUE 'Y'.
           05  NOTE-EOF-SW           PIC X      VALUE 'N'.
               88  NOTE-EOF                     VALUE 'Y'.
           05  WS-NOTES-DONE-SW      PIC X      VALUE 'N'.
               88  NOTES-DONE                   VALUE 'Y'.
           05  WS-NOTE-SLOT-SW       PIC X      VALUE 'N'.
               88  NOTE-SLOT-FOUND              VALUE 'Y'.
           05  WS-NOTE-ENTRY-SW      PIC X      VALUE 'N'.
               88  NOTE-ENTRY-DONE              VALUE 'Y'.
           05  ALT-ADDRESS-EOF-SW    PIC X      VALUE 'N'.
               88  ALT-ADDRESS-EOF              VALUE 'Y'.
           05  ALT-NEW-EOF-SW        PIC X      VALUE 'N'.
               88  ALT-NEW-EOF                  VALUE 'Y'.
           05  WS-SEASONS-DONE-SW    PIC X      VALUE 'N'.
               88  SEASONS-DONE                 VALUE 'Y'.
           05  WS-SEASON-ENTRY-SW    PIC X      VALUE 'N'.
               88  SEASON-ENTRY-DONE            VALUE 'Y'.
           05  WS-SEASON-DROPPED-SW  PIC X      VALUE 'N'.
               88  SEASON-DROPPED               VALUE 'Y'.
           05  WS-SEASON-COPY-SW     PIC X      VALUE 'Y'.
               88  SEASON-COPY-OK               VALUE 'Y'.

       01  WS-DATA-RECORD.
           05  WS-KEY.

       01  WS-FILTER-CATEGORY   PIC X(10)   VALUE SPACES.

       01  WS-CAMPAIGN-CODE     PIC X(8)    VALUE SPACES.

       01  WS-USE-SELECTION     PIC X       VALUE 'N'.
           88  SELECTION-ACTIVE             VALUE 'Y', 'y'.
       01  WS-SEL-IX            PIC S9(5)   VALUE 0 COMP-0.
       01  WS-SEL-COUNT         PIC S9(5)   VALUE 0 COMP-0.

       01  WS-SELECTION-TABLE.
           05  WS-SEL-KEY OCCURS 1000 TIMES PIC X(40).

       01  WS-RESUME            PIC X       VALUE SPACE.
           88  RESUME-YES                   VALUE 'Y', 'y'.

       01  WS-SIGNON-PASSWORD   PIC X(8)    VALUE SPACES.
       01  WS-SIGNON-TRIES      PIC S9(5)   VALUE 0 COMP-0.

       01  WS-NOTE-REPLY        PIC X       VALUE SPACE.
           88  NOTE-NEWER                   VALUE 'P', 'p'.
           88  NOTE-ADD                     VALUE 'A', 'a'.
           88  NOTE-QUIT                    VALUE 'S', 's'.

       01  WS-NOTE-TYPE-CODE    PIC X       VALUE SPACE.
           88  CALL-NOTE                    VALUE 'C', 'c'.
           88  COMPLAINT-NOTE               VALUE 'P', 'p'.
           88  REQUEST-NOTE                 VALUE 'R', 'r'.
           88  VISIT-NOTE                   VALUE 'V', 'v'.

       01  WS-NOTE-IX           PIC S9(5)   VALUE 0 COMP-0.
       01  WS-NOTE-FROM         PIC S9(5)   VALUE 0 COMP-0.
       01  WS-NOTE-POS          PIC S9(5)   VALUE 0 COMP-0.
       01  WS-NOTE-SHOWN        PIC S9(5)   VALUE 0 COMP-0.
       01  WS-NOTE-COUNT        PIC S9(5)   VALUE 0 COMP-0.
       01  WS-NOTE-TOTAL        PIC S9(5)   VALUE 0 COMP-0.
       01  WS-SHOW-POSITION     PIC ZZ9.
       01  WS-SHOW-COUNT        PIC ZZ9.
       01  WS-SHOW-TOTAL        PIC ZZZZ9.
       01  WS-NOTE-MESSAGE      PIC X(50)   VALUE SPACES.

       01  WS-NOTE-FAILURE.
           05  FILLER           PIC X(33)   VALUE
               'NOTE NOT WRITTEN. FILE STATUS = '.
           05  WS-NF-STATUS     PIC XX      VALUE SPACES.

      *    THE NOTE BEING SHOWN OR ADDED, IN THE LAYOUT OF AN ENTRY
      *    IN THE NOTE TABLE.
       01  WS-NOTE-WORK.
           05  WS-NW-STAMP.
               10  WS-NW-DATE       PIC 9(8).
               10  WS-NW-TIME       PIC 9(8).
           05  WS-NW-OPERATOR       PIC X(8).
           05  WS-NW-TYPE           PIC X(9).
           05  WS-NW-TEXT-1         PIC X(60).
           05  WS-NW-TEXT-2         PIC X(60).
           05  WS-NW-TEXT-3         PIC X(60).

      *    THE NOTES OF THE RECORD IN HAND, NEWEST FIRST. WHEN A
      *    PERSON HAS MORE THAN 50, THE OLDEST ARE LEFT OUT.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY OCCURS 50 TIMES.
               10  WS-NE-STAMP.
                   15  WS-NE-DATE   PIC 9(8).
                   15  WS-NE-TIME   PIC 9(8).
               10  WS-NE-OPERATOR   PIC X(8).
               10  WS-NE-TYPE       PIC X(9).
               10  WS-NE-TEXT-1     PIC X(60).
               10  WS-NE-TEXT-2     PIC X(60).
               10  WS-NE-TEXT-3     PIC X(60).

       01  WS-NOTE-LINE.
           05  WS-NL-KEY            PIC X(40)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-DATE           PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-TIME           PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-OPERATOR       PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-TYPE           PIC X(9)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-TEXT-1         PIC X(60)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-TEXT-2         PIC X(60)  VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-NL-TEXT-3         PIC X(60)  VALUE SPACES.

      *    THE MAIL DROP DATE FROM THE CATEGORY FILTER SCREEN. A
      *    MAILING GOES TO THE SEASONAL ADDRESSES IN EFFECT THAT DAY.
       01  WS-DROP-REPLY        PIC X(8)    VALUE SPACES.

       01  WS-SEASON-REPLY      PIC X       VALUE SPACE.
           88  SEASON-EARLIER               VALUE 'P', 'p'.
           88  SEASON-ADD                   VALUE 'A', 'a'.
           88  SEASON-DELETE                VALUE 'D', 'd'.
           88  SEASON-QUIT                  VALUE 'S', 's'.

       01  WS-SEASON-CONFIRM    PIC X       VALUE SPACE.
           88  SEASON-CONFIRMED             VALUE 'Y', 'y'.

       01  WS-SEASON-IX         PIC S9(5)   VALUE 0 COMP-0.
       01  WS-SEASON-FROM       PIC S9(5)   VALUE 0 COMP-0.
       01  WS-SEASON-SHOWN      PIC S9(5)   VALUE 0 COMP-0.
       01  WS-SEASON-COUNT      PIC S9(5)   VALUE 0 COMP-0.
       01  WS-SEASON-MESSAGE    PIC X(50)   VALUE SPACES.

       01  WS-SEASON-FAILURE.
           05  FILLER           PIC X(36)   VALUE
               'ADDRESS NOT WRITTEN. FILE STATUS = '.
           05  WS-SF-STATUS     PIC XX      VALUE SPACES.

       01  WS-SEASON-NEW-FAILURE.
           05  FILLER           PIC X(34)   VALUE
               'NOT DELETED - ALTNEW.DAT STATUS = '.
           05  WS-SN-STATUS     PIC XX      VALUE SPACES.

       01  WS-SEASON-BACK-FAILURE.
           05  FILLER           PIC X(15)   VALUE
               'ALTADDR STATUS '.
           05  WS-SB-STATUS     PIC XX      VALUE SPACES.
           05  FILLER           PIC X(31)   VALUE
               ' - ENTRIES REMAIN IN ALTNEW.DAT'.

      *    THE SEASONAL ADDRESS BEING SHOWN OR ADDED, IN THE LAYOUT OF
      *    A RECORD ON ALTADDR.DAT.
       01  WS-SEASON-WORK.
           05  WS-SN-KEY            PIC X(40).
           05  FILLER               PIC X.
           05  WS-SN-FROM-DATE      PIC X(8).
           05  FILLER REDEFINES WS-SN-FROM-DATE.
               10  FILLER           PIC X(4).
               10  WS-SN-FROM-MONTH PIC XX.
               10  WS-SN-FROM-DAY   PIC XX.
           05  FILLER               PIC X.
           05  WS-SN-TO-DATE        PIC X(8).
           05  FILLER REDEFINES WS-SN-TO-DATE.
               10  FILLER           PIC X(4).
               10  WS-SN-TO-MONTH   PIC XX.
               10  WS-SN-TO-DAY     PIC XX.
           05  FILLER               PIC X.
           05  WS-SN-ADDRESS-LINE-1 PIC X(40).
           05  FILLER               PIC X.
           05  WS-SN-ADDRESS-LINE-2 PIC X(40).
           05  FILLER               PIC X.
           05  WS-SN-ZIP-CODE       PIC X(10).
           05  FILLER               PIC X.
           05  WS-SN-OPERATOR       PIC X(8).
           05  FILLER               PIC X.
           05  WS-SN-ENTRY-DATE     PIC X(8).

      *    THE SEASONAL ADDRESSES OF THE RECORD IN HAND, IN THE ORDER
      *    THEY WERE ENTERED. A PERSON WITH MORE THAN 20 SHOWS ONLY
      *    THE FIRST 20.
       01  WS-SEASON-TABLE.
           05  WS-SEASON-ENTRY OCCURS 20 TIMES  PIC X(169).

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

      *    PASSED TO SUBPROGRAM SIGNONSB, WHICH SIGNS THE OPERATOR ON
      *    AND CHECKS THE OPERATOR'S AUTHORITY LEVEL.
       01  SIGNON-AREA.
           05  SA-REQUEST         PIC X     VALUE 'S'.
           05  SA-PROGRAM         PIC X(8)  VALUE 'UPDATE'.
           05  SA-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  SA-PASSWORD        PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD    PIC X(8)  VALUE SPACES.
           05  SA-NEW-PASSWORD-2  PIC X(8)  VALUE SPACES.
           05  SA-LEVEL-NEEDED    PIC X     VALUE 'I'.
           05  SA-FUNCTION        PIC X(8)  VALUE SPACES.
           05  SA-RESULT          PIC X     VALUE SPACE.
               88  SA-SIGNED-ON               VALUE 'Y'.
               88  SA-AUTHORIZED              VALUE 'Y'.
               88  SA-BAD-PASSWORD            VALUE 'N'.
               88  SA-PASSWORD-EXPIRED        VALUE 'X'.
               88  SA-CHANGE-REFUSED          VALUE 'R'.
               88  SA-FILE-FAILURE            VALUE 'F'.
           05  SA-OPERATOR-LEVEL  PIC X     VALUE SPACE.
           05  SA-OPERATOR-NAME   PIC X(20) VALUE SPACES.
           05  SA-MESSAGE         PIC X(50) VALUE SPACES.

      *    THE FUNCTION NAME WRITTEN TO THE SECURITY LOG WHEN AN
      *    OPTION IS REFUSED.
       01  WS-FUNCTION-NAME.
           05  FILLER           PIC X(7)  VALUE 'UPDATE '.
           05  WS-FN-OPTION     PIC X     VALUE SPACE.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-DATE          PIC 9(8)   VALUE 0.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-BEFORE-IMAGE  PIC X(205) VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-OPERATOR      PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X      VALUE SPACE.
           05  WS-AUD-AFTER-IMAGE   PIC X(205) VALUE SPACES.

       01  WS-MAIL-LIST-RECORD.
           05  WS-ML-NAME.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 8 COLUMN 5      PIC X(50) FROM SA-MESSAGE
                                    HIGHLIGHT.
           03  LINE 10 COLUMN 5 HIGHLIGHT VALUE
                 'Please hit ENTER to continue: '.
           03  COLUMN PLUS 1 PIC X TO ANY-CHAR.

       01  PASSWORD-CHANGE-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 6 COLUMN 5      PIC X(50) FROM SA-MESSAGE
                                    HIGHLIGHT.
           03  LINE 8 COLUMN 5 VALUE
                 'Enter new password:      '.
           03  LINE 8 COLUMN 31 VALUE '[' HIGHLIGHT.
           03  LINE 8 COLUMN 32   PIC X(8) TO SA-NEW-PASSWORD
                                    SECURE.
           03  LINE 8 COLUMN 40 VALUE ']' HIGHLIGHT.
           03  LINE 10 COLUMN 5 VALUE
                 'Enter it again:          '.
           03  LINE 10 COLUMN 31 VALUE '[' HIGHLIGHT.
           03  LINE 10 COLUMN 32   PIC X(8) TO SA-NEW-PASSWORD-2
                                    SECURE.
           03  LINE 10 COLUMN 40 VALUE ']' HIGHLIGHT.
           03  LINE 15 COLUMN 5 HIGHLIGHT VALUE
                 'Hit ENTER here to change the password: '.
           03  COLUMN PLUS 1 PIC X TO ANY-CHAR.

       01  AUTHORITY-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 8 COLUMN 5      PIC X(50) FROM SA-MESSAGE
                                    HIGHLIGHT.
           03  LINE 10 COLUMN 5 HIGHLIGHT VALUE
                 'Please hit ENTER to return to the options menu: '.
           03  COLUMN PLUS 1 PIC X TO ANY-CHAR.

       01  TUTOR-SCREEN.
           03  LINE 15 COLUMN 5 VALUE
              'Option Z: List records sorted by ZIP code for bulk mail'.
           03  LINE 16 COLUMN 5 VALUE
              'Option F: Find records and their contact notes by name'.
           03  LINE 17 COLUMN 5 VALUE
              'Option E: End this program'.
           03  LINE 23 COLUMN 10 HIGHLIGHT VALUE
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'Mail drop date (YYYYMMDD); mail goes to any seasonal'.
           03  LINE 5 COLUMN 1 VALUE
                 'address in effect that day. Blank for today:'.
           03  LINE 5 COLUMN 46 VALUE '[' HIGHLIGHT.
           03  LINE 5 COLUMN 47   PIC X(8) TO WS-DROP-REPLY
                                    FROM WS-DROP-REPLY.
           03  LINE 5 COLUMN 55 VALUE ']' HIGHLIGHT.
           03  LINE 8 COLUMN 1 VALUE
                 'Enter the category to mail to (DONOR, VENDOR, VOLUNTEER,
      -          ' etc).'.
           03  LINE 16 COLUMN 2   PIC X(3) TO WS-SUPPRESS-REPLY
                                    FROM WS-SUPPRESS-REPLY.
           03  LINE 16 COLUMN 5 VALUE ']' HIGHLIGHT.
           03  LINE 18 COLUMN 1 VALUE
                 'Campaign code for this mailing (stamped on the mailing
      -          ' history):'.
           03  LINE 19 COLUMN 1 VALUE '[' HIGHLIGHT.
           03  LINE 19 COLUMN 2   PIC X(8) TO WS-CAMPAIGN-CODE
                                    FROM WS-CAMPAIGN-CODE.
           03  LINE 19 COLUMN 10 VALUE ']' HIGHLIGHT.
           03  LINE 21 COLUMN 1 VALUE
                 'Mail only to the keys on SEGSEL.DAT from program SEGME
      -          'NT (Y/N):'.
           03  LINE 21 COLUMN 66 VALUE '[' HIGHLIGHT.
           03  LINE 21 COLUMN 67  PIC X TO WS-USE-SELECTION
                                    FROM WS-USE-SELECTION.
           03  LINE 21 COLUMN 68 VALUE ']' HIGHLIGHT.
           03  LINE 23 COLUMN 1 HIGHLIGHT VALUE
                 'Hit ENTER here to continue: '.
           03  COLUMN PLUS 1 PIC X TO ANY-CHAR.

           03  LINE 23 COLUMN 50  HIGHLIGHT VALUE
                'Reply = '.
           03  COLUMN PLUS 1 PIC X TO WS-TERMINATE.

       01  BROWSE-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'The next record on file ISAM.DAT, in order by LAST NAM
      -          'E, then FIRST name.'.
           03  LINE 7 COLUMN 1   PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 8 COLUMN 1   PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 9 COLUMN 1      PIC X(40) FROM WS-ADDRESS-LINE-1
                     HIGHLIGHT.
           03  LINE 10 COLUMN 1      PIC X(40) FROM WS-ADDRESS-LINE-2
                     HIGHLIGHT.
           03  LINE 11 COLUMN 1      PIC X(12) FROM WS-PHONE
                     HIGHLIGHT.
           03  LINE 12 COLUMN 1      PIC X(10) FROM WS-ZIP-CODE
                     HIGHLIGHT.
           03  LINE 12 COLUMN 12     PIC X(10) FROM WS-CATEGORY
                     HIGHLIGHT.
           03  LINE 20 COLUMN 9 VALUE
                'Do you wish to read the next record?'.
           03  LINE 21 COLUMN 12 VALUE
              'Reply ENTER by itself to continue reading the file. Type
      -       'C to see'.
           03  LINE 22 COLUMN 12 VALUE
                'or add contact notes, A for seasonal addresses, or S to
      -         ' stop.'.
           03  LINE 23 COLUMN 50  HIGHLIGHT VALUE
                'Reply = '.
           03  COLUMN PLUS 1 PIC X TO WS-TERMINATE.

       01  NOTES-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'Contact notes for '.
           03  LINE 4 COLUMN 19  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 40  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 5 COLUMN 1 VALUE 'Note '.
           03       PIC ZZ9 FROM WS-SHOW-POSITION HIGHLIGHT.
           03       VALUE ' of '.
           03       PIC ZZ9 FROM WS-SHOW-COUNT HIGHLIGHT.
           03       VALUE ', newest first. Notes on file: '.
           03       PIC ZZZZ9 FROM WS-SHOW-TOTAL HIGHLIGHT.
           03  LINE 7 COLUMN 1 VALUE 'Date: '.
           03       PIC 9(8) FROM WS-NW-DATE HIGHLIGHT.
           03       VALUE '   Time: '.
           03       PIC 9(8) FROM WS-NW-TIME HIGHLIGHT.
           03       VALUE '   Operator: '.
           03       PIC X(8) FROM WS-NW-OPERATOR HIGHLIGHT.
           03       VALUE '   Type: '.
           03       PIC X(9) FROM WS-NW-TYPE HIGHLIGHT.
           03  LINE 9 COLUMN 1   PIC X(60) FROM WS-NW-TEXT-1
                                           HIGHLIGHT.
           03  LINE 10 COLUMN 1  PIC X(60) FROM WS-NW-TEXT-2
                                           HIGHLIGHT.
           03  LINE 11 COLUMN 1  PIC X(60) FROM WS-NW-TEXT-3
                                           HIGHLIGHT.
           03  LINE 20 COLUMN 1 VALUE
                 'Hit ENTER by itself for the next older note; after the
      -          ' oldest, ENTER'.
           03  LINE 21 COLUMN 1 VALUE
                 'returns to the record. Type P for the previous (newer)
      -          ' note, A to add'.
           03  LINE 22 COLUMN 1 VALUE
                 'a note, or S to return to the record.'.
           03  LINE 23 COLUMN 50  HIGHLIGHT VALUE
                'Reply = '.
           03  COLUMN PLUS 1 PIC X TO WS-NOTE-REPLY.

       01  NO-NOTES-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'Contact notes for '.
           03  LINE 4 COLUMN 19  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 40  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 8 COLUMN 1 VALUE
                 'There are no contact notes on file for this name.'.
           03  LINE 21 COLUMN 1 VALUE
                 'Type A to add a note, or hit ENTER by itself to return
      -          ' to the record.'.
           03  LINE 23 COLUMN 50  HIGHLIGHT VALUE
                'Reply = '.
           03  COLUMN PLUS 1 PIC X TO WS-NOTE-REPLY.

       01  NOTE-ADD-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'New contact note for '.
           03  LINE 4 COLUMN 22  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 43  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 6 COLUMN 1 VALUE 'Note type:'.
           03  LINE 6 COLUMN 12 VALUE '[' HIGHLIGHT.
           03  LINE 6 COLUMN 13  PIC X TO WS-NOTE-TYPE-CODE
                                    FROM WS-NOTE-TYPE-CODE.
           03  LINE 6 COLUMN 14 VALUE ']' HIGHLIGHT.
           03  LINE 7 COLUMN 12 VALUE
                 'C = call, P = complaint, R = request, V = visit'.
           03  LINE 9 COLUMN 1 VALUE
                 'Note text, up to three lines of 60 characters:'.
           03  LINE 10 COLUMN 1 VALUE '[' HIGHLIGHT.
           03  LINE 10 COLUMN 2  PIC X(60) TO WS-NW-TEXT-1
                                    FROM WS-NW-TEXT-1.
           03  LINE 10 COLUMN 62 VALUE ']' HIGHLIGHT.
           03  LINE 11 COLUMN 1 VALUE '[' HIGHLIGHT.
           03  LINE 11 COLUMN 2  PIC X(60) TO WS-NW-TEXT-2
                                    FROM WS-NW-TEXT-2.
           03  LINE 11 COLUMN 62 VALUE ']' HIGHLIGHT.
           03  LINE 12 COLUMN 1 VALUE '[' HIGHLIGHT.
           03  LINE 12 COLUMN 2  PIC X(60) TO WS-NW-TEXT-3
                                    FROM WS-NW-TEXT-3.
           03  LINE 12 COLUMN 62 VALUE ']' HIGHLIGHT.
           03  LINE 14 COLUMN 1  PIC X(50) FROM WS-NOTE-MESSAGE
                                    HIGHLIGHT.
           03  LINE 16 COLUMN 1 VALUE
                 'The note is stamped with today''s date and time and yo
      -          'ur operator ID.'.
           03  LINE 17 COLUMN 1 VALUE
                 'Leave the text blank to add no note.'.
           03  LINE 23 COLUMN 1 HIGHLIGHT VALUE
                 'Hit ENTER here to write the note: '.
           03  COLUMN PLUS 1 PIC X TO ANY-CHAR.

       01  SEASON-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'Seasonal addresses for '.
           03  LINE 4 COLUMN 24  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 45  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 5 COLUMN 1 VALUE 'Address '.
           03       PIC ZZ9 FROM WS-SHOW-POSITION HIGHLIGHT.
           03       VALUE ' of '.
           03       PIC ZZ9 FROM WS-SHOW-COUNT HIGHLIGHT.
           03       VALUE ', in the order entered.'.
           03  LINE 7 COLUMN 1 VALUE 'In effect from '.
           03       PIC X(8) FROM WS-SN-FROM-DATE HIGHLIGHT.
           03       VALUE ' through '.
           03       PIC X(8) FROM WS-SN-TO-DATE HIGHLIGHT.
           03  LINE 9 COLUMN 1   PIC X(40) FROM WS-SN-ADDRESS-LINE-1
                                           HIGHLIGHT.
           03  LINE 10 COLUMN 1  PIC X(40) FROM WS-SN-ADDRESS-LINE-2
                                           HIGHLIGHT.
           03  LINE 11 COLUMN 1  PIC X(10) FROM WS-SN-ZIP-CODE
                                           HIGHLIGHT.
           03  LINE 13 COLUMN 1 VALUE 'Entered '.
           03       PIC X(8) FROM WS-SN-ENTRY-DATE HIGHLIGHT.
           03       VALUE ' by operator '.
           03       PIC X(8) FROM WS-SN-OPERATOR HIGHLIGHT.
           03  LINE 15 COLUMN 1  PIC X(50) FROM WS-SEASON-MESSAGE
                                    HIGHLIGHT.
           03  LINE 17 COLUMN 1 VALUE
                 'When two addresses are in effect on a drop date, the o
      -          'ne entered last is used.'.
           03  LINE 20 COLUMN 1 VALUE
                 'Hit ENTER by itself for the next address; after the la
      -          'st, ENTER returns'.
           03  LINE 21 COLUMN 1 VALUE
                 'to the record. Type P for the previous address, A to a
      -          'dd one, D to delete'.
           03  LINE 22 COLUMN 1 VALUE
                 'this one, or S to return to the record.'.
           03  LINE 23 COLUMN 50  HIGHLIGHT VALUE
                'Reply = '.
           03  COLUMN PLUS 1 PIC X TO WS-SEASON-REPLY.

       01  NO-SEASONS-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'Seasonal addresses for '.
           03  LINE 4 COLUMN 24  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 45  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 8 COLUMN 1 VALUE
                 'No seasonal addresses are on file for this name.'.
           03  LINE 15 COLUMN 1  PIC X(50) FROM WS-SEASON-MESSAGE
                                    HIGHLIGHT.
           03  LINE 21 COLUMN 1 VALUE
                 'Type A to add one, or hit ENTER by itself to return to
      -          ' the record.'.
           03  LINE 23 COLUMN 50  HIGHLIGHT VALUE
                'Reply = '.
           03  COLUMN PLUS 1 PIC X TO WS-SEASON-REPLY.

       01  SEASON-ADD-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'New seasonal address for '.
           03  LINE 4 COLUMN 26  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 47  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 6 COLUMN 1 VALUE
                 'First day in effect (YYYYMMDD):'.
           03  LINE 6 COLUMN 33 VALUE '[' HIGHLIGHT.
           03  LINE 6 COLUMN 34  PIC X(8) TO WS-SN-FROM-DATE
                                    FROM WS-SN-FROM-DATE.
           03  LINE 6 COLUMN 42 VALUE ']' HIGHLIGHT.
           03  LINE 7 COLUMN 1 VALUE
                 'Last day in effect (YYYYMMDD):'.
           03  LINE 7 COLUMN 33 VALUE '[' HIGHLIGHT.
           03  LINE 7 COLUMN 34  PIC X(8) TO WS-SN-TO-DATE
                                    FROM WS-SN-TO-DATE.
           03  LINE 7 COLUMN 42 VALUE ']' HIGHLIGHT.
           03  LINE 9 COLUMN 1 VALUE
                 'Address while away:'.
           03  LINE 10 COLUMN 1 VALUE '[' HIGHLIGHT.
           03  LINE 10 COLUMN 2  PIC X(40) TO WS-SN-ADDRESS-LINE-1
                                    FROM WS-SN-ADDRESS-LINE-1.
           03  LINE 10 COLUMN 42 VALUE ']' HIGHLIGHT.
           03  LINE 11 COLUMN 1 VALUE '[' HIGHLIGHT.
           03  LINE 11 COLUMN 2  PIC X(40) TO WS-SN-ADDRESS-LINE-2
                                    FROM WS-SN-ADDRESS-LINE-2.
           03  LINE 11 COLUMN 42 VALUE ']' HIGHLIGHT.
           03  LINE 12 COLUMN 1 VALUE 'ZIP code:'.
           03  LINE 12 COLUMN 11 VALUE '[' HIGHLIGHT.
           03  LINE 12 COLUMN 12 PIC X(10) TO WS-SN-ZIP-CODE
                                    FROM WS-SN-ZIP-CODE.
           03  LINE 12 COLUMN 22 VALUE ']' HIGHLIGHT.
           03  LINE 14 COLUMN 1  PIC X(50) FROM WS-SEASON-MESSAGE
                                    HIGHLIGHT.
           03  LINE 16 COLUMN 1 VALUE
                 'Mail dropped from the first day through the last day g
      -          'oes to this address.'.
           03  LINE 17 COLUMN 1 VALUE
                 'Leave the address blank to add none.'.
           03  LINE 23 COLUMN 1 HIGHLIGHT VALUE
                 'Hit ENTER here to write the address: '.
           03  COLUMN PLUS 1 PIC X TO ANY-CHAR.

       01  SEASON-DELETE-SCREEN.
           03 BLANK SCREEN.
           03  LINE 1 COLUMN 17 VALUE
                 'MS-COBOL INDEXED FILE UPDATE DEMONSTRATION'.
           03  LINE 2 COLUMN 15     PIC X(50) FROM WS-TITLE HIGHLIGHT.
           03  LINE 4 COLUMN 1 VALUE
                 'Delete this seasonal address for '.
           03  LINE 4 COLUMN 34  PIC X(20) FROM WS-FIRST-NAME
                                           HIGHLIGHT.
           03  LINE 4 COLUMN 55  PIC X(20) FROM WS-LAST-NAME
                                           HIGHLIGHT.
           03  LINE 7 COLUMN 1 VALUE 'In effect from '.
           03       PIC X(8) FROM WS-SN-FROM-DATE HIGHLIGHT.
           03       VALUE ' through '.
           03       PIC X(8) FROM WS-SN-TO-DATE HIGHLIGHT.
           03  LINE 9 COLUMN 1   PIC X(40) FROM WS-SN-ADDRESS-LINE-1
                                           HIGHLIGHT.
           03  LINE 10 COLUMN 1  PIC X(40) FROM WS-SN-ADDRESS-LINE-2
                                           HIGHLIGHT.
           03  LINE 11 COLUMN 1  PIC X(10) FROM WS-SN-ZIP-CODE
                                           HIGHLIGHT.
           03  LINE 14 COLUMN 1 VALUE
                 'Delete it (Y/N)?'.
           03  LINE 16 COLUMN 10 HIGHLIGHT VALUE
                'Reply (followed by ENTER) = '.
           03  COLUMN PLUS 1 PIC X TO WS-SEASON-CONFIRM.
                              
  
       01  NAME-ADDRESS-SCREEN.
               DISPLAY SIGNON-FAILED-SCREEN
               ACCEPT SIGNON-FAILED-SCREEN.

      *    SUBPROGRAM SIGNONSB CHECKS THE ID AND PASSWORD, THE
      *    PASSWORD RULES, AND THE OPERATOR'S AUTHORITY LEVEL. AN ID
      *    THAT IS LOCKED OUT OR DISABLED ENDS THE SIGN-ON AT ONCE.
       P020-VALIDATE-OPERATOR.
           MOVE 'S' TO SA-REQUEST.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE WS-SIGNON-PASSWORD TO SA-PASSWORD.
           CALL 'SIGNONSB' USING SIGNON-AREA.
           IF SA-PASSWORD-EXPIRED
               PERFORM P030-CHANGE-PASSWORD.

           IF SA-FILE-FAILURE
               DISPLAY BLANK-SCREEN
               DISPLAY SA-MESSAGE
               DISPLAY 'JOB CANCELLED.'
               STOP RUN.

           IF SA-SIGNED-ON
               MOVE ON-VALUE TO WS-SIGNED-ON-SW
           ELSE IF NOT SA-BAD-PASSWORD
           AND NOT SA-CHANGE-REFUSED
               DISPLAY SIGNON-FAILED-SCREEN
               ACCEPT SIGNON-FAILED-SCREEN
               MOVE 3 TO WS-SIGNON-TRIES.

      *    THE PASSWORD HAS EXPIRED, OR WAS SET BY A SUPERVISOR. THE
      *    OPERATOR CHOOSES A NEW ONE BEFORE GOING ON.
       P030-CHANGE-PASSWORD.
           MOVE SPACES TO SA-NEW-PASSWORD.
           MOVE SPACES TO SA-NEW-PASSWORD-2.
           DISPLAY PASSWORD-CHANGE-SCREEN.
           ACCEPT PASSWORD-CHANGE-SCREEN.
           MOVE 'C' TO SA-REQUEST.
           CALL 'SIGNONSB' USING SIGNON-AREA.

      *    ANY OPERATOR MAY FIND AND LIST RECORDS WITH OPTION F. THE
      *    OPTIONS THAT CHANGE THE FILE OR BUILD A MAILING, WHICH IS
      *    POSTED TO THE MAILING HISTORY, TAKE DATA ENTRY AUTHORITY.
       P040-CHECK-AUTHORITY.
           MOVE WS-OPTION TO WS-FN-OPTION.
           MOVE WS-FUNCTION-NAME TO SA-FUNCTION.
           MOVE 'E' TO SA-LEVEL-NEEDED.
           MOVE 'A' TO SA-REQUEST.
           CALL 'SIGNONSB' USING SIGNON-AREA.

       P100-GET-DATA.
           MOVE SPACE TO WS-TERMINATE.
           DISPLAY OPTION-SCREEN.
           ACCEPT OPTION-SCREEN.

           IF ENTRY-OPTION
               PERFORM P040-CHECK-AUTHORITY.

           IF ENTRY-OPTION
           AND NOT SA-AUTHORIZED
                DISPLAY AUTHORITY-SCREEN
                ACCEPT AUTHORITY-SCREEN
           ELSE IF LIST-OPTION
                MOVE 'MAIL LIST' TO WS-ACTION
                MOVE ON-VALUE TO WS-CHECKPOINT-ACTIVE-SW
                MOVE ON-VALUE TO WS-BUILD-MAIL-ACTIVE-SW
                DISPLAY CATEGORY-FILTER-SCREEN
                ACCEPT CATEGORY-FILTER-SCREEN
                PERFORM P150-PREPARE-HISTORY
                PERFORM P170-LOAD-SELECTION
                PERFORM P180-LOAD-SEASONAL
                PERFORM P110-START-FILE
                PERFORM P113-OPEN-MAIL-LIST-FILE
                PERFORM P200-MAIL-LIST
                DISPLAY CATEGORY-FILTER-SCREEN
                ACCEPT CATEGORY-FILTER-SCREEN
                PERFORM P150-PREPARE-HISTORY
                PERFORM P170-LOAD-SELECTION
                PERFORM P180-LOAD-SEASONAL
                PERFORM P115-START-FILE-BY-ZIP
                OPEN OUTPUT MAIL-LIST-FILE
                PERFORM P200-MAIL-LIST
                MOVE OFF-VALUE TO WS-CHECKPOINT-ACTIVE-SW
                MOVE OFF-VALUE TO WS-BUILD-MAIL-ACTIVE-SW
                MOVE SPACES TO WS-FILTER-CATEGORY
                MOVE 'N' TO WS-USE-SELECTION
                DISPLAY FIND-SCREEN
                ACCEPT FIND-SCREEN
                PERFORM P120-START-FILE-BY-NAME

       P200-MAIL-LIST.
           PERFORM P800-READ-ISAM.
           PERFORM P206-TEST-FILTER.
           PERFORM P205-SKIP-FILTERED
               UNTIL TERMINATED
               OR RECORD-SELECTED.

           IF NOT TERMINATED
               PERFORM P215-BUILD-MAIL-IF-ACTIVE
               PERFORM P250-SHOW-RECORD.

       P250-SHOW-RECORD.
           IF FIND-OPTION
               PERFORM P255-BROWSE-RECORD
               PERFORM P257-BROWSE-SAME-RECORD
                   UNTIL NOT NOTES-WANTED
                   AND NOT SEASONAL-WANTED
           ELSE
               DISPLAY LIST-SCREEN
               ACCEPT LIST-SCREEN.

       P255-BROWSE-RECORD.
           DISPLAY BROWSE-SCREEN.
           ACCEPT BROWSE-SCREEN.

      *    THE SAME RECORD IS SHOWN AGAIN AFTER ITS CONTACT NOTES OR
      *    SEASONAL ADDRESSES. ONLY ENTER OR S LEAVES IT.
       P257-BROWSE-SAME-RECORD.
           IF NOTES-WANTED
               PERFORM P600-CONTACT-NOTES
           ELSE
               PERFORM P640-SEASONAL-ADDRESSES.
           PERFORM P255-BROWSE-RECORD.

       P205-SKIP-FILTERED.
           PERFORM P800-READ-ISAM.
           PERFORM P206-TEST-FILTER.

      *    A RECORD IS LISTED WHEN IT IS IN THE CATEGORY ASKED FOR (OR
      *    NO CATEGORY WAS GIVEN) AND, WHEN THE OPERATOR MAILS FROM THE
      *    SELECTION FILE, ITS KEY IS ALSO ON THAT FILE.
       P206-TEST-FILTER.
           MOVE 'N' TO WS-SELECTED-SW.
           IF WS-FILTER-CATEGORY = SPACES
           OR WS-CATEGORY = WS-FILTER-CATEGORY
               IF SELECTION-ACTIVE
                   PERFORM P207-MATCH-SELECTION
                       VARYING WS-SEL-IX FROM 1 BY 1
                       UNTIL RECORD-SELECTED
                       OR WS-SEL-IX > WS-SEL-COUNT
               ELSE
                   MOVE 'Y' TO WS-SELECTED-SW.

       P207-MATCH-SELECTION.
           IF WS-SEL-KEY (WS-SEL-IX) = WS-KEY
               MOVE 'Y' TO WS-SELECTED-SW.

      *    A RECORD FLAGGED DO NOT MAIL BY PROGRAM NIXIE IS LEFT OFF
      *    THE MAILING LIST ENTIRELY. THIS IS SEPARATE FROM THE
           MOVE WS-KEY TO MH-KEY.
           MOVE WS-RUN-DATE TO MH-DATE.
           MOVE WS-FILTER-CATEGORY TO MH-CATEGORY.
           MOVE WS-CAMPAIGN-CODE TO MH-CAMPAIGN.
           WRITE MAILHIST-RECORD.

       P218-REPORT-SUPPRESSED.
       P210-BUILD-MAIL.
      *       PREPARE MAIL LIST RECORD. PLACE FIRST NAME AND
      *       INITIAL ON LINE, SEARCH FOR END, THEN MOVE LAST
      *       NAME TO LINE AND WRITE TO FILE MAIL.DAT. A SEASONAL
      *       ADDRESS IN EFFECT ON THE DROP DATE TAKES THE PLACE OF
      *       THE HOME ADDRESS.

           MOVE 'F' TO AA-REQUEST.
           MOVE WS-KEY TO AA-KEY.
           CALL 'ALTADRSB' USING ALTADDR-AREA.
           IF AA-FOUND
               MOVE AA-ADDRESS-LINE-1 TO WS-ML-ADDRESS-LINE-1
               MOVE AA-ADDRESS-LINE-2 TO WS-ML-ADDRESS-LINE-2
           ELSE
               MOVE WS-ADDRESS-LINE-1 TO WS-ML-ADDRESS-LINE-1
               MOVE WS-ADDRESS-LINE-2 TO WS-ML-ADDRESS-LINE-2.
           MOVE WS-FIRST-NAME     TO WS-ML-NAME.

           IF WS-FIRST-NAME = SPACES
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      *    A MAILING RUN STAMPS EVERY LABEL TO THE MAILING HISTORY,
      *    TAGGED WITH THE CAMPAIGN CODE FROM THE CATEGORY FILTER
      *    SCREEN SO PROGRAM CAMPRPT CAN COUNT THE PIECES, AND, WHEN
      *    THE OPERATOR GAVE A NUMBER OF DAYS ON THE CATEGORY FILTER
      *    SCREEN, SUPPRESSES ANY RECORD ALREADY MAILED WITHIN THAT
      *    WINDOW, LISTING IT ON SUPRPT.DAT.
       P150-PREPARE-HISTORY.
           MOVE 0 TO WS-SUPPRESS-COUNT.
           MOVE 0 TO WS-HIST-COUNT.
           AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 'Y' TO WS-LEAP-SW.

      *    THE ZIP LIST IS NOT IN KEY ORDER, SO THE SELECTION KEYS ARE
      *    HELD IN A TABLE RATHER THAN MATCHED AGAINST THE FILE.
       P170-LOAD-SELECTION.
           MOVE 0 TO WS-SEL-COUNT.
           IF SELECTION-ACTIVE
               MOVE 'N' TO SELECTION-EOF-SW
               OPEN INPUT SELECTION-FILE
               IF SELECTION-STATUS NOT = '00'
                   DISPLAY 'SELECTION FILE SEGSEL.DAT NOT FOUND.'
                   DISPLAY 'NO RECORDS WILL BE LISTED. RUN PROGRAM'
                   DISPLAY 'SEGMENT FIRST.'
                   DISPLAY 'TYPE ANY CHARACTER TO CONTINUE'
                   ACCEPT ANY-CHAR
               ELSE
                   PERFORM P175-LOAD-SELECTION-ENTRY
                       UNTIL SELECTION-EOF
                   CLOSE SELECTION-FILE
                   PERFORM P178-TEST-SELECTION-FULL.

       P175-LOAD-SELECTION-ENTRY.
           READ SELECTION-FILE
               AT END
                   MOVE 'Y' TO SELECTION-EOF-SW
               NOT AT END
                   IF WS-SEL-COUNT < 1000
                       ADD 1 TO WS-SEL-COUNT
                       MOVE SS-KEY TO WS-SEL-KEY (WS-SEL-COUNT)
                   ELSE
                       MOVE 'Y' TO SELECTION-EOF-SW.

       P178-TEST-SELECTION-FULL.
           IF WS-SEL-COUNT NOT < 1000
               DISPLAY 'SELECTION TABLE FULL AT 1000 ENTRIES.'
               DISPLAY 'KEYS PAST THE FIRST 1000 ON SEGSEL.DAT WILL'
               DISPLAY 'NOT BE LISTED. NARROW THE SELECTION IN'
               DISPLAY 'PROGRAM SEGMENT.'
               DISPLAY 'TYPE ANY CHARACTER TO CONTINUE'
               ACCEPT ANY-CHAR.

      *    SUBPROGRAM ALTADRSB LOADS THE SEASONAL ADDRESSES IN EFFECT
      *    ON THE MAIL DROP DATE. A DROP DATE LEFT BLANK, OR NOT A
      *    NUMBER, IS TAKEN AS TODAY.
       P180-LOAD-SEASONAL.
           IF WS-DROP-REPLY IS NUMERIC
               MOVE WS-DROP-REPLY TO AA-DROP-DATE
           ELSE
               MOVE WS-RUN-DATE TO AA-DROP-DATE.
           MOVE 'L' TO AA-REQUEST.
           CALL 'ALTADRSB' USING ALTADDR-AREA.

           IF AA-OVERFLOW-COUNT > 0
               DISPLAY 'SEASONAL ADDRESS TABLE FULL AT 400 ENTRIES.'
               DISPLAY 'SOME PEOPLE AWAY ON THE DROP DATE WILL BE'
               DISPLAY 'MAILED AT HOME.'
               DISPLAY 'TYPE ANY CHARACTER TO CONTINUE'
               ACCEPT ANY-CHAR.

       P160-FINISH-HISTORY.
           CLOSE MAILHIST-FILE.
           MOVE SPACES TO SUPPRESS-REPORT-RECORD.
               DISPLAY PHONE-ERROR-SCREEN
               ACCEPT PHONE-ERROR-SCREEN.

       P600-CONTACT-NOTES.
           PERFORM P610-LOAD-NOTES.
           MOVE 1 TO WS-NOTE-SHOWN.
           MOVE OFF-VALUE TO WS-NOTES-DONE-SW.
           PERFORM P620-SHOW-NOTE
               UNTIL NOTES-DONE.
           MOVE SPACE TO WS-TERMINATE.

       P610-LOAD-NOTES.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE 0 TO WS-NOTE-TOTAL.
           MOVE OFF-VALUE TO NOTE-EOF-SW.
           OPEN INPUT NOTE-FILE.
      *    NO NOTES.DAT YET MEANS NO NOTES FOR ANYONE.
           IF NOTE-STATUS = '00'
               PERFORM P612-LOAD-NOTE-ENTRY
                   UNTIL NOTE-EOF
               CLOSE NOTE-FILE.

       P612-LOAD-NOTE-ENTRY.
           READ NOTE-FILE
               AT END MOVE ON-VALUE TO NOTE-EOF-SW.
           IF NOT NOTE-EOF
               IF NT-KEY = WS-KEY
                   ADD 1 TO WS-NOTE-TOTAL
                   PERFORM P614-INSERT-NOTE
               ELSE
                   NEXT SENTENCE.

      *    THE TABLE IS KEPT NEWEST FIRST. WHEN IT IS FULL THE OLDEST
      *    NOTE DROPS OFF THE BOTTOM; THE TOTAL ON FILE IS STILL SHOWN.
       P614-INSERT-NOTE.
           MOVE NT-DATE     TO WS-NW-DATE.
           MOVE NT-TIME     TO WS-NW-TIME.
           MOVE NT-OPERATOR TO WS-NW-OPERATOR.
           MOVE NT-TYPE     TO WS-NW-TYPE.
           MOVE NT-TEXT-1   TO WS-NW-TEXT-1.
           MOVE NT-TEXT-2   TO WS-NW-TEXT-2.
           MOVE NT-TEXT-3   TO WS-NW-TEXT-3.
           PERFORM P615-FIND-NOTE-SLOT.
           IF WS-NOTE-POS NOT > 50
               PERFORM P617-ENTER-NOTE.

       P615-FIND-NOTE-SLOT.
           MOVE 1 TO WS-NOTE-POS.
           MOVE OFF-VALUE TO WS-NOTE-SLOT-SW.
           PERFORM P616-TEST-NOTE-SLOT
               UNTIL NOTE-SLOT-FOUND
               OR WS-NOTE-POS > WS-NOTE-COUNT.

       P616-TEST-NOTE-SLOT.
           IF WS-NE-STAMP (WS-NOTE-POS) < WS-NW-STAMP
               MOVE ON-VALUE TO WS-NOTE-SLOT-SW
           ELSE
               ADD 1 TO WS-NOTE-POS.

       P617-ENTER-NOTE.
           IF WS-NOTE-COUNT < 50
               ADD 1 TO WS-NOTE-COUNT.
           PERFORM P618-SHIFT-NOTE-DOWN
               VARYING WS-NOTE-IX FROM WS-NOTE-COUNT BY -1
               UNTIL WS-NOTE-IX NOT > WS-NOTE-POS.
           MOVE WS-NOTE-WORK TO WS-NOTE-ENTRY (WS-NOTE-POS).

       P618-SHIFT-NOTE-DOWN.
           SUBTRACT 1 FROM WS-NOTE-IX GIVING WS-NOTE-FROM.
           MOVE WS-NOTE-ENTRY (WS-NOTE-FROM)
               TO WS-NOTE-ENTRY (WS-NOTE-IX).

       P620-SHOW-NOTE.
           MOVE SPACE TO WS-NOTE-REPLY.
           IF WS-NOTE-COUNT = 0
               DISPLAY NO-NOTES-SCREEN
               ACCEPT NO-NOTES-SCREEN
           ELSE
               MOVE WS-NOTE-ENTRY (WS-NOTE-SHOWN) TO WS-NOTE-WORK
               MOVE WS-NOTE-SHOWN TO WS-SHOW-POSITION
               MOVE WS-NOTE-COUNT TO WS-SHOW-COUNT
               MOVE WS-NOTE-TOTAL TO WS-SHOW-TOTAL
               DISPLAY NOTES-SCREEN
               ACCEPT NOTES-SCREEN.

           IF NOTE-ADD
               PERFORM P630-ADD-NOTE
           ELSE IF NOTE-QUIT OR WS-NOTE-COUNT = 0
               MOVE ON-VALUE TO WS-NOTES-DONE-SW
           ELSE IF NOTE-NEWER
               PERFORM P622-NEWER-NOTE
           ELSE
               PERFORM P624-OLDER-NOTE.

       P622-NEWER-NOTE.
           IF WS-NOTE-SHOWN > 1
               SUBTRACT 1 FROM WS-NOTE-SHOWN.

       P624-OLDER-NOTE.
           IF WS-NOTE-SHOWN < WS-NOTE-COUNT
               ADD 1 TO WS-NOTE-SHOWN
           ELSE
               MOVE ON-VALUE TO WS-NOTES-DONE-SW.

       P630-ADD-NOTE.
           MOVE SPACES TO WS-NOTE-WORK.
           MOVE 0 TO WS-NW-DATE.
           MOVE 0 TO WS-NW-TIME.
           MOVE SPACE TO WS-NOTE-TYPE-CODE.
           MOVE SPACES TO WS-NOTE-MESSAGE.
           MOVE OFF-VALUE TO WS-NOTE-ENTRY-SW.
           PERFORM P632-ACCEPT-NOTE
               UNTIL NOTE-ENTRY-DONE.

       P632-ACCEPT-NOTE.
           DISPLAY NOTE-ADD-SCREEN.
           ACCEPT NOTE-ADD-SCREEN.
           MOVE SPACES TO WS-NOTE-MESSAGE.

           IF WS-NW-TEXT-1 = SPACES
           AND WS-NW-TEXT-2 = SPACES
           AND WS-NW-TEXT-3 = SPACES
               MOVE ON-VALUE TO WS-NOTE-ENTRY-SW
           ELSE IF CALL-NOTE
               MOVE 'CALL' TO WS-NW-TYPE
               PERFORM P634-WRITE-NOTE
           ELSE IF COMPLAINT-NOTE
               MOVE 'COMPLAINT' TO WS-NW-TYPE
               PERFORM P634-WRITE-NOTE
           ELSE IF REQUEST-NOTE
               MOVE 'REQUEST' TO WS-NW-TYPE
               PERFORM P634-WRITE-NOTE
           ELSE IF VISIT-NOTE
               MOVE 'VISIT' TO WS-NW-TYPE
               PERFORM P634-WRITE-NOTE
           ELSE
               MOVE 'NOTE TYPE MUST BE C, P, R, OR V.'
                   TO WS-NOTE-MESSAGE.

       P634-WRITE-NOTE.
           ACCEPT WS-NW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NW-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO WS-NW-OPERATOR.
           MOVE WS-KEY         TO WS-NL-KEY.
           MOVE WS-NW-DATE     TO WS-NL-DATE.
           MOVE WS-NW-TIME     TO WS-NL-TIME.
           MOVE WS-NW-OPERATOR TO WS-NL-OPERATOR.
           MOVE WS-NW-TYPE     TO WS-NL-TYPE.
           MOVE WS-NW-TEXT-1   TO WS-NL-TEXT-1.
           MOVE WS-NW-TEXT-2   TO WS-NL-TEXT-2.
           MOVE WS-NW-TEXT-3   TO WS-NL-TEXT-3.

           OPEN EXTEND NOTE-FILE.
      *    FIRST NOTE EVER TAKEN - CREATE THE NOTES FILE.
           IF NOTE-STATUS NOT = '00'
               OPEN OUTPUT NOTE-FILE.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.

           IF NOTE-STATUS = '00'
               ADD 1 TO WS-NOTE-TOTAL
               PERFORM P615-FIND-NOTE-SLOT
               PERFORM P617-ENTER-NOTE
               MOVE WS-NOTE-POS TO WS-NOTE-SHOWN
               MOVE ON-VALUE TO WS-NOTE-ENTRY-SW
           ELSE
               MOVE NOTE-STATUS TO WS-NF-STATUS
               MOVE WS-NOTE-FAILURE TO WS-NOTE-MESSAGE.
           CLOSE NOTE-FILE.

       P640-SEASONAL-ADDRESSES.
           PERFORM P642-LOAD-SEASONS.
           MOVE 1 TO WS-SEASON-SHOWN.
           MOVE SPACES TO WS-SEASON-MESSAGE.
           MOVE OFF-VALUE TO WS-SEASONS-DONE-SW.
           PERFORM P650-SHOW-SEASON
               UNTIL SEASONS-DONE.
           MOVE SPACE TO WS-TERMINATE.

       P642-LOAD-SEASONS.
           MOVE 0 TO WS-SEASON-COUNT.
           MOVE OFF-VALUE TO ALT-ADDRESS-EOF-SW.
           OPEN INPUT ALT-ADDRESS-FILE.
      *    NO ALTADDR.DAT YET MEANS NO SEASONAL ADDRESSES FOR ANYONE.
           IF ALT-ADDRESS-STATUS = '00'
               PERFORM P644-LOAD-SEASON-ENTRY
                   UNTIL ALT-ADDRESS-EOF
               CLOSE ALT-ADDRESS-FILE.

       P644-LOAD-SEASON-ENTRY.
           READ ALT-ADDRESS-FILE
               AT END MOVE ON-VALUE TO ALT-ADDRESS-EOF-SW.
           IF NOT ALT-ADDRESS-EOF
               IF AT-KEY = WS-KEY
               AND WS-SEASON-COUNT < 20
                   ADD 1 TO WS-SEASON-COUNT
                   MOVE ALT-ADDRESS-RECORD
                       TO WS-SEASON-ENTRY (WS-SEASON-COUNT)
               ELSE
                   NEXT SENTENCE.

       P650-SHOW-SEASON.
           MOVE SPACE TO WS-SEASON-REPLY.
           IF WS-SEASON-COUNT = 0
               DISPLAY NO-SEASONS-SCREEN
               ACCEPT NO-SEASONS-SCREEN
           ELSE
               MOVE WS-SEASON-ENTRY (WS-SEASON-SHOWN)
                   TO WS-SEASON-WORK
               MOVE WS-SEASON-SHOWN TO WS-SHOW-POSITION
               MOVE WS-SEASON-COUNT TO WS-SHOW-COUNT
               DISPLAY SEASON-SCREEN
               ACCEPT SEASON-SCREEN.
           MOVE SPACES TO WS-SEASON-MESSAGE.

           IF SEASON-ADD
               PERFORM P660-ADD-SEASON
           ELSE IF SEASON-DELETE AND WS-SEASON-COUNT > 0
               PERFORM P670-DELETE-SEASON
           ELSE IF SEASON-QUIT OR WS-SEASON-COUNT = 0
               MOVE ON-VALUE TO WS-SEASONS-DONE-SW
           ELSE IF SEASON-EARLIER
               PERFORM P652-EARLIER-SEASON
           ELSE
               PERFORM P654-LATER-SEASON.

       P652-EARLIER-SEASON.
           IF WS-SEASON-SHOWN > 1
               SUBTRACT 1 FROM WS-SEASON-SHOWN.

       P654-LATER-SEASON.
           IF WS-SEASON-SHOWN < WS-SEASON-COUNT
               ADD 1 TO WS-SEASON-SHOWN
           ELSE
               MOVE ON-VALUE TO WS-SEASONS-DONE-SW.

       P660-ADD-SEASON.
           PERFORM P668-CHECK-SEASON-AUTHORITY.
           IF NOT SA-AUTHORIZED
               MOVE SA-MESSAGE TO WS-SEASON-MESSAGE
           ELSE
               MOVE SPACES TO WS-SEASON-WORK
               MOVE OFF-VALUE TO WS-SEASON-ENTRY-SW
               PERFORM P662-ACCEPT-SEASON
                   UNTIL SEASON-ENTRY-DONE.

       P662-ACCEPT-SEASON.
           DISPLAY SEASON-ADD-SCREEN.
           ACCEPT SEASON-ADD-SCREEN.
           MOVE SPACES TO WS-SEASON-MESSAGE.

           IF WS-SN-ADDRESS-LINE-1 = SPACES
           AND WS-SN-ADDRESS-LINE-2 = SPACES
               MOVE ON-VALUE TO WS-SEASON-ENTRY-SW
           ELSE
               PERFORM P664-EDIT-SEASON
               IF WS-SEASON-MESSAGE = SPACES
                   PERFORM P666-WRITE-SEASON.

       P664-EDIT-SEASON.
           IF WS-SN-FROM-DATE IS NOT NUMERIC
           OR WS-SN-FROM-MONTH < '01' OR WS-SN-FROM-MONTH > '12'
           OR WS-SN-FROM-DAY < '01' OR WS-SN-FROM-DAY > '31'
               MOVE 'FIRST DAY MUST BE A DATE, YYYYMMDD.'
                   TO WS-SEASON-MESSAGE
           ELSE IF WS-SN-TO-DATE IS NOT NUMERIC
           OR WS-SN-TO-MONTH < '01' OR WS-SN-TO-MONTH > '12'
           OR WS-SN-TO-DAY < '01' OR WS-SN-TO-DAY > '31'
               MOVE 'LAST DAY MUST BE A DATE, YYYYMMDD.'
                   TO WS-SEASON-MESSAGE
           ELSE IF WS-SN-TO-DATE < WS-SN-FROM-DATE
               MOVE 'LAST DAY MAY NOT BE BEFORE THE FIRST DAY.'
                   TO WS-SEASON-MESSAGE
           ELSE IF WS-SN-ADDRESS-LINE-1 = SPACES
               MOVE 'FIRST ADDRESS LINE IS REQUIRED.'
                   TO WS-SEASON-MESSAGE
           ELSE IF WS-SN-ZIP-CODE = SPACES
               MOVE 'ZIP CODE IS REQUIRED.' TO WS-SEASON-MESSAGE.

       P666-WRITE-SEASON.
           MOVE WS-KEY TO WS-SN-KEY.
           MOVE WS-OPERATOR-ID TO WS-SN-OPERATOR.
           ACCEPT WS-SN-ENTRY-DATE FROM DATE YYYYMMDD.

           OPEN EXTEND ALT-ADDRESS-FILE.
      *    FIRST SEASONAL ADDRESS EVER TAKEN - CREATE THE FILE.
           IF ALT-ADDRESS-STATUS NOT = '00'
               OPEN OUTPUT ALT-ADDRESS-FILE.
           WRITE ALT-ADDRESS-RECORD FROM WS-SEASON-WORK.

           IF ALT-ADDRESS-STATUS = '00'
               PERFORM P667-ENTER-SEASON
               MOVE ON-VALUE TO WS-SEASON-ENTRY-SW
           ELSE
               MOVE ALT-ADDRESS-STATUS TO WS-SF-STATUS
               MOVE WS-SEASON-FAILURE TO WS-SEASON-MESSAGE.
           CLOSE ALT-ADDRESS-FILE.

       P667-ENTER-SEASON.
           IF WS-SEASON-COUNT < 20
               ADD 1 TO WS-SEASON-COUNT
               MOVE WS-SEASON-WORK TO WS-SEASON-ENTRY (WS-SEASON-COUNT)
               MOVE WS-SEASON-COUNT TO WS-SEASON-SHOWN.

      *    ANY OPERATOR MAY SEE A PERSON'S SEASONAL ADDRESSES. ADDING
      *    OR DELETING ONE CHANGES WHERE THE MAIL GOES, SO IT TAKES
      *    DATA ENTRY AUTHORITY, THE SAME AS MODIFYING THE MASTER.
       P668-CHECK-SEASON-AUTHORITY.
           MOVE 'SEASONAL' TO SA-FUNCTION.
           MOVE 'E' TO SA-LEVEL-NEEDED.
           MOVE 'A' TO SA-REQUEST.
           CALL 'SIGNONSB' USING SIGNON-AREA.

       P670-DELETE-SEASON.
           PERFORM P668-CHECK-SEASON-AUTHORITY.
           IF NOT SA-AUTHORIZED
               MOVE SA-MESSAGE TO WS-SEASON-MESSAGE
           ELSE
               MOVE SPACE TO WS-SEASON-CONFIRM
               DISPLAY SEASON-DELETE-SCREEN
               ACCEPT SEASON-DELETE-SCREEN
               IF SEASON-CONFIRMED
                   PERFORM P672-REMOVE-SEASON
               ELSE
                   NEXT SENTENCE.

      *    THE ADDRESS IS DROPPED BY COPYING ALTADDR.DAT TO ALTNEW.DAT
      *    WITHOUT IT, THEN COPYING ALTNEW.DAT BACK. ONLY THE FIRST
      *    RECORD THAT MATCHES THE ONE SHOWN IS DROPPED. ALTADDR.DAT
      *    IS NOT TOUCHED UNLESS THE WHOLE COPY TO ALTNEW.DAT WAS
      *    WRITTEN, AND A FAILED COPY BACK LEAVES THE ADDRESSES IN
      *    ALTNEW.DAT.
       P672-REMOVE-SEASON.
           MOVE OFF-VALUE TO WS-SEASON-DROPPED-SW.
           MOVE ON-VALUE TO WS-SEASON-COPY-SW.
           MOVE OFF-VALUE TO ALT-ADDRESS-EOF-SW.
           OPEN INPUT ALT-ADDRESS-FILE.
           IF ALT-ADDRESS-STATUS = '00'
               OPEN OUTPUT ALT-NEW-FILE
               PERFORM P673-TEST-NEW-STATUS
               PERFORM P674-COPY-TO-NEW
                   UNTIL ALT-ADDRESS-EOF
               CLOSE ALT-ADDRESS-FILE
               CLOSE ALT-NEW-FILE.

           IF SEASON-DROPPED
           AND SEASON-COPY-OK
               PERFORM P675-REPLACE-SEASONS
           ELSE IF SEASON-COPY-OK
               MOVE 'SEASONAL ADDRESS NOT FOUND ON ALTADDR.DAT.'
                   TO WS-SEASON-MESSAGE.

       P673-TEST-NEW-STATUS.
           IF ALT-NEW-STATUS NOT = '00'
               MOVE ALT-NEW-STATUS TO WS-SN-STATUS
               MOVE WS-SEASON-NEW-FAILURE TO WS-SEASON-MESSAGE
               MOVE OFF-VALUE TO WS-SEASON-COPY-SW
               MOVE ON-VALUE TO ALT-ADDRESS-EOF-SW.

       P674-COPY-TO-NEW.
           READ ALT-ADDRESS-FILE
               AT END MOVE ON-VALUE TO ALT-ADDRESS-EOF-SW.
           IF NOT ALT-ADDRESS-EOF
               IF ALT-ADDRESS-RECORD = WS-SEASON-WORK
               AND NOT SEASON-DROPPED
                   MOVE ON-VALUE TO WS-SEASON-DROPPED-SW
               ELSE
                   WRITE ALT-NEW-RECORD FROM ALT-ADDRESS-RECORD
                   PERFORM P673-TEST-NEW-STATUS.

       P675-REPLACE-SEASONS.
           MOVE OFF-VALUE TO ALT-NEW-EOF-SW.
           OPEN INPUT ALT-NEW-FILE.
           IF ALT-NEW-STATUS NOT = '00'
               PERFORM P673-TEST-NEW-STATUS
           ELSE
               OPEN OUTPUT ALT-ADDRESS-FILE
               PERFORM P676-COPY-BACK
                   UNTIL ALT-NEW-EOF
               CLOSE ALT-NEW-FILE
               CLOSE ALT-ADDRESS-FILE.

           IF SEASON-COPY-OK
               PERFORM P678-DROP-SEASON-ENTRY
               MOVE 'SEASONAL ADDRESS DELETED.' TO WS-SEASON-MESSAGE.

       P676-COPY-BACK.
           READ ALT-NEW-FILE
               AT END MOVE ON-VALUE TO ALT-NEW-EOF-SW.
           IF NOT ALT-NEW-EOF
               WRITE ALT-ADDRESS-RECORD FROM ALT-NEW-RECORD
               PERFORM P677-TEST-BACK-STATUS.

       P677-TEST-BACK-STATUS.
           IF ALT-ADDRESS-STATUS NOT = '00'
               MOVE ALT-ADDRESS-STATUS TO WS-SB-STATUS
               MOVE WS-SEASON-BACK-FAILURE TO WS-SEASON-MESSAGE
               MOVE OFF-VALUE TO WS-SEASON-COPY-SW
               MOVE ON-VALUE TO ALT-NEW-EOF-SW.

       P678-DROP-SEASON-ENTRY.
           PERFORM P679-SHIFT-SEASON-UP
               VARYING WS-SEASON-IX FROM WS-SEASON-SHOWN BY 1
               UNTIL WS-SEASON-IX NOT < WS-SEASON-COUNT.
           SUBTRACT 1 FROM WS-SEASON-COUNT.
           IF WS-SEASON-SHOWN > WS-SEASON-COUNT
           AND WS-SEASON-COUNT > 0
               MOVE WS-SEASON-COUNT TO WS-SEASON-SHOWN.

       P679-SHIFT-SEASON-UP.
           ADD 1 TO WS-SEASON-IX GIVING WS-SEASON-FROM.
           MOVE WS-SEASON-ENTRY (WS-SEASON-FROM)
               TO WS-SEASON-ENTRY (WS-SEASON-IX).

       P700-WRITE-ISAM.
           PERFORM P715-STAMP-RECORD.
           WRITE ISAM-RECORD FROM WS-DATA-RECORD.
           IF ISAM-STATUS = '00'
               MOVE 'ADD' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE WS-DATA-RECORD TO WS-AUD-AFTER-IMAGE
               PERFORM P730-WRITE-AUDIT-RECORD.

       P710-REWRITE-ISAM.
           IF ISAM-STATUS = '00'
               MOVE 'MODIFY' TO WS-AUD-ACTION
               MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE WS-DATA-RECORD TO WS-AUD-AFTER-IMAGE
               PERFORM P730-WRITE-AUDIT-RECORD.

       P730-WRITE-AUDIT-RECORD.
               IF ISAM-STATUS = '00'
                   MOVE 'DELETE' TO WS-AUD-ACTION
                   MOVE WS-SAVE-DATA-RECORD TO WS-AUD-BEFORE-IMAGE
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM P730-WRITE-AUDIT-RECORD.

       P900-START-ERROR.
