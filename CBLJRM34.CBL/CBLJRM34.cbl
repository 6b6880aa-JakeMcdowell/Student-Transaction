       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM34.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          CLASS MEETING SCHEDULE MAINTENANCE.  READS THE        *
      *          MEETTRAN.DAT CARD FILE AND ADDS, CHANGES, OR DELETES  *
      *          ROWS ON THE CRSEMEET.DAT MEETING MASTER - THE DAYS,   *
      *          START AND END TIMES, AND ROOM OF A CATALOG COURSE IN  *
      *          ONE TERM.  CBLJRM05 CHECKS EVERY REGISTRATION FOR A   *
      *          TIME CONFLICT AGAINST THESE ROWS AND CBLJRM35 PRINTS  *
      *          THE STUDENT SCHEDULES FROM THEM.  THE COURSE MUST BE  *
      *          IN CRSECATL.DAT.  A CHANGE REPLACES THE WHOLE ROW.    *
      *          REJECTS GO TO THE EXCEPTION REPORT AND GOOD ACTIONS   *
      *          TO THE MAINTENANCE REGISTER.                          *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MEETING-FILE
               ASSIGN TO "C:\COBOL LL\CRSEMEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MTG-KEY
               FILE STATUS IS RESPONSE-CODE.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS RESPONSE-CODE.

           SELECT MEET-TRAN-FILE
               ASSIGN TO "C:\COBOL LL\MEETTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-PRTOUT
               ASSIGN TO "C:\COBOL\MEETMNTR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPTION-PRTOUT
               ASSIGN TO "C:\COBOL\MEETMNTE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MEETING-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS MEETING-MAST.
       COPY 'CBLMEET.CPY'.

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS CATALOG-MAST.
       COPY 'CBLCATL.CPY'.

       FD  MEET-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS MEET-TRAN-REC.

      *    DAYS ARE POSITIONAL, M T W R F S U, A SPACE FOR A DAY THE
      *    CLASS DOES NOT MEET.  TIMES ARE HHMM ON THE 24-HOUR CLOCK.
      *    A BLANK ROOM PRINTS AS TBA.
       01  MEET-TRAN-REC.
           05  MS-COURSE-ID            PIC X(08).
           05  MS-TERM                 PIC X(02).
           05  MS-YEAR                 PIC 9(04).
           05  MS-ACTION-CODE          PIC X(01).
               88  MS-ADD                      VALUE 'A'.
               88  MS-CHANGE                   VALUE 'C'.
               88  MS-DELETE                   VALUE 'D'.
           05  MS-DAYS                 PIC X(07).
           05  MS-DAYS-R REDEFINES MS-DAYS.
               10  MS-DAY-FLAG         PIC X(01)
                                       OCCURS 7 TIMES.
           05  MS-START-TIME           PIC 9(04).
           05  MS-START-TIME-R REDEFINES MS-START-TIME.
               10  MS-START-HH         PIC 9(02).
               10  MS-START-MM         PIC 9(02).
           05  MS-END-TIME             PIC 9(04).
           05  MS-END-TIME-R REDEFINES MS-END-TIME.
               10  MS-END-HH           PIC 9(02).
               10  MS-END-MM           PIC 9(02).
           05  MS-ROOM                 PIC X(08).

       FD  REGISTER-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       FD  EXCEPTION-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS EXCPT-PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCPT-PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05      C-XPCTR          PIC 99       VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-TRAN-CTR           PIC 9(05)    VALUE ZERO.
           05  C-MEET-ADD-CTR       PIC 9(05)    VALUE ZERO.
           05  C-MEET-CHG-CTR       PIC 9(05)    VALUE ZERO.
           05  C-MEET-DEL-CTR       PIC 9(05)    VALUE ZERO.
           05  C-ERROR-CTR          PIC 9(05)    VALUE ZERO.

       01  C-FIELDS-VALID          PIC X         VALUE 'Y'.
           88  VALID-MEET-FIELDS                  VALUE 'Y'.

       01  C-SUB                   PIC 9(02)     VALUE ZERO.
       01  C-DAYS-USED             PIC 9(02)     VALUE ZERO.

      *    THE LETTER EXPECTED IN EACH DAY POSITION OF THE CARD.
       01  C-DAY-LETTERS           PIC X(07)     VALUE 'MTWRFSU'.
       01  C-DAY-LETTERS-R REDEFINES C-DAY-LETTERS.
           05  C-DAY-LETTER        PIC X(01)     OCCURS 7 TIMES.

      *    HHMM FROM THE MASTER, EDITED AS HH:MM FOR PRINTING.
       01  C-TIME-IN               PIC 9(04)     VALUE ZERO.
       01  C-TIME-IN-R REDEFINES C-TIME-IN.
           05  C-TIME-IN-HH        PIC 9(02).
           05  C-TIME-IN-MM        PIC 9(02).
       01  C-TIME-OUT.
           05  C-TIME-OUT-HH       PIC 9(02).
           05  FILLER              PIC X(01)     VALUE ':'.
           05  C-TIME-OUT-MM       PIC 9(02).

       01  ERROR-CONTROL.
           05  C-ERR-CODE          PIC X(04)     VALUE SPACES.
           05  C-ERR-DESC          PIC X(40)     VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.

       01 RESPONSE-CODE             PIC XX.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01 TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-MONTH         PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-DAY           PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-YEAR          PIC 9(4).
           05      FILLER          PIC X(15)     VALUE SPACES.
           05      O-TITLE-TEXT    PIC X(30).
           05      FILLER          PIC X(35)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 REGISTER-COL-HDG.
           05 FILLER             PIC X(6)      VALUES "ACTION".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(11)     VALUES "COURSE NAME".
           05 FILLER             PIC X(23)     VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "TERM".
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "DAYS".
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "TIME".
           05 FILLER             PIC X(12)     VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "ROOM".
           05 FILLER             PIC X(34)     VALUES SPACES.

       01 REGISTER-DETAIL-LINE.
           05 O-REG-ACTION       PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-REG-COURSE-NAME  PIC X(30).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-REG-TERM         PIC X(2).
           05 FILLER             PIC X         VALUES SPACES.
           05 O-REG-YEAR         PIC 9(4).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-DAYS         PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-START        PIC X(5).
           05 FILLER             PIC X(3)      VALUES " - ".
           05 O-REG-END          PIC X(5).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-ROOM         PIC X(8).
           05 FILLER             PIC X(30)     VALUES SPACES.

       01 EXCEPTION-COL-HDG.
           05 FILLER             PIC X(6)      VALUES "REASON".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(40)     VALUES "DESCRIPTION".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(17)     VALUES
                                                 "TRANSACTION IMAGE".
           05 FILLER             PIC X(63)     VALUES SPACES.

       01 EXCEPTION-DETAIL-LINE.
           05 O-EXC-REASON       PIC X(4).
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-EXC-DESC         PIC X(40).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-EXC-TRAN-IMAGE   PIC X(38).
           05 FILLER             PIC X(42)     VALUES SPACES.

       01 CONTROL-RPT-HDG.
           05 FILLER           PIC X(30)       VALUES
                                                "RUN CONTROL TOTALS".
           05 FILLER           PIC X(102)      VALUES SPACES.

       01 CONTROL-RPT-LINE.
           05 CTL-LABEL        PIC X(35).
           05 CTL-VALUE        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(88)       VALUES SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT MEET-TRAN-FILE.
           OPEN I-O MEETING-FILE.
           IF RESPONSE-CODE = '35'
               OPEN OUTPUT MEETING-FILE
               CLOSE MEETING-FILE
               OPEN I-O MEETING-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT REGISTER-PRTOUT.
           OPEN OUTPUT EXCEPTION-PRTOUT.

           PERFORM 9600-REGISTER-HDG.
           PERFORM 9610-EXCEPTION-HDG.

           MOVE "YES" TO MORE-RECS.
           PERFORM 9000-TRAN-READ.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           IF NOT MS-ADD AND NOT MS-CHANGE AND NOT MS-DELETE
               MOVE 'MS01' TO C-ERR-CODE
               MOVE 'INVALID MAINTENANCE ACTION CODE' TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2050-VALIDATE-FIELDS
               IF NOT VALID-MEET-FIELDS
                   PERFORM 9200-ERROR-MES
               ELSE
                   EVALUATE TRUE
                       WHEN MS-ADD
                           PERFORM 2100-ADD-MEETING
                       WHEN MS-CHANGE
                           PERFORM 2200-CHANGE-MEETING
                       WHEN MS-DELETE
                           PERFORM 2300-DELETE-MEETING.
           PERFORM 9000-TRAN-READ.

      *----------------------------------------------------------------*
      *  FIELD EDITS.  THE KEY - COURSE, TERM, AND YEAR - IS CHECKED   *
      *  ON EVERY CARD.  THE COURSE MUST BE A CATALOG COURSE AND THE   *
      *  DAYS AND TIMES MUST BE GOOD ON AN ADD OR CHANGE; A DELETE     *
      *  CARRIES NO REPLACEMENT DATA.                                  *
      *----------------------------------------------------------------*
       2050-VALIDATE-FIELDS.
           MOVE 'Y' TO C-FIELDS-VALID.
           IF MS-COURSE-ID = SPACES
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'MS02' TO C-ERR-CODE
               MOVE 'COURSE ID MISSING' TO C-ERR-DESC.
           IF VALID-MEET-FIELDS
               AND MS-TERM NOT = 'WI' AND MS-TERM NOT = 'SP'
               AND MS-TERM NOT = 'SU' AND MS-TERM NOT = 'FA'
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MS03' TO C-ERR-CODE
                   MOVE 'TERM NOT WI, SP, SU, OR FA' TO C-ERR-DESC.
           IF VALID-MEET-FIELDS
               AND (MS-YEAR NOT NUMERIC OR MS-YEAR = ZERO)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MS04' TO C-ERR-CODE
                   MOVE 'TERM YEAR NOT NUMERIC' TO C-ERR-DESC.
           IF VALID-MEET-FIELDS AND NOT MS-DELETE
               PERFORM 2055-CHECK-COURSE.
           IF VALID-MEET-FIELDS AND NOT MS-DELETE
               PERFORM 2060-VALIDATE-DATA-FIELDS.

       2055-CHECK-COURSE.
           MOVE MS-COURSE-ID TO CAT-COURSE-ID.
           READ CATALOG-FILE.
           IF NOT VAL-CODE
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'MS05' TO C-ERR-CODE
               MOVE 'COURSE NOT IN CATALOG' TO C-ERR-DESC.

       2060-VALIDATE-DATA-FIELDS.
           MOVE ZERO TO C-DAYS-USED.
           MOVE ZERO TO C-SUB.
           PERFORM 2065-VALIDATE-ONE-DAY
               UNTIL C-SUB = 7 OR NOT VALID-MEET-FIELDS.
           IF VALID-MEET-FIELDS AND C-DAYS-USED = ZERO
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'MS07' TO C-ERR-CODE
               MOVE 'NO MEETING DAYS ON CARD' TO C-ERR-DESC.
           IF VALID-MEET-FIELDS
               AND (MS-START-TIME NOT NUMERIC
                   OR MS-START-HH > 23 OR MS-START-MM > 59)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MS08' TO C-ERR-CODE
                   MOVE 'START TIME NOT A VALID HHMM' TO C-ERR-DESC.
           IF VALID-MEET-FIELDS
               AND (MS-END-TIME NOT NUMERIC
                   OR MS-END-HH > 23 OR MS-END-MM > 59)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MS09' TO C-ERR-CODE
                   MOVE 'END TIME NOT A VALID HHMM' TO C-ERR-DESC.
           IF VALID-MEET-FIELDS
               AND MS-END-TIME NOT > MS-START-TIME
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MS10' TO C-ERR-CODE
                   MOVE 'END TIME NOT AFTER START TIME' TO C-ERR-DESC.

       2065-VALIDATE-ONE-DAY.
           ADD 1 TO C-SUB.
           IF MS-DAY-FLAG (C-SUB) NOT = SPACE
               IF MS-DAY-FLAG (C-SUB) = C-DAY-LETTER (C-SUB)
                   ADD 1 TO C-DAYS-USED
               ELSE
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MS06' TO C-ERR-CODE
                   MOVE 'MEETING DAYS NOT IN M T W R F S U ORDER'
                       TO C-ERR-DESC.

       2100-ADD-MEETING.
           MOVE MS-COURSE-ID TO MTG-COURSE-ID.
           MOVE MS-TERM TO MTG-TERM.
           MOVE MS-YEAR TO MTG-YEAR.
           READ MEETING-FILE.
           IF VAL-CODE
               MOVE 'MS11' TO C-ERR-CODE
               MOVE 'ADD ACTION - MEETING ALREADY ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 9300-BUILD-MEETING
               WRITE MEETING-MAST
                   INVALID KEY
                       MOVE 'MS12' TO C-ERR-CODE
                       MOVE 'MEETING ADD FAILED - WRITE ERROR'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-MEET-ADD-CTR
                       MOVE 'ADD' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2200-CHANGE-MEETING.
           MOVE MS-COURSE-ID TO MTG-COURSE-ID.
           MOVE MS-TERM TO MTG-TERM.
           MOVE MS-YEAR TO MTG-YEAR.
           READ MEETING-FILE.
           IF NOT VAL-CODE
               MOVE 'MS13' TO C-ERR-CODE
               MOVE 'CHANGE ACTION - NO MEETING ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 9300-BUILD-MEETING
               REWRITE MEETING-MAST
                   INVALID KEY
                       MOVE 'MS14' TO C-ERR-CODE
                       MOVE 'MEETING CHANGE FAILED - REWRITE ERROR'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-MEET-CHG-CTR
                       MOVE 'CHANGE' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

      *----------------------------------------------------------------*
      *  THE DELETED ROW'S COURSE NAME IS NOT ON THE CARD, SO THE      *
      *  REGISTER LOOKS IT UP; A COURSE SINCE DROPPED FROM THE         *
      *  CATALOG PRINTS WITH A BLANK NAME.                             *
      *----------------------------------------------------------------*
       2300-DELETE-MEETING.
           MOVE MS-COURSE-ID TO MTG-COURSE-ID.
           MOVE MS-TERM TO MTG-TERM.
           MOVE MS-YEAR TO MTG-YEAR.
           READ MEETING-FILE.
           IF NOT VAL-CODE
               MOVE 'MS13' TO C-ERR-CODE
               MOVE 'DELETE ACTION - NO MEETING ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               DELETE MEETING-FILE
                   INVALID KEY
                       MOVE 'MS15' TO C-ERR-CODE
                       MOVE 'MEETING DELETE FAILED'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-MEET-DEL-CTR
                       MOVE MS-COURSE-ID TO CAT-COURSE-ID
                       READ CATALOG-FILE
                           INVALID KEY
                               MOVE SPACES TO CAT-COURSE-NAME
                       END-READ
                       MOVE 'DELETE' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       5000-CLOSING.
           PERFORM 5300-CONTROL-TOTALS.
           CLOSE MEET-TRAN-FILE.
           CLOSE MEETING-FILE.
           CLOSE CATALOG-FILE.
           CLOSE REGISTER-PRTOUT.
           CLOSE EXCEPTION-PRTOUT.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'MAINTENANCE TRANSACTIONS READ' TO CTL-LABEL
           MOVE C-TRAN-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'MEETING ROWS ADDED' TO CTL-LABEL
           MOVE C-MEET-ADD-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'MEETING ROWS CHANGED' TO CTL-LABEL
           MOVE C-MEET-CHG-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'MEETING ROWS DELETED' TO CTL-LABEL
           MOVE C-MEET-DEL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSACTIONS IN ERROR' TO CTL-LABEL
           MOVE C-ERROR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9000-TRAN-READ.
            READ MEET-TRAN-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

       9200-ERROR-MES.
           MOVE C-ERR-CODE TO O-EXC-REASON
           MOVE C-ERR-DESC TO O-EXC-DESC
           MOVE MEET-TRAN-REC TO O-EXC-TRAN-IMAGE
           WRITE EXCPT-PRTLINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9610-EXCEPTION-HDG
           ADD 1 TO C-ERROR-CTR
           DISPLAY 'MEETING MAINT REJECTED - ' C-ERR-DESC
               ' COURSE = ' MS-COURSE-ID ' REASON = ' C-ERR-CODE.

       9300-BUILD-MEETING.
           MOVE SPACES TO MEETING-MAST.
           MOVE MS-COURSE-ID TO MTG-COURSE-ID.
           MOVE MS-TERM TO MTG-TERM.
           MOVE MS-YEAR TO MTG-YEAR.
           MOVE MS-DAYS TO MTG-DAYS.
           MOVE MS-START-TIME TO MTG-START-TIME.
           MOVE MS-END-TIME TO MTG-END-TIME.
           MOVE MS-ROOM TO MTG-ROOM.

       9500-REGISTER-LINE.
           MOVE MTG-COURSE-ID TO O-REG-COURSE-ID.
           MOVE CAT-COURSE-NAME TO O-REG-COURSE-NAME.
           MOVE MTG-TERM TO O-REG-TERM.
           MOVE MTG-YEAR TO O-REG-YEAR.
           MOVE MTG-DAYS TO O-REG-DAYS.
           MOVE MTG-START-TIME TO C-TIME-IN.
           PERFORM 9510-EDIT-TIME.
           MOVE C-TIME-OUT TO O-REG-START.
           MOVE MTG-END-TIME TO C-TIME-IN.
           PERFORM 9510-EDIT-TIME.
           MOVE C-TIME-OUT TO O-REG-END.
           IF MTG-ROOM = SPACES
               MOVE 'TBA' TO O-REG-ROOM
           ELSE
               MOVE MTG-ROOM TO O-REG-ROOM.
           WRITE PRTLINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-REGISTER-HDG.

       9510-EDIT-TIME.
           MOVE C-TIME-IN-HH TO C-TIME-OUT-HH.
           MOVE C-TIME-IN-MM TO C-TIME-OUT-MM.

       9600-REGISTER-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'CLASS MEETING REGISTER' TO O-TITLE-TEXT.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REGISTER-COL-HDG
               AFTER ADVANCING 2 LINES.

       9610-EXCEPTION-HDG.
           ADD 1 TO C-XPCTR.
           MOVE C-XPCTR TO O-PCTR.
           MOVE 'CLASS MEETING EXCEPTIONS' TO O-TITLE-TEXT.
           WRITE EXCPT-PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-PRTLINE FROM EXCEPTION-COL-HDG
               AFTER ADVANCING 2 LINES.
