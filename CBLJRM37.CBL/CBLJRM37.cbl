       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM37.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          STUDENT RECORD INQUIRY.  ONLINE, READ-ONLY LOOKUP      *
      *          FOR THE REGISTRAR'S COUNTER.  THE CLERK KEYS A         *
      *          STUDENT ID, OR ALL OR THE FIRST PART OF A LAST NAME    *
      *          (STEPPED THROUGH ON THE STUDMAST.DAT LAST-NAME         *
      *          ALTERNATE KEY THE WAY CBLJRM15 DOES), AND GETS ONE     *
      *          SCREEN WITH THE STUDENT MASTER - HOLD FLAG, STORED     *
      *          GPA AND CREDITS INCLUDED - THE LATEST STCRSTND.DAT     *
      *          STANDING ROW, TRANSFER CREDIT TOTALS FROM              *
      *          STCRXFER.DAT, THE CURRENT TERM'S STCOURSE.DAT ROWS     *
      *          WITH THEIR STATUS, AND EVERY STCRWAIT.DAT ENTRY WITH   *
      *          THE STUDENT'S PLACE IN LINE.  A SECOND SCREEN PAGES    *
      *          THROUGH THE FULL COURSE HISTORY, LIVE AND ARCHIVED,    *
      *          IN TERM ORDER.  THE CURRENT TERM IS THE ONE ON THE     *
      *          STCRCTRL.DAT RUN HEADER.  A STUDENT UNDER A FERPA      *
      *          PRIVACY BLOCK SHOWS AS CONFIDENTIAL WITH ONLY THE ID.  *
      *          NO FILE IS OPENED FOR UPDATE.                          *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STUDENT-FILE
               ASSIGN TO "C:\COBOL LL\STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDNET-LNAME
                   WITH DUPLICATES
               FILE STATUS IS RESPONSE-CODE.

           SELECT COURSE-FILE
               ASSIGN TO "C:\COBOL LL\STCOURSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS CRSE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO "C:\COBOL LL\STCRARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS CATL-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "C:\COBOL LL\STCRWAIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "C:\COBOL LL\STCRSTND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STND-KEY
               FILE STATUS IS STNDF-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "C:\COBOL LL\STCRXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS XFER-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "C:\COBOL LL\STCRCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS COURSE-MAST.
       COPY 'CBLCRSE.CPY'.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.

       01  ARCHIVE-REC                PIC X(57).

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS CATALOG-MAST.
       COPY 'CBLCATL.CPY'.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WAITLIST-REC.

       01  WAITLIST-REC.
           05  WL-COURSE-ID           PIC X(08).
           05  WL-STUDENT-ID          PIC X(06).
           05  WL-TERM                PIC X(02).
           05  WL-YEAR                PIC 9(04).
           05  WL-ENTRY-DATE          PIC 9(08).
           05  FILLER                 PIC X(02).

       FD  STANDING-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS STANDING-REC.
       COPY 'CBLSTND.CPY'.

       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS TRANSFER-REC.
       COPY 'CBLXFER.CPY'.

       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RUN-CTL-REC.
       COPY 'CBLRCTL.CPY'.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-NAME-LEN           PIC 9(02)    VALUE ZERO.
           05  C-SUB                PIC S9(03)   COMP.
           05  C-SUB2               PIC S9(03)   COMP.
           05  C-SUB3               PIC S9(03)   COMP.
           05  C-LINE-SUB           PIC S9(03)   COMP.
           05  C-MATCH-NO           PIC 9(03)    VALUE ZERO.
           05  C-WAIT-ROWS          PIC 9(03)    VALUE ZERO.

      *----------------------------------------------------------------*
      *  WHAT THE CLERK KEYED, AND WHERE THE INQUIRY STANDS.           *
      *----------------------------------------------------------------*
       01  INQUIRY-CONTROL.
           05  C-INQ-ID            PIC X(06)     VALUE SPACES.
           05  C-INQ-NAME          PIC X(20)     VALUE SPACES.
           05  C-INQ-CHOICE        PIC X(01)     VALUE SPACE.
           05  C-INQUIRY-DONE      PIC X(01)     VALUE 'N'.
               88  INQUIRY-DONE                   VALUE 'Y'.
           05  C-LEAVE-STUDENT     PIC X(01)     VALUE 'N'.
               88  LEAVE-STUDENT                  VALUE 'Y'.
           05  C-STUDENT-FOUND     PIC X(01)     VALUE 'N'.
               88  STUDENT-FOUND                  VALUE 'Y'.
           05  C-NAME-SEARCH       PIC X(01)     VALUE 'N'.
               88  NAME-SEARCH                    VALUE 'Y'.
           05  C-NAME-MORE         PIC X(01)     VALUE 'N'.
               88  MORE-NAME-MATCHES              VALUE 'Y'.
           05  C-VIEW              PIC X(01)     VALUE 'S'.
               88  STUDENT-VIEW                   VALUE 'S'.
               88  HISTORY-VIEW                   VALUE 'H'.

       01  C-SAVE-STUDENT          PIC X(73)     VALUE SPACES.

       01  C-SCAN-MORE             PIC X         VALUE 'N'.
           88  MORE-SCAN-RECS                     VALUE 'Y'.
       01  C-CATL-ACTIVE           PIC X         VALUE 'N'.
           88  CATALOG-FILE-ACTIVE                VALUE 'Y'.
       01  C-STND-ACTIVE           PIC X         VALUE 'N'.
           88  STANDING-FILE-ACTIVE               VALUE 'Y'.
       01  C-XFER-ACTIVE           PIC X         VALUE 'N'.
           88  XFER-FILE-ACTIVE                   VALUE 'Y'.
       01  C-STND-FOUND            PIC X         VALUE 'N'.
           88  STANDING-FOUND                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *  THE CURRENT TERM COMES FROM THE RUN HEADER.  WITHOUT ONE, A   *
      *  STUDENT'S OWN TERM LAST ATTENDED STANDS IN FOR IT.            *
      *----------------------------------------------------------------*
       01  C-CTL-TERM              PIC X(02)     VALUE SPACES.
       01  C-CTL-YEAR              PIC 9(04)     VALUE ZERO.
       01  C-CURR-TERM             PIC X(02)     VALUE SPACES.
       01  C-CURR-YEAR             PIC 9(04)     VALUE ZERO.
       01  C-EVAL-SEQ              PIC 9(01)     VALUE ZERO.

       01  C-LAST-STANDING         PIC X(30)     VALUE SPACES.
       01  C-XF-HOURS              PIC 9(03)     VALUE ZERO.
       01  C-XF-COURSES            PIC 9(02)     VALUE ZERO.

      *----------------------------------------------------------------*
      *  CURRENT TERM ROWS ('C') AND WAITLIST ENTRIES ('W') FOR THE    *
      *  STUDENT SCREEN.  A WAITLIST PLACE IS ONE PLUS THE ENTRIES     *
      *  AHEAD OF THE STUDENT FOR THE SAME COURSE AND TERM; THE FILE   *
      *  IS KEPT IN ARRIVAL ORDER BY CBLJRM05.                         *
      *----------------------------------------------------------------*
       01  CURRENT-TABLE.
           05  C-CUR-COUNT         PIC 9(02)     VALUE ZERO.
           05  C-CUR-OVERFLOW      PIC 9(03)     VALUE ZERO.
           05  C-CUR-ENTRY OCCURS 10 TIMES.
               10  C-CUR-TYPE          PIC X(01).
               10  C-CUR-COURSE-ID     PIC X(08).
               10  C-CUR-COURSE-NAME   PIC X(30).
               10  C-CUR-TERM          PIC X(02).
               10  C-CUR-YEAR          PIC 9(04).
               10  C-CUR-CREDITS       PIC X(01).
               10  C-CUR-STATUS        PIC X(01).
               10  C-CUR-WAIT-POS      PIC 9(03).
               10  C-CUR-POS-SET       PIC X(01).

      *----------------------------------------------------------------*
      *  FULL COURSE HISTORY, LIVE AND ARCHIVED, SORTED INTO TERM      *
      *  ORDER FOR THE HISTORY SCREEN.                                 *
      *----------------------------------------------------------------*
       01  HISTORY-TABLE.
           05  C-HST-COUNT         PIC 9(03)     VALUE ZERO.
           05  C-HST-OVERFLOW      PIC 9(03)     VALUE ZERO.
           05  C-HST-ENTRY OCCURS 200 TIMES.
               10  C-HST-KEY.
                   15  C-HST-YEAR      PIC 9(04).
                   15  C-HST-SEQ       PIC 9(01).
                   15  C-HST-COURSE-ID PIC X(08).
                   15  C-HST-ATTEMPT   PIC 9(02).
               10  C-HST-TERM          PIC X(02).
               10  C-HST-COURSE-NAME   PIC X(30).
               10  C-HST-CREDITS       PIC 9(01).
               10  C-HST-GPA           PIC 9V99.
               10  C-HST-STATUS        PIC X(01).
               10  C-HST-SOURCE        PIC X(04).

       01  C-HST-SWAP              PIC X(56)     VALUE SPACES.
       01  C-ROW-SOURCE            PIC X(04)     VALUE SPACES.
       01  C-HST-PAGE              PIC 9(02)     VALUE ZERO.
       01  C-HST-PAGES             PIC 9(02)     VALUE ZERO.
       01  C-HST-PER-PAGE          PIC 9(02)     VALUE 14.

       01  C-STATUS-CODE           PIC X(01)     VALUE SPACE.
       01  C-STATUS-TEXT           PIC X(12)     VALUE SPACES.

       01  CRSE-STATUS             PIC XX.
       01  ARCH-STATUS             PIC XX.
       01  CATL-STATUS             PIC XX.
       01  WAIT-STATUS             PIC XX.
       01  STNDF-STATUS            PIC XX.
       01  XFER-STATUS             PIC XX.
       01  CTRL-STATUS             PIC XX.

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.

       01 RESPONSE-CODE             PIC XX.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01  C-CONFIDENTIAL-TEXT     PIC X(40)     VALUE
                               "CONFIDENTIAL - REFER TO REGISTRAR".

      *----------------------------------------------------------------*
      *  SCREEN TEXT.  THE RECORD SCREEN SHOWS 17 BODY LINES BUILT     *
      *  FROM THE LINE LAYOUTS BELOW FOR WHICHEVER VIEW IS UP.         *
      *----------------------------------------------------------------*
       01  O-SCR-DATE.
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X         VALUE '/'.
           05  O-DAY               PIC 99.
           05  FILLER              PIC X         VALUE '/'.
           05  O-YEAR              PIC 9(4).

       01  C-SCR-MESSAGE           PIC X(78)     VALUE SPACES.
       01  C-SCR-PROMPT            PIC X(62)     VALUE SPACES.

       01  BODY-AREA.
           05  C-BODY-LINE         PIC X(78)     OCCURS 17 TIMES.

       01 STUD-LINE-1.
           05 FILLER             PIC X(4)      VALUE "ID: ".
           05 O-STU-ID           PIC X(8).
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(6)      VALUE "NAME: ".
           05 O-STU-NAME         PIC X(40).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 FILLER             PIC X(9)      VALUE "PROGRAM: ".
           05 O-STU-PROGRAM      PIC X(4).
           05 FILLER             PIC X(2)      VALUE SPACES.

       01 STUD-LINE-2.
           05 FILLER             PIC X(15)     VALUE "LAST ATTENDED: ".
           05 O-STU-LAST-ATT     PIC X(7).
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(9)      VALUE "CUM GPA: ".
           05 O-STU-GPA          PIC 9.99.
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(9)      VALUE "CREDITS: ".
           05 O-STU-CREDITS      PIC ZZ9.
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(6)      VALUE "HOLD: ".
           05 O-STU-HOLD         PIC X(15).
           05 FILLER             PIC X(1)      VALUE SPACES.

       01 STUD-LINE-3.
           05 FILLER             PIC X(11)     VALUE "GRADUATED: ".
           05 O-STU-GRAD         PIC X(10).
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(17)
                                 VALUE "TRANSFER CREDIT: ".
           05 O-STU-XF-HOURS     PIC ZZ9.
           05 FILLER             PIC X(10)     VALUE " HOURS IN ".
           05 O-STU-XF-COURSES   PIC Z9.
           05 FILLER             PIC X(8)      VALUE " COURSES".
           05 FILLER             PIC X(14)     VALUE SPACES.

       01 STUD-LINE-4.
           05 FILLER             PIC X(17)
                                 VALUE "LATEST STANDING: ".
           05 O-STU-STND-TERM    PIC X(7).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-STU-STND-TEXT    PIC X(13).
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(10)     VALUE "TERM GPA: ".
           05 O-STU-STND-GPA     PIC 9.99.
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(17)
                                 VALUE "PROBATION TERMS: ".
           05 O-STU-STND-PROB    PIC Z9.

       01 NO-STANDING-LINE.
           05 FILLER             PIC X(17)
                                 VALUE "LATEST STANDING: ".
           05 FILLER             PIC X(61)     VALUE "NONE ON FILE".

       01 CUR-TITLE-LINE.
           05 FILLER             PIC X(13)     VALUE "CURRENT TERM ".
           05 O-CUR-TITLE-TERM   PIC X(7).
           05 FILLER             PIC X(23)
                                 VALUE " - COURSES AND WAITLIST".
           05 FILLER             PIC X(35)     VALUE SPACES.

       01 CUR-COL-HDG.
           05 FILLER             PIC X(9)      VALUE "COURSE ID".
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 FILLER             PIC X(11)     VALUE "COURSE NAME".
           05 FILLER             PIC X(21)     VALUE SPACES.
           05 FILLER             PIC X(4)      VALUE "TERM".
           05 FILLER             PIC X(4)      VALUE SPACES.
           05 FILLER             PIC X(2)      VALUE "CR".
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 FILLER             PIC X(6)      VALUE "STATUS".
           05 FILLER             PIC X(8)      VALUE SPACES.
           05 FILLER             PIC X(8)      VALUE "WAIT POS".

       01 CUR-DETAIL-LINE.
           05 O-CUR-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 O-CUR-COURSE-NAME  PIC X(30).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-CUR-TERM         PIC X(7).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-CUR-CREDITS      PIC X(1).
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 O-CUR-STATUS       PIC X(12).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-CUR-WAIT-POS     PIC X(8).

       01 CUR-NONE-LINE.
           05 FILLER             PIC X(40)     VALUE
                         "NO COURSES OR WAITLIST ENTRIES THIS TERM".
           05 FILLER             PIC X(38)     VALUE SPACES.

       01 HST-TITLE-LINE.
           05 FILLER             PIC X(22)
                                 VALUE "COURSE HISTORY - PAGE ".
           05 O-HST-PAGE         PIC Z9.
           05 FILLER             PIC X(4)      VALUE " OF ".
           05 O-HST-PAGES        PIC Z9.
           05 FILLER             PIC X(3)      VALUE SPACES.
           05 O-HST-ROWS         PIC ZZ9.
           05 FILLER             PIC X(5)      VALUE " ROWS".
           05 FILLER             PIC X(37)     VALUE SPACES.

       01 HST-COL-HDG.
           05 FILLER             PIC X(4)      VALUE "TERM".
           05 FILLER             PIC X(5)      VALUE SPACES.
           05 FILLER             PIC X(9)      VALUE "COURSE ID".
           05 FILLER             PIC X(1)      VALUE SPACES.
           05 FILLER             PIC X(11)     VALUE "COURSE NAME".
           05 FILLER             PIC X(18)     VALUE SPACES.
           05 FILLER             PIC X(2)      VALUE "CR".
           05 FILLER             PIC X(1)      VALUE SPACES.
           05 FILLER             PIC X(5)      VALUE "GRADE".
           05 FILLER             PIC X(1)      VALUE SPACES.
           05 FILLER             PIC X(3)      VALUE "ATT".
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 FILLER             PIC X(6)      VALUE "STATUS".
           05 FILLER             PIC X(6)      VALUE SPACES.
           05 FILLER             PIC X(4)      VALUE "FROM".

       01 HST-DETAIL-LINE.
           05 O-HST-TERM         PIC X(7).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-COURSE-NAME  PIC X(28).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-CREDITS      PIC 9.
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-GRADE        PIC 9.99.
           05 O-HST-GRADE-X REDEFINES O-HST-GRADE
                                 PIC X(4).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-ATTEMPT      PIC 99.
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-STATUS       PIC X(10).
           05 FILLER             PIC X(2)      VALUE SPACES.
           05 O-HST-SOURCE       PIC X(4).

       01 HST-NONE-LINE.
           05 FILLER             PIC X(30)     VALUE
                                 "NO COURSE HISTORY ON FILE".
           05 FILLER             PIC X(48)     VALUE SPACES.

       01 C-WORK-TERM.
           05 C-WORK-TERM-CODE   PIC X(02).
           05 FILLER             PIC X         VALUE '/'.
           05 C-WORK-TERM-YEAR   PIC 9(04).

       01 C-WORK-GRAD.
           05 C-WORK-GRAD-MONTH  PIC 99.
           05 FILLER             PIC X         VALUE '/'.
           05 C-WORK-GRAD-DAY    PIC 99.
           05 FILLER             PIC X         VALUE '/'.
           05 C-WORK-GRAD-YEAR   PIC 9(4).

       01 C-WORK-POS.
           05 FILLER             PIC X(1)      VALUE '#'.
           05 C-WORK-POS-NO      PIC ZZ9.
           05 FILLER             PIC X(4)      VALUE SPACES.

       01 C-MATCH-MSG.
           05 FILLER             PIC X(12)     VALUE "NAME MATCH ".
           05 O-MATCH-NO         PIC ZZ9.
           05 FILLER             PIC X(29)     VALUE
                                 " - PRESS N FOR THE NEXT MATCH".
           05 FILLER             PIC X(34)     VALUE SPACES.

       SCREEN SECTION.

       01  ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 2   VALUE "CBLJRM37".
           05  LINE 1  COL 29  VALUE "STUDENT RECORD INQUIRY".
           05  LINE 1  COL 70  PIC X(10) FROM O-SCR-DATE.
           05  LINE 4  COL 2   VALUE "STUDENT ID:".
           05  LINE 4  COL 16  PIC X(06) USING C-INQ-ID.
           05  LINE 6  COL 2   VALUE "OR LAST NAME:".
           05  LINE 6  COL 16  PIC X(20) USING C-INQ-NAME.
           05  LINE 9  COL 2   VALUE
               "KEY A STUDENT ID, OR ALL OR THE FIRST PART OF A LAST".
           05  LINE 10 COL 2   VALUE
               "NAME, AND PRESS ENTER.  LEAVE BOTH BLANK TO EXIT.".
           05  LINE 22 COL 2   PIC X(78) FROM C-SCR-MESSAGE.

       01  RECORD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 2   VALUE "CBLJRM37".
           05  LINE 1  COL 29  VALUE "STUDENT RECORD INQUIRY".
           05  LINE 1  COL 70  PIC X(10) FROM O-SCR-DATE.
           05  LINE 3  COL 2   PIC X(78) FROM C-BODY-LINE (1).
           05  LINE 4  COL 2   PIC X(78) FROM C-BODY-LINE (2).
           05  LINE 5  COL 2   PIC X(78) FROM C-BODY-LINE (3).
           05  LINE 6  COL 2   PIC X(78) FROM C-BODY-LINE (4).
           05  LINE 7  COL 2   PIC X(78) FROM C-BODY-LINE (5).
           05  LINE 8  COL 2   PIC X(78) FROM C-BODY-LINE (6).
           05  LINE 9  COL 2   PIC X(78) FROM C-BODY-LINE (7).
           05  LINE 10 COL 2   PIC X(78) FROM C-BODY-LINE (8).
           05  LINE 11 COL 2   PIC X(78) FROM C-BODY-LINE (9).
           05  LINE 12 COL 2   PIC X(78) FROM C-BODY-LINE (10).
           05  LINE 13 COL 2   PIC X(78) FROM C-BODY-LINE (11).
           05  LINE 14 COL 2   PIC X(78) FROM C-BODY-LINE (12).
           05  LINE 15 COL 2   PIC X(78) FROM C-BODY-LINE (13).
           05  LINE 16 COL 2   PIC X(78) FROM C-BODY-LINE (14).
           05  LINE 17 COL 2   PIC X(78) FROM C-BODY-LINE (15).
           05  LINE 18 COL 2   PIC X(78) FROM C-BODY-LINE (16).
           05  LINE 19 COL 2   PIC X(78) FROM C-BODY-LINE (17).
           05  LINE 21 COL 2   PIC X(78) FROM C-SCR-MESSAGE.
           05  LINE 23 COL 2   PIC X(62) FROM C-SCR-PROMPT.
           05  LINE 23 COL 66  VALUE "CHOICE:".
           05  LINE 23 COL 74  PIC X(01) USING C-INQ-CHOICE.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-INQUIRY
               UNTIL INQUIRY-DONE.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           PERFORM 1100-TERM-FROM-RUN-CONTROL.
           PERFORM 1200-OPEN-FILES.

       1100-TERM-FROM-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CTRL-STATUS = '00'
               MOVE '00' TO CTL-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-CURR-TERM TO C-CTL-TERM
                       MOVE CTL-CURR-YEAR TO C-CTL-YEAR
               END-READ
               CLOSE RUN-CONTROL-FILE.

      *----------------------------------------------------------------*
      *  THE STUDENT AND COURSE MASTERS MUST BE THERE.  THE OTHER      *
      *  FILES ARE SHOWN WHEN THEY EXIST.  THE ARCHIVE AND WAITLIST    *
      *  ARE SEQUENTIAL AND ARE OPENED FRESH FOR EACH STUDENT.         *
      *----------------------------------------------------------------*
       1200-OPEN-FILES.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           IF RESPONSE-CODE NOT = '00' OR CRSE-STATUS NOT = '00'
               DISPLAY 'STUDENT INQUIRY - STUDENT OR COURSE MASTER '
                   'NOT AVAILABLE - STATUS ' RESPONSE-CODE ' '
                   CRSE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO C-INQUIRY-DONE
           ELSE
               OPEN INPUT CATALOG-FILE
               IF CATL-STATUS = '00'
                   MOVE 'Y' TO C-CATL-ACTIVE
               END-IF
               OPEN INPUT STANDING-FILE
               IF STNDF-STATUS = '00'
                   MOVE 'Y' TO C-STND-ACTIVE
               END-IF
               OPEN INPUT TRANSFER-FILE
               IF XFER-STATUS = '00'
                   MOVE 'Y' TO C-XFER-ACTIVE.

       2000-INQUIRY.
           MOVE SPACES TO C-INQ-ID.
           MOVE SPACES TO C-INQ-NAME.
           MOVE 'N' TO C-STUDENT-FOUND.
           DISPLAY ENTRY-SCREEN.
           ACCEPT ENTRY-SCREEN.
           MOVE SPACES TO C-SCR-MESSAGE.
           IF C-INQ-ID = SPACES AND C-INQ-NAME = SPACES
               MOVE 'Y' TO C-INQUIRY-DONE
           ELSE
               IF C-INQ-ID NOT = SPACES
                   PERFORM 2100-FIND-BY-ID
               ELSE
                   PERFORM 2200-FIND-BY-NAME
               END-IF
               IF STUDENT-FOUND
                   PERFORM 3000-STUDENT-SESSION
               ELSE
                   MOVE 'NO STUDENT ON FILE FOR THAT ID OR NAME'
                       TO C-SCR-MESSAGE.

       2100-FIND-BY-ID.
           MOVE 'N' TO C-NAME-SEARCH.
           MOVE C-INQ-ID TO STUDENT-ID.
           READ STUDENT-FILE
               KEY IS STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-STUDENT-FOUND.

      *----------------------------------------------------------------*
      *  POSITION THE ALTERNATE KEY AT THE FIRST NAME AT OR AFTER THE  *
      *  SEARCH VALUE, AS CBLJRM15 DOES.  THE MATCHES ARE THE NAMES    *
      *  WHOSE LEADING CHARACTERS EQUAL WHAT WAS KEYED; N ON THE       *
      *  RECORD SCREEN STEPS TO THE NEXT ONE.                          *
      *----------------------------------------------------------------*
       2200-FIND-BY-NAME.
           MOVE 'Y' TO C-NAME-SEARCH.
           MOVE ZERO TO C-NAME-LEN.
           PERFORM 2210-SIZE-SEARCH-NAME
               VARYING C-SUB FROM 20 BY -1
                   UNTIL C-SUB < 1 OR C-NAME-LEN > ZERO.
           MOVE C-INQ-NAME TO STUDNET-LNAME.
           START STUDENT-FILE
               KEY IS >= STUDNET-LNAME
                   INVALID KEY
                       MOVE 'N' TO C-NAME-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-NAME-MORE
                       PERFORM 9100-STUDENT-READ-NEXT.
           IF MORE-NAME-MATCHES
               MOVE 'Y' TO C-STUDENT-FOUND
               MOVE 1 TO C-MATCH-NO.

       2210-SIZE-SEARCH-NAME.
           IF C-INQ-NAME(C-SUB:1) NOT = SPACE
               MOVE C-SUB TO C-NAME-LEN.

       2300-NEXT-NAME-MATCH.
           IF NOT NAME-SEARCH
               MOVE 'NEXT MATCH APPLIES ONLY TO A LAST-NAME SEARCH'
                   TO C-SCR-MESSAGE
           ELSE
               IF NOT MORE-NAME-MATCHES
                   MOVE 'NO MORE STUDENTS MATCH THE NAME'
                       TO C-SCR-MESSAGE
               ELSE
                   MOVE STUDENT-MAST TO C-SAVE-STUDENT
                   PERFORM 9100-STUDENT-READ-NEXT
                   IF MORE-NAME-MATCHES
                       ADD 1 TO C-MATCH-NO
                       PERFORM 3100-LOAD-STUDENT
                       MOVE 'S' TO C-VIEW
                       MOVE C-MATCH-NO TO O-MATCH-NO
                       MOVE C-MATCH-MSG TO C-SCR-MESSAGE
                   ELSE
                       MOVE C-SAVE-STUDENT TO STUDENT-MAST
                       MOVE 'NO MORE STUDENTS MATCH THE NAME'
                           TO C-SCR-MESSAGE.

      *----------------------------------------------------------------*
      *  ONE STUDENT ON THE SCREEN UNTIL THE CLERK ASKS FOR A NEW      *
      *  INQUIRY OR EXITS.                                             *
      *----------------------------------------------------------------*
       3000-STUDENT-SESSION.
           MOVE 'N' TO C-LEAVE-STUDENT.
           MOVE 'S' TO C-VIEW.
           PERFORM 3100-LOAD-STUDENT.
           IF NAME-SEARCH
               MOVE C-MATCH-NO TO O-MATCH-NO
               MOVE C-MATCH-MSG TO C-SCR-MESSAGE.
           PERFORM 3900-VIEW-CYCLE
               UNTIL LEAVE-STUDENT.

      *----------------------------------------------------------------*
      *  NOTHING BEYOND THE ID IS READ FOR A CONFIDENTIAL STUDENT.     *
      *----------------------------------------------------------------*
       3100-LOAD-STUDENT.
           MOVE ZERO TO C-CUR-COUNT.
           MOVE ZERO TO C-CUR-OVERFLOW.
           MOVE ZERO TO C-HST-COUNT.
           MOVE ZERO TO C-HST-OVERFLOW.
           MOVE ZERO TO C-WAIT-ROWS.
           MOVE ZERO TO C-XF-HOURS.
           MOVE ZERO TO C-XF-COURSES.
           MOVE 'N' TO C-STND-FOUND.
           IF C-CTL-TERM = SPACES
               MOVE STUDENT-TERM-LAST-ATT TO C-CURR-TERM
               MOVE STUDENT-YEAR-LAST-ATT TO C-CURR-YEAR
           ELSE
               MOVE C-CTL-TERM TO C-CURR-TERM
               MOVE C-CTL-YEAR TO C-CURR-YEAR.
           IF NOT STUDENT-CONFIDENTIAL
               PERFORM 3200-LIVE-ROWS
               PERFORM 3300-ARCHIVE-ROWS
               PERFORM 3400-WAITLIST-ENTRIES
               IF STANDING-FILE-ACTIVE
                   PERFORM 3500-LATEST-STANDING
               END-IF
               IF XFER-FILE-ACTIVE
                   PERFORM 3600-TRANSFER-TOTALS
               END-IF
               PERFORM 3700-SORT-HISTORY.
           MOVE 1 TO C-HST-PAGE.
           DIVIDE C-HST-COUNT BY C-HST-PER-PAGE
               GIVING C-HST-PAGES REMAINDER C-SUB.
           IF C-SUB > ZERO OR C-HST-PAGES = ZERO
               ADD 1 TO C-HST-PAGES.

       3200-LIVE-ROWS.
           MOVE STUDENT-ID TO C-STUDENT-ID.
           MOVE LOW-VALUES TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY IS >= C-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE
                       PERFORM 3210-LIVE-READ
                           UNTIL NOT MORE-SCAN-RECS.

       3210-LIVE-READ.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF C-STUDENT-ID NOT = STUDENT-ID
                   MOVE 'N' TO C-SCAN-MORE
               ELSE
                   MOVE 'LIVE' TO C-ROW-SOURCE
                   PERFORM 3250-ADD-HISTORY-ROW
                   IF C-TERM-COMPLETED = C-CURR-TERM
                       AND C-YEAR-COMPLETED = C-CURR-YEAR
                           PERFORM 3260-ADD-CURRENT-ROW.

       3250-ADD-HISTORY-ROW.
           IF C-HST-COUNT < 200
               ADD 1 TO C-HST-COUNT
               EVALUATE C-TERM-COMPLETED
                   WHEN 'WI'
                       MOVE 1 TO C-EVAL-SEQ
                   WHEN 'SP'
                       MOVE 2 TO C-EVAL-SEQ
                   WHEN 'SU'
                       MOVE 3 TO C-EVAL-SEQ
                   WHEN 'FA'
                       MOVE 4 TO C-EVAL-SEQ
                   WHEN OTHER
                       MOVE ZERO TO C-EVAL-SEQ
               END-EVALUATE
               MOVE C-YEAR-COMPLETED TO C-HST-YEAR (C-HST-COUNT)
               MOVE C-EVAL-SEQ TO C-HST-SEQ (C-HST-COUNT)
               MOVE C-COURSE-ID TO C-HST-COURSE-ID (C-HST-COUNT)
               MOVE C-ATTEMPT-NO TO C-HST-ATTEMPT (C-HST-COUNT)
               MOVE C-TERM-COMPLETED TO C-HST-TERM (C-HST-COUNT)
               MOVE C-COURSE-NAME TO C-HST-COURSE-NAME (C-HST-COUNT)
               MOVE C-COURSE-CREDITS TO C-HST-CREDITS (C-HST-COUNT)
               MOVE C-COURSE-GPA TO C-HST-GPA (C-HST-COUNT)
               MOVE C-COURSE-STATUS TO C-HST-STATUS (C-HST-COUNT)
               MOVE C-ROW-SOURCE TO C-HST-SOURCE (C-HST-COUNT)
           ELSE
               ADD 1 TO C-HST-OVERFLOW.

       3260-ADD-CURRENT-ROW.
           IF C-CUR-COUNT < 10
               ADD 1 TO C-CUR-COUNT
               MOVE 'C' TO C-CUR-TYPE (C-CUR-COUNT)
               MOVE C-COURSE-ID TO C-CUR-COURSE-ID (C-CUR-COUNT)
               MOVE C-COURSE-NAME TO C-CUR-COURSE-NAME (C-CUR-COUNT)
               MOVE C-TERM-COMPLETED TO C-CUR-TERM (C-CUR-COUNT)
               MOVE C-YEAR-COMPLETED TO C-CUR-YEAR (C-CUR-COUNT)
               MOVE C-COURSE-CREDITS TO C-CUR-CREDITS (C-CUR-COUNT)
               MOVE C-COURSE-STATUS TO C-CUR-STATUS (C-CUR-COUNT)
               MOVE ZERO TO C-CUR-WAIT-POS (C-CUR-COUNT)
               MOVE 'Y' TO C-CUR-POS-SET (C-CUR-COUNT)
           ELSE
               ADD 1 TO C-CUR-OVERFLOW.

      *----------------------------------------------------------------*
      *  THE ARCHIVE IS UNKEYED, SO IT IS READ FRONT TO BACK FOR EACH  *
      *  STUDENT SHOWN, THE SAME WAY CBLJRM26 AND CBLJRM30 DO.         *
      *----------------------------------------------------------------*
       3300-ARCHIVE-ROWS.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS = '00'
               MOVE 'Y' TO C-SCAN-MORE
               PERFORM 3310-ARCHIVE-READ
                   UNTIL NOT MORE-SCAN-RECS
               CLOSE ARCHIVE-FILE.

       3310-ARCHIVE-READ.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               MOVE ARCHIVE-REC TO COURSE-MAST
               IF C-STUDENT-ID = STUDENT-ID
                   MOVE 'ARCH' TO C-ROW-SOURCE
                   PERFORM 3250-ADD-HISTORY-ROW.

      *----------------------------------------------------------------*
      *  FIRST PASS PICKS UP THE STUDENT'S OWN ENTRIES, ANY TERM.      *
      *  SECOND PASS COUNTS, FOR EACH OF THEM, THE ENTRIES FOR THE     *
      *  SAME COURSE AND TERM UP TO AND INCLUDING THE STUDENT'S OWN.   *
      *----------------------------------------------------------------*
       3400-WAITLIST-ENTRIES.
           OPEN INPUT WAITLIST-FILE.
           IF WAIT-STATUS = '00'
               PERFORM 3410-WAIT-READ-OWN
                   UNTIL WAIT-STATUS NOT = '00'
               CLOSE WAITLIST-FILE
               IF C-WAIT-ROWS > ZERO
                   OPEN INPUT WAITLIST-FILE
                   PERFORM 3420-WAIT-READ-AHEAD
                       UNTIL WAIT-STATUS NOT = '00'
                   CLOSE WAITLIST-FILE.

       3410-WAIT-READ-OWN.
           READ WAITLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WL-STUDENT-ID = STUDENT-ID
                       PERFORM 3415-ADD-WAIT-ROW.

       3415-ADD-WAIT-ROW.
           IF C-CUR-COUNT < 10
               ADD 1 TO C-CUR-COUNT
               ADD 1 TO C-WAIT-ROWS
               MOVE 'W' TO C-CUR-TYPE (C-CUR-COUNT)
               MOVE WL-COURSE-ID TO C-CUR-COURSE-ID (C-CUR-COUNT)
               MOVE SPACES TO C-CUR-COURSE-NAME (C-CUR-COUNT)
               MOVE SPACE TO C-CUR-CREDITS (C-CUR-COUNT)
               IF CATALOG-FILE-ACTIVE
                   MOVE WL-COURSE-ID TO CAT-COURSE-ID
                   READ CATALOG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAT-COURSE-NAME
                               TO C-CUR-COURSE-NAME (C-CUR-COUNT)
                           MOVE CAT-COURSE-CREDITS
                               TO C-CUR-CREDITS (C-CUR-COUNT)
                   END-READ
               END-IF
               MOVE WL-TERM TO C-CUR-TERM (C-CUR-COUNT)
               MOVE WL-YEAR TO C-CUR-YEAR (C-CUR-COUNT)
               MOVE SPACE TO C-CUR-STATUS (C-CUR-COUNT)
               MOVE ZERO TO C-CUR-WAIT-POS (C-CUR-COUNT)
               MOVE 'N' TO C-CUR-POS-SET (C-CUR-COUNT)
           ELSE
               ADD 1 TO C-CUR-OVERFLOW.

       3420-WAIT-READ-AHEAD.
           READ WAITLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 3430-WAIT-COUNT-AHEAD
                       VARYING C-SUB2 FROM 1 BY 1
                           UNTIL C-SUB2 > C-CUR-COUNT.

       3430-WAIT-COUNT-AHEAD.
           IF C-CUR-TYPE (C-SUB2) = 'W'
               AND C-CUR-POS-SET (C-SUB2) = 'N'
               AND C-CUR-COURSE-ID (C-SUB2) = WL-COURSE-ID
               AND C-CUR-TERM (C-SUB2) = WL-TERM
               AND C-CUR-YEAR (C-SUB2) = WL-YEAR
                   ADD 1 TO C-CUR-WAIT-POS (C-SUB2)
                   IF WL-STUDENT-ID = STUDENT-ID
                       MOVE 'Y' TO C-CUR-POS-SET (C-SUB2).

      *----------------------------------------------------------------*
      *  STANDING ROWS ARE KEYED IN TERM ORDER, SO THE LAST ONE READ   *
      *  FOR THE STUDENT IS THE LATEST.                                *
      *----------------------------------------------------------------*
       3500-LATEST-STANDING.
           MOVE STUDENT-ID TO STND-STUDENT-ID.
           MOVE ZERO TO STND-YEAR.
           MOVE ZERO TO STND-TERM-SEQ.
           START STANDING-FILE
               KEY IS >= STND-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE
                       PERFORM 3510-STANDING-READ
                           UNTIL NOT MORE-SCAN-RECS.

       3510-STANDING-READ.
           READ STANDING-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF STND-STUDENT-ID NOT = STUDENT-ID
                   MOVE 'N' TO C-SCAN-MORE
               ELSE
                   MOVE 'Y' TO C-STND-FOUND
                   MOVE STANDING-REC TO C-LAST-STANDING.

       3600-TRANSFER-TOTALS.
           MOVE STUDENT-ID TO XF-STUDENT-ID.
           MOVE ZERO TO XF-SEQ-NO.
           START TRANSFER-FILE
               KEY > XF-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE
                       PERFORM 3610-TRANSFER-READ
                           UNTIL NOT MORE-SCAN-RECS.

       3610-TRANSFER-READ.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF XF-STUDENT-ID NOT = STUDENT-ID
                   MOVE 'N' TO C-SCAN-MORE
               ELSE
                   ADD 1 TO C-XF-COURSES
                   ADD XF-CREDITS TO C-XF-HOURS.

       3700-SORT-HISTORY.
           PERFORM 3710-SORT-PASS
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB NOT < C-HST-COUNT.

       3710-SORT-PASS.
           PERFORM 3720-SORT-COMPARE
               VARYING C-SUB2 FROM 1 BY 1
                   UNTIL C-SUB2 NOT < C-HST-COUNT.

       3720-SORT-COMPARE.
           COMPUTE C-SUB3 = C-SUB2 + 1.
           IF C-HST-KEY (C-SUB2) > C-HST-KEY (C-SUB3)
               MOVE C-HST-ENTRY (C-SUB2) TO C-HST-SWAP
               MOVE C-HST-ENTRY (C-SUB3) TO C-HST-ENTRY (C-SUB2)
               MOVE C-HST-SWAP TO C-HST-ENTRY (C-SUB3).

      *----------------------------------------------------------------*
      *  BUILD THE VIEW, SHOW IT, AND ACT ON THE CLERK'S CHOICE.       *
      *----------------------------------------------------------------*
       3900-VIEW-CYCLE.
           MOVE SPACES TO BODY-AREA.
           IF STUDENT-CONFIDENTIAL
               PERFORM 4300-BUILD-CONFIDENTIAL-VIEW
           ELSE
               IF HISTORY-VIEW
                   PERFORM 4200-BUILD-HISTORY-VIEW
               ELSE
                   PERFORM 4000-BUILD-STUDENT-VIEW.
           MOVE SPACE TO C-INQ-CHOICE.
           DISPLAY RECORD-SCREEN.
           ACCEPT RECORD-SCREEN.
           MOVE SPACES TO C-SCR-MESSAGE.
           INSPECT C-INQ-CHOICE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE C-INQ-CHOICE
               WHEN 'N'
                   PERFORM 2300-NEXT-NAME-MATCH
               WHEN 'H'
                   IF STUDENT-CONFIDENTIAL
                       MOVE C-CONFIDENTIAL-TEXT TO C-SCR-MESSAGE
                   ELSE
                       MOVE 'H' TO C-VIEW
                       MOVE 1 TO C-HST-PAGE
                   END-IF
               WHEN 'S'
                   MOVE 'S' TO C-VIEW
               WHEN 'F'
                   IF HISTORY-VIEW AND C-HST-PAGE < C-HST-PAGES
                       ADD 1 TO C-HST-PAGE
                   ELSE
                       MOVE 'NO FURTHER PAGE' TO C-SCR-MESSAGE
                   END-IF
               WHEN 'B'
                   IF HISTORY-VIEW AND C-HST-PAGE > 1
                       SUBTRACT 1 FROM C-HST-PAGE
                   ELSE
                       MOVE 'NO EARLIER PAGE' TO C-SCR-MESSAGE
                   END-IF
               WHEN 'I'
                   MOVE 'Y' TO C-LEAVE-STUDENT
               WHEN 'X'
                   MOVE 'Y' TO C-LEAVE-STUDENT
                   MOVE 'Y' TO C-INQUIRY-DONE
               WHEN OTHER
                   MOVE 'CHOOSE ONE OF THE LETTERS SHOWN BELOW'
                       TO C-SCR-MESSAGE.

       4000-BUILD-STUDENT-VIEW.
           PERFORM 4400-BUILD-ID-LINE.
           MOVE STUDENT-PROGRAM-CODE TO O-STU-PROGRAM.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO O-STU-NAME.
           MOVE STUD-LINE-1 TO C-BODY-LINE (1).

           MOVE STUDENT-TERM-LAST-ATT TO C-WORK-TERM-CODE.
           MOVE STUDENT-YEAR-LAST-ATT TO C-WORK-TERM-YEAR.
           MOVE C-WORK-TERM TO O-STU-LAST-ATT.
           MOVE STUDENT-CUM-GPA TO O-STU-GPA.
           MOVE STUDENT-TOT-CREDITS TO O-STU-CREDITS.
           IF STUDENT-NO-HOLD
               MOVE 'NONE' TO O-STU-HOLD
           ELSE
               IF STUDENT-SUSPENDED-HOLD
                   MOVE 'SUSPENDED' TO O-STU-HOLD
               ELSE
                   MOVE SPACES TO O-STU-HOLD
                   STRING 'HOLD CODE ' STUDENT-HOLD-FLAG
                       DELIMITED BY SIZE INTO O-STU-HOLD.
           MOVE STUD-LINE-2 TO C-BODY-LINE (2).

           IF STUDENT-GRAD-DATE = ZERO
               MOVE 'NO' TO O-STU-GRAD
           ELSE
               MOVE STUDENT-GRAD-DATE (1:4) TO C-WORK-GRAD-YEAR
               MOVE STUDENT-GRAD-DATE (5:2) TO C-WORK-GRAD-MONTH
               MOVE STUDENT-GRAD-DATE (7:2) TO C-WORK-GRAD-DAY
               MOVE C-WORK-GRAD TO O-STU-GRAD.
           MOVE C-XF-HOURS TO O-STU-XF-HOURS.
           MOVE C-XF-COURSES TO O-STU-XF-COURSES.
           MOVE STUD-LINE-3 TO C-BODY-LINE (3).

           IF STANDING-FOUND
               MOVE C-LAST-STANDING TO STANDING-REC
               MOVE STND-TERM TO C-WORK-TERM-CODE
               MOVE STND-YEAR TO C-WORK-TERM-YEAR
               MOVE C-WORK-TERM TO O-STU-STND-TERM
               EVALUATE TRUE
                   WHEN STND-GOOD
                       MOVE 'GOOD STANDING' TO O-STU-STND-TEXT
                   WHEN STND-DEANS-LIST
                       MOVE 'DEANS LIST' TO O-STU-STND-TEXT
                   WHEN STND-PROBATION
                       MOVE 'PROBATION' TO O-STU-STND-TEXT
                   WHEN STND-SUSPENSION
                       MOVE 'SUSPENSION' TO O-STU-STND-TEXT
                   WHEN OTHER
                       MOVE STND-STATUS TO O-STU-STND-TEXT
               END-EVALUATE
               MOVE STND-GPA TO O-STU-STND-GPA
               MOVE STND-PROB-COUNT TO O-STU-STND-PROB
               MOVE STUD-LINE-4 TO C-BODY-LINE (4)
           ELSE
               MOVE NO-STANDING-LINE TO C-BODY-LINE (4).

           MOVE C-CURR-TERM TO C-WORK-TERM-CODE.
           MOVE C-CURR-YEAR TO C-WORK-TERM-YEAR.
           MOVE C-WORK-TERM TO O-CUR-TITLE-TERM.
           MOVE CUR-TITLE-LINE TO C-BODY-LINE (6).
           IF C-CUR-COUNT = ZERO
               MOVE CUR-NONE-LINE TO C-BODY-LINE (7)
           ELSE
               MOVE CUR-COL-HDG TO C-BODY-LINE (7)
               PERFORM 4100-BUILD-CURRENT-LINE
                   VARYING C-SUB FROM 1 BY 1
                       UNTIL C-SUB > C-CUR-COUNT.

           MOVE 'N=NEXT MATCH  H=HISTORY  I=NEW INQUIRY  X=EXIT'
               TO C-SCR-PROMPT.
           IF C-CUR-OVERFLOW > ZERO AND C-SCR-MESSAGE = SPACES
               MOVE 'MORE CURRENT ROWS THAN FIT - SEE COURSE HISTORY'
                   TO C-SCR-MESSAGE.

       4100-BUILD-CURRENT-LINE.
           MOVE C-CUR-COURSE-ID (C-SUB) TO O-CUR-COURSE-ID.
           MOVE C-CUR-COURSE-NAME (C-SUB) TO O-CUR-COURSE-NAME.
           MOVE C-CUR-TERM (C-SUB) TO C-WORK-TERM-CODE.
           MOVE C-CUR-YEAR (C-SUB) TO C-WORK-TERM-YEAR.
           MOVE C-WORK-TERM TO O-CUR-TERM.
           MOVE C-CUR-CREDITS (C-SUB) TO O-CUR-CREDITS.
           MOVE SPACES TO O-CUR-WAIT-POS.
           IF C-CUR-TYPE (C-SUB) = 'W'
               MOVE 'WAITLISTED' TO O-CUR-STATUS
               MOVE C-CUR-WAIT-POS (C-SUB) TO C-WORK-POS-NO
               MOVE C-WORK-POS TO O-CUR-WAIT-POS
           ELSE
               MOVE C-CUR-STATUS (C-SUB) TO C-STATUS-CODE
               PERFORM 4500-STATUS-TEXT
               MOVE C-STATUS-TEXT TO O-CUR-STATUS.
           COMPUTE C-LINE-SUB = C-SUB + 7.
           MOVE CUR-DETAIL-LINE TO C-BODY-LINE (C-LINE-SUB).

       4200-BUILD-HISTORY-VIEW.
           PERFORM 4400-BUILD-ID-LINE.
           MOVE STUDENT-PROGRAM-CODE TO O-STU-PROGRAM.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO O-STU-NAME.
           MOVE STUD-LINE-1 TO C-BODY-LINE (1).
           MOVE C-HST-PAGE TO O-HST-PAGE.
           MOVE C-HST-PAGES TO O-HST-PAGES.
           MOVE C-HST-COUNT TO O-HST-ROWS.
           MOVE HST-TITLE-LINE TO C-BODY-LINE (2).
           IF C-HST-COUNT = ZERO
               MOVE HST-NONE-LINE TO C-BODY-LINE (3)
           ELSE
               MOVE HST-COL-HDG TO C-BODY-LINE (3)
               COMPUTE C-SUB = (C-HST-PAGE - 1) * C-HST-PER-PAGE + 1
               MOVE 4 TO C-LINE-SUB
               PERFORM 4210-BUILD-HISTORY-LINE
                   UNTIL C-SUB > C-HST-COUNT OR C-LINE-SUB > 17.
           MOVE 'F=FORWARD  B=BACK  S=STUDENT  I=NEW INQUIRY  X=EXIT'
               TO C-SCR-PROMPT.
           IF C-HST-OVERFLOW > ZERO AND C-SCR-MESSAGE = SPACES
               MOVE 'HISTORY HOLDS MORE ROWS THAN THE 200 SHOWN'
                   TO C-SCR-MESSAGE.

       4210-BUILD-HISTORY-LINE.
           MOVE C-HST-TERM (C-SUB) TO C-WORK-TERM-CODE.
           MOVE C-HST-YEAR (C-SUB) TO C-WORK-TERM-YEAR.
           MOVE C-WORK-TERM TO O-HST-TERM.
           MOVE C-HST-COURSE-ID (C-SUB) TO O-HST-COURSE-ID.
           MOVE C-HST-COURSE-NAME (C-SUB) TO O-HST-COURSE-NAME.
           MOVE C-HST-CREDITS (C-SUB) TO O-HST-CREDITS.
           MOVE C-HST-STATUS (C-SUB) TO C-STATUS-CODE.
           IF C-STATUS-CODE = 'C' OR C-STATUS-CODE = SPACE
               MOVE C-HST-GPA (C-SUB) TO O-HST-GRADE
           ELSE
               MOVE SPACES TO O-HST-GRADE-X.
           MOVE C-HST-ATTEMPT (C-SUB) TO O-HST-ATTEMPT.
           PERFORM 4500-STATUS-TEXT.
           MOVE C-STATUS-TEXT TO O-HST-STATUS.
           MOVE C-HST-SOURCE (C-SUB) TO O-HST-SOURCE.
           MOVE HST-DETAIL-LINE TO C-BODY-LINE (C-LINE-SUB).
           ADD 1 TO C-SUB.
           ADD 1 TO C-LINE-SUB.

       4300-BUILD-CONFIDENTIAL-VIEW.
           PERFORM 4400-BUILD-ID-LINE.
           MOVE C-CONFIDENTIAL-TEXT TO O-STU-NAME.
           MOVE SPACES TO O-STU-PROGRAM.
           MOVE STUD-LINE-1 TO C-BODY-LINE (1).
           MOVE 'N=NEXT MATCH  I=NEW INQUIRY  X=EXIT'
               TO C-SCR-PROMPT.

       4400-BUILD-ID-LINE.
           MOVE SPACES TO O-STU-ID.
           MOVE SPACES TO O-STU-NAME.
           STRING STUDENT-ID-1 DELIMITED BY SPACES
             '-' STUDENT-ID-2 DELIMITED BY SPACES
             '-' STUDENT-ID-3 DELIMITED BY SPACES
                   INTO O-STU-ID.

       4500-STATUS-TEXT.
           EVALUATE C-STATUS-CODE
               WHEN 'E'
                   MOVE 'ENROLLED' TO C-STATUS-TEXT
               WHEN 'C'
                   MOVE 'COMPLETED' TO C-STATUS-TEXT
               WHEN SPACE
                   MOVE 'COMPLETED' TO C-STATUS-TEXT
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO C-STATUS-TEXT
               WHEN 'I'
                   MOVE 'INCOMPLETE' TO C-STATUS-TEXT
               WHEN OTHER
                   MOVE C-STATUS-CODE TO C-STATUS-TEXT.

       5000-CLOSING.
           IF RETURN-CODE = ZERO
               CLOSE STUDENT-FILE
               CLOSE COURSE-FILE
               IF CATALOG-FILE-ACTIVE
                   CLOSE CATALOG-FILE
               END-IF
               IF STANDING-FILE-ACTIVE
                   CLOSE STANDING-FILE
               END-IF
               IF XFER-FILE-ACTIVE
                   CLOSE TRANSFER-FILE.

       9100-STUDENT-READ-NEXT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-NAME-MORE.
           IF MORE-NAME-MATCHES
               IF STUDNET-LNAME(1:C-NAME-LEN) NOT =
                       C-INQ-NAME(1:C-NAME-LEN)
                   MOVE 'N' TO C-NAME-MORE.
