      *          VALIDATED BEFORE ANY MASTER I-O; REJECTS GO TO THE     *
      *          EXCEPTION REPORT AND GOOD ACTIONS TO THE               *
      *          MAINTENANCE REGISTER.  A DELETE IS REFUSED WHILE       *
      *          THE STUDENT STILL HAS ROWS ON STCOURSE.DAT.  A         *
      *          DEGREE PROGRAM CODE ON THE CARD MUST HAVE ITS HEADER   *
      *          ON THE DEGREQ.DAT DEGREE REQUIREMENTS FILE.  THE       *
      *          GRADUATION DATE IS POSTED HERE FOR THE CBLJRM29        *
      *          CLEARINGHOUSE EXTRACT, AND THE FERPA PRIVACY BLOCK IS  *
      *          SET AND RELEASED HERE.                                 *
      *                                                                 *
      *******************************************************************

               RECORD KEY IS C-KEY
               FILE STATUS IS RESPONSE-CODE.

           SELECT DEGREE-FILE
               ASSIGN TO "C:\COBOL LL\DEGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DEG-KEY
               FILE STATUS IS DEGR-STATUS.

           SELECT MAINT-TRAN-FILE
               ASSIGN TO "C:\COBOL LL\STUDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

           DATA RECORD IS COURSE-MAST.
       COPY 'CBLCRSE.CPY'.

       FD  DEGREE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS DEGREE-MAST.
       COPY 'CBLDEGR.CPY'.

       FD  MAINT-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS MAINT-TRAN-REC.

      *    THE HOLD ACTION ON A CHANGE CARD WORKS THE REGISTRATION
      *    HOLD FLAG: 'S' SETS IT, 'N' CLEARS IT, SPACE LEAVES IT
      *    AS CBLJRM07'S STANDING RUN LAST SET IT.  THE PROGRAM CODE
      *    DECLARES OR MOVES THE STUDENT'S DEGREE PROGRAM; SPACES ON
      *    A CHANGE CARD LEAVE THE PROGRAM ON FILE AS IT IS.  THE
      *    GRADUATION DATE (YYYYMMDD) WORKS THE SAME WAY - SPACES
      *    LEAVE THE DATE ON FILE, ALL ZEROS TAKE IT OFF AGAIN.  THE
      *    PRIVACY ACTION WORKS THE FERPA BLOCK LIKE THE HOLD ACTION:
      *    'Y' SETS IT WHEN THE STUDENT FILES A NON-RELEASE REQUEST,
      *    'N' RELEASES IT, SPACE LEAVES IT AS IT IS.
       01  MAINT-TRAN-REC.
           05  SM-STUD-ID              PIC X(06).
           05  SM-ACTION-CODE          PIC X(01).
               88  SM-HOLD-KEEP                VALUE SPACE.
               88  SM-HOLD-SET                 VALUE 'S'.
               88  SM-HOLD-CLEAR               VALUE 'N'.
           05  SM-PROGRAM-CODE         PIC X(04).
           05  SM-GRAD-DATE            PIC X(08).
           05  SM-GRAD-DATE-N REDEFINES SM-GRAD-DATE.
               10  SM-GRAD-YEAR        PIC 9(04).
               10  SM-GRAD-MONTH       PIC 9(02).
               10  SM-GRAD-DAY         PIC 9(02).
           05  SM-PRIVACY-ACTION       PIC X(01).
               88  SM-PRIVACY-KEEP             VALUE SPACE.
               88  SM-PRIVACY-SET              VALUE 'Y'.
               88  SM-PRIVACY-CLEAR            VALUE 'N'.

       FD  REGISTER-PRTOUT
           LABEL RECORD IS OMITTED
       01  C-HAS-COURSES           PIC X         VALUE 'N'.
           88  STUDENT-HAS-COURSES                VALUE 'Y'.

       01  C-DEGR-ACTIVE           PIC X         VALUE 'N'.
           88  DEGREE-FILE-ACTIVE                 VALUE 'Y'.

       01  DEGR-STATUS             PIC XX.

       01  C-GRAD-DATE             PIC 9(08)     VALUE ZERO.
       01  C-GRAD-DATE-R REDEFINES C-GRAD-DATE.
           05  C-GRAD-YEAR         PIC 9(04).
           05  C-GRAD-MONTH        PIC 9(02).
           05  C-GRAD-DAY          PIC 9(02).

       01  ERROR-CONTROL.
           05  C-ERR-CODE          PIC X(04)     VALUE SPACES.
           05  C-ERR-DESC          PIC X(40)     VALUE SPACES.
           05 FILLER             PIC X(12)     VALUES "STUDENT NAME".
           05 FILLER             PIC X(32)     VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "TERM/YEAR".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "PROGRAM".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "GRAD DATE".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "PRIVACY".
           05 FILLER             PIC X(21)     VALUES SPACES.

       01 REGISTER-DETAIL-LINE.
           05 O-REG-ACTION       PIC X(7).
           05 O-REG-NAME         PIC X(40).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-REG-TERM-YEAR    PIC X(7).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-REG-PROGRAM      PIC X(4).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-REG-GRAD-DATE    PIC X(10).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-PRIVACY      PIC X(12).
           05 FILLER             PIC X(16)     VALUES SPACES.

       01 EXCEPTION-COL-HDG.
           05 FILLER             PIC X(6)      VALUES "REASON".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-EXC-DESC         PIC X(40).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-EXC-TRAN-IMAGE   PIC X(68).
           05 FILLER             PIC X(12)     VALUES SPACES.

       01 CONTROL-RPT-HDG.
           05 FILLER           PIC X(30)       VALUES
           OPEN INPUT MAINT-TRAN-FILE.
           OPEN I-O STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT DEGREE-FILE.
           IF DEGR-STATUS = '00'
               MOVE 'Y' TO C-DEGR-ACTIVE.
           OPEN OUTPUT REGISTER-PRTOUT.
           OPEN OUTPUT EXCEPTION-PRTOUT.

                   MOVE 'MT13' TO C-ERR-CODE
                   MOVE 'HOLD ACTION NOT S, N, OR BLANK'
                       TO C-ERR-DESC.
           IF VALID-MAINT-FIELDS AND SM-PROGRAM-CODE NOT = SPACES
               PERFORM 2070-CHECK-PROGRAM.
           IF VALID-MAINT-FIELDS AND SM-GRAD-DATE NOT = SPACES
               AND SM-GRAD-DATE NOT = '00000000'
               IF SM-GRAD-DATE NOT NUMERIC
                   OR SM-GRAD-YEAR < 1900 OR SM-GRAD-YEAR > 2099
                   OR SM-GRAD-MONTH < 01 OR SM-GRAD-MONTH > 12
                   OR SM-GRAD-DAY < 01 OR SM-GRAD-DAY > 31
                       MOVE 'N' TO C-FIELDS-VALID
                       MOVE 'MT15' TO C-ERR-CODE
                       MOVE 'GRADUATION DATE NOT A VALID YYYYMMDD'
                           TO C-ERR-DESC.
           IF VALID-MAINT-FIELDS
               AND NOT SM-PRIVACY-KEEP AND NOT SM-PRIVACY-SET
               AND NOT SM-PRIVACY-CLEAR
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'MT16' TO C-ERR-CODE
                   MOVE 'PRIVACY ACTION NOT Y, N, OR BLANK'
                       TO C-ERR-DESC.

      *----------------------------------------------------------------*
      *  A PROGRAM CODE IS GOOD ONLY IF ITS HEADER ROW IS ON THE       *
      *  DEGREE REQUIREMENTS FILE, SO EVERY STUDENT WITH A PROGRAM     *
      *  CAN BE AUDITED BY CBLJRM26.                                   *
      *----------------------------------------------------------------*
       2070-CHECK-PROGRAM.
           MOVE 'N' TO C-FIELDS-VALID.
           IF DEGREE-FILE-ACTIVE
               MOVE SM-PROGRAM-CODE TO DEG-PROGRAM-CODE
               MOVE SPACES TO DEG-COURSE-ID
               READ DEGREE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-FIELDS-VALID
               END-READ.
           IF NOT VALID-MAINT-FIELDS
               MOVE 'MT14' TO C-ERR-CODE
               MOVE 'PROGRAM CODE NOT ON DEGREE FILE'
                   TO C-ERR-DESC.

       2100-ADD-STUDENT.
           MOVE SM-STUD-ID TO STUDENT-ID.
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               MOVE SPACES TO STUDENT-PROGRAM-CODE
               MOVE ZERO TO STUDENT-GRAD-DATE
               MOVE SPACE TO STUDENT-PRIVACY-FLAG
               PERFORM 9300-BUILD-MASTER
               MOVE ZERO TO STUDENT-CUM-GPA
               MOVE ZERO TO STUDENT-TOT-CREDITS
           CLOSE MAINT-TRAN-FILE.
           CLOSE STUDENT-FILE.
           CLOSE COURSE-FILE.
           IF DEGREE-FILE-ACTIVE
               CLOSE DEGREE-FILE.
           CLOSE REGISTER-PRTOUT.
           CLOSE EXCEPTION-PRTOUT.

           ELSE
               IF SM-HOLD-CLEAR
                   MOVE SPACE TO STUDENT-HOLD-FLAG.
           IF SM-PROGRAM-CODE NOT = SPACES
               MOVE SM-PROGRAM-CODE TO STUDENT-PROGRAM-CODE.
           IF SM-GRAD-DATE NOT = SPACES
               MOVE SM-GRAD-DATE-N TO STUDENT-GRAD-DATE.
           IF SM-PRIVACY-SET
               MOVE 'Y' TO STUDENT-PRIVACY-FLAG
           ELSE
               IF SM-PRIVACY-CLEAR
                   MOVE SPACE TO STUDENT-PRIVACY-FLAG.

       9500-REGISTER-LINE.
           STRING STUDENT-ID-1 DELIMITED BY SPACES
           STRING STUDENT-TERM-LAST-ATT DELIMITED BY SPACES
             '/' STUDENT-YEAR-LAST-ATT DELIMITED BY SPACES
                      INTO O-REG-TERM-YEAR.
           MOVE STUDENT-PROGRAM-CODE TO O-REG-PROGRAM.
           MOVE SPACES TO O-REG-GRAD-DATE.
           IF STUDENT-GRAD-DATE NOT = ZERO
               MOVE STUDENT-GRAD-DATE TO C-GRAD-DATE
               STRING C-GRAD-MONTH '/' C-GRAD-DAY '/' C-GRAD-YEAR
                   DELIMITED BY SIZE INTO O-REG-GRAD-DATE.
           MOVE SPACES TO O-REG-PRIVACY.
           IF STUDENT-CONFIDENTIAL
               MOVE 'CONFIDENTIAL' TO O-REG-PRIVACY.
           WRITE PRTLINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
