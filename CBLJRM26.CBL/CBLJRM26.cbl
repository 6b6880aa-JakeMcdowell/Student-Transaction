       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM26.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          DEGREE AUDIT.  FOR EVERY STUDENT WITH A DEGREE         *
      *          PROGRAM ON STUDMAST.DAT (OR THE ONE STUDENT WHOSE ID   *
      *          IS GIVEN ON THE COMMAND LINE), MATCHES THE STUDENT'S   *
      *          WORK ON STCOURSE.DAT, THE STCRARCH.DAT ARCHIVE, AND    *
      *          STCRXFER.DAT TRANSFER CREDIT AGAINST THE PROGRAM'S     *
      *          DEGREQ.DAT REQUIREMENTS AND PRINTS ONE PAGE PER        *
      *          STUDENT SHOWING EACH REQUIRED COURSE, THE ELECTIVE     *
      *          CREDIT MINIMUM, THE TOTAL CREDITS, AND THE MINIMUM     *
      *          CUMULATIVE GPA AS MET, IN PROGRESS, OR OUTSTANDING.    *
      *          THE CUMULATIVE GPA IS THE STORED STUDENT-MAST FIGURE   *
      *          (RUN CBLJRM12 FIRST SO IT IS CURRENT).                 *
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
               FILE STATUS IS RESPONSE-CODE.

           SELECT ARCHIVE-FILE
               ASSIGN TO "C:\COBOL LL\STCRARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "C:\COBOL LL\STCRXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS XFER-STATUS.

           SELECT DEGREE-FILE
               ASSIGN TO "C:\COBOL LL\DEGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS DEGR-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS CATL-STATUS.

           SELECT AUDIT-PRTOUT
               ASSIGN TO "C:\COBOL\DEGAUDIT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

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

       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS TRANSFER-REC.
       COPY 'CBLXFER.CPY'.

       FD  DEGREE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS DEGREE-MAST.
       COPY 'CBLDEGR.CPY'.

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS CATALOG-MAST.
       COPY 'CBLCATL.CPY'.

       FD  AUDIT-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-STUD-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-AUDIT-CTR          PIC 9(06)    VALUE ZERO.
           05  C-NOPGM-CTR          PIC 9(06)    VALUE ZERO.
           05  C-BADPGM-CTR         PIC 9(06)    VALUE ZERO.
           05  C-COMPLETE-CTR       PIC 9(06)    VALUE ZERO.
           05  C-OVERFLOW-CTR       PIC 9(06)    VALUE ZERO.

       01  C-PARM-RAW              PIC X(06)     VALUE SPACES.
       01  C-SINGLE                PIC X         VALUE 'N'.
           88  SINGLE-STUDENT                     VALUE 'Y'.

       01  C-XFER-ACTIVE           PIC X         VALUE 'N'.
           88  XFER-FILE-ACTIVE                   VALUE 'Y'.
       01  C-DEGR-ACTIVE           PIC X         VALUE 'N'.
           88  DEGREE-FILE-ACTIVE                 VALUE 'Y'.
       01  C-CATL-ACTIVE           PIC X         VALUE 'N'.
           88  CATALOG-FILE-ACTIVE                VALUE 'Y'.

       01  C-SCAN-MORE             PIC X         VALUE 'N'.
           88  MORE-SCAN-RECS                     VALUE 'Y'.

       01  ARCH-STATUS             PIC XX.
       01  XFER-STATUS             PIC XX.
       01  DEGR-STATUS             PIC XX.
       01  CATL-STATUS             PIC XX.

      *----------------------------------------------------------------*
      *  THE PROGRAM'S REQUIRED COURSES, LOADED FROM DEGREQ.DAT FOR    *
      *  EACH STUDENT AUDITED.                                         *
      *----------------------------------------------------------------*
       01  REQUIREMENT-TABLE.
           05  C-REQ-COUNT         PIC 9(02)     VALUE ZERO.
           05  C-REQ-ENTRY OCCURS 40 TIMES.
               10  C-REQ-COURSE-ID PIC X(08).

      *----------------------------------------------------------------*
      *  THE STUDENT'S WORK, ONE ENTRY PER COURSE WHATEVER ITS SOURCE  *
      *  (LIVE, ARCHIVE, OR TRANSFER EQUIVALENT).  AN ATTEMPT          *
      *  COMPLETED WITH A PASSING GRADE (ABOVE 0.00) MARKS THE COURSE  *
      *  EARNED ('M'); AN ENROLLED ONE MARKS IT IN PROGRESS ('P')      *
      *  UNLESS IT IS ALREADY EARNED.  A RETAKE NEVER ADDS THE         *
      *  COURSE'S CREDITS TWICE.  FAILED, WITHDRAWN, AND INCOMPLETE    *
      *  ATTEMPTS EARN NOTHING AND ARE NOT ENTERED.                    *
      *----------------------------------------------------------------*
       01  HISTORY-TABLE.
           05  C-HIST-COUNT        PIC 9(03)     VALUE ZERO.
           05  C-HIST-ENTRY OCCURS 100 TIMES.
               10  C-HIST-COURSE-ID PIC X(08).
               10  C-HIST-STATE    PIC X(01).
                   88  HIST-EARNED                VALUE 'M'.
                   88  HIST-IN-PROGRESS           VALUE 'P'.
               10  C-HIST-CREDITS  PIC 9(01).

       01  C-SUB                   PIC 9(03)     VALUE ZERO.
       01  C-RSUB                  PIC 9(02)     VALUE ZERO.
       01  C-SEARCH-ID             PIC X(08)     VALUE SPACES.
       01  C-NEW-STATE             PIC X(01)     VALUE SPACE.
       01  C-NEW-CREDITS           PIC 9(01)     VALUE ZERO.
       01  C-FOUND                 PIC X         VALUE 'N'.
           88  ENTRY-FOUND                        VALUE 'Y'.
       01  C-REQ-FOUND             PIC X         VALUE 'N'.
           88  REQ-ENTRY-FOUND                    VALUE 'Y'.

       01  AUDIT-TOTALS.
           05  C-EARNED-CREDITS    PIC 9(03)     VALUE ZERO.
           05  C-INPROG-CREDITS    PIC 9(03)     VALUE ZERO.
           05  C-ELEC-EARNED       PIC 9(03)     VALUE ZERO.
           05  C-ELEC-INPROG       PIC 9(03)     VALUE ZERO.
           05  C-MET-CTR           PIC 9(02)     VALUE ZERO.
           05  C-PROG-CTR          PIC 9(02)     VALUE ZERO.
           05  C-OUT-CTR           PIC 9(02)     VALUE ZERO.

       01  C-EDIT-CREDITS          PIC ZZ9.
       01  C-EDIT-GPA              PIC 9.99.

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
           05      FILLER          PIC X(20)     VALUE SPACES.
           05      FILLER          PIC X(20)     VALUE "DEGREE AUDIT".
           05      FILLER          PIC X(40)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 STUDENT-HDG-LINE.
           05 FILLER             PIC X(12)     VALUES "STUDENT ID: ".
           05 O-STUDENT-ID       PIC X(8).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "NAME: ".
           05 O-STUDENT-NAME     PIC X(40).
           05 FILLER             PIC X(60)     VALUES SPACES.

       01 PROGRAM-HDG-LINE.
           05 FILLER             PIC X(12)     VALUES "PROGRAM:    ".
           05 O-PROGRAM-CODE     PIC X(4).
           05 FILLER             PIC X(3)      VALUES " - ".
           05 O-PROGRAM-NAME     PIC X(30).
           05 FILLER             PIC X(83)     VALUES SPACES.

       01 AUDIT-COL-HDG.
           05 FILLER             PIC X(18)     VALUES "REQUIREMENT".
           05 FILLER             PIC X(10)     VALUES "COURSE".
           05 FILLER             PIC X(32)     VALUES "DESCRIPTION".
           05 FILLER             PIC X(9)      VALUES "NEEDED".
           05 FILLER             PIC X(9)      VALUES "EARNED".
           05 FILLER             PIC X(10)     VALUES "IN PROG".
           05 FILLER             PIC X(11)     VALUES "STATUS".
           05 FILLER             PIC X(33)     VALUES SPACES.

       01 AUDIT-DETAIL-LINE.
           05 O-AUD-TYPE         PIC X(18).
           05 O-AUD-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-AUD-DESC         PIC X(30).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-AUD-NEEDED       PIC X(6).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-AUD-EARNED       PIC X(6).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-AUD-INPROG       PIC X(6).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-AUD-STATUS       PIC X(11).
           05 FILLER             PIC X(33)     VALUES SPACES.

       01 AUDIT-RESULT-LINE.
           05 FILLER             PIC X(20)     VALUES
                                               "REQUIREMENTS MET: ".
           05 O-RES-MET          PIC Z9.
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(13)     VALUES "IN PROGRESS: ".
           05 O-RES-PROG         PIC Z9.
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(13)     VALUES "OUTSTANDING: ".
           05 O-RES-OUT          PIC Z9.
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-RES-TEXT         PIC X(30).
           05 FILLER             PIC X(38)     VALUES SPACES.

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
               UNTIL MORE-RECS = "NO ".
           PERFORM 5000-CLOSING.
           STOP RUN.

      *----------------------------------------------------------------*
      *  A STUDENT ID ON THE COMMAND LINE AUDITS THAT STUDENT ALONE.   *
      *  WITH NO PARAMETER EVERY STUDENT ON THE MASTER IS TAKEN IN     *
      *  STUDENT-ID ORDER.  DEGREQ.DAT MUST BE ON FILE TO AUDIT.       *
      *----------------------------------------------------------------*
       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           ACCEPT C-PARM-RAW FROM COMMAND-LINE.

           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT DEGREE-FILE.
           IF DEGR-STATUS = '00'
               MOVE 'Y' TO C-DEGR-ACTIVE.
           OPEN INPUT TRANSFER-FILE.
           IF XFER-STATUS = '00'
               MOVE 'Y' TO C-XFER-ACTIVE.
           OPEN INPUT CATALOG-FILE.
           IF CATL-STATUS = '00'
               MOVE 'Y' TO C-CATL-ACTIVE.
           OPEN OUTPUT AUDIT-PRTOUT.

           MOVE "YES" TO MORE-RECS.
           IF NOT DEGREE-FILE-ACTIVE
               DISPLAY 'DEGREE AUDIT - DEGREQ.DAT NOT AVAILABLE - '
                   'STATUS ' DEGR-STATUS ' - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               MOVE "NO " TO MORE-RECS
           ELSE
               IF C-PARM-RAW NOT = SPACES
                   PERFORM 1100-SINGLE-STUDENT
               ELSE
                   PERFORM 1200-POSITION-STUDENTS.

       1100-SINGLE-STUDENT.
           MOVE 'Y' TO C-SINGLE.
           MOVE C-PARM-RAW TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'DEGREE AUDIT - STUDENT NOT FOUND: '
                       C-PARM-RAW
                   MOVE "NO " TO MORE-RECS.

       1200-POSITION-STUDENTS.
           MOVE LOW-VALUES TO STUDENT-ID.
           START STUDENT-FILE
               KEY IS >= STUDENT-ID
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       PERFORM 9500-STUDENT-READ.

       2000-MAINLINE.
           ADD 1 TO C-STUD-READ-CTR.
           IF STUDENT-PROGRAM-CODE = SPACES
               ADD 1 TO C-NOPGM-CTR
               IF SINGLE-STUDENT
                   DISPLAY 'DEGREE AUDIT - NO PROGRAM DECLARED FOR '
                       STUDENT-ID
               END-IF
           ELSE
               PERFORM 3000-AUDIT-STUDENT.
           IF SINGLE-STUDENT
               MOVE "NO " TO MORE-RECS
           ELSE
               PERFORM 9500-STUDENT-READ.

       3000-AUDIT-STUDENT.
           MOVE STUDENT-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF DEGR-STATUS NOT = '00'
               ADD 1 TO C-BADPGM-CTR
               DISPLAY 'DEGREE AUDIT - PROGRAM ' STUDENT-PROGRAM-CODE
                   ' NOT ON DEGREQ.DAT - STUDENT ' STUDENT-ID
           ELSE
               ADD 1 TO C-AUDIT-CTR
               MOVE DEG-PROGRAM-NAME TO O-PROGRAM-NAME
               PERFORM 9600-HDG
               PERFORM 3100-LOAD-REQUIREMENTS
               MOVE ZERO TO C-HIST-COUNT
               MOVE ZERO TO C-EARNED-CREDITS
               MOVE ZERO TO C-INPROG-CREDITS
               MOVE ZERO TO C-ELEC-EARNED
               MOVE ZERO TO C-ELEC-INPROG
               PERFORM 3200-LIVE-HISTORY
               PERFORM 3300-ARCHIVE-HISTORY
               IF XFER-FILE-ACTIVE
                   PERFORM 3400-TRANSFER-HISTORY
               END-IF
               PERFORM 3600-TALLY-CREDITS
               PERFORM 4000-PRINT-AUDIT.

      *----------------------------------------------------------------*
      *  THE HEADER READ ABOVE IS THE FIRST KEY OF THE PROGRAM, SO     *
      *  THE COURSE ROWS FOLLOW IT UNTIL THE PROGRAM CODE CHANGES.     *
      *  THE HEADER FIGURES ARE SAVED FIRST SINCE THE SCAN MOVES THE   *
      *  RECORD AREA; THE HEADER IS RE-READ AFTERWARDS.                *
      *----------------------------------------------------------------*
       3100-LOAD-REQUIREMENTS.
           MOVE ZERO TO C-REQ-COUNT.
           START DEGREE-FILE
               KEY IS > DEG-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE
                       PERFORM 3110-REQUIREMENT-READ
                           UNTIL NOT MORE-SCAN-RECS.
           MOVE STUDENT-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.

       3110-REQUIREMENT-READ.
           READ DEGREE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF DEG-PROGRAM-CODE NOT = STUDENT-PROGRAM-CODE
                   MOVE 'N' TO C-SCAN-MORE
               ELSE
                   IF C-REQ-COUNT < 40
                       ADD 1 TO C-REQ-COUNT
                       MOVE DEG-COURSE-ID
                           TO C-REQ-COURSE-ID (C-REQ-COUNT)
                   ELSE
                       ADD 1 TO C-OVERFLOW-CTR
                       DISPLAY 'DEGREE AUDIT - REQUIREMENT TABLE FULL '
                           'AT 40 COURSES - ' DEG-COURSE-ID
                           ' NOT AUDITED FOR ' STUDENT-PROGRAM-CODE.

       3200-LIVE-HISTORY.
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
                   PERFORM 3250-POST-COURSE-ROW.

       3250-POST-COURSE-ROW.
           MOVE SPACE TO C-NEW-STATE.
           IF C-STAT-COMPLETED AND C-COURSE-GPA > ZERO
               MOVE 'M' TO C-NEW-STATE.
           IF C-STAT-ENROLLED
               MOVE 'P' TO C-NEW-STATE.
           IF C-NEW-STATE NOT = SPACE
               MOVE C-COURSE-ID TO C-SEARCH-ID
               MOVE C-COURSE-CREDITS TO C-NEW-CREDITS
               PERFORM 3500-POST-HISTORY.

      *----------------------------------------------------------------*
      *  THE ARCHIVE IS UNKEYED, SO IT IS READ FRONT TO BACK FOR EACH  *
      *  STUDENT AUDITED, THE SAME WAY CBLJRM06 DOES FOR A FULL        *
      *  TRANSCRIPT.                                                   *
      *----------------------------------------------------------------*
       3300-ARCHIVE-HISTORY.
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
                   PERFORM 3250-POST-COURSE-ROW.

      *----------------------------------------------------------------*
      *  TRANSFER CREDIT WITH AN EQUIVALENT COURSE STANDS IN FOR THAT  *
      *  COURSE; WITHOUT ONE IT IS ENTERED UNDER A BLANK COURSE ID     *
      *  AND SO COUNTS AS ELECTIVE CREDIT ONLY.                        *
      *----------------------------------------------------------------*
       3400-TRANSFER-HISTORY.
           MOVE STUDENT-ID TO XF-STUDENT-ID.
           MOVE ZERO TO XF-SEQ-NO.
           START TRANSFER-FILE
               KEY > XF-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE
                       PERFORM 3410-TRANSFER-READ
                           UNTIL NOT MORE-SCAN-RECS.

       3410-TRANSFER-READ.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF XF-STUDENT-ID NOT = STUDENT-ID
                   MOVE 'N' TO C-SCAN-MORE
               ELSE
                   IF XF-EQUIV-COURSE-ID = SPACES
                       ADD XF-CREDITS TO C-ELEC-EARNED
                       ADD XF-CREDITS TO C-EARNED-CREDITS
                   ELSE
                       MOVE XF-EQUIV-COURSE-ID TO C-SEARCH-ID
                       MOVE XF-CREDITS TO C-NEW-CREDITS
                       MOVE 'M' TO C-NEW-STATE
                       PERFORM 3500-POST-HISTORY.

       3500-POST-HISTORY.
           PERFORM 8100-FIND-HIST.
           IF ENTRY-FOUND
               IF C-NEW-STATE = 'M' AND NOT HIST-EARNED (C-SUB)
                   MOVE 'M' TO C-HIST-STATE (C-SUB)
                   MOVE C-NEW-CREDITS TO C-HIST-CREDITS (C-SUB)
               END-IF
           ELSE
               IF C-HIST-COUNT < 100
                   ADD 1 TO C-HIST-COUNT
                   MOVE C-SEARCH-ID TO C-HIST-COURSE-ID (C-HIST-COUNT)
                   MOVE C-NEW-STATE TO C-HIST-STATE (C-HIST-COUNT)
                   MOVE C-NEW-CREDITS TO C-HIST-CREDITS (C-HIST-COUNT)
               ELSE
                   ADD 1 TO C-OVERFLOW-CTR
                   DISPLAY 'DEGREE AUDIT - HISTORY TABLE FULL AT 100 '
                       'COURSES - ' C-SEARCH-ID ' NOT COUNTED FOR '
                       STUDENT-ID.

      *----------------------------------------------------------------*
      *  CREDITS ON A REQUIRED COURSE COUNT TOWARD THE TOTAL; ALL      *
      *  OTHER CREDITS COUNT TOWARD BOTH THE TOTAL AND THE ELECTIVE    *
      *  MINIMUM.  TRANSFER CREDIT WITH NO EQUIVALENT WAS ALREADY      *
      *  ADDED AS IT WAS READ.                                         *
      *----------------------------------------------------------------*
       3600-TALLY-CREDITS.
           MOVE ZERO TO C-SUB.
           PERFORM 3610-TALLY-ONE-COURSE
               UNTIL C-SUB = C-HIST-COUNT.

       3610-TALLY-ONE-COURSE.
           ADD 1 TO C-SUB.
           MOVE C-HIST-COURSE-ID (C-SUB) TO C-SEARCH-ID.
           PERFORM 8200-FIND-REQ.
           IF HIST-EARNED (C-SUB)
               ADD C-HIST-CREDITS (C-SUB) TO C-EARNED-CREDITS
               IF NOT REQ-ENTRY-FOUND
                   ADD C-HIST-CREDITS (C-SUB) TO C-ELEC-EARNED
               END-IF
           ELSE
               ADD C-HIST-CREDITS (C-SUB) TO C-INPROG-CREDITS
               IF NOT REQ-ENTRY-FOUND
                   ADD C-HIST-CREDITS (C-SUB) TO C-ELEC-INPROG.

       4000-PRINT-AUDIT.
           MOVE ZERO TO C-MET-CTR.
           MOVE ZERO TO C-PROG-CTR.
           MOVE ZERO TO C-OUT-CTR.
           MOVE ZERO TO C-RSUB.
           PERFORM 4100-PRINT-REQ-COURSE
               UNTIL C-RSUB = C-REQ-COUNT.
           PERFORM 4200-PRINT-CREDIT-LINES.
           PERFORM 4300-PRINT-GPA-LINE.
           PERFORM 4400-PRINT-RESULT.

       4100-PRINT-REQ-COURSE.
           ADD 1 TO C-RSUB.
           MOVE 'REQUIRED COURSE' TO O-AUD-TYPE.
           MOVE C-REQ-COURSE-ID (C-RSUB) TO O-AUD-COURSE-ID.
           MOVE SPACES TO O-AUD-DESC.
           IF CATALOG-FILE-ACTIVE
               MOVE C-REQ-COURSE-ID (C-RSUB) TO CAT-COURSE-ID
               READ CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-COURSE-NAME TO O-AUD-DESC
               END-READ.
           MOVE SPACES TO O-AUD-NEEDED.
           MOVE SPACES TO O-AUD-EARNED.
           MOVE SPACES TO O-AUD-INPROG.
           MOVE C-REQ-COURSE-ID (C-RSUB) TO C-SEARCH-ID.
           PERFORM 8100-FIND-HIST.
           IF NOT ENTRY-FOUND
               MOVE 'OUTSTANDING' TO O-AUD-STATUS
               ADD 1 TO C-OUT-CTR
           ELSE
               MOVE C-HIST-CREDITS (C-SUB) TO C-EDIT-CREDITS
               IF HIST-EARNED (C-SUB)
                   MOVE C-EDIT-CREDITS TO O-AUD-EARNED
                   MOVE 'MET' TO O-AUD-STATUS
                   ADD 1 TO C-MET-CTR
               ELSE
                   MOVE C-EDIT-CREDITS TO O-AUD-INPROG
                   MOVE 'IN PROGRESS' TO O-AUD-STATUS
                   ADD 1 TO C-PROG-CTR.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.

      *----------------------------------------------------------------*
      *  A CREDIT MINIMUM IS MET ON EARNED CREDITS ALONE, AND IS IN    *
      *  PROGRESS WHEN THE COURSES NOW ENROLLED WOULD REACH IT.        *
      *----------------------------------------------------------------*
       4200-PRINT-CREDIT-LINES.
           MOVE 'ELECTIVE CREDITS' TO O-AUD-TYPE.
           MOVE SPACES TO O-AUD-COURSE-ID.
           MOVE 'CREDITS OUTSIDE REQUIRED COURSES' TO O-AUD-DESC.
           MOVE DEG-ELECTIVE-CREDITS TO C-EDIT-CREDITS.
           MOVE C-EDIT-CREDITS TO O-AUD-NEEDED.
           MOVE C-ELEC-EARNED TO C-EDIT-CREDITS.
           MOVE C-EDIT-CREDITS TO O-AUD-EARNED.
           MOVE C-ELEC-INPROG TO C-EDIT-CREDITS.
           MOVE C-EDIT-CREDITS TO O-AUD-INPROG.
           IF C-ELEC-EARNED NOT < DEG-ELECTIVE-CREDITS
               MOVE 'MET' TO O-AUD-STATUS
               ADD 1 TO C-MET-CTR
           ELSE
               IF C-ELEC-EARNED + C-ELEC-INPROG
                       NOT < DEG-ELECTIVE-CREDITS
                   MOVE 'IN PROGRESS' TO O-AUD-STATUS
                   ADD 1 TO C-PROG-CTR
               ELSE
                   MOVE 'OUTSTANDING' TO O-AUD-STATUS
                   ADD 1 TO C-OUT-CTR.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-HDG.

           MOVE 'TOTAL CREDITS' TO O-AUD-TYPE.
           MOVE 'ALL CREDITS EARNED' TO O-AUD-DESC.
           MOVE DEG-TOTAL-CREDITS TO C-EDIT-CREDITS.
           MOVE C-EDIT-CREDITS TO O-AUD-NEEDED.
           MOVE C-EARNED-CREDITS TO C-EDIT-CREDITS.
           MOVE C-EDIT-CREDITS TO O-AUD-EARNED.
           MOVE C-INPROG-CREDITS TO C-EDIT-CREDITS.
           MOVE C-EDIT-CREDITS TO O-AUD-INPROG.
           IF C-EARNED-CREDITS NOT < DEG-TOTAL-CREDITS
               MOVE 'MET' TO O-AUD-STATUS
               ADD 1 TO C-MET-CTR
           ELSE
               IF C-EARNED-CREDITS + C-INPROG-CREDITS
                       NOT < DEG-TOTAL-CREDITS
                   MOVE 'IN PROGRESS' TO O-AUD-STATUS
                   ADD 1 TO C-PROG-CTR
               ELSE
                   MOVE 'OUTSTANDING' TO O-AUD-STATUS
                   ADD 1 TO C-OUT-CTR.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.

       4300-PRINT-GPA-LINE.
           MOVE 'CUMULATIVE GPA' TO O-AUD-TYPE.
           MOVE SPACES TO O-AUD-COURSE-ID.
           MOVE 'MINIMUM FOR THE DEGREE' TO O-AUD-DESC.
           MOVE DEG-MIN-GPA TO C-EDIT-GPA.
           MOVE C-EDIT-GPA TO O-AUD-NEEDED.
           MOVE STUDENT-CUM-GPA TO C-EDIT-GPA.
           MOVE C-EDIT-GPA TO O-AUD-EARNED.
           MOVE SPACES TO O-AUD-INPROG.
           IF STUDENT-CUM-GPA NOT < DEG-MIN-GPA
               MOVE 'MET' TO O-AUD-STATUS
               ADD 1 TO C-MET-CTR
           ELSE
               MOVE 'OUTSTANDING' TO O-AUD-STATUS
               ADD 1 TO C-OUT-CTR.
           WRITE PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.

       4400-PRINT-RESULT.
           MOVE C-MET-CTR TO O-RES-MET.
           MOVE C-PROG-CTR TO O-RES-PROG.
           MOVE C-OUT-CTR TO O-RES-OUT.
           IF C-PROG-CTR = ZERO AND C-OUT-CTR = ZERO
               MOVE 'ALL DEGREE REQUIREMENTS MET' TO O-RES-TEXT
               ADD 1 TO C-COMPLETE-CTR
           ELSE
               MOVE SPACES TO O-RES-TEXT.
           WRITE PRTLINE FROM AUDIT-RESULT-LINE
               AFTER ADVANCING 3 LINES.

       5000-CLOSING.
           PERFORM 5300-CONTROL-TOTALS.
           CLOSE STUDENT-FILE.
           CLOSE COURSE-FILE.
           IF DEGREE-FILE-ACTIVE
               CLOSE DEGREE-FILE.
           IF XFER-FILE-ACTIVE
               CLOSE TRANSFER-FILE.
           IF CATALOG-FILE-ACTIVE
               CLOSE CATALOG-FILE.
           CLOSE AUDIT-PRTOUT.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'STUDENTS READ' TO CTL-LABEL
           MOVE C-STUD-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STUDENTS AUDITED' TO CTL-LABEL
           MOVE C-AUDIT-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ALL REQUIREMENTS MET' TO CTL-LABEL
           MOVE C-COMPLETE-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NO PROGRAM DECLARED' TO CTL-LABEL
           MOVE C-NOPGM-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PROGRAM NOT ON DEGREE FILE' TO CTL-LABEL
           MOVE C-BADPGM-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ENTRIES PAST TABLE LIMIT' TO CTL-LABEL
           MOVE C-OVERFLOW-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       8100-FIND-HIST.
           MOVE 'N' TO C-FOUND.
           MOVE ZERO TO C-SUB.
           PERFORM 8110-MATCH-HIST
               UNTIL C-SUB = C-HIST-COUNT OR ENTRY-FOUND.

       8110-MATCH-HIST.
           ADD 1 TO C-SUB.
           IF C-HIST-COURSE-ID (C-SUB) = C-SEARCH-ID
               MOVE 'Y' TO C-FOUND.

       8200-FIND-REQ.
           MOVE 'N' TO C-REQ-FOUND.
           MOVE ZERO TO C-RSUB.
           PERFORM 8210-MATCH-REQ
               UNTIL C-RSUB = C-REQ-COUNT OR REQ-ENTRY-FOUND.

       8210-MATCH-REQ.
           ADD 1 TO C-RSUB.
           IF C-REQ-COURSE-ID (C-RSUB) = C-SEARCH-ID
               MOVE 'Y' TO C-REQ-FOUND.

       9500-STUDENT-READ.
            READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO MORE-RECS.

      *----------------------------------------------------------------*
      *  EACH STUDENT'S AUDIT STARTS ITS OWN PAGE FOR THE ADVISOR'S    *
      *  FILE.                                                         *
      *----------------------------------------------------------------*
       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE SPACES TO O-STUDENT-ID.
           STRING STUDENT-ID-1 DELIMITED BY SPACES
             '-' STUDENT-ID-2 DELIMITED BY SPACES
             '-' STUDENT-ID-3 DELIMITED BY SPACES
                   INTO O-STUDENT-ID.
           MOVE SPACES TO O-STUDENT-NAME.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO O-STUDENT-NAME.
           MOVE STUDENT-PROGRAM-CODE TO O-PROGRAM-CODE.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM STUDENT-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM PROGRAM-HDG-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM AUDIT-COL-HDG
               AFTER ADVANCING 2 LINES.
