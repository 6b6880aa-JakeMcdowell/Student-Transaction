       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM29.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          CLEARINGHOUSE ENROLLMENT EXTRACT.  FOR THE CURRENT     *
      *          TERM/YEAR ON THE STCRCTRL.DAT RUN HEADER (OR TTYYYY    *
      *          ON THE COMMAND LINE), DERIVES EACH STUDENT'S LOAD      *
      *          FROM THE CREDIT HOURS OF THE TERM'S STCOURSE.DAT       *
      *          ROWS NOT WITHDRAWN AND SETS AN ENROLLMENT STATUS -     *
      *          FULL-TIME, THREE-QUARTER, HALF-TIME, LESS THAN         *
      *          HALF-TIME, WITHDRAWN, OR GRADUATED.  THE STATUS IS     *
      *          COMPARED WITH THE ONE LAST SENT (STCRNSCH.DAT) AND     *
      *          ONLY NEW AND CHANGED STATUSES GO TO THE FIXED-FORMAT   *
      *          STCRNSC.EXT SUBMISSION FILE, EACH WITH ITS EFFECTIVE   *
      *          DATE.  RUN NIGHTLY BEHIND CBLJRM05 SO A WITHDRAWAL     *
      *          THAT DROPS A STUDENT BELOW HALF-TIME IS SENT THE       *
      *          NEXT MORNING, NOT AT THE END OF THE TERM.  EACH        *
      *          DETAIL CARRIES A DIRECTORY-BLOCK INDICATOR ('Y' FOR A  *
      *          STUDENT FLAGGED CONFIDENTIAL ON STUDMAST.DAT, ELSE     *
      *          'N') SO THE CLEARINGHOUSE WITHHOLDS DIRECTORY DATA     *
      *          FOR THAT STUDENT.                                      *
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

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "C:\COBOL LL\STCRCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTRL-STATUS.

           SELECT NSC-STATUS-FILE
               ASSIGN TO "C:\COBOL LL\STCRNSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS NSC-KEY
               FILE STATUS IS NSCH-STATUS.

           SELECT NSC-SUBMIT-FILE
               ASSIGN TO "C:\COBOL\STCRNSC.EXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NSC-PRTOUT
               ASSIGN TO "C:\COBOL\STCRNSC.PRT"
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

       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RUN-CTL-REC.
       COPY 'CBLRCTL.CPY'.

       FD  NSC-STATUS-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS NSC-STATUS-REC.
       COPY 'CBLNSCH.CPY'.

      *----------------------------------------------------------------*
      *  THE SUBMISSION FILE IS ONE 'H1' HEADER, A 'D1' DETAIL PER     *
      *  STUDENT WHOSE STATUS IS NEW OR CHANGED, AND ONE 'T1'          *
      *  TRAILER CARRYING THE DETAIL COUNT AND THE COUNT BY STATUS.    *
      *  ALL THREE ARE 100 BYTES, FIXED COLUMNS.                       *
      *----------------------------------------------------------------*
       FD  NSC-SUBMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS NSC-SUBMIT-REC.

       01  NSC-SUBMIT-REC                PIC X(100).

       FD  NSC-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  C-STUD-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-CRS-READ-CTR       PIC 9(06)    VALUE ZERO.
           05  C-REPORTABLE-CTR     PIC 9(06)    VALUE ZERO.
           05  C-NEW-CTR            PIC 9(06)    VALUE ZERO.
           05  C-CHANGED-CTR        PIC 9(06)    VALUE ZERO.
           05  C-UNCHANGED-CTR      PIC 9(06)    VALUE ZERO.
           05  C-SENT-CTR           PIC 9(06)    VALUE ZERO.
           05  C-FULL-CTR           PIC 9(06)    VALUE ZERO.
           05  C-QUARTER-CTR        PIC 9(06)    VALUE ZERO.
           05  C-HALF-CTR           PIC 9(06)    VALUE ZERO.
           05  C-LESS-HALF-CTR      PIC 9(06)    VALUE ZERO.
           05  C-WITHDRAWN-CTR      PIC 9(06)    VALUE ZERO.
           05  C-GRADUATED-CTR      PIC 9(06)    VALUE ZERO.
           05  C-STATE-ERR-CTR      PIC 9(06)    VALUE ZERO.
           05  C-DIR-BLOCK-CTR      PIC 9(06)    VALUE ZERO.

      *----------------------------------------------------------------*
      *  ENROLLMENT-STATUS THRESHOLDS IN CREDIT HOURS FOR THE TERM.    *
      *----------------------------------------------------------------*
       01  LOAD-THRESHOLDS.
           05  C-FULL-TIME-HOURS    PIC 9(03)    VALUE 12.
           05  C-QUARTER-HOURS      PIC 9(03)    VALUE 9.
           05  C-HALF-TIME-HOURS    PIC 9(03)    VALUE 6.

      *    SCHOOL CODE (OPE ID AND BRANCH) THE CLEARINGHOUSE ASSIGNED.
       01  C-SCHOOL-CODE           PIC X(08)     VALUE '00123400'.

       01  C-STUD-CURR-ID          PIC X(06)     VALUE SPACES.
       01  C-CRS-CURR-ID           PIC X(06)     VALUE SPACES.

      *----------------------------------------------------------------*
      *  ONE STUDENT'S TERM, GATHERED AS THE STUDENT'S COURSE ROWS     *
      *  GO BY, AND THE STATUS DERIVED FROM IT.                        *
      *----------------------------------------------------------------*
       01  STUDENT-TERM-LOAD.
           05  C-TERM-HOURS         PIC 9(03)    VALUE ZERO.
           05  C-TERM-ROWS          PIC 9(03)    VALUE ZERO.
           05  C-TERM-W-ROWS        PIC 9(03)    VALUE ZERO.
           05  C-NEW-STATUS         PIC X(01)    VALUE SPACE.
               88  NO-STATUS-TO-REPORT         VALUE SPACE.
           05  C-NEW-EFF-DATE       PIC 9(08)    VALUE ZERO.
           05  C-PRIOR-STATUS       PIC X(01)    VALUE SPACE.

       01  C-PRIOR-ON-FILE         PIC X         VALUE 'N'.
           88  PRIOR-STATUS-ON-FILE               VALUE 'Y'.

       01  C-STATUS-TEXT           PIC X(16)     VALUE SPACES.
       01  C-STATUS-CODE           PIC X(01)     VALUE SPACE.

       01  C-PARM-RAW              PIC X(06)     VALUE SPACES.
       01  C-RPT-TERM              PIC X(02)     VALUE SPACES.
       01  C-RPT-YEAR              PIC 9(04)     VALUE ZERO.
       01  C-PROC-DATE             PIC 9(08)     VALUE ZERO.

       01  CTRL-STATUS             PIC XX.
       01  NSCH-STATUS             PIC XX.

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.
           05      I-DATE-N REDEFINES I-DATE
                                  PIC 9(08).

       01 RESPONSE-CODE             PIC XX.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01  NSC-HEADER-OUT.
           05  FILLER              PIC X(02)     VALUE 'H1'.
           05  O-NH-SCHOOL-CODE    PIC X(08).
           05  O-NH-TERM           PIC X(02).
           05  O-NH-YEAR           PIC 9(04).
           05  O-NH-CREATE-DATE    PIC 9(08).
           05  FILLER              PIC X(76)     VALUE SPACES.

       01  NSC-DETAIL-OUT.
           05  FILLER              PIC X(02)     VALUE 'D1'.
           05  O-ND-STUDENT-ID     PIC X(06).
           05  O-ND-LNAME          PIC X(20).
           05  O-ND-FNAME          PIC X(20).
           05  O-ND-INIT           PIC X(01).
           05  O-ND-STATUS         PIC X(01).
           05  O-ND-EFF-DATE       PIC 9(08).
           05  O-ND-CREDIT-HOURS   PIC 9(03).
           05  O-ND-TERM           PIC X(02).
           05  O-ND-YEAR           PIC 9(04).
           05  O-ND-PROGRAM        PIC X(04).
           05  O-ND-PRIOR-STATUS   PIC X(01).
           05  O-ND-DIR-BLOCK      PIC X(01).
           05  FILLER              PIC X(27)     VALUE SPACES.

       01  NSC-TRAILER-OUT.
           05  FILLER              PIC X(02)     VALUE 'T1'.
           05  O-NT-DETAIL-COUNT   PIC 9(06).
           05  O-NT-FULL-COUNT     PIC 9(06).
           05  O-NT-QUARTER-COUNT  PIC 9(06).
           05  O-NT-HALF-COUNT     PIC 9(06).
           05  O-NT-LESS-HALF-COUNT PIC 9(06).
           05  O-NT-WITHDRAWN-COUNT PIC 9(06).
           05  O-NT-GRADUATED-COUNT PIC 9(06).
           05  FILLER              PIC X(56)     VALUE SPACES.

       01 TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-MONTH         PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-DAY           PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-YEAR          PIC 9(4).
           05      FILLER          PIC X(15)     VALUE SPACES.
           05      FILLER          PIC X(36)
                         VALUE "CLEARINGHOUSE ENROLLMENT CHANGES".
           05      FILLER          PIC X(8)      VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "TERM: ".
           05      O-RPT-TERM      PIC X(02).
           05      FILLER          PIC X         VALUE '/'.
           05      O-RPT-YEAR      PIC 9(04).
           05      FILLER          PIC X(36)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 NSC-COL-HDG.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(12)     VALUES "STUDENT NAME".
           05 FILLER             PIC X(22)     VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "HOURS".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(15)     VALUES "PRIOR STATUS".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(16)     VALUES "NEW STATUS".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "EFFECTIVE".
           05 FILLER             PIC X(30)     VALUES SPACES.

       01 NSC-DETAIL-LINE.
           05 O-NSC-STUD-ID      PIC X(6).
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 O-NSC-NAME         PIC X(32).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-NSC-HOURS        PIC ZZ9.
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-NSC-PRIOR        PIC X(16).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-NSC-NEW          PIC X(16).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-NSC-EFF-DATE     PIC 9(8).
           05 FILLER             PIC X(31)     VALUES SPACES.

       01 NO-CHANGES-LINE.
           05 FILLER             PIC X(40)     VALUES
                      "NO ENROLLMENT STATUS CHANGES TO SEND".
           05 FILLER             PIC X(92)     VALUES SPACES.

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
           IF C-RPT-TERM NOT = SPACES AND C-RPT-YEAR NOT = ZERO
               PERFORM 2000-MAINLINE
                   UNTIL C-STUD-CURR-ID = HIGH-VALUES
               PERFORM 4000-WRITE-TRAILER.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-DATE-N TO C-PROC-DATE.

           PERFORM 1100-READ-RUN-CONTROL.
           ACCEPT C-PARM-RAW FROM COMMAND-LINE.
           IF C-PARM-RAW NOT = SPACES
               MOVE C-PARM-RAW(1:2) TO C-RPT-TERM
               MOVE C-PARM-RAW(3:4) TO C-RPT-YEAR.

           OPEN OUTPUT NSC-PRTOUT.
           MOVE C-RPT-TERM TO O-RPT-TERM.
           MOVE C-RPT-YEAR TO O-RPT-YEAR.
           PERFORM 9600-HDG.
           IF C-RPT-TERM = SPACES OR C-RPT-YEAR = ZERO
               DISPLAY 'CLEARINGHOUSE EXTRACT - NO TERM/YEAR PARAMETER '
                   'AND NO RUN CONTROL HEADER - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-OPEN-AND-POSITION.

      *----------------------------------------------------------------*
      *  THE RUN HEADER GIVES THE TERM WHEN NO PARAMETER IS KEYED,     *
      *  AND THE PROCESSING DATE THAT BECOMES THE EFFECTIVE DATE OF    *
      *  EACH CHANGE SENT.  WITHOUT A HEADER TODAY'S DATE IS USED.     *
      *----------------------------------------------------------------*
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CTRL-STATUS = '00'
               MOVE '00' TO CTL-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-CURR-TERM TO C-RPT-TERM
                       MOVE CTL-CURR-YEAR TO C-RPT-YEAR
                       IF CTL-PROC-DATE NUMERIC
                           AND CTL-PROC-DATE NOT = ZERO
                               MOVE CTL-PROC-DATE TO C-PROC-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE.

       1200-OPEN-AND-POSITION.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN I-O NSC-STATUS-FILE.
           IF NSCH-STATUS = '35'
               OPEN OUTPUT NSC-STATUS-FILE
               CLOSE NSC-STATUS-FILE
               OPEN I-O NSC-STATUS-FILE.
           OPEN OUTPUT NSC-SUBMIT-FILE.

           MOVE C-SCHOOL-CODE TO O-NH-SCHOOL-CODE.
           MOVE C-RPT-TERM TO O-NH-TERM.
           MOVE C-RPT-YEAR TO O-NH-YEAR.
           MOVE C-PROC-DATE TO O-NH-CREATE-DATE.
           WRITE NSC-SUBMIT-REC FROM NSC-HEADER-OUT.

           MOVE LOW-VALUES TO STUDENT-ID.
           START STUDENT-FILE
               KEY IS >= STUDENT-ID
                   INVALID KEY
                       MOVE HIGH-VALUES TO C-STUD-CURR-ID
                   NOT INVALID KEY
                       PERFORM 9100-STUDENT-READ-NEXT.

           MOVE LOW-VALUES TO C-KEY.
           START COURSE-FILE
               KEY IS >= C-KEY
                   INVALID KEY
                       MOVE HIGH-VALUES TO C-CRS-CURR-ID
                   NOT INVALID KEY
                       PERFORM 9500-COURSE-READ-NEXT.

      *----------------------------------------------------------------*
      *  MATCH-MERGE ON STUDENT ID, AS IN CBLJRM11.  COURSE ROWS WITH  *
      *  NO STUDENT ON THE MASTER ARE PASSED OVER - CBLJRM11 REPORTS   *
      *  THOSE.  EVERY STUDENT ON THE MASTER IS EVALUATED, EVEN ONE    *
      *  WITH NO ROWS LEFT, SO A STUDENT WHOSE ROWS WERE ALL DROPPED   *
      *  AFTER AN EARLIER SUBMISSION IS STILL SENT AS WITHDRAWN.       *
      *----------------------------------------------------------------*
       2000-MAINLINE.
           EVALUATE TRUE
               WHEN C-STUD-CURR-ID > C-CRS-CURR-ID
                   PERFORM 9500-COURSE-READ-NEXT
               WHEN OTHER
                   PERFORM 2100-EVALUATE-STUDENT.

       2100-EVALUATE-STUDENT.
           MOVE ZERO TO C-TERM-HOURS.
           MOVE ZERO TO C-TERM-ROWS.
           MOVE ZERO TO C-TERM-W-ROWS.
           PERFORM 2200-GATHER-TERM-ROW
               UNTIL C-CRS-CURR-ID NOT = C-STUD-CURR-ID.
           PERFORM 2300-READ-PRIOR-STATUS.
           PERFORM 2400-DERIVE-STATUS.
           IF NOT NO-STATUS-TO-REPORT
               ADD 1 TO C-REPORTABLE-CTR
               IF NOT PRIOR-STATUS-ON-FILE
                   ADD 1 TO C-NEW-CTR
                   PERFORM 3000-SEND-STATUS
               ELSE
                   IF C-NEW-STATUS NOT = C-PRIOR-STATUS
                       ADD 1 TO C-CHANGED-CTR
                       PERFORM 3000-SEND-STATUS
                   ELSE
                       ADD 1 TO C-UNCHANGED-CTR.
           PERFORM 9100-STUDENT-READ-NEXT.

      *----------------------------------------------------------------*
      *  A ROW BELONGS TO THE TERM BY ITS TERM FIELDS, WHICH CARRY     *
      *  THE ENROLLMENT TERM UNTIL A GRADE, W, OR I IS POSTED AND THE  *
      *  POSTING TERM AFTER.  ENROLLED, COMPLETED, AND INCOMPLETE      *
      *  ROWS ARE THE STUDENT'S LOAD; A WITHDRAWN ROW CARRIES NO       *
      *  HOURS BUT SHOWS THE STUDENT WAS ENROLLED IN THE TERM.         *
      *----------------------------------------------------------------*
       2200-GATHER-TERM-ROW.
           IF C-TERM-COMPLETED = C-RPT-TERM
               AND C-YEAR-COMPLETED = C-RPT-YEAR
                   ADD 1 TO C-TERM-ROWS
                   IF C-STAT-WITHDRAWN
                       ADD 1 TO C-TERM-W-ROWS
                   ELSE
                       ADD C-COURSE-CREDITS TO C-TERM-HOURS.
           PERFORM 9500-COURSE-READ-NEXT.

       2300-READ-PRIOR-STATUS.
           MOVE 'N' TO C-PRIOR-ON-FILE.
           MOVE SPACE TO C-PRIOR-STATUS.
           MOVE STUDENT-ID TO NSC-STUDENT-ID.
           MOVE C-RPT-TERM TO NSC-TERM.
           MOVE C-RPT-YEAR TO NSC-YEAR.
           READ NSC-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-PRIOR-ON-FILE
                   MOVE NSC-STATUS TO C-PRIOR-STATUS
           END-READ.

      *----------------------------------------------------------------*
      *  A CONFERRED DEGREE OUTRANKS LOAD AND IS DATED THE DAY IT WAS  *
      *  CONFERRED.  OTHERWISE THE HOURS SET THE STATUS.  A STUDENT    *
      *  WITH NO HOURS IS WITHDRAWN IF ENROLLED IN THE TERM AT ALL OR  *
      *  ALREADY REPORTED FOR IT; A STUDENT WITH NEITHER IS NOT        *
      *  ENROLLED THIS TERM AND IS NOT REPORTED.                       *
      *----------------------------------------------------------------*
       2400-DERIVE-STATUS.
           MOVE SPACE TO C-NEW-STATUS.
           MOVE C-PROC-DATE TO C-NEW-EFF-DATE.
           IF STUDENT-GRAD-DATE NOT = ZERO
               AND (C-TERM-ROWS > ZERO OR PRIOR-STATUS-ON-FILE)
                   MOVE 'G' TO C-NEW-STATUS
                   MOVE STUDENT-GRAD-DATE TO C-NEW-EFF-DATE
           ELSE
               EVALUATE TRUE
                   WHEN C-TERM-HOURS >= C-FULL-TIME-HOURS
                       MOVE 'F' TO C-NEW-STATUS
                   WHEN C-TERM-HOURS >= C-QUARTER-HOURS
                       MOVE 'Q' TO C-NEW-STATUS
                   WHEN C-TERM-HOURS >= C-HALF-TIME-HOURS
                       MOVE 'H' TO C-NEW-STATUS
                   WHEN C-TERM-HOURS > ZERO
                       MOVE 'L' TO C-NEW-STATUS
                   WHEN C-TERM-W-ROWS > ZERO OR PRIOR-STATUS-ON-FILE
                       MOVE 'W' TO C-NEW-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *----------------------------------------------------------------*
      *  SEND THE STATUS: A SUBMISSION DETAIL, A REGISTER LINE, AND    *
      *  THE STATUS-SENT ROW WRITTEN OR REWRITTEN SO THE NEXT RUN      *
      *  COMPARES AGAINST IT.                                          *
      *----------------------------------------------------------------*
       3000-SEND-STATUS.
           MOVE STUDENT-ID TO O-ND-STUDENT-ID.
           MOVE STUDNET-LNAME TO O-ND-LNAME.
           MOVE STUDENT-FNAME TO O-ND-FNAME.
           MOVE STUDENT-INIT TO O-ND-INIT.
           MOVE C-NEW-STATUS TO O-ND-STATUS.
           MOVE C-NEW-EFF-DATE TO O-ND-EFF-DATE.
           MOVE C-TERM-HOURS TO O-ND-CREDIT-HOURS.
           MOVE C-RPT-TERM TO O-ND-TERM.
           MOVE C-RPT-YEAR TO O-ND-YEAR.
           MOVE STUDENT-PROGRAM-CODE TO O-ND-PROGRAM.
           MOVE C-PRIOR-STATUS TO O-ND-PRIOR-STATUS.
           IF STUDENT-CONFIDENTIAL
               MOVE 'Y' TO O-ND-DIR-BLOCK
               ADD 1 TO C-DIR-BLOCK-CTR
           ELSE
               MOVE 'N' TO O-ND-DIR-BLOCK.
           WRITE NSC-SUBMIT-REC FROM NSC-DETAIL-OUT.
           ADD 1 TO C-SENT-CTR.
           EVALUATE C-NEW-STATUS
               WHEN 'F'
                   ADD 1 TO C-FULL-CTR
               WHEN 'Q'
                   ADD 1 TO C-QUARTER-CTR
               WHEN 'H'
                   ADD 1 TO C-HALF-CTR
               WHEN 'L'
                   ADD 1 TO C-LESS-HALF-CTR
               WHEN 'W'
                   ADD 1 TO C-WITHDRAWN-CTR
               WHEN 'G'
                   ADD 1 TO C-GRADUATED-CTR.
           PERFORM 3100-REGISTER-LINE.
           PERFORM 3200-UPDATE-STATUS-SENT.

       3100-REGISTER-LINE.
           MOVE STUDENT-ID TO O-NSC-STUD-ID.
           MOVE SPACES TO O-NSC-NAME.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO O-NSC-NAME.
           MOVE C-TERM-HOURS TO O-NSC-HOURS.
           MOVE C-PRIOR-STATUS TO C-STATUS-CODE.
           PERFORM 9400-STATUS-TEXT.
           MOVE C-STATUS-TEXT TO O-NSC-PRIOR.
           MOVE C-NEW-STATUS TO C-STATUS-CODE.
           PERFORM 9400-STATUS-TEXT.
           MOVE C-STATUS-TEXT TO O-NSC-NEW.
           MOVE C-NEW-EFF-DATE TO O-NSC-EFF-DATE.
           WRITE PRTLINE FROM NSC-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-HDG.

       3200-UPDATE-STATUS-SENT.
           MOVE STUDENT-ID TO NSC-STUDENT-ID.
           MOVE C-RPT-TERM TO NSC-TERM.
           MOVE C-RPT-YEAR TO NSC-YEAR.
           MOVE C-NEW-STATUS TO NSC-STATUS.
           MOVE C-NEW-EFF-DATE TO NSC-EFFECTIVE-DATE.
           MOVE C-TERM-HOURS TO NSC-CREDIT-HOURS.
           MOVE C-PROC-DATE TO NSC-SUBMIT-DATE.
           IF PRIOR-STATUS-ON-FILE
               REWRITE NSC-STATUS-REC
                   INVALID KEY
                       PERFORM 3210-STATE-ERROR
               END-REWRITE
           ELSE
               WRITE NSC-STATUS-REC
                   INVALID KEY
                       PERFORM 3210-STATE-ERROR
               END-WRITE.

       3210-STATE-ERROR.
           ADD 1 TO C-STATE-ERR-CTR.
           DISPLAY 'CLEARINGHOUSE EXTRACT - STATUS-SENT ROW NOT '
               'UPDATED FOR ' STUDENT-ID ' STATUS = ' NSCH-STATUS.

       4000-WRITE-TRAILER.
           MOVE C-SENT-CTR TO O-NT-DETAIL-COUNT.
           MOVE C-FULL-CTR TO O-NT-FULL-COUNT.
           MOVE C-QUARTER-CTR TO O-NT-QUARTER-COUNT.
           MOVE C-HALF-CTR TO O-NT-HALF-COUNT.
           MOVE C-LESS-HALF-CTR TO O-NT-LESS-HALF-COUNT.
           MOVE C-WITHDRAWN-CTR TO O-NT-WITHDRAWN-COUNT.
           MOVE C-GRADUATED-CTR TO O-NT-GRADUATED-COUNT.
           WRITE NSC-SUBMIT-REC FROM NSC-TRAILER-OUT.
           IF C-SENT-CTR = ZERO
               WRITE PRTLINE FROM NO-CHANGES-LINE
                   AFTER ADVANCING 2 LINES.

       5000-CLOSING.
           IF C-RPT-TERM NOT = SPACES AND C-RPT-YEAR NOT = ZERO
               PERFORM 5300-CONTROL-TOTALS
               CLOSE STUDENT-FILE
               CLOSE COURSE-FILE
               CLOSE NSC-STATUS-FILE
               CLOSE NSC-SUBMIT-FILE.
           CLOSE NSC-PRTOUT.
           IF C-STATE-ERR-CTR > ZERO
               MOVE 4 TO RETURN-CODE.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'STUDENT RECORDS READ' TO CTL-LABEL
           MOVE C-STUD-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSE RECORDS READ' TO CTL-LABEL
           MOVE C-CRS-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STUDENTS WITH A STATUS THIS TERM' TO CTL-LABEL
           MOVE C-REPORTABLE-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'FIRST REPORTED THIS RUN' TO CTL-LABEL
           MOVE C-NEW-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STATUS CHANGED SINCE LAST SENT' TO CTL-LABEL
           MOVE C-CHANGED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'UNCHANGED - NOT SENT' TO CTL-LABEL
           MOVE C-UNCHANGED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'SUBMISSION DETAILS WRITTEN' TO CTL-LABEL
           MOVE C-SENT-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE '  FULL-TIME' TO CTL-LABEL
           MOVE C-FULL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  THREE-QUARTER TIME' TO CTL-LABEL
           MOVE C-QUARTER-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  HALF-TIME' TO CTL-LABEL
           MOVE C-HALF-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  LESS THAN HALF-TIME' TO CTL-LABEL
           MOVE C-LESS-HALF-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  WITHDRAWN' TO CTL-LABEL
           MOVE C-WITHDRAWN-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  GRADUATED' TO CTL-LABEL
           MOVE C-GRADUATED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'DIRECTORY-BLOCKED DETAILS WRITTEN' TO CTL-LABEL
           MOVE C-DIR-BLOCK-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STATUS-SENT ROWS NOT UPDATED' TO CTL-LABEL
           MOVE C-STATE-ERR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9100-STUDENT-READ-NEXT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO C-STUD-CURR-ID
               NOT AT END
                   ADD 1 TO C-STUD-READ-CTR
                   MOVE STUDENT-ID TO C-STUD-CURR-ID.

       9400-STATUS-TEXT.
           EVALUATE C-STATUS-CODE
               WHEN 'F'
                   MOVE 'FULL-TIME' TO C-STATUS-TEXT
               WHEN 'Q'
                   MOVE 'THREE-QUARTER' TO C-STATUS-TEXT
               WHEN 'H'
                   MOVE 'HALF-TIME' TO C-STATUS-TEXT
               WHEN 'L'
                   MOVE 'LESS THAN HALF' TO C-STATUS-TEXT
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO C-STATUS-TEXT
               WHEN 'G'
                   MOVE 'GRADUATED' TO C-STATUS-TEXT
               WHEN OTHER
                   MOVE 'NOT REPORTED' TO C-STATUS-TEXT.

       9500-COURSE-READ-NEXT.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO C-CRS-CURR-ID
               NOT AT END
                   ADD 1 TO C-CRS-READ-CTR
                   MOVE C-STUDENT-ID TO C-CRS-CURR-ID.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM NSC-COL-HDG
               AFTER ADVANCING 2 LINES.
