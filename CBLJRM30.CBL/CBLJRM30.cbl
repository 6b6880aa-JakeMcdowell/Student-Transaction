       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM30.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS (SAP).    *
      *          TERM-END RUN.  FOR EVERY STUDENT WITH A STCOURSE.DAT   *
      *          ROW IN THE TERM, TOTALS ATTEMPTED AND EARNED HOURS     *
      *          OVER STCOURSE.DAT, THE STCRARCH.DAT ARCHIVE, AND       *
      *          STCRXFER.DAT TRANSFER CREDIT - WITHDRAWN AND           *
      *          INCOMPLETE ROWS COUNT AS ATTEMPTED - AND TESTS PACE    *
      *          (EARNED OVER ATTEMPTED), THE MAXIMUM TIMEFRAME (150%   *
      *          OF THE DEGREE PROGRAM'S CREDITS), AND A CUMULATIVE     *
      *          GPA FLOOR.  EACH STUDENT GETS A SAP STATUS OF MEETS,   *
      *          WARNING, OR INELIGIBLE, WRITTEN TO THE STCRSAPH.DAT    *
      *          HISTORY, PRINTED ON THE SAP REPORT, AND WRITTEN TO     *
      *          THE STCRSAP.EXT EXTRACT FOR THE AID OFFICE.            *
      *          THE PARAMETER IS THE TERM (TTYYYY) OPTIONALLY          *
      *          FOLLOWED BY THE PACE FLOOR (3 DIGITS, PERCENT) AND     *
      *          THE GPA FLOOR (3 DIGITS, IMPLIED 2 DECIMALS), E.G.     *
      *          FA2026067200.  WITH NO TERM THE CURRENT TERM/YEAR ON   *
      *          THE STCRCTRL.DAT RUN HEADER IS USED.  THE GPA IS THE   *
      *          STORED STUDENT-MAST FIGURE (RUN CBLJRM12 FIRST).       *
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
               ACCESS IS RANDOM
               RECORD KEY IS DEG-KEY
               FILE STATUS IS DEGR-STATUS.

           SELECT SAP-HIST-FILE
               ASSIGN TO "C:\COBOL LL\STCRSAPH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SAP-KEY
               FILE STATUS IS SAPH-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "C:\COBOL LL\STCRCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTRL-STATUS.

           SELECT SAP-PRTOUT
               ASSIGN TO "C:\COBOL\STCRSAP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SAP-EXTRACT-FILE
               ASSIGN TO "C:\COBOL\STCRSAP.EXT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  SAP-HIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SAP-HIST-REC.
       COPY 'CBLSAPH.CPY'.

       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RUN-CTL-REC.
       COPY 'CBLRCTL.CPY'.

       FD  SAP-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       FD  SAP-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SAP-EXTRACT-REC.

       01  SAP-EXTRACT-REC            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-STUD-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-EVAL-CTR           PIC 9(06)    VALUE ZERO.
           05  C-NOT-ENROLLED-CTR   PIC 9(06)    VALUE ZERO.
           05  C-MEETS-CTR          PIC 9(06)    VALUE ZERO.
           05  C-WARNING-CTR        PIC 9(06)    VALUE ZERO.
           05  C-INELIGIBLE-CTR     PIC 9(06)    VALUE ZERO.
           05  C-DEFAULT-PGM-CTR    PIC 9(06)    VALUE ZERO.
           05  C-HIST-ERR-CTR       PIC 9(06)    VALUE ZERO.

      *----------------------------------------------------------------*
      *  SAP POLICY.  THE PACE AND GPA FLOORS MAY BE OVERRIDDEN ON     *
      *  THE COMMAND LINE.  A STUDENT WITH NO DEGREE PROGRAM, OR ONE   *
      *  NOT ON DEGREQ.DAT, IS HELD TO THE DEFAULT PROGRAM LENGTH.     *
      *----------------------------------------------------------------*
       01  SAP-POLICY.
           05  C-PACE-FLOOR         PIC 9(03)    VALUE 067.
           05  C-GPA-FLOOR          PIC 9V99     VALUE 2.00.
           05  C-DEFAULT-PGM-HOURS  PIC 9(03)    VALUE 120.

       01  C-PARM-RAW              PIC X(12)     VALUE SPACES.
       01  C-PARM-VIEW REDEFINES C-PARM-RAW.
           05  C-PARM-TERM         PIC X(02).
           05  C-PARM-YEAR         PIC X(04).
           05  C-PARM-PACE         PIC 9(03).
           05  C-PARM-GPA          PIC 9V99.

       01  C-RPT-TERM              PIC X(02)     VALUE SPACES.
       01  C-RPT-YEAR              PIC 9(04)     VALUE ZERO.
       01  C-RPT-SEQ               PIC 9(01)     VALUE ZERO.

      *----------------------------------------------------------------*
      *  ONE STUDENT'S TOTALS.  ATTEMPTED HOURS ARE EVERY GRADED,      *
      *  WITHDRAWN, OR INCOMPLETE ROW PLUS TRANSFER CREDIT; EARNED     *
      *  HOURS ARE GRADED ROWS ABOVE 0.00 PLUS TRANSFER CREDIT.        *
      *  GRADED HOURS (LIVE AND ARCHIVE ONLY) SAY WHETHER THE STUDENT  *
      *  HAS A GPA TO TEST YET.                                        *
      *----------------------------------------------------------------*
       01  SAP-TOTALS.
           05  C-ATTEMPTED          PIC 9(03)    VALUE ZERO.
           05  C-EARNED             PIC 9(03)    VALUE ZERO.
           05  C-GRADED-HOURS       PIC 9(03)    VALUE ZERO.
           05  C-TERM-ROWS          PIC 9(03)    VALUE ZERO.
           05  C-PACE-PCT           PIC 9(03)V9  VALUE ZERO.
           05  C-PGM-HOURS          PIC 9(03)    VALUE ZERO.
           05  C-MAX-TIMEFRAME      PIC 9(03)    VALUE ZERO.
           05  C-NEW-STATUS         PIC X(01)    VALUE SPACE.
           05  C-PRIOR-STATUS       PIC X(01)    VALUE SPACE.
           05  C-PACE-FAIL          PIC X(01)    VALUE 'N'.
               88  PACE-FAILED                 VALUE 'Y'.
           05  C-GPA-FAIL           PIC X(01)    VALUE 'N'.
               88  GPA-FAILED                  VALUE 'Y'.
           05  C-TIME-FAIL          PIC X(01)    VALUE 'N'.
               88  TIME-FAILED                 VALUE 'Y'.

       01  C-SCAN-MORE             PIC X         VALUE 'N'.
           88  MORE-SCAN-RECS                     VALUE 'Y'.
       01  C-XFER-ACTIVE           PIC X         VALUE 'N'.
           88  XFER-FILE-ACTIVE                   VALUE 'Y'.
       01  C-DEGR-ACTIVE           PIC X         VALUE 'N'.
           88  DEGREE-FILE-ACTIVE                 VALUE 'Y'.

       01  C-CURR-SAP-KEY.
           05  C-CSK-STUDENT       PIC X(06).
           05  C-CSK-YEAR          PIC 9(04).
           05  C-CSK-SEQ           PIC 9(01).

       01  C-EXT-PACE              PIC 999.9.
       01  C-EXT-GPA               PIC 9.99.
       01  C-EXT-ATTEMPTED         PIC 999.
       01  C-EXT-EARNED            PIC 999.
       01  C-EXT-MAX               PIC 999.

       01  ARCH-STATUS             PIC XX.
       01  XFER-STATUS             PIC XX.
       01  DEGR-STATUS             PIC XX.
       01  SAPH-STATUS             PIC XX.
       01  CTRL-STATUS             PIC XX.

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

       01 TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-MONTH         PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-DAY           PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-YEAR          PIC 9(4).
           05      FILLER          PIC X(15)     VALUE SPACES.
           05      FILLER          PIC X(36)
                         VALUE "SATISFACTORY ACADEMIC PROGRESS".
           05      FILLER          PIC X(8)      VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "TERM: ".
           05      O-RPT-TERM      PIC X(02).
           05      FILLER          PIC X         VALUE '/'.
           05      O-RPT-YEAR      PIC 9(04).
           05      FILLER          PIC X(36)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 POLICY-LINE.
           05 FILLER             PIC X(12)     VALUES "PACE FLOOR: ".
           05 O-POL-PACE         PIC ZZ9.
           05 FILLER             PIC X(6)      VALUES "%     ".
           05 FILLER             PIC X(11)     VALUES "GPA FLOOR: ".
           05 O-POL-GPA          PIC 9.99.
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(27)     VALUES
                                      "MAXIMUM TIMEFRAME: 150% OF ".
           05 FILLER             PIC X(15)     VALUES
                                      "PROGRAM CREDITS".
           05 FILLER             PIC X(49)     VALUES SPACES.

       01 SAP-COL-HDG.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(12)     VALUES "STUDENT NAME".
           05 FILLER             PIC X(20)     VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "PROG".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "ATT'D".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "EARNED".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "PACE %".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(3)      VALUES "GPA".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "MAX TF".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "SAP STATUS".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "FAILED".
           05 FILLER             PIC X(21)     VALUES SPACES.

       01 SAP-DETAIL-LINE.
           05 O-SAP-STUD-ID      PIC X(6).
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 O-SAP-NAME         PIC X(30).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-SAP-PROGRAM      PIC X(4).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-SAP-ATTEMPTED    PIC ZZ9.
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-SAP-EARNED       PIC ZZ9.
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-SAP-PACE         PIC ZZ9.9.
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-SAP-GPA          PIC 9.99.
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-SAP-MAX-TF       PIC ZZ9.
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-SAP-STATUS       PIC X(10).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-SAP-FAILED       PIC X(16).
           05 FILLER             PIC X(11)     VALUES SPACES.

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
           IF C-RPT-SEQ NOT = ZERO AND C-RPT-YEAR NOT = ZERO
               PERFORM 2000-MAINLINE
                   UNTIL MORE-RECS = "NO ".
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           ACCEPT C-PARM-RAW FROM COMMAND-LINE.
           IF C-PARM-TERM = SPACES
               PERFORM 1100-TERM-FROM-RUN-CONTROL
           ELSE
               MOVE C-PARM-TERM TO C-RPT-TERM
               IF C-PARM-YEAR NUMERIC
                   MOVE C-PARM-YEAR TO C-RPT-YEAR.
           IF C-PARM-PACE NUMERIC AND C-PARM-PACE > ZERO
               MOVE C-PARM-PACE TO C-PACE-FLOOR.
           IF C-PARM-GPA NUMERIC AND C-PARM-GPA > ZERO
               MOVE C-PARM-GPA TO C-GPA-FLOOR.
           EVALUATE C-RPT-TERM
               WHEN 'WI'
                   MOVE 1 TO C-RPT-SEQ
               WHEN 'SP'
                   MOVE 2 TO C-RPT-SEQ
               WHEN 'SU'
                   MOVE 3 TO C-RPT-SEQ
               WHEN 'FA'
                   MOVE 4 TO C-RPT-SEQ
               WHEN OTHER
                   MOVE ZERO TO C-RPT-SEQ.

           OPEN OUTPUT SAP-PRTOUT.
           MOVE C-RPT-TERM TO O-RPT-TERM.
           MOVE C-RPT-YEAR TO O-RPT-YEAR.
           MOVE C-PACE-FLOOR TO O-POL-PACE.
           MOVE C-GPA-FLOOR TO O-POL-GPA.
           PERFORM 9600-HDG.
           IF C-RPT-SEQ = ZERO OR C-RPT-YEAR = ZERO
               DISPLAY 'SAP EVALUATION - NO VALID TERM/YEAR PARAMETER '
                   'AND NO RUN CONTROL HEADER - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-OPEN-FILES.

       1100-TERM-FROM-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CTRL-STATUS = '00'
               MOVE '00' TO CTL-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-CURR-TERM TO C-RPT-TERM
                       MOVE CTL-CURR-YEAR TO C-RPT-YEAR
               END-READ
               CLOSE RUN-CONTROL-FILE.

       1200-OPEN-FILES.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT TRANSFER-FILE.
           IF XFER-STATUS = '00'
               MOVE 'Y' TO C-XFER-ACTIVE.
           OPEN INPUT DEGREE-FILE.
           IF DEGR-STATUS = '00'
               MOVE 'Y' TO C-DEGR-ACTIVE.
           OPEN I-O SAP-HIST-FILE.
           IF SAPH-STATUS = '35'
               OPEN OUTPUT SAP-HIST-FILE
               CLOSE SAP-HIST-FILE
               OPEN I-O SAP-HIST-FILE.
           OPEN OUTPUT SAP-EXTRACT-FILE.
           MOVE C-RPT-YEAR TO C-CSK-YEAR.
           MOVE C-RPT-SEQ TO C-CSK-SEQ.

           MOVE LOW-VALUES TO STUDENT-ID.
           START STUDENT-FILE
               KEY IS >= STUDENT-ID
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       MOVE "YES" TO MORE-RECS
                       PERFORM 9500-STUDENT-READ.

      *----------------------------------------------------------------*
      *  A STUDENT IS EVALUATED FOR THE TERM ONLY WHEN THE STUDENT     *
      *  HAS A STCOURSE.DAT ROW IN IT.  THE LIVE ROWS ARE READ FIRST   *
      *  AND TELL US THAT; THE ARCHIVE AND TRANSFER PASSES ARE ONLY    *
      *  MADE FOR STUDENTS BEING EVALUATED.                            *
      *----------------------------------------------------------------*
       2000-MAINLINE.
           ADD 1 TO C-STUD-READ-CTR.
           MOVE ZERO TO C-ATTEMPTED.
           MOVE ZERO TO C-EARNED.
           MOVE ZERO TO C-GRADED-HOURS.
           MOVE ZERO TO C-TERM-ROWS.
           PERFORM 3200-LIVE-HISTORY.
           IF C-TERM-ROWS = ZERO
               ADD 1 TO C-NOT-ENROLLED-CTR
           ELSE
               ADD 1 TO C-EVAL-CTR
               PERFORM 3300-ARCHIVE-HISTORY
               IF XFER-FILE-ACTIVE
                   PERFORM 3400-TRANSFER-HISTORY
               END-IF
               PERFORM 3500-MAX-TIMEFRAME
               PERFORM 3600-MEASURES
               PERFORM 3700-FIND-PRIOR-SAP
               PERFORM 3800-ASSIGN-STATUS
               PERFORM 3900-WRITE-SAP-ROW
               PERFORM 4000-PRINT-SAP-LINE
               PERFORM 4100-WRITE-EXTRACT.
           PERFORM 9500-STUDENT-READ.

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
                   IF C-TERM-COMPLETED = C-RPT-TERM
                       AND C-YEAR-COMPLETED = C-RPT-YEAR
                           ADD 1 TO C-TERM-ROWS
                   END-IF
                   PERFORM 3250-TALLY-COURSE-ROW.

      *----------------------------------------------------------------*
      *  EVERY ATTEMPT OF A COURSE IS ATTEMPTED HOURS, RETAKES         *
      *  INCLUDED.  A ROW STILL ENROLLED HAS NOT BEEN ATTEMPTED YET    *
      *  FOR PACE - IT IS EITHER A FUTURE TERM OR A MISSING GRADE.     *
      *----------------------------------------------------------------*
       3250-TALLY-COURSE-ROW.
           IF NOT C-STAT-ENROLLED
               ADD C-COURSE-CREDITS TO C-ATTEMPTED
               IF C-STAT-COMPLETED
                   ADD C-COURSE-CREDITS TO C-GRADED-HOURS
                   IF C-COURSE-GPA > ZERO
                       ADD C-COURSE-CREDITS TO C-EARNED.

      *----------------------------------------------------------------*
      *  THE ARCHIVE IS UNKEYED, SO IT IS READ FRONT TO BACK FOR EACH  *
      *  STUDENT EVALUATED, THE SAME WAY CBLJRM26 DOES.                *
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
                   PERFORM 3250-TALLY-COURSE-ROW.

      *----------------------------------------------------------------*
      *  ACCEPTED TRANSFER CREDIT COUNTS AS BOTH ATTEMPTED AND EARNED  *
      *  HOURS.  IT CARRIES NO GRADE, SO IT NEVER TOUCHES THE GPA.     *
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
                   ADD XF-CREDITS TO C-ATTEMPTED
                   ADD XF-CREDITS TO C-EARNED.

       3500-MAX-TIMEFRAME.
           MOVE ZERO TO C-PGM-HOURS.
           IF DEGREE-FILE-ACTIVE AND STUDENT-PROGRAM-CODE NOT = SPACES
               MOVE STUDENT-PROGRAM-CODE TO DEG-PROGRAM-CODE
               MOVE SPACES TO DEG-COURSE-ID
               READ DEGREE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEG-TOTAL-CREDITS TO C-PGM-HOURS
               END-READ.
           IF C-PGM-HOURS = ZERO
               ADD 1 TO C-DEFAULT-PGM-CTR
               MOVE C-DEFAULT-PGM-HOURS TO C-PGM-HOURS.
           COMPUTE C-MAX-TIMEFRAME = C-PGM-HOURS * 3 / 2.

      *----------------------------------------------------------------*
      *  THE THREE MEASURES.  A STUDENT WITH NOTHING ATTEMPTED YET IS  *
      *  ON PACE, AND ONE WITH NO GRADED HOURS HAS NO GPA TO TEST.     *
      *----------------------------------------------------------------*
       3600-MEASURES.
           MOVE 'N' TO C-PACE-FAIL.
           MOVE 'N' TO C-GPA-FAIL.
           MOVE 'N' TO C-TIME-FAIL.
           IF C-ATTEMPTED > ZERO
               COMPUTE C-PACE-PCT ROUNDED =
                       C-EARNED * 100 / C-ATTEMPTED
           ELSE
               MOVE 100 TO C-PACE-PCT.
           IF C-PACE-PCT < C-PACE-FLOOR
               MOVE 'Y' TO C-PACE-FAIL.
           IF C-GRADED-HOURS > ZERO
               AND STUDENT-CUM-GPA < C-GPA-FLOOR
                   MOVE 'Y' TO C-GPA-FAIL.
           IF C-ATTEMPTED > C-MAX-TIMEFRAME
               MOVE 'Y' TO C-TIME-FAIL.

      *----------------------------------------------------------------*
      *  LATEST PRIOR TERM ON THE SAP HISTORY.  AS IN CBLJRM07, THE    *
      *  LAST ROW BELOW THE CURRENT TERM'S KEY WINS, SO A RERUN OF     *
      *  THE TERM DOES NOT COUNT ITSELF AS ITS OWN PREDECESSOR.        *
      *----------------------------------------------------------------*
       3700-FIND-PRIOR-SAP.
           MOVE SPACE TO C-PRIOR-STATUS.
           MOVE STUDENT-ID TO C-CSK-STUDENT.
           MOVE STUDENT-ID TO SAP-STUDENT-ID.
           MOVE ZERO TO SAP-YEAR.
           MOVE ZERO TO SAP-TERM-SEQ.
           START SAP-HIST-FILE
               KEY > SAP-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE.
           PERFORM 3710-SCAN-SAP-ROW
               UNTIL NOT MORE-SCAN-RECS.

       3710-SCAN-SAP-ROW.
           READ SAP-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF SAP-STUDENT-ID NOT = STUDENT-ID
                   OR SAP-KEY NOT < C-CURR-SAP-KEY
                       MOVE 'N' TO C-SCAN-MORE
               ELSE
                   MOVE SAP-STATUS TO C-PRIOR-STATUS.

      *----------------------------------------------------------------*
      *  PAST THE MAXIMUM TIMEFRAME A STUDENT IS INELIGIBLE OUTRIGHT.  *
      *  FAILING PACE OR GPA GIVES ONE WARNING TERM; FAILING AGAIN     *
      *  AFTER A WARNING (OR WHILE INELIGIBLE) IS INELIGIBLE.  MEETING *
      *  BOTH MEASURES RESTORES THE STUDENT TO MEETS.                  *
      *----------------------------------------------------------------*
       3800-ASSIGN-STATUS.
           EVALUATE TRUE
               WHEN TIME-FAILED
                   MOVE 'I' TO C-NEW-STATUS
               WHEN PACE-FAILED OR GPA-FAILED
                   IF C-PRIOR-STATUS = 'W' OR C-PRIOR-STATUS = 'I'
                       MOVE 'I' TO C-NEW-STATUS
                   ELSE
                       MOVE 'W' TO C-NEW-STATUS
                   END-IF
               WHEN OTHER
                   MOVE 'M' TO C-NEW-STATUS.
           EVALUATE C-NEW-STATUS
               WHEN 'M'
                   ADD 1 TO C-MEETS-CTR
               WHEN 'W'
                   ADD 1 TO C-WARNING-CTR
               WHEN 'I'
                   ADD 1 TO C-INELIGIBLE-CTR.

       3900-WRITE-SAP-ROW.
           MOVE STUDENT-ID TO SAP-STUDENT-ID.
           MOVE C-RPT-YEAR TO SAP-YEAR.
           MOVE C-RPT-SEQ TO SAP-TERM-SEQ.
           MOVE C-RPT-TERM TO SAP-TERM.
           MOVE C-NEW-STATUS TO SAP-STATUS.
           MOVE C-PACE-PCT TO SAP-PACE-PCT.
           MOVE STUDENT-CUM-GPA TO SAP-GPA.
           MOVE C-ATTEMPTED TO SAP-ATTEMPTED.
           MOVE C-EARNED TO SAP-EARNED.
           MOVE C-MAX-TIMEFRAME TO SAP-MAX-TIMEFRAME.
           MOVE C-PACE-FAIL TO SAP-PACE-FAIL.
           MOVE C-GPA-FAIL TO SAP-GPA-FAIL.
           MOVE C-TIME-FAIL TO SAP-TIME-FAIL.
           MOVE I-DATE-N TO SAP-RUN-DATE.
           WRITE SAP-HIST-REC
               INVALID KEY
                   REWRITE SAP-HIST-REC
                       INVALID KEY
                           ADD 1 TO C-HIST-ERR-CTR
                           DISPLAY 'SAP HISTORY WRITE FAILED - '
                               'STUDENT ' SAP-STUDENT-ID
                   END-REWRITE.

       4000-PRINT-SAP-LINE.
           MOVE STUDENT-ID TO O-SAP-STUD-ID.
           MOVE SPACES TO O-SAP-NAME.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO O-SAP-NAME.
           MOVE STUDENT-PROGRAM-CODE TO O-SAP-PROGRAM.
           MOVE C-ATTEMPTED TO O-SAP-ATTEMPTED.
           MOVE C-EARNED TO O-SAP-EARNED.
           MOVE C-PACE-PCT TO O-SAP-PACE.
           MOVE STUDENT-CUM-GPA TO O-SAP-GPA.
           MOVE C-MAX-TIMEFRAME TO O-SAP-MAX-TF.
           EVALUATE C-NEW-STATUS
               WHEN 'M'
                   MOVE 'MEETS' TO O-SAP-STATUS
               WHEN 'W'
                   MOVE 'WARNING' TO O-SAP-STATUS
               WHEN 'I'
                   MOVE 'INELIGIBLE' TO O-SAP-STATUS.
           MOVE SPACES TO O-SAP-FAILED.
           IF PACE-FAILED
               MOVE 'PACE' TO O-SAP-FAILED (1:4).
           IF GPA-FAILED
               MOVE 'GPA' TO O-SAP-FAILED (6:3).
           IF TIME-FAILED
               MOVE 'TIME' TO O-SAP-FAILED (10:4).
           WRITE PRTLINE FROM SAP-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.

      *----------------------------------------------------------------*
      *  COMMA-DELIMITED ROW FOR THE AID OFFICE, ONE PER STUDENT       *
      *  EVALUATED: ID, NAME, TERM, YEAR, SAP STATUS CODE, PACE %,     *
      *  GPA, ATTEMPTED, EARNED, MAXIMUM TIMEFRAME, AND THE THREE      *
      *  FAILED-MEASURE FLAGS.                                         *
      *----------------------------------------------------------------*
       4100-WRITE-EXTRACT.
           MOVE C-PACE-PCT TO C-EXT-PACE.
           MOVE STUDENT-CUM-GPA TO C-EXT-GPA.
           MOVE C-ATTEMPTED TO C-EXT-ATTEMPTED.
           MOVE C-EARNED TO C-EXT-EARNED.
           MOVE C-MAX-TIMEFRAME TO C-EXT-MAX.
           MOVE SPACES TO SAP-EXTRACT-REC.
           STRING STUDENT-ID DELIMITED BY SPACES
             ',' DELIMITED BY SIZE
             O-SAP-NAME DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-RPT-TERM DELIMITED BY SPACES
             ',' DELIMITED BY SIZE
             C-RPT-YEAR DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-NEW-STATUS DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-PACE DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-GPA DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-ATTEMPTED DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-EARNED DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-MAX DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-PACE-FAIL DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-GPA-FAIL DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-TIME-FAIL DELIMITED BY SIZE
                      INTO SAP-EXTRACT-REC.
           WRITE SAP-EXTRACT-REC.

       5000-CLOSING.
           IF C-RPT-SEQ NOT = ZERO AND C-RPT-YEAR NOT = ZERO
               PERFORM 5300-CONTROL-TOTALS
               CLOSE STUDENT-FILE
               CLOSE COURSE-FILE
               IF XFER-FILE-ACTIVE
                   CLOSE TRANSFER-FILE
               END-IF
               IF DEGREE-FILE-ACTIVE
                   CLOSE DEGREE-FILE
               END-IF
               CLOSE SAP-HIST-FILE
               CLOSE SAP-EXTRACT-FILE.
           CLOSE SAP-PRTOUT.
           IF C-HIST-ERR-CTR > ZERO
               MOVE 4 TO RETURN-CODE.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'STUDENT RECORDS READ' TO CTL-LABEL
           MOVE C-STUD-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'NOT ENROLLED IN THE TERM' TO CTL-LABEL
           MOVE C-NOT-ENROLLED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STUDENTS EVALUATED' TO CTL-LABEL
           MOVE C-EVAL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE '  MEETS SAP' TO CTL-LABEL
           MOVE C-MEETS-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  SAP WARNING' TO CTL-LABEL
           MOVE C-WARNING-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '  INELIGIBLE' TO CTL-LABEL
           MOVE C-INELIGIBLE-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'HELD TO DEFAULT PROGRAM LENGTH' TO CTL-LABEL
           MOVE C-DEFAULT-PGM-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'SAP HISTORY WRITE FAILURES' TO CTL-LABEL
           MOVE C-HIST-ERR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9500-STUDENT-READ.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO MORE-RECS.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM POLICY-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SAP-COL-HDG
               AFTER ADVANCING 2 LINES.
