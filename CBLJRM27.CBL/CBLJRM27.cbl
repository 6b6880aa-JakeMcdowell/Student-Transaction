       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM27.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          TERM CLOSE.  FOR A GIVEN TERM/YEAR (TTYYYY ON THE      *
      *          COMMAND LINE, OR THE CURRENT TERM/YEAR FROM THE        *
      *          STCRCTRL.DAT RUN HEADER), PRINTS A MISSING-GRADES      *
      *          ROSTER BY COURSE OF EVERY STCOURSE.DAT ROW FOR THE     *
      *          TERM STILL ENROLLED WITH NO GRADE, CLEARS THE TERM'S   *
      *          LEFTOVER STCRWAIT.DAT ENTRIES, AND MARKS THE TERM      *
      *          CLOSED ON THE STCRTERM.DAT TERM CALENDAR.  FROM THEN   *
      *          ON CBLJRM05 REFUSES GRADE, CHANGE, AND DELETE          *
      *          TRANSACTIONS AGAINST THE TERM'S ROWS UNLESS THEY       *
      *          CARRY A GRADE-CHANGE REFERENCE AUTHORIZED THROUGH      *
      *          CBLJRM28.  A RE-RUN FOR A TERM ALREADY CLOSED          *
      *          REPRINTS THE ROSTER AND KEEPS THE ORIGINAL CLOSE       *
      *          DATE.                                                  *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COURSE-FILE
               ASSIGN TO "C:\COBOL LL\STCOURSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS RESPONSE-CODE.

           SELECT STUDENT-FILE
               ASSIGN TO "C:\COBOL LL\STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDNET-LNAME
                   WITH DUPLICATES
               FILE STATUS IS RESPONSE-CODE.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS RESPONSE-CODE.

           SELECT WAITLIST-FILE
               ASSIGN TO "C:\COBOL LL\STCRWAIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "C:\COBOL LL\STCRCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTRL-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "C:\COBOL LL\STCRTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TRM-KEY
               FILE STATUS IS RESPONSE-CODE.

           SELECT CLOSE-PRTOUT
               ASSIGN TO "C:\COBOL\STCRTCLS.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS COURSE-MAST.
       COPY 'CBLCRSE.CPY'.

       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

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

       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RUN-CTL-REC.
       COPY 'CBLRCTL.CPY'.

       FD  TERM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERM-CAL-REC.
       COPY 'CBLTERM.CPY'.

       FD  CLOSE-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-CRS-READ-CTR       PIC 9(06)    VALUE ZERO.
           05  C-MISSING-CTR        PIC 9(06)    VALUE ZERO.
           05  C-CRS-MISSING-CTR    PIC 9(06)    VALUE ZERO.
           05  C-WAIT-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-WAIT-CLEAR-CTR     PIC 9(06)    VALUE ZERO.
           05  C-WAIT-KEPT-CTR      PIC 9(06)    VALUE ZERO.
           05  C-TBL-OVERFLOW-CTR   PIC 9(06)    VALUE ZERO.

      *----------------------------------------------------------------*
      *  THE TERM'S UNGRADED ENROLLED ROWS, IN STUDENT ORDER AS THE    *
      *  COURSE FILE IS READ.  THE ROSTER PASS WALKS THE CATALOG AND   *
      *  PULLS EACH COURSE'S ROWS OUT OF HERE, SO THE ROSTER COMES     *
      *  OUT BY COURSE WITHOUT A SORT.  A ROW WHOSE COURSE IS NO       *
      *  LONGER IN THE CATALOG IS PRINTED AFTER THE CATALOG PASS.      *
      *----------------------------------------------------------------*
       01  MISSING-GRADE-TABLE.
           05  C-MG-COUNT          PIC 9(03)     VALUE ZERO.
           05  C-MG-ENTRY OCCURS 500 TIMES.
               10  C-MG-COURSE-ID  PIC X(08).
               10  C-MG-STUDENT-ID PIC X(06).
               10  C-MG-ATTEMPT    PIC 9(02).
               10  C-MG-COURSE-NAME PIC X(30).
               10  C-MG-PRINTED    PIC X(01).

       01  C-SUB                   PIC 9(03)     VALUE ZERO.
       01  C-ORPH-SUB              PIC 9(03)     VALUE ZERO.
       01  C-GRP-COURSE-ID         PIC X(08)     VALUE SPACES.
       01  C-GRP-COURSE-NAME       PIC X(30)     VALUE SPACES.
       01  C-GRP-CTR               PIC 9(04)     VALUE ZERO.

      *----------------------------------------------------------------*
      *  WAITLIST ENTRIES FOR OTHER TERMS, KEPT IN ARRIVAL ORDER AND   *
      *  WRITTEN BACK OVER STCRWAIT.DAT.  THE TABLE MATCHES THE ONE    *
      *  CBLJRM05 LOADS; IF THE FILE HOLDS MORE ENTRIES THAN THAT THE  *
      *  FILE IS LEFT UNTOUCHED RATHER THAN TRUNCATED.                 *
      *----------------------------------------------------------------*
       01  WAITLIST-AREA.
           05  C-WL-COUNT          PIC 9(03)     VALUE ZERO.
           05  C-WL-ENTRY OCCURS 200 TIMES.
               10  C-WL-COURSE-ID  PIC X(08).
               10  C-WL-STUDENT-ID PIC X(06).
               10  C-WL-TERM       PIC X(02).
               10  C-WL-YEAR       PIC 9(04).
               10  C-WL-ENTRY-DATE PIC 9(08).

       01  C-WL-SUB                PIC 9(03)     VALUE ZERO.
       01  C-WL-OVERFLOW           PIC X         VALUE 'N'.
           88  WAITLIST-OVERFLOW                  VALUE 'Y'.
       01  C-WL-ACTIVE             PIC X         VALUE 'N'.
           88  WAITLIST-FILE-ACTIVE               VALUE 'Y'.

       01  C-ALREADY-CLOSED        PIC X         VALUE 'N'.
           88  TERM-ALREADY-CLOSED                VALUE 'Y'.
       01  C-FIRST-CLOSE-DATE      PIC 9(08)     VALUE ZERO.

       01  C-PARM-RAW              PIC X(06)     VALUE SPACES.
       01  C-RPT-TERM              PIC X(02)     VALUE SPACES.
       01  C-RPT-YEAR              PIC 9(04)     VALUE ZERO.

       01  WAIT-STATUS             PIC XX.
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
           05      FILLER          PIC X(28)
                         VALUE "TERM CLOSE - MISSING GRADES".
           05      FILLER          PIC X(8)      VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "TERM: ".
           05      O-RPT-TERM      PIC X(02).
           05      FILLER          PIC X         VALUE '/'.
           05      O-RPT-YEAR      PIC 9(04).
           05      FILLER          PIC X(2)      VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 ROSTER-COL-HDG.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(11)     VALUES "COURSE NAME".
           05 FILLER             PIC X(22)     VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(12)     VALUES "STUDENT NAME".
           05 FILLER             PIC X(22)     VALUES SPACES.
           05 FILLER             PIC X(3)      VALUES "ATT".
           05 FILLER             PIC X(34)     VALUES SPACES.

       01 ROSTER-DETAIL-LINE.
           05 O-RST-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-RST-COURSE-NAME  PIC X(30).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-RST-STUD-ID      PIC X(6).
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 O-RST-STUD-NAME    PIC X(32).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-RST-ATTEMPT      PIC 99.
           05 FILLER             PIC X(35)     VALUES SPACES.

       01 COURSE-TOTAL-LINE.
           05 FILLER             PIC X(47)     VALUES SPACES.
           05 FILLER             PIC X(28)     VALUES
                                      "MISSING GRADES THIS COURSE: ".
           05 O-CRS-MISSING      PIC ZZZ9.
           05 FILLER             PIC X(53)     VALUES SPACES.

       01 NO-MISSING-LINE.
           05 FILLER             PIC X(40)     VALUES
                      "NO ENROLLED ROWS ARE MISSING A GRADE".
           05 FILLER             PIC X(92)     VALUES SPACES.

       01 WAIT-SECTION-HDG.
           05 FILLER             PIC X(40)     VALUES
                      "LEFTOVER WAITLIST ENTRIES CLEARED".
           05 FILLER             PIC X(92)     VALUES SPACES.

       01 WAIT-COL-HDG.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "ENTRY DATE".
           05 FILLER             PIC X(94)     VALUES SPACES.

       01 WAIT-DETAIL-LINE.
           05 O-WCL-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-WCL-STUD-ID      PIC X(6).
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 O-WCL-ENTRY-DATE   PIC 9(8).
           05 FILLER             PIC X(96)     VALUES SPACES.

       01 CLOSE-STATUS-LINE.
           05 O-CLS-TEXT         PIC X(40).
           05 O-CLS-DATE         PIC 9(8).
           05 FILLER             PIC X(84)     VALUES SPACES.

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
               PERFORM 2000-LOAD-MISSING-GRADES
               PERFORM 3000-CLEAR-WAITLIST
               PERFORM 4000-PRINT-ROSTER
               PERFORM 4800-MARK-TERM-CLOSED
               PERFORM 4900-PRINT-CLEARED-WAITLIST.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           ACCEPT C-PARM-RAW FROM COMMAND-LINE.
           IF C-PARM-RAW = SPACES
               PERFORM 1100-TERM-FROM-RUN-CONTROL
           ELSE
               MOVE C-PARM-RAW(1:2) TO C-RPT-TERM
               MOVE C-PARM-RAW(3:4) TO C-RPT-YEAR.

           OPEN OUTPUT CLOSE-PRTOUT.
           MOVE C-RPT-TERM TO O-RPT-TERM.
           MOVE C-RPT-YEAR TO O-RPT-YEAR.
           PERFORM 9600-HDG.
           IF C-RPT-TERM = SPACES OR C-RPT-YEAR = ZERO
               DISPLAY 'TERM CLOSE - NO TERM/YEAR PARAMETER AND NO '
                   'RUN CONTROL HEADER - RUN ABANDONED'
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
           OPEN INPUT COURSE-FILE.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN I-O TERM-FILE.
           IF RESPONSE-CODE = '35'
               OPEN OUTPUT TERM-FILE
               CLOSE TERM-FILE
               OPEN I-O TERM-FILE.

      *----------------------------------------------------------------*
      *  ONE PASS OF THE COURSE FILE.  A ROW BELONGS TO THE TERM BY    *
      *  ITS TERM FIELDS, WHICH CARRY THE ENROLLMENT TERM UNTIL A      *
      *  GRADE IS POSTED - SO ANY ROW STILL ENROLLED FOR THE TERM IS   *
      *  ONE THE INSTRUCTOR NEVER GRADED.                              *
      *----------------------------------------------------------------*
       2000-LOAD-MISSING-GRADES.
           MOVE LOW-VALUES TO C-KEY.
           START COURSE-FILE
               KEY >= C-KEY
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       MOVE "YES" TO MORE-RECS
           END-START.
           PERFORM 2100-CHECK-ONE-ROW
               UNTIL MORE-RECS = "NO ".

       2100-CHECK-ONE-ROW.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO MORE-RECS.
           IF MORE-RECS NOT = "NO "
               ADD 1 TO C-CRS-READ-CTR
               IF C-STAT-ENROLLED
                   AND C-TERM-COMPLETED = C-RPT-TERM
                   AND C-YEAR-COMPLETED = C-RPT-YEAR
                       ADD 1 TO C-MISSING-CTR
                       PERFORM 2200-ADD-MISSING-ENTRY.

       2200-ADD-MISSING-ENTRY.
           IF C-MG-COUNT < 500
               ADD 1 TO C-MG-COUNT
               MOVE C-COURSE-ID TO C-MG-COURSE-ID (C-MG-COUNT)
               MOVE C-STUDENT-ID TO C-MG-STUDENT-ID (C-MG-COUNT)
               MOVE C-ATTEMPT-NO TO C-MG-ATTEMPT (C-MG-COUNT)
               MOVE C-COURSE-NAME TO C-MG-COURSE-NAME (C-MG-COUNT)
               MOVE 'N' TO C-MG-PRINTED (C-MG-COUNT)
           ELSE
               ADD 1 TO C-TBL-OVERFLOW-CTR
               DISPLAY 'TERM CLOSE - ROSTER TABLE FULL - NOT LISTED: '
                   'STUDENT = ' C-STUDENT-ID ' COURSE = ' C-COURSE-ID.

      *----------------------------------------------------------------*
      *  A WAITLIST ENTRY FOR THE CLOSING TERM CAN NEVER BE PROMOTED   *
      *  NOW, SO IT IS DROPPED.  ENTRIES FOR OTHER TERMS ARE WRITTEN   *
      *  BACK IN THEIR ORIGINAL ORDER.  THE CLEARED ENTRIES ARE        *
      *  LISTED AFTER THE ROSTER FROM A SECOND READ OF THE OLD FILE,   *
      *  SO THE FILE IS REWRITTEN ONLY AFTER THE LIST IS PRINTED.      *
      *----------------------------------------------------------------*
       3000-CLEAR-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WAIT-STATUS = '00'
               MOVE 'Y' TO C-WL-ACTIVE
               PERFORM 3100-LOAD-ONE-WAIT
                   UNTIL WAIT-STATUS NOT = '00'
               CLOSE WAITLIST-FILE.
           IF WAITLIST-OVERFLOW
               DISPLAY 'TERM CLOSE - STCRWAIT.DAT HOLDS MORE THAN 200 '
                   'ENTRIES - WAITLIST NOT CLEARED'
               MOVE 4 TO RETURN-CODE
               MOVE ZERO TO C-WAIT-CLEAR-CTR.

       3100-LOAD-ONE-WAIT.
           READ WAITLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO C-WAIT-READ-CTR
                   IF WL-TERM = C-RPT-TERM
                       AND WL-YEAR = C-RPT-YEAR
                           ADD 1 TO C-WAIT-CLEAR-CTR
                   ELSE
                       PERFORM 3200-KEEP-ONE-WAIT.

       3200-KEEP-ONE-WAIT.
           IF C-WL-COUNT < 200
               ADD 1 TO C-WL-COUNT
               MOVE WL-COURSE-ID TO C-WL-COURSE-ID (C-WL-COUNT)
               MOVE WL-STUDENT-ID TO C-WL-STUDENT-ID (C-WL-COUNT)
               MOVE WL-TERM TO C-WL-TERM (C-WL-COUNT)
               MOVE WL-YEAR TO C-WL-YEAR (C-WL-COUNT)
               MOVE WL-ENTRY-DATE TO C-WL-ENTRY-DATE (C-WL-COUNT)
           ELSE
               MOVE 'Y' TO C-WL-OVERFLOW.

      *----------------------------------------------------------------*
      *  ROSTER PASS.  EVERY CATALOG COURSE WITH UNGRADED ROWS GETS A  *
      *  GROUP OF STUDENT LINES AND A COURSE COUNT; THEN ANY ROWS      *
      *  WHOSE COURSE HAS LEFT THE CATALOG ARE GROUPED THE SAME WAY.   *
      *----------------------------------------------------------------*
       4000-PRINT-ROSTER.
           MOVE LOW-VALUES TO CAT-COURSE-ID.
           START CATALOG-FILE
               KEY >= CAT-COURSE-ID
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       MOVE "YES" TO MORE-RECS
           END-START.
           PERFORM 4100-ROSTER-ONE-COURSE
               UNTIL MORE-RECS = "NO ".
           MOVE ZERO TO C-ORPH-SUB.
           PERFORM 4500-ROSTER-ORPHAN-ROW
               UNTIL C-ORPH-SUB = C-MG-COUNT.
           IF C-MG-COUNT = ZERO
               WRITE PRTLINE FROM NO-MISSING-LINE
                   AFTER ADVANCING 2 LINES.

       4100-ROSTER-ONE-COURSE.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO MORE-RECS.
           IF MORE-RECS NOT = "NO "
               MOVE CAT-COURSE-ID TO C-GRP-COURSE-ID
               MOVE CAT-COURSE-NAME TO C-GRP-COURSE-NAME
               PERFORM 4200-PRINT-COURSE-GROUP.

       4200-PRINT-COURSE-GROUP.
           MOVE ZERO TO C-GRP-CTR.
           MOVE ZERO TO C-SUB.
           PERFORM 4210-GROUP-ONE-ROW
               UNTIL C-SUB = C-MG-COUNT.
           IF C-GRP-CTR > ZERO
               ADD 1 TO C-CRS-MISSING-CTR
               MOVE C-GRP-CTR TO O-CRS-MISSING
               WRITE PRTLINE FROM COURSE-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9600-HDG.

       4210-GROUP-ONE-ROW.
           ADD 1 TO C-SUB.
           IF C-MG-COURSE-ID (C-SUB) = C-GRP-COURSE-ID
               AND C-MG-PRINTED (C-SUB) = 'N'
                   PERFORM 4300-ROSTER-LINE.

       4300-ROSTER-LINE.
           ADD 1 TO C-GRP-CTR.
           MOVE 'Y' TO C-MG-PRINTED (C-SUB).
           IF C-GRP-CTR = 1
               MOVE C-GRP-COURSE-ID TO O-RST-COURSE-ID
               MOVE C-GRP-COURSE-NAME TO O-RST-COURSE-NAME
           ELSE
               MOVE SPACES TO O-RST-COURSE-ID
               MOVE SPACES TO O-RST-COURSE-NAME.
           MOVE C-MG-STUDENT-ID (C-SUB) TO O-RST-STUD-ID.
           MOVE C-MG-ATTEMPT (C-SUB) TO O-RST-ATTEMPT.
           MOVE C-MG-STUDENT-ID (C-SUB) TO STUDENT-ID.
           READ STUDENT-FILE.
           MOVE SPACES TO O-RST-STUD-NAME.
           IF VAL-CODE
               STRING STUDNET-LNAME DELIMITED BY SPACES
                      ', ' STUDENT-FNAME DELIMITED BY SPACES
                      ' ' DELIMITED BY SIZE
                      STUDENT-INIT DELIMITED BY SIZE
                          INTO O-RST-STUD-NAME
           ELSE
               MOVE '** NOT ON STUDENT MASTER **' TO O-RST-STUD-NAME.
           IF C-GRP-CTR = 1
               WRITE PRTLINE FROM ROSTER-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9600-HDG
           ELSE
               WRITE PRTLINE FROM ROSTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9600-HDG.

       4500-ROSTER-ORPHAN-ROW.
           ADD 1 TO C-ORPH-SUB.
           IF C-MG-PRINTED (C-ORPH-SUB) = 'N'
               MOVE C-MG-COURSE-ID (C-ORPH-SUB) TO C-GRP-COURSE-ID
               MOVE C-MG-COURSE-NAME (C-ORPH-SUB)
                   TO C-GRP-COURSE-NAME
               PERFORM 4200-PRINT-COURSE-GROUP.

      *----------------------------------------------------------------*
      *  THE CALENDAR ROW IS WRITTEN (OR REWRITTEN) CLOSED WITH THIS   *
      *  RUN'S COUNTS.  A TERM ALREADY CLOSED KEEPS ITS FIRST CLOSE    *
      *  DATE SO THE LOCK DATE ON RECORD NEVER MOVES.                  *
      *----------------------------------------------------------------*
       4800-MARK-TERM-CLOSED.
           MOVE C-RPT-TERM TO TRM-TERM.
           MOVE C-RPT-YEAR TO TRM-YEAR.
           READ TERM-FILE.
           IF VAL-CODE
               IF TRM-CLOSED
                   MOVE 'Y' TO C-ALREADY-CLOSED
               ELSE
                   MOVE I-DATE-N TO TRM-CLOSE-DATE
               END-IF
               MOVE 'C' TO TRM-STATUS
               PERFORM 4810-SET-TERM-COUNTS
               REWRITE TERM-CAL-REC
                   INVALID KEY
                       DISPLAY 'TERM CLOSE - CALENDAR REWRITE FAILED '
                           'FOR ' C-RPT-TERM '/' C-RPT-YEAR
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               MOVE SPACES TO TERM-CAL-REC
               MOVE C-RPT-TERM TO TRM-TERM
               MOVE C-RPT-YEAR TO TRM-YEAR
               MOVE 'C' TO TRM-STATUS
               MOVE I-DATE-N TO TRM-CLOSE-DATE
               PERFORM 4810-SET-TERM-COUNTS
               WRITE TERM-CAL-REC
                   INVALID KEY
                       DISPLAY 'TERM CLOSE - CALENDAR WRITE FAILED '
                           'FOR ' C-RPT-TERM '/' C-RPT-YEAR
                       MOVE 8 TO RETURN-CODE.
           MOVE TRM-CLOSE-DATE TO C-FIRST-CLOSE-DATE.

       4810-SET-TERM-COUNTS.
           MOVE C-MISSING-CTR TO TRM-MISSING-GRADES.
           MOVE C-WAIT-CLEAR-CTR TO TRM-WAIT-CLEARED.
           MOVE I-DATE-N TO TRM-LAST-RUN-DATE.

      *----------------------------------------------------------------*
      *  THE OLD WAITLIST IS READ A SECOND TIME TO LIST WHAT IS BEING  *
      *  DROPPED, THEN REPLACED BY THE ENTRIES KEPT IN 3000.           *
      *----------------------------------------------------------------*
       4900-PRINT-CLEARED-WAITLIST.
           IF WAITLIST-FILE-ACTIVE AND NOT WAITLIST-OVERFLOW
               AND C-WAIT-CLEAR-CTR > ZERO
                   WRITE PRTLINE FROM WAIT-SECTION-HDG
                       AFTER ADVANCING 3 LINES
                   WRITE PRTLINE FROM WAIT-COL-HDG
                       AFTER ADVANCING 2 LINES
                   OPEN INPUT WAITLIST-FILE
                   PERFORM 4910-LIST-ONE-WAIT
                       UNTIL WAIT-STATUS NOT = '00'
                   CLOSE WAITLIST-FILE
                   PERFORM 4950-REWRITE-WAITLIST.

       4910-LIST-ONE-WAIT.
           READ WAITLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WL-TERM = C-RPT-TERM
                       AND WL-YEAR = C-RPT-YEAR
                           MOVE WL-COURSE-ID TO O-WCL-COURSE-ID
                           MOVE WL-STUDENT-ID TO O-WCL-STUD-ID
                           MOVE WL-ENTRY-DATE TO O-WCL-ENTRY-DATE
                           WRITE PRTLINE FROM WAIT-DETAIL-LINE
                               AFTER ADVANCING 1 LINES
                                   AT EOP
                                       PERFORM 9610-WAIT-HDG.

       4950-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           MOVE ZERO TO C-WL-SUB.
           PERFORM 4960-SAVE-ONE-WAIT
               UNTIL C-WL-SUB = C-WL-COUNT.
           CLOSE WAITLIST-FILE.

       4960-SAVE-ONE-WAIT.
           ADD 1 TO C-WL-SUB.
           MOVE SPACES TO WAITLIST-REC.
           MOVE C-WL-COURSE-ID (C-WL-SUB) TO WL-COURSE-ID.
           MOVE C-WL-STUDENT-ID (C-WL-SUB) TO WL-STUDENT-ID.
           MOVE C-WL-TERM (C-WL-SUB) TO WL-TERM.
           MOVE C-WL-YEAR (C-WL-SUB) TO WL-YEAR.
           MOVE C-WL-ENTRY-DATE (C-WL-SUB) TO WL-ENTRY-DATE.
           WRITE WAITLIST-REC.
           ADD 1 TO C-WAIT-KEPT-CTR.

       5000-CLOSING.
           IF C-RPT-TERM NOT = SPACES AND C-RPT-YEAR NOT = ZERO
               PERFORM 5100-CLOSE-STATUS
               PERFORM 5300-CONTROL-TOTALS
               CLOSE COURSE-FILE
               CLOSE STUDENT-FILE
               CLOSE CATALOG-FILE
               CLOSE TERM-FILE.
           CLOSE CLOSE-PRTOUT.

       5100-CLOSE-STATUS.
           IF TERM-ALREADY-CLOSED
               MOVE 'TERM WAS ALREADY CLOSED - LOCKED SINCE ' TO
                   O-CLS-TEXT
           ELSE
               MOVE 'TERM CLOSED - GRADES LOCKED AS OF ' TO O-CLS-TEXT.
           MOVE C-FIRST-CLOSE-DATE TO O-CLS-DATE.
           WRITE PRTLINE FROM CLOSE-STATUS-LINE
               AFTER ADVANCING 3 LINES.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'COURSE RECORDS READ' TO CTL-LABEL
           MOVE C-CRS-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ENROLLED ROWS MISSING A GRADE' TO CTL-LABEL
           MOVE C-MISSING-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSES WITH MISSING GRADES' TO CTL-LABEL
           MOVE C-CRS-MISSING-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ROWS PAST ROSTER TABLE LIMIT' TO CTL-LABEL
           MOVE C-TBL-OVERFLOW-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'WAITLIST ENTRIES READ' TO CTL-LABEL
           MOVE C-WAIT-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'WAITLIST ENTRIES CLEARED' TO CTL-LABEL
           MOVE C-WAIT-CLEAR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'WAITLIST ENTRIES KEPT' TO CTL-LABEL
           MOVE C-WAIT-KEPT-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM ROSTER-COL-HDG
               AFTER ADVANCING 2 LINES.

       9610-WAIT-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM WAIT-COL-HDG
               AFTER ADVANCING 2 LINES.
