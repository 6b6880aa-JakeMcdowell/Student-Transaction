       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM31.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          DUPLICATE STUDENT CANDIDATE REPORT.  SCANS            *
      *          STUDMAST.DAT ON ITS LAST-NAME ALTERNATE KEY (THE      *
      *          SAME KEY THE CBLJRM15 NAME LOOKUP READS), GATHERS     *
      *          EACH GROUP OF STUDENTS SHARING A LAST NAME, AND       *
      *          LISTS EVERY PAIR IN THE GROUP WHOSE FIRST NAME AND    *
      *          MIDDLE INITIAL ALSO MATCH - THE SECOND RECORD THE     *
      *          FRONT OFFICE CREATES FOR A RETURNING STUDENT.  EACH   *
      *          ID IS SHOWN WITH ITS TERM/YEAR LAST ATTENDED AND ITS  *
      *          STCOURSE.DAT ROW COUNT SO THE REGISTRAR CAN PICK THE  *
      *          SURVIVING ID FOR THE CBLJRM32 MERGE.  NOTHING ON      *
      *          FILE IS CHANGED.                                      *
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
               FILE STATUS IS CRS-STATUS.

           SELECT DUPLICATE-PRTOUT
               ASSIGN TO "C:\COBOL\STUDDUPS.PRT"
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

       FD  DUPLICATE-PRTOUT
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
           05  C-GROUP-CTR          PIC 9(06)    VALUE ZERO.
           05  C-PAIR-CTR           PIC 9(06)    VALUE ZERO.
           05  C-OVERFLOW-CTR       PIC 9(06)    VALUE ZERO.
           05  C-ROW-COUNT          PIC 9(04)    VALUE ZERO.
           05  C-COUNT-ID           PIC X(06)    VALUE SPACES.
           05  C-CRS-MORE           PIC X        VALUE 'N'.
               88  MORE-CRS-RECS                  VALUE 'Y'.

       01  H-LNAME                 PIC X(20)     VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      *  THE STUDENTS SHARING THE CURRENT LAST NAME.  EVERY PAIR IN    *
      *  THE GROUP IS COMPARED WHEN THE NAME CHANGES.  A GROUP         *
      *  LARGER THAN THE TABLE IS COMPARED ON ITS FIRST 50 ENTRIES     *
      *  AND THE REST ARE COUNTED ON THE CONTROL TOTALS.               *
      *----------------------------------------------------------------*
       01  NAME-GROUP-AREA.
           05  C-GRP-COUNT         PIC 9(03)     VALUE ZERO.
           05  C-GRP-ENTRY OCCURS 50 TIMES.
               10  C-GRP-STUDENT-ID PIC X(06).
               10  C-GRP-FNAME     PIC X(20).
               10  C-GRP-INIT      PIC X(01).
               10  C-GRP-TERM      PIC X(02).
               10  C-GRP-YEAR      PIC 9(04).

       01  C-SUB-A                 PIC 9(03)     VALUE ZERO.
       01  C-SUB-B                 PIC 9(03)     VALUE ZERO.
       01  C-SUB-START             PIC 9(03)     VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.

       01 RESPONSE-CODE             PIC XX.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01 CRS-STATUS                PIC XX.

       01 TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-MONTH         PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-DAY           PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-YEAR          PIC 9(4).
           05      FILLER          PIC X(30)     VALUE SPACES.
           05      FILLER          PIC X(34)
                       VALUE "DUPLICATE STUDENT CANDIDATE REPORT".
           05      FILLER          PIC X(44)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 DUPLICATE-COL-HDG.
           05 FILLER             PIC X(12)     VALUES "STUDENT NAME".
           05 FILLER             PIC X(31)     VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 FILLER             PIC X(8)      VALUES "LAST ATT".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "ROWS".
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 FILLER             PIC X(8)      VALUES "LAST ATT".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "ROWS".
           05 FILLER             PIC X(33)     VALUES SPACES.

       01 DUPLICATE-DETAIL-LINE.
           05 O-DUP-NAME         PIC X(40).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-DUP-ID-A         PIC X(8).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-DUP-TERM-A       PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-DUP-ROWS-A       PIC ZZZ9.
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-DUP-ID-B         PIC X(8).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-DUP-TERM-B       PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-DUP-ROWS-B       PIC ZZZ9.
           05 FILLER             PIC X(33)     VALUES SPACES.

       01 NO-DUPLICATE-LINE.
           05 FILLER             PIC X(37)     VALUES
                         "NO DUPLICATE STUDENT CANDIDATES FOUND".
           05 FILLER             PIC X(95)     VALUES SPACES.

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

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT DUPLICATE-PRTOUT.
           PERFORM 9600-HDG.

           MOVE LOW-VALUES TO STUDNET-LNAME.
           START STUDENT-FILE
               KEY IS >= STUDNET-LNAME
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       MOVE "YES" TO MORE-RECS
                       PERFORM 9100-STUDENT-READ-NEXT.
           IF MORE-RECS = "YES"
               MOVE STUDNET-LNAME TO H-LNAME.

      *----------------------------------------------------------------*
      *  THE SCAN RUNS IN LAST-NAME ORDER, SO A CHANGE OF NAME CLOSES  *
      *  THE GROUP BEFORE THE NEW STUDENT STARTS THE NEXT ONE.         *
      *----------------------------------------------------------------*
       2000-MAINLINE.
           ADD 1 TO C-STUD-READ-CTR.
           IF STUDNET-LNAME NOT = H-LNAME
               PERFORM 3000-CHECK-GROUP
               MOVE ZERO TO C-GRP-COUNT
               MOVE STUDNET-LNAME TO H-LNAME.
           PERFORM 2100-ADD-TO-GROUP.
           PERFORM 9100-STUDENT-READ-NEXT.

       2100-ADD-TO-GROUP.
           IF C-GRP-COUNT < 50
               ADD 1 TO C-GRP-COUNT
               MOVE STUDENT-ID TO C-GRP-STUDENT-ID (C-GRP-COUNT)
               MOVE STUDENT-FNAME TO C-GRP-FNAME (C-GRP-COUNT)
               MOVE STUDENT-INIT TO C-GRP-INIT (C-GRP-COUNT)
               MOVE STUDENT-TERM-LAST-ATT TO C-GRP-TERM (C-GRP-COUNT)
               MOVE STUDENT-YEAR-LAST-ATT TO C-GRP-YEAR (C-GRP-COUNT)
           ELSE
               ADD 1 TO C-OVERFLOW-CTR
               DISPLAY 'DUPLICATE SCAN - NAME GROUP TABLE FULL - '
                   'NOT COMPARED: STUDENT = ' STUDENT-ID.

      *----------------------------------------------------------------*
      *  EVERY PAIR IN THE GROUP IS COMPARED ONCE: EACH ENTRY AGAINST  *
      *  THE ENTRIES AFTER IT.                                         *
      *----------------------------------------------------------------*
       3000-CHECK-GROUP.
           IF C-GRP-COUNT > 1
               ADD 1 TO C-GROUP-CTR
               PERFORM 3100-COMPARE-ONE
                   VARYING C-SUB-A FROM 1 BY 1
                       UNTIL C-SUB-A NOT < C-GRP-COUNT.

       3100-COMPARE-ONE.
           COMPUTE C-SUB-START = C-SUB-A + 1.
           PERFORM 3110-COMPARE-PAIR
               VARYING C-SUB-B FROM C-SUB-START BY 1
                   UNTIL C-SUB-B > C-GRP-COUNT.

       3110-COMPARE-PAIR.
           IF C-GRP-FNAME (C-SUB-A) = C-GRP-FNAME (C-SUB-B)
               AND C-GRP-INIT (C-SUB-A) = C-GRP-INIT (C-SUB-B)
                   PERFORM 4200-OUTPUT.

      *----------------------------------------------------------------*
      *  LIVE STCOURSE.DAT ROWS FOR ONE ID - A START AT THE STUDENT    *
      *  AND A FORWARD READ UNTIL THE STUDENT CHANGES.                 *
      *----------------------------------------------------------------*
       3200-COUNT-COURSE-ROWS.
           MOVE ZERO TO C-ROW-COUNT.
           MOVE C-COUNT-ID TO C-STUDENT-ID.
           MOVE LOW-VALUES TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY IS >= C-KEY
                   INVALID KEY
                       MOVE 'N' TO C-CRS-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-CRS-MORE.
           PERFORM 3210-COUNT-ONE-ROW
               UNTIL NOT MORE-CRS-RECS.

       3210-COUNT-ONE-ROW.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-CRS-MORE.
           IF MORE-CRS-RECS
               IF C-STUDENT-ID = C-COUNT-ID
                   ADD 1 TO C-ROW-COUNT
               ELSE
                   MOVE 'N' TO C-CRS-MORE.

       4200-OUTPUT.
           ADD 1 TO C-PAIR-CTR.
           MOVE SPACES TO O-DUP-NAME.
           STRING H-LNAME DELIMITED BY SPACES
                  ', ' C-GRP-FNAME (C-SUB-A) DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  C-GRP-INIT (C-SUB-A) DELIMITED BY SIZE
                       INTO O-DUP-NAME.

           MOVE SPACES TO O-DUP-ID-A.
           STRING C-GRP-STUDENT-ID (C-SUB-A) (1:2) DELIMITED BY SIZE
             '-' C-GRP-STUDENT-ID (C-SUB-A) (3:2) DELIMITED BY SIZE
             '-' C-GRP-STUDENT-ID (C-SUB-A) (5:2) DELIMITED BY SIZE
                   INTO O-DUP-ID-A.
           MOVE SPACES TO O-DUP-TERM-A.
           STRING C-GRP-TERM (C-SUB-A) DELIMITED BY SPACES
             '/' C-GRP-YEAR (C-SUB-A) DELIMITED BY SPACES
                      INTO O-DUP-TERM-A.
           MOVE C-GRP-STUDENT-ID (C-SUB-A) TO C-COUNT-ID.
           PERFORM 3200-COUNT-COURSE-ROWS.
           MOVE C-ROW-COUNT TO O-DUP-ROWS-A.

           MOVE SPACES TO O-DUP-ID-B.
           STRING C-GRP-STUDENT-ID (C-SUB-B) (1:2) DELIMITED BY SIZE
             '-' C-GRP-STUDENT-ID (C-SUB-B) (3:2) DELIMITED BY SIZE
             '-' C-GRP-STUDENT-ID (C-SUB-B) (5:2) DELIMITED BY SIZE
                   INTO O-DUP-ID-B.
           MOVE SPACES TO O-DUP-TERM-B.
           STRING C-GRP-TERM (C-SUB-B) DELIMITED BY SPACES
             '/' C-GRP-YEAR (C-SUB-B) DELIMITED BY SPACES
                      INTO O-DUP-TERM-B.
           MOVE C-GRP-STUDENT-ID (C-SUB-B) TO C-COUNT-ID.
           PERFORM 3200-COUNT-COURSE-ROWS.
           MOVE C-ROW-COUNT TO O-DUP-ROWS-B.

           WRITE PRTLINE FROM DUPLICATE-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-HDG.

       5000-CLOSING.
           PERFORM 3000-CHECK-GROUP.
           IF C-PAIR-CTR = ZERO
               WRITE PRTLINE FROM NO-DUPLICATE-LINE
                   AFTER ADVANCING 3 LINES.
           PERFORM 5300-CONTROL-TOTALS.
           CLOSE STUDENT-FILE.
           CLOSE COURSE-FILE.
           CLOSE DUPLICATE-PRTOUT.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'STUDENT RECORDS READ' TO CTL-LABEL
           MOVE C-STUD-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'LAST NAMES SHARED BY 2 OR MORE' TO CTL-LABEL
           MOVE C-GROUP-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'DUPLICATE CANDIDATE PAIRS' TO CTL-LABEL
           MOVE C-PAIR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STUDENTS PAST GROUP TABLE LIMIT' TO CTL-LABEL
           MOVE C-OVERFLOW-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9100-STUDENT-READ-NEXT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO MORE-RECS.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DUPLICATE-COL-HDG
               AFTER ADVANCING 2 LINES.
