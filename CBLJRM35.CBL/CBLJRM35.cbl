       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM35.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          STUDENT WEEKLY CLASS SCHEDULES FOR ORIENTATION.  FOR   *
      *          EVERY STUDENT WITH ENROLLED STCOURSE.DAT ROWS IN THE   *
      *          TERM, PRINTS ONE HANDOUT (STARTING ON A NEW PAGE)      *
      *          LISTING THE COURSES WITH THEIR DAYS, TIMES, AND ROOMS  *
      *          FROM THE CRSEMEET.DAT MEETING SCHEDULE, THEN THE WEEK  *
      *          DAY BY DAY IN START-TIME ORDER.  A COURSE WITH NO      *
      *          MEETING ROW FOR THE TERM PRINTS AS TBA AND IS LEFT     *
      *          OFF THE DAY-BY-DAY WEEK.  THE PARAMETER IS THE TERM    *
      *          (TTYYYY); WITH NO TERM THE CURRENT TERM/YEAR ON THE    *
      *          STCRCTRL.DAT RUN HEADER IS USED.  NOTHING ON FILE IS   *
      *          CHANGED.                                               *
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

           SELECT MEETING-FILE
               ASSIGN TO "C:\COBOL LL\CRSEMEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MTG-KEY
               FILE STATUS IS MEET-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "C:\COBOL LL\STCRCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTRL-STATUS.

           SELECT SCHEDULE-PRTOUT
               ASSIGN TO "C:\COBOL\STCRSCHD.PRT"
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

       FD  MEETING-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS MEETING-MAST.
       COPY 'CBLMEET.CPY'.

       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RUN-CTL-REC.
       COPY 'CBLRCTL.CPY'.

       FD  SCHEDULE-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 999      VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-STUD-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-SCHED-CTR          PIC 9(06)    VALUE ZERO.
           05  C-NOT-ENROLLED-CTR   PIC 9(06)    VALUE ZERO.
           05  C-ROWS-LISTED-CTR    PIC 9(06)    VALUE ZERO.
           05  C-TBA-CTR            PIC 9(06)    VALUE ZERO.
           05  C-OVERFLOW-CTR       PIC 9(06)    VALUE ZERO.

       01  C-PARM-RAW              PIC X(06)     VALUE SPACES.
       01  C-PARM-VIEW REDEFINES C-PARM-RAW.
           05  C-PARM-TERM         PIC X(02).
           05  C-PARM-YEAR         PIC X(04).

       01  C-RPT-TERM              PIC X(02)     VALUE SPACES.
       01  C-RPT-YEAR              PIC 9(04)     VALUE ZERO.
       01  C-RPT-SEQ               PIC 9(01)     VALUE ZERO.

       01  C-SCAN-MORE             PIC X         VALUE 'N'.
           88  MORE-SCAN-RECS                     VALUE 'Y'.
       01  C-MEET-ACTIVE           PIC X         VALUE 'N'.
           88  MEETING-FILE-ACTIVE                VALUE 'Y'.

      *----------------------------------------------------------------*
      *  ONE STUDENT'S ENROLLED COURSES FOR THE TERM, SORTED INTO      *
      *  START-TIME ORDER BEFORE PRINTING.  A COURSE WITH NO MEETING   *
      *  ROW CARRIES A START TIME OF 9999 SO IT SORTS TO THE END.      *
      *----------------------------------------------------------------*
       01  SCHEDULE-TABLE.
           05  C-SCH-COUNT         PIC 9(02)     VALUE ZERO.
           05  C-SCH-CREDITS-TOT   PIC 9(03)     VALUE ZERO.
           05  C-SCH-TBA-COUNT     PIC 9(02)     VALUE ZERO.
           05  C-SCH-OVERFLOW      PIC 9(02)     VALUE ZERO.
           05  C-SCH-ENTRY OCCURS 20 TIMES.
               10  C-SCH-COURSE-ID     PIC X(08).
               10  C-SCH-COURSE-NAME   PIC X(30).
               10  C-SCH-CREDITS       PIC 9(01).
               10  C-SCH-DAYS          PIC X(07).
               10  C-SCH-DAYS-R REDEFINES C-SCH-DAYS.
                   15  C-SCH-DAY-FLAG  PIC X(01) OCCURS 7 TIMES.
               10  C-SCH-START-TIME    PIC 9(04).
               10  C-SCH-END-TIME      PIC 9(04).
               10  C-SCH-ROOM          PIC X(08).
               10  C-SCH-MEET-FLAG     PIC X(01).
                   88  C-SCH-HAS-MEETING           VALUE 'Y'.

       01  C-SCH-SWAP              PIC X(63)     VALUE SPACES.

       01  C-SUB                   PIC 9(02)     VALUE ZERO.
       01  C-SUB2                  PIC 9(02)     VALUE ZERO.
       01  C-SUB3                  PIC 9(02)     VALUE ZERO.
       01  C-DAY-SUB               PIC 9(01)     VALUE ZERO.
       01  C-DAY-CLASSES           PIC 9(02)     VALUE ZERO.

       01  C-DAY-NAMES.
           05  FILLER              PIC X(09)     VALUE 'MONDAY'.
           05  FILLER              PIC X(09)     VALUE 'TUESDAY'.
           05  FILLER              PIC X(09)     VALUE 'WEDNESDAY'.
           05  FILLER              PIC X(09)     VALUE 'THURSDAY'.
           05  FILLER              PIC X(09)     VALUE 'FRIDAY'.
           05  FILLER              PIC X(09)     VALUE 'SATURDAY'.
           05  FILLER              PIC X(09)     VALUE 'SUNDAY'.
       01  C-DAY-NAMES-R REDEFINES C-DAY-NAMES.
           05  C-DAY-NAME          PIC X(09)     OCCURS 7 TIMES.

      *    HHMM FROM THE MEETING ROW, EDITED AS HH:MM FOR PRINTING.
       01  C-TIME-IN               PIC 9(04)     VALUE ZERO.
       01  C-TIME-IN-R REDEFINES C-TIME-IN.
           05  C-TIME-IN-HH        PIC 9(02).
           05  C-TIME-IN-MM        PIC 9(02).
       01  C-TIME-OUT.
           05  C-TIME-OUT-HH       PIC 9(02).
           05  FILLER              PIC X(01)     VALUE ':'.
           05  C-TIME-OUT-MM       PIC 9(02).

       01  MEET-STATUS             PIC XX.
       01  CTRL-STATUS             PIC XX.

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
           05      FILLER          PIC X(36)
                         VALUE "STUDENT CLASS SCHEDULE".
           05      FILLER          PIC X(8)      VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "TERM: ".
           05      O-RPT-TERM      PIC X(02).
           05      FILLER          PIC X         VALUE '/'.
           05      O-RPT-YEAR      PIC 9(04).
           05      FILLER          PIC X(35)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC ZZ9.

       01 STUDENT-LINE.
           05 FILLER             PIC X(9)      VALUES "STUDENT: ".
           05 O-SL-STUD-ID       PIC X(8).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-SL-NAME          PIC X(40).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "PROGRAM: ".
           05 O-SL-PROGRAM       PIC X(4).
           05 FILLER             PIC X(56)     VALUES SPACES.

       01 COURSE-COL-HDG.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(11)     VALUES "COURSE NAME".
           05 FILLER             PIC X(21)     VALUES SPACES.
           05 FILLER             PIC X(2)      VALUES "CR".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "DAYS".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "TIME".
           05 FILLER             PIC X(13)     VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "ROOM".
           05 FILLER             PIC X(53)     VALUES SPACES.

       01 COURSE-DETAIL-LINE.
           05 O-CL-COURSE-ID     PIC X(8).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-CL-COURSE-NAME   PIC X(30).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-CL-CREDITS       PIC Z9.
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-CL-DAYS          PIC X(7).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-CL-TIME          PIC X(13).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-CL-ROOM          PIC X(8).
           05 FILLER             PIC X(49)     VALUES SPACES.

       01 CREDIT-TOTAL-LINE.
           05 FILLER             PIC X(24)     VALUES SPACES.
           05 FILLER             PIC X(18)     VALUES
                                                 "TOTAL CREDIT HOURS".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-CT-CREDITS       PIC Z9.
           05 FILLER             PIC X(86)     VALUES SPACES.

       01 WEEK-HDG.
           05 FILLER             PIC X(15)     VALUES
                                                 "WEEKLY SCHEDULE".
           05 FILLER             PIC X(117)    VALUES SPACES.

       01 DAY-NAME-LINE.
           05 O-DN-DAY           PIC X(9).
           05 FILLER             PIC X(123)    VALUES SPACES.

       01 DAY-CLASS-LINE.
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-DC-TIME          PIC X(13).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-DC-COURSE-ID     PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DC-COURSE-NAME   PIC X(30).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DC-ROOM          PIC X(8).
           05 FILLER             PIC X(61)     VALUES SPACES.

       01 TBA-NOTE-LINE.
           05 FILLER             PIC X(33)     VALUES
                                 "COURSES MARKED TBA HAVE NO MEETIN".
           05 FILLER             PIC X(27)     VALUES
                                 "G TIME ON FILE FOR THE TERM".
           05 FILLER             PIC X(72)     VALUES SPACES.

       01 OVERFLOW-NOTE-LINE.
           05 FILLER             PIC X(32)     VALUES
                                 "MORE THAN 20 ENROLLED COURSES - ".
           05 FILLER             PIC X(26)     VALUES
                                 "SEE THE REGISTRAR'S OFFICE".
           05 FILLER             PIC X(74)     VALUES SPACES.

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

           OPEN OUTPUT SCHEDULE-PRTOUT.
           MOVE C-RPT-TERM TO O-RPT-TERM.
           MOVE C-RPT-YEAR TO O-RPT-YEAR.
           IF C-RPT-SEQ = ZERO OR C-RPT-YEAR = ZERO
               DISPLAY 'CLASS SCHEDULES - NO VALID TERM/YEAR PARAMETER '
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

      *----------------------------------------------------------------*
      *  NO MEETING FILE ON DISK STILL PRINTS THE SCHEDULES - EVERY    *
      *  COURSE SHOWS AS TBA.                                          *
      *----------------------------------------------------------------*
       1200-OPEN-FILES.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT MEETING-FILE.
           IF MEET-STATUS = '00'
               MOVE 'Y' TO C-MEET-ACTIVE
           ELSE
               DISPLAY 'CLASS SCHEDULES - NO MEETING FILE - '
                   'ALL COURSES PRINT AS TBA'.

           MOVE LOW-VALUES TO STUDENT-ID.
           START STUDENT-FILE
               KEY IS >= STUDENT-ID
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       MOVE "YES" TO MORE-RECS
                       PERFORM 9500-STUDENT-READ.

       2000-MAINLINE.
           ADD 1 TO C-STUD-READ-CTR.
           MOVE ZERO TO C-SCH-COUNT.
           MOVE ZERO TO C-SCH-CREDITS-TOT.
           MOVE ZERO TO C-SCH-TBA-COUNT.
           MOVE ZERO TO C-SCH-OVERFLOW.
           PERFORM 3200-LOAD-TERM-COURSES.
           IF C-SCH-COUNT = ZERO
               ADD 1 TO C-NOT-ENROLLED-CTR
           ELSE
               ADD 1 TO C-SCHED-CTR
               PERFORM 3500-SORT-SCHEDULE
               PERFORM 4000-PRINT-SCHEDULE.
           PERFORM 9500-STUDENT-READ.

      *----------------------------------------------------------------*
      *  THE STUDENT'S ROWS STILL ENROLLED IN THE TERM.  GRADED,       *
      *  WITHDRAWN, AND INCOMPLETE ROWS ARE NOT ON A SCHEDULE.         *
      *----------------------------------------------------------------*
       3200-LOAD-TERM-COURSES.
           MOVE STUDENT-ID TO C-STUDENT-ID.
           MOVE LOW-VALUES TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY IS >= C-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE
                       PERFORM 3210-COURSE-READ
                           UNTIL NOT MORE-SCAN-RECS.

       3210-COURSE-READ.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF C-STUDENT-ID NOT = STUDENT-ID
                   MOVE 'N' TO C-SCAN-MORE
               ELSE
                   IF C-STAT-ENROLLED
                       AND C-TERM-COMPLETED = C-RPT-TERM
                       AND C-YEAR-COMPLETED = C-RPT-YEAR
                           PERFORM 3250-ADD-SCHEDULE-ENTRY.

       3250-ADD-SCHEDULE-ENTRY.
           IF C-SCH-COUNT = 20
               ADD 1 TO C-OVERFLOW-CTR
               ADD 1 TO C-SCH-OVERFLOW
           ELSE
               ADD 1 TO C-SCH-COUNT
               ADD 1 TO C-ROWS-LISTED-CTR
               ADD C-COURSE-CREDITS TO C-SCH-CREDITS-TOT
               MOVE C-COURSE-ID TO C-SCH-COURSE-ID (C-SCH-COUNT)
               MOVE C-COURSE-NAME TO C-SCH-COURSE-NAME (C-SCH-COUNT)
               MOVE C-COURSE-CREDITS TO C-SCH-CREDITS (C-SCH-COUNT)
               PERFORM 3260-LOOKUP-MEETING.

       3260-LOOKUP-MEETING.
           MOVE 'N' TO C-SCH-MEET-FLAG (C-SCH-COUNT).
           MOVE SPACES TO C-SCH-DAYS (C-SCH-COUNT).
           MOVE 9999 TO C-SCH-START-TIME (C-SCH-COUNT).
           MOVE ZERO TO C-SCH-END-TIME (C-SCH-COUNT).
           MOVE SPACES TO C-SCH-ROOM (C-SCH-COUNT).
           IF MEETING-FILE-ACTIVE
               MOVE C-COURSE-ID TO MTG-COURSE-ID
               MOVE C-RPT-TERM TO MTG-TERM
               MOVE C-RPT-YEAR TO MTG-YEAR
               READ MEETING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCH-MEET-FLAG (C-SCH-COUNT)
                       MOVE MTG-DAYS TO C-SCH-DAYS (C-SCH-COUNT)
                       MOVE MTG-START-TIME
                           TO C-SCH-START-TIME (C-SCH-COUNT)
                       MOVE MTG-END-TIME
                           TO C-SCH-END-TIME (C-SCH-COUNT)
                       MOVE MTG-ROOM TO C-SCH-ROOM (C-SCH-COUNT)
               END-READ.
           IF NOT C-SCH-HAS-MEETING (C-SCH-COUNT)
               ADD 1 TO C-SCH-TBA-COUNT
               ADD 1 TO C-TBA-CTR.

      *----------------------------------------------------------------*
      *  EXCHANGE SORT ON START TIME - NEVER MORE THAN 20 ENTRIES.     *
      *----------------------------------------------------------------*
       3500-SORT-SCHEDULE.
           PERFORM 3510-SORT-PASS
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB NOT < C-SCH-COUNT.

       3510-SORT-PASS.
           PERFORM 3520-SORT-COMPARE
               VARYING C-SUB2 FROM 1 BY 1
                   UNTIL C-SUB2 NOT < C-SCH-COUNT.

       3520-SORT-COMPARE.
           COMPUTE C-SUB3 = C-SUB2 + 1.
           IF C-SCH-START-TIME (C-SUB2) > C-SCH-START-TIME (C-SUB3)
               MOVE C-SCH-ENTRY (C-SUB2) TO C-SCH-SWAP
               MOVE C-SCH-ENTRY (C-SUB3) TO C-SCH-ENTRY (C-SUB2)
               MOVE C-SCH-SWAP TO C-SCH-ENTRY (C-SUB3).

      *----------------------------------------------------------------*
      *  ONE STUDENT'S HANDOUT: COURSE LIST AND CREDIT TOTAL, THEN     *
      *  THE WEEK.  EACH HANDOUT STARTS ON ITS OWN PAGE.               *
      *----------------------------------------------------------------*
       4000-PRINT-SCHEDULE.
           MOVE SPACES TO O-SL-STUD-ID.
           STRING STUDENT-ID-1 '-' STUDENT-ID-2 '-' STUDENT-ID-3
               DELIMITED BY SIZE INTO O-SL-STUD-ID.
           MOVE SPACES TO O-SL-NAME.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO O-SL-NAME.
           MOVE STUDENT-PROGRAM-CODE TO O-SL-PROGRAM.
           PERFORM 9600-HDG.
           PERFORM 4100-PRINT-COURSE-LINE
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-SCH-COUNT.
           MOVE C-SCH-CREDITS-TOT TO O-CT-CREDITS.
           WRITE PRTLINE FROM CREDIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-HDG.
           IF C-SCH-TBA-COUNT < C-SCH-COUNT
               WRITE PRTLINE FROM WEEK-HDG
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9600-HDG
               END-WRITE
               PERFORM 4200-PRINT-ONE-DAY
                   VARYING C-DAY-SUB FROM 1 BY 1
                       UNTIL C-DAY-SUB > 7.
           IF C-SCH-TBA-COUNT > ZERO
               WRITE PRTLINE FROM TBA-NOTE-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9600-HDG.
           IF C-SCH-OVERFLOW > ZERO
               WRITE PRTLINE FROM OVERFLOW-NOTE-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9600-HDG.

       4100-PRINT-COURSE-LINE.
           MOVE C-SCH-COURSE-ID (C-SUB) TO O-CL-COURSE-ID.
           MOVE C-SCH-COURSE-NAME (C-SUB) TO O-CL-COURSE-NAME.
           MOVE C-SCH-CREDITS (C-SUB) TO O-CL-CREDITS.
           IF C-SCH-HAS-MEETING (C-SUB)
               MOVE C-SCH-DAYS (C-SUB) TO O-CL-DAYS
               PERFORM 9700-EDIT-MEETING-TIME
               MOVE C-SCH-ROOM (C-SUB) TO O-CL-ROOM
           ELSE
               MOVE 'TBA' TO O-CL-DAYS
               MOVE 'TBA' TO O-CL-TIME
               MOVE SPACES TO O-CL-ROOM.
           IF O-CL-ROOM = SPACES
               MOVE 'TBA' TO O-CL-ROOM.
           WRITE PRTLINE FROM COURSE-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.

      *----------------------------------------------------------------*
      *  A DAY IS PRINTED ONLY WHEN SOMETHING MEETS ON IT.  THE TABLE  *
      *  IS ALREADY IN START-TIME ORDER.                               *
      *----------------------------------------------------------------*
       4200-PRINT-ONE-DAY.
           MOVE ZERO TO C-DAY-CLASSES.
           PERFORM 4210-PRINT-DAY-CLASS
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-SCH-COUNT.

       4210-PRINT-DAY-CLASS.
           IF C-SCH-HAS-MEETING (C-SUB)
               AND C-SCH-DAY-FLAG (C-SUB, C-DAY-SUB) NOT = SPACE
                   IF C-DAY-CLASSES = ZERO
                       MOVE C-DAY-NAME (C-DAY-SUB) TO O-DN-DAY
                       WRITE PRTLINE FROM DAY-NAME-LINE
                           AFTER ADVANCING 2 LINES
                               AT EOP
                                   PERFORM 9600-HDG
                       END-WRITE
                   END-IF
                   ADD 1 TO C-DAY-CLASSES
                   PERFORM 9700-EDIT-MEETING-TIME
                   MOVE O-CL-TIME TO O-DC-TIME
                   MOVE C-SCH-COURSE-ID (C-SUB) TO O-DC-COURSE-ID
                   MOVE C-SCH-COURSE-NAME (C-SUB) TO O-DC-COURSE-NAME
                   MOVE C-SCH-ROOM (C-SUB) TO O-DC-ROOM
                   IF O-DC-ROOM = SPACES
                       MOVE 'TBA' TO O-DC-ROOM
                   END-IF
                   WRITE PRTLINE FROM DAY-CLASS-LINE
                       AFTER ADVANCING 1 LINES
                           AT EOP
                               PERFORM 9600-HDG.

       5000-CLOSING.
           IF C-RPT-SEQ NOT = ZERO AND C-RPT-YEAR NOT = ZERO
               PERFORM 5300-CONTROL-TOTALS
               CLOSE STUDENT-FILE
               CLOSE COURSE-FILE
               IF MEETING-FILE-ACTIVE
                   CLOSE MEETING-FILE.
           CLOSE SCHEDULE-PRTOUT.

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

           MOVE 'SCHEDULES PRINTED' TO CTL-LABEL
           MOVE C-SCHED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ENROLLED COURSES LISTED' TO CTL-LABEL
           MOVE C-ROWS-LISTED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE '  NO MEETING TIME (TBA)' TO CTL-LABEL
           MOVE C-TBA-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'COURSES OVER THE 20-ROW LIMIT' TO CTL-LABEL
           MOVE C-OVERFLOW-CTR TO CTL-VALUE
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
           WRITE PRTLINE FROM STUDENT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COURSE-COL-HDG
               AFTER ADVANCING 2 LINES.

       9700-EDIT-MEETING-TIME.
           MOVE SPACES TO O-CL-TIME.
           MOVE C-SCH-START-TIME (C-SUB) TO C-TIME-IN.
           MOVE C-TIME-IN-HH TO C-TIME-OUT-HH.
           MOVE C-TIME-IN-MM TO C-TIME-OUT-MM.
           MOVE C-TIME-OUT TO O-CL-TIME (1:5).
           MOVE ' - ' TO O-CL-TIME (6:3).
           MOVE C-SCH-END-TIME (C-SUB) TO C-TIME-IN.
           MOVE C-TIME-IN-HH TO C-TIME-OUT-HH.
           MOVE C-TIME-IN-MM TO C-TIME-OUT-MM.
           MOVE C-TIME-OUT TO O-CL-TIME (9:5).
