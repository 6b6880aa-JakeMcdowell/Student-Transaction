       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM36.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          GRADE DISTRIBUTION AND COURSE OUTCOMES.  FOR EVERY     *
      *          COURSE AND TERM IN A TERM RANGE, TOTALS THE ROWS ON    *
      *          STCOURSE.DAT AND THE STCRARCH.DAT ARCHIVE: ENROLLED    *
      *          HEADCOUNT, GRADED ROWS BY GRADE BAND, MEAN GRADE,      *
      *          AND THE FAILURE, WITHDRAWAL, INCOMPLETE, AND REPEAT    *
      *          RATES.  A COURSE-TERM WHOSE FAILURE OR WITHDRAWAL      *
      *          RATE IS ABOVE THE FLAG LIMIT IS FLAGGED FOR THE        *
      *          DEPARTMENT CHAIRS.  EVERY LINE PRINTED IS ALSO         *
      *          WRITTEN TO THE STCRGRDD.EXT COMMA-DELIMITED EXTRACT    *
      *          FOR INSTITUTIONAL RESEARCH.                            *
      *          THE PARAMETER IS THE FIRST TERM (TTYYYY), THE LAST     *
      *          TERM (TTYYYY), AND THE FLAG LIMIT (3 DIGITS,           *
      *          PERCENT), E.G. FA2025SP2026025.  WITH NO LAST TERM     *
      *          ONLY THE FIRST TERM IS REPORTED; WITH NO TERM AT ALL   *
      *          THE CURRENT TERM/YEAR ON THE STCRCTRL.DAT RUN HEADER   *
      *          IS USED.  THE FLAG LIMIT DEFAULTS TO 25 PERCENT.       *
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

           SELECT ARCHIVE-FILE
               ASSIGN TO "C:\COBOL LL\STCRARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS RESPONSE-CODE.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "C:\COBOL LL\STCRCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CTRL-STATUS.

           SELECT GRADE-PRTOUT
               ASSIGN TO "C:\COBOL\STCRGRDD.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT GRADE-EXTRACT-FILE
               ASSIGN TO "C:\COBOL\STCRGRDD.EXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RUN-CTL-REC.
       COPY 'CBLRCTL.CPY'.

       FD  GRADE-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       FD  GRADE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GRADE-EXTRACT-REC.

       01  GRADE-EXTRACT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-CRS-READ-CTR       PIC 9(06)    VALUE ZERO.
           05  C-ARCH-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-IN-RANGE-CTR       PIC 9(06)    VALUE ZERO.
           05  C-REPORTED-CTR       PIC 9(06)    VALUE ZERO.
           05  C-FLAGGED-CTR        PIC 9(06)    VALUE ZERO.
           05  C-NOT-CATL-CTR       PIC 9(06)    VALUE ZERO.
           05  C-TBL-OVERFLOW-CTR   PIC 9(06)    VALUE ZERO.

      *----------------------------------------------------------------*
      *  A COURSE-TERM IS FLAGGED WHEN ITS FAILURE RATE OR ITS         *
      *  WITHDRAWAL RATE IS ABOVE THIS PERCENT OF HEADCOUNT.  IT MAY   *
      *  BE OVERRIDDEN ON THE COMMAND LINE.                            *
      *----------------------------------------------------------------*
       01  C-FLAG-LIMIT            PIC 9(03)     VALUE 025.

       01  C-PARM-RAW              PIC X(15)     VALUE SPACES.
       01  C-PARM-VIEW REDEFINES C-PARM-RAW.
           05  C-PARM-FROM-TERM    PIC X(02).
           05  C-PARM-FROM-YEAR    PIC X(04).
           05  C-PARM-TO-TERM      PIC X(02).
           05  C-PARM-TO-YEAR      PIC X(04).
           05  C-PARM-LIMIT        PIC 9(03).

      *----------------------------------------------------------------*
      *  TERMS ARE COMPARED AS YEAR * 10 + TERM SEQUENCE (WI=1, SP=2,  *
      *  SU=3, FA=4) SO A RANGE CAN CROSS A YEAR END.                  *
      *----------------------------------------------------------------*
       01  C-FROM-TERM             PIC X(02)     VALUE SPACES.
       01  C-FROM-YEAR             PIC 9(04)     VALUE ZERO.
       01  C-FROM-SEQ              PIC 9(01)     VALUE ZERO.
       01  C-FROM-KEY              PIC 9(05)     VALUE ZERO.
       01  C-TO-TERM               PIC X(02)     VALUE SPACES.
       01  C-TO-YEAR               PIC 9(04)     VALUE ZERO.
       01  C-TO-SEQ                PIC 9(01)     VALUE ZERO.
       01  C-TO-KEY                PIC 9(05)     VALUE ZERO.
       01  C-RANGE-OK              PIC X         VALUE 'N'.
           88  TERM-RANGE-VALID                   VALUE 'Y'.

       01  C-EVAL-TERM             PIC X(02)     VALUE SPACES.
       01  C-EVAL-SEQ              PIC 9(01)     VALUE ZERO.
       01  C-ROW-KEY               PIC 9(05)     VALUE ZERO.

      *----------------------------------------------------------------*
      *  PER COURSE-TERM OUTCOME COUNTS, BUILT FROM ONE PASS OF THE    *
      *  COURSE FILE AND ONE OF THE ARCHIVE, THEN SORTED INTO COURSE   *
      *  AND TERM ORDER FOR PRINTING.  HEADCOUNT IS EVERY ROW IN THE   *
      *  TERM; GRADED ROWS ARE THE COMPLETED ONES AND ARE THE ONLY     *
      *  ROWS BANDED AND AVERAGED.                                     *
      *----------------------------------------------------------------*
       01  GRADE-TABLE.
           05  C-GRD-COUNT         PIC 9(04)     VALUE ZERO.
           05  C-GRD-ENTRY OCCURS 1000 TIMES.
               10  C-GRD-KEY.
                   15  C-GRD-COURSE-ID PIC X(08).
                   15  C-GRD-YEAR      PIC 9(04).
                   15  C-GRD-SEQ       PIC 9(01).
               10  C-GRD-TERM          PIC X(02).
               10  C-GRD-HEADS         PIC 9(04).
               10  C-GRD-A-CTR         PIC 9(04).
               10  C-GRD-B-CTR         PIC 9(04).
               10  C-GRD-C-CTR         PIC 9(04).
               10  C-GRD-D-CTR         PIC 9(04).
               10  C-GRD-F-CTR         PIC 9(04).
               10  C-GRD-GRADED        PIC 9(04).
               10  C-GRD-POINTS        PIC 9(05)V99.
               10  C-GRD-ENROLLED      PIC 9(04).
               10  C-GRD-WDRAWN        PIC 9(04).
               10  C-GRD-INCOMP        PIC 9(04).
               10  C-GRD-REPEAT        PIC 9(04).

       01  C-GRD-SWAP              PIC X(66)     VALUE SPACES.

       01  C-SUB                   PIC 9(04)     VALUE ZERO.
       01  C-SUB2                  PIC 9(04)     VALUE ZERO.
       01  C-SUB3                  PIC 9(04)     VALUE ZERO.
       01  C-GRD-SEARCH-KEY.
           05  C-SRCH-COURSE-ID    PIC X(08).
           05  C-SRCH-YEAR         PIC 9(04).
           05  C-SRCH-SEQ          PIC 9(01).
       01  C-GRD-FOUND             PIC X         VALUE 'N'.
           88  GRD-ENTRY-FOUND                    VALUE 'Y'.

       01  C-LAST-COURSE-ID        PIC X(08)     VALUE SPACES.
       01  C-LAST-COURSE-NAME      PIC X(30)     VALUE SPACES.

      *----------------------------------------------------------------*
      *  ONE COURSE-TERM'S MEASURES.  RATES ARE PERCENT OF HEADCOUNT.  *
      *----------------------------------------------------------------*
       01  OUTCOME-MEASURES.
           05  C-MEAN-GRADE         PIC 9V99     VALUE ZERO.
           05  C-FAIL-PCT           PIC 9(03)V9  VALUE ZERO.
           05  C-WDRW-PCT           PIC 9(03)V9  VALUE ZERO.
           05  C-INC-PCT            PIC 9(03)V9  VALUE ZERO.
           05  C-RPT-PCT            PIC 9(03)V9  VALUE ZERO.
           05  C-FLAG-SW            PIC X(01)    VALUE 'N'.
               88  OUTCOME-FLAGGED             VALUE 'Y'.

       01  EXTRACT-FIELDS.
           05  C-EXT-COURSE-ID      PIC X(10).
           05  C-EXT-HEADS          PIC 9(04).
           05  C-EXT-A              PIC 9(04).
           05  C-EXT-B              PIC 9(04).
           05  C-EXT-C              PIC 9(04).
           05  C-EXT-D              PIC 9(04).
           05  C-EXT-F              PIC 9(04).
           05  C-EXT-ENROLLED       PIC 9(04).
           05  C-EXT-GRADED         PIC 9(04).
           05  C-EXT-MEAN           PIC 9.99.
           05  C-EXT-FAIL           PIC 999.9.
           05  C-EXT-WDRW           PIC 999.9.
           05  C-EXT-INC            PIC 999.9.
           05  C-EXT-RPT            PIC 999.9.

       01  ARCH-STATUS             PIC XX.
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
           05      FILLER          PIC X(10)     VALUE SPACES.
           05      FILLER          PIC X(28)
                         VALUE "GRADE DISTRIBUTION BY COURSE".
           05      FILLER          PIC X(8)      VALUE SPACES.
           05      FILLER          PIC X(7)      VALUE "TERMS: ".
           05      O-FROM-TERM     PIC X(02).
           05      FILLER          PIC X         VALUE '/'.
           05      O-FROM-YEAR     PIC 9(04).
           05      FILLER          PIC X(3)      VALUE ' - '.
           05      O-TO-TERM       PIC X(02).
           05      FILLER          PIC X         VALUE '/'.
           05      O-TO-YEAR       PIC 9(04).
           05      FILLER          PIC X(38)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 POLICY-LINE.
           05 FILLER             PIC X(26)     VALUES
                                      "GRADE BANDS: A 3.50-4.00  ".
           05 FILLER             PIC X(24)     VALUES
                                      "B 2.50-3.49  C 1.50-2.49".
           05 FILLER             PIC X(24)     VALUES
                                      "  D 0.01-1.49  F 0.00   ".
           05 FILLER             PIC X(30)     VALUES
                                      "FLAGGED: FAIL OR WDRW RATE > ".
           05 O-POL-LIMIT        PIC ZZ9.
           05 FILLER             PIC X(1)      VALUES "%".
           05 FILLER             PIC X(24)     VALUES SPACES.

       01 GRADE-COL-HDG.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 FILLER             PIC X(11)     VALUES "COURSE NAME".
           05 FILLER             PIC X(15)     VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "TERM".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "HEADS".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(1)      VALUES "A".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(1)      VALUES "B".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(1)      VALUES "C".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(1)      VALUES "D".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(1)      VALUES "F".
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "ENRLD".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "MEAN".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "FAIL%".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "WDRW%".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "INC %".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "RPT %".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "FLAG".
           05 FILLER             PIC X(11)     VALUES SPACES.

       01 GRADE-DETAIL-LINE.
           05 O-GRD-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-COURSE-NAME  PIC X(24).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-TERM         PIC X(2).
           05 FILLER             PIC X         VALUES '/'.
           05 O-GRD-YEAR         PIC 9(4).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-HEADS        PIC ZZZ9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-A            PIC ZZZ9.
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 O-GRD-B            PIC ZZZ9.
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 O-GRD-C            PIC ZZZ9.
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 O-GRD-D            PIC ZZZ9.
           05 FILLER             PIC X(1)      VALUES SPACES.
           05 O-GRD-F            PIC ZZZ9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-ENROLLED     PIC ZZZ9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-MEAN         PIC 9.99.
           05 O-GRD-MEAN-X REDEFINES O-GRD-MEAN
                                 PIC X(4).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-FAIL-PCT     PIC ZZ9.9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-WDRW-PCT     PIC ZZ9.9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-INC-PCT      PIC ZZ9.9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-RPT-PCT      PIC ZZ9.9.
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-GRD-FLAG         PIC X(10).
           05 FILLER             PIC X(5)      VALUES SPACES.

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
           IF TERM-RANGE-VALID
               PERFORM 2000-COUNT-LIVE-ROWS
               PERFORM 3000-COUNT-ARCHIVE-ROWS
               PERFORM 3500-SORT-TABLE
               PERFORM 4000-PRINT-OUTCOMES.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           ACCEPT C-PARM-RAW FROM COMMAND-LINE.
           IF C-PARM-FROM-TERM = SPACES
               PERFORM 1100-TERM-FROM-RUN-CONTROL
           ELSE
               MOVE C-PARM-FROM-TERM TO C-FROM-TERM
               IF C-PARM-FROM-YEAR NUMERIC
                   MOVE C-PARM-FROM-YEAR TO C-FROM-YEAR.
           IF C-PARM-TO-TERM = SPACES
               MOVE C-FROM-TERM TO C-TO-TERM
               MOVE C-FROM-YEAR TO C-TO-YEAR
           ELSE
               MOVE C-PARM-TO-TERM TO C-TO-TERM
               IF C-PARM-TO-YEAR NUMERIC
                   MOVE C-PARM-TO-YEAR TO C-TO-YEAR.
           IF C-PARM-LIMIT NUMERIC AND C-PARM-LIMIT > ZERO
               MOVE C-PARM-LIMIT TO C-FLAG-LIMIT.

           MOVE C-FROM-TERM TO C-EVAL-TERM.
           PERFORM 1150-TERM-SEQUENCE.
           MOVE C-EVAL-SEQ TO C-FROM-SEQ.
           COMPUTE C-FROM-KEY = C-FROM-YEAR * 10 + C-FROM-SEQ.
           MOVE C-TO-TERM TO C-EVAL-TERM.
           PERFORM 1150-TERM-SEQUENCE.
           MOVE C-EVAL-SEQ TO C-TO-SEQ.
           COMPUTE C-TO-KEY = C-TO-YEAR * 10 + C-TO-SEQ.

           OPEN OUTPUT GRADE-PRTOUT.
           MOVE C-FROM-TERM TO O-FROM-TERM.
           MOVE C-FROM-YEAR TO O-FROM-YEAR.
           MOVE C-TO-TERM TO O-TO-TERM.
           MOVE C-TO-YEAR TO O-TO-YEAR.
           MOVE C-FLAG-LIMIT TO O-POL-LIMIT.
           PERFORM 9600-HDG.
           IF C-FROM-SEQ = ZERO OR C-FROM-YEAR = ZERO
               OR C-TO-SEQ = ZERO OR C-TO-YEAR = ZERO
               DISPLAY 'GRADE DISTRIBUTION - NO VALID TERM RANGE AND '
                   'NO RUN CONTROL HEADER - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-FROM-KEY > C-TO-KEY
                   DISPLAY 'GRADE DISTRIBUTION - FIRST TERM IS AFTER '
                       'LAST TERM - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'Y' TO C-RANGE-OK
                   PERFORM 1200-OPEN-FILES.

       1100-TERM-FROM-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CTRL-STATUS = '00'
               MOVE '00' TO CTL-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-CURR-TERM TO C-FROM-TERM
                       MOVE CTL-CURR-YEAR TO C-FROM-YEAR
               END-READ
               CLOSE RUN-CONTROL-FILE.

       1150-TERM-SEQUENCE.
           EVALUATE C-EVAL-TERM
               WHEN 'WI'
                   MOVE 1 TO C-EVAL-SEQ
               WHEN 'SP'
                   MOVE 2 TO C-EVAL-SEQ
               WHEN 'SU'
                   MOVE 3 TO C-EVAL-SEQ
               WHEN 'FA'
                   MOVE 4 TO C-EVAL-SEQ
               WHEN OTHER
                   MOVE ZERO TO C-EVAL-SEQ.

       1200-OPEN-FILES.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT GRADE-EXTRACT-FILE.

       2000-COUNT-LIVE-ROWS.
           OPEN INPUT COURSE-FILE.
           MOVE LOW-VALUES TO C-KEY.
           START COURSE-FILE
               KEY >= C-KEY
                   INVALID KEY
                       MOVE "NO " TO MORE-RECS
                   NOT INVALID KEY
                       MOVE "YES" TO MORE-RECS.
           PERFORM 2100-COUNT-ONE-ROW
               UNTIL MORE-RECS = "NO ".
           CLOSE COURSE-FILE.

       2100-COUNT-ONE-ROW.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE "NO " TO MORE-RECS.
           IF MORE-RECS NOT = "NO "
               ADD 1 TO C-CRS-READ-CTR
               PERFORM 2200-TALLY-ROW.

      *----------------------------------------------------------------*
      *  A ROW COUNTS WHEN ITS OWN TERM/YEAR FALLS IN THE RANGE.  A    *
      *  ROW WITH NO RECOGNIZED TERM CODE IS LEFT OUT.                 *
      *----------------------------------------------------------------*
       2200-TALLY-ROW.
           MOVE C-TERM-COMPLETED TO C-EVAL-TERM.
           PERFORM 1150-TERM-SEQUENCE.
           COMPUTE C-ROW-KEY = C-YEAR-COMPLETED * 10 + C-EVAL-SEQ.
           IF C-EVAL-SEQ NOT = ZERO
               AND C-ROW-KEY NOT < C-FROM-KEY
               AND C-ROW-KEY NOT > C-TO-KEY
                   ADD 1 TO C-IN-RANGE-CTR
                   MOVE C-COURSE-ID TO C-SRCH-COURSE-ID
                   MOVE C-YEAR-COMPLETED TO C-SRCH-YEAR
                   MOVE C-EVAL-SEQ TO C-SRCH-SEQ
                   PERFORM 8000-FIND-OR-ADD-ENTRY
                   IF GRD-ENTRY-FOUND
                       PERFORM 2300-COUNT-OUTCOME.

      *----------------------------------------------------------------*
      *  EVERY ROW IS HEADCOUNT.  A COMPLETED ROW IS GRADED AND GOES   *
      *  INTO A BAND BY ITS GRADE POINTS; A 0.00 IS A FAILURE, THE     *
      *  SAME LINE CBLJRM30 DRAWS FOR EARNED HOURS.  ANY ATTEMPT       *
      *  PAST THE FIRST IS A REPEAT.                                   *
      *----------------------------------------------------------------*
       2300-COUNT-OUTCOME.
           ADD 1 TO C-GRD-HEADS (C-SUB).
           IF C-ATTEMPT-NO > 01
               ADD 1 TO C-GRD-REPEAT (C-SUB).
           EVALUATE TRUE
               WHEN C-STAT-WITHDRAWN
                   ADD 1 TO C-GRD-WDRAWN (C-SUB)
               WHEN C-STAT-INCOMPLETE
                   ADD 1 TO C-GRD-INCOMP (C-SUB)
               WHEN C-STAT-ENROLLED
                   ADD 1 TO C-GRD-ENROLLED (C-SUB)
               WHEN C-STAT-COMPLETED
                   ADD 1 TO C-GRD-GRADED (C-SUB)
                   ADD C-COURSE-GPA TO C-GRD-POINTS (C-SUB)
                   PERFORM 2310-GRADE-BAND.

       2310-GRADE-BAND.
           EVALUATE TRUE
               WHEN C-COURSE-GPA NOT < 3.50
                   ADD 1 TO C-GRD-A-CTR (C-SUB)
               WHEN C-COURSE-GPA NOT < 2.50
                   ADD 1 TO C-GRD-B-CTR (C-SUB)
               WHEN C-COURSE-GPA NOT < 1.50
                   ADD 1 TO C-GRD-C-CTR (C-SUB)
               WHEN C-COURSE-GPA > ZERO
                   ADD 1 TO C-GRD-D-CTR (C-SUB)
               WHEN OTHER
                   ADD 1 TO C-GRD-F-CTR (C-SUB).

      *----------------------------------------------------------------*
      *  THE ARCHIVE IS UNKEYED AND MAY NOT EXIST YET; IT IS READ      *
      *  FRONT TO BACK INTO THE COURSE RECORD AREA.                    *
      *----------------------------------------------------------------*
       3000-COUNT-ARCHIVE-ROWS.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS = '00'
               PERFORM 3100-COUNT-ONE-ARCHIVE
                   UNTIL ARCH-STATUS NOT = '00'
               CLOSE ARCHIVE-FILE.

       3100-COUNT-ONE-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO C-ARCH-READ-CTR
                   MOVE ARCHIVE-REC TO COURSE-MAST
                   PERFORM 2200-TALLY-ROW.

       3500-SORT-TABLE.
           PERFORM 3510-SORT-PASS
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB NOT < C-GRD-COUNT.

       3510-SORT-PASS.
           PERFORM 3520-SORT-COMPARE
               VARYING C-SUB2 FROM 1 BY 1
                   UNTIL C-SUB2 NOT < C-GRD-COUNT.

       3520-SORT-COMPARE.
           COMPUTE C-SUB3 = C-SUB2 + 1.
           IF C-GRD-KEY (C-SUB2) > C-GRD-KEY (C-SUB3)
               MOVE C-GRD-ENTRY (C-SUB2) TO C-GRD-SWAP
               MOVE C-GRD-ENTRY (C-SUB3) TO C-GRD-ENTRY (C-SUB2)
               MOVE C-GRD-SWAP TO C-GRD-ENTRY (C-SUB3).

      *----------------------------------------------------------------*
      *  ONE LINE PER COURSE-TERM IN COURSE AND TERM ORDER.  THE       *
      *  COURSE ID AND NAME PRINT ON THE FIRST TERM OF EACH COURSE.    *
      *----------------------------------------------------------------*
       4000-PRINT-OUTCOMES.
           MOVE SPACES TO C-LAST-COURSE-ID.
           PERFORM 4100-PRINT-ONE-ENTRY
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-GRD-COUNT.

       4100-PRINT-ONE-ENTRY.
           PERFORM 4200-COMPUTE-MEASURES.
           IF C-GRD-COURSE-ID (C-SUB) NOT = C-LAST-COURSE-ID
               PERFORM 4300-CATALOG-NAME
               MOVE C-GRD-COURSE-ID (C-SUB) TO O-GRD-COURSE-ID
               MOVE C-LAST-COURSE-NAME TO O-GRD-COURSE-NAME
               PERFORM 4400-BUILD-DETAIL-LINE
               WRITE PRTLINE FROM GRADE-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9600-HDG
               END-WRITE
           ELSE
               MOVE SPACES TO O-GRD-COURSE-ID
               MOVE SPACES TO O-GRD-COURSE-NAME
               PERFORM 4400-BUILD-DETAIL-LINE
               WRITE PRTLINE FROM GRADE-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9600-HDG
               END-WRITE.
           ADD 1 TO C-REPORTED-CTR.
           PERFORM 4500-WRITE-EXTRACT.

       4200-COMPUTE-MEASURES.
           MOVE ZERO TO OUTCOME-MEASURES.
           MOVE 'N' TO C-FLAG-SW.
           IF C-GRD-GRADED (C-SUB) > ZERO
               COMPUTE C-MEAN-GRADE ROUNDED =
                   C-GRD-POINTS (C-SUB) / C-GRD-GRADED (C-SUB).
           COMPUTE C-FAIL-PCT ROUNDED =
               C-GRD-F-CTR (C-SUB) * 100 / C-GRD-HEADS (C-SUB).
           COMPUTE C-WDRW-PCT ROUNDED =
               C-GRD-WDRAWN (C-SUB) * 100 / C-GRD-HEADS (C-SUB).
           COMPUTE C-INC-PCT ROUNDED =
               C-GRD-INCOMP (C-SUB) * 100 / C-GRD-HEADS (C-SUB).
           COMPUTE C-RPT-PCT ROUNDED =
               C-GRD-REPEAT (C-SUB) * 100 / C-GRD-HEADS (C-SUB).
           IF C-FAIL-PCT > C-FLAG-LIMIT OR C-WDRW-PCT > C-FLAG-LIMIT
               MOVE 'Y' TO C-FLAG-SW
               ADD 1 TO C-FLAGGED-CTR.

       4300-CATALOG-NAME.
           MOVE C-GRD-COURSE-ID (C-SUB) TO C-LAST-COURSE-ID.
           MOVE C-GRD-COURSE-ID (C-SUB) TO CAT-COURSE-ID.
           READ CATALOG-FILE
               INVALID KEY
                   ADD 1 TO C-NOT-CATL-CTR
                   MOVE '*** NOT ON CATALOG ***' TO C-LAST-COURSE-NAME
               NOT INVALID KEY
                   MOVE CAT-COURSE-NAME TO C-LAST-COURSE-NAME.

       4400-BUILD-DETAIL-LINE.
           MOVE C-GRD-TERM (C-SUB) TO O-GRD-TERM.
           MOVE C-GRD-YEAR (C-SUB) TO O-GRD-YEAR.
           MOVE C-GRD-HEADS (C-SUB) TO O-GRD-HEADS.
           MOVE C-GRD-A-CTR (C-SUB) TO O-GRD-A.
           MOVE C-GRD-B-CTR (C-SUB) TO O-GRD-B.
           MOVE C-GRD-C-CTR (C-SUB) TO O-GRD-C.
           MOVE C-GRD-D-CTR (C-SUB) TO O-GRD-D.
           MOVE C-GRD-F-CTR (C-SUB) TO O-GRD-F.
           MOVE C-GRD-ENROLLED (C-SUB) TO O-GRD-ENROLLED.
           IF C-GRD-GRADED (C-SUB) > ZERO
               MOVE C-MEAN-GRADE TO O-GRD-MEAN
           ELSE
               MOVE '  --' TO O-GRD-MEAN-X.
           MOVE C-FAIL-PCT TO O-GRD-FAIL-PCT.
           MOVE C-WDRW-PCT TO O-GRD-WDRW-PCT.
           MOVE C-INC-PCT TO O-GRD-INC-PCT.
           MOVE C-RPT-PCT TO O-GRD-RPT-PCT.
           MOVE SPACES TO O-GRD-FLAG.
           IF C-FAIL-PCT > C-FLAG-LIMIT AND C-WDRW-PCT > C-FLAG-LIMIT
               MOVE '*FAIL/WDRW' TO O-GRD-FLAG
           ELSE
               IF C-FAIL-PCT > C-FLAG-LIMIT
                   MOVE '*FAIL' TO O-GRD-FLAG
               ELSE
                   IF C-WDRW-PCT > C-FLAG-LIMIT
                       MOVE '*WDRW' TO O-GRD-FLAG.

      *----------------------------------------------------------------*
      *  COMMA-DELIMITED ROW FOR INSTITUTIONAL RESEARCH, ONE PER       *
      *  COURSE-TERM: COURSE, TERM, YEAR, HEADCOUNT, A/B/C/D/F         *
      *  COUNTS, STILL ENROLLED, GRADED, MEAN GRADE, FAILURE %,        *
      *  WITHDRAWAL %, INCOMPLETE %, REPEAT %, AND THE FLAG (Y/N).     *
      *----------------------------------------------------------------*
       4500-WRITE-EXTRACT.
           MOVE C-GRD-HEADS (C-SUB) TO C-EXT-HEADS.
           MOVE C-GRD-A-CTR (C-SUB) TO C-EXT-A.
           MOVE C-GRD-B-CTR (C-SUB) TO C-EXT-B.
           MOVE C-GRD-C-CTR (C-SUB) TO C-EXT-C.
           MOVE C-GRD-D-CTR (C-SUB) TO C-EXT-D.
           MOVE C-GRD-F-CTR (C-SUB) TO C-EXT-F.
           MOVE C-GRD-ENROLLED (C-SUB) TO C-EXT-ENROLLED.
           MOVE C-GRD-GRADED (C-SUB) TO C-EXT-GRADED.
           MOVE C-MEAN-GRADE TO C-EXT-MEAN.
           MOVE C-FAIL-PCT TO C-EXT-FAIL.
           MOVE C-WDRW-PCT TO C-EXT-WDRW.
           MOVE C-INC-PCT TO C-EXT-INC.
           MOVE C-RPT-PCT TO C-EXT-RPT.
           MOVE SPACES TO C-EXT-COURSE-ID.
           STRING C-GRD-COURSE-ID (C-SUB) (1:4) DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
             C-GRD-COURSE-ID (C-SUB) (5:3) DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
             C-GRD-COURSE-ID (C-SUB) (8:1) DELIMITED BY SPACES
                   INTO C-EXT-COURSE-ID.
           MOVE SPACES TO GRADE-EXTRACT-REC.
           STRING C-EXT-COURSE-ID DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-GRD-TERM (C-SUB) DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-GRD-YEAR (C-SUB) DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-HEADS DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-A DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-B DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-C DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-D DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-F DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-ENROLLED DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-GRADED DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-MEAN DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-FAIL DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-WDRW DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-INC DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-EXT-RPT DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             C-FLAG-SW DELIMITED BY SIZE
                      INTO GRADE-EXTRACT-REC.
           WRITE GRADE-EXTRACT-REC.

       5000-CLOSING.
           IF TERM-RANGE-VALID
               PERFORM 5300-CONTROL-TOTALS
               CLOSE CATALOG-FILE
               CLOSE GRADE-EXTRACT-FILE.
           CLOSE GRADE-PRTOUT.
           IF C-TBL-OVERFLOW-CTR > ZERO
               MOVE 4 TO RETURN-CODE.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'COURSE RECORDS READ' TO CTL-LABEL
           MOVE C-CRS-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ARCHIVE RECORDS READ' TO CTL-LABEL
           MOVE C-ARCH-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ROWS IN TERM RANGE' TO CTL-LABEL
           MOVE C-IN-RANGE-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSE-TERMS REPORTED' TO CTL-LABEL
           MOVE C-REPORTED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSE-TERMS FLAGGED' TO CTL-LABEL
           MOVE C-FLAGGED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSES NOT ON CATALOG' TO CTL-LABEL
           MOVE C-NOT-CATL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ROWS PAST TABLE LIMIT' TO CTL-LABEL
           MOVE C-TBL-OVERFLOW-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       8000-FIND-OR-ADD-ENTRY.
           PERFORM 8100-FIND-ENTRY.
           IF NOT GRD-ENTRY-FOUND
               IF C-GRD-COUNT < 1000
                   ADD 1 TO C-GRD-COUNT
                   MOVE C-GRD-SEARCH-KEY TO C-GRD-KEY (C-GRD-COUNT)
                   MOVE C-TERM-COMPLETED TO C-GRD-TERM (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-HEADS (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-A-CTR (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-B-CTR (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-C-CTR (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-D-CTR (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-F-CTR (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-GRADED (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-POINTS (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-ENROLLED (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-WDRAWN (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-INCOMP (C-GRD-COUNT)
                   MOVE ZERO TO C-GRD-REPEAT (C-GRD-COUNT)
                   MOVE C-GRD-COUNT TO C-SUB
                   MOVE 'Y' TO C-GRD-FOUND
               ELSE
                   ADD 1 TO C-TBL-OVERFLOW-CTR.

       8100-FIND-ENTRY.
           MOVE 'N' TO C-GRD-FOUND.
           MOVE ZERO TO C-SUB.
           PERFORM 8110-MATCH-ENTRY
               UNTIL C-SUB = C-GRD-COUNT OR GRD-ENTRY-FOUND.

       8110-MATCH-ENTRY.
           ADD 1 TO C-SUB.
           IF C-GRD-KEY (C-SUB) = C-GRD-SEARCH-KEY
               MOVE 'Y' TO C-GRD-FOUND.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM POLICY-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM GRADE-COL-HDG
               AFTER ADVANCING 2 LINES.
