       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM25.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          DEGREE REQUIREMENTS MAINTENANCE.  READS THE            *
      *          DEGRTRAN.DAT CARD FILE AND ADDS, CHANGES, OR DELETES   *
      *          ROWS ON THE DEGREQ.DAT REQUIREMENTS FILE THE CBLJRM26  *
      *          DEGREE AUDIT WORKS FROM.  A CARD WITH A BLANK COURSE   *
      *          ID WORKS THE PROGRAM HEADER (NAME, TOTAL CREDITS,      *
      *          ELECTIVE CREDIT MINIMUM, MINIMUM CUMULATIVE GPA); A    *
      *          CARD WITH A COURSE ID ADDS OR DELETES ONE REQUIRED     *
      *          CATALOG COURSE OF THE PROGRAM.  A PROGRAM'S HEADER     *
      *          MUST BE ON FILE BEFORE ITS COURSES, AND CANNOT BE      *
      *          DELETED WHILE ANY OF ITS COURSES REMAIN.  REJECTS GO   *
      *          TO THE EXCEPTION REPORT AND GOOD ACTIONS TO THE        *
      *          MAINTENANCE REGISTER.                                  *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DEGREE-FILE
               ASSIGN TO "C:\COBOL LL\DEGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS RESPONSE-CODE.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS RESPONSE-CODE.

           SELECT DEGR-TRAN-FILE
               ASSIGN TO "C:\COBOL LL\DEGRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-PRTOUT
               ASSIGN TO "C:\COBOL\DEGRMNTR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPTION-PRTOUT
               ASSIGN TO "C:\COBOL\DEGRMNTE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  DEGR-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS DEGR-TRAN-REC.

      *    A HEADER CARD (BLANK COURSE ID) CARRIES THE PROGRAM DATA.
      *    A COURSE CARD CARRIES ONLY THE KEY; ITS DATA FIELDS ARE
      *    IGNORED.  COURSE CARDS ARE ADD OR DELETE ONLY.
       01  DEGR-TRAN-REC.
           05  DM-PROGRAM-CODE         PIC X(04).
           05  DM-COURSE-ID            PIC X(08).
               88  DM-HEADER-CARD              VALUE SPACES.
           05  DM-ACTION-CODE          PIC X(01).
               88  DM-ADD                      VALUE 'A'.
               88  DM-CHANGE                   VALUE 'C'.
               88  DM-DELETE                   VALUE 'D'.
           05  DM-PROGRAM-NAME         PIC X(30).
           05  DM-TOTAL-CREDITS        PIC 9(03).
           05  DM-ELECTIVE-CREDITS     PIC 9(03).
           05  DM-MIN-GPA              PIC 9V99.

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
           05  C-HDR-ADD-CTR        PIC 9(05)    VALUE ZERO.
           05  C-HDR-CHG-CTR        PIC 9(05)    VALUE ZERO.
           05  C-HDR-DEL-CTR        PIC 9(05)    VALUE ZERO.
           05  C-CRS-ADD-CTR        PIC 9(05)    VALUE ZERO.
           05  C-CRS-DEL-CTR        PIC 9(05)    VALUE ZERO.
           05  C-ERROR-CTR          PIC 9(05)    VALUE ZERO.

       01  C-FIELDS-VALID          PIC X         VALUE 'Y'.
           88  VALID-DEGR-FIELDS                  VALUE 'Y'.

       01  C-HAS-COURSES           PIC X         VALUE 'N'.
           88  PROGRAM-HAS-COURSES                VALUE 'Y'.

       01  ERROR-CONTROL.
           05  C-ERR-CODE          PIC X(04)     VALUE SPACES.
           05  C-ERR-DESC          PIC X(40)     VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.
           05      I-DATE-N REDEFINES I-DATE  PIC 9(08).

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
           05 FILLER             PIC X(7)      VALUES "PROGRAM".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(12)     VALUES "PROGRAM NAME".
           05 FILLER             PIC X(20)     VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "CREDITS".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "ELECTIVES".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "MIN GPA".
           05 FILLER             PIC X(39)     VALUES SPACES.

       01 REGISTER-DETAIL-LINE.
           05 O-REG-ACTION       PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-PROGRAM      PIC X(4).
           05 FILLER             PIC X(6)      VALUES SPACES.
           05 O-REG-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-REG-NAME         PIC X(30).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-REG-TOTAL        PIC ZZ9.
           05 FILLER             PIC X(9)      VALUES SPACES.
           05 O-REG-ELECTIVE     PIC ZZ9.
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 O-REG-MIN-GPA      PIC 9.99.
           05 FILLER             PIC X(39)     VALUES SPACES.

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
           05 O-EXC-TRAN-IMAGE   PIC X(52).
           05 FILLER             PIC X(28)     VALUES SPACES.

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

           OPEN INPUT DEGR-TRAN-FILE.
           OPEN I-O DEGREE-FILE.
           IF RESPONSE-CODE = '35'
               OPEN OUTPUT DEGREE-FILE
               CLOSE DEGREE-FILE
               OPEN I-O DEGREE-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT REGISTER-PRTOUT.
           OPEN OUTPUT EXCEPTION-PRTOUT.

           PERFORM 9600-REGISTER-HDG.
           PERFORM 9610-EXCEPTION-HDG.

           MOVE "YES" TO MORE-RECS.
           PERFORM 9000-TRAN-READ.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           IF NOT DM-ADD AND NOT DM-CHANGE AND NOT DM-DELETE
               MOVE 'DG01' TO C-ERR-CODE
               MOVE 'INVALID MAINTENANCE ACTION CODE' TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2050-VALIDATE-FIELDS
               IF NOT VALID-DEGR-FIELDS
                   PERFORM 9200-ERROR-MES
               ELSE
                   IF DM-HEADER-CARD
                       PERFORM 2100-HEADER-ACTION
                   ELSE
                       PERFORM 2400-COURSE-ACTION.
           PERFORM 9000-TRAN-READ.

      *----------------------------------------------------------------*
      *  FIELD EDITS.  HEADER ADDS AND CHANGES CARRY THE PROGRAM'S     *
      *  FIGURES; THE ELECTIVE MINIMUM CANNOT EXCEED THE TOTAL.  A     *
      *  COURSE CARD MAY ONLY ADD OR DELETE, AND AN ADDED COURSE MUST  *
      *  BE IN THE CATALOG.                                            *
      *----------------------------------------------------------------*
       2050-VALIDATE-FIELDS.
           MOVE 'Y' TO C-FIELDS-VALID.
           IF DM-PROGRAM-CODE = SPACES
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'DG02' TO C-ERR-CODE
               MOVE 'PROGRAM CODE MISSING' TO C-ERR-DESC.
           IF VALID-DEGR-FIELDS AND DM-HEADER-CARD AND NOT DM-DELETE
               PERFORM 2060-VALIDATE-HEADER-FIELDS.
           IF VALID-DEGR-FIELDS AND NOT DM-HEADER-CARD
               PERFORM 2070-VALIDATE-COURSE-CARD.

       2060-VALIDATE-HEADER-FIELDS.
           IF DM-PROGRAM-NAME = SPACES
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'DG03' TO C-ERR-CODE
               MOVE 'PROGRAM NAME MISSING' TO C-ERR-DESC.
           IF VALID-DEGR-FIELDS
               AND (DM-TOTAL-CREDITS NOT NUMERIC
                   OR DM-TOTAL-CREDITS = ZERO)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'DG04' TO C-ERR-CODE
                   MOVE 'TOTAL CREDITS NOT 001-999' TO C-ERR-DESC.
           IF VALID-DEGR-FIELDS
               AND (DM-ELECTIVE-CREDITS NOT NUMERIC
                   OR DM-ELECTIVE-CREDITS > DM-TOTAL-CREDITS)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'DG05' TO C-ERR-CODE
                   MOVE 'ELECTIVE CREDITS MISSING OR OVER TOTAL'
                       TO C-ERR-DESC.
           IF VALID-DEGR-FIELDS
               AND (DM-MIN-GPA NOT NUMERIC
                   OR DM-MIN-GPA > 4.00)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'DG06' TO C-ERR-CODE
                   MOVE 'MINIMUM GPA NOT 0.00-4.00' TO C-ERR-DESC.

       2070-VALIDATE-COURSE-CARD.
           IF DM-CHANGE
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'DG07' TO C-ERR-CODE
               MOVE 'COURSE ROWS TAKE ADD OR DELETE ONLY'
                   TO C-ERR-DESC.
           IF VALID-DEGR-FIELDS AND DM-ADD
               MOVE DM-COURSE-ID TO CAT-COURSE-ID
               READ CATALOG-FILE
               IF NOT VAL-CODE
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'DG08' TO C-ERR-CODE
                   MOVE 'REQUIRED COURSE NOT IN CATALOG'
                       TO C-ERR-DESC.

       2100-HEADER-ACTION.
           EVALUATE TRUE
               WHEN DM-ADD
                   PERFORM 2200-ADD-HEADER
               WHEN DM-CHANGE
                   PERFORM 2250-CHANGE-HEADER
               WHEN DM-DELETE
                   PERFORM 2300-DELETE-HEADER.

       2200-ADD-HEADER.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF VAL-CODE
               MOVE 'DG10' TO C-ERR-CODE
               MOVE 'ADD ACTION - PROGRAM ALREADY ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 9300-BUILD-HEADER
               WRITE DEGREE-MAST
                   INVALID KEY
                       MOVE 'DG11' TO C-ERR-CODE
                       MOVE 'PROGRAM ADD FAILED - WRITE ERROR'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-HDR-ADD-CTR
                       MOVE 'ADD' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2250-CHANGE-HEADER.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF NOT VAL-CODE
               MOVE 'DG12' TO C-ERR-CODE
               MOVE 'CHANGE ACTION - PROGRAM NOT ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 9300-BUILD-HEADER
               REWRITE DEGREE-MAST
                   INVALID KEY
                       MOVE 'DG13' TO C-ERR-CODE
                       MOVE 'PROGRAM CHANGE FAILED - REWRITE ERROR'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-HDR-CHG-CTR
                       MOVE 'CHANGE' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2300-DELETE-HEADER.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF NOT VAL-CODE
               MOVE 'DG12' TO C-ERR-CODE
               MOVE 'DELETE ACTION - PROGRAM NOT ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2310-CHECK-COURSES
               IF PROGRAM-HAS-COURSES
                   MOVE 'DG15' TO C-ERR-CODE
                   MOVE 'PROGRAM HAS COURSE ROWS - NOT DELETED'
                       TO C-ERR-DESC
                   PERFORM 9200-ERROR-MES
               ELSE
                   PERFORM 2320-DELETE-ROW
                   IF VAL-CODE
                       ADD 1 TO C-HDR-DEL-CTR.

      *----------------------------------------------------------------*
      *  THE HEADER IS THE FIRST KEY OF ITS PROGRAM, SO THE ROW AFTER  *
      *  IT BELONGS TO THE SAME PROGRAM ONLY IF COURSES REMAIN.  THE   *
      *  HEADER IS RE-READ SO THE DELETE ACTS ON IT.                   *
      *----------------------------------------------------------------*
       2310-CHECK-COURSES.
           MOVE 'N' TO C-HAS-COURSES.
           START DEGREE-FILE
               KEY IS > DEG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEGREE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF DEG-PROGRAM-CODE = DM-PROGRAM-CODE
                                   MOVE 'Y' TO C-HAS-COURSES.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.

       2320-DELETE-ROW.
           DELETE DEGREE-FILE
               INVALID KEY
                   MOVE 'DG14' TO C-ERR-CODE
                   MOVE 'DEGREE ROW DELETE FAILED' TO C-ERR-DESC
                   PERFORM 9200-ERROR-MES
               NOT INVALID KEY
                   MOVE 'DELETE' TO O-REG-ACTION
                   PERFORM 9500-REGISTER-LINE.

      *----------------------------------------------------------------*
      *  A REQUIRED COURSE CAN ONLY HANG OFF A PROGRAM WHOSE HEADER    *
      *  IS ALREADY ON FILE.                                           *
      *----------------------------------------------------------------*
       2400-COURSE-ACTION.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF NOT VAL-CODE
               MOVE 'DG09' TO C-ERR-CODE
               MOVE 'PROGRAM HEADER NOT ON FILE' TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               IF DM-ADD
                   PERFORM 2500-ADD-COURSE
               ELSE
                   PERFORM 2600-DELETE-COURSE.

       2500-ADD-COURSE.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE DM-COURSE-ID TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF VAL-CODE
               MOVE 'DG10' TO C-ERR-CODE
               MOVE 'ADD ACTION - COURSE ALREADY REQUIRED'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               MOVE SPACES TO DEGREE-MAST
               MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE
               MOVE DM-COURSE-ID TO DEG-COURSE-ID
               MOVE I-DATE-N TO DEG-REQ-ADDED-DATE
               WRITE DEGREE-MAST
                   INVALID KEY
                       MOVE 'DG11' TO C-ERR-CODE
                       MOVE 'REQUIRED COURSE ADD FAILED - WRITE'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-CRS-ADD-CTR
                       MOVE 'ADD' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2600-DELETE-COURSE.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE DM-COURSE-ID TO DEG-COURSE-ID.
           READ DEGREE-FILE.
           IF NOT VAL-CODE
               MOVE 'DG12' TO C-ERR-CODE
               MOVE 'DELETE ACTION - COURSE NOT REQUIRED'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2320-DELETE-ROW
               IF VAL-CODE
                   ADD 1 TO C-CRS-DEL-CTR.

       5000-CLOSING.
           PERFORM 5300-CONTROL-TOTALS.
           CLOSE DEGR-TRAN-FILE.
           CLOSE DEGREE-FILE.
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

           MOVE 'PROGRAMS ADDED' TO CTL-LABEL
           MOVE C-HDR-ADD-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PROGRAMS CHANGED' TO CTL-LABEL
           MOVE C-HDR-CHG-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PROGRAMS DELETED' TO CTL-LABEL
           MOVE C-HDR-DEL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'REQUIRED COURSES ADDED' TO CTL-LABEL
           MOVE C-CRS-ADD-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'REQUIRED COURSES DELETED' TO CTL-LABEL
           MOVE C-CRS-DEL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSACTIONS IN ERROR' TO CTL-LABEL
           MOVE C-ERROR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9000-TRAN-READ.
            READ DEGR-TRAN-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

       9200-ERROR-MES.
           MOVE C-ERR-CODE TO O-EXC-REASON
           MOVE C-ERR-DESC TO O-EXC-DESC
           MOVE DEGR-TRAN-REC TO O-EXC-TRAN-IMAGE
           WRITE EXCPT-PRTLINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9610-EXCEPTION-HDG
           ADD 1 TO C-ERROR-CTR
           DISPLAY 'DEGREE MAINT REJECTED - ' C-ERR-DESC
               ' PROGRAM = ' DM-PROGRAM-CODE ' REASON = ' C-ERR-CODE.

       9300-BUILD-HEADER.
           MOVE SPACES TO DEGREE-MAST.
           MOVE DM-PROGRAM-CODE TO DEG-PROGRAM-CODE.
           MOVE SPACES TO DEG-COURSE-ID.
           MOVE DM-PROGRAM-NAME TO DEG-PROGRAM-NAME.
           MOVE DM-TOTAL-CREDITS TO DEG-TOTAL-CREDITS.
           MOVE DM-ELECTIVE-CREDITS TO DEG-ELECTIVE-CREDITS.
           MOVE DM-MIN-GPA TO DEG-MIN-GPA.

       9500-REGISTER-LINE.
           MOVE DM-PROGRAM-CODE TO O-REG-PROGRAM.
           IF DM-HEADER-CARD
               MOVE 'HEADER' TO O-REG-COURSE-ID
               MOVE DEG-PROGRAM-NAME TO O-REG-NAME
               MOVE DEG-TOTAL-CREDITS TO O-REG-TOTAL
               MOVE DEG-ELECTIVE-CREDITS TO O-REG-ELECTIVE
               MOVE DEG-MIN-GPA TO O-REG-MIN-GPA
           ELSE
               MOVE DM-COURSE-ID TO O-REG-COURSE-ID
               MOVE 'REQUIRED COURSE' TO O-REG-NAME
               MOVE ZERO TO O-REG-TOTAL
               MOVE ZERO TO O-REG-ELECTIVE
               MOVE ZERO TO O-REG-MIN-GPA.
           WRITE PRTLINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-REGISTER-HDG.

       9600-REGISTER-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'DEGREE REQUIREMENTS REGISTER' TO O-TITLE-TEXT.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REGISTER-COL-HDG
               AFTER ADVANCING 2 LINES.

       9610-EXCEPTION-HDG.
           ADD 1 TO C-XPCTR.
           MOVE C-XPCTR TO O-PCTR.
           MOVE 'DEGREE REQUIREMENTS EXCEPTIONS' TO O-TITLE-TEXT.
           WRITE EXCPT-PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-PRTLINE FROM EXCEPTION-COL-HDG
               AFTER ADVANCING 2 LINES.
