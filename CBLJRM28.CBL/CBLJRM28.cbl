       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM28.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          GRADE-CHANGE AUTHORIZATION MAINTENANCE.  READS THE     *
      *          GRCATRAN.DAT CARD FILE AND ADDS, CHANGES, OR DELETES   *
      *          ROWS ON GRCHAUTH.DAT, THE REGISTRAR'S LIST OF          *
      *          APPROVED CHANGES TO CLOSED TERMS.  EACH CARD CARRIES   *
      *          THE REFERENCE THE REGISTRAR ISSUED, THE ONE STUDENT    *
      *          AND COURSE IT COVERS, AND WHO APPROVED IT.  THE        *
      *          STUDENT MUST BE ON STUDMAST.DAT AND HAVE AN ATTEMPT    *
      *          OF THE COURSE ON STCOURSE.DAT.  ONCE CBLJRM05 HAS      *
      *          POSTED A CHANGE UNDER A REFERENCE IT IS MARKED USED    *
      *          AND CAN NO LONGER BE CHANGED OR DELETED, SO THE ROW    *
      *          STAYS AS THE RECORD OF THE APPROVAL.  REJECTS GO TO    *
      *          THE EXCEPTION REPORT AND GOOD ACTIONS TO THE           *
      *          MAINTENANCE REGISTER.                                  *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AUTH-FILE
               ASSIGN TO "C:\COBOL LL\GRCHAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GCA-REFERENCE
               FILE STATUS IS RESPONSE-CODE.

           SELECT STUDENT-FILE
               ASSIGN TO "C:\COBOL LL\STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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

           SELECT AUTH-TRAN-FILE
               ASSIGN TO "C:\COBOL LL\GRCATRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-PRTOUT
               ASSIGN TO "C:\COBOL\GRCAMNTR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPTION-PRTOUT
               ASSIGN TO "C:\COBOL\GRCAMNTE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTH-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS GRADE-CHG-AUTH.
       COPY 'CBLGRCA.CPY'.

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

       FD  AUTH-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUTH-TRAN-REC.

       01  AUTH-TRAN-REC.
           05  GA-REFERENCE            PIC X(08).
           05  GA-ACTION-CODE          PIC X(01).
               88  GA-ADD                      VALUE 'A'.
               88  GA-CHANGE                   VALUE 'C'.
               88  GA-DELETE                   VALUE 'D'.
           05  GA-STUDENT-ID           PIC X(06).
           05  GA-COURSE-ID            PIC X(08).
           05  GA-AUTHORIZED-BY        PIC X(20).

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
           05  C-AUTH-ADD-CTR       PIC 9(05)    VALUE ZERO.
           05  C-AUTH-CHG-CTR       PIC 9(05)    VALUE ZERO.
           05  C-AUTH-DEL-CTR       PIC 9(05)    VALUE ZERO.
           05  C-ERROR-CTR          PIC 9(05)    VALUE ZERO.

       01  C-FIELDS-VALID          PIC X         VALUE 'Y'.
           88  VALID-AUTH-FIELDS                  VALUE 'Y'.

       01  C-ATTEMPT-FOUND         PIC X         VALUE 'N'.
           88  COURSE-ATTEMPT-FOUND               VALUE 'Y'.

       01  ERROR-CONTROL.
           05  C-ERR-CODE          PIC X(04)     VALUE SPACES.
           05  C-ERR-DESC          PIC X(40)     VALUE SPACES.

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
           05      O-TITLE-TEXT    PIC X(30).
           05      FILLER          PIC X(35)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 REGISTER-COL-HDG.
           05 FILLER             PIC X(6)      VALUES "ACTION".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "REFERENCE".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(10)     VALUES "STUDENT ID".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(13)     VALUES "AUTHORIZED BY".
           05 FILLER             PIC X(10)     VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "AUTH DATE".
           05 FILLER             PIC X(52)     VALUES SPACES.

       01 REGISTER-DETAIL-LINE.
           05 O-REG-ACTION       PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-REFERENCE    PIC X(8).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 O-REG-STUDENT-ID   PIC X(6).
           05 FILLER             PIC X(7)      VALUES SPACES.
           05 O-REG-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-REG-AUTH-BY      PIC X(20).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-AUTH-DATE    PIC 9(8).
           05 FILLER             PIC X(53)     VALUES SPACES.

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
           05 O-EXC-TRAN-IMAGE   PIC X(43).
           05 FILLER             PIC X(37)     VALUES SPACES.

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

           OPEN INPUT AUTH-TRAN-FILE.
           OPEN I-O AUTH-FILE.
           IF RESPONSE-CODE = '35'
               OPEN OUTPUT AUTH-FILE
               CLOSE AUTH-FILE
               OPEN I-O AUTH-FILE.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT REGISTER-PRTOUT.
           OPEN OUTPUT EXCEPTION-PRTOUT.

           PERFORM 9600-REGISTER-HDG.
           PERFORM 9610-EXCEPTION-HDG.

           MOVE "YES" TO MORE-RECS.
           PERFORM 9000-TRAN-READ.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           IF NOT GA-ADD AND NOT GA-CHANGE AND NOT GA-DELETE
               MOVE 'GC01' TO C-ERR-CODE
               MOVE 'INVALID MAINTENANCE ACTION CODE' TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2050-VALIDATE-FIELDS
               IF NOT VALID-AUTH-FIELDS
                   PERFORM 9200-ERROR-MES
               ELSE
                   EVALUATE TRUE
                       WHEN GA-ADD
                           PERFORM 2100-ADD-AUTH
                       WHEN GA-CHANGE
                           PERFORM 2200-CHANGE-AUTH
                       WHEN GA-DELETE
                           PERFORM 2300-DELETE-AUTH.
           PERFORM 9000-TRAN-READ.

      *----------------------------------------------------------------*
      *  FIELD EDITS.  AN AUTHORIZATION MUST NAME A STUDENT ON THE     *
      *  MASTER WHO HAS AN ATTEMPT OF THE COURSE ON FILE, AND THE      *
      *  PERSON WHO APPROVED IT.  A DELETE NEEDS ONLY THE REFERENCE.   *
      *----------------------------------------------------------------*
       2050-VALIDATE-FIELDS.
           MOVE 'Y' TO C-FIELDS-VALID.
           IF GA-REFERENCE = SPACES
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'GC02' TO C-ERR-CODE
               MOVE 'AUTHORIZATION REFERENCE MISSING' TO C-ERR-DESC.
           IF VALID-AUTH-FIELDS AND NOT GA-DELETE
               PERFORM 2055-CHECK-STUDENT.
           IF VALID-AUTH-FIELDS AND NOT GA-DELETE
               PERFORM 2060-CHECK-COURSE-ATTEMPT.
           IF VALID-AUTH-FIELDS AND NOT GA-DELETE
               AND GA-AUTHORIZED-BY = SPACES
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'GC05' TO C-ERR-CODE
                   MOVE 'AUTHORIZED-BY NAME MISSING' TO C-ERR-DESC.

       2055-CHECK-STUDENT.
           MOVE GA-STUDENT-ID TO STUDENT-ID.
           READ STUDENT-FILE.
           IF NOT VAL-CODE
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'GC03' TO C-ERR-CODE
               MOVE 'STUDENT NOT ON MASTER' TO C-ERR-DESC.

       2060-CHECK-COURSE-ATTEMPT.
           MOVE 'N' TO C-ATTEMPT-FOUND.
           MOVE GA-STUDENT-ID TO C-STUDENT-ID.
           MOVE GA-COURSE-ID TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY > C-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COURSE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF C-STUDENT-ID = GA-STUDENT-ID
                                   AND C-COURSE-ID = GA-COURSE-ID
                                       MOVE 'Y' TO C-ATTEMPT-FOUND
                               END-IF
                       END-READ
           END-START.
           IF NOT COURSE-ATTEMPT-FOUND
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'GC04' TO C-ERR-CODE
               MOVE 'STUDENT HAS NO ATTEMPT OF COURSE'
                   TO C-ERR-DESC.

       2100-ADD-AUTH.
           MOVE GA-REFERENCE TO GCA-REFERENCE.
           READ AUTH-FILE.
           IF VAL-CODE
               MOVE 'GC06' TO C-ERR-CODE
               MOVE 'ADD ACTION - REFERENCE ALREADY ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               MOVE SPACES TO GRADE-CHG-AUTH
               MOVE GA-REFERENCE TO GCA-REFERENCE
               PERFORM 9300-BUILD-AUTH
               MOVE ZERO TO GCA-USED-DATE
               MOVE ZERO TO GCA-USED-BATCH
               WRITE GRADE-CHG-AUTH
                   INVALID KEY
                       MOVE 'GC07' TO C-ERR-CODE
                       MOVE 'AUTHORIZATION ADD FAILED - WRITE ERROR'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-AUTH-ADD-CTR
                       MOVE 'ADD' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2200-CHANGE-AUTH.
           MOVE GA-REFERENCE TO GCA-REFERENCE.
           READ AUTH-FILE.
           IF NOT VAL-CODE
               MOVE 'GC08' TO C-ERR-CODE
               MOVE 'CHANGE ACTION - REFERENCE NOT ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               IF GCA-USED
                   MOVE 'GC09' TO C-ERR-CODE
                   MOVE 'REFERENCE ALREADY USED - CANNOT CHANGE'
                       TO C-ERR-DESC
                   PERFORM 9200-ERROR-MES
               ELSE
                   PERFORM 9300-BUILD-AUTH
                   REWRITE GRADE-CHG-AUTH
                       INVALID KEY
                           MOVE 'GC10' TO C-ERR-CODE
                           MOVE 'AUTHORIZATION CHANGE FAILED - REWRITE'
                               TO C-ERR-DESC
                           PERFORM 9200-ERROR-MES
                       NOT INVALID KEY
                           ADD 1 TO C-AUTH-CHG-CTR
                           MOVE 'CHANGE' TO O-REG-ACTION
                           PERFORM 9500-REGISTER-LINE.

       2300-DELETE-AUTH.
           MOVE GA-REFERENCE TO GCA-REFERENCE.
           READ AUTH-FILE.
           IF NOT VAL-CODE
               MOVE 'GC08' TO C-ERR-CODE
               MOVE 'DELETE ACTION - REFERENCE NOT ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               IF GCA-USED
                   MOVE 'GC09' TO C-ERR-CODE
                   MOVE 'REFERENCE ALREADY USED - CANNOT DELETE'
                       TO C-ERR-DESC
                   PERFORM 9200-ERROR-MES
               ELSE
                   DELETE AUTH-FILE
                       INVALID KEY
                           MOVE 'GC11' TO C-ERR-CODE
                           MOVE 'AUTHORIZATION DELETE FAILED'
                               TO C-ERR-DESC
                           PERFORM 9200-ERROR-MES
                       NOT INVALID KEY
                           ADD 1 TO C-AUTH-DEL-CTR
                           MOVE 'DELETE' TO O-REG-ACTION
                           PERFORM 9500-REGISTER-LINE.

       5000-CLOSING.
           PERFORM 5300-CONTROL-TOTALS.
           CLOSE AUTH-TRAN-FILE.
           CLOSE AUTH-FILE.
           CLOSE STUDENT-FILE.
           CLOSE COURSE-FILE.
           CLOSE REGISTER-PRTOUT.
           CLOSE EXCEPTION-PRTOUT.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'MAINTENANCE TRANSACTIONS READ' TO CTL-LABEL
           MOVE C-TRAN-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'AUTHORIZATIONS ADDED' TO CTL-LABEL
           MOVE C-AUTH-ADD-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'AUTHORIZATIONS CHANGED' TO CTL-LABEL
           MOVE C-AUTH-CHG-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'AUTHORIZATIONS DELETED' TO CTL-LABEL
           MOVE C-AUTH-DEL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSACTIONS IN ERROR' TO CTL-LABEL
           MOVE C-ERROR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9000-TRAN-READ.
            READ AUTH-TRAN-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

       9200-ERROR-MES.
           MOVE C-ERR-CODE TO O-EXC-REASON
           MOVE C-ERR-DESC TO O-EXC-DESC
           MOVE AUTH-TRAN-REC TO O-EXC-TRAN-IMAGE
           WRITE EXCPT-PRTLINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9610-EXCEPTION-HDG
           ADD 1 TO C-ERROR-CTR
           DISPLAY 'GRADE CHANGE AUTH MAINT REJECTED - ' C-ERR-DESC
               ' REFERENCE = ' GA-REFERENCE ' REASON = ' C-ERR-CODE.

      *----------------------------------------------------------------*
      *  AN ADD OR CHANGE RESTAMPS THE APPROVAL DATE; THE ROW STAYS    *
      *  OPEN UNTIL CBLJRM05 POSTS UNDER IT.                           *
      *----------------------------------------------------------------*
       9300-BUILD-AUTH.
           MOVE GA-STUDENT-ID TO GCA-STUDENT-ID.
           MOVE GA-COURSE-ID TO GCA-COURSE-ID.
           MOVE GA-AUTHORIZED-BY TO GCA-AUTHORIZED-BY.
           MOVE I-DATE-N TO GCA-AUTH-DATE.
           MOVE SPACE TO GCA-STATUS.

       9500-REGISTER-LINE.
           MOVE GCA-REFERENCE TO O-REG-REFERENCE.
           MOVE GCA-STUDENT-ID TO O-REG-STUDENT-ID.
           MOVE GCA-COURSE-ID TO O-REG-COURSE-ID.
           MOVE GCA-AUTHORIZED-BY TO O-REG-AUTH-BY.
           MOVE GCA-AUTH-DATE TO O-REG-AUTH-DATE.
           WRITE PRTLINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-REGISTER-HDG.

       9600-REGISTER-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'GRADE CHANGE AUTHORIZATIONS' TO O-TITLE-TEXT.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REGISTER-COL-HDG
               AFTER ADVANCING 2 LINES.

       9610-EXCEPTION-HDG.
           ADD 1 TO C-XPCTR.
           MOVE C-XPCTR TO O-PCTR.
           MOVE 'GRADE CHANGE AUTH EXCEPTIONS' TO O-TITLE-TEXT.
           WRITE EXCPT-PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-PRTLINE FROM EXCEPTION-COL-HDG
               AFTER ADVANCING 2 LINES.
