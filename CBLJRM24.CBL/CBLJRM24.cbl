       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM24.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          COURSE PREREQUISITE MAINTENANCE.  READS THE            *
      *          PREQTRAN.DAT CARD FILE AND ADDS, CHANGES, OR DELETES   *
      *          ROWS ON THE CRSEPREQ.DAT PREREQUISITE MASTER THAT      *
      *          CBLJRM05 CHECKS EVERY REGISTRATION AGAINST.  A CARD    *
      *          NAMES THE COURSE AND UP TO FIVE REQUIRED PRIOR         *
      *          COURSES, EACH WITH THE MINIMUM GRADE THAT SATISFIES    *
      *          IT.  THE COURSE AND EVERY PREREQUISITE MUST BE IN      *
      *          CRSECATL.DAT.  A CHANGE REPLACES THE WHOLE LIST.       *
      *          REJECTS GO TO THE EXCEPTION REPORT AND GOOD ACTIONS    *
      *          TO THE MAINTENANCE REGISTER.                           *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PREREQ-FILE
               ASSIGN TO "C:\COBOL LL\CRSEPREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PRQ-COURSE-ID
               FILE STATUS IS RESPONSE-CODE.

           SELECT CATALOG-FILE
               ASSIGN TO "C:\COBOL LL\CRSECATL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-ID
               FILE STATUS IS RESPONSE-CODE.

           SELECT PREQ-TRAN-FILE
               ASSIGN TO "C:\COBOL LL\PREQTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-PRTOUT
               ASSIGN TO "C:\COBOL\PREQMNTR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPTION-PRTOUT
               ASSIGN TO "C:\COBOL\PREQMNTE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PREREQ-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PREREQ-MAST.
       COPY 'CBLPREQ.CPY'.

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS CATALOG-MAST.
       COPY 'CBLCATL.CPY'.

       FD  PREQ-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PREQ-TRAN-REC.

      *    A BLANK PREREQUISITE SLOT IS SKIPPED; THE SLOTS IN USE ARE
      *    PACKED TO THE FRONT OF THE MASTER ROW WHEN IT IS BUILT.
       01  PREQ-TRAN-REC.
           05  PM-COURSE-ID            PIC X(08).
           05  PM-ACTION-CODE          PIC X(01).
               88  PM-ADD                      VALUE 'A'.
               88  PM-CHANGE                   VALUE 'C'.
               88  PM-DELETE                   VALUE 'D'.
           05  PM-ENTRY OCCURS 5 TIMES.
               10  PM-REQ-COURSE-ID    PIC X(08).
               10  PM-MIN-GRADE        PIC 9V99.

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
           05  C-PREQ-ADD-CTR       PIC 9(05)    VALUE ZERO.
           05  C-PREQ-CHG-CTR       PIC 9(05)    VALUE ZERO.
           05  C-PREQ-DEL-CTR       PIC 9(05)    VALUE ZERO.
           05  C-ERROR-CTR          PIC 9(05)    VALUE ZERO.

       01  C-FIELDS-VALID          PIC X         VALUE 'Y'.
           88  VALID-PREQ-FIELDS                  VALUE 'Y'.

       01  C-SUB                   PIC 9(02)     VALUE ZERO.
       01  C-USED-CTR              PIC 9(02)     VALUE ZERO.

       01  ERROR-CONTROL.
           05  C-ERR-CODE          PIC X(04)     VALUE SPACES.
           05  C-ERR-DESC          PIC X(40)     VALUE SPACES.

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
           05      O-TITLE-TEXT    PIC X(30).
           05      FILLER          PIC X(35)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 REGISTER-COL-HDG.
           05 FILLER             PIC X(6)      VALUES "ACTION".
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "COURSE ID".
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 FILLER             PIC X(5)      VALUES "COUNT".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(35)     VALUES
                             "PREREQUISITE COURSE / MINIMUM GRADE".
           05 FILLER             PIC X(65)     VALUES SPACES.

       01 REGISTER-DETAIL-LINE.
           05 O-REG-ACTION       PIC X(7).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-REG-COURSE-ID    PIC X(8).
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 O-REG-COUNT        PIC 9.
           05 FILLER             PIC X(5)      VALUES SPACES.
           05 O-REG-PREREQ OCCURS 5 TIMES.
               10 O-REG-REQ-ID   PIC X(8).
               10 FILLER         PIC X         VALUES SPACES.
               10 O-REG-MIN-GRADE PIC 9.99.
               10 FILLER         PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(20)     VALUES SPACES.

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
           05 O-EXC-TRAN-IMAGE   PIC X(64).
           05 FILLER             PIC X(16)     VALUES SPACES.

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

           OPEN INPUT PREQ-TRAN-FILE.
           OPEN I-O PREREQ-FILE.
           IF RESPONSE-CODE = '35'
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT REGISTER-PRTOUT.
           OPEN OUTPUT EXCEPTION-PRTOUT.

           PERFORM 9600-REGISTER-HDG.
           PERFORM 9610-EXCEPTION-HDG.

           MOVE "YES" TO MORE-RECS.
           PERFORM 9000-TRAN-READ.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           IF NOT PM-ADD AND NOT PM-CHANGE AND NOT PM-DELETE
               MOVE 'PQ01' TO C-ERR-CODE
               MOVE 'INVALID MAINTENANCE ACTION CODE' TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2050-VALIDATE-FIELDS
               IF NOT VALID-PREQ-FIELDS
                   PERFORM 9200-ERROR-MES
               ELSE
                   EVALUATE TRUE
                       WHEN PM-ADD
                           PERFORM 2100-ADD-PREREQ
                       WHEN PM-CHANGE
                           PERFORM 2200-CHANGE-PREREQ
                       WHEN PM-DELETE
                           PERFORM 2300-DELETE-PREREQ.
           PERFORM 9000-TRAN-READ.

      *----------------------------------------------------------------*
      *  FIELD EDITS.  THE COURSE ITSELF AND EVERY PREREQUISITE NAMED  *
      *  MUST BE CATALOG COURSES, AND A COURSE CANNOT BE ITS OWN       *
      *  PREREQUISITE.  A DELETE CARRIES NO REPLACEMENT LIST.          *
      *----------------------------------------------------------------*
       2050-VALIDATE-FIELDS.
           MOVE 'Y' TO C-FIELDS-VALID.
           IF PM-COURSE-ID = SPACES
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'PQ02' TO C-ERR-CODE
               MOVE 'COURSE ID MISSING' TO C-ERR-DESC.
           IF VALID-PREQ-FIELDS AND NOT PM-DELETE
               PERFORM 2055-CHECK-COURSE.
           IF VALID-PREQ-FIELDS AND NOT PM-DELETE
               PERFORM 2060-VALIDATE-DATA-FIELDS.

       2055-CHECK-COURSE.
           MOVE PM-COURSE-ID TO CAT-COURSE-ID.
           READ CATALOG-FILE.
           IF NOT VAL-CODE
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'PQ03' TO C-ERR-CODE
               MOVE 'COURSE NOT IN CATALOG' TO C-ERR-DESC.

       2060-VALIDATE-DATA-FIELDS.
           MOVE ZERO TO C-USED-CTR.
           MOVE ZERO TO C-SUB.
           PERFORM 2065-VALIDATE-ONE-ENTRY
               UNTIL C-SUB = 5 OR NOT VALID-PREQ-FIELDS.
           IF VALID-PREQ-FIELDS AND C-USED-CTR = ZERO
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'PQ04' TO C-ERR-CODE
               MOVE 'NO PREREQUISITE COURSES ON CARD'
                   TO C-ERR-DESC.

       2065-VALIDATE-ONE-ENTRY.
           ADD 1 TO C-SUB.
           IF PM-REQ-COURSE-ID (C-SUB) NOT = SPACES
               ADD 1 TO C-USED-CTR
               PERFORM 2070-CHECK-ONE-ENTRY.

       2070-CHECK-ONE-ENTRY.
           IF PM-REQ-COURSE-ID (C-SUB) = PM-COURSE-ID
               MOVE 'N' TO C-FIELDS-VALID
               MOVE 'PQ05' TO C-ERR-CODE
               MOVE 'COURSE CANNOT BE ITS OWN PREREQUISITE'
                   TO C-ERR-DESC.
           IF VALID-PREQ-FIELDS
               AND (PM-MIN-GRADE (C-SUB) NOT NUMERIC
                   OR PM-MIN-GRADE (C-SUB) > 4.00)
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'PQ06' TO C-ERR-CODE
                   MOVE 'MINIMUM GRADE NOT 0.00-4.00' TO C-ERR-DESC.
           IF VALID-PREQ-FIELDS
               MOVE PM-REQ-COURSE-ID (C-SUB) TO CAT-COURSE-ID
               READ CATALOG-FILE
               IF NOT VAL-CODE
                   MOVE 'N' TO C-FIELDS-VALID
                   MOVE 'PQ07' TO C-ERR-CODE
                   MOVE 'PREREQUISITE COURSE NOT IN CATALOG'
                       TO C-ERR-DESC.

       2100-ADD-PREREQ.
           MOVE PM-COURSE-ID TO PRQ-COURSE-ID.
           READ PREREQ-FILE.
           IF VAL-CODE
               MOVE 'PQ08' TO C-ERR-CODE
               MOVE 'ADD ACTION - PREREQUISITES ALREADY ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 9300-BUILD-PREREQ
               WRITE PREREQ-MAST
                   INVALID KEY
                       MOVE 'PQ09' TO C-ERR-CODE
                       MOVE 'PREREQUISITE ADD FAILED - WRITE ERROR'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-PREQ-ADD-CTR
                       MOVE 'ADD' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2200-CHANGE-PREREQ.
           MOVE PM-COURSE-ID TO PRQ-COURSE-ID.
           READ PREREQ-FILE.
           IF NOT VAL-CODE
               MOVE 'PQ10' TO C-ERR-CODE
               MOVE 'CHANGE ACTION - NO PREREQUISITES ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 9300-BUILD-PREREQ
               REWRITE PREREQ-MAST
                   INVALID KEY
                       MOVE 'PQ11' TO C-ERR-CODE
                       MOVE 'PREREQUISITE CHANGE FAILED - REWRITE'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-PREQ-CHG-CTR
                       MOVE 'CHANGE' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       2300-DELETE-PREREQ.
           MOVE PM-COURSE-ID TO PRQ-COURSE-ID.
           READ PREREQ-FILE.
           IF NOT VAL-CODE
               MOVE 'PQ10' TO C-ERR-CODE
               MOVE 'DELETE ACTION - NO PREREQUISITES ON FILE'
                   TO C-ERR-DESC
               PERFORM 9200-ERROR-MES
           ELSE
               DELETE PREREQ-FILE
                   INVALID KEY
                       MOVE 'PQ12' TO C-ERR-CODE
                       MOVE 'PREREQUISITE DELETE FAILED'
                           TO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   NOT INVALID KEY
                       ADD 1 TO C-PREQ-DEL-CTR
                       MOVE 'DELETE' TO O-REG-ACTION
                       PERFORM 9500-REGISTER-LINE.

       5000-CLOSING.
           PERFORM 5300-CONTROL-TOTALS.
           CLOSE PREQ-TRAN-FILE.
           CLOSE PREREQ-FILE.
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

           MOVE 'PREREQUISITE ROWS ADDED' TO CTL-LABEL
           MOVE C-PREQ-ADD-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PREREQUISITE ROWS CHANGED' TO CTL-LABEL
           MOVE C-PREQ-CHG-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PREREQUISITE ROWS DELETED' TO CTL-LABEL
           MOVE C-PREQ-DEL-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSACTIONS IN ERROR' TO CTL-LABEL
           MOVE C-ERROR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9000-TRAN-READ.
            READ PREQ-TRAN-FILE
               AT END
                   MOVE "NO" TO MORE-RECS.

       9200-ERROR-MES.
           MOVE C-ERR-CODE TO O-EXC-REASON
           MOVE C-ERR-DESC TO O-EXC-DESC
           MOVE PREQ-TRAN-REC TO O-EXC-TRAN-IMAGE
           WRITE EXCPT-PRTLINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9610-EXCEPTION-HDG
           ADD 1 TO C-ERROR-CTR
           DISPLAY 'PREREQUISITE MAINT REJECTED - ' C-ERR-DESC
               ' COURSE = ' PM-COURSE-ID ' REASON = ' C-ERR-CODE.

      *----------------------------------------------------------------*
      *  THE SLOTS IN USE ON THE CARD ARE PACKED TO THE FRONT OF THE   *
      *  MASTER ROW SO CBLJRM05 ONLY WALKS PRQ-COUNT ENTRIES.           *
      *----------------------------------------------------------------*
       9300-BUILD-PREREQ.
           MOVE SPACES TO PREREQ-MAST.
           MOVE PM-COURSE-ID TO PRQ-COURSE-ID.
           MOVE ZERO TO PRQ-COUNT.
           MOVE ZERO TO C-SUB.
           PERFORM 9310-PACK-ONE-ENTRY
               UNTIL C-SUB = 5.

       9310-PACK-ONE-ENTRY.
           ADD 1 TO C-SUB.
           IF PM-REQ-COURSE-ID (C-SUB) NOT = SPACES
               ADD 1 TO PRQ-COUNT
               MOVE PM-REQ-COURSE-ID (C-SUB)
                   TO PRQ-REQ-COURSE-ID (PRQ-COUNT)
               MOVE PM-MIN-GRADE (C-SUB) TO PRQ-MIN-GRADE (PRQ-COUNT).

       9500-REGISTER-LINE.
           MOVE PRQ-COURSE-ID TO O-REG-COURSE-ID.
           MOVE ZERO TO C-SUB.
           PERFORM 9510-REGISTER-ONE-ENTRY
               UNTIL C-SUB = 5.
           MOVE PRQ-COUNT TO O-REG-COUNT.
           WRITE PRTLINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-REGISTER-HDG.

       9510-REGISTER-ONE-ENTRY.
           ADD 1 TO C-SUB.
           IF C-SUB > PRQ-COUNT
               MOVE SPACES TO O-REG-REQ-ID (C-SUB)
               MOVE ZERO TO O-REG-MIN-GRADE (C-SUB)
           ELSE
               MOVE PRQ-REQ-COURSE-ID (C-SUB) TO O-REG-REQ-ID (C-SUB)
               MOVE PRQ-MIN-GRADE (C-SUB)
                   TO O-REG-MIN-GRADE (C-SUB).

       9600-REGISTER-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE 'COURSE PREREQUISITE REGISTER' TO O-TITLE-TEXT.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REGISTER-COL-HDG
               AFTER ADVANCING 2 LINES.

       9610-EXCEPTION-HDG.
           ADD 1 TO C-XPCTR.
           MOVE C-XPCTR TO O-PCTR.
           MOVE 'COURSE PREREQUISITE EXCEPTIONS' TO O-TITLE-TEXT.
           WRITE EXCPT-PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE EXCPT-PRTLINE FROM EXCEPTION-COL-HDG
               AFTER ADVANCING 2 LINES.
