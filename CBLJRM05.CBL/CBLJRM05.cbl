               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.

           SELECT PREREQ-FILE
               ASSIGN TO "C:\COBOL LL\CRSEPREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PRQ-COURSE-ID
               FILE STATUS IS PREREQ-STATUS.

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

           SELECT TERM-FILE
               ASSIGN TO "C:\COBOL LL\STCRTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TRM-KEY
               FILE STATUS IS TERM-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO "C:\COBOL LL\GRCHAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GCA-REFERENCE
               FILE STATUS IS GRCA-STATUS.

           SELECT MEETING-FILE
               ASSIGN TO "C:\COBOL LL\CRSEMEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MTG-KEY
               FILE STATUS IS MEET-STATUS.

           SELECT GRDCHG-PRTOUT
               ASSIGN TO "C:\COBOL\GRDCHREG.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        
       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

               88  TRAN-WITHDRAW               VALUE 'W'.
               88  TRAN-INCOMPLETE             VALUE 'I'.
           05  TRAN-COURSE-NAME        PIC X(30).
      *        THE COURSE NAME ALWAYS COMES FROM THE CATALOG, SO ON
      *        A GRADE, CHANGE, OR DELETE THE NAME FIELD CARRIES THE
      *        GRADE-CHANGE AUTHORIZATION REFERENCE A CLOSED-TERM ROW
      *        REQUIRES (SEE 2800-CHECK-GRADE-LOCK).
           05  TRAN-GRDCHG-VIEW REDEFINES TRAN-COURSE-NAME.
               10  TRAN-GRDCHG-REF     PIC X(08).
               10  FILLER              PIC X(22).
           05  TRAN-COURSE-CREDITS     PIC 9.
           05  TRAN-COURSE-GPA         PIC 9V99.
           05  TRAN-TERM               PIC XX.
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS AUDIT-REC.

       01  AUDIT-REC.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  AUD-BATCH-NUMBER         PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  AUD-BEFORE-IMAGE         PIC X(73).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  AUD-TRAN-DATA            PIC X(96).

      *  DOWNSTREAM SYSTEMS (REGISTRAR, FINANCIAL AID, ADVISING) THAT  *
      *  WANT THE COURSE-REPORT DATA WITHOUT PARSING PRINT-FORMATTED   *
      *  TEXT.  ONE RECORD IS WRITTEN FOR EVERY DETAIL LINE 4200-      *
      *  OUTPUT PUTS ON THE PRINT FILE, EXCEPT THE ROWS OF A STUDENT   *
      *  UNDER A FERPA PRIVACY BLOCK, WHICH STAY OFF THE EXTRACT.      *
      *----------------------------------------------------------------*
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           05  WL-ENTRY-DATE          PIC 9(08).
           05  FILLER                 PIC X(02).

      *----------------------------------------------------------------*
      *  PREREQUISITE-FILE IS THE COURSE PREREQUISITE MASTER (SEE      *
      *  CBLJRM24 FOR ITS MAINTENANCE).  A REGISTRATION FOR A COURSE   *
      *  WITH A ROW HERE POSTS ONLY WHEN EVERY PREREQUISITE NAMED HAS  *
      *  A QUALIFYING ATTEMPT ON STCOURSE.DAT, STCRARCH.DAT, OR        *
      *  STCRXFER.DAT.  NO FILE ON DISK MEANS NO PREREQUISITES.        *
      *----------------------------------------------------------------*
       FD  PREREQ-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PREREQ-MAST.
       COPY 'CBLPREQ.CPY'.

      *----------------------------------------------------------------*
      *  ARCHIVE-FILE IS THE CBLJRM14 COURSE ARCHIVE.  ITS ROWS ARE    *
      *  COURSE-MAST IMAGES; THE SECOND VIEW NAMES ONLY THE FIELDS     *
      *  THE PREREQUISITE CHECK LOOKS AT, SO READING IT NEVER          *
      *  DISTURBS THE COURSE RECORD AREA BEING POSTED.                 *
      *----------------------------------------------------------------*
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.

       01  ARCHIVE-REC                PIC X(57).

       01  ARCHIVE-DETAIL.
           05  ARC-STUDENT-ID         PIC X(06).
           05  ARC-COURSE-ID          PIC X(08).
           05  ARC-ATTEMPT-NO         PIC 9(02).
           05  FILLER                 PIC X(31).
           05  ARC-COURSE-GPA         PIC 9V99.
           05  FILLER                 PIC X(06).
           05  ARC-COURSE-STATUS      PIC X(01).

      *----------------------------------------------------------------*
      *  TRANSFER-FILE HOLDS CREDIT FROM OTHER INSTITUTIONS            *
      *  (MAINTAINED BY CBLJRM22).  AN EQUIVALENT COURSE ON IT         *
      *  SATISFIES A PREREQUISITE WHATEVER THE MINIMUM GRADE - NO      *
      *  GRADE COMES OVER WITH TRANSFER WORK.                          *
      *----------------------------------------------------------------*
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS TRANSFER-REC.
       COPY 'CBLXFER.CPY'.

      *----------------------------------------------------------------*
      *  TERM-FILE IS THE TERM CALENDAR THE CBLJRM27 TERM CLOSE        *
      *  MAINTAINS, AND AUTH-FILE THE REGISTRAR'S GRADE-CHANGE         *
      *  AUTHORIZATIONS (CBLJRM28).  A GRADE, CHANGE, OR DELETE        *
      *  AGAINST A ROW WHOSE TERM IS CLOSED POSTS ONLY UNDER AN        *
      *  UNUSED AUTHORIZATION FOR THAT STUDENT AND COURSE, AND EVERY   *
      *  SUCH POSTING IS LISTED ON THE GRADE-CHANGE REGISTER.  NO      *
      *  CALENDAR ON DISK MEANS NO TERM HAS BEEN CLOSED.               *
      *----------------------------------------------------------------*
       FD  TERM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERM-CAL-REC.
       COPY 'CBLTERM.CPY'.

       FD  AUTH-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS GRADE-CHG-AUTH.
       COPY 'CBLGRCA.CPY'.

      *----------------------------------------------------------------*
      *  MEETING-FILE IS THE CLASS MEETING SCHEDULE (SEE CBLJRM34 FOR  *
      *  ITS MAINTENANCE).  A REGISTRATION WHOSE DAYS AND HOURS        *
      *  OVERLAP A COURSE THE STUDENT IS ALREADY ENROLLED IN FOR THE   *
      *  SAME TERM GOES TO SUSPENSE.  A COURSE WITH NO MEETING ROW     *
      *  FOR THE TERM, OR NO FILE ON DISK, IS NOT TIME-CHECKED.        *
      *----------------------------------------------------------------*
       FD  MEETING-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS MEETING-MAST.
       COPY 'CBLMEET.CPY'.

       FD  GRDCHG-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GRDCHG-PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  GRDCHG-PRTLINE         PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
       01  C-CATALOG-VALID         PIC X         VALUE 'Y'.
           88  VALID-CATALOG-COURSE               VALUE 'Y'.

      *----------------------------------------------------------------*
      *  PREREQUISITE CONTROL.  EACH PREREQUISITE ON THE COURSE'S      *
      *  ROW IS LOOKED FOR FIRST AMONG THE STUDENT'S LIVE ATTEMPTS,    *
      *  THEN ON THE ARCHIVE, THEN AMONG THE TRANSFER EQUIVALENTS.     *
      *----------------------------------------------------------------*
       01  PREREQ-CONTROL.
           05  C-PREQ-ACTIVE       PIC X         VALUE 'N'.
               88  PREREQ-FILE-ACTIVE             VALUE 'Y'.
           05  C-XFER-ACTIVE       PIC X         VALUE 'N'.
               88  XFER-FILE-ACTIVE               VALUE 'Y'.
           05  C-PREQ-MET          PIC X         VALUE 'Y'.
               88  PREREQS-MET                    VALUE 'Y'.
           05  C-REQ-FOUND         PIC X         VALUE 'N'.
               88  REQ-SATISFIED                  VALUE 'Y'.
           05  C-REQ-SCAN-MORE     PIC X         VALUE 'N'.
               88  MORE-REQ-RECS                  VALUE 'Y'.
           05  C-PREQ-SUB          PIC 9(01)     VALUE ZERO.
           05  C-REQ-COURSE-ID     PIC X(08)     VALUE SPACES.
           05  C-REQ-MIN-GRADE     PIC 9V99      VALUE ZERO.

       01  C-PREQ-REJ-CTR          PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------*
      *  TIME-CONFLICT CONTROL.  THE STUDENT, COURSE, AND TERM BEING   *
      *  CHECKED ARE SET BY THE CALLER SO A WAITLIST PROMOTION CAN     *
      *  USE THE SAME CHECK AS A REGISTRATION.  THE NEW COURSE'S       *
      *  MEETING IS HELD HERE WHILE THE STUDENT'S ENROLLED COURSES     *
      *  FOR THE TERM ARE READ FROM THE MEETING FILE ONE BY ONE.       *
      *----------------------------------------------------------------*
       01  SCHEDULE-CONFLICT-CONTROL.
           05  C-MEET-ACTIVE       PIC X         VALUE 'N'.
               88  MEETING-FILE-ACTIVE            VALUE 'Y'.
           05  C-CONFLICT-FOUND    PIC X         VALUE 'N'.
               88  SCHEDULE-CONFLICT              VALUE 'Y'.
           05  C-CONF-SCAN-MORE    PIC X         VALUE 'N'.
               88  MORE-CONF-RECS                 VALUE 'Y'.
           05  C-CONF-STUDENT-ID   PIC X(06)     VALUE SPACES.
           05  C-CONF-COURSE-ID    PIC X(08)     VALUE SPACES.
           05  C-CONF-TERM         PIC X(02)     VALUE SPACES.
           05  C-CONF-YEAR         PIC 9(04)     VALUE ZERO.
           05  C-CONF-WITH-COURSE  PIC X(08)     VALUE SPACES.
           05  C-NEW-DAYS          PIC X(07)     VALUE SPACES.
           05  C-NEW-DAYS-R REDEFINES C-NEW-DAYS.
               10  C-NEW-DAY-FLAG  PIC X(01)     OCCURS 7 TIMES.
           05  C-NEW-START-TIME    PIC 9(04)     VALUE ZERO.
           05  C-NEW-END-TIME      PIC 9(04)     VALUE ZERO.
           05  C-CONF-DAY-SUB      PIC 9(01)     VALUE ZERO.

       01  C-CONFLICT-REJ-CTR      PIC 9(06)     VALUE ZERO.
       01  MEET-STATUS             PIC XX.

      *----------------------------------------------------------------*
      *  FERPA PRIVACY CHECK FOR THE REPORT PASS - THE BLOCK IS READ   *
      *  ONCE PER STUDENT, WHEN THE COURSE ROWS REACH A NEW ID.        *
      *----------------------------------------------------------------*
       01  PRIVACY-CONTROL.
           05  C-PRIV-STUDENT-ID   PIC X(06)     VALUE SPACES.
           05  C-PRIV-BLOCKED      PIC X(01)     VALUE 'N'.
               88  PRIVACY-BLOCKED                VALUE 'Y'.
           05  C-PRIVACY-CTR       PIC 9(06)     VALUE ZERO.

       01  PREREQ-STATUS           PIC XX.
       01  ARCH-STATUS             PIC XX.
       01  XFER-STATUS             PIC XX.

      *----------------------------------------------------------------*
      *  CLOSED-TERM GRADE LOCK.  THE ROW'S VALUES BEFORE THE POSTING  *
      *  ARE HELD FOR THE GRADE-CHANGE REGISTER LINE.                  *
      *----------------------------------------------------------------*
       01  GRADE-LOCK-CONTROL.
           05  C-TERM-ACTIVE       PIC X         VALUE 'N'.
               88  TERM-FILE-ACTIVE               VALUE 'Y'.
           05  C-AUTH-ACTIVE       PIC X         VALUE 'N'.
               88  AUTH-FILE-ACTIVE               VALUE 'Y'.
           05  C-LOCK-CLEARED      PIC X         VALUE 'Y'.
               88  GRADE-LOCK-CLEARED             VALUE 'Y'.
           05  C-CLOSED-ROW        PIC X         VALUE 'N'.
               88  CLOSED-TERM-CHANGE             VALUE 'Y'.
           05  C-GCR-ACTION        PIC X(06)     VALUE SPACES.
           05  C-GCR-TERM          PIC X(02)     VALUE SPACES.
           05  C-GCR-YEAR          PIC 9(04)     VALUE ZERO.
           05  C-GCR-OLD-GPA       PIC 9V99      VALUE ZERO.
           05  C-GCR-OLD-STATUS    PIC X(01)     VALUE SPACE.
           05  C-GCR-PCTR          PIC 99        VALUE ZERO.

       01  C-LOCK-REJ-CTR          PIC 9(06)     VALUE ZERO.
       01  C-GRDCHG-CTR            PIC 9(06)     VALUE ZERO.

       01  TERM-STATUS             PIC XX.
       01  GRCA-STATUS             PIC XX.

       01  ERROR-CONTROL.
           05  C-ERR-CODE          PIC X(04)     VALUE SPACES.
           05  C-ERR-DESC          PIC X(40)     VALUE SPACES.
           05 O-BREJ-ACTUAL    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(36)       VALUES SPACES.

       01 GRDCHG-TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-GCT-MONTH     PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-GCT-DAY       PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-GCT-YEAR      PIC 9(4).
           05      FILLER          PIC X(15)     VALUE SPACES.
           05      FILLER          PIC X(30)
                         VALUE "CLOSED-TERM GRADE CHANGES".
           05      FILLER          PIC X(35)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-GCT-PCTR      PIC Z9.

       01 GRDCHG-COL-HDG.
           05 FILLER           PIC X(7)        VALUES "STUDENT".
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 FILLER           PIC X(9)        VALUES "COURSE ID".
           05 FILLER           PIC X(2)        VALUES SPACES.
           05 FILLER           PIC X(3)        VALUES "ATT".
           05 FILLER           PIC X(2)        VALUES SPACES.
           05 FILLER           PIC X(4)        VALUES "TERM".
           05 FILLER           PIC X(6)        VALUES SPACES.
           05 FILLER           PIC X(6)        VALUES "ACTION".
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 FILLER           PIC X(10)       VALUES "OLD GPA ST".
           05 FILLER           PIC X(2)        VALUES SPACES.
           05 FILLER           PIC X(10)       VALUES "NEW GPA ST".
           05 FILLER           PIC X(2)        VALUES SPACES.
           05 FILLER           PIC X(9)        VALUES "REFERENCE".
           05 FILLER           PIC X(2)        VALUES SPACES.
           05 FILLER           PIC X(13)       VALUES "AUTHORIZED BY".
           05 FILLER           PIC X(10)       VALUES SPACES.
           05 FILLER           PIC X(5)        VALUES "BATCH".
           05 FILLER           PIC X(24)       VALUES SPACES.

       01 GRDCHG-DETAIL-LINE.
           05 O-GCR-STUD-ID    PIC X(6).
           05 FILLER           PIC X(4)        VALUES SPACES.
           05 O-GCR-COURSE-ID  PIC X(8).
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-ATTEMPT    PIC 99.
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-TERM       PIC XX.
           05 FILLER           PIC X           VALUE '/'.
           05 O-GCR-YEAR       PIC 9(4).
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-ACTION     PIC X(6).
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-OLD-GPA    PIC 9.99.
           05 FILLER           PIC X(4)        VALUES SPACES.
           05 O-GCR-OLD-STAT   PIC X.
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-NEW-GPA    PIC 9.99.
           05 FILLER           PIC X(4)        VALUES SPACES.
           05 O-GCR-NEW-STAT   PIC X.
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-REFERENCE  PIC X(8).
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-AUTH-BY    PIC X(20).
           05 FILLER           PIC X(3)        VALUES SPACES.
           05 O-GCR-BATCH      PIC 9(6).
           05 FILLER           PIC X(23)       VALUES SPACES.


       PROCEDURE DIVISION.

           OPEN I-O STUDENT-FILE.
           OPEN I-O COURSE-FILE.
           OPEN I-O CATALOG-FILE.
           OPEN INPUT PREREQ-FILE.
           IF PREREQ-STATUS = '00'
               MOVE 'Y' TO C-PREQ-ACTIVE.
           OPEN INPUT TRANSFER-FILE.
           IF XFER-STATUS = '00'
               MOVE 'Y' TO C-XFER-ACTIVE.
           OPEN INPUT TERM-FILE.
           IF TERM-STATUS = '00'
               MOVE 'Y' TO C-TERM-ACTIVE.
           OPEN I-O AUTH-FILE.
           IF GRCA-STATUS = '00'
               MOVE 'Y' TO C-AUTH-ACTIVE.
           OPEN INPUT MEETING-FILE.
           IF MEET-STATUS = '00'
               MOVE 'Y' TO C-MEET-ACTIVE.
           PERFORM 1700-LOAD-WAITLIST.
           PERFORM 1100-CHECK-RESTART.

           MOVE I-MONTH TO O-GCT-MONTH.
           MOVE I-DAY TO O-GCT-DAY.
           MOVE I-YEAR TO O-GCT-YEAR.
           IF RESTART-RUN
               OPEN EXTEND COURSE-PRTOUT
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND AUDIT-FILE
               OPEN EXTEND EXTRACT-FILE
               OPEN EXTEND GRDCHG-PRTOUT
           ELSE
               OPEN OUTPUT COURSE-PRTOUT
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT GRDCHG-PRTOUT
               PERFORM 9650-GRDCHG-HDG.

           IF BATCH-REJECTED
               PERFORM 1360-BATCH-REJECT-REPORT
                           WHEN '00'
                               EVALUATE TRUE
                                   WHEN TRAN-DELETE
                                       PERFORM 2800-CHECK-GRADE-LOCK
                                       IF GRADE-LOCK-CLEARED
                                           PERFORM
                                               2300-DELETE-COURSE-REC
                                       END-IF
                                   WHEN TRAN-CHANGE
                                       PERFORM 2800-CHECK-GRADE-LOCK
                                       IF GRADE-LOCK-CLEARED
                                           PERFORM
                                               2400-UPDATE-COURSE-REC
                                       END-IF
                                   WHEN TRAN-GRADE
                                       PERFORM 2800-CHECK-GRADE-LOCK
                                       IF GRADE-LOCK-CLEARED
                                           PERFORM 2500-GRADE-COURSE
                                       END-IF
                                   WHEN TRAN-WITHDRAW
                                       PERFORM 2600-WITHDRAW-COURSE
                                   WHEN TRAN-INCOMPLETE
                       'REGISTRATION HOLD - STUDENT = '
                       C-WL-STUDENT-ID (C-WL-SUB)
               ELSE
                   PERFORM 6160-CHECK-CANDIDATE-TIME.

      *----------------------------------------------------------------*
      *  A STUDENT WHO HAS SINCE ENROLLED IN ANOTHER COURSE MEETING    *
      *  AT THE SAME HOUR IS PASSED OVER LIKE A HELD STUDENT, KEEPING  *
      *  THE WAITLIST SLOT IN CASE THE OTHER COURSE IS DROPPED.        *
      *----------------------------------------------------------------*
       6160-CHECK-CANDIDATE-TIME.
           MOVE C-WL-STUDENT-ID (C-WL-SUB) TO C-CONF-STUDENT-ID.
           MOVE C-WL-COURSE-ID (C-WL-SUB) TO C-CONF-COURSE-ID.
           MOVE C-WL-TERM (C-WL-SUB) TO C-CONF-TERM.
           MOVE C-WL-YEAR (C-WL-SUB) TO C-CONF-YEAR.
           PERFORM 2230-CHECK-TIME-CONFLICT.
           IF SCHEDULE-CONFLICT
               DISPLAY 'WAITLIST PROMOTION SKIPPED - TIME CONFLICT '
                   'WITH ' C-CONF-WITH-COURSE ' - STUDENT = '
                   C-WL-STUDENT-ID (C-WL-SUB)
           ELSE
               MOVE 'Y' TO C-WL-CAND-OK.

       6200-PROMOTE-ONE.
           MOVE ZERO TO C-PROMO-HIGH.
      *  A SEAT-LIMITED COURSE (CAPACITY ABOVE ZERO) THAT IS FULL      *
      *  SENDS THE REGISTRATION TO THE WAITLIST IN ARRIVAL ORDER       *
      *  INSTEAD OF POSTING IT.  A SUCCESSFUL REGISTRATION TAKES A     *
      *  SEAT ON THE CATALOG ROW.  PREREQUISITES ARE PROVED BEFORE     *
      *  THE SEAT CHECK SO AN UNQUALIFIED STUDENT NEVER HOLDS A        *
      *  WAITLIST SLOT.  THE TIME-CONFLICT CHECK COMES NEXT FOR THE    *
      *  SAME REASON.                                                  *
      *----------------------------------------------------------------*
       2255-REGISTER-CATALOG-CHECK.
           PERFORM 9410-CATALOG-READ.
           IF NOT VALID-CATALOG-COURSE
               PERFORM 9200-ERROR-MES
           ELSE
               PERFORM 2290-CHECK-PREREQUISITES
               IF NOT PREREQS-MET
                   ADD 1 TO C-PREQ-REJ-CTR
                   PERFORM 9200-ERROR-MES
               ELSE
                   MOVE TRAN-STUD-ID TO C-CONF-STUDENT-ID
                   MOVE TRAN-COURSE-ID TO C-CONF-COURSE-ID
                   MOVE TRAN-TERM TO C-CONF-TERM
                   MOVE TRAN-YEAR TO C-CONF-YEAR
                   PERFORM 2230-CHECK-TIME-CONFLICT
                   IF SCHEDULE-CONFLICT
                       ADD 1 TO C-CONFLICT-REJ-CTR
                       MOVE 'SC01' TO C-ERR-CODE
                       MOVE SPACES TO C-ERR-DESC
                       STRING 'TIME CONFLICT WITH COURSE '
                              DELIMITED BY SIZE
                              C-CONF-WITH-COURSE DELIMITED BY SIZE
                                  INTO C-ERR-DESC
                       PERFORM 9200-ERROR-MES
                   ELSE
                       IF CAT-SEAT-CAPACITY > ZERO
                         AND CAT-SEATS-FILLED NOT < CAT-SEAT-CAPACITY
                           PERFORM 2270-WAITLIST-REGISTRATION
                       ELSE
                           PERFORM 2260-REGISTER-COURSE-REC.

      *----------------------------------------------------------------*
      *  TIME-CONFLICT CHECK.  THE COURSE'S MEETING ROW FOR THE TERM   *
      *  IS COMPARED WITH THE MEETING ROW OF EVERY OTHER COURSE THE    *
      *  STUDENT IS ENROLLED IN FOR THAT TERM.  TWO MEETINGS CONFLICT  *
      *  WHEN THEY SHARE A DAY AND EACH STARTS BEFORE THE OTHER ENDS - *
      *  A CLASS ENDING AT 0950 DOES NOT CONFLICT WITH ONE STARTING    *
      *  AT 0950.  LIKE THE PREREQUISITE SCAN, THIS MOVES THE COURSE   *
      *  RECORD AREA, SO THE STUDENT ID IN THE KEY IS PUT BACK.        *
      *----------------------------------------------------------------*
       2230-CHECK-TIME-CONFLICT.
           MOVE 'N' TO C-CONFLICT-FOUND.
           MOVE SPACES TO C-CONF-WITH-COURSE.
           IF MEETING-FILE-ACTIVE AND C-CONF-TERM NOT = SPACES
               MOVE C-CONF-COURSE-ID TO MTG-COURSE-ID
               MOVE C-CONF-TERM TO MTG-TERM
               MOVE C-CONF-YEAR TO MTG-YEAR
               READ MEETING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MTG-DAYS TO C-NEW-DAYS
                       MOVE MTG-START-TIME TO C-NEW-START-TIME
                       MOVE MTG-END-TIME TO C-NEW-END-TIME
                       PERFORM 2232-SCAN-ENROLLED
                       MOVE C-CONF-STUDENT-ID TO C-STUDENT-ID
               END-READ.

       2232-SCAN-ENROLLED.
           MOVE C-CONF-STUDENT-ID TO C-STUDENT-ID.
           MOVE LOW-VALUES TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY >= C-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-CONF-SCAN-MORE
                       PERFORM 2234-ENROLLED-READ
                           UNTIL NOT MORE-CONF-RECS
                               OR SCHEDULE-CONFLICT.

       2234-ENROLLED-READ.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-CONF-SCAN-MORE.
           IF MORE-CONF-RECS
               IF C-STUDENT-ID = C-CONF-STUDENT-ID
                   IF C-STAT-ENROLLED
                       AND C-TERM-COMPLETED = C-CONF-TERM
                       AND C-YEAR-COMPLETED = C-CONF-YEAR
                       AND C-COURSE-ID NOT = C-CONF-COURSE-ID
                           PERFORM 2236-CHECK-ONE-ENROLLED
                   END-IF
               ELSE
                   MOVE 'N' TO C-CONF-SCAN-MORE.

       2236-CHECK-ONE-ENROLLED.
           MOVE C-COURSE-ID TO MTG-COURSE-ID.
           MOVE C-CONF-TERM TO MTG-TERM.
           MOVE C-CONF-YEAR TO MTG-YEAR.
           READ MEETING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MTG-START-TIME < C-NEW-END-TIME
                       AND C-NEW-START-TIME < MTG-END-TIME
                           MOVE ZERO TO C-CONF-DAY-SUB
                           PERFORM 2238-CHECK-ONE-DAY
                               UNTIL C-CONF-DAY-SUB = 7
                                   OR SCHEDULE-CONFLICT
                           IF SCHEDULE-CONFLICT
                               MOVE C-COURSE-ID TO C-CONF-WITH-COURSE
                           END-IF
                   END-IF
           END-READ.

       2238-CHECK-ONE-DAY.
           ADD 1 TO C-CONF-DAY-SUB.
           IF C-NEW-DAY-FLAG (C-CONF-DAY-SUB) NOT = SPACE
               AND MTG-DAY-FLAG (C-CONF-DAY-SUB) NOT = SPACE
                   MOVE 'Y' TO C-CONFLICT-FOUND.

       2260-REGISTER-COURSE-REC.
           PERFORM 9400-COURSE-INFO.
                       DISPLAY 'SEAT COUNT REWRITE FAILED - COURSE '
                           CAT-COURSE-ID.

      *----------------------------------------------------------------*
      *  PREREQUISITE CHECK.  EVERY COURSE NAMED ON THE REGISTERED     *
      *  COURSE'S CRSEPREQ.DAT ROW NEEDS ONE QUALIFYING ATTEMPT: A     *
      *  COMPLETED LIVE OR ARCHIVED ATTEMPT GRADED AT OR ABOVE THE     *
      *  MINIMUM, OR A TRANSFER ROW WITH IT AS THE EQUIVALENT COURSE.  *
      *  THE FIRST PREREQUISITE NOT MET REJECTS THE REGISTRATION.      *
      *  THE LIVE SCAN MOVES THE COURSE RECORD AREA, SO THE STUDENT    *
      *  ID IN THE KEY IS PUT BACK FOR 2260 TO BUILD THE NEW ROW ON.   *
      *----------------------------------------------------------------*
       2290-CHECK-PREREQUISITES.
           MOVE 'Y' TO C-PREQ-MET.
           IF PREREQ-FILE-ACTIVE
               MOVE TRAN-COURSE-ID TO PRQ-COURSE-ID
               READ PREREQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO C-PREQ-SUB
                       PERFORM 2291-CHECK-ONE-PREREQ
                           UNTIL C-PREQ-SUB NOT < PRQ-COUNT
                               OR NOT PREREQS-MET
                       MOVE TRAN-STUD-ID TO C-STUDENT-ID
               END-READ.

       2291-CHECK-ONE-PREREQ.
           ADD 1 TO C-PREQ-SUB.
           MOVE PRQ-REQ-COURSE-ID (C-PREQ-SUB) TO C-REQ-COURSE-ID.
           MOVE PRQ-MIN-GRADE (C-PREQ-SUB) TO C-REQ-MIN-GRADE.
           MOVE 'N' TO C-REQ-FOUND.
           PERFORM 2292-SCAN-LIVE-ATTEMPTS.
           IF NOT REQ-SATISFIED
               PERFORM 2294-SCAN-ARCHIVE.
           IF NOT REQ-SATISFIED AND XFER-FILE-ACTIVE
               PERFORM 2296-SCAN-TRANSFER.
           IF NOT REQ-SATISFIED
               MOVE 'N' TO C-PREQ-MET
               MOVE 'PR01' TO C-ERR-CODE
               MOVE SPACES TO C-ERR-DESC
               STRING 'PREREQUISITE NOT MET - ' DELIMITED BY SIZE
                      C-REQ-COURSE-ID DELIMITED BY SIZE
                          INTO C-ERR-DESC.

       2292-SCAN-LIVE-ATTEMPTS.
           MOVE TRAN-STUD-ID TO C-STUDENT-ID.
           MOVE C-REQ-COURSE-ID TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY >= C-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-REQ-SCAN-MORE
                       PERFORM 2293-LIVE-ATTEMPT-READ
                           UNTIL NOT MORE-REQ-RECS OR REQ-SATISFIED.

       2293-LIVE-ATTEMPT-READ.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-REQ-SCAN-MORE.
           IF MORE-REQ-RECS
               IF C-STUDENT-ID = TRAN-STUD-ID
                   AND C-COURSE-ID = C-REQ-COURSE-ID
                       IF C-STAT-COMPLETED
                           AND C-COURSE-GPA NOT < C-REQ-MIN-GRADE
                               MOVE 'Y' TO C-REQ-FOUND
                       END-IF
               ELSE
                   MOVE 'N' TO C-REQ-SCAN-MORE.

      *----------------------------------------------------------------*
      *  THE ARCHIVE IS SEQUENTIAL AND UNKEYED, SO IT IS ONLY READ     *
      *  WHEN THE LIVE FILE HAS NO QUALIFYING ATTEMPT - A STUDENT      *
      *  WHOSE PREREQUISITE WAS ARCHIVED BY CBLJRM14 IS THE RARE CASE. *
      *----------------------------------------------------------------*
       2294-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS = '00'
               MOVE 'Y' TO C-REQ-SCAN-MORE
               PERFORM 2295-ARCHIVE-READ
                   UNTIL NOT MORE-REQ-RECS OR REQ-SATISFIED
               CLOSE ARCHIVE-FILE.

       2295-ARCHIVE-READ.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'N' TO C-REQ-SCAN-MORE.
           IF MORE-REQ-RECS
               IF ARC-STUDENT-ID = TRAN-STUD-ID
                   AND ARC-COURSE-ID = C-REQ-COURSE-ID
                   AND (ARC-COURSE-STATUS = 'C'
                       OR ARC-COURSE-STATUS = SPACE)
                   AND ARC-COURSE-GPA NOT < C-REQ-MIN-GRADE
                       MOVE 'Y' TO C-REQ-FOUND.

       2296-SCAN-TRANSFER.
           MOVE TRAN-STUD-ID TO XF-STUDENT-ID.
           MOVE ZERO TO XF-SEQ-NO.
           START TRANSFER-FILE
               KEY > XF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-REQ-SCAN-MORE
                       PERFORM 2297-TRANSFER-READ
                           UNTIL NOT MORE-REQ-RECS OR REQ-SATISFIED.

       2297-TRANSFER-READ.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-REQ-SCAN-MORE.
           IF MORE-REQ-RECS
               IF XF-STUDENT-ID = TRAN-STUD-ID
                   IF XF-EQUIV-COURSE-ID = C-REQ-COURSE-ID
                       MOVE 'Y' TO C-REQ-FOUND
                   END-IF
               ELSE
                   MOVE 'N' TO C-REQ-SCAN-MORE.

      *----------------------------------------------------------------*
      *  AUDIT ROW FOR A WRITE.  THERE IS NO PRIOR RECORD, SO THE      *
      *  IMAGE CARRIED IS THE COURSE ROW JUST CREATED - THAT IS THE    *
           MOVE TRAN-REC TO AUD-TRAN-DATA.
           WRITE AUDIT-REC.

      *----------------------------------------------------------------*
      *  CLOSED-TERM GRADE LOCK.  THE LATEST ATTEMPT IS IN THE RECORD  *
      *  AREA.  WHEN ITS TERM IS CLOSED ON THE CALENDAR, A GRADE,      *
      *  CHANGE, OR DELETE GOES TO SUSPENSE UNLESS THE TRANSACTION     *
      *  CARRIES AN UNUSED AUTHORIZATION ISSUED FOR THIS STUDENT AND   *
      *  COURSE.  A ROW IN AN OPEN TERM POSTS AS ALWAYS.               *
      *----------------------------------------------------------------*
       2800-CHECK-GRADE-LOCK.
           MOVE 'Y' TO C-LOCK-CLEARED.
           MOVE 'N' TO C-CLOSED-ROW.
           IF TERM-FILE-ACTIVE
               MOVE C-TERM-COMPLETED TO TRM-TERM
               MOVE C-YEAR-COMPLETED TO TRM-YEAR
               READ TERM-FILE
               IF TERM-STATUS = '00' AND TRM-CLOSED
                   MOVE 'Y' TO C-CLOSED-ROW
                   PERFORM 2810-CHECK-AUTHORIZATION.

       2810-CHECK-AUTHORIZATION.
           MOVE C-TERM-COMPLETED TO C-GCR-TERM.
           MOVE C-YEAR-COMPLETED TO C-GCR-YEAR.
           MOVE C-COURSE-GPA TO C-GCR-OLD-GPA.
           MOVE C-COURSE-STATUS TO C-GCR-OLD-STATUS.
           EVALUATE TRUE
               WHEN TRAN-GRADE
                   MOVE 'GRADE' TO C-GCR-ACTION
               WHEN TRAN-CHANGE
                   MOVE 'CHANGE' TO C-GCR-ACTION
               WHEN OTHER
                   MOVE 'DELETE' TO C-GCR-ACTION
           END-EVALUATE.
           IF TRAN-GRDCHG-REF = SPACES
               MOVE 'N' TO C-LOCK-CLEARED
               MOVE 'GL01' TO C-ERR-CODE
               MOVE 'CLOSED TERM - NO GRADE CHANGE REFERENCE'
                   TO C-ERR-DESC
           ELSE
               PERFORM 2820-READ-AUTHORIZATION.
           IF NOT GRADE-LOCK-CLEARED
               ADD 1 TO C-LOCK-REJ-CTR
               PERFORM 9200-ERROR-MES.

       2820-READ-AUTHORIZATION.
           MOVE 'N' TO C-LOCK-CLEARED.
           IF AUTH-FILE-ACTIVE
               MOVE TRAN-GRDCHG-REF TO GCA-REFERENCE
               READ AUTH-FILE.
           IF NOT AUTH-FILE-ACTIVE OR GRCA-STATUS NOT = '00'
               MOVE 'GL02' TO C-ERR-CODE
               MOVE 'GRADE CHANGE REFERENCE NOT ON FILE'
                   TO C-ERR-DESC
           ELSE
               IF GCA-STUDENT-ID NOT = TRAN-STUD-ID
                   OR GCA-COURSE-ID NOT = TRAN-COURSE-ID
                   MOVE 'GL03' TO C-ERR-CODE
                   MOVE 'REFERENCE NOT FOR THIS STUDENT/COURSE'
                       TO C-ERR-DESC
               ELSE
                   IF GCA-USED
                       MOVE 'GL04' TO C-ERR-CODE
                       MOVE 'GRADE CHANGE REFERENCE ALREADY USED'
                           TO C-ERR-DESC
                   ELSE
                       MOVE 'Y' TO C-LOCK-CLEARED.

      *----------------------------------------------------------------*
      *  A CLOSED-TERM POSTING WENT THROUGH.  THE AUTHORIZATION IS     *
      *  MARKED USED SO IT CANNOT COVER A SECOND CHANGE, AND THE       *
      *  CHANGE GOES ON THE GRADE-CHANGE REGISTER.                     *
      *----------------------------------------------------------------*
       2850-RECORD-GRADE-CHANGE.
           IF CLOSED-TERM-CHANGE
               PERFORM 2860-MARK-AUTH-USED
               PERFORM 2870-GRDCHG-LINE.

       2860-MARK-AUTH-USED.
           MOVE TRAN-GRDCHG-REF TO GCA-REFERENCE.
           READ AUTH-FILE.
           IF GRCA-STATUS = '00'
               MOVE 'U' TO GCA-STATUS
               MOVE C-PROC-DATE TO GCA-USED-DATE
               MOVE C-BATCH-NUMBER TO GCA-USED-BATCH
               REWRITE GRADE-CHG-AUTH
                   INVALID KEY
                       DISPLAY 'GRADE CHANGE AUTHORIZATION REWRITE '
                           'FAILED - REFERENCE ' GCA-REFERENCE.

       2870-GRDCHG-LINE.
           ADD 1 TO C-GRDCHG-CTR.
           MOVE TRAN-STUD-ID TO O-GCR-STUD-ID.
           MOVE TRAN-COURSE-ID TO O-GCR-COURSE-ID.
           MOVE C-ATTEMPT-NO TO O-GCR-ATTEMPT.
           MOVE C-GCR-TERM TO O-GCR-TERM.
           MOVE C-GCR-YEAR TO O-GCR-YEAR.
           MOVE C-GCR-ACTION TO O-GCR-ACTION.
           MOVE C-GCR-OLD-GPA TO O-GCR-OLD-GPA.
           MOVE C-GCR-OLD-STATUS TO O-GCR-OLD-STAT.
           IF TRAN-DELETE
               MOVE ZERO TO O-GCR-NEW-GPA
               MOVE SPACE TO O-GCR-NEW-STAT
           ELSE
               MOVE C-COURSE-GPA TO O-GCR-NEW-GPA
               MOVE C-COURSE-STATUS TO O-GCR-NEW-STAT.
           MOVE TRAN-GRDCHG-REF TO O-GCR-REFERENCE.
           MOVE GCA-AUTHORIZED-BY TO O-GCR-AUTH-BY.
           MOVE C-BATCH-NUMBER TO O-GCR-BATCH.
           WRITE GRDCHG-PRTLINE FROM GRDCHG-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9650-GRDCHG-HDG.

       2300-DELETE-COURSE-REC.
           MOVE 'C' TO AUD-MASTER-TYPE
           MOVE 'D' TO AUD-ACTION
                NOT INVALID KEY
                   ADD 1 TO C-CRS-DEL-CTR
                   WRITE AUDIT-REC
                   PERFORM 2850-RECORD-GRADE-CHANGE
                   PERFORM 2350-CHECK-FREED-SEAT.

       2350-CHECK-FREED-SEAT.
                   NOT INVALID KEY
                       ADD 1 TO C-CRS-CHG-CTR
                       WRITE AUDIT-REC
                       PERFORM 2850-RECORD-GRADE-CHANGE
           ELSE
               MOVE 'CO07' TO C-ERR-CODE
               MOVE 'INVALID GPA OR CREDIT HOURS ON CHANGE'
                   NOT INVALID KEY
                       ADD 1 TO C-CRS-GRD-CTR
                       WRITE AUDIT-REC
                       PERFORM 2850-RECORD-GRADE-CHANGE
                       PERFORM 6000-FREE-SEAT
           ELSE
               MOVE 'CS04' TO C-ERR-CODE
               OR (C-TERM-COMPLETED = C-FILTER-TERM
                   AND C-YEAR-COMPLETED = C-FILTER-YEAR)
               PERFORM 4100-CALCS
               PERFORM 4150-CHECK-PRIVACY
               PERFORM 4200-OUTPUT.
           ADD 1 TO C-COURSE-REC-CTR.
           IF FUNCTION MOD(C-COURSE-REC-CTR, 25) = 0
                   COMPUTE C-TOT-STU-GPAB ROUNDED =
                           C-TOT-QUAL-PTS / C-TOT-COURSE-CREDITS.

       4150-CHECK-PRIVACY.
           IF C-STUDENT-ID NOT = C-PRIV-STUDENT-ID
               MOVE C-STUDENT-ID TO C-PRIV-STUDENT-ID
               MOVE 'N' TO C-PRIV-BLOCKED
               MOVE C-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-CONFIDENTIAL
                           MOVE 'Y' TO C-PRIV-BLOCKED.

       4200-OUTPUT.
           ADD 1 TO C-STUDENT-TOTAL.
           MOVE STUDENT-ID TO C-STUDENT-ID.
                     '/' C-YEAR-COMPLETED DELIMITED BY SPACES
                              INTO O-COURSE-TERM-COMPLETE.

           IF PRIVACY-BLOCKED
               ADD 1 TO C-PRIVACY-CTR
           ELSE
               MOVE C-COURSE-GPA TO C-EXT-GPA
               MOVE SPACES TO EXTRACT-REC
               STRING O-STUDENT-ID DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 O-STUDENT-NAME DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 O-COURSE-ID DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 O-COURSE-NAME DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 C-COURSE-CREDITS DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 C-EXT-GPA DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 C-TERM-COMPLETED DELIMITED BY SPACES
                 ',' DELIMITED BY SIZE
                 C-YEAR-COMPLETED DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 C-COURSE-STATUS DELIMITED BY SIZE
                          INTO EXTRACT-REC
               WRITE EXTRACT-REC.

           WRITE PRTLINE FROM STUDENT-INFO-LINE
               AFTER ADVANCING 2 LINES
           CLOSE STUDENT-FILE.
           CLOSE COURSE-FILE.
           CLOSE CATALOG-FILE.
           IF PREREQ-FILE-ACTIVE
               CLOSE PREREQ-FILE.
           IF XFER-FILE-ACTIVE
               CLOSE TRANSFER-FILE.
           IF TERM-FILE-ACTIVE
               CLOSE TERM-FILE.
           IF AUTH-FILE-ACTIVE
               CLOSE AUTH-FILE.
           IF MEETING-FILE-ACTIVE
               CLOSE MEETING-FILE.
           CLOSE GRDCHG-PRTOUT.
           CLOSE COURSE-PRTOUT.
           CLOSE SUSPENSE-FILE.
           CLOSE AUDIT-FILE.
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PREREQUISITE REJECTS' TO CTL-LABEL
           MOVE C-PREQ-REJ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TIME-CONFLICT REJECTS' TO CTL-LABEL
           MOVE C-CONFLICT-REJ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CLOSED-TERM CHANGES REJECTED' TO CTL-LABEL
           MOVE C-LOCK-REJ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CLOSED-TERM CHANGES POSTED' TO CTL-LABEL
           MOVE C-GRDCHG-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CONFIDENTIAL ROWS OFF EXTRACT' TO CTL-LABEL
           MOVE C-PRIVACY-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSACTIONS IN ERROR' TO CTL-LABEL
           MOVE C-ERROR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM STUDENT-INFO-HDG
               AFTER ADVANCING 2 LINES.

       9650-GRDCHG-HDG.
           ADD 1 TO C-GCR-PCTR.
           MOVE C-GCR-PCTR TO O-GCT-PCTR.
           WRITE GRDCHG-PRTLINE FROM GRDCHG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE GRDCHG-PRTLINE FROM GRDCHG-COL-HDG
               AFTER ADVANCING 2 LINES.
