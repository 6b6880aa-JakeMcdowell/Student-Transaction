       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM32.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          STUDENT ID MERGE.  FOLDS A DUPLICATE STUDENT ID (THE  *
      *          RETIRED ID) INTO THE STUDENT'S REAL ID (THE SURVIVING *
      *          ID).  THE PARAMETER IS THE RETIRED ID FOLLOWED BY THE *
      *          SURVIVING ID, E.G. 350291350200.  EVERY ROW CARRYING  *
      *          THE RETIRED ID MOVES TO THE SURVIVING ID:             *
      *            STCOURSE.DAT  ATTEMPT NUMBERS THAT COLLIDE WITH     *
      *                          THE SURVIVOR'S OWN ATTEMPTS OF THE    *
      *                          COURSE ARE RENUMBERED PAST THEM       *
      *            STCRXFER.DAT  NEXT FREE SURVIVOR SEQUENCE NUMBER    *
      *            STCRSTND.DAT  STANDING, SAP, AND CLEARINGHOUSE      *
      *            STCRSAPH.DAT  ROWS ARE REKEYED; WHERE THE SURVIVOR  *
      *            STCRNSCH.DAT  HAS ITS OWN ROW FOR THE TERM, ITS     *
      *                          ROW IS KEPT AND THE RETIRED ONE       *
      *                          DROPPED                               *
      *            STCRARCH.DAT  ID CHANGED THROUGH A WORK COPY        *
      *            STCRWAIT.DAT  WHERE BOTH IDS WAIT FOR THE SAME      *
      *                          COURSE AND TERM THE EARLIER PLACE IS  *
      *                          KEPT                                  *
      *            STCRBILP.DAT  POSITIONS FOR THE SAME TERM ARE       *
      *                          COMBINED                              *
      *          THEN THE SURVIVOR'S MASTER TAKES ANY LATER TERM LAST  *
      *          ATTENDED, HOLD, PROGRAM, GRADUATION DATE, OR FERPA    *
      *          PRIVACY BLOCK IT IS MISSING, AND THE RETIRED MASTER   *
      *          IS DELETED.  EVERY STUDMAST.DAT AND STCOURSE.DAT      *
      *          CHANGE WRITES ITS IMAGE TO STCRAUDT.DAT WITH CAUSE    *
      *          TYPE 'M' AND BATCH NUMBER ZERO - NO POSTING BATCH     *
      *          USES ZERO, SO A CBLJRM18 BACKOUT NEVER PICKS UP A     *
      *          MERGE.  IF ANY ROW CANNOT MOVE, THE RETIRED MASTER IS *
      *          KEPT AND THE RUN ENDS WITH RETURN CODE 8; A RE-RUN    *
      *          AFTER THE CORRECTION MOVES WHATEVER IS LEFT.          *
      *          CBLJRM12 SHOULD RUN AFTER A MERGE TO REBUILD THE      *
      *          SURVIVOR'S GPA AND CREDITS.  THE REGISTER PRINTS TO   *
      *          STCRMRGR.PRT.                                         *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
               FILE STATUS IS CRS-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "C:\COBOL LL\STCRXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS XFER-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "C:\COBOL LL\STCRSTND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STND-KEY
               FILE STATUS IS STNDF-STATUS.

           SELECT SAP-HIST-FILE
               ASSIGN TO "C:\COBOL LL\STCRSAPH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SAP-KEY
               FILE STATUS IS SAPH-STATUS.

           SELECT NSC-STATUS-FILE
               ASSIGN TO "C:\COBOL LL\STCRNSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NSC-KEY
               FILE STATUS IS NSCH-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO "C:\COBOL LL\STCRARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT MERGE-WORK-FILE
               ASSIGN TO "C:\COBOL LL\STCRMRGW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "C:\COBOL LL\STCRWAIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.

           SELECT PRIOR-BILLING-FILE
               ASSIGN TO "C:\COBOL LL\STCRBILP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "C:\COBOL LL\STCRAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDT-STATUS.

           SELECT MERGE-PRTOUT
               ASSIGN TO "C:\COBOL\STCRMRGR.PRT"
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

       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS TRANSFER-REC.
       COPY 'CBLXFER.CPY'.

       FD  STANDING-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS STANDING-REC.
       COPY 'CBLSTND.CPY'.

       FD  SAP-HIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SAP-HIST-REC.
       COPY 'CBLSAPH.CPY'.

       FD  NSC-STATUS-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS NSC-STATUS-REC.
       COPY 'CBLNSCH.CPY'.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.

       01  ARCHIVE-REC                PIC X(57).

      *----------------------------------------------------------------*
      *  MERGE-WORK-FILE HOLDS THE ARCHIVE WITH THE RETIRED ID         *
      *  ALREADY CHANGED.  IT IS COPIED BACK OVER STCRARCH.DAT ONLY    *
      *  WHEN THE ARCHIVE HAD ROWS FOR THE RETIRED ID.                 *
      *----------------------------------------------------------------*
       FD  MERGE-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS MERGE-WORK-REC.

       01  MERGE-WORK-REC             PIC X(57).

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

       FD  PRIOR-BILLING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS PRIOR-BILLING-REC.

       01  PRIOR-BILLING-REC.
           05  PBL-RECORD-TYPE        PIC X(01).
           05  PBL-STUDENT-ID         PIC X(06).
           05  PBL-STUDENT-NAME       PIC X(40).
           05  PBL-TERM               PIC X(02).
           05  PBL-YEAR               PIC 9(04).
           05  PBL-CREDIT-HOURS       PIC 9(03).
           05  PBL-AMOUNT             PIC 9(07)V99.
           05  PBL-BILL-DATE          PIC 9(08).

      *----------------------------------------------------------------*
      *  AUDIT-FILE IS THE STCRAUDT.DAT TRAIL CBLJRM05 WRITES.  THE    *
      *  MERGE APPENDS ITS ROWS.                                       *
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS AUDIT-REC.

       01  AUDIT-REC.
           05  AUD-MASTER-TYPE          PIC X(01).
               88  AUD-STUDENT-MASTER          VALUE 'S'.
               88  AUD-COURSE-MASTER           VALUE 'C'.
           05  FILLER                   PIC X(01).
           05  AUD-ACTION               PIC X(01).
               88  AUD-ACT-REWRITE             VALUE 'R'.
               88  AUD-ACT-WRITE               VALUE 'W'.
               88  AUD-ACT-DELETE              VALUE 'D'.
           05  FILLER                   PIC X(01).
           05  AUD-BATCH-NUMBER         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  AUD-BEFORE-IMAGE         PIC X(73).
           05  FILLER                   PIC X(01).
           05  AUD-TRAN-DATA            PIC X(96).

       FD  MERGE-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  C-CRS-MOVED-CTR      PIC 9(06)    VALUE ZERO.
           05  C-CRS-RENUM-CTR      PIC 9(06)    VALUE ZERO.
           05  C-CRS-SEAT-CTR       PIC 9(06)    VALUE ZERO.
           05  C-XF-MOVED-CTR       PIC 9(06)    VALUE ZERO.
           05  C-STND-MOVED-CTR     PIC 9(06)    VALUE ZERO.
           05  C-STND-DROP-CTR      PIC 9(06)    VALUE ZERO.
           05  C-SAP-MOVED-CTR      PIC 9(06)    VALUE ZERO.
           05  C-SAP-DROP-CTR       PIC 9(06)    VALUE ZERO.
           05  C-NSC-MOVED-CTR      PIC 9(06)    VALUE ZERO.
           05  C-NSC-DROP-CTR       PIC 9(06)    VALUE ZERO.
           05  C-ARCH-READ-CTR      PIC 9(06)    VALUE ZERO.
           05  C-ARCH-MOVED-CTR     PIC 9(06)    VALUE ZERO.
           05  C-WL-MOVED-CTR       PIC 9(06)    VALUE ZERO.
           05  C-WL-DROP-CTR        PIC 9(06)    VALUE ZERO.
           05  C-BP-MOVED-CTR       PIC 9(06)    VALUE ZERO.
           05  C-BP-COMB-CTR        PIC 9(06)    VALUE ZERO.
           05  C-AUDIT-CTR          PIC 9(06)    VALUE ZERO.
           05  C-ERR-CTR            PIC 9(06)    VALUE ZERO.

       01  C-PARM-RAW.
           05  C-RETIRED-ID        PIC X(06)     VALUE SPACES.
           05  C-SURVIVOR-ID       PIC X(06)     VALUE SPACES.

       01  MERGE-CONTROL.
           05  C-MERGE-VALID       PIC X         VALUE 'N'.
               88  MERGE-VALID                    VALUE 'Y'.
           05  C-STUD-FILE-OPEN    PIC X         VALUE 'N'.
               88  STUD-FILE-OPEN                 VALUE 'Y'.
           05  C-ROW-MORE          PIC X         VALUE 'N'.
               88  MORE-ROWS                      VALUE 'Y'.
           05  C-SCAN-MORE         PIC X         VALUE 'N'.
               88  MORE-SCAN-RECS                 VALUE 'Y'.
           05  C-DELETE-OLD        PIC X         VALUE 'N'.
               88  DELETE-OLD-ROW                 VALUE 'Y'.
           05  C-ROW-DROPPED       PIC X         VALUE 'N'.
               88  ROW-DROPPED                    VALUE 'Y'.
           05  C-WRITE-STATUS      PIC XX        VALUE SPACES.
           05  C-RETIRED-NAME      PIC X(40)     VALUE SPACES.
           05  C-SURVIVOR-NAME     PIC X(40)     VALUE SPACES.

      *----------------------------------------------------------------*
      *  THE RETIRED STUDENT'S MASTER AS READ AT THE START OF THE RUN  *
      *  - THE SAME LAYOUT AS CBLSTUD.CPY.                             *
      *----------------------------------------------------------------*
       01  C-RETIRED-MAST.
           05  C-RET-STUDENT-ID        PIC X(06).
           05  C-RET-LNAME             PIC X(20).
           05  C-RET-FNAME             PIC X(20).
           05  C-RET-INIT              PIC X(01).
           05  C-RET-TERM-LAST-ATT     PIC X(02).
           05  C-RET-YEAR-LAST-ATT     PIC 9(04).
           05  C-RET-CUM-GPA           PIC 9V99.
           05  C-RET-TOT-CREDITS       PIC 9(03).
           05  C-RET-HOLD-FLAG         PIC X(01).
           05  C-RET-PROGRAM-CODE      PIC X(04).
           05  C-RET-GRAD-DATE         PIC 9(08).
           05  C-RET-PRIVACY-FLAG      PIC X(01).

       01  C-SURV-BEFORE-IMAGE     PIC X(73)     VALUE SPACES.
       01  C-SURV-CHANGED          PIC X         VALUE 'N'.
           88  SURVIVOR-CHANGED                   VALUE 'Y'.

      *----------------------------------------------------------------*
      *  LAST-ATTENDED COMPARISON: YEAR TIMES TEN PLUS THE TERM        *
      *  SEQUENCE (WI=1 SP=2 SU=3 FA=4), SO A LATER TERM IS HIGHER.    *
      *----------------------------------------------------------------*
       01  TERM-ORDER-CONTROL.
           05  C-SEQ-TERM          PIC X(02)     VALUE SPACES.
           05  C-SEQ-OUT           PIC 9(01)     VALUE ZERO.
           05  C-RET-ATT-KEY       PIC 9(05)     VALUE ZERO.
           05  C-SURV-ATT-KEY      PIC 9(05)     VALUE ZERO.

       01  COURSE-MOVE-CONTROL.
           05  C-CRS-START-KEY     PIC X(16)     VALUE SPACES.
           05  C-OLD-COURSE-IMAGE  PIC X(57)     VALUE SPACES.
           05  C-MOVE-COURSE-ID    PIC X(08)     VALUE SPACES.
           05  C-OLD-ATTEMPT       PIC 9(02)     VALUE ZERO.
           05  C-NEW-ATTEMPT       PIC 9(02)     VALUE ZERO.
           05  C-HIGH-ATTEMPT      PIC 9(02)     VALUE ZERO.
           05  C-MOVE-HOLDS-SEAT   PIC X         VALUE 'N'.
           05  C-ATTEMPT-COLLIDES  PIC X         VALUE 'N'.
               88  ATTEMPT-COLLIDES               VALUE 'Y'.
           05  C-SURV-HOLDS-SEAT   PIC X         VALUE 'N'.
               88  SURVIVOR-HOLDS-SEAT            VALUE 'Y'.

       01  TRANSFER-MOVE-CONTROL.
           05  C-XF-START-KEY      PIC X(08)     VALUE SPACES.
           05  C-OLD-XFER-IMAGE    PIC X(71)     VALUE SPACES.
           05  C-OLD-XF-SEQ        PIC 9(02)     VALUE ZERO.
           05  C-NEW-XF-SEQ        PIC 9(02)     VALUE ZERO.
           05  C-HIGH-SEQ          PIC 9(02)     VALUE ZERO.

       01  HISTORY-MOVE-CONTROL.
           05  C-STND-START-KEY    PIC X(11)     VALUE SPACES.
           05  C-OLD-STND-IMAGE    PIC X(30)     VALUE SPACES.
           05  C-SAP-START-KEY     PIC X(11)     VALUE SPACES.
           05  C-OLD-SAP-IMAGE     PIC X(50)     VALUE SPACES.
           05  C-NSC-START-KEY     PIC X(12)     VALUE SPACES.
           05  C-OLD-NSC-IMAGE     PIC X(40)     VALUE SPACES.

      *----------------------------------------------------------------*
      *  IN-CORE WAITLIST, IN ARRIVAL ORDER - THE SAME 200-ENTRY       *
      *  LIMIT CBLJRM05 LOADS.  AN ENTRY WITH C-WL-KEEP 'N' IS NOT     *
      *  WRITTEN BACK.                                                 *
      *----------------------------------------------------------------*
       01  WAITLIST-AREA.
           05  C-WL-COUNT          PIC 9(03)     VALUE ZERO.
           05  C-WL-ENTRY OCCURS 200 TIMES.
               10  C-WL-COURSE-ID  PIC X(08).
               10  C-WL-STUDENT-ID PIC X(06).
               10  C-WL-TERM       PIC X(02).
               10  C-WL-YEAR       PIC 9(04).
               10  C-WL-ENTRY-DATE PIC 9(08).
               10  C-WL-KEEP       PIC X(01).
       01  C-WL-RETIRED-CTR        PIC 9(03)     VALUE ZERO.
       01  C-WL-OVERFLOW           PIC X         VALUE 'N'.
           88  WAITLIST-OVERFLOW                  VALUE 'Y'.

      *----------------------------------------------------------------*
      *  IN-CORE BILLING POSITION SNAPSHOT - THE SAME 1000-ENTRY       *
      *  LIMIT CBLJRM23 LOADS.                                         *
      *----------------------------------------------------------------*
       01  BILLING-POSITION-AREA.
           05  C-BP-COUNT          PIC 9(04)     VALUE ZERO.
           05  C-BP-ENTRY OCCURS 1000 TIMES.
               10  C-BP-TYPE       PIC X(01).
               10  C-BP-STUDENT-ID PIC X(06).
               10  C-BP-NAME       PIC X(40).
               10  C-BP-TERM       PIC X(02).
               10  C-BP-YEAR       PIC 9(04).
               10  C-BP-HOURS      PIC 9(03).
               10  C-BP-AMOUNT     PIC 9(07)V99.
               10  C-BP-BILL-DATE  PIC 9(08).
               10  C-BP-KEEP       PIC X(01).
       01  C-BP-RETIRED-CTR        PIC 9(04)     VALUE ZERO.
       01  C-BP-OVERFLOW           PIC X         VALUE 'N'.
           88  BILLING-OVERFLOW                   VALUE 'Y'.

       01  C-SUB                   PIC 9(04)     VALUE ZERO.
       01  C-SUB2                  PIC 9(04)     VALUE ZERO.
       01  C-MATCH-SUB             PIC 9(04)     VALUE ZERO.

      *----------------------------------------------------------------*
      *  CAUSE DATA FOR THE MERGE'S AUDIT ROWS, LAID OUT LIKE THE      *
      *  CBLJRM05 TRAN-REC SO CBLJRM10 PRINTS IT: THE RETIRED ID IN    *
      *  THE STUDENT FIELD, TYPE 'M', AND THE SURVIVOR'S NAME.         *
      *----------------------------------------------------------------*
       01  MERGE-TRAN-DATA.
           05  MTD-STUD-ID             PIC X(06).
           05  MTD-COURSE-ID           PIC X(08).
           05  MTD-TYPE-CODE           PIC X(01).
           05  MTD-DESCRIPTION         PIC X(30).
           05  MTD-COURSE-CREDITS      PIC 9(01).
           05  MTD-COURSE-GPA          PIC 9V99.
           05  MTD-TERM                PIC X(02).
           05  MTD-YEAR                PIC 9(04).
           05  MTD-LNAME               PIC X(20).
           05  MTD-FNAME               PIC X(20).
           05  MTD-INIT                PIC X(01).

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.

       01 RESPONSE-CODE             PIC XX.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01  CRS-STATUS              PIC XX.
       01  XFER-STATUS             PIC XX.
       01  STNDF-STATUS            PIC XX.
       01  SAPH-STATUS             PIC XX.
       01  NSCH-STATUS             PIC XX.
       01  ARCH-STATUS             PIC XX.
       01  WORK-STATUS             PIC XX.
       01  WAIT-STATUS             PIC XX.
       01  PRIOR-STATUS            PIC XX.
       01  AUDT-STATUS             PIC XX.

       01 TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-MONTH         PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-DAY           PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-YEAR          PIC 9(4).
           05      FILLER          PIC X(35)     VALUE SPACES.
           05      FILLER          PIC X(25)
                               VALUE "STUDENT ID MERGE REGISTER".
           05      FILLER          PIC X(48)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 MERGE-ID-LINE.
           05 FILLER             PIC X(12)     VALUES "RETIRED ID: ".
           05 O-RET-ID           PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-RET-NAME         PIC X(40).
           05 FILLER             PIC X(4)      VALUES SPACES.
           05 FILLER             PIC X(14)     VALUES "SURVIVING ID: ".
           05 O-SURV-ID          PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-SURV-NAME        PIC X(40).
           05 FILLER             PIC X(2)      VALUES SPACES.

       01 MERGE-COL-HDG.
           05 FILLER             PIC X(4)      VALUES "FILE".
           05 FILLER             PIC X(11)     VALUES SPACES.
           05 FILLER             PIC X(3)      VALUES "ROW".
           05 FILLER             PIC X(24)     VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "ACTION".
           05 FILLER             PIC X(24)     VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "NOTE".
           05 FILLER             PIC X(56)     VALUES SPACES.

       01 MERGE-DETAIL-LINE.
           05 O-MRG-FILE         PIC X(12).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-MRG-ITEM         PIC X(24).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-MRG-ACTION       PIC X(27).
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 O-MRG-NOTE         PIC X(40).
           05 FILLER             PIC X(20)     VALUES SPACES.

       01 CONTROL-RPT-HDG.
           05 FILLER           PIC X(30)       VALUES
                                                "RUN CONTROL TOTALS".
           05 FILLER           PIC X(102)      VALUES SPACES.

       01 CONTROL-RPT-LINE.
           05 CTL-LABEL        PIC X(35).
           05 CTL-VALUE        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(88)       VALUES SPACES.

       01 GPA-NOTE-LINE.
           05 FILLER           PIC X(35)       VALUE
                               "NOTE - RUN CBLJRM12 TO REBUILD THE ".
           05 FILLER           PIC X(35)       VALUE
                               "SURVIVOR'S GPA AND CREDIT TOTALS.".
           05 FILLER           PIC X(62)       VALUES SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           IF MERGE-VALID
               PERFORM 1200-OPEN-AUDIT
               PERFORM 3000-MOVE-COURSE-ROWS
               PERFORM 3400-MOVE-TRANSFER-ROWS
               PERFORM 3500-MOVE-STANDING-ROWS
               PERFORM 3600-MOVE-SAP-ROWS
               PERFORM 3700-MOVE-NSC-ROWS
               PERFORM 4000-MOVE-ARCHIVE-ROWS
               PERFORM 4200-MOVE-WAITLIST-ROWS
               PERFORM 4500-MOVE-BILLING-POSITION
               PERFORM 4800-FINISH-MASTERS.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           ACCEPT C-PARM-RAW FROM COMMAND-LINE.
           OPEN OUTPUT MERGE-PRTOUT.
           MOVE SPACES TO O-RET-ID O-RET-NAME O-SURV-ID O-SURV-NAME.
           IF C-RETIRED-ID = SPACES OR C-SURVIVOR-ID = SPACES
               DISPLAY 'STUDENT MERGE - PARAMETER MUST BE THE RETIRED '
                   'ID FOLLOWED BY THE SURVIVING ID - RUN ABANDONED'
           ELSE
               IF C-RETIRED-ID = C-SURVIVOR-ID
                   DISPLAY 'STUDENT MERGE - RETIRED AND SURVIVING ID '
                       'ARE THE SAME - RUN ABANDONED'
               ELSE
                   PERFORM 1100-READ-MASTERS.
           IF NOT MERGE-VALID
               MOVE 8 TO RETURN-CODE.
           PERFORM 9600-HDG.

      *----------------------------------------------------------------*
      *  BOTH IDS MUST BE ON THE STUDENT MASTER.  THE RETIRED MASTER   *
      *  IS KEPT IN WORKING STORAGE FOR THE SURVIVOR UPDATE AT THE     *
      *  END, AND THE AUDIT CAUSE DATA IS BUILT ONCE HERE.             *
      *----------------------------------------------------------------*
       1100-READ-MASTERS.
           OPEN I-O STUDENT-FILE.
           MOVE 'Y' TO C-STUD-FILE-OPEN.
           MOVE 'Y' TO C-MERGE-VALID.
           MOVE C-RETIRED-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'N' TO C-MERGE-VALID
                   DISPLAY 'STUDENT MERGE - RETIRED ID ' C-RETIRED-ID
                       ' NOT ON STUDENT MASTER - RUN ABANDONED'
               NOT INVALID KEY
                   MOVE STUDENT-MAST TO C-RETIRED-MAST
                   PERFORM 9100-FORMAT-NAME
                   MOVE C-SURVIVOR-NAME TO C-RETIRED-NAME.
           MOVE C-SURVIVOR-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'N' TO C-MERGE-VALID
                   DISPLAY 'STUDENT MERGE - SURVIVING ID '
                       C-SURVIVOR-ID
                       ' NOT ON STUDENT MASTER - RUN ABANDONED'
               NOT INVALID KEY
                   PERFORM 9100-FORMAT-NAME.
           IF MERGE-VALID
               MOVE SPACES TO O-RET-ID
               STRING C-RETIRED-ID (1:2) '-' C-RETIRED-ID (3:2) '-'
                   C-RETIRED-ID (5:2) DELIMITED BY SIZE INTO O-RET-ID
               MOVE C-RETIRED-NAME TO O-RET-NAME
               MOVE SPACES TO O-SURV-ID
               STRING C-SURVIVOR-ID (1:2) '-' C-SURVIVOR-ID (3:2) '-'
                   C-SURVIVOR-ID (5:2) DELIMITED BY SIZE INTO O-SURV-ID
               MOVE C-SURVIVOR-NAME TO O-SURV-NAME
               MOVE SPACES TO MERGE-TRAN-DATA
               MOVE C-RETIRED-ID TO MTD-STUD-ID
               MOVE 'M' TO MTD-TYPE-CODE
               MOVE ZERO TO MTD-COURSE-CREDITS MTD-COURSE-GPA MTD-YEAR
               STRING 'MERGED INTO ' C-SURVIVOR-ID DELIMITED BY SIZE
                   INTO MTD-DESCRIPTION
               MOVE STUDNET-LNAME TO MTD-LNAME
               MOVE STUDENT-FNAME TO MTD-FNAME
               MOVE STUDENT-INIT TO MTD-INIT.

      *----------------------------------------------------------------*
      *  THE MERGE APPENDS TO THE CURRENT AUDIT TRAIL; A MISSING FILE  *
      *  IS CREATED.                                                   *
      *----------------------------------------------------------------*
       1200-OPEN-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE.

      *----------------------------------------------------------------*
      *  STCOURSE.DAT.  EACH PASS STARTS JUST PAST THE LAST RETIRED    *
      *  ROW HANDLED - A MOVED ROW IS GONE, AND ONE THAT COULD NOT     *
      *  MOVE IS STEPPED OVER - AND TAKES THE NEXT RETIRED ROW.        *
      *----------------------------------------------------------------*
       3000-MOVE-COURSE-ROWS.
           OPEN I-O COURSE-FILE.
           MOVE C-RETIRED-ID TO C-STUDENT-ID.
           MOVE LOW-VALUES TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           MOVE C-KEY TO C-CRS-START-KEY.
           MOVE 'Y' TO C-ROW-MORE.
           PERFORM 3100-NEXT-RETIRED-COURSE
               UNTIL NOT MORE-ROWS.
           CLOSE COURSE-FILE.

       3100-NEXT-RETIRED-COURSE.
           MOVE C-CRS-START-KEY TO C-KEY.
           START COURSE-FILE
               KEY IS > C-KEY
                   INVALID KEY
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               IF C-STUDENT-ID = C-RETIRED-ID
                   PERFORM 3200-MOVE-ONE-COURSE
               ELSE
                   MOVE 'N' TO C-ROW-MORE.

      *----------------------------------------------------------------*
      *  THE ROW KEEPS ITS ATTEMPT NUMBER UNLESS THE SURVIVOR ALREADY  *
      *  HAS THAT ATTEMPT OF THE COURSE; THEN IT TAKES THE NEXT        *
      *  NUMBER PAST THE SURVIVOR'S HIGHEST ATTEMPT.  THE NEW ROW IS   *
      *  WRITTEN BEFORE THE OLD ONE IS DELETED, SO A FAILURE NEVER     *
      *  LOSES A ROW.                                                  *
      *----------------------------------------------------------------*
       3200-MOVE-ONE-COURSE.
           MOVE C-KEY TO C-CRS-START-KEY.
           MOVE COURSE-MAST TO C-OLD-COURSE-IMAGE.
           MOVE C-COURSE-ID TO C-MOVE-COURSE-ID.
           MOVE C-ATTEMPT-NO TO C-OLD-ATTEMPT.
           MOVE 'N' TO C-MOVE-HOLDS-SEAT.
           IF C-STAT-ENROLLED OR C-STAT-INCOMPLETE
               MOVE 'Y' TO C-MOVE-HOLDS-SEAT.
           MOVE 'STCOURSE' TO O-MRG-FILE.
           STRING C-MOVE-COURSE-ID ' ATT ' C-OLD-ATTEMPT
               DELIMITED BY SIZE INTO O-MRG-ITEM.
           PERFORM 3300-SCAN-SURVIVOR-COURSE.
           IF ATTEMPT-COLLIDES
               IF C-HIGH-ATTEMPT = 99
                   MOVE 'NOT MOVED' TO O-MRG-ACTION
                   MOVE 'NO FREE ATTEMPT NUMBER FOR SURVIVOR'
                       TO O-MRG-NOTE
                   PERFORM 9300-MOVE-FAILED
               ELSE
                   COMPUTE C-NEW-ATTEMPT = C-HIGH-ATTEMPT + 1
                   PERFORM 3210-REKEY-COURSE
           ELSE
               MOVE C-OLD-ATTEMPT TO C-NEW-ATTEMPT
               PERFORM 3210-REKEY-COURSE.
           PERFORM 9400-REGISTER-LINE.

       3210-REKEY-COURSE.
           MOVE C-OLD-COURSE-IMAGE TO COURSE-MAST.
           MOVE C-SURVIVOR-ID TO C-STUDENT-ID.
           MOVE C-NEW-ATTEMPT TO C-ATTEMPT-NO.
           WRITE COURSE-MAST
               INVALID KEY
                   MOVE 'NOT MOVED' TO O-MRG-ACTION
                   MOVE 'WRITE UNDER SURVIVOR FAILED' TO O-MRG-NOTE
                   PERFORM 9300-MOVE-FAILED
               NOT INVALID KEY
                   MOVE 'C' TO AUD-MASTER-TYPE
                   MOVE 'W' TO AUD-ACTION
                   MOVE COURSE-MAST TO AUD-BEFORE-IMAGE
                   PERFORM 9200-WRITE-AUDIT
                   PERFORM 3220-DELETE-RETIRED-COURSE.

       3220-DELETE-RETIRED-COURSE.
           MOVE C-OLD-COURSE-IMAGE TO COURSE-MAST.
           DELETE COURSE-FILE
               INVALID KEY
                   MOVE 'COPIED - OLD ROW KEPT' TO O-MRG-ACTION
                   MOVE 'DELETE UNDER RETIRED ID FAILED' TO O-MRG-NOTE
                   PERFORM 9300-MOVE-FAILED
               NOT INVALID KEY
                   MOVE 'C' TO AUD-MASTER-TYPE
                   MOVE 'D' TO AUD-ACTION
                   MOVE C-OLD-COURSE-IMAGE TO AUD-BEFORE-IMAGE
                   PERFORM 9200-WRITE-AUDIT
                   PERFORM 3230-COURSE-MOVED.

      *----------------------------------------------------------------*
      *  A ROW HOLDING A SEAT (ENROLLED OR INCOMPLETE) IN A COURSE     *
      *  WHERE THE SURVIVOR ALSO HOLDS ONE MEANS THE STUDENT IS NOW    *
      *  ENROLLED TWICE - FLAGGED FOR THE REGISTRAR TO WITHDRAW ONE.   *
      *----------------------------------------------------------------*
       3230-COURSE-MOVED.
           ADD 1 TO C-CRS-MOVED-CTR.
           IF C-NEW-ATTEMPT = C-OLD-ATTEMPT
               STRING 'MOVED AS ATT ' C-NEW-ATTEMPT
                   DELIMITED BY SIZE INTO O-MRG-ACTION
           ELSE
               ADD 1 TO C-CRS-RENUM-CTR
               STRING 'RENUMBERED TO ATT ' C-NEW-ATTEMPT
                   DELIMITED BY SIZE INTO O-MRG-ACTION.
           IF C-MOVE-HOLDS-SEAT = 'Y' AND SURVIVOR-HOLDS-SEAT
               ADD 1 TO C-CRS-SEAT-CTR
               MOVE 'CHECK - SURVIVOR ALSO HOLDS A SEAT'
                   TO O-MRG-NOTE.

       3300-SCAN-SURVIVOR-COURSE.
           MOVE ZERO TO C-HIGH-ATTEMPT.
           MOVE 'N' TO C-ATTEMPT-COLLIDES.
           MOVE 'N' TO C-SURV-HOLDS-SEAT.
           MOVE C-SURVIVOR-ID TO C-STUDENT-ID.
           MOVE C-MOVE-COURSE-ID TO C-COURSE-ID.
           MOVE ZERO TO C-ATTEMPT-NO.
           START COURSE-FILE
               KEY IS > C-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE.
           PERFORM 3310-SCAN-ONE-SURVIVOR-ROW
               UNTIL NOT MORE-SCAN-RECS.

       3310-SCAN-ONE-SURVIVOR-ROW.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF C-STUDENT-ID = C-SURVIVOR-ID
                   AND C-COURSE-ID = C-MOVE-COURSE-ID
                       MOVE C-ATTEMPT-NO TO C-HIGH-ATTEMPT
                       IF C-ATTEMPT-NO = C-OLD-ATTEMPT
                           MOVE 'Y' TO C-ATTEMPT-COLLIDES
                       END-IF
                       IF C-STAT-ENROLLED OR C-STAT-INCOMPLETE
                           MOVE 'Y' TO C-SURV-HOLDS-SEAT
                       END-IF
               ELSE
                   MOVE 'N' TO C-SCAN-MORE.

      *----------------------------------------------------------------*
      *  STCRXFER.DAT.  EACH RETIRED ROW TAKES THE SURVIVOR'S NEXT     *
      *  UNUSED SEQUENCE NUMBER, AS A CBLJRM22 ADD WOULD.              *
      *----------------------------------------------------------------*
       3400-MOVE-TRANSFER-ROWS.
           OPEN I-O TRANSFER-FILE.
           IF XFER-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO TRANSFER CREDIT FILE - '
                   'STATUS ' XFER-STATUS
           ELSE
               MOVE C-RETIRED-ID TO XF-STUDENT-ID
               MOVE ZERO TO XF-SEQ-NO
               MOVE XF-KEY TO C-XF-START-KEY
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 3410-NEXT-RETIRED-TRANSFER
                   UNTIL NOT MORE-ROWS
               CLOSE TRANSFER-FILE.

       3410-NEXT-RETIRED-TRANSFER.
           MOVE C-XF-START-KEY TO XF-KEY.
           START TRANSFER-FILE
               KEY IS > XF-KEY
                   INVALID KEY
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               READ TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               IF XF-STUDENT-ID = C-RETIRED-ID
                   PERFORM 3420-MOVE-ONE-TRANSFER
               ELSE
                   MOVE 'N' TO C-ROW-MORE.

       3420-MOVE-ONE-TRANSFER.
           MOVE XF-KEY TO C-XF-START-KEY.
           MOVE TRANSFER-REC TO C-OLD-XFER-IMAGE.
           MOVE XF-SEQ-NO TO C-OLD-XF-SEQ.
           MOVE 'STCRXFER' TO O-MRG-FILE.
           STRING 'SEQ ' C-OLD-XF-SEQ ' ' XF-EQUIV-COURSE-ID
               DELIMITED BY SIZE INTO O-MRG-ITEM.
           PERFORM 3430-LOCATE-HIGH-SEQ.
           IF C-HIGH-SEQ = 99
               MOVE 'NOT MOVED' TO O-MRG-ACTION
               MOVE 'NO FREE SEQUENCE NUMBER FOR SURVIVOR'
                   TO O-MRG-NOTE
               PERFORM 9300-MOVE-FAILED
           ELSE
               COMPUTE C-NEW-XF-SEQ = C-HIGH-SEQ + 1
               MOVE C-OLD-XFER-IMAGE TO TRANSFER-REC
               MOVE C-SURVIVOR-ID TO XF-STUDENT-ID
               MOVE C-NEW-XF-SEQ TO XF-SEQ-NO
               WRITE TRANSFER-REC
                   INVALID KEY
                       MOVE 'NOT MOVED' TO O-MRG-ACTION
                       MOVE 'WRITE UNDER SURVIVOR FAILED'
                           TO O-MRG-NOTE
                       PERFORM 9300-MOVE-FAILED
                   NOT INVALID KEY
                       PERFORM 3440-DELETE-RETIRED-TRANSFER.
           PERFORM 9400-REGISTER-LINE.

       3430-LOCATE-HIGH-SEQ.
           MOVE ZERO TO C-HIGH-SEQ.
           MOVE C-SURVIVOR-ID TO XF-STUDENT-ID.
           MOVE ZERO TO XF-SEQ-NO.
           START TRANSFER-FILE
               KEY IS > XF-KEY
                   INVALID KEY
                       MOVE 'N' TO C-SCAN-MORE
                   NOT INVALID KEY
                       MOVE 'Y' TO C-SCAN-MORE.
           PERFORM 3435-SCAN-SEQ
               UNTIL NOT MORE-SCAN-RECS.

       3435-SCAN-SEQ.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO C-SCAN-MORE.
           IF MORE-SCAN-RECS
               IF XF-STUDENT-ID = C-SURVIVOR-ID
                   MOVE XF-SEQ-NO TO C-HIGH-SEQ
               ELSE
                   MOVE 'N' TO C-SCAN-MORE.

       3440-DELETE-RETIRED-TRANSFER.
           MOVE C-OLD-XFER-IMAGE TO TRANSFER-REC.
           DELETE TRANSFER-FILE
               INVALID KEY
                   MOVE 'COPIED - OLD ROW KEPT' TO O-MRG-ACTION
                   MOVE 'DELETE UNDER RETIRED ID FAILED' TO O-MRG-NOTE
                   PERFORM 9300-MOVE-FAILED
               NOT INVALID KEY
                   ADD 1 TO C-XF-MOVED-CTR
                   STRING 'MOVED AS SEQ ' C-NEW-XF-SEQ
                       DELIMITED BY SIZE INTO O-MRG-ACTION.

      *----------------------------------------------------------------*
      *  STCRSTND.DAT.  A TERM THE SURVIVOR ALREADY HAS A STANDING     *
      *  ROW FOR KEEPS THE SURVIVOR'S ROW; THE NEXT CBLJRM07 RUN FOR   *
      *  THAT TERM RE-DECIDES IT FROM THE MERGED COURSES.              *
      *----------------------------------------------------------------*
       3500-MOVE-STANDING-ROWS.
           OPEN I-O STANDING-FILE.
           IF STNDF-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO STANDING HISTORY FILE - '
                   'STATUS ' STNDF-STATUS
           ELSE
               MOVE C-RETIRED-ID TO STND-STUDENT-ID
               MOVE ZERO TO STND-YEAR
               MOVE ZERO TO STND-TERM-SEQ
               MOVE STND-KEY TO C-STND-START-KEY
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 3510-NEXT-RETIRED-STANDING
                   UNTIL NOT MORE-ROWS
               CLOSE STANDING-FILE.

       3510-NEXT-RETIRED-STANDING.
           MOVE C-STND-START-KEY TO STND-KEY.
           START STANDING-FILE
               KEY IS > STND-KEY
                   INVALID KEY
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               IF STND-STUDENT-ID = C-RETIRED-ID
                   PERFORM 3520-MOVE-ONE-STANDING
               ELSE
                   MOVE 'N' TO C-ROW-MORE.

       3520-MOVE-ONE-STANDING.
           MOVE STND-KEY TO C-STND-START-KEY.
           MOVE STANDING-REC TO C-OLD-STND-IMAGE.
           MOVE 'STCRSTND' TO O-MRG-FILE.
           STRING 'STANDING ' STND-TERM STND-YEAR
               DELIMITED BY SIZE INTO O-MRG-ITEM.
           MOVE 'Y' TO C-DELETE-OLD.
           MOVE 'N' TO C-ROW-DROPPED.
           MOVE C-SURVIVOR-ID TO STND-STUDENT-ID.
           WRITE STANDING-REC
               INVALID KEY
                   MOVE STNDF-STATUS TO C-WRITE-STATUS
                   PERFORM 9350-REKEY-NOT-WRITTEN
               NOT INVALID KEY
                   MOVE 'MOVED' TO O-MRG-ACTION.
           IF DELETE-OLD-ROW
               MOVE C-OLD-STND-IMAGE TO STANDING-REC
               DELETE STANDING-FILE
                   INVALID KEY
                       PERFORM 9360-OLD-ROW-NOT-DELETED
                   NOT INVALID KEY
                       IF ROW-DROPPED
                           ADD 1 TO C-STND-DROP-CTR
                       ELSE
                           ADD 1 TO C-STND-MOVED-CTR.
           PERFORM 9400-REGISTER-LINE.

      *----------------------------------------------------------------*
      *  STCRSAPH.DAT - THE SAME RULE AS STANDING; THE NEXT CBLJRM30   *
      *  RUN FOR THE TERM RE-DECIDES THE SURVIVOR'S ROW.               *
      *----------------------------------------------------------------*
       3600-MOVE-SAP-ROWS.
           OPEN I-O SAP-HIST-FILE.
           IF SAPH-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO SAP HISTORY FILE - '
                   'STATUS ' SAPH-STATUS
           ELSE
               MOVE C-RETIRED-ID TO SAP-STUDENT-ID
               MOVE ZERO TO SAP-YEAR
               MOVE ZERO TO SAP-TERM-SEQ
               MOVE SAP-KEY TO C-SAP-START-KEY
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 3610-NEXT-RETIRED-SAP
                   UNTIL NOT MORE-ROWS
               CLOSE SAP-HIST-FILE.

       3610-NEXT-RETIRED-SAP.
           MOVE C-SAP-START-KEY TO SAP-KEY.
           START SAP-HIST-FILE
               KEY IS > SAP-KEY
                   INVALID KEY
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               READ SAP-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               IF SAP-STUDENT-ID = C-RETIRED-ID
                   PERFORM 3620-MOVE-ONE-SAP
               ELSE
                   MOVE 'N' TO C-ROW-MORE.

       3620-MOVE-ONE-SAP.
           MOVE SAP-KEY TO C-SAP-START-KEY.
           MOVE SAP-HIST-REC TO C-OLD-SAP-IMAGE.
           MOVE 'STCRSAPH' TO O-MRG-FILE.
           STRING 'SAP ' SAP-TERM SAP-YEAR
               DELIMITED BY SIZE INTO O-MRG-ITEM.
           MOVE 'Y' TO C-DELETE-OLD.
           MOVE 'N' TO C-ROW-DROPPED.
           MOVE C-SURVIVOR-ID TO SAP-STUDENT-ID.
           WRITE SAP-HIST-REC
               INVALID KEY
                   MOVE SAPH-STATUS TO C-WRITE-STATUS
                   PERFORM 9350-REKEY-NOT-WRITTEN
               NOT INVALID KEY
                   MOVE 'MOVED' TO O-MRG-ACTION.
           IF DELETE-OLD-ROW
               MOVE C-OLD-SAP-IMAGE TO SAP-HIST-REC
               DELETE SAP-HIST-FILE
                   INVALID KEY
                       PERFORM 9360-OLD-ROW-NOT-DELETED
                   NOT INVALID KEY
                       IF ROW-DROPPED
                           ADD 1 TO C-SAP-DROP-CTR
                       ELSE
                           ADD 1 TO C-SAP-MOVED-CTR.
           PERFORM 9400-REGISTER-LINE.

      *----------------------------------------------------------------*
      *  STCRNSCH.DAT - WHERE BOTH IDS WERE REPORTED FOR THE TERM THE  *
      *  SURVIVOR'S STATUS-SENT ROW IS KEPT, SO THE NEXT CBLJRM29 RUN  *
      *  COMPARES AGAINST WHAT WAS SENT UNDER THE SURVIVING ID.        *
      *----------------------------------------------------------------*
       3700-MOVE-NSC-ROWS.
           OPEN I-O NSC-STATUS-FILE.
           IF NSCH-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO CLEARINGHOUSE STATUS FILE '
                   '- STATUS ' NSCH-STATUS
           ELSE
               MOVE C-RETIRED-ID TO NSC-STUDENT-ID
               MOVE LOW-VALUES TO NSC-TERM
               MOVE ZERO TO NSC-YEAR
               MOVE NSC-KEY TO C-NSC-START-KEY
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 3710-NEXT-RETIRED-NSC
                   UNTIL NOT MORE-ROWS
               CLOSE NSC-STATUS-FILE.

       3710-NEXT-RETIRED-NSC.
           MOVE C-NSC-START-KEY TO NSC-KEY.
           START NSC-STATUS-FILE
               KEY IS > NSC-KEY
                   INVALID KEY
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               READ NSC-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               IF NSC-STUDENT-ID = C-RETIRED-ID
                   PERFORM 3720-MOVE-ONE-NSC
               ELSE
                   MOVE 'N' TO C-ROW-MORE.

       3720-MOVE-ONE-NSC.
           MOVE NSC-KEY TO C-NSC-START-KEY.
           MOVE NSC-STATUS-REC TO C-OLD-NSC-IMAGE.
           MOVE 'STCRNSCH' TO O-MRG-FILE.
           STRING 'CLEARINGHOUSE ' NSC-TERM NSC-YEAR
               DELIMITED BY SIZE INTO O-MRG-ITEM.
           MOVE 'Y' TO C-DELETE-OLD.
           MOVE 'N' TO C-ROW-DROPPED.
           MOVE C-SURVIVOR-ID TO NSC-STUDENT-ID.
           WRITE NSC-STATUS-REC
               INVALID KEY
                   MOVE NSCH-STATUS TO C-WRITE-STATUS
                   PERFORM 9350-REKEY-NOT-WRITTEN
               NOT INVALID KEY
                   MOVE 'MOVED' TO O-MRG-ACTION.
           IF DELETE-OLD-ROW
               MOVE C-OLD-NSC-IMAGE TO NSC-STATUS-REC
               DELETE NSC-STATUS-FILE
                   INVALID KEY
                       PERFORM 9360-OLD-ROW-NOT-DELETED
                   NOT INVALID KEY
                       IF ROW-DROPPED
                           ADD 1 TO C-NSC-DROP-CTR
                       ELSE
                           ADD 1 TO C-NSC-MOVED-CTR.
           PERFORM 9400-REGISTER-LINE.

      *----------------------------------------------------------------*
      *  STCRARCH.DAT IS UNKEYED, SO IT IS COPIED TO THE WORK FILE     *
      *  WITH THE RETIRED ID CHANGED, THEN COPIED BACK.  ARCHIVED      *
      *  ATTEMPT NUMBERS ARE LEFT AS THEY ARE - NOTHING KEYS ON THEM.  *
      *----------------------------------------------------------------*
       4000-MOVE-ARCHIVE-ROWS.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO COURSE ARCHIVE FILE - '
                   'STATUS ' ARCH-STATUS
           ELSE
               OPEN OUTPUT MERGE-WORK-FILE
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 4010-COPY-ARCHIVE-TO-WORK
                   UNTIL NOT MORE-ROWS
               CLOSE ARCHIVE-FILE
               CLOSE MERGE-WORK-FILE
               IF C-ARCH-MOVED-CTR > ZERO
                   PERFORM 4100-COPY-WORK-TO-ARCHIVE.

       4010-COPY-ARCHIVE-TO-WORK.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               ADD 1 TO C-ARCH-READ-CTR
               IF ARCHIVE-REC (1:6) = C-RETIRED-ID
                   PERFORM 4020-REKEY-ARCHIVE-ROW
               END-IF
               MOVE ARCHIVE-REC TO MERGE-WORK-REC
               WRITE MERGE-WORK-REC.

       4020-REKEY-ARCHIVE-ROW.
           MOVE C-SURVIVOR-ID TO ARCHIVE-REC (1:6).
           ADD 1 TO C-ARCH-MOVED-CTR.
           MOVE 'STCRARCH' TO O-MRG-FILE.
           STRING ARCHIVE-REC (7:8) ' ATT ' ARCHIVE-REC (15:2)
               DELIMITED BY SIZE INTO O-MRG-ITEM.
           MOVE 'MOVED' TO O-MRG-ACTION.
           PERFORM 9400-REGISTER-LINE.

       4100-COPY-WORK-TO-ARCHIVE.
           OPEN INPUT MERGE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE 'Y' TO C-ROW-MORE.
           PERFORM 4110-COPY-ONE-WORK-ROW
               UNTIL NOT MORE-ROWS.
           CLOSE MERGE-WORK-FILE.
           CLOSE ARCHIVE-FILE.

       4110-COPY-ONE-WORK-ROW.
           READ MERGE-WORK-FILE
               AT END
                   MOVE 'N' TO C-ROW-MORE.
           IF MORE-ROWS
               MOVE MERGE-WORK-REC TO ARCHIVE-REC
               WRITE ARCHIVE-REC.

      *----------------------------------------------------------------*
      *  STCRWAIT.DAT.  THE WAITLIST IS LOADED WHOLE, THE RETIRED      *
      *  ENTRIES REKEYED IN PLACE, AND THE FILE REWRITTEN IN ARRIVAL   *
      *  ORDER.  WHEN BOTH IDS WAIT FOR THE SAME COURSE AND TERM THE   *
      *  EARLIER PLACE IN LINE IS KEPT UNDER THE SURVIVING ID.  A      *
      *  WAITLIST TOO LARGE FOR THE TABLE IS LEFT AS IT IS (RC 4) -    *
      *  CBLJRM05 DROPS A RETIRED ID'S ENTRY WHEN ITS TURN COMES.      *
      *----------------------------------------------------------------*
       4200-MOVE-WAITLIST-ROWS.
           OPEN INPUT WAITLIST-FILE.
           IF WAIT-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO WAITLIST FILE - STATUS '
                   WAIT-STATUS
           ELSE
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 4210-LOAD-ONE-WAIT
                   UNTIL NOT MORE-ROWS
               CLOSE WAITLIST-FILE
               IF WAITLIST-OVERFLOW
                   DISPLAY 'STUDENT MERGE - STCRWAIT.DAT HOLDS MORE '
                       'THAN 200 ENTRIES - WAITLIST NOT MERGED'
                   PERFORM 9310-SET-WARNING
               ELSE
                   IF C-WL-RETIRED-CTR > ZERO
                       PERFORM 4220-REKEY-ONE-WAIT
                           VARYING C-SUB FROM 1 BY 1
                               UNTIL C-SUB > C-WL-COUNT
                       PERFORM 4250-REWRITE-WAITLIST.

       4210-LOAD-ONE-WAIT.
           READ WAITLIST-FILE
               AT END
                   MOVE 'N' TO C-ROW-MORE
               NOT AT END
                   PERFORM 4215-KEEP-ONE-WAIT.

       4215-KEEP-ONE-WAIT.
           IF C-WL-COUNT < 200
               ADD 1 TO C-WL-COUNT
               MOVE WL-COURSE-ID TO C-WL-COURSE-ID (C-WL-COUNT)
               MOVE WL-STUDENT-ID TO C-WL-STUDENT-ID (C-WL-COUNT)
               MOVE WL-TERM TO C-WL-TERM (C-WL-COUNT)
               MOVE WL-YEAR TO C-WL-YEAR (C-WL-COUNT)
               MOVE WL-ENTRY-DATE TO C-WL-ENTRY-DATE (C-WL-COUNT)
               MOVE 'Y' TO C-WL-KEEP (C-WL-COUNT)
               IF WL-STUDENT-ID = C-RETIRED-ID
                   ADD 1 TO C-WL-RETIRED-CTR
               END-IF
           ELSE
               MOVE 'Y' TO C-WL-OVERFLOW.

       4220-REKEY-ONE-WAIT.
           IF C-WL-STUDENT-ID (C-SUB) = C-RETIRED-ID
               MOVE 'STCRWAIT' TO O-MRG-FILE
               STRING C-WL-COURSE-ID (C-SUB) ' '
                   C-WL-TERM (C-SUB) C-WL-YEAR (C-SUB)
                   DELIMITED BY SIZE INTO O-MRG-ITEM
               MOVE ZERO TO C-MATCH-SUB
               PERFORM 4230-FIND-SURVIVOR-WAIT
                   VARYING C-SUB2 FROM 1 BY 1
                       UNTIL C-SUB2 > C-WL-COUNT
               IF C-MATCH-SUB = ZERO
                   MOVE C-SURVIVOR-ID TO C-WL-STUDENT-ID (C-SUB)
                   ADD 1 TO C-WL-MOVED-CTR
                   MOVE 'MOVED' TO O-MRG-ACTION
               ELSE
                   PERFORM 4240-DROP-LATER-WAIT
               END-IF
               PERFORM 9400-REGISTER-LINE.

       4230-FIND-SURVIVOR-WAIT.
           IF C-MATCH-SUB = ZERO
               AND C-WL-KEEP (C-SUB2) = 'Y'
               AND C-WL-STUDENT-ID (C-SUB2) = C-SURVIVOR-ID
               AND C-WL-COURSE-ID (C-SUB2) = C-WL-COURSE-ID (C-SUB)
               AND C-WL-TERM (C-SUB2) = C-WL-TERM (C-SUB)
               AND C-WL-YEAR (C-SUB2) = C-WL-YEAR (C-SUB)
                   MOVE C-SUB2 TO C-MATCH-SUB.

       4240-DROP-LATER-WAIT.
           ADD 1 TO C-WL-DROP-CTR.
           IF C-MATCH-SUB < C-SUB
               MOVE 'N' TO C-WL-KEEP (C-SUB)
               MOVE 'DROPPED' TO O-MRG-ACTION
               MOVE 'SURVIVOR WAITING EARLIER' TO O-MRG-NOTE
           ELSE
               MOVE C-SURVIVOR-ID TO C-WL-STUDENT-ID (C-SUB)
               MOVE 'N' TO C-WL-KEEP (C-MATCH-SUB)
               ADD 1 TO C-WL-MOVED-CTR
               MOVE 'MOVED' TO O-MRG-ACTION
               MOVE 'EARLIER PLACE KEPT - LATER ONE DROPPED'
                   TO O-MRG-NOTE.

       4250-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 4260-WRITE-ONE-WAIT
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-WL-COUNT.
           CLOSE WAITLIST-FILE.

       4260-WRITE-ONE-WAIT.
           IF C-WL-KEEP (C-SUB) = 'Y'
               MOVE SPACES TO WAITLIST-REC
               MOVE C-WL-COURSE-ID (C-SUB) TO WL-COURSE-ID
               MOVE C-WL-STUDENT-ID (C-SUB) TO WL-STUDENT-ID
               MOVE C-WL-TERM (C-SUB) TO WL-TERM
               MOVE C-WL-YEAR (C-SUB) TO WL-YEAR
               MOVE C-WL-ENTRY-DATE (C-SUB) TO WL-ENTRY-DATE
               WRITE WAITLIST-REC.

      *----------------------------------------------------------------*
      *  STCRBILP.DAT - THE POSITION SNAPSHOT CBLJRM23 COMPARES THE    *
      *  NEXT BILLING RUN AGAINST.  THE SURVIVOR'S ENROLLED HOURS NOW  *
      *  INCLUDE THE RETIRED ID'S, SO A RETIRED POSITION FOR A TERM    *
      *  THE SURVIVOR WAS ALSO BILLED FOR IS ADDED INTO THE            *
      *  SURVIVOR'S POSITION; OTHERWISE IT IS REKEYED AND RENAMED.     *
      *----------------------------------------------------------------*
       4500-MOVE-BILLING-POSITION.
           OPEN INPUT PRIOR-BILLING-FILE.
           IF PRIOR-STATUS NOT = '00'
               DISPLAY 'STUDENT MERGE - NO BILLING POSITION FILE - '
                   'STATUS ' PRIOR-STATUS
           ELSE
               MOVE 'Y' TO C-ROW-MORE
               PERFORM 4510-LOAD-ONE-POSITION
                   UNTIL NOT MORE-ROWS
               CLOSE PRIOR-BILLING-FILE
               IF BILLING-OVERFLOW
                   DISPLAY 'STUDENT MERGE - STCRBILP.DAT HOLDS MORE '
                       'THAN 1000 POSITIONS - BILLING NOT MERGED'
                   PERFORM 9310-SET-WARNING
               ELSE
                   IF C-BP-RETIRED-CTR > ZERO
                       PERFORM 4520-REKEY-ONE-POSITION
                           VARYING C-SUB FROM 1 BY 1
                               UNTIL C-SUB > C-BP-COUNT
                       PERFORM 4550-REWRITE-POSITIONS.

       4510-LOAD-ONE-POSITION.
           READ PRIOR-BILLING-FILE
               AT END
                   MOVE 'N' TO C-ROW-MORE
               NOT AT END
                   PERFORM 4515-KEEP-ONE-POSITION.

       4515-KEEP-ONE-POSITION.
           IF C-BP-COUNT < 1000
               ADD 1 TO C-BP-COUNT
               MOVE PBL-RECORD-TYPE TO C-BP-TYPE (C-BP-COUNT)
               MOVE PBL-STUDENT-ID TO C-BP-STUDENT-ID (C-BP-COUNT)
               MOVE PBL-STUDENT-NAME TO C-BP-NAME (C-BP-COUNT)
               MOVE PBL-TERM TO C-BP-TERM (C-BP-COUNT)
               MOVE PBL-YEAR TO C-BP-YEAR (C-BP-COUNT)
               MOVE PBL-CREDIT-HOURS TO C-BP-HOURS (C-BP-COUNT)
               MOVE PBL-AMOUNT TO C-BP-AMOUNT (C-BP-COUNT)
               MOVE PBL-BILL-DATE TO C-BP-BILL-DATE (C-BP-COUNT)
               MOVE 'Y' TO C-BP-KEEP (C-BP-COUNT)
               IF PBL-STUDENT-ID = C-RETIRED-ID
                   ADD 1 TO C-BP-RETIRED-CTR
               END-IF
           ELSE
               MOVE 'Y' TO C-BP-OVERFLOW.

       4520-REKEY-ONE-POSITION.
           IF C-BP-STUDENT-ID (C-SUB) = C-RETIRED-ID
               MOVE 'STCRBILP' TO O-MRG-FILE
               STRING 'POSITION ' C-BP-TERM (C-SUB) C-BP-YEAR (C-SUB)
                   DELIMITED BY SIZE INTO O-MRG-ITEM
               MOVE ZERO TO C-MATCH-SUB
               PERFORM 4530-FIND-SURVIVOR-POSITION
                   VARYING C-SUB2 FROM 1 BY 1
                       UNTIL C-SUB2 > C-BP-COUNT
               IF C-MATCH-SUB = ZERO
                   MOVE C-SURVIVOR-ID TO C-BP-STUDENT-ID (C-SUB)
                   MOVE C-SURVIVOR-NAME TO C-BP-NAME (C-SUB)
                   ADD 1 TO C-BP-MOVED-CTR
                   MOVE 'MOVED' TO O-MRG-ACTION
               ELSE
                   ADD C-BP-HOURS (C-SUB) TO C-BP-HOURS (C-MATCH-SUB)
                   ADD C-BP-AMOUNT (C-SUB)
                       TO C-BP-AMOUNT (C-MATCH-SUB)
                   MOVE 'N' TO C-BP-KEEP (C-SUB)
                   ADD 1 TO C-BP-COMB-CTR
                   MOVE 'COMBINED WITH SURVIVOR' TO O-MRG-ACTION
               END-IF
               PERFORM 9400-REGISTER-LINE.

       4530-FIND-SURVIVOR-POSITION.
           IF C-MATCH-SUB = ZERO
               AND C-BP-KEEP (C-SUB2) = 'Y'
               AND C-BP-STUDENT-ID (C-SUB2) = C-SURVIVOR-ID
               AND C-BP-TERM (C-SUB2) = C-BP-TERM (C-SUB)
               AND C-BP-YEAR (C-SUB2) = C-BP-YEAR (C-SUB)
                   MOVE C-SUB2 TO C-MATCH-SUB.

       4550-REWRITE-POSITIONS.
           OPEN OUTPUT PRIOR-BILLING-FILE.
           PERFORM 4560-WRITE-ONE-POSITION
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-BP-COUNT.
           CLOSE PRIOR-BILLING-FILE.

       4560-WRITE-ONE-POSITION.
           IF C-BP-KEEP (C-SUB) = 'Y'
               MOVE C-BP-TYPE (C-SUB) TO PBL-RECORD-TYPE
               MOVE C-BP-STUDENT-ID (C-SUB) TO PBL-STUDENT-ID
               MOVE C-BP-NAME (C-SUB) TO PBL-STUDENT-NAME
               MOVE C-BP-TERM (C-SUB) TO PBL-TERM
               MOVE C-BP-YEAR (C-SUB) TO PBL-YEAR
               MOVE C-BP-HOURS (C-SUB) TO PBL-CREDIT-HOURS
               MOVE C-BP-AMOUNT (C-SUB) TO PBL-AMOUNT
               MOVE C-BP-BILL-DATE (C-SUB) TO PBL-BILL-DATE
               WRITE PRIOR-BILLING-REC.

      *----------------------------------------------------------------*
      *  THE RETIRED MASTER GOES ONLY WHEN EVERY ROW HAS MOVED.  THE   *
      *  SURVIVOR FIRST PICKS UP WHAT THE RETIRED RECORD HAS THAT IT   *
      *  LACKS: A LATER TERM LAST ATTENDED, A HOLD, A PROGRAM, A       *
      *  GRADUATION DATE, OR A PRIVACY BLOCK.  THE STORED GPA AND      *
      *  CREDITS ARE LEFT FOR CBLJRM12 TO REBUILD FROM THE MERGED      *
      *  ROWS.                                                         *
      *----------------------------------------------------------------*
       4800-FINISH-MASTERS.
           MOVE 'STUDMAST' TO O-MRG-FILE.
           IF C-ERR-CTR > ZERO
               DISPLAY 'STUDENT MERGE - ROWS LEFT UNDER RETIRED ID '
                   C-RETIRED-ID ' - RETIRED MASTER KEPT'
               MOVE 'RETIRED MASTER' TO O-MRG-ITEM
               MOVE 'KEPT' TO O-MRG-ACTION
               MOVE 'ROWS LEFT UNDER RETIRED ID - RE-RUN'
                   TO O-MRG-NOTE
               PERFORM 9400-REGISTER-LINE
           ELSE
               PERFORM 4810-UPDATE-SURVIVOR
               PERFORM 4850-DELETE-RETIRED.

       4810-UPDATE-SURVIVOR.
           MOVE 'N' TO C-SURV-CHANGED.
           MOVE C-SURVIVOR-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'STUDENT MERGE - SURVIVOR REREAD FAILED - '
                       'STATUS ' RESPONSE-CODE
               NOT INVALID KEY
                   MOVE STUDENT-MAST TO C-SURV-BEFORE-IMAGE
                   PERFORM 4820-FILL-SURVIVOR.
           IF SURVIVOR-CHANGED
               MOVE 'STUDMAST' TO O-MRG-FILE
               MOVE 'SURVIVING MASTER' TO O-MRG-ITEM
               REWRITE STUDENT-MAST
                   INVALID KEY
                       MOVE 'NOT UPDATED' TO O-MRG-ACTION
                       PERFORM 9310-SET-WARNING
                   NOT INVALID KEY
                       MOVE 'S' TO AUD-MASTER-TYPE
                       MOVE 'R' TO AUD-ACTION
                       MOVE C-SURV-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                       PERFORM 9200-WRITE-AUDIT
                       MOVE 'UPDATED' TO O-MRG-ACTION
                       MOVE 'FIELDS FILLED FROM RETIRED MASTER'
                           TO O-MRG-NOTE
               END-REWRITE
               PERFORM 9400-REGISTER-LINE.

       4820-FILL-SURVIVOR.
           MOVE C-RET-TERM-LAST-ATT TO C-SEQ-TERM.
           PERFORM 9500-TERM-SEQUENCE.
           COMPUTE C-RET-ATT-KEY =
                   C-RET-YEAR-LAST-ATT * 10 + C-SEQ-OUT.
           MOVE STUDENT-TERM-LAST-ATT TO C-SEQ-TERM.
           PERFORM 9500-TERM-SEQUENCE.
           COMPUTE C-SURV-ATT-KEY =
                   STUDENT-YEAR-LAST-ATT * 10 + C-SEQ-OUT.
           IF C-RET-ATT-KEY > C-SURV-ATT-KEY
               MOVE C-RET-TERM-LAST-ATT TO STUDENT-TERM-LAST-ATT
               MOVE C-RET-YEAR-LAST-ATT TO STUDENT-YEAR-LAST-ATT
               MOVE 'Y' TO C-SURV-CHANGED.
           IF STUDENT-NO-HOLD AND C-RET-HOLD-FLAG NOT = SPACE
               MOVE C-RET-HOLD-FLAG TO STUDENT-HOLD-FLAG
               MOVE 'Y' TO C-SURV-CHANGED.
           IF STUDENT-PROGRAM-CODE = SPACES
               AND C-RET-PROGRAM-CODE NOT = SPACES
                   MOVE C-RET-PROGRAM-CODE TO STUDENT-PROGRAM-CODE
                   MOVE 'Y' TO C-SURV-CHANGED.
           IF STUDENT-GRAD-DATE = ZERO
               AND C-RET-GRAD-DATE NOT = ZERO
                   MOVE C-RET-GRAD-DATE TO STUDENT-GRAD-DATE
                   MOVE 'Y' TO C-SURV-CHANGED.
           IF STUDENT-NOT-CONFIDENTIAL
               AND C-RET-PRIVACY-FLAG = 'Y'
                   MOVE 'Y' TO STUDENT-PRIVACY-FLAG
                   MOVE 'Y' TO C-SURV-CHANGED.

       4850-DELETE-RETIRED.
           MOVE 'STUDMAST' TO O-MRG-FILE.
           MOVE 'RETIRED MASTER' TO O-MRG-ITEM.
           MOVE C-RETIRED-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'NOT DELETED' TO O-MRG-ACTION
                   MOVE 'RETIRED MASTER NO LONGER ON FILE'
                       TO O-MRG-NOTE
                   PERFORM 9300-MOVE-FAILED
               NOT INVALID KEY
                   PERFORM 4860-DELETE-RETIRED-MASTER.
           PERFORM 9400-REGISTER-LINE.

       4860-DELETE-RETIRED-MASTER.
           MOVE 'S' TO AUD-MASTER-TYPE.
           MOVE 'D' TO AUD-ACTION.
           MOVE STUDENT-MAST TO AUD-BEFORE-IMAGE.
           DELETE STUDENT-FILE
               INVALID KEY
                   MOVE 'NOT DELETED' TO O-MRG-ACTION
                   MOVE 'DELETE OF RETIRED MASTER FAILED'
                       TO O-MRG-NOTE
                   PERFORM 9300-MOVE-FAILED
               NOT INVALID KEY
                   PERFORM 9200-WRITE-AUDIT
                   MOVE 'DELETED' TO O-MRG-ACTION.

       5000-CLOSING.
           PERFORM 5300-CONTROL-TOTALS.
           IF MERGE-VALID
               CLOSE AUDIT-FILE.
           IF STUD-FILE-OPEN
               CLOSE STUDENT-FILE.
           CLOSE MERGE-PRTOUT.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'COURSE ROWS MOVED' TO CTL-LABEL
           MOVE C-CRS-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'COURSE ATTEMPTS RENUMBERED' TO CTL-LABEL
           MOVE C-CRS-RENUM-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'SEATS NOW HELD TWICE - CHECK' TO CTL-LABEL
           MOVE C-CRS-SEAT-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSFER ROWS MOVED' TO CTL-LABEL
           MOVE C-XF-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STANDING ROWS MOVED' TO CTL-LABEL
           MOVE C-STND-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STANDING ROWS DROPPED' TO CTL-LABEL
           MOVE C-STND-DROP-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'SAP ROWS MOVED' TO CTL-LABEL
           MOVE C-SAP-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'SAP ROWS DROPPED' TO CTL-LABEL
           MOVE C-SAP-DROP-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CLEARINGHOUSE ROWS MOVED' TO CTL-LABEL
           MOVE C-NSC-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CLEARINGHOUSE ROWS DROPPED' TO CTL-LABEL
           MOVE C-NSC-DROP-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ARCHIVE ROWS READ' TO CTL-LABEL
           MOVE C-ARCH-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ARCHIVE ROWS MOVED' TO CTL-LABEL
           MOVE C-ARCH-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'WAITLIST ENTRIES MOVED' TO CTL-LABEL
           MOVE C-WL-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'WAITLIST ENTRIES DROPPED' TO CTL-LABEL
           MOVE C-WL-DROP-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BILLING POSITIONS MOVED' TO CTL-LABEL
           MOVE C-BP-MOVED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BILLING POSITIONS COMBINED' TO CTL-LABEL
           MOVE C-BP-COMB-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'AUDIT ROWS WRITTEN' TO CTL-LABEL
           MOVE C-AUDIT-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'ROWS NOT MOVED' TO CTL-LABEL
           MOVE C-ERR-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           IF MERGE-VALID
               WRITE PRTLINE FROM GPA-NOTE-LINE
                   AFTER ADVANCING 3 LINES.

      *----------------------------------------------------------------*
      *  NAME AS "LNAME, FNAME I" FROM THE RECORD JUST READ, INTO      *
      *  C-SURVIVOR-NAME (THE RETIRED READ COPIES IT ACROSS).          *
      *----------------------------------------------------------------*
       9100-FORMAT-NAME.
           MOVE SPACES TO C-SURVIVOR-NAME.
           STRING STUDNET-LNAME DELIMITED BY SPACES
                  ', ' STUDENT-FNAME DELIMITED BY SPACES
                  ' ' DELIMITED BY SIZE
                  STUDENT-INIT DELIMITED BY SIZE
                       INTO C-SURVIVOR-NAME.

       9200-WRITE-AUDIT.
           MOVE ZERO TO AUD-BATCH-NUMBER.
           IF AUD-COURSE-MASTER
               MOVE C-MOVE-COURSE-ID TO MTD-COURSE-ID
           ELSE
               MOVE SPACES TO MTD-COURSE-ID.
           MOVE MERGE-TRAN-DATA TO AUD-TRAN-DATA.
           WRITE AUDIT-REC.
           ADD 1 TO C-AUDIT-CTR.

       9300-MOVE-FAILED.
           ADD 1 TO C-ERR-CTR.
           MOVE 8 TO RETURN-CODE.

       9310-SET-WARNING.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

      *----------------------------------------------------------------*
      *  A DUPLICATE KEY MEANS THE SURVIVOR ALREADY HAS A ROW FOR THE  *
      *  TERM - THE RETIRED ROW IS DROPPED.  ANY OTHER WRITE FAILURE   *
      *  LEAVES THE RETIRED ROW WHERE IT IS.                           *
      *----------------------------------------------------------------*
       9350-REKEY-NOT-WRITTEN.
           IF C-WRITE-STATUS = '22'
               MOVE 'Y' TO C-ROW-DROPPED
               MOVE 'DROPPED' TO O-MRG-ACTION
               MOVE 'SURVIVOR ALREADY HAS A ROW FOR TERM'
                   TO O-MRG-NOTE
           ELSE
               MOVE 'N' TO C-DELETE-OLD
               MOVE 'NOT MOVED' TO O-MRG-ACTION
               MOVE 'WRITE UNDER SURVIVOR FAILED' TO O-MRG-NOTE
               PERFORM 9300-MOVE-FAILED.

       9360-OLD-ROW-NOT-DELETED.
           MOVE 'COPIED - OLD ROW KEPT' TO O-MRG-ACTION.
           MOVE 'DELETE UNDER RETIRED ID FAILED' TO O-MRG-NOTE.
           PERFORM 9300-MOVE-FAILED.

       9400-REGISTER-LINE.
           WRITE PRTLINE FROM MERGE-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.
           MOVE SPACES TO O-MRG-FILE O-MRG-ITEM O-MRG-ACTION
               O-MRG-NOTE.

       9500-TERM-SEQUENCE.
           EVALUATE C-SEQ-TERM
               WHEN 'WI'
                   MOVE 1 TO C-SEQ-OUT
               WHEN 'SP'
                   MOVE 2 TO C-SEQ-OUT
               WHEN 'SU'
                   MOVE 3 TO C-SEQ-OUT
               WHEN 'FA'
                   MOVE 4 TO C-SEQ-OUT
               WHEN OTHER
                   MOVE ZERO TO C-SEQ-OUT.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MERGE-ID-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM MERGE-COL-HDG
               AFTER ADVANCING 2 LINES.
