      *                           MCDOWELL                              *
      *                                                                 *
      *          AUDIT TRAIL INQUIRY.  READS THE STCRAUDT.DAT FILE      *
      *          WRITTEN BY CBLJRM05 (AND APPENDED TO BY THE CBLJRM32   *
      *          ID MERGE, CAUSE TYPE 'M') AND PRINTS A FORMATTED       *
      *          CHANGE-HISTORY REPORT: FOR EACH AUDIT ROW THE BEFORE   *
      *          IMAGE OF THE MASTER RECORD IS SHOWN SIDE-BY-SIDE WITH  *
      *          THE TRANSACTION THAT CAUSED THE CHANGE.  A COMMAND-    *
      *          LINE PARAMETER SELECTS A SUBSET:                       *
      *              S123456    ROWS FOR STUDENT ID 123456              *
      *              CENGL101A  ROWS FOR COURSE ID ENGL101A             *
      *              MS / MC    ROWS BY MASTER TYPE (S OR C)            *

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS AUDIT-REC.

      *    FOR REWRITE AND DELETE ACTIONS THE IMAGE IS THE RECORD
           05  FILLER                   PIC X(01).
           05  AUD-BATCH-NUMBER         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  AUD-BEFORE-IMAGE         PIC X(73).
           05  FILLER                   PIC X(01).
           05  AUD-TRAN-DATA            PIC X(96).

      *  REDEFINED TWO WAYS - AS A STUDENT-MAST IMAGE AND AS A         *
      *  COURSE-MAST IMAGE - AND THE TRANSACTION AS A TRAN-REC.        *
      *----------------------------------------------------------------*
       01  W-BEFORE-IMAGE           PIC X(73).
       01  W-STUD-IMAGE REDEFINES W-BEFORE-IMAGE.
           05  WS-B-STUDENT-ID      PIC X(06).
           05  WS-B-LNAME           PIC X(20).
           05  WS-B-CUM-GPA         PIC X(03).
           05  WS-B-TOT-CREDITS     PIC X(03).
           05  WS-B-HOLD-FLAG       PIC X(01).
           05  WS-B-PROGRAM-CODE    PIC X(04).
           05  WS-B-GRAD-DATE       PIC X(08).
           05  WS-B-PRIVACY-FLAG    PIC X(01).
       01  W-CRSE-IMAGE REDEFINES W-BEFORE-IMAGE.
           05  WC-B-STUDENT-ID      PIC X(06).
           05  WC-B-COURSE-ID       PIC X(08).
           05  WC-B-TERM            PIC X(02).
           05  WC-B-YEAR            PIC X(04).
           05  WC-B-STATUS          PIC X(01).
           05  FILLER               PIC X(16).

       01  W-TRAN-DATA.
           05  WT-STUD-ID           PIC X(06).
           05 O-SB-TERM          PIC XX.
           05 FILLER             PIC X         VALUE '/'.
           05 O-SB-YEAR          PIC X(4).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "PROGRAM: ".
           05 O-SB-PROGRAM       PIC X(4).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(6)      VALUES "GRAD: ".
           05 O-SB-GRAD-DATE     PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "FERPA: ".
           05 O-SB-PRIVACY       PIC X(1).
           05 FILLER             PIC X(3)      VALUES SPACES.

       01 COURSE-BEFORE-LINE.
           05 FILLER             PIC X(7)      VALUES "COURSE".
                       INTO O-SB-NAME.
           MOVE WS-B-TERM TO O-SB-TERM.
           MOVE WS-B-YEAR TO O-SB-YEAR.
           MOVE WS-B-PROGRAM-CODE TO O-SB-PROGRAM.
           MOVE WS-B-GRAD-DATE TO O-SB-GRAD-DATE.
           MOVE WS-B-PRIVACY-FLAG TO O-SB-PRIVACY.
           WRITE PRTLINE FROM STUDENT-BEFORE-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                   MOVE 'WITHDRAW' TO O-CT-TYPE-DESC
               WHEN 'I'
                   MOVE 'INCOMPL' TO O-CT-TYPE-DESC
               WHEN 'M'
                   MOVE 'MERGE' TO O-CT-TYPE-DESC
               WHEN OTHER
                   MOVE WT-TYPE-CODE TO O-CT-TYPE-DESC.
           MOVE WT-COURSE-NAME TO O-CT-COURSE-NAME.
