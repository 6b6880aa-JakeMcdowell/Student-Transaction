       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM33.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *                           MCDOWELL                              *
      *                                                                 *
      *          FERPA DISCLOSURE LOG REPORT.  LISTS THE STCRDISC.DAT  *
      *          ROWS CBLJRM06 WRITES FOR EVERY TRANSCRIPT PRODUCED -  *
      *          DATE, STUDENT, REQUESTER, PURPOSE, AND THE RELEASE    *
      *          AUTHORIZATION WHERE THE STUDENT WAS UNDER A PRIVACY   *
      *          BLOCK - WITH COUNTS BY PURPOSE FOR THE ANNUAL         *
      *          RECORDS AUDIT.  THE COMMAND-LINE PARAMETER SELECTS    *
      *          THE PERIOD:                                           *
      *              2026               CALENDAR YEAR 2026             *
      *              2026070120270630   FROM/TO DATES (YYYYMMDD)       *
      *              (BLANK)            EVERY ROW ON THE LOG           *
      *          A DISCLOSURE TO A CONFIDENTIAL STUDENT'S RECORD WITH  *
      *          NO RELEASE AUTHORIZATION IS FLAGGED AND COUNTED.      *
      *          NOTHING ON FILE IS CHANGED.                           *
      *                                                                 *
      *******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DISCLOSURE-FILE
               ASSIGN TO "C:\COBOL LL\STCRDISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISC-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "C:\COBOL LL\STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDNET-LNAME
                   WITH DUPLICATES
               FILE STATUS IS RESPONSE-CODE.

           SELECT DISCLOSURE-PRTOUT
               ASSIGN TO "C:\COBOL\STCRDISC.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DISCLOSURE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DISCLOSURE-REC.
       COPY 'CBLDISC.CPY'.

       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

       FD  DISCLOSURE-PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05      C-PCTR           PIC 99       VALUE ZERO.
           05  MORE-RECS            PIC XXX      VALUE ZERO.
           05  C-LOG-READ-CTR       PIC 9(06)    VALUE ZERO.
           05  C-SELECTED-CTR       PIC 9(06)    VALUE ZERO.
           05  C-CONF-CTR           PIC 9(06)    VALUE ZERO.
           05  C-NO-AUTH-CTR        PIC 9(06)    VALUE ZERO.
           05  C-NOSTUD-CTR         PIC 9(06)    VALUE ZERO.

      *----------------------------------------------------------------*
      *  DISCLOSURES IN THE PERIOD BY PURPOSE CODE, IN THE ORDER THE   *
      *  CODES ARE LISTED ON CBLDISC.CPY.                              *
      *----------------------------------------------------------------*
       01  PURPOSE-COUNT-AREA.
           05  C-PURP-ST-CTR        PIC 9(06)    VALUE ZERO.
           05  C-PURP-SO-CTR        PIC 9(06)    VALUE ZERO.
           05  C-PURP-TI-CTR        PIC 9(06)    VALUE ZERO.
           05  C-PURP-FA-CTR        PIC 9(06)    VALUE ZERO.
           05  C-PURP-AC-CTR        PIC 9(06)    VALUE ZERO.
           05  C-PURP-LG-CTR        PIC 9(06)    VALUE ZERO.
           05  C-PURP-OT-CTR        PIC 9(06)    VALUE ZERO.

       01  C-PARM-RAW              PIC X(16)     VALUE SPACES.
       01  C-FROM-DATE             PIC 9(08)     VALUE ZERO.
       01  C-TO-DATE               PIC 9(08)     VALUE 99999999.
       01  C-PERIOD-VALID          PIC X         VALUE 'Y'.
           88  PERIOD-VALID                       VALUE 'Y'.

       01  C-DSC-DATE-OUT          PIC 9(08)     VALUE ZERO.
       01  C-DSC-DATE-OUT-R REDEFINES C-DSC-DATE-OUT.
           05  C-DSC-OUT-YEAR      PIC 9(04).
           05  C-DSC-OUT-MONTH     PIC 9(02).
           05  C-DSC-OUT-DAY       PIC 9(02).

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.

       01 RESPONSE-CODE             PIC XX.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01  DISC-STATUS             PIC XX.
       01  C-DISC-ACTIVE           PIC X         VALUE 'N'.
           88  DISC-FILE-ACTIVE                   VALUE 'Y'.

       01 TITLE-LINE.
           05      FILLER          PIC X(6)      VALUE "DATE: ".
           05      O-MONTH         PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-DAY           PIC 99.
           05      FILLER          PIC X         VALUE '/'.
           05      O-YEAR          PIC 9(4).
           05      FILLER          PIC X(15)     VALUE SPACES.
           05      FILLER          PIC X(27)
                               VALUE "FERPA DISCLOSURE LOG REPORT".
           05      FILLER          PIC X(8)      VALUE SPACES.
           05      FILLER          PIC X(8)      VALUE "PERIOD: ".
           05      O-PERIOD        PIC X(23).
           05      FILLER          PIC X(27)     VALUE SPACES.
           05      FILLER          PIC X(6)      VALUE "PAGE:".
           05      O-PCTR          PIC Z9.

       01 DISCLOSURE-COL-HDG.
           05 FILLER             PIC X(4)      VALUES "DATE".
           05 FILLER             PIC X(8)      VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "STUDENT".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(12)     VALUES "STUDENT NAME".
           05 FILLER             PIC X(20)     VALUES SPACES.
           05 FILLER             PIC X(9)      VALUES "REQUESTER".
           05 FILLER             PIC X(23)     VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "PURPOSE".
           05 FILLER             PIC X(19)     VALUES SPACES.
           05 FILLER             PIC X(7)      VALUES "RELEASE".
           05 FILLER             PIC X(3)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "CONF".
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 FILLER             PIC X(4)      VALUES "TYPE".

       01 DISCLOSURE-DETAIL-LINE.
           05 O-DL-DATE          PIC X(10).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-STUD-ID       PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-NAME          PIC X(30).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-REQUESTER     PIC X(30).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-PURPOSE       PIC X(24).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-RELEASE       PIC X(8).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-CONF          PIC X(4).
           05 FILLER             PIC X(2)      VALUES SPACES.
           05 O-DL-TYPE          PIC X(4).

       01 NO-DISCLOSURE-LINE.
           05 FILLER             PIC X(36)     VALUES
                         "NO DISCLOSURES LOGGED IN THE PERIOD".
           05 FILLER             PIC X(96)     VALUES SPACES.

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

           ACCEPT C-PARM-RAW FROM COMMAND-LINE.
           PERFORM 1100-SET-PERIOD.
           OPEN OUTPUT DISCLOSURE-PRTOUT.
           MOVE "NO " TO MORE-RECS.
           IF NOT PERIOD-VALID
               DISPLAY 'DISCLOSURE REPORT - PARAMETER MUST BE YYYY OR '
                   'YYYYMMDDYYYYMMDD - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO O-PERIOD
               PERFORM 9600-HDG
           ELSE
               PERFORM 9600-HDG
               OPEN INPUT STUDENT-FILE
               OPEN INPUT DISCLOSURE-FILE
               IF DISC-STATUS NOT = '00'
                   DISPLAY 'DISCLOSURE REPORT - NO DISCLOSURE LOG - '
                       'STATUS ' DISC-STATUS
               ELSE
                   MOVE 'Y' TO C-DISC-ACTIVE
                   MOVE "YES" TO MORE-RECS
                   PERFORM 9100-LOG-READ.

      *----------------------------------------------------------------*
      *  A FOUR-DIGIT YEAR COVERS JANUARY 1 THROUGH DECEMBER 31; A     *
      *  SIXTEEN-DIGIT PARAMETER IS AN EXPLICIT FROM/TO DATE PAIR.     *
      *----------------------------------------------------------------*
       1100-SET-PERIOD.
           IF C-PARM-RAW = SPACES
               MOVE 'ALL ROWS ON THE LOG' TO O-PERIOD
           ELSE
               IF C-PARM-RAW(5:12) = SPACES
                   AND C-PARM-RAW(1:4) IS NUMERIC
                       MOVE C-PARM-RAW(1:4) TO C-FROM-DATE(1:4)
                       MOVE '0101' TO C-FROM-DATE(5:4)
                       MOVE C-PARM-RAW(1:4) TO C-TO-DATE(1:4)
                       MOVE '1231' TO C-TO-DATE(5:4)
                       MOVE C-PARM-RAW(1:4) TO O-PERIOD
               ELSE
                   IF C-PARM-RAW IS NUMERIC
                       MOVE C-PARM-RAW(1:8) TO C-FROM-DATE
                       MOVE C-PARM-RAW(9:8) TO C-TO-DATE
                       STRING C-PARM-RAW(1:8) ' THRU ' C-PARM-RAW(9:8)
                           DELIMITED BY SIZE INTO O-PERIOD
                       IF C-FROM-DATE > C-TO-DATE
                           MOVE 'N' TO C-PERIOD-VALID
                       END-IF
                   ELSE
                       MOVE 'N' TO C-PERIOD-VALID.

       2000-MAINLINE.
           ADD 1 TO C-LOG-READ-CTR.
           IF DSC-DATE NOT < C-FROM-DATE
               AND DSC-DATE NOT > C-TO-DATE
                   PERFORM 2100-COUNT-DISCLOSURE
                   PERFORM 4200-OUTPUT.
           PERFORM 9100-LOG-READ.

       2100-COUNT-DISCLOSURE.
           ADD 1 TO C-SELECTED-CTR.
           EVALUATE TRUE
               WHEN DSC-STUDENT-REQUEST
                   ADD 1 TO C-PURP-ST-CTR
               WHEN DSC-SCHOOL-OFFICIAL
                   ADD 1 TO C-PURP-SO-CTR
               WHEN DSC-TRANSFER-INST
                   ADD 1 TO C-PURP-TI-CTR
               WHEN DSC-FINANCIAL-AID
                   ADD 1 TO C-PURP-FA-CTR
               WHEN DSC-ACCREDITATION
                   ADD 1 TO C-PURP-AC-CTR
               WHEN DSC-LEGAL-ORDER
                   ADD 1 TO C-PURP-LG-CTR
               WHEN OTHER
                   ADD 1 TO C-PURP-OT-CTR.
           IF DSC-CONFIDENTIAL = 'Y'
               ADD 1 TO C-CONF-CTR
               IF DSC-RELEASE-AUTH = SPACES
                   ADD 1 TO C-NO-AUTH-CTR.

      *----------------------------------------------------------------*
      *  THE NAME COMES FROM THE CURRENT MASTER.  A STUDENT SINCE      *
      *  DELETED OR MERGED AWAY STILL LISTS UNDER THE ID LOGGED.       *
      *----------------------------------------------------------------*
       4200-OUTPUT.
           MOVE DSC-DATE TO C-DSC-DATE-OUT.
           MOVE SPACES TO O-DL-DATE.
           STRING C-DSC-OUT-MONTH '/' C-DSC-OUT-DAY '/' C-DSC-OUT-YEAR
               DELIMITED BY SIZE INTO O-DL-DATE.
           MOVE SPACES TO O-DL-STUD-ID.
           STRING DSC-STUDENT-ID (1:2) '-' DSC-STUDENT-ID (3:2) '-'
               DSC-STUDENT-ID (5:2) DELIMITED BY SIZE
                   INTO O-DL-STUD-ID.
           MOVE SPACES TO O-DL-NAME.
           MOVE DSC-STUDENT-ID TO STUDENT-ID.
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO C-NOSTUD-CTR
                   MOVE '*** NOT ON STUDENT MASTER ***' TO O-DL-NAME
               NOT INVALID KEY
                   STRING STUDNET-LNAME DELIMITED BY SPACES
                          ', ' STUDENT-FNAME DELIMITED BY SPACES
                          ' ' DELIMITED BY SIZE
                          STUDENT-INIT DELIMITED BY SIZE
                               INTO O-DL-NAME.
           MOVE DSC-REQUESTER TO O-DL-REQUESTER.
           EVALUATE TRUE
               WHEN DSC-STUDENT-REQUEST
                   MOVE 'STUDENT / CONSENT' TO O-DL-PURPOSE
               WHEN DSC-SCHOOL-OFFICIAL
                   MOVE 'SCHOOL OFFICIAL' TO O-DL-PURPOSE
               WHEN DSC-TRANSFER-INST
                   MOVE 'TRANSFER INSTITUTION' TO O-DL-PURPOSE
               WHEN DSC-FINANCIAL-AID
                   MOVE 'FINANCIAL AID' TO O-DL-PURPOSE
               WHEN DSC-ACCREDITATION
                   MOVE 'ACCREDITATION / AUDIT' TO O-DL-PURPOSE
               WHEN DSC-LEGAL-ORDER
                   MOVE 'SUBPOENA / COURT ORDER' TO O-DL-PURPOSE
               WHEN OTHER
                   MOVE 'OTHER' TO O-DL-PURPOSE.
           MOVE DSC-RELEASE-AUTH TO O-DL-RELEASE.
           MOVE SPACES TO O-DL-CONF.
           IF DSC-CONFIDENTIAL = 'Y'
               IF DSC-RELEASE-AUTH = SPACES
                   MOVE 'NONE' TO O-DL-RELEASE
                   MOVE 'YES*' TO O-DL-CONF
               ELSE
                   MOVE 'YES' TO O-DL-CONF.
           IF DSC-FULL-TRANSCRIPT
               MOVE 'FULL' TO O-DL-TYPE
           ELSE
               MOVE 'LIVE' TO O-DL-TYPE.
           WRITE PRTLINE FROM DISCLOSURE-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9600-HDG.

       5000-CLOSING.
           IF C-SELECTED-CTR = ZERO
               WRITE PRTLINE FROM NO-DISCLOSURE-LINE
                   AFTER ADVANCING 3 LINES.
           PERFORM 5300-CONTROL-TOTALS.
           IF PERIOD-VALID
               CLOSE STUDENT-FILE.
           IF DISC-FILE-ACTIVE
               CLOSE DISCLOSURE-FILE.
           CLOSE DISCLOSURE-PRTOUT.

       5300-CONTROL-TOTALS.
           WRITE PRTLINE FROM CONTROL-RPT-HDG
               AFTER ADVANCING PAGE.

           MOVE 'LOG ROWS READ' TO CTL-LABEL
           MOVE C-LOG-READ-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'DISCLOSURES IN PERIOD' TO CTL-LABEL
           MOVE C-SELECTED-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE '  STUDENT / CONSENT' TO CTL-LABEL
           MOVE C-PURP-ST-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE '  SCHOOL OFFICIAL' TO CTL-LABEL
           MOVE C-PURP-SO-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  TRANSFER INSTITUTION' TO CTL-LABEL
           MOVE C-PURP-TI-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  FINANCIAL AID' TO CTL-LABEL
           MOVE C-PURP-FA-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  ACCREDITATION / AUDIT' TO CTL-LABEL
           MOVE C-PURP-AC-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  SUBPOENA / COURT ORDER' TO CTL-LABEL
           MOVE C-PURP-LG-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE '  OTHER' TO CTL-LABEL
           MOVE C-PURP-OT-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE 'CONFIDENTIAL STUDENT DISCLOSURES' TO CTL-LABEL
           MOVE C-CONF-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CONFIDENTIAL WITH NO RELEASE (*)' TO CTL-LABEL
           MOVE C-NO-AUTH-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STUDENTS NOT ON MASTER' TO CTL-LABEL
           MOVE C-NOSTUD-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

       9100-LOG-READ.
           READ DISCLOSURE-FILE
               AT END
                   MOVE "NO " TO MORE-RECS.

       9600-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DISCLOSURE-COL-HDG
               AFTER ADVANCING 2 LINES.
