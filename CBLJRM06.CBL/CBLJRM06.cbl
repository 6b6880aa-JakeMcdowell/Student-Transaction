      *          'FULL' AFTER THE STUDENT ID (E.G. 123456FULL) THE      *
      *          STCRARCH.DAT ARCHIVE WRITTEN BY CBLJRM14 IS ALSO       *
      *          READ SO THE FULL HISTORICAL TRANSCRIPT PRINTS.         *
      *          EVERY TRANSCRIPT IS A DISCLOSURE, SO THE PARAMETER     *
      *          ALSO NAMES WHO ASKED FOR IT AND WHY, AND EACH ONE      *
      *          PRODUCED ADDS A ROW TO THE STCRDISC.DAT DISCLOSURE     *
      *          LOG.  POSITIONS ON THE PARAMETER:                      *
      *              1-6    STUDENT ID                                  *
      *              7-10   'FULL' OR BLANK                             *
      *              11-18  RELEASE AUTHORIZATION REFERENCE             *
      *              19-20  PURPOSE CODE (SEE CBLDISC.CPY)              *
      *              21-50  REQUESTER                                   *
      *          A STUDENT UNDER A FERPA PRIVACY BLOCK GETS NO          *
      *          TRANSCRIPT WITHOUT A RELEASE AUTHORIZATION.            *
      *                                                                 *
      *******************************************************************

               RECORD KEY IS XF-KEY
               FILE STATUS IS XFER-STATUS.

           SELECT DISCLOSURE-FILE
               ASSIGN TO "C:\COBOL LL\STCRDISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

           DATA RECORD IS TRANSFER-REC.
       COPY 'CBLXFER.CPY'.

       FD  DISCLOSURE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DISCLOSURE-REC.
       COPY 'CBLDISC.CPY'.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           88  VAL-CODE             VALUE '00'.
           88  NFND-CODE            VALUE '23'.

       01 WS-PARM-RAW               PIC X(50)   VALUE SPACES.
       01 WS-PARM-STUDENT-ID        PIC X(06).

       01 C-RELEASE-AUTH            PIC X(08)   VALUE SPACES.
       01 C-PURPOSE-CODE            PIC X(02)   VALUE SPACES.
           88  PURPOSE-CODE-VALID      VALUE 'ST' 'SO' 'TI' 'FA'
                                             'AC' 'LG' 'OT'.
       01 C-REQUESTER               PIC X(30)   VALUE SPACES.

       01 C-REQUEST-VALID           PIC X       VALUE 'N'.
           88  REQUEST-VALID                    VALUE 'Y'.

       01 DISC-STATUS               PIC XX.

       01 WS-FULL-TRANSCRIPT        PIC X       VALUE 'N'.
           88  FULL-TRANSCRIPT                  VALUE 'Y'.

           MOVE WS-PARM-RAW(1:6) TO WS-PARM-STUDENT-ID.
           IF WS-PARM-RAW(7:4) = 'FULL'
               MOVE 'Y' TO WS-FULL-TRANSCRIPT.
           MOVE WS-PARM-RAW(11:8) TO C-RELEASE-AUTH.
           MOVE WS-PARM-RAW(19:2) TO C-PURPOSE-CODE.
           MOVE WS-PARM-RAW(21:30) TO C-REQUESTER.

           OPEN INPUT STUDENT-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT TRANSCRIPT-PRTOUT.

           PERFORM 1050-VALIDATE-REQUEST.
           IF NOT REQUEST-VALID
               MOVE 8 TO RETURN-CODE
               MOVE "NO" TO COURSE-MORE-RECS
           ELSE
               MOVE WS-PARM-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT NOT FOUND: '
                           WS-PARM-STUDENT-ID
                       MOVE "NO" TO COURSE-MORE-RECS
                   NOT INVALID KEY
                       PERFORM 1080-CHECK-RELEASE.

      *----------------------------------------------------------------*
      *  EVERY TRANSCRIPT IS LOGGED AS A DISCLOSURE, SO THE REQUESTER  *
      *  AND A RECOGNIZED PURPOSE CODE ARE REQUIRED ON EVERY RUN.      *
      *----------------------------------------------------------------*
       1050-VALIDATE-REQUEST.
           MOVE 'Y' TO C-REQUEST-VALID.
           IF C-REQUESTER = SPACES
               MOVE 'N' TO C-REQUEST-VALID
               DISPLAY 'TRANSCRIPT - REQUESTER MISSING FROM '
                   'PARAMETER - RUN ABANDONED'
           ELSE
               IF NOT PURPOSE-CODE-VALID
                   MOVE 'N' TO C-REQUEST-VALID
                   DISPLAY 'TRANSCRIPT - PURPOSE CODE ' C-PURPOSE-CODE
                       ' NOT ST/SO/TI/FA/AC/LG/OT - RUN ABANDONED'.

      *----------------------------------------------------------------*
      *  A STUDENT UNDER A FERPA PRIVACY BLOCK GETS A TRANSCRIPT ONLY  *
      *  WITH A RELEASE AUTHORIZATION REFERENCE ON THE PARAMETER.      *
      *----------------------------------------------------------------*
       1080-CHECK-RELEASE.
           IF STUDENT-CONFIDENTIAL AND C-RELEASE-AUTH = SPACES
               DISPLAY 'TRANSCRIPT - STUDENT ' WS-PARM-STUDENT-ID
                   ' IS UNDER A FERPA PRIVACY BLOCK - RELEASE '
                   'AUTHORIZATION REQUIRED - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               MOVE "NO" TO COURSE-MORE-RECS
           ELSE
               MOVE 'Y' TO WS-HAVE-DATA
               PERFORM 1100-START-COURSE-SCAN.

       1100-START-COURSE-SCAN.
           PERFORM 9600-HDG.
               MOVE C-TOT-CRED-EARN TO O-TOT-CRED-EARN
               MOVE C-TOT-STU-GPAB TO O-CUM-GPA
               WRITE PRTLINE FROM TRANSCRIPT-SUBTOTAL-LINE
                   AFTER ADVANCING 3 LINES
               PERFORM 5100-LOG-DISCLOSURE.
           CLOSE STUDENT-FILE.
           CLOSE COURSE-FILE.
           CLOSE TRANSCRIPT-PRTOUT.

      *----------------------------------------------------------------*
      *  THE DISCLOSURE LOG ROW FOR THE TRANSCRIPT JUST PRINTED.  THE  *
      *  LOG IS APPENDED TO; A MISSING LOG IS STARTED.                 *
      *----------------------------------------------------------------*
       5100-LOG-DISCLOSURE.
           OPEN EXTEND DISCLOSURE-FILE.
           IF DISC-STATUS = '35'
               OPEN OUTPUT DISCLOSURE-FILE.
           MOVE SPACES TO DISCLOSURE-REC.
           MOVE WS-PARM-STUDENT-ID TO DSC-STUDENT-ID.
           MOVE I-DATE TO DSC-DATE.
           MOVE C-REQUESTER TO DSC-REQUESTER.
           MOVE C-PURPOSE-CODE TO DSC-PURPOSE-CODE.
           MOVE C-RELEASE-AUTH TO DSC-RELEASE-AUTH.
           IF STUDENT-CONFIDENTIAL
               MOVE 'Y' TO DSC-CONFIDENTIAL
           ELSE
               MOVE 'N' TO DSC-CONFIDENTIAL.
           IF FULL-TRANSCRIPT
               MOVE 'F' TO DSC-TRANSCRIPT-TYPE
           ELSE
               MOVE 'L' TO DSC-TRANSCRIPT-TYPE.
           WRITE DISCLOSURE-REC.
           IF DISC-STATUS NOT = '00'
               DISPLAY 'TRANSCRIPT - DISCLOSURE LOG WRITE FAILED - '
                   'STATUS ' DISC-STATUS
               MOVE 8 TO RETURN-CODE.
           CLOSE DISCLOSURE-FILE.

      *----------------------------------------------------------------*
      *  FULL HISTORICAL TRANSCRIPT.  THE CUMULATIVE ARCHIVE WRITTEN   *
      *  BY CBLJRM14 IS READ FRONT TO BACK AND THE STUDENT'S ROWS ARE  *
