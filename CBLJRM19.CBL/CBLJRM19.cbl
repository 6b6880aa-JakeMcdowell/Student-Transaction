      *          HOUSE.  THE TERM/YEAR COMES FROM THE COMMAND LINE      *
      *          (TTYYYY, E.G. FA2026); WITH NO PARAMETER THE           *
      *          CURRENT TERM/YEAR ON THE STCRCTRL.DAT RUN HEADER      *
      *          IS USED.  A STUDENT UNDER A FERPA PRIVACY BLOCK STILL  *
      *          GETS THE PRINTED REPORT BUT IS LEFT OFF THE EXTRACT,   *
      *          WHICH LEAVES THE INSTITUTION.                          *
      *                                                                 *
      *******************************************************************


       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

           05  C-REPORT-CTR         PIC 9(06)    VALUE ZERO.
           05  C-NOSTUD-CTR         PIC 9(06)    VALUE ZERO.
           05  C-ROW-OVERFLOW-CTR   PIC 9(06)    VALUE ZERO.
           05  C-PRIVACY-CTR        PIC 9(06)    VALUE ZERO.
           05  C-TERM-CREDITS       PIC 999      VALUE ZERO.
           05  C-TERM-QUAL-PTS      PIC 9999V99  VALUE ZERO.
           05  C-TERM-GPA           PIC 9V99     VALUE ZERO.
               PERFORM 4200-PRINT-TERM-ROW
                   UNTIL C-SUB = C-ROW-COUNT
               PERFORM 4300-PRINT-TOTALS
               IF STUDENT-CONFIDENTIAL
                   ADD 1 TO C-PRIVACY-CTR
               ELSE
                   PERFORM 4400-WRITE-EXTRACT.

       4100-TERM-CALCS.
           MOVE ZERO TO C-TERM-CREDITS.
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CONFIDENTIAL - LEFT OFF EXTRACT' TO CTL-LABEL
           MOVE C-PRIVACY-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'TERM ROWS PAST TABLE LIMIT' TO CTL-LABEL
           MOVE C-ROW-OVERFLOW-CTR TO CTL-VALUE
           WRITE PRTLINE FROM CONTROL-RPT-LINE
