      *          STUDENT'S FORMATTED ID, FULL NAME, AND TERM/YEAR      *
      *          LAST ATTENDED - SO THE FRONT OFFICE CAN TURN A        *
      *          CALLER'S NAME INTO THE STUDENT ID THE TRANSCRIPT      *
      *          RUN AND THE TRANSACTION KEYERS NEED.  A STUDENT       *
      *          UNDER A FERPA PRIVACY BLOCK LISTS AS CONFIDENTIAL -   *
      *          ONLY THE ID PRINTS, SO THE CALLER CAN BE REFERRED TO  *
      *          THE REGISTRAR WITHOUT ANY DETAIL BEING RELEASED.      *
      *                                                                 *
      *******************************************************************


       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.


       01  C-PARM-NAME             PIC X(20)     VALUE SPACES.

       01  C-CONFIDENTIAL-TEXT     PIC X(40)     VALUE
                               "CONFIDENTIAL - REFER TO REGISTRAR".

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
             '-' STUDENT-ID-3 DELIMITED BY SPACES
                   INTO O-LKP-STUD-ID.
           MOVE SPACES TO O-LKP-NAME.
           MOVE SPACES TO O-LKP-TERM-YEAR.
           IF STUDENT-CONFIDENTIAL
               MOVE C-CONFIDENTIAL-TEXT TO O-LKP-NAME
           ELSE
               STRING STUDNET-LNAME DELIMITED BY SPACES
                      ', ' STUDENT-FNAME DELIMITED BY SPACES
                      ' ' DELIMITED BY SIZE
                      STUDENT-INIT DELIMITED BY SIZE
                           INTO O-LKP-NAME
               STRING STUDENT-TERM-LAST-ATT DELIMITED BY SPACES
                 '/' STUDENT-YEAR-LAST-ATT DELIMITED BY SPACES
                          INTO O-LKP-TERM-YEAR.
           WRITE PRTLINE FROM LOOKUP-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
