
       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

