
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS AUDIT-REC.

       01  AUDIT-REC.
           05  FILLER                   PIC X(01).
           05  AUD-BATCH-NUMBER         PIC 9(06).
           05  FILLER                   PIC X(01).
           05  AUD-BEFORE-IMAGE         PIC X(73).
           05  FILLER                   PIC X(01).
           05  AUD-TRAN-DATA            PIC X(96).

       FD  STUDENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS STUDENT-MAST.
       COPY 'CBLSTUD.CPY'.

           05  C-BKO-ENTRY OCCURS 2000 TIMES.
               10  C-BKO-MASTER    PIC X(01).
               10  C-BKO-ACTION    PIC X(01).
               10  C-BKO-IMAGE     PIC X(73).

       01  C-SUB                   PIC 9(04)     VALUE ZERO.

