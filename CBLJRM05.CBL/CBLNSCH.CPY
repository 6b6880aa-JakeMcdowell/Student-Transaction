      ******************************************************************
      *    CBLNSCH.CPY                                                *
      *    CLEARINGHOUSE REPORTED-STATUS RECORD  -  STCRNSCH.DAT      *
      *    ONE ROW PER STUDENT PER TERM/YEAR HOLDING THE ENROLLMENT   *
      *    STATUS LAST SENT TO THE NATIONAL STUDENT CLEARINGHOUSE ON  *
      *    THE CBLJRM29 SUBMISSION FILE.  EACH RUN COMPARES THE       *
      *    STATUS IT DERIVES AGAINST THIS ROW AND SENDS ONLY THE      *
      *    STUDENTS WHOSE STATUS IS NEW OR HAS CHANGED.               *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN STCRNSCH.DAT  *
      ******************************************************************
       01  NSC-STATUS-REC.
           05  NSC-KEY.
               10  NSC-STUDENT-ID          PIC X(06).
               10  NSC-TERM                PIC X(02).
               10  NSC-YEAR                PIC 9(04).
           05  NSC-STATUS                  PIC X(01).
               88  NSC-FULL-TIME                   VALUE 'F'.
               88  NSC-THREE-QUARTER               VALUE 'Q'.
               88  NSC-HALF-TIME                   VALUE 'H'.
               88  NSC-LESS-THAN-HALF              VALUE 'L'.
               88  NSC-WITHDRAWN                   VALUE 'W'.
               88  NSC-GRADUATED                   VALUE 'G'.
           05  NSC-EFFECTIVE-DATE          PIC 9(08).
           05  NSC-CREDIT-HOURS            PIC 9(03).
           05  NSC-SUBMIT-DATE             PIC 9(08).
           05  FILLER                      PIC X(08).
