      ******************************************************************
      *    CBLGRCA.CPY                                                *
      *    GRADE-CHANGE AUTHORIZATION RECORD  -  GRCHAUTH.DAT         *
      *    ONE ROW PER REGISTRAR-APPROVED CHANGE TO A CLOSED TERM,    *
      *    KEYED BY THE AUTHORIZATION REFERENCE THE REGISTRAR ISSUES. *
      *    THE ROW NAMES THE ONE STUDENT AND COURSE IT COVERS AND     *
      *    WHO APPROVED IT.  CBLJRM05 ACCEPTS A GRADE, CHANGE, OR     *
      *    DELETE AGAINST A CLOSED-TERM ROW ONLY WHEN THE             *
      *    TRANSACTION CARRIES AN UNUSED REFERENCE FOR THAT STUDENT   *
      *    AND COURSE, AND MARKS THE REFERENCE USED WHEN IT POSTS, SO *
      *    ONE APPROVAL COVERS ONE CHANGE.  MAINTAINED BY CBLJRM28.   *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN GRCHAUTH.DAT  *
      ******************************************************************
       01  GRADE-CHG-AUTH.
           05  GCA-REFERENCE               PIC X(08).
           05  GCA-STUDENT-ID              PIC X(06).
           05  GCA-COURSE-ID               PIC X(08).
           05  GCA-AUTHORIZED-BY           PIC X(20).
           05  GCA-AUTH-DATE               PIC 9(08).
           05  GCA-STATUS                  PIC X(01).
               88  GCA-OPEN                        VALUE SPACE.
               88  GCA-USED                        VALUE 'U'.
           05  GCA-USED-DATE               PIC 9(08).
           05  GCA-USED-BATCH              PIC 9(06).
           05  FILLER                      PIC X(07).
