      ******************************************************************
      *    CBLPREQ.CPY                                                *
      *    COURSE PREREQUISITE MASTER RECORD LAYOUT  -  CRSEPREQ.DAT  *
      *    ONE ROW PER CATALOG COURSE THAT HAS PREREQUISITES, KEYED   *
      *    BY THE SAME COURSE ID AS CRSECATL.DAT.  EACH ENTRY NAMES   *
      *    A REQUIRED PRIOR COURSE AND THE MINIMUM GRADE THE STUDENT  *
      *    MUST HAVE EARNED IN IT.  ENTRIES ARE PACKED FROM THE       *
      *    FRONT; PRQ-COUNT SAYS HOW MANY ARE IN USE.  A COURSE WITH  *
      *    NO ROW HAS NO PREREQUISITES.  MAINTAINED BY CBLJRM24.      *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN CRSEPREQ.DAT  *
      ******************************************************************
       01  PREREQ-MAST.
           05  PRQ-COURSE-ID.
               10  PRQ-COURSE-ID-1         PIC X(04).
               10  PRQ-COURSE-ID-2         PIC X(03).
               10  PRQ-COURSE-ID-3         PIC X(01).
           05  PRQ-COUNT                   PIC 9(01).
           05  PRQ-ENTRY OCCURS 5 TIMES.
               10  PRQ-REQ-COURSE-ID       PIC X(08).
               10  PRQ-MIN-GRADE           PIC 9V99.
