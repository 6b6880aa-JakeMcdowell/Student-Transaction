      ******************************************************************
      *    CBLDEGR.CPY                                                *
      *    DEGREE REQUIREMENTS RECORD LAYOUT  -  DEGREQ.DAT           *
      *    KEYED BY PROGRAM CODE PLUS COURSE ID.  THE ROW WITH A      *
      *    BLANK COURSE ID IS THE PROGRAM HEADER (PROGRAM NAME,       *
      *    TOTAL CREDITS, ELECTIVE CREDIT MINIMUM, AND MINIMUM        *
      *    CUMULATIVE GPA FOR THE DEGREE).  EVERY OTHER ROW NAMES     *
      *    ONE REQUIRED CATALOG COURSE OF THE PROGRAM, SO THE         *
      *    HEADER SORTS FIRST AND THE COURSES FOLLOW IT IN ORDER.     *
      *    MAINTAINED BY CBLJRM25.                                    *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN DEGREQ.DAT    *
      ******************************************************************
       01  DEGREE-MAST.
           05  DEG-KEY.
               10  DEG-PROGRAM-CODE        PIC X(04).
               10  DEG-COURSE-ID           PIC X(08).
                   88  DEG-HEADER-ROW              VALUE SPACES.
           05  DEG-DATA                    PIC X(44).
           05  DEG-HEADER-VIEW REDEFINES DEG-DATA.
               10  DEG-PROGRAM-NAME        PIC X(30).
               10  DEG-TOTAL-CREDITS       PIC 9(03).
               10  DEG-ELECTIVE-CREDITS    PIC 9(03).
               10  DEG-MIN-GPA             PIC 9V99.
               10  FILLER                  PIC X(05).
           05  DEG-COURSE-VIEW REDEFINES DEG-DATA.
               10  DEG-REQ-ADDED-DATE      PIC 9(08).
               10  FILLER                  PIC X(36).
