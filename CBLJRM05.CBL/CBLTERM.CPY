      ******************************************************************
      *    CBLTERM.CPY                                                *
      *    TERM CALENDAR RECORD LAYOUT  -  STCRTERM.DAT               *
      *    ONE ROW PER TERM/YEAR THAT HAS BEEN THROUGH THE CBLJRM27   *
      *    TERM-CLOSE RUN, KEYED BY TERM CODE AND YEAR IN THE SAME    *
      *    TTYYYY ORDER THE PROGRAMS TAKE ON THE COMMAND LINE.  A     *
      *    TERM WITH NO ROW, OR WITH A ROW NOT MARKED CLOSED, IS      *
      *    STILL OPEN FOR POSTING.  ONCE CLOSED, CBLJRM05 POSTS A     *
      *    GRADE, CHANGE, OR DELETE AGAINST THAT TERM'S ROWS ONLY     *
      *    UNDER AN AUTHORIZED GRADE-CHANGE REFERENCE (GRCHAUTH.DAT). *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN STCRTERM.DAT  *
      ******************************************************************
       01  TERM-CAL-REC.
           05  TRM-KEY.
               10  TRM-TERM                PIC X(02).
               10  TRM-YEAR                PIC 9(04).
           05  TRM-STATUS                  PIC X(01).
               88  TRM-OPEN                        VALUES 'O' SPACE.
               88  TRM-CLOSED                      VALUE 'C'.
      *        DATE OF THE FIRST CLOSE.  A RE-RUN OF THE CLOSE FOR A
      *        TERM ALREADY CLOSED LEAVES THIS DATE ALONE.
           05  TRM-CLOSE-DATE              PIC 9(08).
      *        COUNTS FROM THE MOST RECENT CLOSE RUN FOR THE TERM.
           05  TRM-MISSING-GRADES          PIC 9(05).
           05  TRM-WAIT-CLEARED            PIC 9(05).
           05  TRM-LAST-RUN-DATE           PIC 9(08).
           05  FILLER                      PIC X(07).
