      ******************************************************************
      *    CBLMEET.CPY                                                *
      *    CLASS MEETING SCHEDULE RECORD LAYOUT  -  CRSEMEET.DAT      *
      *    ONE ROW PER CATALOG COURSE PER TERM IT IS OFFERED, KEYED   *
      *    BY COURSE ID AND THE TERM/YEAR THE STCOURSE.DAT ROWS ARE   *
      *    STAMPED WITH.  HOLDS THE DAYS THE CLASS MEETS, ITS START   *
      *    AND END TIMES, AND THE ROOM.  CBLJRM05 REJECTS A           *
      *    REGISTRATION WHOSE MEETING TIME OVERLAPS A COURSE THE      *
      *    STUDENT IS ALREADY ENROLLED IN FOR THE TERM; A COURSE      *
      *    WITH NO ROW FOR THE TERM IS NOT TIME-CHECKED.  MAINTAINED  *
      *    BY CBLJRM34.                                               *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN CRSEMEET.DAT  *
      ******************************************************************
       01  MEETING-MAST.
           05  MTG-KEY.
               10  MTG-COURSE-ID.
                   15  MTG-COURSE-ID-1     PIC X(04).
                   15  MTG-COURSE-ID-2     PIC X(03).
                   15  MTG-COURSE-ID-3     PIC X(01).
               10  MTG-TERM                PIC X(02).
               10  MTG-YEAR                PIC 9(04).
      *        ONE POSITION PER WEEKDAY IN THE ORDER M T W R F S U -
      *        THE DAY LETTER WHEN THE CLASS MEETS THAT DAY, ELSE
      *        SPACE.  E.G. 'M W F  ' OR ' T R   '.
           05  MTG-DAYS                    PIC X(07).
           05  MTG-DAYS-R REDEFINES MTG-DAYS.
               10  MTG-DAY-FLAG            PIC X(01)
                                           OCCURS 7 TIMES.
      *        24-HOUR CLOCK, HHMM.  THE END TIME IS AFTER THE START.
           05  MTG-START-TIME              PIC 9(04).
           05  MTG-END-TIME                PIC 9(04).
           05  MTG-ROOM                    PIC X(08).
           05  FILLER                      PIC X(13).
