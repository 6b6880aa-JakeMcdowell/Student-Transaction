      ******************************************************************
      *    CBLSAPH.CPY                                                *
      *    SATISFACTORY ACADEMIC PROGRESS HISTORY  -  STCRSAPH.DAT    *
      *    ONE ROW PER STUDENT PER TERM, WRITTEN BY THE CBLJRM30 SAP  *
      *    RUN FOR FINANCIAL AID.  KEYED LIKE STCRSTND.DAT - THE TERM *
      *    SEQUENCE DIGIT (WI=1 SP=2 SU=3 FA=4) KEEPS A STUDENT'S     *
      *    ROWS IN CHRONOLOGICAL ORDER.  THE PRIOR TERM'S STATUS      *
      *    DECIDES WHETHER A FAILED MEASURE IS A WARNING OR MAKES     *
      *    THE STUDENT INELIGIBLE.                                    *
      *    SHARED BY ALL PROGRAMS THAT READ OR MAINTAIN STCRSAPH.DAT  *
      ******************************************************************
       01  SAP-HIST-REC.
           05  SAP-KEY.
               10  SAP-STUDENT-ID          PIC X(06).
               10  SAP-YEAR                PIC 9(04).
               10  SAP-TERM-SEQ            PIC 9(01).
           05  SAP-TERM                    PIC X(02).
           05  SAP-STATUS                  PIC X(01).
               88  SAP-MEETS                       VALUE 'M'.
               88  SAP-WARNING                     VALUE 'W'.
               88  SAP-INELIGIBLE                  VALUE 'I'.
      *        PACE IS EARNED OVER ATTEMPTED HOURS AS A PERCENTAGE.
           05  SAP-PACE-PCT                PIC 9(03)V9.
           05  SAP-GPA                     PIC 9V99.
           05  SAP-ATTEMPTED               PIC 9(03).
           05  SAP-EARNED                  PIC 9(03).
           05  SAP-MAX-TIMEFRAME           PIC 9(03).
      *        'Y' WHERE THE MEASURE WAS FAILED THIS TERM.
           05  SAP-PACE-FAIL               PIC X(01).
           05  SAP-GPA-FAIL                PIC X(01).
           05  SAP-TIME-FAIL               PIC X(01).
           05  SAP-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(09).
