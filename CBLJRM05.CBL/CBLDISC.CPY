      ******************************************************************
      *    CBLDISC.CPY                                                *
      *    FERPA DISCLOSURE LOG  -  STCRDISC.DAT                      *
      *    ONE ROW FOR EVERY TRANSCRIPT CBLJRM06 PRODUCES: WHO ASKED  *
      *    FOR IT, WHY, AND WHEN.  APPENDED IN RUN ORDER AND NEVER    *
      *    REWRITTEN, SO THE FILE IS THE RECORD OF DISCLOSURE KEPT    *
      *    FOR THE ANNUAL RECORDS AUDIT (CBLJRM33).                   *
      *    SHARED BY ALL PROGRAMS THAT READ OR WRITE STCRDISC.DAT     *
      ******************************************************************
       01  DISCLOSURE-REC.
           05  DSC-STUDENT-ID              PIC X(06).
           05  DSC-DATE                    PIC 9(08).
           05  DSC-DATE-R REDEFINES DSC-DATE.
               10  DSC-YEAR                PIC 9(04).
               10  DSC-MONTH               PIC 9(02).
               10  DSC-DAY                 PIC 9(02).
           05  DSC-REQUESTER               PIC X(30).
      *        PURPOSE OF THE DISCLOSURE.
           05  DSC-PURPOSE-CODE            PIC X(02).
               88  DSC-PURPOSE-VALID               VALUE 'ST' 'SO'
                                                   'TI' 'FA' 'AC'
                                                   'LG' 'OT'.
               88  DSC-STUDENT-REQUEST             VALUE 'ST'.
               88  DSC-SCHOOL-OFFICIAL             VALUE 'SO'.
               88  DSC-TRANSFER-INST               VALUE 'TI'.
               88  DSC-FINANCIAL-AID               VALUE 'FA'.
               88  DSC-ACCREDITATION               VALUE 'AC'.
               88  DSC-LEGAL-ORDER                 VALUE 'LG'.
               88  DSC-OTHER-PURPOSE               VALUE 'OT'.
      *        RELEASE AUTHORIZATION REFERENCE - REQUIRED WHEN THE
      *        STUDENT IS UNDER A PRIVACY BLOCK, OPTIONAL OTHERWISE.
           05  DSC-RELEASE-AUTH            PIC X(08).
      *        'Y' WHEN THE STUDENT WAS UNDER A PRIVACY BLOCK AT THE
      *        TIME OF THE DISCLOSURE.
           05  DSC-CONFIDENTIAL            PIC X(01).
           05  DSC-TRANSCRIPT-TYPE         PIC X(01).
               88  DSC-FULL-TRANSCRIPT             VALUE 'F'.
               88  DSC-LIVE-TRANSCRIPT             VALUE 'L'.
           05  FILLER                      PIC X(14).
