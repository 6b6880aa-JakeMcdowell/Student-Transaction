           05  STUDENT-HOLD-FLAG           PIC X(01).
               88  STUDENT-NO-HOLD                 VALUE SPACE.
               88  STUDENT-SUSPENDED-HOLD          VALUE 'S'.
      *    DEGREE PROGRAM (MAJOR) THE STUDENT IS WORKING TOWARD.  KEYS
      *    THE DEGREQ.DAT REQUIREMENTS READ BY THE CBLJRM26 DEGREE
      *    AUDIT.  SPACES MEANS NO PROGRAM DECLARED.  MAINTAINED
      *    THROUGH CBLJRM09.
           05  STUDENT-PROGRAM-CODE        PIC X(04).
      *    DATE (YYYYMMDD) THE DEGREE WAS CONFERRED.  ZERO MEANS NOT
      *    GRADUATED.  REPORTED AS GRADUATED ON THE CBLJRM29
      *    CLEARINGHOUSE ENROLLMENT EXTRACT.  MAINTAINED THROUGH
      *    CBLJRM09.
           05  STUDENT-GRAD-DATE           PIC 9(08).
      *    FERPA PRIVACY BLOCK.  'Y' WHEN THE STUDENT HAS ASKED THAT
      *    DIRECTORY INFORMATION NOT BE RELEASED: CBLJRM15 SHOWS THE
      *    STUDENT AS CONFIDENTIAL, THE CBLJRM05 AND CBLJRM19
      *    EXTRACTS LEAVE THE STUDENT OUT, AND A CBLJRM06 TRANSCRIPT
      *    NEEDS A RELEASE AUTHORIZATION.  MAINTAINED THROUGH
      *    CBLJRM09.
           05  STUDENT-PRIVACY-FLAG        PIC X(01).
               88  STUDENT-NOT-CONFIDENTIAL        VALUE SPACE.
               88  STUDENT-CONFIDENTIAL            VALUE 'Y'.
