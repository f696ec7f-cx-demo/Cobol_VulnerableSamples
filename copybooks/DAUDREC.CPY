      *================================================================
      *  DAUDREC   -  DEGREE AUDIT RESULT RECORD  (FD LEVEL)
      *  USED BY    -  DEGAUDIT (REBUILDS EACH RUN), GRADCLR (READS)
      *  NOTE       -  INDEXED FILE (DEGAUDF) KEYED ON
      *                DAUD-STUDENT-ID, ONE RECORD PER STUDENT WITH A
      *                DECLARED MAJOR AS OF THE LAST AUDIT RUN.  THE
      *                STATUS IS 'C' ONLY WHEN EVERY REQUIREMENT LINE
      *                OF THE PROGRAM IS MET.  'P' MEANS NOTHING IS
      *                UNMET BUT SOME LINES ARE MET ONLY BY COURSES
      *                STILL IN PROGRESS; 'U' MEANS AT LEAST ONE LINE
      *                IS UNMET.  GRADCLR CLEARS A CANDIDATE ONLY ON
      *                A 'C' - NO RECORD IS NOT COMPLETE.
      *================================================================
       01  DEGREE-AUDIT-RECORD.
           05  DAUD-STUDENT-ID             PIC 9(09).
           05  DAUD-PROGRAM-CODE           PIC X(06).
           05  DAUD-STATUS                 PIC X(01).
               88  DAUD-COMPLETE           VALUE 'C'.
               88  DAUD-IN-PROGRESS        VALUE 'P'.
               88  DAUD-UNMET              VALUE 'U'.
           05  DAUD-REQS-MET               PIC 9(03).
           05  DAUD-REQS-IN-PROGRESS       PIC 9(03).
           05  DAUD-REQS-UNMET             PIC 9(03).
           05  DAUD-MAJOR-GPA              PIC 9(01)V9(02).
           05  DAUD-RUN-DATE               PIC 9(08).
