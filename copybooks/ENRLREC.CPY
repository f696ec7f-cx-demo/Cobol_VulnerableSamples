      *================================================================
      *  ENRLREC   -  COURSE ENROLLMENT RECORD  (FD LEVEL)
      *  USED BY    -  CRSEREG, CRSEDROP, ENRLRPT, ENRLVER, TUITBILL,
      *                TERMLOAD, TERMROLL, STUDMERG, RUNBAL, MSTBKUP,
      *                CLSSCHED, GRADROST, GRADRIN, DEGAUDIT, CENSUS,
      *                ATTEND, ADVSMNT, ERLYALRT, SECTDMND, HOUSASGN,
      *                STUDORPH
      *  NOTE       -  ONE RECORD PER STUDENT PER COURSE SECTION PER
      *                TERM, KEYED ON STUDENT-ID + COURSE-ID + TERM +
      *                SECTION SO THE SAME STUDENT CANNOT BE
