      *  PRIVREC   -  STUDENT PRIVACY-HOLD RECORD  (FD LEVEL)
      *  USED BY    -  PRIVMNT (MAINTAINS), REGXTR (SUPPRESSES HELD
      *                STUDENTS FROM THE REGISTRAR FEED), DEANLIST
      *                (MASKS HELD STUDENTS ON THE PUBLIC COPY),
      *                GRADCLR (NO HONORS ON THE COMMENCEMENT PROGRAM),
      *                STUDORPH (INTEGRITY SWEEP), ACCSMON (FLAGS
      *                LOOKUPS OF HELD STUDENTS), RETNPURG
      *                (RETENTION DESTRUCTION)
      *  NOTE       -  A STUDENT WITH A RECORD HERE AND PRIV-HELD SET
      *                HAS LEGALLY REQUESTED THAT DIRECTORY
      *                INFORMATION NOT BE RELEASED.  EVERY RUN THAT
