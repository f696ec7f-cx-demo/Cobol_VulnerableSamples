      *================================================================
      *  MAJRREC   -  STUDENT MAJOR / DEGREE PROGRAM RECORD  (FD LEVEL)
      *  USED BY    -  MAJRMNT (MAINTAINS), DEGAUDIT (READS)
      *  NOTE       -  INDEXED FILE (STUDMAJR) KEYED ON
      *                MAJR-STUDENT-ID, ONE RECORD PER STUDENT WITH A
      *                DECLARED MAJOR.  THE STUDENT MASTER ITSELF
      *                STAYS PROGRAM-FREE, THE SAME WAY IT STAYS
      *                ADDRESS-FREE (SEE ADDRREC) - THE AUDIT JOINS
      *                THE TWO FILES ON STUDENT-ID.  THE PROGRAM CODE
      *                NAMES A PROGRAM ON THE PROGREQ REQUIREMENTS
      *                FILE (SEE DREQREC).
      *================================================================
       01  MAJOR-RECORD.
           05  MAJR-STUDENT-ID             PIC 9(09).
           05  MAJR-PROGRAM-CODE           PIC X(06).
           05  MAJR-DECLARED-DATE          PIC 9(08).
