      *================================================================
      *  ADVSREC   -  STUDENT-TO-ADVISOR ASSIGNMENT RECORD  (FD LEVEL)
      *  USED BY    -  ADVSMNT (MAINTAINS), ADVRMNT (REFUSES TO DELETE
      *                AN ADVISOR STILL ASSIGNED), ERLYALRT (READS)
      *  NOTE       -  INDEXED FILE (STUDADVR) KEYED ON
      *                ADVS-STUDENT-ID, ONE RECORD PER ADVISED STUDENT
      *                NAMING THE ADVISOR ON ADVMAST (SEE ADVRREC).
      *                THE STUDENT MASTER STAYS ADVISOR-FREE, THE SAME
      *                WAY IT STAYS ADDRESS- AND MAJOR-FREE.
      *================================================================
       01  ADVISEE-RECORD.
           05  ADVS-STUDENT-ID             PIC 9(09).
           05  ADVS-ADVISOR-ID             PIC X(08).
           05  ADVS-ASSIGNED-DATE          PIC 9(08).
