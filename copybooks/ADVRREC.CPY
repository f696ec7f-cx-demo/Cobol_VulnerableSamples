      *================================================================
      *  ADVRREC   -  ACADEMIC ADVISOR MASTER RECORD  (FD LEVEL)
      *  USED BY    -  ADVRMNT (MAINTAINS), ADVSMNT (VALIDATES AN
      *                ASSIGNMENT), ERLYALRT (ADVISOR PAGE HEADINGS)
      *  NOTE       -  INDEXED FILE (ADVMAST) KEYED ON ADVR-ADVISOR-ID,
      *                ONE RECORD PER FACULTY OR STAFF ADVISOR.  THE
      *                STUDENT-TO-ADVISOR LINK IS KEPT SEPARATELY ON
      *                STUDADVR (SEE ADVSREC).
      *================================================================
       01  ADVISOR-RECORD.
           05  ADVR-ADVISOR-ID             PIC X(08).
           05  ADVR-NAME                   PIC X(25).
           05  ADVR-DEPARTMENT             PIC X(06).
