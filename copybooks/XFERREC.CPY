      *================================================================
      *  XFERREC   -  POSTED TRANSFER CREDIT RECORD  (FD LEVEL)
      *  USED BY    -  XFERPOST (WRITES), DEGPROG, DEGAUDIT, TRANSCRP
      *  NOTE       -  INDEXED FILE (XFERHIST) KEYED ON STUDENT,
      *                EXTERNAL INSTITUTION AND EXTERNAL COURSE - ONE
      *                RECORD PER ACCEPTED COURSE, SO THE SAME COURSE
      *                CANNOT POST TWICE.  A TRANSFER GRADE EARNS ITS
      *                CREDITS TOWARD THE DEGREE BUT NEVER ENTERS A
      *                GPA - IT IS KEPT OFF GRADHIST SO NO GPA
      *                RECOMPUTE EVER SEES IT.  XFER-COURSE-ID IS OUR
      *                COURSE OR THE GENERIC ELECTIVE CODE THE
      *                EQUIVALENCY NAMED (SEE XFEQREC).
      *================================================================
       01  TRANSFER-RECORD.
           05  XFER-KEY.
               10  XFER-STUDENT-ID         PIC 9(09).
               10  XFER-INSTITUTION        PIC X(06).
               10  XFER-EXT-COURSE         PIC X(10).
           05  XFER-TYPE                   PIC X(01).
               88  XFER-OUR-COURSE         VALUE 'C'.
               88  XFER-ELECTIVE           VALUE 'E'.
           05  XFER-COURSE-ID              PIC X(08).
           05  XFER-EXT-TERM               PIC X(05).
           05  XFER-EXT-GRADE              PIC X(02).
           05  XFER-CREDITS                PIC 9(02).
           05  XFER-POST-DATE              PIC 9(08).
