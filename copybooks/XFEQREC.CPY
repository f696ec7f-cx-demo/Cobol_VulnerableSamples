      *================================================================
      *  XFEQREC   -  TRANSFER COURSE EQUIVALENCY RECORD  (FD LEVEL)
      *  USED BY    -  XFERPOST
      *  NOTE       -  INDEXED FILE (XFEREQV) KEYED ON THE EXTERNAL
      *                INSTITUTION CODE AND ITS COURSE NUMBER,
      *                MAINTAINED BY THE REGISTRAR'S OFFICE ALONGSIDE
      *                THE CATALOG.  THE TYPE SAYS WHAT THE COURSE
      *                COMES IN AS -
      *                  'C'  OUR OWN COURSE (XFEQ-COURSE-ID), FOR ITS
      *                       CATALOG CREDITS.
      *                  'E'  GENERIC ELECTIVE CREDIT UNDER THE
      *                       ELECTIVE CODE IN XFEQ-COURSE-ID (E.G.
      *                       ELEC-CS), FOR THE EXTERNAL CREDITS.
      *                  'N'  EVALUATED AND NOT ACCEPTED.
      *                A COURSE WITH NO RECORD HERE HAS NOT BEEN
      *                EVALUATED AND DOES NOT TRANSFER.  THE MINIMUM
      *                GRADE IS IN GRADE POINTS (ZERO TAKES THE 2.00
      *                DEFAULT); AN EXTERNAL PASS MEETS ANY MINIMUM.
      *================================================================
       01  EQUIVALENCY-RECORD.
           05  XFEQ-KEY.
               10  XFEQ-INSTITUTION        PIC X(06).
               10  XFEQ-EXT-COURSE         PIC X(10).
           05  XFEQ-TYPE                   PIC X(01).
               88  XFEQ-OUR-COURSE         VALUE 'C'.
               88  XFEQ-ELECTIVE           VALUE 'E'.
               88  XFEQ-NOT-ACCEPTED       VALUE 'N'.
           05  XFEQ-COURSE-ID              PIC X(08).
           05  XFEQ-MIN-POINTS             PIC 9(01)V9(02).
