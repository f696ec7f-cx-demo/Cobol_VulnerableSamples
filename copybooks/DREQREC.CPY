      *================================================================
      *  DREQREC   -  DEGREE PROGRAM REQUIREMENT RECORD  (FD LEVEL)
      *  USED BY    -  DEGAUDIT (AUDITS AGAINST), MAJRMNT (CHECKS THE
      *                PROGRAM CODE ON A DECLARATION)
      *  NOTE       -  INDEXED FILE (PROGREQ) KEYED ON PROGRAM CODE
      *                AND A THREE-DIGIT LINE SEQUENCE, MAINTAINED BY
      *                THE REGISTRAR'S OFFICE ALONGSIDE THE CATALOG.
      *                EVERY PROGRAM HAS ONE 'H' HEADER LINE AT
      *                SEQUENCE 000 CARRYING THE MINIMUM GPA IN THE
      *                MAJOR (ZERO - NO MINIMUM), THEN ITS
      *                REQUIREMENT LINES -
      *                  'C'  ONE REQUIRED COURSE (DREQ-COURSE-ID).
      *                  'E'  AN ELECTIVE POOL (DREQ-POOL-ID) AND THE
      *                       MINIMUM CREDITS TO BE EARNED FROM IT.
      *                  'P'  A COURSE IN A POOL.  DREQ-COURSE-ID IS
      *                       MATCHED AS A PREFIX, SO 'CS3' TAKES IN
      *                       EVERY CS3XX COURSE.
      *                A COURSE USED FOR A REQUIRED LINE IS NOT
      *                COUNTED AGAIN TOWARD A POOL.
      *================================================================
       01  DEGREE-REQ-RECORD.
           05  DREQ-KEY.
               10  DREQ-PROGRAM-CODE       PIC X(06).
               10  DREQ-SEQ                PIC 9(03).
           05  DREQ-TYPE                   PIC X(01).
               88  DREQ-HEADER             VALUE 'H'.
               88  DREQ-REQUIRED-COURSE    VALUE 'C'.
               88  DREQ-ELECTIVE-POOL      VALUE 'E'.
               88  DREQ-POOL-COURSE        VALUE 'P'.
           05  DREQ-COURSE-ID              PIC X(08).
           05  DREQ-POOL-ID                PIC X(04).
           05  DREQ-MIN-CREDITS            PIC 9(03).
           05  DREQ-MIN-GPA                PIC 9(01)V9(02).
           05  DREQ-DESCRIPTION            PIC X(30).
