      *                (written via EXEC CICS WRITEQ TD QUEUE('CGAU') -
      *                CGAU IS DEFINED AS AN EXTRAPARTITION TD QUEUE
      *                BACKED BY THE CGAUDIT FLAT FILE), AND READ BACK
      *                BY THE BATCH REPORT CGVOLRPT.  STUDINQ AND
      *                STUDWEB ALSO WRITE IT; TRANSCRP WRITES THE SAME
      *                LAYOUT TO ITS OWN TRNSAUD FILE; ACCSMON READS
      *                BOTH FOR THE WEEKLY ACCESS-MONITORING REPORT.
      *  NOTE       -  THE QUEUE IS VARIABLE LENGTH.  PROGRAMS THAT
      *                LOOK UP A STUDENT WRITE ALL 60 BYTES, STAMPING
      *                WHO LOOKED (CGAUD-OPERATOR-ID) AND THE FULL
      *                NINE-DIGIT ID (CGAUD-STUDENT-ID) - THE RESOURCE
      *                NAME ONLY HOLDS THE LOW-ORDER EIGHT DIGITS.
      *                THE REST WRITE THE FIRST 40, AND THOSE TWO
      *                FIELDS READ BACK AS SPACES.
      *================================================================
       01  CGAUDIT-RECORD.
           05  CGAUD-PROGRAM-ID           PIC X(08).
           05  CGAUD-RESP-CODE            PIC 9(04).
           05  CGAUD-RUN-DATE             PIC X(08).
           05  CGAUD-RUN-TIME             PIC X(08).
           05  CGAUD-OPERATOR-ID          PIC X(08).
           05  CGAUD-STUDENT-ID           PIC X(09).
           05  CGAUD-STUDENT-ID-N REDEFINES CGAUD-STUDENT-ID
                                          PIC 9(09).
           05  FILLER                     PIC X(03).
