      *================================================================
      *  CENSREC   -  FROZEN CENSUS-DATE ENROLLMENT RECORD  (FD LEVEL)
      *  USED BY    -  CENSUS (FREEZES ON THE CENSUS DATE, REPORTS
      *                FROM THE FROZEN COPY ON EVERY RUN)
      *  NOTE       -  INDEXED FILE (CENSUSF) KEYED ON TERM, STUDENT,
      *                COURSE AND SECTION.  EACH FROZEN TERM CARRIES
      *                ONE 'H' HEADER (STUDENT ZERO, COURSE BLANK)
      *                HOLDING THE FREEZE DATE, ONE 'S' RECORD PER
      *                REGISTERED STUDENT (COURSE BLANK) WITH THE
      *                MASTER STATUS, CREDIT LOAD, LOAD CLASS AND
      *                NEW/CONTINUING FLAG AS OF THE FREEZE, AND ONE
      *                'E' RECORD PER REGISTERED SECTION WITH THE
      *                CATALOG CREDITS AS OF THE FREEZE.  A TERM IS
      *                FROZEN ONCE AND NEVER REWRITTEN, SO THE
      *                OFFICIAL NUMBERS CAN ALWAYS BE REPRODUCED.
      *================================================================
       01  CENSUS-RECORD.
           05  CENS-KEY.
               10  CENS-TERM               PIC X(05).
               10  CENS-STUDENT-ID         PIC 9(09).
               10  CENS-COURSE-ID          PIC X(08).
               10  CENS-SECTION            PIC X(03).
           05  CENS-REC-TYPE               PIC X(01).
               88  CENS-HEADER             VALUE 'H'.
               88  CENS-STUDENT            VALUE 'S'.
               88  CENS-ENROLLMENT         VALUE 'E'.
           05  CENS-FREEZE-DATE            PIC 9(08).
           05  CENS-ENROLL-STATUS          PIC X(01).
           05  CENS-CREDITS                PIC 9(03).
           05  CENS-LOAD-CLASS             PIC X(02).
               88  CENS-FULL-TIME          VALUE 'FT'.
               88  CENS-THREE-QUARTER      VALUE 'TQ'.
               88  CENS-HALF-TIME          VALUE 'HT'.
               88  CENS-LESS-THAN-HALF     VALUE 'LT'.
           05  CENS-ADMIT-TYPE             PIC X(01).
               88  CENS-NEW-STUDENT        VALUE 'N'.
               88  CENS-CONTINUING         VALUE 'C'.
