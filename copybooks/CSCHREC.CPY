      *================================================================
      *  CSCHREC   -  CYCLE COUNT SCHEDULE RECORD  (FD LEVEL)
      *  USED BY    -  CYCSHEET (DAILY DUE COUNTS), CYCCOVER (COVERAGE
      *                AND OVERDUE REPORT)
      *  NOTE       -  LINE-SEQUENTIAL CYCSCHED, ONE RECORD PER ABC
      *                CLASS GIVING THE MOST DAYS ALLOWED BETWEEN
      *                COUNTS OF AN ITEM IN THAT CLASS.  MAINTAINED
      *                BY INVENTORY CONTROL.  A CLASS WITH NO RECORD,
      *                OR A RECORD THAT IS NOT NUMERIC OR IS ZERO,
      *                KEEPS THE STANDARD INTERVAL - A 30 DAYS, B 90,
      *                C 365 - SO A MISSING SCHEDULE NEVER STOPS THE
      *                COUNTING.
      *================================================================
       01  COUNT-SCHEDULE-RECORD.
           05  CSCH-ABC-CLASS              PIC X(01).
           05  CSCH-INTERVAL-DAYS          PIC 9(03).
