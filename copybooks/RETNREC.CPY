      *================================================================
      *  RETNREC   -  RECORDS-RETENTION SCHEDULE RECORD  (FD LEVEL)
      *  USED BY    -  RETNPURG (RECORDS-RETENTION DESTRUCTION)
      *  CONVENTION -  ONE RECORD PER RECORD TYPE ON THE RETNSCHD
      *                DATASET, MAINTAINED BY THE RECORDS OFFICER
      *                WHEN THE POLICY CHANGES.  RETN-YEARS COUNTS
      *                FROM THE STUDENT'S DEPARTURE - THE DATE ON
      *                THEIR STUDHIST ARCHIVE LINE.  999 MEANS KEEP
      *                PERMANENTLY, AND A RECORD TYPE NOT ON THE
      *                SCHEDULE IS KEPT PERMANENTLY TOO - NOTHING IS
      *                DESTROYED WITHOUT A SCHEDULE LINE SAYING SO.
      *================================================================
       01  RETENTION-SCHEDULE-RECORD.
           05  RETN-RECORD-TYPE            PIC X(08).
               88  RETN-STUDENT-HISTORY    VALUE 'STUDHIST'.
               88  RETN-GRADE-HISTORY      VALUE 'GRADHIST'.
               88  RETN-ADDRESS            VALUE 'STUDADDR'.
               88  RETN-RECEIVABLE         VALUE 'STUDRECV'.
               88  RETN-PRIVACY-HOLD       VALUE 'PRIVHOLD'.
           05  RETN-YEARS                  PIC 9(03).
               88  RETN-PERMANENT          VALUE 999.
           05  RETN-DESCRIPTION            PIC X(40).
