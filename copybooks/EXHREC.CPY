      *================================================================
      *  EXHREC    -  EXCEPTION HISTORY RECORD  (FD LEVEL)
      *  USED BY    -  EXCMERGE (APPENDS), EXCTREND (WEEKLY TREND
      *                REPORT), OPRECERT (OPERATOR RECERTIFICATION)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL EXCHIST.  EXCMERGE
      *                WRITES ONE 'N' RECORD FOR EVERY EXCEPTION THAT
      *                ARRIVES ON THE NIGHT'S EXCIN CONCATENATION AND
      *                ONE 'R' RECORD WHEN AN OPERATOR CORRECTION
      *                RESOLVES ONE, CARRYING THE DAYS IT STOOD OPEN
      *                ON EXCOPEN (ZERO ON A NEW RECORD).  THE DATE
      *                IS THE BUSINESS DATE OF THE EXCMERGE RUN.
      *                EXH-OPERATOR-ID IS THE EXC-OPERATOR-ID OF THE
      *                EXCEPTION (SPACES WHERE THE WRITING PROGRAM
      *                TAKES NO SIGN-ON); OPRECERT READS IT FOR THE
      *                QUARTERLY ACCESS RECERTIFICATION.
      *================================================================
       01  EXC-HISTORY-RECORD.
           05  EXH-RECORD-TYPE             PIC X(01).
               88  EXH-RAISED              VALUE 'N'.
               88  EXH-RESOLVED            VALUE 'R'.
           05  EXH-HIST-DATE               PIC 9(08).
           05  EXH-PROGRAM-ID              PIC X(08).
           05  EXH-KEY-VALUE               PIC X(20).
           05  EXH-REASON-CODE             PIC X(04).
           05  EXH-REASON-TEXT             PIC X(40).
           05  EXH-AGE-DAYS                PIC 9(03).
           05  EXH-OPERATOR-ID             PIC X(08).
