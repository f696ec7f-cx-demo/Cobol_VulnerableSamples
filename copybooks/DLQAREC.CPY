      *================================================================
      *  DLQAREC   -  DEAD-LETTER ACTION LOG RECORD  (FD LEVEL)
      *  USED BY    -  DLQREVW (APPENDS AND READS BACK)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL DLQACT, ONE RECORD
      *                PER DEAD-LETTER ENTRY AN OPERATOR CLOSED - BY
      *                RESUBMITTING A CORRECTED BODY TO THE ORIGINAL
      *                QUEUE, OR BY DISCARDING IT WITH A REASON.  AN
      *                ENTRY WITH A RECORD HERE IS CLOSED AND DROPS OFF
      *                THE REVIEW LISTING; THE DEAD-LETTER DATASET
      *                ITSELF IS NEVER CHANGED (SEE DLQREC).  THE BODY
      *                IS THE MESSAGE AS RESUBMITTED, SPACES ON A
      *                DISCARD.
      *================================================================
       01  DLQ-ACTION-RECORD.
           05  DLA-DATASET                 PIC X(08).
           05  DLA-ENTRY-NO                PIC 9(07).
           05  DLA-MSG-ID                  PIC X(24).
           05  DLA-ACTION                  PIC X(01).
               88  DLA-RESUBMITTED          VALUE 'R'.
               88  DLA-DISCARDED            VALUE 'D'.
           05  DLA-ACTION-DATE             PIC 9(08).
           05  DLA-ACTION-TIME             PIC 9(08).
           05  DLA-OPERATOR-ID             PIC X(08).
           05  DLA-NOTE                    PIC X(40).
           05  DLA-QUEUE-NAME              PIC X(48).
           05  DLA-BODY                    PIC X(200).
