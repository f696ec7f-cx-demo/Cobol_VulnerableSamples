      *================================================================
      *  DLOGREC   -  REPORT DELIVERY LOG RECORD  (FD LEVEL)
      *  USED BY    -  RPTDIST (APPENDS)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL DISTLOG, ONE RECORD
      *                PER RECIPIENT PER REPORT PER NIGHT, AND ONE PER
      *                SECTION NOBODY WAS SENT (RECIPIENT SPACES).
      *                STATUS D - DELIVERED, THE LINE COUNT GIVES THE
      *                SIZE; N - NOTHING TO SEND, THE RECIPIENT'S
      *                SECTION WAS NOT IN THAT NIGHT'S REPORT; U - NOT
      *                DELIVERED, THE REASON SAYS WHY.
      *================================================================
       01  DELIVERY-LOG-RECORD.
           05  DLG-RUN-DATE                PIC 9(08).
           05  DLG-RUN-TIME                PIC 9(08).
           05  DLG-REPORT-NAME             PIC X(08).
           05  DLG-BREAK-VALUE             PIC X(20).
           05  DLG-RECIPIENT-ID            PIC X(08).
           05  DLG-METHOD                  PIC X(01).
           05  DLG-DESTINATION             PIC X(50).
           05  DLG-LINES                   PIC 9(07).
           05  DLG-STATUS                  PIC X(01).
               88  DLG-DELIVERED           VALUE 'D'.
               88  DLG-NOTHING-TO-SEND     VALUE 'N'.
               88  DLG-UNDELIVERED         VALUE 'U'.
           05  DLG-REASON                  PIC X(40).
