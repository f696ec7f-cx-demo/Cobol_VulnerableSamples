      *================================================================
      *  PLOGREC   -  STOCK MOVEMENT PUBLISH LOG RECORD  (FD LEVEL)
      *  USED BY    -  STKPUB (APPENDS), PUBRECON (DAILY
      *                RECONCILIATION)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL PUBLOG, ONE RECORD
      *                PER EVENT STKPUB PUT TO AN OWNER'S QUEUE, WRITTEN
      *                ONLY ONCE THE UNIT OF WORK HOLDING IT WAS
      *                COMMITTED - AN EVENT BACKED OUT IS NOT LOGGED
      *                AND GOES AGAIN ON THE NEXT RUN.  THE SEND DATE
      *                IS THE PUBLISHING RUN'S; THE EVENT FIELDS ARE
      *                THE STKMOVE RECORD AS POSTED (SEE MEVTREC).
      *================================================================
       01  PUBLISH-LOG-RECORD.
           05  PLG-SENT-DATE               PIC 9(08).
           05  PLG-SENT-TIME               PIC 9(08).
           05  PLG-OWNER                   PIC X(20).
           05  PLG-SEQUENCE                PIC 9(09).
           05  PLG-JOURNAL-NO              PIC 9(09).
           05  PLG-QUEUE-NAME              PIC X(48).
           05  PLG-EVENT-DATE              PIC 9(08).
           05  PLG-EVENT-TIME              PIC 9(08).
           05  PLG-PROGRAM-ID              PIC X(08).
           05  PLG-ITEM-NAME               PIC X(20).
           05  PLG-TYPE                    PIC X(04).
           05  PLG-QUANTITY                PIC 9(07).
           05  PLG-ON-HAND                 PIC 9(07).
           05  PLG-REFERENCE               PIC X(10).
