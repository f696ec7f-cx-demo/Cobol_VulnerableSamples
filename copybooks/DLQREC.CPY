      *================================================================
      *  DLQREC    -  DEAD-LETTER RECORD  (FD LEVEL)
      *  USED BY    -  DoCalc (MQDEADLQ), MQINTAKE (MQINDLQ), DLQREVW
      *                (REVIEW AND RESUBMIT)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL DATASETS, ONE RECORD
      *                PER POISON MESSAGE TAKEN OFF THE QUEUE, IN THE
      *                ORDER THEY WERE DEAD-LETTERED.  A RECORD'S
      *                POSITION IN ITS DATASET IS ITS ENTRY NUMBER -
      *                DLQREVW CLOSES ENTRIES BY IT (SEE DLQAREC), SO
      *                THE DATASETS ARE ONLY EVER APPENDED TO, NEVER
      *                TRIMMED OR REBUILT IN PLACE.  THE MESSAGE DATA
      *                IS THE WHOLE BODY AS RECEIVED; THE REPLY-TO
      *                QUEUE IS THE REQUEST'S FOR DoCalc, SPACES FOR
      *                MQINTAKE, WHICH SENDS NO REPLIES.
      *================================================================
       01  DEAD-LETTER-RECORD.
           05  DLQ-RUN-DATE                PIC 9(08).
           05  DLQ-RUN-TIME                PIC 9(08).
           05  DLQ-FAIL-REASON             PIC X(40).
           05  DLQ-MSG-ID                  PIC X(24).
           05  DLQ-MSG-DATA                PIC X(200).
           05  DLQ-REPLYTOQ                PIC X(48).
