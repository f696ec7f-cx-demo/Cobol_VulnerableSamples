      *================================================================
      *  REFNDREC  -  TUITION REFUND HISTORY RECORD  (FD LEVEL)
      *  USED BY    -  CRSEDROP (WRITES), TUITBILL (READS)
      *  NOTE       -  INDEXED FILE (REFNDHST) KEYED EXACTLY AS
      *                ENRL-KEY - ONE RECORD PER BILLED COURSE THAT
      *                WAS LATER DROPPED OR WITHDRAWN, WRITTEN EVEN AT
      *                ZERO PERCENT.  TUITBILL KEEPS BILLING A LINE
      *                THAT HAS ONE, SO A REBILL NEVER REFUNDS A
      *                DROPPED COURSE A SECOND TIME; A COURSE DROPPED
      *                BEFORE THE TERM WAS BILLED HAS NONE AND IS
      *                SIMPLY NEVER CHARGED.  THE PERCENTAGE COMES
      *                FROM THE BURSAR'S DATED REFSCHED SCHEDULE (SEE
      *                CRSEDROP).
      *================================================================
       01  REFUND-HISTORY-RECORD.
           05  REFH-KEY.
               10  REFH-STUDENT-ID         PIC 9(09).
               10  REFH-COURSE-ID          PIC X(08).
               10  REFH-TERM               PIC X(05).
               10  REFH-SECTION            PIC X(03).
           05  REFH-ENRL-STATUS            PIC X(01).
           05  REFH-CHARGE                 PIC 9(07)V9(02).
           05  REFH-PERCENT                PIC 9(03).
           05  REFH-AMOUNT                 PIC 9(07)V9(02).
           05  REFH-POST-DATE              PIC 9(08).
