      *================================================================
      *  AWARDREC  -  FINANCIAL AID AWARD RECORD  (FD LEVEL)
      *  USED BY    -  AIDDISB (LOADS THE AID SYSTEM'S AIDAWD AWARDS
      *                AND DISBURSES THEM TO STUDRECV)
      *  NOTE       -  INDEXED FILE (AIDMAST) KEYED ON STUDENT-ID +
      *                TERM + FUND CODE, ONE RECORD PER AWARD.  AN
      *                AWARD IS PENDING UNTIL DISBURSED; ONE HELD
      *                FOR A DROPPED LOAD OR AN UNBILLED TERM IS
      *                RETRIED ON EVERY RUN.  DISBURSED AND REDUCED
      *                AWARDS ARE FINAL - THE AID SYSTEM CANNOT
      *                CHANGE THEM BY RESENDING.  AWD-REQ-LOAD-CLASS
      *                USES THE AIDFEED LOAD CLASSES (SEE TERMLOAD).
      *================================================================
       01  AWARD-RECORD.
           05  AWD-KEY.
               10  AWD-STUDENT-ID          PIC 9(09).
               10  AWD-TERM                PIC X(05).
               10  AWD-FUND-CODE           PIC X(04).
           05  AWD-AWARD-AMOUNT            PIC 9(07)V9(02).
           05  AWD-REQ-LOAD-CLASS          PIC X(02).
               88  AWD-REQ-FULL-TIME       VALUE 'FT'.
               88  AWD-REQ-THREE-QUARTER   VALUE 'TQ'.
               88  AWD-REQ-HALF-TIME       VALUE 'HT'.
               88  AWD-REQ-LESS-THAN-HALF  VALUE 'LT'.
               88  AWD-REQ-VALID-CLASS     VALUE 'FT' 'TQ' 'HT' 'LT'.
           05  AWD-STATUS                  PIC X(01).
               88  AWD-PENDING             VALUE 'P'.
               88  AWD-HELD                VALUE 'H'.
               88  AWD-DISBURSED           VALUE 'D'.
               88  AWD-REDUCED             VALUE 'R'.
               88  AWD-OPEN                VALUE 'P' 'H'.
           05  AWD-LOAD-DATE               PIC 9(08).
           05  AWD-DISBURSED-AMOUNT        PIC 9(07)V9(02).
           05  AWD-DISBURSED-DATE          PIC 9(08).
           05  AWD-DISBURSED-LOAD-CLASS    PIC X(02).
           05  AWD-HOLD-REASON             PIC X(30).
