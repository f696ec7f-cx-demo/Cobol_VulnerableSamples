      *================================================================
      *  NOTFREC   -  STUDENT NOTIFICATION QUEUE RECORD
      *  USED BY    -  CRSEREG (WAITLIST PROMOTION), ACADSTND
      *                (STANDING CHANGE), TUITBILL (NEW OR CHANGED
      *                INVOICE), GRADCLR (GRADUATION CLEARANCE) -
      *                EACH APPENDS ONE RECORD PER EVENT TO THE
      *                NOTIFQ DATASET.  NOTIFY READS THE BUSINESS
      *                DATE'S RECORDS NIGHTLY AND ROUTES EACH TO THE
      *                E-MAIL GATEWAY FEED OR THE LETTER PATH.
      *  CONVENTION -  AS WITH STUCHGRC, THE QUEUE IS CUMULATIVE AND
      *                THE PARAGRAPH BODY IS COPIED INTO EACH PROGRAM
      *                - THE CONTRACT IS THE RECORD LAYOUT.  THE
      *                TERM IS SPACES FOR AN EVENT WITH NO TERM.
      *================================================================
       01  NOTIFICATION-RECORD.
           05  NOTF-PROGRAM-ID             PIC X(08).
           05  NOTF-STUDENT-ID             PIC 9(09).
           05  NOTF-EVENT-TYPE             PIC X(04).
               88  NOTF-WAITLIST-PROMOTION VALUE 'WAIT'.
               88  NOTF-STANDING-CHANGE    VALUE 'STND'.
               88  NOTF-NEW-INVOICE        VALUE 'BILL'.
               88  NOTF-GRAD-CLEARANCE     VALUE 'GRAD'.
           05  NOTF-TERM                   PIC X(05).
           05  NOTF-DETAIL                 PIC X(40).
           05  NOTF-EVENT-DATE             PIC 9(08).
           05  NOTF-EVENT-TIME             PIC 9(08).
