      *================================================================
      *  WAITREC   -  COURSE WAITLIST RECORD  (FD LEVEL)
      *  USED BY    -  CRSEREG, TERMROLL (ENDED-TERM PURGE), SECTDMND,
      *                STUDORPH (INTEGRITY SWEEP)
      *  NOTE       -  ONE RECORD PER STUDENT QUEUED FOR A CLOSED
      *                COURSE, KEYED ON COURSE-ID + TERM + POSITION.
      *                CRSEREG APPENDS A RECORD INSTEAD OF REJECTING
