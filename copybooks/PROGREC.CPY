      *================================================================
      *  PROGREC   -  DEGREE PROGRESS RECORD  (FD LEVEL)
      *  USED BY    -  DEGPROG (RECOMPUTES EACH GRADE-POSTING RUN),
      *                GRADCLR (GRADUATION CLEARANCE), STUDORPH
      *                (INTEGRITY SWEEP)
      *  NOTE       -  INDEXED FILE (DEGPFILE) KEYED ON STUDENT-ID,
      *                ONE RECORD PER STUDENT WITH POSTED GRADES.
      *                CREDITS EARNED ARE ALWAYS RECOMPUTED FROM THE
      *                CATALOG - A PASSED COURSE EARNS ITS CREDITS
      *                ONCE, RETAKES NEVER DOUBLE-COUNT.  NEVER KEYED
      *                BY HAND, THE SAME RULE AS STUDENT-GPA.
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD PROG-CREDITS-HERE - THE PART OF CREDITS
      *                   EARNED FROM GRADES POSTED HERE, NOT BY
      *                   TRANSFER (SEE XFERREC).  GRADCLR HOLDS
      *                   LATIN HONORS TO A MINIMUM OF IT.  THE FILE
      *                   IS REDEFINED AT THE NEW LENGTH AND DEGPROG'S
      *                   NEXT RUN REBUILDS EVERY RECORD.
      *================================================================
       01  PROGRESS-RECORD.
           05  PROG-STUDENT-ID             PIC 9(09).
           05  PROG-CREDITS-EARNED         PIC 9(04).
           05  PROG-LAST-UPDATE            PIC 9(08).
           05  PROG-CREDITS-HERE           PIC 9(04).
