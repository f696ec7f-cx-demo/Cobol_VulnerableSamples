      *================================================================
      *  GRADREC   -  POSTED GRADE RECORD  (FD LEVEL)
      *  USED BY    -  GRADPOST (WRITES/RE-READS), ACADSTND (READS),
      *                GRADRIN (READS), TRANSCRP, DEGPROG, INCLAPSE,
      *                DEGAUDIT, STUDORPH (INTEGRITY SWEEP), RETNPURG
      *                (RETENTION DESTRUCTION)
      *  NOTE       -  ONE RECORD PER GRADED ENROLLMENT, APPENDED TO
      *                THE GRADHIST DATASET BY THE GRADE POSTING
      *                BATCH.  STUDENT-GPA ON THE STUDENT MASTER IS
      *                ALWAYS RECOMPUTED FROM THESE RECORDS, NEVER
      *                KEYED BY HAND.
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD THE LETTER GRADE.  A LETTER POSTING
      *                   CARRIES ITS GRDSCALE POINTS IN GRADE-POINTS;
      *                   P, I AND W CARRY ZERO AND NEVER COUNT IN A
      *                   GPA.  A BLANK LETTER IS A POINTS-ONLY
      *                   POSTING AND COUNTS AS IT ALWAYS HAS.
      *================================================================
       01  GRADE-RECORD.
           05  GRADE-STUDENT-ID            PIC 9(09).
           05  GRADE-TERM                  PIC X(05).
           05  GRADE-POINTS                PIC 9(01)V9(02).
           05  GRADE-POST-DATE             PIC X(08).
           05  GRADE-LETTER                PIC X(02).
               88  GRADE-NOT-IN-GPA        VALUE 'P ' 'I ' 'W '.
               88  GRADE-IS-PASS           VALUE 'P '.
               88  GRADE-IS-INCOMPLETE     VALUE 'I '.
