      *================================================================
      *  ATTNREC   -  ATTENDANCE CONFIRMATION RECORD  (FD LEVEL)
      *  USED BY    -  ATTEND (LOADS THE INSTRUCTORS' CONFIRMATIONS,
      *                REPORTS AND WITHDRAWS THE NEVER-ATTENDED)
      *  NOTE       -  INDEXED FILE (ATTNFILE) KEYED ON STUDENT,
      *                COURSE, SECTION AND TERM - ONE RECORD PER
      *                REGISTERED SECTION AN INSTRUCTOR HAS CONFIRMED.
      *                'A' THE STUDENT ATTENDED, 'N' THE INSTRUCTOR
      *                CONFIRMED THE STUDENT NEVER ATTENDED.  AN
      *                ENROLLMENT WITH NO 'A' RECORD BY THE TERM'S
      *                CALFILE DEADLINE IS NEVER-ATTENDED; WHEN ATTEND
      *                QUEUES ITS WITHDRAWAL THE RECORD BECOMES 'W'
      *                SO A RERUN NEVER QUEUES IT TWICE.
      *================================================================
       01  ATTENDANCE-RECORD.
           05  ATTN-KEY.
               10  ATTN-STUDENT-ID         PIC 9(09).
               10  ATTN-COURSE-ID          PIC X(08).
               10  ATTN-SECTION            PIC X(03).
               10  ATTN-TERM               PIC X(05).
           05  ATTN-STATUS                 PIC X(01).
               88  ATTN-ATTENDED           VALUE 'A'.
               88  ATTN-NEVER-ATTENDED     VALUE 'N'.
               88  ATTN-WITHDRAWAL-QUEUED  VALUE 'W'.
           05  ATTN-INSTRUCTOR-ID          PIC X(08).
           05  ATTN-CONFIRM-DATE           PIC 9(08).
           05  ATTN-WITHDRAW-DATE          PIC 9(08).
