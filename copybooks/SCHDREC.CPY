      *================================================================
      *  SCHDREC   -  SECTION MEETING SCHEDULE RECORD  (FD LEVEL)
      *  USED BY    -  CRSEREG (SCHEDULE-CONFLICT AND ROOM-SIZE
      *                CHECKS), CLSSCHED (STUDENT CLASS SCHEDULES)
      *  NOTE       -  INDEXED FILE (SECTSCHD) KEYED ON COURSE +
      *                SECTION + TERM - THE SAME KEY AS INSTMAST (SEE
      *                INSTREC) - MAINTAINED BY THE REGISTRAR'S
      *                OFFICE.  ONE RECORD PER SCHEDULED SECTION.
      *                SCHD-DAYS IS POSITIONAL, MONDAY THROUGH
      *                SUNDAY, EACH POSITION CARRYING ITS DAY LETTER
      *                (M T W R F S U) WHEN THE SECTION MEETS THAT
      *                DAY AND A SPACE WHEN IT DOES NOT - 'M W F  '
      *                IS MONDAY/WEDNESDAY/FRIDAY.  TIMES ARE 24-HOUR
      *                HHMM.  A SECTION WITH NO RECORD HERE IS
      *                UNSCHEDULED (BY ARRANGEMENT) AND NEVER
      *                CONFLICTS.  SCHD-ROOM-ID NAMES A ROOMMAST
      *                ENTRY (SEE ROOMREC).
      *================================================================
       01  SECTION-SCHEDULE-RECORD.
           05  SCHD-KEY.
               10  SCHD-COURSE-ID          PIC X(08).
               10  SCHD-SECTION            PIC X(03).
               10  SCHD-TERM               PIC X(05).
           05  SCHD-DAYS                   PIC X(07).
           05  SCHD-DAY-FLAGS REDEFINES SCHD-DAYS.
               10  SCHD-DAY                PIC X(01) OCCURS 7 TIMES.
           05  SCHD-START-TIME             PIC 9(04).
           05  SCHD-END-TIME               PIC 9(04).
           05  SCHD-ROOM-ID                PIC X(08).
