      *================================================================
      *  ROOMREC   -  CLASSROOM MASTER RECORD  (FD LEVEL)
      *  USED BY    -  CRSEREG (ROOM-SIZE CHECK), CLSSCHED (ROOM
      *                NAMES ON THE STUDENT CLASS SCHEDULE)
      *  NOTE       -  INDEXED FILE (ROOMMAST) KEYED ON ROOM-ID,
      *                MAINTAINED BY THE REGISTRAR'S OFFICE.  ROOM-
      *                SEATS IS THE NUMBER OF STUDENT SEATS IN THE
      *                ROOM - A SECTION SCHEDULED THERE (SEE SCHDREC)
      *                SHOULD NOT PROMISE MORE SEATS THAN THAT.
      *================================================================
       01  ROOM-RECORD.
           05  ROOM-ID                     PIC X(08).
           05  ROOM-BUILDING               PIC X(20).
           05  ROOM-SEATS                  PIC 9(04).
