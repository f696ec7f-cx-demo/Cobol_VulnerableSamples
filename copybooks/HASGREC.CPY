      *================================================================
      *  HASGREC   -  RESIDENCE HALL ROOM ASSIGNMENT RECORD  (FD LEVEL)
      *  USED BY    -  HOUSASGN (ASSIGNS AND WAITLISTS), HOUSMNT
      *                (REFUSES TO DELETE AN OCCUPIED ROOM)
      *  NOTE       -  INDEXED FILE (ROOMASGN) KEYED ON STUDENT-ID +
      *                TERM, ONE RECORD PER HOUSING APPLICANT PER
      *                TERM - EITHER A BED IN A HALL/ROOM ON HOUSMAST
      *                (SEE HOUSREC) OR A PLACE ON THE HOUSING
      *                WAITLIST.  THE RATE IS THE ROOM RATE AT THE
      *                TIME OF ASSIGNMENT, WHICH IS WHAT STUDRECV IS
      *                BILLED, SO A LATER RATE CHANGE DOES NOT REBILL
      *                A STUDENT ALREADY PLACED.
      *================================================================
       01  HOUSING-ASSIGN-RECORD.
           05  HASG-KEY.
               10  HASG-STUDENT-ID         PIC 9(09).
               10  HASG-TERM               PIC X(05).
           05  HASG-STATUS                 PIC X(01).
               88  HASG-ASSIGNED           VALUE 'A'.
               88  HASG-WAITLISTED         VALUE 'W'.
           05  HASG-HALL-ID                PIC X(04).
           05  HASG-ROOM-ID                PIC X(05).
           05  HASG-ROOM-RATE              PIC 9(05)V9(02).
           05  HASG-PRIORITY               PIC 9(02).
           05  HASG-APPL-DATE              PIC 9(08).
           05  HASG-STATUS-DATE            PIC 9(08).
