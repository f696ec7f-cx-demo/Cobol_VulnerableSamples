      *================================================================
      *  HOUSREC   -  RESIDENCE HALL ROOM MASTER RECORD  (FD LEVEL)
      *  USED BY    -  HOUSMNT (MAINTAINS), HOUSASGN (ASSIGNS BEDS,
      *                PRICES THE ROOM CHARGE AND PRINTS THE HALL
      *                ROOM ROSTERS)
      *  NOTE       -  INDEXED FILE (HOUSMAST) KEYED ON HALL + ROOM,
      *                ONE RECORD PER ROOM, SO READING IT IN KEY
      *                ORDER GIVES EACH HALL'S ROOMS TOGETHER.  THE
      *                RATE IS THE CHARGE PER BED PER TERM.  A CLOSED
      *                ROOM KEEPS ITS OCCUPANTS BUT TAKES NO NEW
      *                ASSIGNMENTS.  WHO IS IN EACH BED IS KEPT
      *                SEPARATELY ON ROOMASGN (SEE HASGREC).
      *================================================================
       01  HOUSING-ROOM-RECORD.
           05  HOUS-KEY.
               10  HOUS-HALL-ID            PIC X(04).
               10  HOUS-ROOM-ID            PIC X(05).
           05  HOUS-HALL-NAME              PIC X(25).
           05  HOUS-BED-CAPACITY           PIC 9(02).
           05  HOUS-ROOM-RATE              PIC 9(05)V9(02).
           05  HOUS-ROOM-STATUS            PIC X(01).
               88  HOUS-ROOM-OPEN          VALUE 'O'.
               88  HOUS-ROOM-CLOSED        VALUE 'C'.
