      *================================================================
      *  OHDRREC   -  ORDER HEADER RECORD  (FD LEVEL)
      *  USED BY    -  ORDENTRY, MQINTAKE (WRITE), ORDALLOC, PICKCONF,
      *                ORDSTAT (READ)
      *  NOTE       -  INDEXED ORDHDR, ONE RECORD PER ORDER, KEYED ON
      *                THE ORDER NUMBER AND OWNER CARRIED ON EVERY
      *                ORDR LINE.  THE ORDR LINE LAYOUT IS UNCHANGED -
      *                THE HEADER SAYS WHERE THE GOODS GO (SHIP-TO ON
      *                SHIPTO, SEE SHIPREC), WHEN THE CUSTOMER WANTS
      *                THEM SHIPPED AND BY WHICH CARRIER.  A LINE
      *                WITH NO HEADER STILL ALLOCATES AND SHIPS, BUT
      *                UNADDRESSED.
      *================================================================
       01  ORDER-HEADER-RECORD.
           05  OHDR-KEY.
               10  OHDR-ORDER-NO           PIC X(08).
               10  OHDR-OWNER              PIC X(20).
           05  OHDR-SHIP-TO-ID             PIC X(10).
           05  OHDR-REQ-SHIP-DATE          PIC 9(08).
           05  OHDR-CARRIER                PIC X(04).
           05  OHDR-ENTRY-DATE             PIC 9(08).
           05  OHDR-SOURCE                 PIC X(04).
               88  OHDR-FROM-ORDENTRY      VALUE 'ORDE'.
               88  OHDR-FROM-DEPOT         VALUE 'MQIN'.
