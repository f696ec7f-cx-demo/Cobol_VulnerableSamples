      *================================================================
      *  OWNERREC  -  WAREHOUSE OWNER MASTER EXTRACT RECORD  (FD LEVEL)
      *  USED BY    -  ITMORPH, OWNWEB, PINISSUE, SHIPMNT, ASNFEED,
      *                OWNWEBX
      *  NOTE       -  OWNER-ASN-SW IS SET BY THE OWNMNT 'F' ACTION.
      *                AN OWNER WHO TAKES THE ADVANCE-SHIP-NOTICE FILE
      *                GETS ONE FROM ASNFEED EACH DAY; ANY OTHER OWNER
      *                SEES THE SAME SHIPMENTS ON THE OWNWEB PAGE.
      *================================================================
       01  OWNER-RECORD.
           05  OWNER-ID                    PIC X(20).
           05  OWNER-STATUS                PIC X(01).
               88  OWNER-ACTIVE            VALUE 'A'.
               88  OWNER-INACTIVE          VALUE 'I'.
           05  OWNER-ASN-SW                PIC X(01).
               88  OWNER-TAKES-ASN         VALUE 'Y'.
