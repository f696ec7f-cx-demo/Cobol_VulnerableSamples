      *================================================================
      *  SHIPREC   -  SHIP-TO CUSTOMER MASTER RECORD  (FD LEVEL)
      *  USED BY    -  SHIPMNT (MAINTENANCE), ORDENTRY, MQINTAKE
      *                (ORDER HEADER VALIDATION), PICKCONF (PACKING
      *                SLIP ADDRESS)
      *  NOTE       -  INDEXED SHIPTO, KEYED ON OWNER PLUS THE
      *                OWNER'S OWN TEN-CHARACTER CUSTOMER CODE, SO
      *                TWO OWNERS MAY USE THE SAME CODE FOR DIFFERENT
      *                CONSIGNEES.  THE DEFAULT CARRIER IS TAKEN BY
      *                AN ORDER HEADER THAT NAMES NONE.  AN INACTIVE
      *                SHIP-TO TAKES NO NEW ORDERS BUT STILL PRINTS
      *                ON SLIPS FOR ORDERS ALREADY TAKEN.
      *================================================================
       01  SHIP-TO-RECORD.
           05  SHIP-KEY.
               10  SHIP-OWNER              PIC X(20).
               10  SHIP-TO-ID              PIC X(10).
           05  SHIP-NAME                   PIC X(30).
           05  SHIP-ADDR-LINE-1            PIC X(30).
           05  SHIP-ADDR-LINE-2            PIC X(30).
           05  SHIP-CITY                   PIC X(20).
           05  SHIP-STATE                  PIC X(02).
           05  SHIP-ZIP                    PIC X(10).
           05  SHIP-DEFAULT-CARRIER        PIC X(04).
           05  SHIP-STATUS                 PIC X(01).
               88  SHIP-ACTIVE             VALUE 'A'.
               88  SHIP-INACTIVE           VALUE 'I'.
