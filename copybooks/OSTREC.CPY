      *================================================================
      *  OSTREC    -  ORDER STATUS INQUIRY RECORD
      *  USED BY    -  ORDSTATX (BUILDS), ORDSTAT (BROWSES)
      *  NOTE       -  INDEXED ORDSTIX, REBUILT EVERY NIGHT FROM THE
      *                FLAT ORDR, ORDHOLD, BACKORD, MANIFEST, RETREG
      *                AND ORDCNLOG DATASETS AND THE ALLOCMST FILE,
      *                WHICH THE REGION CANNOT READ.  KEYED ORDER
      *                NUMBER + SEQUENCE, ONE RECORD PER LINE PER STATE
      *                THE LINE HAS REACHED, IN LIFECYCLE ORDER.  THE
      *                EVENT DATE IS THE ALLOCATION, BACKORDER, PICK,
      *                SHIP, RETURN OR CANCEL DATE (ZERO FOR A LINE
      *                STILL PENDING OR ON CREDIT HOLD).  A LINE ON
      *                CREDIT HOLD IS WAITING ON ORDHOLD FOR ITS OWNER
      *                TO BE RELEASED BEFORE ORDALLOC WILL ALLOCATE IT.
      *================================================================
       01  ORDER-STATUS-RECORD.
           05  OST-KEY.
               10  OST-ORDER-NO            PIC X(08).
               10  OST-SEQ                 PIC 9(04).
           05  OST-OWNER                   PIC X(20).
           05  OST-ITEM-NAME               PIC X(20).
           05  OST-STATE                   PIC X(10).
               88  OST-PENDING             VALUE 'PENDING'.
               88  OST-CREDIT-HELD         VALUE 'HELD'.
               88  OST-ALLOCATED           VALUE 'ALLOCATED'.
               88  OST-BACKORDERED         VALUE 'BACKORDER'.
               88  OST-PICKED              VALUE 'PICKED'.
               88  OST-SHIPPED             VALUE 'SHIPPED'.
               88  OST-RETURNED            VALUE 'RETURNED'.
               88  OST-CANCELLED           VALUE 'CANCELLED'.
           05  OST-QTY                     PIC 9(05).
      *    PICKED ONLY - ALLOCATED LESS ACTUALLY PICKED.
           05  OST-SHORT-QTY               PIC 9(05).
           05  OST-EVENT-DATE              PIC 9(08).
      *    BACKORDER ONLY - DAYS SINCE THE LINE WENT SHORT.
           05  OST-DAYS-WAITING            PIC 9(04).
