      *               KEYED OWNER + ITEM), REGENERATED BY ITMEXTR IN
      *               THE SAME PASS AS THE SEQUENTIAL EXTRACT.
      *  USED BY    -  ITMEXTR (WRITER), MQINTAKE, MONCLOSE, ITMINQ,
      *                ORDENTRY, BOMMNT, BINMOVE, PUTAWAY, PPVRPT,
      *                DMGDISP -
      *                LIFTED TO A COPYBOOK THE MOMENT A SECOND READER
      *                APPEARED, AS WITH POREC, SO THE HAND COPIES
      *                CANNOT DRIFT.
      *  NOTE       -  SAME FIELDS AS ITEMREC, PLUS THE GROUP KEY THE
      *                INDEXED ORGANIZATION NEEDS.
      *================================================================
           05  IM-LOCATION                 PIC X(10).
           05  IM-UNIT-COST                PIC 9(05)V9(02).
           05  IM-ABC-CLASS                PIC X(01).
           05  IM-UNIT-WEIGHT              PIC 9(05)V9(03).
           05  IM-UNIT-CUBE                PIC 9(03)V9(04).
           05  IM-STORAGE-CLASS            PIC X(01).
               88  IM-AMBIENT              VALUE 'A' ' '.
