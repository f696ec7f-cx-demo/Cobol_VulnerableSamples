      *================================================================
      *  BOMREC    -  KIT BILL-OF-MATERIALS RECORD  (FD LEVEL)
      *  USED BY    -  BOMMNT (MAINTENANCE), KITBUILD (BUILD AND
      *                DISASSEMBLY)
      *  NOTE       -  INDEXED BOMMAST, KEYED ON OWNER + KIT ITEM +
      *                COMPONENT ITEM - ONE RECORD PER COMPONENT, SO
      *                A KEYED BROWSE ON OWNER + KIT RETURNS THE WHOLE
      *                BILL.  BOTH ITEMS BELONG TO THE SAME OWNER.
      *================================================================
       01  BOM-RECORD.
           05  BOM-KEY.
               10  BOM-OWNER               PIC X(20).
               10  BOM-KIT-ITEM            PIC X(20).
               10  BOM-COMPONENT           PIC X(20).
           05  BOM-QTY-PER                 PIC 9(05).
           05  BOM-CHANGED-DATE            PIC 9(08).
