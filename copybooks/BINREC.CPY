      *================================================================
      *  BINREC    -  BIN QUANTITY RECORD  (FD LEVEL)
      *  USED BY    -  BINMOVE (MAINTAINS), LOCUTIL (UTILIZATION),
      *                REPLGEN (FORWARD-PICK REPLENISHMENT),
      *                PUTAWAY (BIN OCCUPANCY FOR PUT-AWAY),
      *                LOTRECAL (BINS HOLDING A RECALLED LOT)
      *  NOTE       -  INDEXED FILE (BINQTY) KEYED ON OWNER + ITEM +
      *                LOC-ID, ONE RECORD PER BIN AN ITEM ACTUALLY
      *                SITS IN.  ITEM-LOCATION ON THE ITEM EXTRACT
      *                REMAINS THE ITEM'S HOME BIN; THIS FILE IS
      *                WHERE THE STOCK REALLY IS, SO AN ITEM CAN
      *                LIVE IN AS MANY BINS AS RECEIPTS PUT IT IN.
      *                THE LOT IS THE EARLIEST-EXPIRING LOT MOVED INTO
      *                THE BIN (SEE LOTREC) - THE ONE A PICKER TAKES
      *                FIRST - SO REPLENISHMENT CAN DRAW RESERVE
      *                FIRST-EXPIRY-FIRST-OUT.  BLANK WITH A ZERO
      *                EXPIRY FOR UNDATED STOCK.
      *================================================================
       01  BIN-QUANTITY-RECORD.
           05  BIN-KEY.
               10  BIN-ITEM-NAME           PIC X(20).
               10  BIN-LOC-ID              PIC X(10).
           05  BIN-QTY                     PIC 9(05).
           05  BIN-LOT-NUMBER              PIC X(10).
           05  BIN-LOT-EXPIRY              PIC 9(08).
