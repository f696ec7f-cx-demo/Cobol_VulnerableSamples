      *================================================================
      *  UOMREC    -  ITEM UNIT-OF-MEASURE RECORD  (FD LEVEL)
      *  USED BY    -  UOMMNT (MAINTENANCE), MQINTAKE (RECEIPT AND
      *                ORDER UNITS), ORDENTRY (ORDER UNIT), RCVPOST
      *                (RECEIPT CONVERSION), POGEN (VENDOR ORDER
      *                UNIT), CYCPOST (COUNT CONVERSION)
      *  NOTE       -  INDEXED UOMMAST, KEYED ON OWNER + ITEM + UNIT
      *                CODE.  THE FACTOR IS HOW MANY BASE UNITS (EACH)
      *                MAKE ONE OF THIS UNIT - A CASE OF 4 INNERS OF
      *                6 IS CS = 24, IP = 6.  EVERY QUANTITY STORED
      *                ON THE ITEMS TABLE, LOTS, BINS, ORDERS AND POS
      *                IS IN EACHES; A QUANTITY IN ANY OTHER UNIT IS
      *                MULTIPLIED OUT BY THIS FACTOR ON THE WAY IN.
      *                EA IS THE BASE UNIT AND IS NEVER ON FILE - A
      *                BLANK UNIT MEANS EA, FACTOR 1.
      *================================================================
       01  UOM-RECORD.
           05  UOM-KEY.
               10  UOM-OWNER               PIC X(20).
               10  UOM-ITEM-NAME           PIC X(20).
               10  UOM-CODE                PIC X(02).
                   88  UOM-INNER-PACK      VALUE 'IP'.
                   88  UOM-CASE            VALUE 'CS'.
                   88  UOM-PALLET          VALUE 'PL'.
                   88  UOM-CODE-VALID      VALUE 'IP' 'CS' 'PL'.
           05  UOM-FACTOR                  PIC 9(05).
           05  UOM-CHANGED-DATE            PIC 9(08).
