      *================================================================
      *  LOCREC    -  WAREHOUSE LOCATION MASTER RECORD  (FD LEVEL)
      *  USED BY    -  LOCUTIL, ITMMAINT, ITMXFER (VALIDATION OF
      *                ITEM-LOCATION), AND THE RECEIVING/IMPORT WORK,
      *                LOCMNT (MAINTENANCE), BINMOVE AND PUTAWAY
      *                (CAPACITY AND STORAGE-CLASS CHECKS), DOCKBOOK
      *                (THE DOOR ON A DOCK APPOINTMENT)
      *  NOTE       -  DEFINES THE VALID ZONE/AISLE/BIN CODES.  THE
      *                LOCATION ID IS THE SAME TEN CHARACTERS CARRIED
      *                IN ITEM-LOCATION, ZONE FIRST, SO ONE BIN HAS
      *                EXACTLY ONE SPELLING.
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD THE BIN'S CAPACITY - MAXIMUM WEIGHT (KG)
      *                   AND CUBE (CUBIC METRES), ZERO MEANING NOT
      *                   LIMITED - AND THE STORAGE CLASSES IT MAY
      *                   HOLD (SEE ITEM-STORAGE-CLASS ON ITEMREC), UP
      *                   TO FOUR CODES IN ANY ORDER.  BLANK CLASSES
      *                   MEAN AMBIENT ONLY, SO EXISTING RACKING NEVER
      *                   TAKES CHILLED OR HAZARDOUS STOCK UNTIL IT
      *                   IS SET UP FOR IT.
      *================================================================
       01  LOCATION-RECORD.
           05  LOC-ID.
           05  LOC-STATUS                  PIC X(01).
               88  LOC-ACTIVE              VALUE 'A'.
               88  LOC-INACTIVE            VALUE 'I'.
           05  LOC-MAX-WEIGHT              PIC 9(07).
           05  LOC-MAX-CUBE                PIC 9(05)V9(04).
           05  LOC-STORAGE-CLASSES         PIC X(04).
