      *                   THE CLASS LIVES ON THE ABCCLASS SIDE FILE
      *                   AND ITMEXTR MERGES IT IN WHEN THE EXTRACT
      *                   REGENERATES; BLANK MEANS NOT YET CLASSED.
      *   2026-10-15 RLW  ADD THE PHYSICAL ATTRIBUTES PUT-AWAY NEEDS -
      *                   UNIT WEIGHT (KG), UNIT CUBE (CUBIC METRES)
      *                   AND STORAGE CLASS, FROM THE ITEMS TABLE.
      *                   ZERO WEIGHT/CUBE MEANS NOT YET MEASURED;
      *                   BLANK CLASS IS AMBIENT.
      *================================================================
       01  ITEM-RECORD.
           05  ITEM-OWNER                  PIC X(20).
           05  ITEM-LOCATION               PIC X(10).
           05  ITEM-UNIT-COST              PIC 9(05)V9(02).
           05  ITEM-ABC-CLASS              PIC X(01).
           05  ITEM-UNIT-WEIGHT            PIC 9(05)V9(03).
           05  ITEM-UNIT-CUBE              PIC 9(03)V9(04).
           05  ITEM-STORAGE-CLASS          PIC X(01).
               88  ITEM-AMBIENT            VALUE 'A' ' '.
               88  ITEM-CHILLED            VALUE 'C'.
               88  ITEM-HAZARDOUS          VALUE 'H'.
               88  ITEM-HIGH-VALUE         VALUE 'V'.
               88  ITEM-CLASS-VALID        VALUE 'A' ' ' 'C' 'H' 'V'.
