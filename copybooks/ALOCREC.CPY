      *================================================================
      *  ALOCREC   -  ORDER LINE ALLOCATION RECORD  (FD LEVEL)
      *  USED BY    -  ORDALLOC, BORELEAS (WRITE), PICKCONF (MARK
      *                PICKED, WAVE REPORT), ORDCANC (CANCEL),
      *                ORDSTATX (ORDER STATUS INQUIRY BUILD),
      *                LOTRECAL (RECALLED LOT NOT YET PICKED, SETS
      *                THE RECALL HOLD)
      *  NOTE       -  INDEXED ALLOCMST, ONE RECORD PER ORDER LINE
      *                THAT HAS TAKEN STOCK OFF QTY_ON_HAND AND IS
      *                ON A PICK LIST.  A BACKORDER FILL ON THE SAME
      *                LINE BEFORE IT IS PICKED ADDS TO THE OPEN
      *                QUANTITY.  PICKCONF MARKS THE LINE PICKED;
      *                ORDCANC RETURNS AN UNPICKED LINE'S QUANTITY TO
      *                STOCK AND MARKS IT CANCELLED, SO A LATE PICK
      *                CONFIRMATION FOR IT IS REFUSED.  THE PICKED
      *                QUANTITY IS WHAT PICKCONF CONFIRMED - LESS THAN
      *                ALLOCATED ON A SHORT PICK.  THE WAVE IS THE
      *                ORDALLOC PICK WAVE THAT RELEASED THE LINE TO
      *                THE FLOOR - RUN DATE PLUS WAVE NUMBER, SO
      *                WAVE 001 OF ONE DAY IS NOT WAVE 001 OF THE
      *                NEXT.  WAVE 000 IS A BORELEAS BACKORDER FILL,
      *                PICKED FROM ITS OWN LIST OUTSIDE THE WAVES.
      *                THE QUANTITIES ARE IN EACHES; THE ORDER UNIT
      *                AND ITS FACTOR (SEE UOMREC) ARE THE UNIT THE
      *                LINE WAS ORDERED IN, KEPT SO THE PICK LIST AND
      *                PACKING SLIP CAN SHOW IT - EA, 1 WHEN ORDERED
      *                IN EACHES OR FILLED BY BORELEAS.
      *                THE LOT TRACE IS THE LOTS (SEE LOTREC) THE
      *                ALLOCATION CONSUMED FIRST-EXPIRY-FIRST-OUT, IN
      *                THE ORDER TAKEN, WITH THE QUANTITY FROM EACH -
      *                PICKCONF CARRIES IT ONTO THE MANIFEST SO A
      *                RECALLED LOT CAN BE FOLLOWED TO THE ORDERS IT
      *                SHIPPED ON.  ALL BLANK FOR UNDATED STOCK.  A
      *                LINE THAT TOOK MORE LOTS THAN THE TRACE HOLDS
      *                IS FLAGGED, SO THE RECALL REPORT CAN SAY ITS
      *                TRACE IS INCOMPLETE.
      *                AN OPEN LINE WHOSE TRACE NAMES A RECALLED LOT IS
      *                PUT ON RECALL HOLD BY LOTRECAL.  PICKCONF REFUSES
      *                ITS PICK CONFIRMATION, SO THE STOCK STAYS OFF
      *                THE DOCK, AND ORDCANC RETURNS IT TO HELD STOCK
      *                (QTY_ON_HOLD, LOT-QTY-HELD) FOR QCREL TO
      *                DISPOSITION INSTEAD OF TO AVAILABLE.
      *================================================================
       01  ALLOCATION-RECORD.
           05  ALOC-KEY.
               10  ALOC-ORDER-NO           PIC X(08).
               10  ALOC-OWNER              PIC X(20).
               10  ALOC-ITEM-NAME          PIC X(20).
           05  ALOC-QTY-ALLOCATED          PIC 9(05).
           05  ALOC-ALLOC-DATE             PIC 9(08).
           05  ALOC-STATUS                 PIC X(01).
               88  ALOC-OPEN               VALUE 'A'.
               88  ALOC-PICKED             VALUE 'P'.
               88  ALOC-CANCELLED          VALUE 'X'.
           05  ALOC-STATUS-DATE            PIC 9(08).
           05  ALOC-PROGRAM-ID             PIC X(08).
           05  ALOC-QTY-PICKED             PIC 9(05).
           05  ALOC-WAVE.
               10  ALOC-WAVE-DATE          PIC 9(08).
               10  ALOC-WAVE-NO            PIC 9(03).
           05  ALOC-ORDER-UOM              PIC X(02).
           05  ALOC-UOM-FACTOR             PIC 9(05).
           05  ALOC-LOT-TRACE.
               10  ALOC-LOT-USED OCCURS 5 TIMES.
                   15  ALOC-LOT-NUMBER     PIC X(10).
                   15  ALOC-LOT-QTY        PIC 9(05).
               10  ALOC-LOT-OVERFLOW-SW    PIC X(01).
                   88  ALOC-LOT-OVERFLOW   VALUE 'Y'.
           05  ALOC-RECALL-HOLD-SW         PIC X(01).
               88  ALOC-RECALL-HOLD        VALUE 'Y'.
