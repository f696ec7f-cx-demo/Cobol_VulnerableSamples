      *================================================================
      *  ASNREC    -  ADVANCE SHIP NOTICE DETAIL RECORD  (FD LEVEL)
      *  USED BY    -  ASNFEED (WRITES ONE ASN FILE PER OWNER)
      *  NOTE       -  ONE RECORD PER MANIFEST LINE SHIPPED ON THE
      *                BUSINESS DATE FOR AN OWNER WHO TAKES THE ASN
      *                (OWNER-ASN-SW, SEE OWNERREC).  EACH FILE IS
      *                FRAMED BY THE SHOP-STANDARD CTLREC HEADER AND
      *                TRAILER, FILE ID 'ASNFEED ', THE TRAILER HASH
      *                BEING THE SUM OF THE QUANTITIES SHIPPED.  A
      *                LINE SHIPPED FROM MORE THAN ONE LOT GIVES ONE
      *                RECORD PER LOT ON ITS MANIFEST LOT TRACE, WITH
      *                THAT LOT'S QUANTITY; ANY QUANTITY THE TRACE
      *                DOES NOT PLACE (UNDATED STOCK) GOES ON A RECORD
      *                WITH THE LOT NUMBER BLANK.  THE OVERFLOW FLAG
      *                MARKS EVERY RECORD OF A LINE THAT TOOK MORE
      *                LOTS THAN THE TRACE HOLDS, SO THE OWNER KNOWS
      *                ITS BLANK-LOT QUANTITY CAME FROM LOTS UNNAMED.
      *================================================================
       01  ASN-RECORD.
           05  ASN-SHIP-DATE               PIC 9(08).
           05  ASN-OWNER                   PIC X(20).
           05  ASN-ORDER-NO                PIC X(08).
           05  ASN-ITEM-NAME               PIC X(20).
           05  ASN-QTY-SHIPPED             PIC 9(05).
           05  ASN-SHIP-TO-ID              PIC X(10).
           05  ASN-CARRIER                 PIC X(04).
           05  ASN-LOT-NUMBER              PIC X(10).
           05  ASN-LOT-OVERFLOW-SW         PIC X(01).
               88  ASN-LOT-OVERFLOW        VALUE 'Y'.
