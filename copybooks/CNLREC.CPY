      *================================================================
      *  CNLREC    -  ORDER CANCELLATION LOG RECORD  (FD LEVEL)
      *  USED BY    -  ORDCANC (WRITE), OWNWEBX, ORDSTATX (READ)
      *  NOTE       -  CUMULATIVE ORDCNLOG, OPENED EXTEND.  ONE RECORD
      *                PER ACTION TAKEN ON A CANCELLATION - A PENDING
      *                LINE PULLED FROM ORDR, AN ALLOCATION RETURNED
      *                TO STOCK, A BACKORDER CLOSED, A CREDIT-HELD
      *                LINE PULLED FROM ORDHOLD - OR PER REQUEST
      *                REFUSED BECAUSE THE GOODS WERE ALREADY PICKED.
      *                ITEM IS BLANK ON A WHOLE-ORDER REFUSAL.
      *================================================================
       01  CANCEL-LOG-RECORD.
           05  CNL-CANCEL-DATE             PIC 9(08).
           05  CNL-ORDER-NO                PIC X(08).
           05  CNL-OWNER                   PIC X(20).
           05  CNL-ITEM-NAME               PIC X(20).
           05  CNL-QTY                     PIC 9(05).
           05  CNL-ACTION                  PIC X(04).
               88  CNL-PENDING-REMOVED     VALUE 'PEND'.
               88  CNL-STOCK-RETURNED      VALUE 'ALOC'.
               88  CNL-BACKORDER-CLOSED    VALUE 'BKO '.
               88  CNL-HELD-REMOVED        VALUE 'HELD'.
               88  CNL-REFUSED             VALUE 'RFSD'.
           05  CNL-REQUESTED-BY            PIC X(08).
           05  CNL-REASON                  PIC X(30).
