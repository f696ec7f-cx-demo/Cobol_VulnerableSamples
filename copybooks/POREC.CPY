      *  POREC     -  PURCHASE ORDER RECORD  (FD LEVEL)
      *  USED BY    -  POGEN (CREATES), RCVPOST (RELIEVES ON RECEIPT
      *                AND CLOSES FULLY RECEIVED ORDERS), POAGERPT
      *                (OPEN-PO AGING), VENDPERF (VENDOR SCORECARD),
      *                MONCLOSE (RECEIVED-NOT-INVOICED ACCRUAL),
      *                APMATCH (VENDOR INVOICE MATCH), RTVPOST
      *                (RELIEVES ON A RETURN TO VENDOR), DOCKBOOK
      *                (OPEN POS ON A DOCK APPOINTMENT)
      *  NOTE       -  INDEXED FILE (POMAST) KEYED ON OWNER + ITEM -
      *                ONE OPEN ORDER PER OWNER AND ITEM, WHICH IS
      *                HOW POGEN SUPPRESSES DOUBLE-ORDERING.
      *                   WITH THE RECEIVED-TO-DATE QUANTITY AND THE
      *                   CLOSE DATE SO RECEIPTS RELIEVE THE ORDER
      *                   AND THE SCORECARD CAN MEASURE THE VENDOR.
      *   2026-10-15 RLW  ORDER QUANTITY IS IN EACHES; THE UNIT THE
      *                   VENDOR SHIPS IN AND ITS FACTOR (SEE UOMREC)
      *                   ARE KEPT SO THE REGISTER SHOWS THE ORDER AS
      *                   PLACED.  RECEIPTS RELIEVE IT IN EACHES.
      *   2026-10-15 RLW  AGREED UNIT PRICE PER EACH FROM THE VENDOR
      *                   MASTER, CARRIED TO THE RECEIVING REGISTER
      *                   FOR PURCHASE PRICE VARIANCE.  ZERO MEANS
      *                   NO PRICE WAS AGREED.
      *   2026-10-15 RLW  INVOICED-TO-DATE QUANTITY, IN EACHES, RAISED
      *                   BY APMATCH AS EACH VENDOR INVOICE IS
      *                   APPROVED, SO A SECOND INVOICE CANNOT BILL
      *                   WHAT THE FIRST ALREADY DID.
      *   2026-10-15 RLW  RETURNED-TO-VENDOR QUANTITY, IN EACHES.  A
      *                   RETURN TAKES THE QUANTITY BACK OFF
      *                   RECEIVED-TO-DATE AND ADDS IT HERE, SO THE
      *                   SCORECARD CAN COUNT REJECTED DELIVERIES.
      *================================================================
       01  PO-RECORD.
           05  PO-KEY.
               88  PO-CLOSED               VALUE 'C'.
           05  PO-RECEIVED-QTY             PIC 9(05).
           05  PO-CLOSE-DATE               PIC 9(08).
           05  PO-ORDER-UOM                PIC X(02).
           05  PO-UOM-FACTOR               PIC 9(05).
           05  PO-UNIT-PRICE               PIC 9(05)V9(04).
           05  PO-INVOICED-QTY             PIC 9(05).
           05  PO-RETURNED-QTY             PIC 9(05).
