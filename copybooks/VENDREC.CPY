      *================================================================
      *  VENDREC   -  VENDOR MASTER RECORD  (FD LEVEL)
      *  USED BY    -  POGEN, RTVPOST (VENDOR NAME ON THE RTV
      *                SHIPPING DOCUMENT), DOCKSCHD (VENDOR NAME ON
      *                THE DOCK SCHEDULE)
      *  NOTE       -  LINKS AN OWNER/ITEM TO ITS SUPPLIER WITH THE
      *                STANDARD ORDER QUANTITY AND LEAD TIME, SO A
      *                LOW-STOCK CONDITION CAN BECOME A PURCHASE
      *                ORDER WITHOUT A BUYER RETYPING THE LINE.
      *                THE ORDER QUANTITY IS IN THE UNIT THE VENDOR
      *                SHIPS IN - BLANK OR EA FOR EACHES, OTHERWISE A
      *                UNIT ON UOMMAST FOR THE ITEM (SEE UOMREC).
      *                THE UNIT PRICE IS THE AGREED PRICE FOR ONE OF
      *                THAT ORDER UNIT; ZERO MEANS NO PRICE AGREED.
      *================================================================
       01  VENDOR-RECORD.
           05  VEND-OWNER                  PIC X(20).
           05  VEND-VENDOR-NAME            PIC X(25).
           05  VEND-ORDER-QTY              PIC 9(05).
           05  VEND-LEAD-DAYS              PIC 9(03).
           05  VEND-ORDER-UOM              PIC X(02).
           05  VEND-UNIT-PRICE             PIC 9(05)V9(02).
