      *================================================================
      *  SERREC    -  SERIAL NUMBER MASTER RECORD  (FD LEVEL)
      *  USED BY    -  RCVPOST (RECEIVES INTO STOCK), PICKCONF (SHIPS),
      *                RETPOST (TAKES BACK A SHIPPED SERIAL), SERINQ
      *                (SERIAL HISTORY INQUIRY)
      *  NOTE       -  INDEXED FILE (SERMAST) KEYED ON OWNER + ITEM +
      *                SERIAL, ONE RECORD PER SERIAL EVER RECEIVED OF
      *                A HIGH-VALUE ITEM (STORAGE CLASS 'V' ON THE
      *                ITEMS TABLE - SEE ITEMREC).  THE RECORD HOLDS
      *                WHERE THE SERIAL STANDS NOW; EVERY CHANGE IS
      *                ALSO APPENDED TO THE SERHIST LOG (SEE SHSTREC).
      *                THE BIN IS THE ITEM'S LOCATION WHILE THE
      *                SERIAL IS IN STOCK, BLANK ONCE IT HAS LEFT.
      *                ALLOCATED IS A SERIAL HELD FOR ONE ORDER - ONLY
      *                THAT ORDER'S PICK MAY SHIP IT.  A RETURNED
      *                SERIAL WITH THE 'S' DISPOSITION IS BACK ON THE
      *                SHELF AND MAY SHIP AGAIN; 'D' AND 'X' MAY NOT.
      *                THE ORDER, SHIP-TO AND SHIP DATE ARE THE LAST
      *                SHIPMENT AND STAY ON A RETURNED SERIAL.
      *================================================================
       01  SERIAL-RECORD.
           05  SER-KEY.
               10  SER-OWNER               PIC X(20).
               10  SER-ITEM-NAME           PIC X(20).
               10  SER-SERIAL              PIC X(20).
           05  SER-STATUS                  PIC X(01).
               88  SER-IN-STOCK            VALUE 'I'.
               88  SER-ALLOCATED           VALUE 'A'.
               88  SER-SHIPPED             VALUE 'S'.
               88  SER-RETURNED            VALUE 'R'.
           05  SER-BIN                     PIC X(10).
           05  SER-RECEIVED-DATE           PIC 9(08).
           05  SER-PO-NUMBER               PIC 9(06).
           05  SER-ORDER-NO                PIC X(08).
           05  SER-SHIP-TO-ID              PIC X(10).
           05  SER-SHIP-DATE               PIC 9(08).
           05  SER-RETURN-DATE             PIC 9(08).
           05  SER-RETURN-DISP             PIC X(01).
           05  SER-STATUS-DATE             PIC 9(08).
           05  SER-PROGRAM-ID              PIC X(08).
