      *================================================================
      *  REPLREC   -  FORWARD-PICK REPLENISHMENT LEVEL  (FD LEVEL)
      *  USED BY    -  REPLMNT (MAINTENANCE), REPLGEN (TASK
      *                GENERATION)
      *  NOTE       -  INDEXED REPLMST, KEYED ON OWNER + ITEM + THE
      *                FORWARD-PICK BIN, SO AN ITEM MAY HAVE A PICK
      *                FACE IN MORE THAN ONE BIN.  A BIN NAMED HERE IS
      *                A PICK FACE FOR THE ITEM; EVERY OTHER BIN THE
      *                ITEM SITS IN ON BINQTY (SEE BINREC) IS RESERVE.
      *                WHEN THE FACE FALLS TO ITS MINIMUM, REPLGEN
      *                ORDERS IT BACK UP TO ITS MAXIMUM FROM RESERVE.
      *================================================================
       01  REPL-LEVEL-RECORD.
           05  REPL-KEY.
               10  REPL-OWNER              PIC X(20).
               10  REPL-ITEM-NAME          PIC X(20).
               10  REPL-LOC-ID             PIC X(10).
           05  REPL-MIN-QTY                PIC 9(05).
           05  REPL-MAX-QTY                PIC 9(05).
           05  REPL-CHANGED-DATE           PIC 9(08).
