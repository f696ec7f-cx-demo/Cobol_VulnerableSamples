      *================================================================
      *  BMTREC    -  BIN MOVE TRANSACTION  (FD LEVEL)
      *  USED BY    -  BINMOVE (POSTS), REPLCONF (WRITES CONFIRMED
      *                REPLENISHMENT MOVES), PUTAWAY (WRITES PUT-AWAY
      *                SUGGESTIONS TO PUTSUGG)
      *  NOTE       -  LINE SEQUENTIAL BINMTRAN.  A BLANK FROM-BIN IS
      *                A PUT-AWAY INTO THE TO-BIN.
      *================================================================
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD BMT-OPERATOR - THE OPERATOR WHO MADE THE
      *                   MOVE, CHECKED AGAINST OPAUTH BY BINMOVE AND
      *                   LOGGED AS LABOR (SEE LABREC).  BLANK ON A
      *                   PUTSUGG SUGGESTION UNTIL SOMEONE DOES IT.
       01  MOVE-TRAN-RECORD.
           05  BMT-OWNER                   PIC X(20).
           05  BMT-ITEM-NAME               PIC X(20).
           05  BMT-FROM-LOC                PIC X(10).
           05  BMT-TO-LOC                  PIC X(10).
           05  BMT-QUANTITY                PIC 9(05).
      *    OPTIONAL - BLANK ON A BIN-TO-BIN MOVE CARRIES THE FROM-
      *    BIN'S LOT, BLANK ON A PUT-AWAY IS UNDATED STOCK.
           05  BMT-LOT-NUMBER              PIC X(10).
           05  BMT-OPERATOR                PIC X(08).
