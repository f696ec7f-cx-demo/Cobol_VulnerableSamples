      *================================================================
      *  RPLTREC   -  REPLENISHMENT TASK RECORD  (FD LEVEL)
      *  USED BY    -  REPLGEN (CREATES), REPLCONF (CONFIRMS)
      *  NOTE       -  INDEXED REPLTASK, KEYED ON THE RUN DATE PLUS
      *                A SEQUENCE WITHIN THE DATE - THE TWELVE-DIGIT
      *                TASK NUMBER PRINTED ON THE MOVE LIST AND KEYED
      *                BACK ON THE CONFIRMATION.  A TASK STAYS OPEN
      *                UNTIL REPLCONF CONFIRMS IT, AND WHILE OPEN ITS
      *                QUANTITY COUNTS AS ALREADY ON ITS WAY TO THE
      *                PICK FACE, SO A LATER REPLGEN RUN DOES NOT
      *                ORDER THE SAME MOVE TWICE.  A CONFIRMATION OF
      *                ZERO CANCELS THE TASK.
      *================================================================
       01  REPL-TASK-RECORD.
           05  RPLT-KEY.
               10  RPLT-TASK-DATE          PIC 9(08).
               10  RPLT-TASK-SEQ           PIC 9(04).
           05  RPLT-OWNER                  PIC X(20).
           05  RPLT-ITEM-NAME              PIC X(20).
           05  RPLT-FROM-LOC               PIC X(10).
           05  RPLT-TO-LOC                 PIC X(10).
           05  RPLT-LOT-NUMBER             PIC X(10).
           05  RPLT-LOT-EXPIRY             PIC 9(08).
           05  RPLT-QTY                    PIC 9(05).
           05  RPLT-STATUS                 PIC X(01).
               88  RPLT-OPEN               VALUE 'O'.
               88  RPLT-CONFIRMED          VALUE 'C'.
               88  RPLT-CANCELLED          VALUE 'X'.
           05  RPLT-QTY-MOVED              PIC 9(05).
           05  RPLT-STATUS-DATE            PIC 9(08).
