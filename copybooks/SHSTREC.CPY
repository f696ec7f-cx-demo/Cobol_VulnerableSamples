      *================================================================
      *  SHSTREC   -  SERIAL NUMBER HISTORY RECORD  (FD LEVEL)
      *  USED BY    -  RCVPOST, PICKCONF, RETPOST (APPEND), SERINQ
      *                (SERIAL HISTORY INQUIRY)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL SERHIST, ONE RECORD
      *                PER CHANGE TO A SERIAL ON SERMAST (SEE SERREC),
      *                IN THE ORDER THE RUNS MADE THEM.  THE REFERENCE
      *                IS THE PO NUMBER ON A RECEIPT AND THE ORDER
      *                NUMBER ON A SHIPMENT OR RETURN.  THE
      *                DISPOSITION IS THE RETURN'S ('S' BACK TO STOCK,
      *                'D' DAMAGED, 'X' SCRAPPED), BLANK OTHERWISE.
      *================================================================
       01  SERIAL-HISTORY-RECORD.
           05  SH-DATE                     PIC 9(08).
           05  SH-TIME                     PIC 9(08).
           05  SH-OWNER                    PIC X(20).
           05  SH-ITEM-NAME                PIC X(20).
           05  SH-SERIAL                   PIC X(20).
           05  SH-EVENT                    PIC X(01).
               88  SH-RECEIVED             VALUE 'R'.
               88  SH-SHIPPED              VALUE 'S'.
               88  SH-RETURNED             VALUE 'T'.
           05  SH-REFERENCE                PIC X(08).
           05  SH-SHIP-TO-ID               PIC X(10).
           05  SH-BIN                      PIC X(10).
           05  SH-DISPOSITION              PIC X(01).
           05  SH-PROGRAM-ID               PIC X(08).
           05  SH-OPERATOR                 PIC X(08).
