      *================================================================
      *  CCNTREC   -  CYCLE COUNT LOG RECORD  (FD LEVEL)
      *  USED BY    -  CYCPOST (APPENDS), OWNSCORE (INVENTORY
      *                ACCURACY)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL CYCCNTLG, ONE RECORD
      *                PER COUNTED LINE CYCPOST COMPARED WITH THE BOOK
      *                - WITH OR WITHOUT A VARIANCE - SO THE COUNTED
      *                LINES CAN BE SET AGAINST THE CYCADJLG
      *                ADJUSTMENTS.  QUANTITIES ARE IN EACHES.  A
      *                COUNT REJECTED BEFORE THE COMPARISON IS NOT
      *                LOGGED.
      *================================================================
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD CCL-OPERATOR - THE OPERATOR WHO TOOK THE
      *                   COUNT, AS KEYED ON THE CYCCOUNT RECORD.
       01  COUNT-LOG-RECORD.
           05  CCL-DATE                    PIC 9(08).
           05  CCL-TIME                    PIC 9(08).
           05  CCL-OWNER                   PIC X(20).
           05  CCL-ITEM-NAME               PIC X(20).
           05  CCL-BOOK-QTY                PIC 9(05).
           05  CCL-COUNTED-QTY             PIC 9(05).
           05  CCL-RESULT                  PIC X(01).
               88  CCL-NO-VARIANCE         VALUE 'N'.
               88  CCL-ADJUSTED            VALUE 'P'.
               88  CCL-NOT-ADJUSTED        VALUE 'H'.
           05  CCL-OPERATOR                PIC X(08).
