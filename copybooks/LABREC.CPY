      *================================================================
      *  LABREC    -  WAREHOUSE LABOR LOG RECORD  (FD LEVEL)
      *  USED BY    -  PICKCONF, CYCPOST, BINMOVE, QCREL, RCVPOST
      *                (APPEND), LABRPT (OPERATOR PRODUCTIVITY)
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL LABORLOG, ONE RECORD
      *                PER TRANSACTION A POSTER HANDLED, STAMPED WITH
      *                THE OPERATOR KEYED ON THE TRANSACTION.  AN
      *                OPERATOR NOT ON OPAUTH (OR NONE AT ALL) STILL
      *                POSTS - THE WORK WAS DONE - BUT IS LOGGED WITH
      *                LAB-OPER-VALID-SW 'N' AND FLAGGED E479 ON THE
      *                POSTER'S EXCEPTION FILE.  A TRANSACTION THE
      *                POSTER REJECTED IS NOT LOGGED.
      *                LAB-EXCEPTION-SW IS 'Y' ON A SHORT PICK OR A
      *                COUNT THAT DISAGREED WITH THE BOOK.  UNITS ARE
      *                EACHES.
      *================================================================
       01  LABOR-LOG-RECORD.
           05  LAB-DATE                    PIC 9(08).
           05  LAB-TIME                    PIC 9(08).
           05  LAB-OPERATOR                PIC X(08).
           05  LAB-OPER-VALID-SW           PIC X(01).
               88  LAB-OPER-VERIFIED       VALUE 'Y'.
           05  LAB-ACTIVITY                PIC X(02).
               88  LAB-PICK                VALUE 'PK'.
               88  LAB-COUNT               VALUE 'CC'.
               88  LAB-BIN-MOVE            VALUE 'BM'.
               88  LAB-RECEIPT             VALUE 'RC'.
               88  LAB-INSPECTION          VALUE 'QC'.
           05  LAB-OWNER                   PIC X(20).
           05  LAB-ITEM-NAME               PIC X(20).
           05  LAB-UNITS                   PIC 9(05).
           05  LAB-EXCEPTION-SW            PIC X(01).
               88  LAB-EXCEPTION           VALUE 'Y'.
