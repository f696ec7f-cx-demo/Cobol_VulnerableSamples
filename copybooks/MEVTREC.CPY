      *================================================================
      *  MEVTREC   -  STOCK MOVEMENT EVENT RECORD  (FD LEVEL)
      *  USED BY    -  RCVPOST, QCREL, ORDALLOC, PICKCONF, RETPOST,
      *                CYCPOST (APPEND), STKPUB (PUBLISHES TO THE
      *                OWNERS), PUBRECON (DAILY RECONCILIATION)
      *  WRITTEN BY -  PARAGRAPH 9600-WRITE-MOVEMENT-EVENT (COPY THE
      *                PARAGRAPH BODY INTO EACH PROGRAM, AS WITH THE
      *                BALANCE MOVEMENT WRITER - THE CONTRACT IS THE
      *                RECORD LAYOUT, NOT THE CODE).  THE CALLER SETS
      *                THE OWNER, ITEM, TYPE, QUANTITY AND REFERENCE;
      *                THE PARAGRAPH TAKES THE ON-HAND FROM THE ITEMS
      *                TABLE AND STAMPS THE DATE, TIME AND PROGRAM.
      *  NOTE       -  CUMULATIVE LINE-SEQUENTIAL STKMOVE, ONE RECORD
      *                PER POSTING-REGISTER LINE, IN THE ORDER THE
      *                RUNS POSTED THEM.  A RECORD'S POSITION IN THE
      *                FILE IS ITS JOURNAL NUMBER - STKPUB KEEPS EACH
      *                OWNER'S PLACE BY IT (SEE PSUBREC), SO THE FILE
      *                IS ONLY EVER APPENDED TO, NEVER TRIMMED OR
      *                REBUILT IN PLACE.  THE QUANTITY IS IN EACHES
      *                AND ALWAYS POSITIVE - THE TYPE SAYS WHICH WAY
      *                IT WENT.  THE ON-HAND IS THE ITEM'S AVAILABLE
      *                QUANTITY JUST AFTER THE POSTING (ZERO WHEN THE
      *                ITEM COULD NOT BE READ BACK).  THE REFERENCE IS
      *                THE PO NUMBER ON A RECEIPT, THE ORDER NUMBER ON
      *                AN ALLOCATION, SHIPMENT OR RETURN, THE LOT ON A
      *                QUALITY RELEASE, BLANK ON A COUNT ADJUSTMENT.
      *================================================================
       01  MOVEMENT-EVENT-RECORD.
           05  MEV-DATE                    PIC 9(08).
           05  MEV-TIME                    PIC 9(08).
           05  MEV-PROGRAM-ID              PIC X(08).
           05  MEV-OWNER                   PIC X(20).
           05  MEV-ITEM-NAME               PIC X(20).
           05  MEV-TYPE                    PIC X(04).
               88  MEV-RECEIPT             VALUE 'RCPT'.
               88  MEV-QC-RELEASE          VALUE 'QREL'.
               88  MEV-QC-DAMAGE           VALUE 'QDMG'.
               88  MEV-ALLOCATION          VALUE 'ALOC'.
               88  MEV-SHIPMENT            VALUE 'SHIP'.
               88  MEV-RETURN-TO-STOCK     VALUE 'RTNS'.
               88  MEV-RETURN-DAMAGED      VALUE 'RTND'.
               88  MEV-RETURN-SCRAPPED     VALUE 'RTNX'.
               88  MEV-COUNT-UP            VALUE 'CNTU'.
               88  MEV-COUNT-DOWN          VALUE 'CNTD'.
           05  MEV-QUANTITY                PIC 9(07).
           05  MEV-ON-HAND                 PIC 9(07).
           05  MEV-REFERENCE               PIC X(10).
