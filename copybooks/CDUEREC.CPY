      *================================================================
      *  CDUEREC   -  CYCLE COUNT DUE RECORD  (FD LEVEL)
      *  USED BY    -  CYCSHEET (ADDS AND SCHEDULES), CYCPOST (STAMPS
      *                THE LAST COUNT DATE), CYCCOVER (COVERAGE AND
      *                OVERDUE REPORT)
      *  NOTE       -  INDEXED FILE (CYCDUE) KEYED ON OWNER + ITEM +
      *                BIN, THE BIN BEING THE ITEM'S HOME LOCATION ON
      *                ITEMEXT - WHERE THE SHEET SENDS THE COUNTER.
      *                CYCSHEET ADDS A RECORD THE FIRST TIME IT SEES
      *                AN ITEM IN A BIN, WITH A ZERO LAST COUNT DATE
      *                (NEVER COUNTED), AND REFRESHES THE CLASS AND
      *                THE SEEN DATE ON EVERY RUN - A RECORD WHOSE
      *                SEEN DATE FALLS BEHIND THE LATEST RUN IS AN
      *                ITEM OR BIN NO LONGER ON THE EXTRACT.  CYCPOST
      *                STAMPS THE LAST COUNT DATE ON EVERY BIN OF
      *                THE OWNER/ITEM WHEN A COUNT IS COMPARED WITH
      *                THE BOOK.  THE CLASS IS THE ONE SCHEDULED ON -
      *                AN ITEM ITMABC HAS NOT YET CLASSED IS HELD AS
      *                A 'C'.
      *================================================================
       01  COUNT-DUE-RECORD.
           05  CDUE-KEY.
               10  CDUE-OWNER              PIC X(20).
               10  CDUE-ITEM-NAME          PIC X(20).
               10  CDUE-BIN                PIC X(10).
           05  CDUE-ABC-CLASS              PIC X(01).
           05  CDUE-LAST-COUNT-DATE        PIC 9(08).
           05  CDUE-LAST-SHEET-DATE        PIC 9(08).
           05  CDUE-LAST-SEEN-DATE         PIC 9(08).
