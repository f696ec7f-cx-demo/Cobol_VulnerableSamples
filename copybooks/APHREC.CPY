      *================================================================
      *  APHREC    -  APPROVED VENDOR INVOICE HISTORY  (FD LEVEL)
      *  USED BY    -  APMATCH (WRITES ON APPROVAL, CHECKS EVERY
      *                INVOICE AGAINST IT)
      *  NOTE       -  INDEXED APHIST, KEYED ON VENDOR + VENDOR
      *                INVOICE NUMBER.  AN INVOICE ON THIS FILE HAS
      *                ALREADY GONE TO ACCOUNTS PAYABLE FOR PAYMENT,
      *                SO THE SAME INVOICE ARRIVING AGAIN IS REFUSED
      *                RATHER THAN PAID TWICE.
      *================================================================
       01  AP-HISTORY-RECORD.
           05  APH-KEY.
               10  APH-VENDOR-ID           PIC X(08).
               10  APH-INVOICE-NO          PIC X(12).
           05  APH-PO-NUMBER               PIC 9(06).
           05  APH-QTY                     PIC 9(05).
           05  APH-AMOUNT                  PIC 9(09)V9(02).
           05  APH-APPROVED-DATE           PIC 9(08).
