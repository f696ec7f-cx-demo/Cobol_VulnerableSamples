      *================================================================
      *  APFREC    -  ACCOUNTS-PAYABLE INTERFACE DETAIL RECORD
      *  USED BY    -  APMATCH (WRITER)
      *  NOTE       -  ONE RECORD PER VENDOR INVOICE APPROVED BY THE
      *                THREE-WAY MATCH, IN THE FIXED LAYOUT ACCOUNTS
      *                PAYABLE LOADS.  THE APFEED FILE OPENS WITH A
      *                CTLREC HEADER AND CLOSES WITH A CTLREC TRAILER
      *                (FILE ID 'APFEED  ', HASH TOTAL OVER THE
      *                INVOICED QUANTITY).  QUANTITY IS IN EACHES AND
      *                THE UNIT PRICE IS PER EACH, AS ON THE PO (SEE
      *                POREC); THE AMOUNT IS WHAT THE VENDOR IS PAID.
      *================================================================
       01  AP-FEED-RECORD.
           05  APF-VENDOR-ID               PIC X(08).
           05  APF-INVOICE-NO              PIC X(12).
           05  APF-INVOICE-DATE            PIC 9(08).
           05  APF-PO-NUMBER               PIC 9(06).
           05  APF-OWNER                   PIC X(20).
           05  APF-ITEM-NAME               PIC X(20).
           05  APF-QTY                     PIC 9(05).
           05  APF-UNIT-PRICE              PIC 9(05)V9(04).
           05  APF-AMOUNT                  PIC 9(09)V9(02).
           05  APF-APPROVED-DATE           PIC 9(08).
