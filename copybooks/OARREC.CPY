      *================================================================
      *  OARREC    -  OWNER RECEIVABLE RECORD  (FD LEVEL)
      *  USED BY    -  OWNBILL (POSTS/REBILLS), OWNCASH (APPLIES
      *                PAYMENTS, AGES THE BALANCE, SETS CREDIT HOLDS)
      *  NOTE       -  INDEXED FILE (OWNRECV) KEYED ON OWNER + BILLING
      *                MONTH, ONE RECORD PER STORAGE AND HANDLING
      *                INVOICE, SO A KEYED BROWSE FROM AN OWNER'S
      *                FIRST MONTH READS THEIR INVOICES OLDEST FIRST.
      *                THE BALANCE IS ALWAYS BILLED MINUS PAID - NEVER
      *                KEYED BY HAND.  THE INVOICE FALLS DUE THE TERMS
      *                DAYS AFTER THE INVOICE DATE; OWNCASH AGES IT
      *                FROM THERE.  A REBILL THAT DROPS BELOW WHAT IS
      *                ALREADY PAID STOPS THE BALANCE AT ZERO.
      *================================================================
       01  OWNER-RECEIVABLE-RECORD.
           05  OAR-KEY.
               10  OAR-OWNER               PIC X(20).
               10  OAR-BILL-MONTH          PIC 9(06).
           05  OAR-INVOICE-DATE            PIC 9(08).
           05  OAR-TERMS-DAYS              PIC 9(03).
           05  OAR-BILLED                  PIC 9(09)V9(02).
           05  OAR-PAID                    PIC 9(09)V9(02).
           05  OAR-BALANCE                 PIC 9(09)V9(02).
           05  OAR-LAST-PAID-DATE          PIC 9(08).
