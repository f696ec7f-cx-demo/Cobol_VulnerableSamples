      *================================================================
      *  OCRREC    -  OWNER CREDIT RECORD  (FD LEVEL)
      *  USED BY    -  OWNCRMNT (MAINTAINS), OWNCASH (RAISES AND
      *                RELEASES THE AGING HOLD), ORDENTRY (WARNS ON A
      *                HELD OWNER'S ORDER), ORDALLOC (HOLDS A HELD
      *                OWNER'S ORDER LINES)
      *  NOTE       -  INDEXED FILE (OWNCRED) KEYED ON OWNER, ONE
      *                RECORD PER OWNER WITH A CREDIT LIMIT OR A
      *                CREDIT HOLD.  AN OWNER WITH NO RECORD HAS NO
      *                LIMIT AND IS NOT HELD; A ZERO LIMIT IS NO
      *                LIMIT.  RELEASING A HOLD CLEARS THE SWITCH
      *                AND KEEPS THE LIMIT.  OCR-HOLD-SET-BY NAMES
      *                THE PROGRAM THAT SET THE HOLD - OWNCASH ONLY
      *                EVER RELEASES THE HOLDS IT RAISED ITSELF,
      *                NEVER ONE CREDIT CONTROL KEYED THROUGH
      *                OWNCRMNT.
      *================================================================
       01  OWNER-CREDIT-RECORD.
           05  OCR-OWNER                   PIC X(20).
           05  OCR-CREDIT-LIMIT            PIC 9(09)V9(02).
           05  OCR-HOLD-SW                 PIC X(01).
               88  OCR-ON-HOLD             VALUE 'Y'.
               88  OCR-NOT-ON-HOLD         VALUE 'N' ' '.
           05  OCR-HOLD-REASON             PIC X(30).
           05  OCR-HOLD-DATE               PIC 9(08).
           05  OCR-HOLD-SET-BY             PIC X(08).
