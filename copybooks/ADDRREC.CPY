      *================================================================
      *  ADDRREC   -  STUDENT ADDRESS AND CONTACT RECORD  (FD LEVEL)
      *  USED BY    -  ADDRMNT (MAINTAINS), ADDRPRNT (PRINTS),
      *                NOTIFY (E-MAIL AND LETTER ROUTING), STUDORPH
      *                (INTEGRITY SWEEP), PINISSUE (PIN MAILERS),
      *                RETNPURG (RETENTION DESTRUCTION)
      *  NOTE       -  INDEXED FILE KEYED ON ADDR-STUDENT-ID, ONE
      *                RECORD PER STUDENT.  THE STUDENT MASTER ITSELF
      *                STAYS ADDRESS-FREE - MAILINGS JOIN THE TWO
