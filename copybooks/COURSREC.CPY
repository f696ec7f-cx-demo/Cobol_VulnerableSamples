      *================================================================
      *  COURSREC  -  COURSE CATALOG MASTER RECORD  (FD LEVEL)
      *  USED BY    -  CRSEREG, ENRLRPT, DEGPROG, TERMLOAD, TERMROLL,
      *                TRANSCRP, TUITBILL, STUDWEB, CLSSCHED, DEGAUDIT,
      *                XFERPOST, SECTDMND
      *  NOTE       -  THE CATALOG IS AN INDEXED FILE KEYED ON
      *                COURSE-ID, MAINTAINED BY THE REGISTRAR'S
      *                OFFICE AND READ BY THE REGISTRATION BATCH.
