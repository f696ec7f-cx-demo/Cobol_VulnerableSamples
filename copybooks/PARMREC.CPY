      *================================================================
      *  PARMREC   -  SHARED PARAMETER-CARD RECORD  (FD LEVEL)
      *  USED BY    -  FILE_PATH_MANIPULATION, HELLO, DoCalc, REGXTR,
      *                STUDARCH, ITMXFER, WATCHDOG, CYCPOST, ITMQAUDT,
      *                ORDALLOC AND KITBUILD - ONE CARD PER PROGRAM ON
      *                THE SHARED PARMCARD DATASET, KEYED BY PROGRAM
      *                NAME IN THE FIRST EIGHT COLUMNS.
      *  CONVENTION -  EACH PROGRAM SCANS FOR ITS OWN CARD AT START-
      *                UP AND TAKES ITS RUN OPTIONS FROM THE OPTION
      *                COLUMNS (LAYOUT IS PROGRAM-SPECIFIC AND
