      *================================================================
      *  INSTREC   -  INSTRUCTOR ASSIGNMENT RECORD  (FD LEVEL)
      *  USED BY    -  ENRLRPT (SECTION ROSTER HEADINGS), GRADROST,
      *                GRADRIN (GRADE ROSTERS, MISSING GRADES),
      *                ATTEND (ATTENDANCE NOT CONFIRMED)
      *  NOTE       -  INDEXED FILE (INSTMAST) KEYED ON COURSE +
      *                SECTION + TERM, MAINTAINED BY THE REGISTRAR'S
      *                OFFICE.  ONE RECORD PER TAUGHT SECTION LINKS
