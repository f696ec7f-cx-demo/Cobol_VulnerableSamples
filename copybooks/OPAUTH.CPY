      *  OPAUTH    -  OPERATOR AUTHORITY RECORD  (FD LEVEL)
      *  USED BY    -  FILE_PATH_MANIPULATION (SINGLE-STUDENT
      *                LOOKUP), ITMXFER (OWNERSHIP TRANSFERS),
      *                STUDARCH (ARCHIVE PURGE), RETNPURG (RETENTION
      *                DESTRUCTION) - THE SENSITIVE
      *                FUNCTIONS TAKE A SIGN-ON AGAINST THIS FILE AND
      *                REFUSE UNAUTHORIZED OPERATORS WITH THE
      *                STANDARD ERROR RETURN CODE.
      *  LEVELS     -  1 = INQUIRY ONLY
      *                2 = SINGLE-RECORD LOOKUPS
      *                3 = PRIVILEGED (TRANSFERS, PURGES)
      *  SHIFT      -  1 = DAYS, 2 = LATES, 3 = NIGHTS, BLANK = NOT A
      *                FLOOR OPERATOR.  LABRPT AVERAGES EACH SHIFT'S
      *                OPERATORS FROM IT.
      *  DEPT       -  THE OPERATOR'S DEPARTMENT.  OPRECERT GROUPS THE
      *                QUARTERLY RECERTIFICATION LISTING BY IT FOR
      *                EACH DEPARTMENT'S MANAGER TO SIGN OFF.
      *================================================================
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD OPER-SHIFT - THE WAREHOUSE POSTERS NOW
      *                   TAKE THE OPERATOR WHO DID THE WORK ON EACH
      *                   TRANSACTION AND CHECK IT AGAINST THIS FILE
      *                   (SEE LABREC), AND LABRPT COMPARES EACH
      *                   OPERATOR WITH THE SHIFT AVERAGE.
      *   2026-10-15 RLW  ADD OPER-DEPT FOR THE QUARTERLY ACCESS
      *                   RECERTIFICATION (SEE OPRECERT).
       01  OPERATOR-RECORD.
           05  OPER-ID                     PIC X(08).
           05  OPER-NAME                   PIC X(25).
           05  OPER-LEVEL                  PIC 9(01).
           05  OPER-SHIFT                  PIC X(01).
               88  OPER-SHIFT-VALID        VALUE '1' '2' '3' ' '.
           05  OPER-DEPT                   PIC X(04).
