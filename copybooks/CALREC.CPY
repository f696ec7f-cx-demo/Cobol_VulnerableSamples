      *                TERMROLL, GRADCLR AND STUSNAP (RUN ONLY IN
      *                THE TERM-END WINDOW), CRSEDROP (DROP/
      *                WITHDRAWAL DEADLINES), MONCLOSE (MONTH-END
      *                WINDOW), INCLAPSE (INCOMPLETE DEADLINES),
      *                CENSUS (CENSUS-DATE FREEZE), ATTEND
      *                (ATTENDANCE-CONFIRMATION DEADLINE), CYCSHEET
      *                (LEAVES HOLIDAYS OUT OF THE WORKING DAYS ITS
      *                COUNTS ARE SPREAD OVER) -
      *                EACH STEP LOOKS ITS BUSINESS DATE
      *                UP ON THE CALFILE DATASET AT START-UP.
      *  CONVENTION -  ONE RECORD PER CALENDAR DATE, MAINTAINED BY
      *                THE REGISTRAR'S OFFICE EACH TERM.  A DATE NOT
      *                   RATHER THAN RESTRICTS: MONCLOSE RUNS ONLY
      *                   ON A DATE CARRYING IT, AND SKIPS WITH A
      *                   RUNCTL-SKIPPED RECORD OTHERWISE.
      *   2026-10-15 RLW  ADD THE INCOMPLETE-LAPSE TERM - THE DATE
      *                   CARRYING A TERM CODE HERE IS THAT TERM'S
      *                   DEADLINE FOR COMPLETING AN INCOMPLETE.
      *                   INCLAPSE TURNS EVERY 'I' STILL STANDING
      *                   FOR THE TERM INTO AN F ONCE THE BUSINESS
      *                   DATE IS PAST IT.  BLANK ON EVERY OTHER DATE.
      *   2026-10-15 RLW  ADD THE CENSUS TERM - THE DATE CARRYING A
      *                   TERM CODE HERE IS THAT TERM'S CENSUS DATE.
      *                   CENSUS FREEZES THE TERM'S ENROLLMENTS ON IT
      *                   AND REPORTS FROM THE FROZEN COPY AFTERWARD.
      *                   BLANK ON EVERY OTHER DATE.
      *   2026-10-15 RLW  ADD THE ATTENDANCE TERM - THE DATE CARRYING A
      *                   TERM CODE HERE IS THAT TERM'S DEADLINE FOR
      *                   INSTRUCTORS' ATTENDANCE CONFIRMATIONS.  PAST
      *                   IT, ATTEND WITHDRAWS EVERY REGISTERED
      *                   ENROLLMENT STILL NOT CONFIRMED AS ATTENDED.
      *                   BLANK ON EVERY OTHER DATE.
      *================================================================
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(08).
               88  CAL-TERM-OVER           VALUE 'Y'.
           05  CAL-MONTH-END-SW            PIC X(01).
               88  CAL-MONTH-END           VALUE 'Y'.
           05  CAL-INC-LAPSE-TERM          PIC X(05).
           05  CAL-CENSUS-TERM             PIC X(05).
           05  CAL-ATTEND-TERM             PIC X(05).
