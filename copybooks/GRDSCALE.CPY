      *================================================================
      *  GRDSCALE  -  LETTER-GRADE SCALE  (WORKING-STORAGE)
      *  USED BY    -  GRADPOST (LETTER TRANSACTIONS), GRADRIN
      *                (LETTERS KEYED ON RETURNED ROSTERS), INCLAPSE,
      *                XFERPOST (EXTERNAL TRANSFER GRADES)
      *  NOTE       -  ONE ENTRY PER LETTER: THE TWO-BYTE LETTER CODE
      *                AND THE GRADE POINTS IT POSTS WITH.  P, I AND W
      *                POST AT ZERO AND ARE KEPT OUT OF EVERY GPA BY
      *                GRADE-NOT-IN-GPA ON GRADREC.  A CHANGE TO THE
      *                SCALE APPLIES TO GRADES POSTED FROM THEN ON -
      *                POSTED GRADES KEEP THE POINTS THEY WERE
      *                POSTED WITH.
      *================================================================
       01  WS-SCALE-VALUES.
           05  FILLER                      PIC X(05) VALUE 'A 400'.
           05  FILLER                      PIC X(05) VALUE 'A-370'.
           05  FILLER                      PIC X(05) VALUE 'B+330'.
           05  FILLER                      PIC X(05) VALUE 'B 300'.
           05  FILLER                      PIC X(05) VALUE 'B-270'.
           05  FILLER                      PIC X(05) VALUE 'C+230'.
           05  FILLER                      PIC X(05) VALUE 'C 200'.
           05  FILLER                      PIC X(05) VALUE 'C-170'.
           05  FILLER                      PIC X(05) VALUE 'D+130'.
           05  FILLER                      PIC X(05) VALUE 'D 100'.
           05  FILLER                      PIC X(05) VALUE 'D-070'.
           05  FILLER                      PIC X(05) VALUE 'F 000'.
           05  FILLER                      PIC X(05) VALUE 'P 000'.
           05  FILLER                      PIC X(05) VALUE 'I 000'.
           05  FILLER                      PIC X(05) VALUE 'W 000'.
       01  WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
           05  WS-SCALE-ENTRY OCCURS 15 TIMES.
               10  WS-SCALE-LETTER         PIC X(02).
               10  WS-SCALE-POINTS         PIC 9(01)V9(02).
       01  WS-SCALE-COUNT                  PIC 9(02) COMP VALUE 15.
       01  WS-SCALE-SUB                    PIC 9(02) COMP.
       01  WS-SCALE-MATCH-SUB              PIC 9(02) COMP VALUE ZERO.
