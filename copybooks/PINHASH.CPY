      *================================================================
      *  PINHASH   -  WEB PIN HASHING WORK AREA  (WORKING-STORAGE)
      *  USED BY    -  PINISSUE, STUDWEB, OWNWEB
      *  CONVENTION -  AS WITH EXCREC, THE 8900-HASH-PIN PARAGRAPHS
      *                ARE COPIED INTO EACH PROGRAM - THE CONTRACT IS
      *                THIS WORK AREA AND THE ALGORITHM BELOW, AND A
      *                CHANGE TO EITHER MUST BE MADE IN ALL THREE AT
      *                ONCE OR EVERY ISSUED PIN STOPS MATCHING.
      *  ALGORITHM  -  START FROM THE CREDENTIAL'S SALT; FOR
      *                WS-PIN-ROUNDS ROUNDS, FOLD IN EACH OF THE SIX PIN
      *                DIGITS IN TURN AS
      *                  H = (H * 7919 + DIGIT * 104729 + ROUND
      *                       + SALT) MOD 999999937
      *                THE RESULT IS CRED-PIN-HASH.
      *================================================================
       01  WS-PIN-ROUNDS                   PIC 9(04) COMP VALUE 256.
       01  WS-PIN-MODULUS                  PIC 9(09) COMP
                                           VALUE 999999937.
       01  WS-PIN-ENTERED                  PIC X(06) VALUE SPACES.
       01  WS-PIN-DIGITS REDEFINES WS-PIN-ENTERED.
           05  WS-PIN-DIGIT                PIC 9(01) OCCURS 6 TIMES.
       01  WS-PIN-SALT                     PIC 9(09) VALUE ZERO.
       01  WS-PIN-HASH                     PIC 9(09) VALUE ZERO.
       01  WS-PIN-ACCUM                    PIC 9(18) COMP VALUE ZERO.
       01  WS-PIN-QUOTIENT                 PIC 9(18) COMP VALUE ZERO.
       01  WS-PIN-ROUND                    PIC 9(04) COMP VALUE ZERO.
       01  WS-PIN-SUB                      PIC 9(02) COMP VALUE ZERO.
      *    CONSECUTIVE BAD PINS THAT LOCK THE ACCOUNT.
       01  WS-PIN-MAX-FAILS                PIC 9(02) VALUE 05.
