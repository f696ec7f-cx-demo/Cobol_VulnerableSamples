      *================================================================
      *  PSUBREC   -  OWNER EVENT SUBSCRIPTION RECORD  (FD LEVEL)
      *  USED BY    -  PUBSMNT (MAINTAINS), STKPUB (PUBLISHES AND
      *                KEEPS THE PLACE), PUBRECON (WHAT WAS DUE)
      *  NOTE       -  INDEXED FILE (PUBSUB) KEYED ON OWNER, ONE
      *                RECORD PER OWNER WHO TAKES STOCK MOVEMENT
      *                EVENTS (SEE MEVTREC) ON THEIR OWN OUTBOUND MQ
      *                QUEUE.  THE TYPES ARE THE MOVEMENT TYPES THE
      *                OWNER WANTS - '*ALL' IN ANY SLOT IS EVERY TYPE,
      *                A BLANK SLOT IS UNUSED.  EVENTS POSTED BEFORE
      *                THE START DATE ARE NEVER SENT.  THE LAST
      *                JOURNAL NUMBER IS THE STKMOVE RECORD STKPUB
      *                HAS DEALT WITH UP TO FOR THE OWNER, SENT OR
      *                NOT WANTED; THE LAST SEQUENCE IS THE NUMBER ON
      *                THE LAST EVENT SENT, ONE UP PER EVENT WITH NO
      *                GAPS, SO THE OWNER CAN SEE A MISSING ONE.  AN
      *                OWNER WHO STOPS IS MARKED INACTIVE, NOT
      *                DELETED, SO A RESTART CARRIES ON THE NUMBERING.
      *================================================================
       01  SUBSCRIPTION-RECORD.
           05  PSB-OWNER                   PIC X(20).
           05  PSB-QUEUE-NAME              PIC X(48).
           05  PSB-STATUS                  PIC X(01).
               88  PSB-ACTIVE              VALUE 'A'.
               88  PSB-INACTIVE            VALUE 'I'.
           05  PSB-TYPE-LIST.
               10  PSB-EVENT-TYPE          PIC X(04) OCCURS 10 TIMES.
           05  PSB-START-DATE              PIC 9(08).
           05  PSB-LAST-JOURNAL-NO         PIC 9(09).
           05  PSB-LAST-SEQUENCE           PIC 9(09).
           05  PSB-LAST-SENT-DATE          PIC 9(08).
           05  PSB-UPDATED-DATE            PIC 9(08).
