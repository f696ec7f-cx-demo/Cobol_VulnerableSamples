      *================================================================
      *  WEBCRED   -  WEB SELF-SERVICE CREDENTIAL RECORD
      *  USED BY    -  PINISSUE (ISSUES AND RESETS), STUDWEB AND
      *                OWNWEB (CHECK THE PIN ON EVERY REQUEST, COUNT
      *                FAILURES AND LOCK) THROUGH THE 'WEBCRED' FCT
      *                ENTRY
      *  NOTE       -  INDEXED FILE (WEBCRED) KEYED ON USER TYPE +
      *                USER-ID - 'S' WITH THE NINE-DIGIT STUDENT-ID,
      *                'O' WITH THE OWNER-ID.  ONLY THE SALTED HASH
      *                OF THE PIN IS KEPT (SEE PINHASH) - THE PIN
      *                ITSELF EXISTS ONLY ON THE MAILER PINISSUE
      *                PRINTS.  WS-PIN-MAX-FAILS CONSECUTIVE BAD PINS
      *                LOCK THE ACCOUNT UNTIL PINISSUE RESETS IT.
      *                AN OWNER'S MAILING CONTACT IS HELD HERE, SINCE
      *                THE OWNER MASTER CARRIES NONE; A STUDENT'S PIN
      *                IS MAILED TO THEIR STUDADDR ADDRESS.
      *================================================================
       01  WEB-CREDENTIAL-RECORD.
           05  CRED-KEY.
               10  CRED-USER-TYPE          PIC X(01).
                   88  CRED-FOR-STUDENT    VALUE 'S'.
                   88  CRED-FOR-OWNER      VALUE 'O'.
               10  CRED-USER-ID            PIC X(20).
           05  CRED-PIN-SALT               PIC 9(09).
           05  CRED-PIN-HASH               PIC 9(09).
           05  CRED-STATUS                 PIC X(01).
               88  CRED-ACTIVE             VALUE 'A'.
               88  CRED-LOCKED             VALUE 'L'.
           05  CRED-FAIL-COUNT             PIC 9(02).
           05  CRED-ISSUE-DATE             PIC 9(08).
           05  CRED-LAST-GOOD-DATE         PIC 9(08).
           05  CRED-LAST-FAIL-DATE         PIC 9(08).
           05  CRED-LAST-FAIL-TIME         PIC 9(08).
           05  CRED-LOCK-DATE              PIC 9(08).
           05  CRED-CONTACT.
               10  CRED-CONTACT-NAME       PIC X(25).
               10  CRED-CONTACT-STREET     PIC X(30).
               10  CRED-CONTACT-CITY       PIC X(20).
               10  CRED-CONTACT-STATE      PIC X(02).
               10  CRED-CONTACT-ZIP        PIC X(10).
