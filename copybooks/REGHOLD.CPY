      *================================================================
      *  REGHOLD   -  REGISTRATION-HOLD RECORD  (FD LEVEL)
      *  USED BY    -  HOLDMNT (MAINTAINS), CRSEREG (REJECTS HELD
      *                STUDENTS' REQUESTS AND SKIPS THEM ON THE
      *                WAITLIST), STUDWEB (REFUSES FUNC=REG CAPTURE),
      *                TUITPAY (RAISES AND RELEASES THE FINANCIAL
      *                HOLD FROM THE RECEIVABLE AGING)
      *  NOTE       -  INDEXED DATASET STUHOLD (CICS FILE STUHOLD),
      *                KEYED ON STUDENT-ID + HOLD TYPE, SO A STUDENT
      *                CAN CARRY ONE HOLD OF EACH TYPE AT ONCE.  ANY
      *                RECORD HERE BLOCKS REGISTRATION - RELEASING A
      *                HOLD DELETES IT.
      *                NOT TO BE CONFUSED WITH PRIVHOLD (SEE PRIVREC),
      *                WHICH ONLY GOVERNS DIRECTORY RELEASE, OR
      *                WITH THE REGHOLD DATASET, THE REGISTRAR-FEED
      *                HOLD FLAG THAT REGACK SETS AND REGXTR OBEYS.
      *                RHLD-SET-BY NAMES THE PROGRAM THAT SET THE
      *                HOLD - TUITPAY ONLY EVER RELEASES THE
      *                FINANCIAL HOLDS IT RAISED ITSELF, NEVER ONE
      *                THE BURSAR KEYED THROUGH HOLDMNT.
      *================================================================
       01  REG-HOLD-RECORD.
           05  RHLD-KEY.
               10  RHLD-STUDENT-ID         PIC 9(09).
               10  RHLD-HOLD-TYPE          PIC X(01).
                   88  RHLD-FINANCIAL      VALUE 'F'.
                   88  RHLD-ADVISING       VALUE 'A'.
                   88  RHLD-DISCIPLINARY   VALUE 'D'.
                   88  RHLD-RECORDS        VALUE 'R'.
                   88  RHLD-VALID-TYPE     VALUE 'F' 'A' 'D' 'R'.
           05  RHLD-REASON                 PIC X(30).
           05  RHLD-SET-DATE               PIC 9(08).
           05  RHLD-SET-BY                 PIC X(08).
