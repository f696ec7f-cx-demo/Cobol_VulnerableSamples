      *================================================================
      *  OTRNREC   -  OPERATOR AUTHORITY TRANSACTION  (FD LEVEL)
      *  USED BY    -  OPAUTHMT (APPLIES OPAUTRAN), OPRECERT (WRITES
      *                THE OPAUTRVQ REVOKE QUEUE FOR DORMANT
      *                OPERATORS)
      *  NOTE       -  EVERY TRANSACTION NEEDS AN ENTERING AND A
      *                DIFFERENT CONFIRMING LEVEL-3 OPERATOR BEFORE
      *                OPAUTHMT WILL APPLY IT.  OPRECERT QUEUES ITS
      *                REVOKES WITH BOTH LEFT BLANK - THE TWO
      *                APPROVERS KEY THEIR IDS INTO EACH ONE THEY
      *                AGREE WITH AND OPERATIONS RELEASES THE QUEUE
      *                INTO OPAUTRAN; ONE LEFT UNSIGNED IS REFUSED.
      *                A BLANK SHIFT OR DEPARTMENT ON A CHANGE
      *                LEAVES THE OPERATOR'S AS IT IS.
      *================================================================
       01  OPAUTH-TRAN-RECORD.
           05  OTRN-ACTION                 PIC X(01).
               88  OTRN-ADD                VALUE 'A'.
               88  OTRN-CHANGE             VALUE 'C'.
               88  OTRN-REVOKE             VALUE 'R'.
           05  OTRN-OPER-ID                PIC X(08).
           05  OTRN-OPER-NAME              PIC X(25).
           05  OTRN-NEW-LEVEL              PIC 9(01).
           05  OTRN-ENTERED-BY             PIC X(08).
           05  OTRN-CONFIRMED-BY           PIC X(08).
           05  OTRN-NEW-SHIFT              PIC X(01).
           05  OTRN-NEW-DEPT               PIC X(04).
