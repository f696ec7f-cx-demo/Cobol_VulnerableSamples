      *================================================================
      *  RECVREC   -  STUDENT RECEIVABLE RECORD  (FD LEVEL)
      *  USED BY    -  TUITBILL (WRITES/REBILLS), TUITPAY (APPLIES
      *                PAYMENTS AND AGES THE BALANCE), CRSEDROP
      *                (CREDITS DROP/WITHDRAWAL REFUNDS AND LISTS THE
      *                REFUND CHECK REGISTER), TUITDUN (DUNS AND
      *                PLACES WITH THE COLLECTION AGENCY), AIDDISB
      *                (CREDITS DISBURSED FINANCIAL AID), HOUSASGN
      *                (BILLS/REBILLS THE RESIDENCE HALL ROOM CHARGE),
      *                STUDORPH (CHECKS THE BALANCE RULE), RETNPURG
      *                (RETENTION DESTRUCTION - NEVER AN OPEN BALANCE),
      *                LBOXIMP (MATCHES LOCKBOX CHECKS TO AN OPEN
      *                BALANCE)
      *  NOTE       -  INDEXED FILE (STUDRECV) KEYED ON STUDENT-ID +
      *                TERM, ONE RECORD PER BILLED STUDENT PER TERM.
      *                THE BALANCE IS ALWAYS BILLED MINUS CREDITED
      *                MINUS PAID PLUS REFUNDED - NEVER KEYED BY
      *                HAND, SO THE BURSAR'S LEDGER FINALLY
      *                RECONCILES TO REGISTRATIONS.  WHEN CREDITS
      *                AND PAYMENTS OVERTAKE THE BILL THE BALANCE
      *                STOPS AT ZERO AND THE EXCESS IS
      *                RECV-REFUND-DUE, OWED BACK TO THE STUDENT
      *                UNTIL ITS REFUND CHECK IS ISSUED.
      *  MOD HISTORY
      *   2026-10-15 RLW  ADD RECV-CREDITED AND RECV-REFUND-DUE FOR
      *                   THE TUITION REFUND SCHEDULE - CRSEDROP
      *                   CREDITS THE REFUND PERCENTAGE OF A DROPPED
      *                   OR WITHDRAWN COURSE (SEE REFNDREC), AND A
      *                   CREDIT BALANCE GOES ON THE REFUND CHECK
      *                   REGISTER INSTEAD OF BEING KEYED AS A
      *                   NEGATIVE PAYMENT.
      *   2026-10-15 RLW  ADD RECV-COLLECT-STATUS AND RECV-PLACED-DATE -
      *                   TUITDUN FLAGS AN ACCOUNT PLACED WITH THE
      *                   COLLECTION AGENCY SO TUITPAY CAN RECOGNISE
      *                   THE AGENCY'S LATER PAYMENTS.
      *   2026-10-15 RLW  ADD RECV-AID-DISBURSED - AIDDISB CREDITS
      *                   DISBURSED FINANCIAL AID THROUGH
      *                   RECV-CREDITED LIKE A REFUND, AND KEEPS THE
      *                   AID SHARE OF THE CREDITS HERE FOR THE AID
      *                   OFFICE.
      *   2026-10-15 RLW  ADD RECV-HOUSING-BILLED - THE ROOM CHARGE
      *                   HOUSASGN POSTS IS PART OF RECV-BILLED, AND
      *                   THIS IS ITS SHARE.  TUITBILL REBILLS ONLY
      *                   THE TUITION SHARE AND HOUSASGN ONLY THE
      *                   HOUSING SHARE, SO NEITHER RERUN WIPES OUT
      *                   OR DOUBLES THE OTHER'S CHARGE.
      *   2026-10-15 RLW  ADD RECV-REFUNDED - THE REFUND CHECKS
      *                   CRSEDROP HAS ISSUED AGAINST THE ACCOUNT.  A
      *                   CHECK PAID OUT CLEARS RECV-REFUND-DUE, SO
      *                   THE SAME CREDIT IS NOT LISTED FOR A SECOND
      *                   CHECK ON THE NEXT REGISTER.
      *================================================================
       01  RECEIVABLE-RECORD.
           05  RECV-KEY.
           05  RECV-BILLED                 PIC 9(07)V9(02).
           05  RECV-PAID                   PIC 9(07)V9(02).
           05  RECV-BALANCE                PIC 9(07)V9(02).
           05  RECV-CREDITED               PIC 9(07)V9(02).
           05  RECV-REFUND-DUE             PIC 9(07)V9(02).
           05  RECV-COLLECT-STATUS         PIC X(01).
               88  RECV-IN-HOUSE           VALUE SPACE.
               88  RECV-AT-AGENCY          VALUE 'A'.
           05  RECV-PLACED-DATE            PIC 9(08).
           05  RECV-AID-DISBURSED          PIC 9(07)V9(02).
           05  RECV-HOUSING-BILLED         PIC 9(07)V9(02).
           05  RECV-REFUNDED               PIC 9(07)V9(02).
