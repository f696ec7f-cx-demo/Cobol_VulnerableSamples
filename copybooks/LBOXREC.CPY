      *================================================================
      *  LBOXREC   -  BANK LOCKBOX TRANSMISSION RECORD  (FD LEVEL)
      *  USED BY    -  LBOXIMP (IMPORTS TUITION PAYMENTS)
      *  NOTE       -  THE BANK'S DAILY LOCKBOX FILE (LOCKBOX), 80
      *                BYTES, ONE DEPOSIT PER TRANSMISSION.  EACH
      *                BATCH IS A '1' HEADER, ITS '6' CHECK DETAILS
      *                AND A '8' TRAILER CARRYING THE BANK'S ITEM
      *                COUNT AND BATCH TOTAL; A SINGLE '9' FILE
      *                TRAILER LAST CARRIES THE BATCH COUNT AND THE
      *                DEPOSIT TOTAL CREDITED TO THE BURSAR'S
      *                ACCOUNT.  THE REMITTANCE STUDENT ID AND TERM
      *                ARE CAPTURED BY THE BANK FROM THE PAYMENT
      *                COUPON AND MAY BE BLANK OR WRONG.
      *================================================================
       01  LOCKBOX-RECORD.
           05  LBX-RECORD-TYPE             PIC X(01).
               88  LBX-BATCH-HEADER        VALUE '1'.
               88  LBX-CHECK-DETAIL        VALUE '6'.
               88  LBX-BATCH-TRAILER       VALUE '8'.
               88  LBX-FILE-TRAILER        VALUE '9'.
           05  LBX-BATCH-NUMBER            PIC 9(05).
           05  LBX-BODY                    PIC X(74).
           05  LBX-HEADER-BODY REDEFINES LBX-BODY.
               10  LBXH-DEPOSIT-DATE       PIC 9(08).
               10  LBXH-LOCKBOX-ID         PIC X(10).
               10  FILLER                  PIC X(56).
           05  LBX-DETAIL-BODY REDEFINES LBX-BODY.
               10  LBXD-ITEM-SEQUENCE      PIC 9(05).
               10  LBXD-CHECK-NUMBER       PIC X(10).
               10  LBXD-AMOUNT             PIC 9(07)V9(02).
               10  LBXD-STUDENT-ID         PIC X(09).
               10  LBXD-STUDENT-ID-N REDEFINES LBXD-STUDENT-ID
                                           PIC 9(09).
               10  LBXD-TERM               PIC X(05).
               10  LBXD-REMITTER-NAME      PIC X(25).
               10  FILLER                  PIC X(11).
           05  LBX-TRAILER-BODY REDEFINES LBX-BODY.
               10  LBXT-ITEM-COUNT         PIC 9(05).
               10  LBXT-BATCH-TOTAL        PIC 9(09)V9(02).
               10  FILLER                  PIC X(58).
           05  LBX-FILE-TRAILER-BODY REDEFINES LBX-BODY.
               10  LBXF-BATCH-COUNT        PIC 9(05).
               10  LBXF-ITEM-COUNT         PIC 9(07).
               10  LBXF-DEPOSIT-TOTAL      PIC 9(09)V9(02).
               10  FILLER                  PIC X(51).
