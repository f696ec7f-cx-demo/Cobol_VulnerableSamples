      *================================================================
      *  DOUTREC   -  REPORT DELIVERY OUTBOUND RECORD  (FD LEVEL)
      *  USED BY    -  RPTDIST (WRITES DISTPRTQ, DISTMAIL, DISTDROP)
      *  NOTE       -  ONE DATASET PER DELIVERY METHOD, REPLACED EACH
      *                NIGHT AND PICKED UP BY THE PRINT SPOOLER, THE
      *                MAIL GATEWAY AND THE FILE-DROP TRANSFER.  EVERY
      *                RECORD CARRIES ITS OWN ENVELOPE - DESTINATION,
      *                RECIPIENT, REPORT AND SECTION - AND THE LINE
      *                NUMBER WITHIN THAT RECIPIENT'S COPY, SO THE
      *                PICK-UP GROUPS BY DESTINATION AND RECIPIENT AND
      *                PRINTS OR ATTACHES THE LINES IN ORDER.
      *================================================================
       01  DELIVERY-OUT-RECORD.
           05  DOUT-RUN-DATE               PIC 9(08).
           05  DOUT-DESTINATION            PIC X(50).
           05  DOUT-RECIPIENT-ID           PIC X(08).
           05  DOUT-REPORT-NAME            PIC X(08).
           05  DOUT-BREAK-VALUE            PIC X(20).
           05  DOUT-LINE-NO                PIC 9(06).
           05  DOUT-LINE                   PIC X(133).
