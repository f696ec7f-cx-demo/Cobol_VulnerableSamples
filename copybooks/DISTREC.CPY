      *================================================================
      *  DISTREC   -  REPORT DISTRIBUTION LIST RECORD  (FD LEVEL)
      *  USED BY    -  RPTDIST (NIGHTLY BURSTING AFTER RPTARCH)
      *  NOTE       -  LINE-SEQUENTIAL DISTLIST, MAINTAINED BY HAND.
      *                TWO RECORD TYPES, ANY ORDER:
      *                B - A BREAK RULE.  A REPORT LINE WITH THE
      *                    MARKER TEXT AT THE MARKER COLUMN CARRIES A
      *                    BREAK VALUE (AN INSTRUCTOR, AN OWNER, A
      *                    VENDOR) AT THE VALUE COLUMN.  THE LINES UP
      *                    TO THE NEXT CHANGE OF VALUE ARE THAT
      *                    VALUE'S SECTION - PLUS THE LEAD LINES JUST
      *                    BEFORE THE MARKER LINE, WHERE A SECTION'S
      *                    HEADING COMES AHEAD OF THE LINE THAT NAMES
      *                    IT (THE COURSE LINE OVER ENRLROST'S
      *                    INSTRUCTOR LINE).  A REPORT MAY HAVE
      *                    SEVERAL RULES; NONE MEANS IT IS ONLY EVER
      *                    SENT WHOLE.
      *                R - A RECIPIENT.  BREAK VALUE SPACES SENDS THE
      *                    WHOLE REPORT; OTHERWISE ONLY THAT VALUE'S
      *                    SECTION, WITH THE REPORT'S OPENING HEADING
      *                    LINES IN FRONT.  METHOD P IS A PRINT QUEUE,
      *                    M THE OUTBOUND MAIL GATEWAY, F THE SECURE
      *                    FILE DROP - THE DESTINATION IS THE QUEUE
      *                    NAME, MAIL ADDRESS OR DROP FOLDER.
      *================================================================
       01  DIST-LIST-RECORD.
           05  DST-RECORD-TYPE             PIC X(01).
               88  DST-BREAK-RULE          VALUE 'B'.
               88  DST-RECIPIENT           VALUE 'R'.
           05  DST-REPORT-NAME             PIC X(08).
           05  DST-DETAIL                  PIC X(111).
           05  DST-RULE-DETAIL REDEFINES DST-DETAIL.
               10  DST-MARKER-TEXT         PIC X(20).
               10  DST-MARKER-LEN          PIC 9(02).
               10  DST-MARKER-COL          PIC 9(03).
               10  DST-VALUE-COL           PIC 9(03).
               10  DST-VALUE-LEN           PIC 9(02).
               10  DST-LEAD-LINES          PIC 9(01).
               10  FILLER                  PIC X(80).
           05  DST-RECIPIENT-DETAIL REDEFINES DST-DETAIL.
               10  DST-BREAK-VALUE         PIC X(20).
               10  DST-RECIPIENT-ID        PIC X(08).
               10  DST-RECIPIENT-NAME      PIC X(25).
               10  DST-METHOD              PIC X(01).
                   88  DST-BY-PRINT        VALUE 'P'.
                   88  DST-BY-MAIL         VALUE 'M'.
                   88  DST-BY-FILE-DROP    VALUE 'F'.
                   88  DST-METHOD-VALID    VALUE 'P' 'M' 'F'.
               10  DST-DESTINATION         PIC X(50).
               10  FILLER                  PIC X(07).
