      *================================================================
      *  DAPTREC   -  DOCK APPOINTMENT RECORD  (FD LEVEL)
      *  USED BY    -  DOCKBOOK (BOOKS AND CANCELS), DOCKSCHD (DAILY
      *                DOCK SCHEDULE), RCVPOST (MARKS THE ARRIVAL),
      *                VENDPERF (NO-SHOWS, EARLY AND LATE ARRIVALS)
      *  NOTE       -  INDEXED FILE (DOCKAPPT) KEYED ON DATE + SLOT +
      *                DOOR, SO A DOOR CAN ONLY BE BOOKED ONCE PER
      *                SLOT AND A DAY READS BACK IN TIME ORDER.  THE
      *                DOOR IS A LOCATION ON LOCMAST (SEE LOCREC).
      *                SLOTS ARE HALF AN HOUR, STARTING ON THE HOUR
      *                OR THE HALF HOUR (HHMM).  UP TO FIVE PO
      *                NUMBERS, ALL FOR THE APPOINTMENT'S VENDOR; AN
      *                UNUSED ENTRY IS ZERO.
      *                RCVPOST MARKS THE APPOINTMENT ARRIVED ON THE
      *                FIRST RECEIPT AGAINST ONE OF ITS POS ON THE
      *                APPOINTMENT DATE - ON TIME WITHIN 30 MINUTES
      *                EITHER SIDE OF THE SLOT START, OTHERWISE EARLY
      *                OR LATE; 'U' WHEN THE RECEIPT CARRIED NO
      *                ARRIVAL TIME.  AN APPOINTMENT STILL BOOKED
      *                AFTER ITS DATE IS A NO-SHOW.
      *================================================================
       01  DOCK-APPOINTMENT-RECORD.
           05  DAPT-KEY.
               10  DAPT-DATE               PIC 9(08).
               10  DAPT-SLOT               PIC 9(04).
               10  DAPT-DOOR               PIC X(10).
           05  DAPT-VENDOR-ID              PIC X(08).
           05  DAPT-PO-LIST.
               10  DAPT-PO OCCURS 5 TIMES.
                   15  DAPT-PO-NUMBER      PIC 9(06).
                   15  DAPT-PO-RECEIVED-SW PIC X(01).
                       88  DAPT-PO-RECEIVED VALUE 'Y'.
           05  DAPT-STATUS                 PIC X(01).
               88  DAPT-BOOKED             VALUE 'B'.
               88  DAPT-ARRIVED            VALUE 'A'.
           05  DAPT-ARRIVAL-TIME           PIC 9(04).
           05  DAPT-ARRIVAL-RESULT         PIC X(01).
               88  DAPT-EARLY              VALUE 'E'.
               88  DAPT-ON-TIME            VALUE 'O'.
               88  DAPT-LATE               VALUE 'L'.
               88  DAPT-TIME-UNKNOWN       VALUE 'U'.
           05  DAPT-BOOKED-DATE            PIC 9(08).
           05  DAPT-BOOKED-BY              PIC X(08).
