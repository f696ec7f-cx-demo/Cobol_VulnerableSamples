      *================================================================
      *  KITHREC   -  KIT BUILD HISTORY RECORD  (FD LEVEL)
      *  USED BY    -  KITBUILD (WRITES ON A BUILD, UPDATES ON A
      *                DISASSEMBLY)
      *  NOTE       -  INDEXED KITHIST, KEYED ON THE BUILD NUMBER (RUN
      *                DATE + SEQUENCE, PRINTED ON THE BUILD REGISTER)
      *                PLUS A LINE NUMBER.  LINE 000 IS THE BUILD
      *                ITSELF - THE KIT ITEM, KITS BUILT AND KITS
      *                SINCE DISASSEMBLED.  LINES 001 UP ARE THE
      *                COMPONENTS CONSUMED, ONE LINE PER COMPONENT PER
      *                LOT IN THE ORDER THE LOTS WERE TAKEN (BLANK LOT
      *                FOR UNDATED STOCK), WITH THE QUANTITY TAKEN AND
      *                THE QUANTITY SINCE RETURNED.  A DISASSEMBLY
      *                RETURNS COMPONENTS TO THE LOTS THEY CAME FROM.
      *================================================================
       01  KIT-HISTORY-RECORD.
           05  KITH-KEY.
               10  KITH-BUILD-NO.
                   15  KITH-BUILD-DATE     PIC 9(08).
                   15  KITH-BUILD-SEQ      PIC 9(04).
               10  KITH-LINE-NO            PIC 9(03).
                   88  KITH-BUILD-LINE     VALUE ZERO.
           05  KITH-OWNER                  PIC X(20).
           05  KITH-KIT-ITEM               PIC X(20).
           05  KITH-ITEM-NAME              PIC X(20).
           05  KITH-LOT-NUMBER             PIC X(10).
           05  KITH-LOT-EXPIRY             PIC 9(08).
           05  KITH-QTY-PER                PIC 9(05).
           05  KITH-QTY                    PIC 9(07).
           05  KITH-QTY-REVERSED           PIC 9(07).
