000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORDSTATX.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  BUILDS THE INDEXED
001000*                    ORDSTIX ORDER STATUS FILE (SEE OSTREC) THE
001100*                    ORDER STATUS INQUIRY (ORDSTAT) BROWSES -
001200*                    THE REGION CANNOT READ THE FLAT DATASETS,
001300*                    SO THIS NIGHTLY STEP, LIKE OWNWEBX, GATHERS
001400*                    EVERY STATE AN ORDER LINE HAS REACHED:
001500*                    PENDING ON ORDR, ALLOCATED OR PICKED (WITH
001600*                    ANY SHORT PICK) ON ALLOCMST, BACKORDERED
001700*                    WITH DAYS WAITING ON BACKORD, SHIPPED ON
001800*                    THE MANIFEST, RETURNED ON RETREG AND
001900*                    CANCELLED ON ORDCNLOG.  THE LINES SORT
002000*                    INTO LIFECYCLE ORDER WITHIN EACH ORDER AND
002100*                    ARE KEYED ORDER + SEQUENCE.
002200*   2026-10-15 RLW  ORDR RECORD LAYOUT NOW CARRIES THE ORDER UNIT
002300*                    OF MEASURE AND ITS FACTOR (SEE UOMREC) -
002400*                    ORDR-QUANTITY IS STILL IN EACHES.
002500*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
002600*                    LOT TRACE - LAYOUT KEPT IN STEP, NOT USED
002700*                    HERE.
002800*   2026-10-15 RLW  A LINE WAITING ON CREDIT HOLD IN ORDHOLD (SEE
002900*                    ORDALLOC) NOW SHOWS AS HELD, RANKED WITH THE
003000*                    PENDING LINES - IT WAS MISSING FROM THE
003100*                    INQUIRY ALTOGETHER.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ORDER-QUEUE-FILE ASSIGN TO "ORDR"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ORDR-STATUS.
003900
004000     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ALOC-KEY
004400         FILE STATUS IS WS-ALOC-STATUS.
004500
004600     SELECT HELD-ORDER-FILE ASSIGN TO "ORDHOLD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-OHLD-STATUS.
004900
005000     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BKO-STATUS.
005300
005400     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MANI-STATUS.
005700
005800     SELECT RETURNS-REGISTER ASSIGN TO "RETREG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RET-STATUS.
006100
006200     SELECT CANCEL-LOG ASSIGN TO "ORDCNLOG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CNL-STATUS.
006500
006600     SELECT SORT-WORK ASSIGN TO "ORDSTWRK".
006700
006800     SELECT ORDER-STATUS-INDEX ASSIGN TO "ORDSTIX"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS OST-KEY
007200         FILE STATUS IS WS-OST-STATUS.
007300
007400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BUSDATE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ORDER-QUEUE-FILE.
008100 01  ORDER-MESSAGE.
008200     05  ORDR-ORDER-NO               PIC X(08).
008300     05  ORDR-OWNER                  PIC X(20).
008400     05  ORDR-ITEM-NAME              PIC X(20).
008500     05  ORDR-QUANTITY               PIC 9(05).
008600     05  ORDR-PRIORITY               PIC 9(01).
008700     05  ORDR-ORDER-UOM              PIC X(02).
008800     05  ORDR-UOM-FACTOR             PIC 9(05).
008900
009000*    AN ORDR LINE HELD BY ORDALLOC FOR ITS OWNER'S CREDIT HOLD,
009100*    KEPT UNCHANGED.
009200 FD  HELD-ORDER-FILE.
009300 01  HELD-ORDER-RECORD.
009400     05  OHL-ORDER-NO                PIC X(08).
009500     05  OHL-OWNER                   PIC X(20).
009600     05  OHL-ITEM-NAME               PIC X(20).
009700     05  OHL-QUANTITY                PIC 9(05).
009800     05  OHL-PRIORITY                PIC 9(01).
009900     05  OHL-ORDER-UOM               PIC X(02).
010000     05  OHL-UOM-FACTOR              PIC 9(05).
010100
010200 FD  ALLOCATION-MASTER.
010300     COPY ALOCREC.
010400
010500 FD  BACKORDER-FILE.
010600 01  BACKORDER-RECORD.
010700     05  BKO-ORDER-NO                PIC X(08).
010800     05  BKO-OWNER                   PIC X(20).
010900     05  BKO-ITEM-NAME               PIC X(20).
011000     05  BKO-QTY-ORDERED             PIC 9(05).
011100     05  BKO-QTY-ON-HAND             PIC 9(05).
011200     05  BKO-RUN-DATE                PIC X(08).
011300
011400*    THE SHIPPING MANIFEST AS PICKCONF WRITES IT.
011500 FD  MANIFEST-FILE.
011600 01  MANIFEST-RECORD.
011700     05  MAN-SHIP-DATE               PIC 9(08).
011800     05  MAN-OWNER                   PIC X(20).
011900     05  MAN-ORDER-NO                PIC X(08).
012000     05  MAN-ITEM-NAME               PIC X(20).
012100     05  MAN-QTY-SHIPPED             PIC 9(05).
012200     05  MAN-SHIP-TO-ID              PIC X(10).
012300     05  MAN-CARRIER                 PIC X(04).
012400     05  MAN-LOT-TRACE.
012500         10  MAN-LOT-USED OCCURS 5 TIMES.
012600             15  MAN-LOT-NUMBER      PIC X(10).
012700             15  MAN-LOT-QTY         PIC 9(05).
012800         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
012900
013000*    THE RETPOST RETURNS REGISTER - FIXED COLUMNS, THE SAME
013100*    CONTRACT GLFEED PARSES.
013200 FD  RETURNS-REGISTER.
013300 01  RETURNS-REGISTER-LINE.
013400     05  RRET-DATE                   PIC X(08).
013500     05  FILLER                      PIC X(01).
013600     05  RRET-TIME                   PIC X(08).
013700     05  FILLER                      PIC X(07).
013800     05  RRET-OWNER                  PIC X(20).
013900     05  FILLER                      PIC X(06).
014000     05  RRET-ITEM-NAME              PIC X(20).
014100     05  FILLER                      PIC X(05).
014200     05  RRET-QTY                    PIC X(05).
014300     05  FILLER                      PIC X(06).
014400     05  RRET-DISP                   PIC X(01).
014500     05  FILLER                      PIC X(05).
014600     05  RRET-REASON                 PIC X(04).
014700     05  FILLER                      PIC X(07).
014800     05  RRET-ORDER-NO               PIC X(08).
014900     05  FILLER                      PIC X(09).
015000
015100 FD  CANCEL-LOG.
015200     COPY CNLREC.
015300
015400 SD  SORT-WORK.
015500 01  SORT-STATUS-RECORD.
015600     05  SORT-ORDER-NO               PIC X(08).
015700*    LIFECYCLE RANK - 1 PENDING OR CREDIT-HELD THROUGH 7
015800*    CANCELLED.
015900     05  SORT-RANK                   PIC 9(01).
016000     05  SORT-EVENT-DATE             PIC 9(08).
016100     05  SORT-ITEM-NAME              PIC X(20).
016200     05  SORT-OWNER                  PIC X(20).
016300     05  SORT-STATE                  PIC X(10).
016400     05  SORT-QTY                    PIC 9(05).
016500     05  SORT-SHORT-QTY              PIC 9(05).
016600     05  SORT-DAYS-WAITING           PIC 9(04).
016700
016800 FD  ORDER-STATUS-INDEX.
016900     COPY OSTREC.
017000
017100 FD  BUSDATE-FILE.
017200     COPY BUSDATE.
017300
017400 WORKING-STORAGE SECTION.
017500     COPY RETCODES.
017600
017700 01  WS-ORDR-STATUS                 PIC X(02) VALUE '00'.
017800     88  ORDR-STATUS-OK              VALUE '00'.
017900     88  ORDR-STATUS-EOF             VALUE '10'.
018000 01  WS-OHLD-STATUS                 PIC X(02) VALUE '00'.
018100     88  OHLD-STATUS-OK              VALUE '00'.
018200     88  OHLD-STATUS-EOF             VALUE '10'.
018300 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
018400     88  ALOC-STATUS-OK              VALUE '00'.
018500     88  ALOC-STATUS-EOF             VALUE '10'.
018600 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
018700     88  BKO-STATUS-OK               VALUE '00'.
018800     88  BKO-STATUS-EOF              VALUE '10'.
018900 01  WS-MANI-STATUS                 PIC X(02) VALUE '00'.
019000     88  MANI-STATUS-OK              VALUE '00'.
019100     88  MANI-STATUS-EOF             VALUE '10'.
019200 01  WS-RET-STATUS                  PIC X(02) VALUE '00'.
019300     88  RET-STATUS-OK               VALUE '00'.
019400     88  RET-STATUS-EOF              VALUE '10'.
019500 01  WS-CNL-STATUS                  PIC X(02) VALUE '00'.
019600     88  CNL-STATUS-OK               VALUE '00'.
019700     88  CNL-STATUS-EOF              VALUE '10'.
019800 01  WS-OST-STATUS                  PIC X(02) VALUE '00'.
019900     88  OST-STATUS-OK               VALUE '00'.
020000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
020100     88  BUSDATE-STATUS-OK           VALUE '00'.
020200
020300 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
020400     88  SORT-AT-EOF                 VALUE 'Y'.
020500
020600*    THE SEQUENCE RESTARTS AT EACH NEW ORDER NUMBER.
020700 01  WS-PREV-ORDER-NO               PIC X(08) VALUE LOW-VALUES.
020800 01  WS-NEXT-SEQ                    PIC 9(04) VALUE ZERO.
020900
021000 01  WS-TODAY-DAYS                  PIC 9(07) VALUE ZERO.
021100 01  WS-BKO-DATE                    PIC 9(08) VALUE ZERO.
021200
021300 01  WS-LINES-GATHERED              PIC 9(07) COMP VALUE ZERO.
021400 01  WS-LINES-WRITTEN               PIC 9(07) COMP VALUE ZERO.
021500 01  WS-ORDERS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
021600 01  WS-LINES-DROPPED               PIC 9(07) COMP VALUE ZERO.
021700
021800 01  WS-CURRENT-DATE-TIME.
021900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
022000     05  WS-TIME-HHMMSSHH           PIC 9(08).
022100     05  FILLER                     PIC X(05).
022200
022300 PROCEDURE DIVISION.
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE
022600         THRU 1000-INITIALIZE-EXIT.
022700
022800     IF NOT RC-SEVERE
022900         SORT SORT-WORK
023000             ON ASCENDING KEY SORT-ORDER-NO SORT-RANK
023100                              SORT-EVENT-DATE SORT-ITEM-NAME
023200             INPUT PROCEDURE IS 2000-GATHER-ALL
023300                 THRU 2000-GATHER-ALL-EXIT
023400             OUTPUT PROCEDURE IS 5000-WRITE-STATUS-FILE
023500                 THRU 5000-WRITE-STATUS-FILE-EXIT
023600     END-IF.
023700
023800     PERFORM 9000-FINISH
023900         THRU 9000-FINISH-EXIT.
024000
024100     MOVE WS-RETURN-CODE TO RETURN-CODE.
024200     GO TO 9999-EXIT.
024300
024400 1000-INITIALIZE.
024500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024600     PERFORM 1050-GET-BUSINESS-DATE
024700         THRU 1050-GET-BUSINESS-DATE-EXIT.
024800     COMPUTE WS-TODAY-DAYS =
024900         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
025000     OPEN OUTPUT ORDER-STATUS-INDEX.
025100     IF NOT OST-STATUS-OK
025200         DISPLAY 'ORDSTATX - UNABLE TO BUILD ORDSTIX, STATUS='
025300             WS-OST-STATUS
025400         SET RC-SEVERE TO TRUE
025500         GO TO 1000-INITIALIZE-EXIT
025600     END-IF.
025700*    AN EMPTY OR ABSENT SOURCE IS NORMAL - NO LINE IS IN THAT
025800*    STATE TONIGHT.
025900     OPEN INPUT ORDER-QUEUE-FILE.
026000     IF NOT ORDR-STATUS-OK
026100         SET ORDR-STATUS-EOF TO TRUE
026200     END-IF.
026300     OPEN INPUT HELD-ORDER-FILE.
026400     IF NOT OHLD-STATUS-OK
026500         SET OHLD-STATUS-EOF TO TRUE
026600     END-IF.
026700     OPEN INPUT ALLOCATION-MASTER.
026800     IF NOT ALOC-STATUS-OK
026900         SET ALOC-STATUS-EOF TO TRUE
027000     END-IF.
027100     OPEN INPUT BACKORDER-FILE.
027200     IF NOT BKO-STATUS-OK
027300         SET BKO-STATUS-EOF TO TRUE
027400     END-IF.
027500     OPEN INPUT MANIFEST-FILE.
027600     IF NOT MANI-STATUS-OK
027700         SET MANI-STATUS-EOF TO TRUE
027800     END-IF.
027900     OPEN INPUT RETURNS-REGISTER.
028000     IF NOT RET-STATUS-OK
028100         SET RET-STATUS-EOF TO TRUE
028200     END-IF.
028300     OPEN INPUT CANCEL-LOG.
028400     IF NOT CNL-STATUS-OK
028500         SET CNL-STATUS-EOF TO TRUE
028600     END-IF.
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900
029000 1050-GET-BUSINESS-DATE.
029100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
029200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
029300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
029400*    CLOCK TIME FIELD STAYS REAL.
029500     OPEN INPUT BUSDATE-FILE.
029600     IF NOT BUSDATE-STATUS-OK
029700         GO TO 1050-GET-BUSINESS-DATE-EXIT
029800     END-IF.
029900     READ BUSDATE-FILE
030000         AT END
030100             CLOSE BUSDATE-FILE
030200             GO TO 1050-GET-BUSINESS-DATE-EXIT
030300     END-READ.
030400     CLOSE BUSDATE-FILE.
030500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
030600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
030700         DISPLAY 'ORDSTATX - RUNNING AS OF BUSINESS DATE '
030800             BUS-DATE
030900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
031000     END-IF.
031100 1050-GET-BUSINESS-DATE-EXIT.
031200     EXIT.
031300
031400 2000-GATHER-ALL.
031500     PERFORM 2100-GATHER-ONE-PENDING
031600         THRU 2100-GATHER-ONE-PENDING-EXIT
031700         UNTIL ORDR-STATUS-EOF.
031800     PERFORM 2150-GATHER-ONE-HELD
031900         THRU 2150-GATHER-ONE-HELD-EXIT
032000         UNTIL OHLD-STATUS-EOF.
032100     PERFORM 2200-GATHER-ONE-ALLOCATION
032200         THRU 2200-GATHER-ONE-ALLOCATION-EXIT
032300         UNTIL ALOC-STATUS-EOF.
032400     PERFORM 2300-GATHER-ONE-BACKORDER
032500         THRU 2300-GATHER-ONE-BACKORDER-EXIT
032600         UNTIL BKO-STATUS-EOF.
032700     PERFORM 2400-GATHER-ONE-SHIPMENT
032800         THRU 2400-GATHER-ONE-SHIPMENT-EXIT
032900         UNTIL MANI-STATUS-EOF.
033000     PERFORM 2500-GATHER-ONE-RETURN
033100         THRU 2500-GATHER-ONE-RETURN-EXIT
033200         UNTIL RET-STATUS-EOF.
033300     PERFORM 2600-GATHER-ONE-CANCEL
033400         THRU 2600-GATHER-ONE-CANCEL-EXIT
033500         UNTIL CNL-STATUS-EOF.
033600 2000-GATHER-ALL-EXIT.
033700     EXIT.
033800
033900 2100-GATHER-ONE-PENDING.
034000     READ ORDER-QUEUE-FILE
034100         AT END SET ORDR-STATUS-EOF TO TRUE
034200     END-READ.
034300     IF ORDR-STATUS-EOF
034400         GO TO 2100-GATHER-ONE-PENDING-EXIT
034500     END-IF.
034600     INITIALIZE SORT-STATUS-RECORD.
034700     MOVE ORDR-ORDER-NO  TO SORT-ORDER-NO.
034800     MOVE 1              TO SORT-RANK.
034900     MOVE ORDR-ITEM-NAME TO SORT-ITEM-NAME.
035000     MOVE ORDR-OWNER     TO SORT-OWNER.
035100     MOVE 'PENDING'      TO SORT-STATE.
035200     MOVE ORDR-QUANTITY  TO SORT-QTY.
035300     PERFORM 2900-RELEASE-LINE
035400         THRU 2900-RELEASE-LINE-EXIT.
035500 2100-GATHER-ONE-PENDING-EXIT.
035600     EXIT.
035700
035800 2150-GATHER-ONE-HELD.
035900*    NOT YET ALLOCATED, SO IT RANKS WITH THE PENDING LINES.
036000     READ HELD-ORDER-FILE
036100         AT END SET OHLD-STATUS-EOF TO TRUE
036200     END-READ.
036300     IF OHLD-STATUS-EOF
036400         GO TO 2150-GATHER-ONE-HELD-EXIT
036500     END-IF.
036600     INITIALIZE SORT-STATUS-RECORD.
036700     MOVE OHL-ORDER-NO   TO SORT-ORDER-NO.
036800     MOVE 1              TO SORT-RANK.
036900     MOVE OHL-ITEM-NAME  TO SORT-ITEM-NAME.
037000     MOVE OHL-OWNER      TO SORT-OWNER.
037100     MOVE 'HELD'         TO SORT-STATE.
037200     MOVE OHL-QUANTITY   TO SORT-QTY.
037300     PERFORM 2900-RELEASE-LINE
037400         THRU 2900-RELEASE-LINE-EXIT.
037500 2150-GATHER-ONE-HELD-EXIT.
037600     EXIT.
037700
037800 2200-GATHER-ONE-ALLOCATION.
037900     READ ALLOCATION-MASTER NEXT
038000         AT END SET ALOC-STATUS-EOF TO TRUE
038100     END-READ.
038200     IF NOT ALOC-STATUS-OK
038300         SET ALOC-STATUS-EOF TO TRUE
038400         GO TO 2200-GATHER-ONE-ALLOCATION-EXIT
038500     END-IF.
038600*    A CANCELLED ALLOCATION SHOWS FROM THE CANCELLATION LOG.
038700     IF ALOC-CANCELLED
038800         GO TO 2200-GATHER-ONE-ALLOCATION-EXIT
038900     END-IF.
039000     INITIALIZE SORT-STATUS-RECORD.
039100     MOVE ALOC-ORDER-NO  TO SORT-ORDER-NO.
039200     MOVE ALOC-ITEM-NAME TO SORT-ITEM-NAME.
039300     MOVE ALOC-OWNER     TO SORT-OWNER.
039400     IF ALOC-PICKED
039500         MOVE 4 TO SORT-RANK
039600         MOVE 'PICKED' TO SORT-STATE
039700         MOVE ALOC-QTY-PICKED TO SORT-QTY
039800         MOVE ALOC-STATUS-DATE TO SORT-EVENT-DATE
039900         IF ALOC-QTY-PICKED < ALOC-QTY-ALLOCATED
040000             COMPUTE SORT-SHORT-QTY =
040100                 ALOC-QTY-ALLOCATED - ALOC-QTY-PICKED
040200         END-IF
040300     ELSE
040400         MOVE 2 TO SORT-RANK
040500         MOVE 'ALLOCATED' TO SORT-STATE
040600         MOVE ALOC-QTY-ALLOCATED TO SORT-QTY
040700         MOVE ALOC-ALLOC-DATE TO SORT-EVENT-DATE
040800     END-IF.
040900     PERFORM 2900-RELEASE-LINE
041000         THRU 2900-RELEASE-LINE-EXIT.
041100 2200-GATHER-ONE-ALLOCATION-EXIT.
041200     EXIT.
041300
041400 2300-GATHER-ONE-BACKORDER.
041500     READ BACKORDER-FILE
041600         AT END SET BKO-STATUS-EOF TO TRUE
041700     END-READ.
041800     IF BKO-STATUS-EOF
041900         GO TO 2300-GATHER-ONE-BACKORDER-EXIT
042000     END-IF.
042100     INITIALIZE SORT-STATUS-RECORD.
042200     MOVE BKO-ORDER-NO    TO SORT-ORDER-NO.
042300     MOVE 3               TO SORT-RANK.
042400     MOVE BKO-ITEM-NAME   TO SORT-ITEM-NAME.
042500     MOVE BKO-OWNER       TO SORT-OWNER.
042600     MOVE 'BACKORDER'     TO SORT-STATE.
042700     MOVE BKO-QTY-ORDERED TO SORT-QTY.
042800*    THE RUN DATE CARRIES FORWARD UNCHANGED THROUGH EVERY
042900*    RELEASE PASS, SO IT DATES WHEN THE LINE FIRST WENT SHORT.
043000     IF BKO-RUN-DATE IS NUMERIC
043100         MOVE BKO-RUN-DATE TO WS-BKO-DATE
043200         IF WS-BKO-DATE > ZERO
043300                 AND WS-BKO-DATE NOT > WS-TODAY-YYYYMMDD
043400             MOVE WS-BKO-DATE TO SORT-EVENT-DATE
043500             COMPUTE SORT-DAYS-WAITING = WS-TODAY-DAYS
043600                 - FUNCTION INTEGER-OF-DATE(WS-BKO-DATE)
043700         END-IF
043800     END-IF.
043900     PERFORM 2900-RELEASE-LINE
044000         THRU 2900-RELEASE-LINE-EXIT.
044100 2300-GATHER-ONE-BACKORDER-EXIT.
044200     EXIT.
044300
044400 2400-GATHER-ONE-SHIPMENT.
044500     READ MANIFEST-FILE
044600         AT END SET MANI-STATUS-EOF TO TRUE
044700     END-READ.
044800     IF MANI-STATUS-EOF
044900         GO TO 2400-GATHER-ONE-SHIPMENT-EXIT
045000     END-IF.
045100     INITIALIZE SORT-STATUS-RECORD.
045200     MOVE MAN-ORDER-NO    TO SORT-ORDER-NO.
045300     MOVE 5               TO SORT-RANK.
045400     MOVE MAN-SHIP-DATE   TO SORT-EVENT-DATE.
045500     MOVE MAN-ITEM-NAME   TO SORT-ITEM-NAME.
045600     MOVE MAN-OWNER       TO SORT-OWNER.
045700     MOVE 'SHIPPED'       TO SORT-STATE.
045800     MOVE MAN-QTY-SHIPPED TO SORT-QTY.
045900     PERFORM 2900-RELEASE-LINE
046000         THRU 2900-RELEASE-LINE-EXIT.
046100 2400-GATHER-ONE-SHIPMENT-EXIT.
046200     EXIT.
046300
046400 2500-GATHER-ONE-RETURN.
046500     READ RETURNS-REGISTER
046600         AT END SET RET-STATUS-EOF TO TRUE
046700     END-READ.
046800     IF RET-STATUS-EOF
046900         GO TO 2500-GATHER-ONE-RETURN-EXIT
047000     END-IF.
047100*    THE REGISTER'S HEADING AND FREE-TEXT LINES CARRY NO
047200*    RETURN.
047300     IF RRET-QTY IS NOT NUMERIC
047400             OR RRET-DATE IS NOT NUMERIC
047500             OR RRET-ORDER-NO = SPACES
047600         GO TO 2500-GATHER-ONE-RETURN-EXIT
047700     END-IF.
047800     INITIALIZE SORT-STATUS-RECORD.
047900     MOVE RRET-ORDER-NO   TO SORT-ORDER-NO.
048000     MOVE 6               TO SORT-RANK.
048100     MOVE RRET-DATE       TO SORT-EVENT-DATE.
048200     MOVE RRET-ITEM-NAME  TO SORT-ITEM-NAME.
048300     MOVE RRET-OWNER      TO SORT-OWNER.
048400     MOVE 'RETURNED'      TO SORT-STATE.
048500     MOVE RRET-QTY        TO SORT-QTY.
048600     PERFORM 2900-RELEASE-LINE
048700         THRU 2900-RELEASE-LINE-EXIT.
048800 2500-GATHER-ONE-RETURN-EXIT.
048900     EXIT.
049000
049100 2600-GATHER-ONE-CANCEL.
049200     READ CANCEL-LOG
049300         AT END SET CNL-STATUS-EOF TO TRUE
049400     END-READ.
049500     IF CNL-STATUS-EOF
049600         GO TO 2600-GATHER-ONE-CANCEL-EXIT
049700     END-IF.
049800*    A REFUSED REQUEST CHANGED NOTHING - THE LINE SHOWS IN
049900*    WHATEVER STATE IT HAD ALREADY REACHED.
050000     IF CNL-REFUSED
050100         GO TO 2600-GATHER-ONE-CANCEL-EXIT
050200     END-IF.
050300     INITIALIZE SORT-STATUS-RECORD.
050400     MOVE CNL-ORDER-NO    TO SORT-ORDER-NO.
050500     MOVE 7               TO SORT-RANK.
050600     MOVE CNL-CANCEL-DATE TO SORT-EVENT-DATE.
050700     MOVE CNL-ITEM-NAME   TO SORT-ITEM-NAME.
050800     MOVE CNL-OWNER       TO SORT-OWNER.
050900     MOVE 'CANCELLED'     TO SORT-STATE.
051000     MOVE CNL-QTY         TO SORT-QTY.
051100     PERFORM 2900-RELEASE-LINE
051200         THRU 2900-RELEASE-LINE-EXIT.
051300 2600-GATHER-ONE-CANCEL-EXIT.
051400     EXIT.
051500
051600 2900-RELEASE-LINE.
051700     IF SORT-ORDER-NO = SPACES
051800         GO TO 2900-RELEASE-LINE-EXIT
051900     END-IF.
052000     RELEASE SORT-STATUS-RECORD.
052100     ADD 1 TO WS-LINES-GATHERED.
052200 2900-RELEASE-LINE-EXIT.
052300     EXIT.
052400
052500 5000-WRITE-STATUS-FILE.
052600     PERFORM 5100-WRITE-NEXT-LINE
052700         THRU 5100-WRITE-NEXT-LINE-EXIT
052800         UNTIL SORT-AT-EOF.
052900 5000-WRITE-STATUS-FILE-EXIT.
053000     EXIT.
053100
053200 5100-WRITE-NEXT-LINE.
053300     RETURN SORT-WORK INTO SORT-STATUS-RECORD
053400         AT END SET SORT-AT-EOF TO TRUE
053500     END-RETURN.
053600     IF SORT-AT-EOF
053700         GO TO 5100-WRITE-NEXT-LINE-EXIT
053800     END-IF.
053900
054000     IF SORT-ORDER-NO NOT = WS-PREV-ORDER-NO
054100         MOVE SORT-ORDER-NO TO WS-PREV-ORDER-NO
054200         MOVE ZERO TO WS-NEXT-SEQ
054300         ADD 1 TO WS-ORDERS-WRITTEN
054400     END-IF.
054500*    FOUR DIGITS OF SEQUENCE PER ORDER - ANYTHING PAST THAT
054600*    IS COUNTED, NOT WRITTEN.
054700     IF WS-NEXT-SEQ NOT < 9999
054800         ADD 1 TO WS-LINES-DROPPED
054900         SET RC-WARNING TO TRUE
055000         GO TO 5100-WRITE-NEXT-LINE-EXIT
055100     END-IF.
055200     ADD 1 TO WS-NEXT-SEQ.
055300
055400     MOVE SORT-ORDER-NO     TO OST-ORDER-NO.
055500     MOVE WS-NEXT-SEQ       TO OST-SEQ.
055600     MOVE SORT-OWNER        TO OST-OWNER.
055700     MOVE SORT-ITEM-NAME    TO OST-ITEM-NAME.
055800     MOVE SORT-STATE        TO OST-STATE.
055900     MOVE SORT-QTY          TO OST-QTY.
056000     MOVE SORT-SHORT-QTY    TO OST-SHORT-QTY.
056100     MOVE SORT-EVENT-DATE   TO OST-EVENT-DATE.
056200     MOVE SORT-DAYS-WAITING TO OST-DAYS-WAITING.
056300     WRITE ORDER-STATUS-RECORD
056400         INVALID KEY CONTINUE
056500     END-WRITE.
056600     IF OST-STATUS-OK
056700         ADD 1 TO WS-LINES-WRITTEN
056800     END-IF.
056900 5100-WRITE-NEXT-LINE-EXIT.
057000     EXIT.
057100
057200 9000-FINISH.
057300     CLOSE ORDER-QUEUE-FILE.
057400     CLOSE HELD-ORDER-FILE.
057500     CLOSE ALLOCATION-MASTER.
057600     CLOSE BACKORDER-FILE.
057700     CLOSE MANIFEST-FILE.
057800     CLOSE RETURNS-REGISTER.
057900     CLOSE CANCEL-LOG.
058000     CLOSE ORDER-STATUS-INDEX.
058100     DISPLAY 'ORDSTATX - LINES GATHERED: ' WS-LINES-GATHERED.
058200     DISPLAY 'ORDSTATX - ORDERS ON FILE: ' WS-ORDERS-WRITTEN.
058300     DISPLAY 'ORDSTATX - LINES WRITTEN : ' WS-LINES-WRITTEN.
058400     DISPLAY 'ORDSTATX - LINES DROPPED : ' WS-LINES-DROPPED.
058500     DISPLAY 'ORDSTATX - RETURN CODE   : ' WS-RETURN-CODE.
058600 9000-FINISH-EXIT.
058700     EXIT.
058800
058900 9999-EXIT.
059000     STOP RUN.
