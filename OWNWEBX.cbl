001900*                    LINES KEYED OWNER + SEQUENCE.  OWNERS PAST
002000*                    THE TABLE CAPACITY RAISE AN EXCEPTION, THE
002100*                    SAME GUARDED-TABLE RULE AS EVERYWHERE ELSE.
002200*   2026-10-15 RLW  NEW PASS OVER THE ORDCNLOG CANCELLATION LOG
002300*                    (SEE CNLREC) - EACH OWNER NOW SEES THE
002400*                    LAST 30 DAYS OF CANCELLATIONS: LINES
002500*                    PULLED BEFORE ALLOCATION, ALLOCATIONS PUT
002600*                    BACK TO STOCK, BACKORDERS CLOSED AND
002700*                    REQUESTS REFUSED AS ALREADY PICKED.
002800*   2026-10-15 RLW  NEW PASS OVER THE MANIFEST - AN OWNER WHO
002900*                    DOES NOT TAKE THE ASNFEED ADVANCE-SHIP-
003000*                    NOTICE FILE (OWNER-ASN-SW ON OWNMAST) NOW
003100*                    SEES THE SAME SHIPMENT LINES FOR THE LAST
003200*                    30 DAYS: ORDER, ITEM, QUANTITY, SHIP DATE
003300*                    AND CARRIER.
003400*   2026-10-15 RLW  ORDR RECORD LAYOUT NOW CARRIES THE ORDER UNIT
003500*                    OF MEASURE AND ITS FACTOR (SEE UOMREC) -
003600*                    ORDR-QUANTITY IS STILL IN EACHES.
003700*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
003800*                    LOT TRACE.  THE SHIPPED LINE IS FULL, SO
003900*                    EACH TRACED LOT AND ITS QUANTITY SHOWS ON
004000*                    A LINE UNDERNEATH IT, WITH A NOTE WHEN THE
004100*                    LINE TOOK MORE LOTS THAN THE TRACE HOLDS.
004200*   2026-10-15 RLW  A CANCELLED CREDIT-HELD LINE (CNLREC 'HELD')
004300*                    SHOWS AS HELD, NOT REFUSED.
004400*================================================================
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-EXTRACT-STATUS.
005100
005200     SELECT ORDER-QUEUE-FILE ASSIGN TO "ORDR"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ORDR-STATUS.
005500
005600     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BKO-STATUS.
005900
006000     SELECT CANCEL-LOG ASSIGN TO "ORDCNLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CNL-STATUS.
006300
006400     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-MANI-STATUS.
006700
006800     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS OWNER-ID
007200         FILE STATUS IS WS-OWNER-STATUS.
007300
007400     SELECT TICKET-MASTER ASSIGN TO "TICKFILE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS TICK-NUMBER
007800         FILE STATUS IS WS-TICK-STATUS.
007900
008000     SELECT OWNER-INQ-INDEX ASSIGN TO "OWNWEBIX"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS OWX-KEY
008400         FILE STATUS IS WS-OWX-STATUS.
008500
008600     SELECT EXCEPTION-FILE ASSIGN TO "OWNWXEXC"
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  ITEM-EXTRACT.
009200     COPY ITEMREC.
009300     COPY CTLREC.
009400
009500 FD  ORDER-QUEUE-FILE.
009600 01  ORDER-MESSAGE.
009700     05  ORDR-ORDER-NO               PIC X(08).
009800     05  ORDR-OWNER                  PIC X(20).
009900     05  ORDR-ITEM-NAME              PIC X(20).
010000     05  ORDR-QUANTITY               PIC 9(05).
010100     05  ORDR-PRIORITY               PIC 9(01).
010200     05  ORDR-ORDER-UOM              PIC X(02).
010300     05  ORDR-UOM-FACTOR             PIC 9(05).
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
011400 FD  CANCEL-LOG.
011500     COPY CNLREC.
011600
011700*    THE SHIPPING MANIFEST AS PICKCONF WRITES IT.
011800 FD  MANIFEST-FILE.
011900 01  MANIFEST-RECORD.
012000     05  MAN-SHIP-DATE               PIC 9(08).
012100     05  MAN-OWNER                   PIC X(20).
012200     05  MAN-ORDER-NO                PIC X(08).
012300     05  MAN-ITEM-NAME               PIC X(20).
012400     05  MAN-QTY-SHIPPED             PIC 9(05).
012500     05  MAN-SHIP-TO-ID              PIC X(10).
012600     05  MAN-CARRIER                 PIC X(04).
012700     05  MAN-LOT-TRACE.
012800         10  MAN-LOT-USED OCCURS 5 TIMES.
012900             15  MAN-LOT-NUMBER      PIC X(10).
013000             15  MAN-LOT-QTY         PIC 9(05).
013100         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
013200             88  MAN-LOT-OVERFLOW        VALUE 'Y'.
013300
013400 FD  OWNER-MASTER.
013500     COPY OWNERREC.
013600
013700 FD  TICKET-MASTER.
013800     COPY TICKREC.
013900
014000 FD  OWNER-INQ-INDEX.
014100 01  OWNER-INQ-RECORD.
014200     05  OWX-KEY.
014300         10  OWX-OWNER               PIC X(20).
014400         10  OWX-SEQ                 PIC 9(04).
014500     05  OWX-LINE                    PIC X(60).
014600
014700 FD  EXCEPTION-FILE.
014800     COPY EXCREC.
014900
015000 WORKING-STORAGE SECTION.
015100     COPY ITEMWS.
015200     COPY RETCODES.
015300
015400 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
015500     88  EXTRACT-STATUS-OK           VALUE '00'.
015600     88  EXTRACT-STATUS-EOF          VALUE '10'.
015700 01  WS-ORDR-STATUS                 PIC X(02) VALUE '00'.
015800     88  ORDR-STATUS-OK              VALUE '00'.
015900     88  ORDR-STATUS-EOF             VALUE '10'.
016000 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
016100     88  BKO-STATUS-OK               VALUE '00'.
016200     88  BKO-STATUS-EOF              VALUE '10'.
016300 01  WS-CNL-STATUS                  PIC X(02) VALUE '00'.
016400     88  CNL-STATUS-OK               VALUE '00'.
016500     88  CNL-STATUS-EOF              VALUE '10'.
016600 01  WS-MANI-STATUS                 PIC X(02) VALUE '00'.
016700     88  MANI-STATUS-OK              VALUE '00'.
016800     88  MANI-STATUS-EOF             VALUE '10'.
016900 01  WS-OWNER-STATUS                PIC X(02) VALUE '00'.
017000     88  OWNER-STATUS-OK             VALUE '00'.
017100 01  WS-OWNER-OPEN-SW               PIC X(01) VALUE 'N'.
017200     88  WS-OWNER-OPEN               VALUE 'Y'.
017300 01  WS-TICK-STATUS                 PIC X(02) VALUE '00'.
017400     88  TICK-STATUS-OK              VALUE '00'.
017500     88  TICK-STATUS-EOF             VALUE '10'.
017600 01  WS-OWX-STATUS                  PIC X(02) VALUE '00'.
017700     88  OWX-STATUS-OK               VALUE '00'.
017800
017900*    PER-OWNER NEXT-SEQUENCE TABLE - GUARDED, AS EVER.  THE
018000*    TICKET PASS ALSO USES IT AS THE LIST OF OWNERS SEEN.
018100 01  WS-OWNER-SEQ-TABLE.
018200     05  WS-OS-ENTRY OCCURS 500 TIMES.
018300         10  WS-OS-OWNER             PIC X(20).
018400         10  WS-OS-NEXT-SEQ          PIC 9(04).
018500 01  WS-OS-COUNT-USED               PIC 9(03) COMP VALUE ZERO.
018600 01  WS-OS-SUB                      PIC 9(03) COMP.
018700 01  WS-OS-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
018800
018900 01  WS-WORK-OWNER                  PIC X(20) VALUE SPACES.
019000 01  WS-WORK-LINE                   PIC X(60) VALUE SPACES.
019100
019200*    HEADER/TRAILER CONTROL-RECORD HANDLING - THE EXTRACT'S
019300*    CTL RECORDS ARE NOT ITEMS.
019400 01  WS-CTL-CONTROL-SW              PIC X(01) VALUE 'N'.
019500     88  WS-CTL-IS-CONTROL           VALUE 'Y'.
019600
019700*    CANCELLATIONS SHOW FOR 30 DAYS.
019800 01  WS-TODAY-DAYS                  PIC 9(07) VALUE ZERO.
019900 01  WS-CNL-DAYS                    PIC 9(07) VALUE ZERO.
020000 01  WS-CNL-WORD                    PIC X(07) VALUE SPACES.
020100
020200*    SHIPMENTS SHOW FOR 30 DAYS TO OWNERS WITHOUT THE ASN.  THE
020300*    MANIFEST RUNS IN SHIP ORDER, SO THE ASN LOOK-UP IS KEPT FOR
020400*    THE LAST OWNER READ.
020500 01  WS-MAN-DAYS                    PIC 9(07) VALUE ZERO.
020600 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
020700 01  WS-ASN-CHECKED-OWNER           PIC X(20) VALUE LOW-VALUES.
020800 01  WS-ASN-OWNER-SW                PIC X(01) VALUE 'N'.
020900     88  WS-ASN-OWNER                VALUE 'Y'.
021000
021100 01  WS-LINES-WRITTEN               PIC 9(07) COMP VALUE ZERO.
021200 01  WS-OWNERS-DROPPED              PIC 9(07) COMP VALUE ZERO.
021300
021400 01  WS-CURRENT-DATE-TIME.
021500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
021600     05  WS-TIME-HHMMSSHH           PIC 9(08).
021700     05  FILLER                     PIC X(05).
021800
021900 PROCEDURE DIVISION.
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE
022200         THRU 1000-INITIALIZE-EXIT.
022300     IF RC-SEVERE
022400         GO TO 0000-WRAP-UP
022500     END-IF.
022600
022700     PERFORM 2000-GATHER-ONE-ITEM
022800         THRU 2000-GATHER-ONE-ITEM-EXIT
022900         UNTIL EXTRACT-STATUS-EOF.
023000     PERFORM 3000-GATHER-ONE-ORDER
023100         THRU 3000-GATHER-ONE-ORDER-EXIT
023200         UNTIL ORDR-STATUS-EOF.
023300     PERFORM 4000-GATHER-ONE-BACKORDER
023400         THRU 4000-GATHER-ONE-BACKORDER-EXIT
023500         UNTIL BKO-STATUS-EOF.
023600     PERFORM 4500-GATHER-ONE-CANCEL
023700         THRU 4500-GATHER-ONE-CANCEL-EXIT
023800         UNTIL CNL-STATUS-EOF.
023900     PERFORM 4600-GATHER-ONE-SHIPMENT
024000         THRU 4600-GATHER-ONE-SHIPMENT-EXIT
024100         UNTIL MANI-STATUS-EOF.
024200     PERFORM 5000-GATHER-ONE-TICKET
024300         THRU 5000-GATHER-ONE-TICKET-EXIT
024400         UNTIL TICK-STATUS-EOF.
024500
024600 0000-WRAP-UP.
024700     PERFORM 9000-FINISH
024800         THRU 9000-FINISH-EXIT.
024900     MOVE WS-RETURN-CODE TO RETURN-CODE.
025000     GO TO 9999-EXIT.
025100
025200 1000-INITIALIZE.
025300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025400     COMPUTE WS-TODAY-DAYS =
025500         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
025600     OPEN OUTPUT EXCEPTION-FILE.
025700     OPEN OUTPUT OWNER-INQ-INDEX.
025800     IF NOT OWX-STATUS-OK
025900         DISPLAY 'OWNWEBX - UNABLE TO BUILD OWNWEBIX, STATUS='
026000             WS-OWX-STATUS
026100         SET RC-SEVERE TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     OPEN INPUT ITEM-EXTRACT.
026500     IF NOT EXTRACT-STATUS-OK
026600         DISPLAY 'OWNWEBX - UNABLE TO OPEN ITEMEXT, STATUS='
026700             WS-EXTRACT-STATUS
026800         SET RC-SEVERE TO TRUE
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF.
027100*    AN EMPTY OR ABSENT ORDER/BACKORDER/CANCEL/TICKET SIDE IS
027200*    NORMAL - THE OWNER SIMPLY HAS NO LINES OF THAT KIND
027300*    TONIGHT.
027400     OPEN INPUT ORDER-QUEUE-FILE.
027500     IF NOT ORDR-STATUS-OK
027600         SET ORDR-STATUS-EOF TO TRUE
027700     END-IF.
027800     OPEN INPUT BACKORDER-FILE.
027900     IF NOT BKO-STATUS-OK
028000         SET BKO-STATUS-EOF TO TRUE
028100     END-IF.
028200     OPEN INPUT CANCEL-LOG.
028300     IF NOT CNL-STATUS-OK
028400         SET CNL-STATUS-EOF TO TRUE
028500     END-IF.
028600     OPEN INPUT MANIFEST-FILE.
028700     IF NOT MANI-STATUS-OK
028800         SET MANI-STATUS-EOF TO TRUE
028900     END-IF.
029000*    NO OWNER MASTER MEANS NO OWNER TAKES THE ASN - EVERY
029100*    SHIPMENT GOES ON THE PAGE.
029200     OPEN INPUT OWNER-MASTER.
029300     IF OWNER-STATUS-OK
029400         SET WS-OWNER-OPEN TO TRUE
029500     END-IF.
029600     OPEN INPUT TICKET-MASTER.
029700     IF NOT TICK-STATUS-OK
029800         SET TICK-STATUS-EOF TO TRUE
029900     END-IF.
030000 1000-INITIALIZE-EXIT.
030100     EXIT.
030200
030300 2000-GATHER-ONE-ITEM.
030400     READ ITEM-EXTRACT INTO WS-ITEM
030500         AT END SET EXTRACT-STATUS-EOF TO TRUE
030600     END-READ.
030700     IF EXTRACT-STATUS-EOF
030800         GO TO 2000-GATHER-ONE-ITEM-EXIT
030900     END-IF.
031000*    THE EXTRACT'S CTL HEADER AND TRAILER ARE NOT ITEMS.
031100     MOVE 'N' TO WS-CTL-CONTROL-SW.
031200     IF WS-ITEM-OWNER(1:3) = 'HDR' OR WS-ITEM-OWNER(1:3) = 'TRL'
031300         SET WS-CTL-IS-CONTROL TO TRUE
031400     END-IF.
031500     IF WS-CTL-IS-CONTROL
031600         GO TO 2000-GATHER-ONE-ITEM-EXIT
031700     END-IF.
031800
031900     MOVE WS-ITEM-OWNER TO WS-WORK-OWNER.
032000     MOVE SPACES TO WS-WORK-LINE.
032100     STRING 'ITEM ' WS-ITEM-NAME
032200            ' ON HAND ' WS-ITEM-QTY-ON-HAND
032300         DELIMITED BY SIZE
032400         INTO WS-WORK-LINE
032500     END-STRING.
032600     PERFORM 7000-WRITE-OWNER-LINE
032700         THRU 7000-WRITE-OWNER-LINE-EXIT.
032800 2000-GATHER-ONE-ITEM-EXIT.
032900     EXIT.
033000
033100 3000-GATHER-ONE-ORDER.
033200     READ ORDER-QUEUE-FILE
033300         AT END SET ORDR-STATUS-EOF TO TRUE
033400     END-READ.
033500     IF ORDR-STATUS-EOF
033600         GO TO 3000-GATHER-ONE-ORDER-EXIT
033700     END-IF.
033800
033900     MOVE ORDR-OWNER TO WS-WORK-OWNER.
034000     MOVE SPACES TO WS-WORK-LINE.
034100     STRING 'ORDER ' ORDR-ORDER-NO
034200            ' ' ORDR-ITEM-NAME
034300            ' QTY ' ORDR-QUANTITY
034400            ' PENDING'
034500         DELIMITED BY SIZE
034600         INTO WS-WORK-LINE
034700     END-STRING.
034800     PERFORM 7000-WRITE-OWNER-LINE
034900         THRU 7000-WRITE-OWNER-LINE-EXIT.
035000 3000-GATHER-ONE-ORDER-EXIT.
035100     EXIT.
035200
035300 4000-GATHER-ONE-BACKORDER.
035400     READ BACKORDER-FILE
035500         AT END SET BKO-STATUS-EOF TO TRUE
035600     END-READ.
035700     IF BKO-STATUS-EOF
035800         GO TO 4000-GATHER-ONE-BACKORDER-EXIT
035900     END-IF.
036000
036100     MOVE BKO-OWNER TO WS-WORK-OWNER.
036200     MOVE SPACES TO WS-WORK-LINE.
036300     STRING 'BACKORDER ' BKO-ORDER-NO
036400            ' ' BKO-ITEM-NAME
036500            ' SHORT ' BKO-QTY-ORDERED
036600         DELIMITED BY SIZE
036700         INTO WS-WORK-LINE
036800     END-STRING.
036900     PERFORM 7000-WRITE-OWNER-LINE
037000         THRU 7000-WRITE-OWNER-LINE-EXIT.
037100 4000-GATHER-ONE-BACKORDER-EXIT.
037200     EXIT.
037300
037400 4500-GATHER-ONE-CANCEL.
037500     READ CANCEL-LOG
037600         AT END SET CNL-STATUS-EOF TO TRUE
037700     END-READ.
037800     IF CNL-STATUS-EOF
037900         GO TO 4500-GATHER-ONE-CANCEL-EXIT
038000     END-IF.
038100     IF CNL-CANCEL-DATE IS NOT NUMERIC
038200             OR CNL-CANCEL-DATE = ZERO
038300         GO TO 4500-GATHER-ONE-CANCEL-EXIT
038400     END-IF.
038500     COMPUTE WS-CNL-DAYS =
038600         FUNCTION INTEGER-OF-DATE(CNL-CANCEL-DATE).
038700     IF WS-CNL-DAYS + 30 < WS-TODAY-DAYS
038800         GO TO 4500-GATHER-ONE-CANCEL-EXIT
038900     END-IF.
039000
039100     EVALUATE TRUE
039200         WHEN CNL-PENDING-REMOVED
039300             MOVE 'PENDING' TO WS-CNL-WORD
039400         WHEN CNL-STOCK-RETURNED
039500             MOVE 'RESTOCK' TO WS-CNL-WORD
039600         WHEN CNL-BACKORDER-CLOSED
039700             MOVE 'BACKORD' TO WS-CNL-WORD
039800         WHEN CNL-HELD-REMOVED
039900             MOVE 'HELD' TO WS-CNL-WORD
040000         WHEN OTHER
040100             MOVE 'REFUSED' TO WS-CNL-WORD
040200     END-EVALUATE.
040300     MOVE CNL-OWNER TO WS-WORK-OWNER.
040400     MOVE SPACES TO WS-WORK-LINE.
040500     STRING 'CANCEL ' CNL-ORDER-NO
040600            ' ' CNL-ITEM-NAME
040700            ' ' CNL-QTY
040800            ' ' WS-CNL-WORD
040900            ' ' CNL-CANCEL-DATE
041000         DELIMITED BY SIZE
041100         INTO WS-WORK-LINE
041200     END-STRING.
041300     PERFORM 7000-WRITE-OWNER-LINE
041400         THRU 7000-WRITE-OWNER-LINE-EXIT.
041500 4500-GATHER-ONE-CANCEL-EXIT.
041600     EXIT.
041700
041800 4600-GATHER-ONE-SHIPMENT.
041900     READ MANIFEST-FILE
042000         AT END SET MANI-STATUS-EOF TO TRUE
042100     END-READ.
042200     IF MANI-STATUS-EOF
042300         GO TO 4600-GATHER-ONE-SHIPMENT-EXIT
042400     END-IF.
042500     IF MAN-SHIP-DATE IS NOT NUMERIC
042600             OR MAN-SHIP-DATE = ZERO
042700         GO TO 4600-GATHER-ONE-SHIPMENT-EXIT
042800     END-IF.
042900     COMPUTE WS-MAN-DAYS =
043000         FUNCTION INTEGER-OF-DATE(MAN-SHIP-DATE).
043100     IF WS-MAN-DAYS + 30 < WS-TODAY-DAYS
043200         GO TO 4600-GATHER-ONE-SHIPMENT-EXIT
043300     END-IF.
043400
043500     IF MAN-OWNER NOT = WS-ASN-CHECKED-OWNER
043600         PERFORM 4650-CHECK-ASN-OWNER
043700             THRU 4650-CHECK-ASN-OWNER-EXIT
043800     END-IF.
043900     IF WS-ASN-OWNER
044000         GO TO 4600-GATHER-ONE-SHIPMENT-EXIT
044100     END-IF.
044200
044300     MOVE MAN-OWNER TO WS-WORK-OWNER.
044400     MOVE SPACES TO WS-WORK-LINE.
044500     STRING 'SHIPPED ' MAN-ORDER-NO
044600            ' ' MAN-ITEM-NAME
044700            ' ' MAN-QTY-SHIPPED
044800            ' ' MAN-SHIP-DATE
044900            ' ' MAN-CARRIER
045000         DELIMITED BY SIZE
045100         INTO WS-WORK-LINE
045200     END-STRING.
045300     PERFORM 7000-WRITE-OWNER-LINE
045400         THRU 7000-WRITE-OWNER-LINE-EXIT.
045500*    THE SHIPPED LINE IS FULL - THE LOTS GO UNDERNEATH.
045600     PERFORM 4610-SHOW-ONE-LOT
045700         THRU 4610-SHOW-ONE-LOT-EXIT
045800         VARYING WS-TRACE-SUB FROM 1 BY 1
045900         UNTIL WS-TRACE-SUB > 5.
046000     IF MAN-LOT-OVERFLOW
046100         MOVE '         MORE LOTS THAN THE TRACE HOLDS'
046200             TO WS-WORK-LINE
046300         PERFORM 7000-WRITE-OWNER-LINE
046400             THRU 7000-WRITE-OWNER-LINE-EXIT
046500     END-IF.
046600 4600-GATHER-ONE-SHIPMENT-EXIT.
046700     EXIT.
046800
046900 4610-SHOW-ONE-LOT.
047000     IF MAN-LOT-NUMBER(WS-TRACE-SUB) = SPACES
047100             OR MAN-LOT-QTY(WS-TRACE-SUB) IS NOT NUMERIC
047200             OR MAN-LOT-QTY(WS-TRACE-SUB) = ZERO
047300         GO TO 4610-SHOW-ONE-LOT-EXIT
047400     END-IF.
047500     MOVE SPACES TO WS-WORK-LINE.
047600     STRING '         LOT ' MAN-LOT-NUMBER(WS-TRACE-SUB)
047700            ' QTY ' MAN-LOT-QTY(WS-TRACE-SUB)
047800         DELIMITED BY SIZE
047900         INTO WS-WORK-LINE
048000     END-STRING.
048100     PERFORM 7000-WRITE-OWNER-LINE
048200         THRU 7000-WRITE-OWNER-LINE-EXIT.
048300 4610-SHOW-ONE-LOT-EXIT.
048400     EXIT.
048500
048600 4650-CHECK-ASN-OWNER.
048700*    THE SAME TEST ASNFEED APPLIES - AN ACTIVE OWNER WITH THE
048800*    ASN FLAG SET GETS THE FILE INSTEAD OF THESE LINES.
048900     MOVE MAN-OWNER TO WS-ASN-CHECKED-OWNER.
049000     MOVE 'N' TO WS-ASN-OWNER-SW.
049100     IF NOT WS-OWNER-OPEN
049200         GO TO 4650-CHECK-ASN-OWNER-EXIT
049300     END-IF.
049400     MOVE MAN-OWNER TO OWNER-ID.
049500     READ OWNER-MASTER
049600         INVALID KEY CONTINUE
049700         NOT INVALID KEY
049800             IF OWNER-ACTIVE AND OWNER-TAKES-ASN
049900                 SET WS-ASN-OWNER TO TRUE
050000             END-IF
050100     END-READ.
050200 4650-CHECK-ASN-OWNER-EXIT.
050300     EXIT.
050400
050500 5000-GATHER-ONE-TICKET.
050600     READ TICKET-MASTER NEXT RECORD
050700         AT END SET TICK-STATUS-EOF TO TRUE
050800     END-READ.
050900     IF TICK-STATUS-EOF
051000         GO TO 5000-GATHER-ONE-TICKET-EXIT
051100     END-IF.
051200     IF NOT TICK-OPEN
051300         GO TO 5000-GATHER-ONE-TICKET-EXIT
051400     END-IF.
051500
051600*    TICKETS CARRY NO OWNER FIELD - THE WRITERS KEY THE ERROR
051700*    DETAIL FROM THE EXCEPTION RECORD, WHOSE KEY VALUE LEADS
051800*    WITH THE OWNER ON OWNER-KEYED FAILURES.  A TICKET WHOSE
051900*    DETAIL LEADS WITH AN OWNER SEEN IN TONIGHT'S GATHER GOES
052000*    ON THAT OWNER'S PAGE; ANYTHING ELSE IS INTERNAL.
052100     MOVE ZERO TO WS-OS-FOUND-SUB.
052200     PERFORM 5100-MATCH-ONE-OWNER
052300         THRU 5100-MATCH-ONE-OWNER-EXIT
052400         VARYING WS-OS-SUB FROM 1 BY 1
052500         UNTIL WS-OS-SUB > WS-OS-COUNT-USED.
052600     IF WS-OS-FOUND-SUB = ZERO
052700         GO TO 5000-GATHER-ONE-TICKET-EXIT
052800     END-IF.
052900
053000     MOVE WS-OS-OWNER(WS-OS-FOUND-SUB) TO WS-WORK-OWNER.
053100     MOVE SPACES TO WS-WORK-LINE.
053200     STRING 'TICKET ' TICK-NUMBER
053300            ' OPEN SINCE ' TICK-OPEN-DATE
053400            ' ' TICK-PROGRAM
053500         DELIMITED BY SIZE
053600         INTO WS-WORK-LINE
053700     END-STRING.
053800     PERFORM 7000-WRITE-OWNER-LINE
053900         THRU 7000-WRITE-OWNER-LINE-EXIT.
054000 5000-GATHER-ONE-TICKET-EXIT.
054100     EXIT.
054200
054300 5100-MATCH-ONE-OWNER.
054400     IF TICK-ERROR-DETAIL(1:20) = WS-OS-OWNER(WS-OS-SUB)
054500         MOVE WS-OS-SUB TO WS-OS-FOUND-SUB
054600     END-IF.
054700 5100-MATCH-ONE-OWNER-EXIT.
054800     EXIT.
054900
055000 7000-WRITE-OWNER-LINE.
055100*    FIND (OR ADD) THE OWNER'S SEQUENCE ENTRY, THEN WRITE THE
055200*    PREFORMATTED LINE UNDER THE NEXT SEQUENCE NUMBER.
055300     MOVE ZERO TO WS-OS-FOUND-SUB.
055400     PERFORM 7100-FIND-ONE-OWNER
055500         THRU 7100-FIND-ONE-OWNER-EXIT
055600         VARYING WS-OS-SUB FROM 1 BY 1
055700         UNTIL WS-OS-SUB > WS-OS-COUNT-USED.
055800     IF WS-OS-FOUND-SUB = ZERO
055900         IF WS-OS-COUNT-USED < 500
056000             ADD 1 TO WS-OS-COUNT-USED
056100             MOVE WS-WORK-OWNER TO
056200                 WS-OS-OWNER(WS-OS-COUNT-USED)
056300             MOVE 1 TO WS-OS-NEXT-SEQ(WS-OS-COUNT-USED)
056400             MOVE WS-OS-COUNT-USED TO WS-OS-FOUND-SUB
056500         ELSE
056600             ADD 1 TO WS-OWNERS-DROPPED
056700             PERFORM 7900-WRITE-OVERFLOW-EXCEPTION
056800                 THRU 7900-WRITE-OVERFLOW-EXCEPTION-EXIT
056900             GO TO 7000-WRITE-OWNER-LINE-EXIT
057000         END-IF
057100     END-IF.
057200
057300     MOVE WS-WORK-OWNER TO OWX-OWNER.
057400     MOVE WS-OS-NEXT-SEQ(WS-OS-FOUND-SUB) TO OWX-SEQ.
057500     MOVE WS-WORK-LINE TO OWX-LINE.
057600     WRITE OWNER-INQ-RECORD
057700         INVALID KEY CONTINUE
057800     END-WRITE.
057900     IF OWX-STATUS-OK
058000         ADD 1 TO WS-LINES-WRITTEN
058100         ADD 1 TO WS-OS-NEXT-SEQ(WS-OS-FOUND-SUB)
058200     END-IF.
058300 7000-WRITE-OWNER-LINE-EXIT.
058400     EXIT.
058500
058600 7100-FIND-ONE-OWNER.
058700     IF WS-WORK-OWNER = WS-OS-OWNER(WS-OS-SUB)
058800         MOVE WS-OS-SUB TO WS-OS-FOUND-SUB
058900     END-IF.
059000 7100-FIND-ONE-OWNER-EXIT.
059100     EXIT.
059200
059300 7900-WRITE-OVERFLOW-EXCEPTION.
059400     MOVE 'OWNWEBX ' TO EXC-PROGRAM-ID.
059500     MOVE WS-WORK-OWNER TO EXC-KEY-VALUE.
059600     MOVE 'E341' TO EXC-REASON-CODE.
059700     MOVE 'OWNER TABLE FULL - OWNER NOT ON WEB INQUIRY' TO
059800         EXC-REASON-TEXT.
059900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
060000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
060100     MOVE SPACES TO EXC-OPERATOR-ID.
060200     WRITE EXC-RECORD.
060300     SET RC-WARNING TO TRUE.
060400 7900-WRITE-OVERFLOW-EXCEPTION-EXIT.
060500     EXIT.
060600
060700 9000-FINISH.
060800     CLOSE ITEM-EXTRACT.
060900     CLOSE ORDER-QUEUE-FILE.
061000     CLOSE BACKORDER-FILE.
061100     CLOSE CANCEL-LOG.
061200     CLOSE MANIFEST-FILE.
061300     IF WS-OWNER-OPEN
061400         CLOSE OWNER-MASTER
061500     END-IF.
061600     CLOSE TICKET-MASTER.
061700     CLOSE OWNER-INQ-INDEX.
061800     CLOSE EXCEPTION-FILE.
061900     DISPLAY 'OWNWEBX - LINES WRITTEN : ' WS-LINES-WRITTEN.
062000     DISPLAY 'OWNWEBX - OWNERS ON FILE: ' WS-OS-COUNT-USED.
062100     DISPLAY 'OWNWEBX - LINES DROPPED : ' WS-OWNERS-DROPPED.
062200     DISPLAY 'OWNWEBX - RETURN CODE   : ' WS-RETURN-CODE.
062300 9000-FINISH-EXIT.
062400     EXIT.
062500
062600 9999-EXIT.
062700     STOP RUN.
