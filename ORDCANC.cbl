000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORDCANC.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  ORDER CANCELLATION RUN -
001000*                    READS THE CANCTRAN REQUESTS (WHOLE ORDER,
001100*                    OR ONE LINE WHEN AN ITEM IS GIVEN) AND
001200*                    UNDOES EACH ORDER AS FAR AS IT HAS GOT:
001300*                    A LINE STILL PENDING ON ORDR IS DROPPED
001400*                    FROM THE ORDRN NEW COPY BEFORE ORDALLOC
001500*                    SEES IT; AN ALLOCATED BUT UNPICKED LINE
001600*                    ON ALLOCMST (SEE ALOCREC) GOES BACK TO
001700*                    AVAILABLE STOCK UNDER COMMIT CONTROL, ITS
001800*                    LOT LEDGER IS RESTORED THE PICKCONF WAY
001900*                    AND THE ALLOCATION IS MARKED CANCELLED;
002000*                    AN OPEN BACKORDER LINE IS DROPPED FROM THE
002100*                    BACKORDN NEW COPY.  OPERATIONS SWAPS BOTH
002200*                    NEW COPIES IN.  AN ORDER ALREADY PICKED OR
002300*                    SHIPPED IS REFUSED WHOLE.  EVERY ACTION
002400*                    AND REFUSAL PRINTS ON THE ORDCANR REGISTER
002500*                    AND GOES ON THE CUMULATIVE ORDCNLOG (SEE
002600*                    CNLREC) THAT THE OWNER WEB INQUIRY SHOWS.
002700*   2026-10-15 RLW  ORDR RECORD LAYOUT NOW CARRIES THE ORDER UNIT
002800*                    OF MEASURE AND ITS FACTOR (SEE UOMREC) -
002900*                    ORDR-QUANTITY IS STILL IN EACHES.
003000*   2026-10-15 RLW  A CANCELLED ALLOCATION'S STOCK GOES BACK TO
003100*                    THE LOTS ITS LOT TRACE NAMES, AS PICKCONF
003200*                    DOES FOR A SHORT PICK - ONLY WHAT THE TRACE
003300*                    CANNOT PLACE GOES TO THE EARLIEST LOT.
003400*   2026-10-15 RLW  A LINE LOTRECAL PUT ON RECALL HOLD (SEE
003500*                    ALOCREC) GOES BACK TO HELD STOCK -
003600*                    QTY_ON_HOLD AND LOT-QTY-HELD - FOR QCREL TO
003700*                    DISPOSITION, NOT TO AVAILABLE STOCK.
003800*   2026-10-15 RLW  A LINE WAITING ON CREDIT HOLD IN ORDHOLD IS
003900*                    CANCELLED TOO - DROPPED FROM THE ORDHOLDN NEW
004000*                    COPY THE SAME WAY AS A BACKORDER, AND LOGGED
004100*                    'HELD' (SEE CNLREC).  OPERATIONS SWAPS
004200*                    ORDHOLDN IN WITH THE OTHER NEW COPIES.
004300*================================================================
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CANCEL-TRANS ASSIGN TO "CANCTRAN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CAN-STATUS.
005000
005100     SELECT ORDER-QUEUE-FILE ASSIGN TO "ORDR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ORDR-STATUS.
005400
005500     SELECT ORDER-QUEUE-NEW ASSIGN TO "ORDRN"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BKO-STATUS.
006100
006200     SELECT BACKORDER-NEW ASSIGN TO "BACKORDN"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT HELD-ORDER-FILE ASSIGN TO "ORDHOLD"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OHLD-STATUS.
006800
006900     SELECT HELD-ORDER-NEW ASSIGN TO "ORDHOLDN"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS ALOC-KEY
007600         FILE STATUS IS WS-ALOC-STATUS.
007700
007800     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS LOT-KEY
008200         FILE STATUS IS WS-LOT-STATUS.
008300
008400     SELECT CANCEL-REGISTER ASSIGN TO "ORDCANR"
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600
008700     SELECT CANCEL-LOG ASSIGN TO "ORDCNLOG"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-CNL-STATUS.
009000
009100     SELECT EXCEPTION-FILE ASSIGN TO "ORDCNEXC"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-BUSDATE-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CANCEL-TRANS.
010100 01  CANCEL-TRANS-RECORD.
010200     05  CAN-ORDER-NO                PIC X(08).
010300     05  CAN-OWNER                   PIC X(20).
010400*    BLANK CANCELS THE WHOLE ORDER.
010500     05  CAN-ITEM-NAME               PIC X(20).
010600     05  CAN-REASON                  PIC X(30).
010700     05  CAN-REQUESTED-BY            PIC X(08).
010800
010900 FD  ORDER-QUEUE-FILE.
011000 01  ORDER-MESSAGE.
011100     05  ORDR-ORDER-NO               PIC X(08).
011200     05  ORDR-OWNER                  PIC X(20).
011300     05  ORDR-ITEM-NAME              PIC X(20).
011400     05  ORDR-QUANTITY               PIC 9(05).
011500     05  ORDR-PRIORITY               PIC 9(01).
011600     05  ORDR-ORDER-UOM              PIC X(02).
011700     05  ORDR-UOM-FACTOR             PIC 9(05).
011800
011900 FD  ORDER-QUEUE-NEW.
012000 01  ORDER-NEW-MESSAGE.
012100     05  ORN-ORDER-NO                PIC X(08).
012200     05  ORN-OWNER                   PIC X(20).
012300     05  ORN-ITEM-NAME               PIC X(20).
012400     05  ORN-QUANTITY                PIC 9(05).
012500     05  ORN-PRIORITY                PIC 9(01).
012600     05  ORN-ORDER-UOM               PIC X(02).
012700     05  ORN-UOM-FACTOR              PIC 9(05).
012800
012900 FD  BACKORDER-FILE.
013000 01  BACKORDER-RECORD.
013100     05  BKO-ORDER-NO                PIC X(08).
013200     05  BKO-OWNER                   PIC X(20).
013300     05  BKO-ITEM-NAME               PIC X(20).
013400     05  BKO-QTY-ORDERED             PIC 9(05).
013500     05  BKO-QTY-ON-HAND             PIC 9(05).
013600     05  BKO-RUN-DATE                PIC X(08).
013700
013800 FD  BACKORDER-NEW.
013900 01  BACKORDER-NEW-RECORD.
014000     05  BKN-ORDER-NO                PIC X(08).
014100     05  BKN-OWNER                   PIC X(20).
014200     05  BKN-ITEM-NAME               PIC X(20).
014300     05  BKN-QTY-ORDERED             PIC 9(05).
014400     05  BKN-QTY-ON-HAND             PIC 9(05).
014500     05  BKN-RUN-DATE                PIC X(08).
014600
014700*    AN ORDR LINE HELD BY ORDALLOC FOR ITS OWNER'S CREDIT HOLD,
014800*    KEPT UNCHANGED.
014900 FD  HELD-ORDER-FILE.
015000 01  HELD-ORDER-RECORD.
015100     05  OHL-ORDER-NO                PIC X(08).
015200     05  OHL-OWNER                   PIC X(20).
015300     05  OHL-ITEM-NAME               PIC X(20).
015400     05  OHL-QUANTITY                PIC 9(05).
015500     05  OHL-PRIORITY                PIC 9(01).
015600     05  OHL-ORDER-UOM               PIC X(02).
015700     05  OHL-UOM-FACTOR              PIC 9(05).
015800
015900 FD  HELD-ORDER-NEW.
016000 01  HELD-ORDER-NEW-RECORD          PIC X(61).
016100
016200 FD  ALLOCATION-MASTER.
016300     COPY ALOCREC.
016400
016500 FD  LOT-MASTER.
016600     COPY LOTREC.
016700
016800 FD  CANCEL-REGISTER.
016900 01  REGISTER-LINE                  PIC X(132).
017000
017100 FD  CANCEL-LOG.
017200     COPY CNLREC.
017300
017400 FD  EXCEPTION-FILE.
017500     COPY EXCREC.
017600
017700 FD  BUSDATE-FILE.
017800     COPY BUSDATE.
017900
018000 WORKING-STORAGE SECTION.
018100     EXEC SQL INCLUDE SQLCA END-EXEC.
018200     COPY RETCODES.
018300
018400 01  WS-CAN-STATUS                  PIC X(02) VALUE '00'.
018500     88  CAN-STATUS-OK               VALUE '00'.
018600     88  CAN-STATUS-EOF              VALUE '10'.
018700 01  WS-ORDR-STATUS                 PIC X(02) VALUE '00'.
018800     88  ORDR-STATUS-OK              VALUE '00'.
018900     88  ORDR-STATUS-EOF             VALUE '10'.
019000 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
019100     88  BKO-STATUS-OK               VALUE '00'.
019200     88  BKO-STATUS-EOF              VALUE '10'.
019300 01  WS-OHLD-STATUS                 PIC X(02) VALUE '00'.
019400     88  OHLD-STATUS-OK              VALUE '00'.
019500     88  OHLD-STATUS-EOF             VALUE '10'.
019600 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
019700     88  ALOC-STATUS-OK              VALUE '00'.
019800 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
019900     88  LOT-STATUS-OK               VALUE '00'.
020000 01  WS-CNL-STATUS                  PIC X(02) VALUE '00'.
020100     88  CNL-STATUS-OK               VALUE '00'.
020200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
020300     88  BUSDATE-STATUS-OK           VALUE '00'.
020400
020500 01  WS-ORDR-OPEN-SW                PIC X(01) VALUE 'N'.
020600     88  WS-ORDR-OPEN                VALUE 'Y'.
020700 01  WS-BKO-OPEN-SW                 PIC X(01) VALUE 'N'.
020800     88  WS-BKO-OPEN                 VALUE 'Y'.
020900 01  WS-OHLD-OPEN-SW                PIC X(01) VALUE 'N'.
021000     88  WS-OHLD-OPEN                VALUE 'Y'.
021100 01  WS-ALOC-OPEN-SW                PIC X(01) VALUE 'N'.
021200     88  WS-ALOC-OPEN                VALUE 'Y'.
021300 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
021400     88  WS-LOTS-OPEN                VALUE 'Y'.
021500 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
021600     88  WS-BROWSE-DONE              VALUE 'Y'.
021700 01  WS-PICKED-SW                   PIC X(01) VALUE 'N'.
021800     88  WS-ALREADY-PICKED           VALUE 'Y'.
021900 01  WS-LOT-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
022000     88  WS-LOT-BROWSE-DONE          VALUE 'Y'.
022100*    THE RESTORE CANDIDATE - EARLIEST UNEXPIRED LOT, A
022200*    ZERO-EXPIRY (UNDATED) LOT ONLY AS THE FALLBACK.
022300 01  WS-BEST-LOT-NO                 PIC X(10) VALUE SPACES.
022400 01  WS-BEST-LOT-EXPIRY             PIC 9(08) VALUE ZERO.
022500 01  WS-BEST-FOUND-SW               PIC X(01) VALUE 'N'.
022600     88  WS-BEST-FOUND               VALUE 'Y'.
022700
022800*    THE RUN'S CANCELLATIONS THAT PASSED THE PICKED CHECK.
022900*    EVERY ORDR, ALLOCMST, BACKORD AND ORDHOLD LINE IS MATCHED
023000*    AGAINST THEM; CT-ACTIONS COUNTS WHAT EACH ONE ACTUALLY
023100*    UNDID.
023200 01  WS-CAN-TABLE.
023300     05  WS-CAN-ENTRY OCCURS 500 TIMES.
023400         10  CT-ORDER-NO            PIC X(08).
023500         10  CT-OWNER               PIC X(20).
023600         10  CT-ITEM-NAME           PIC X(20).
023700         10  CT-REASON              PIC X(30).
023800         10  CT-REQUESTED-BY        PIC X(08).
023900         10  CT-ACTIONS             PIC 9(05) COMP.
024000 01  WS-CAN-COUNT                   PIC 9(04) COMP VALUE ZERO.
024100 01  WS-CAN-SUB                     PIC 9(04) COMP VALUE ZERO.
024200 01  WS-CAN-MATCH                   PIC 9(04) COMP VALUE ZERO.
024300
024400*    THE LINE BEING MATCHED AGAINST THE TABLE.
024500 01  WS-MATCH-ORDER-NO              PIC X(08) VALUE SPACES.
024600 01  WS-MATCH-OWNER                 PIC X(20) VALUE SPACES.
024700 01  WS-MATCH-ITEM-NAME             PIC X(20) VALUE SPACES.
024800
024900*    THE ALLOCATION BEING RETURNED TO STOCK.
025000 01  WS-RET-OWNER                   PIC X(20) VALUE SPACES.
025100 01  WS-RET-ITEM-NAME               PIC X(20) VALUE SPACES.
025200 01  WS-RET-QTY                     PIC 9(05) VALUE ZERO.
025300 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
025400 01  WS-TRACE-TAKE                  PIC 9(05) VALUE ZERO.
025500 01  WS-RESTORE-LEFT                PIC 9(05) VALUE ZERO.
025600 01  WS-UNTRACED-RETURN             PIC 9(05) VALUE ZERO.
025700
025800*    ONE REGISTER AND LOG ENTRY, SET BY THE CALLER.
025900 01  WS-LOG-ORDER-NO                PIC X(08) VALUE SPACES.
026000 01  WS-LOG-OWNER                   PIC X(20) VALUE SPACES.
026100 01  WS-LOG-ITEM-NAME               PIC X(20) VALUE SPACES.
026200 01  WS-LOG-QTY                     PIC 9(05) VALUE ZERO.
026300 01  WS-LOG-ACTION                  PIC X(04) VALUE SPACES.
026400 01  WS-LOG-REQUESTED-BY            PIC X(08) VALUE SPACES.
026500 01  WS-LOG-REASON                  PIC X(30) VALUE SPACES.
026600 01  WS-LOG-ACTION-TEXT             PIC X(26) VALUE SPACES.
026700
026800 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
026900 01  WS-EXC-OPERATOR                PIC X(08) VALUE SPACES.
027000
027100 01  WS-CANCELS-READ                PIC 9(07) COMP VALUE ZERO.
027200 01  WS-CANCELS-REFUSED             PIC 9(07) COMP VALUE ZERO.
027300 01  WS-CANCELS-REJECTED            PIC 9(07) COMP VALUE ZERO.
027400 01  WS-PENDING-REMOVED             PIC 9(07) COMP VALUE ZERO.
027500 01  WS-ALLOCS-RETURNED             PIC 9(07) COMP VALUE ZERO.
027600 01  WS-BACKORDERS-CLOSED           PIC 9(07) COMP VALUE ZERO.
027700 01  WS-HELD-REMOVED                PIC 9(07) COMP VALUE ZERO.
027800
027900 01  WS-CURRENT-DATE-TIME.
028000     05  WS-TODAY-YYYYMMDD          PIC 9(08).
028100     05  WS-TIME-HHMMSSHH           PIC 9(08).
028200     05  FILLER                     PIC X(05).
028300
028400 PROCEDURE DIVISION.
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE
028700         THRU 1000-INITIALIZE-EXIT.
028800
028900     IF NOT RC-SEVERE
029000         PERFORM 2000-LOAD-CANCELS
029100             THRU 2000-LOAD-CANCELS-EXIT
029200         PERFORM 3000-PASS-ORDER-QUEUE
029300             THRU 3000-PASS-ORDER-QUEUE-EXIT
029400         PERFORM 4000-CANCEL-ALLOCATIONS
029500             THRU 4000-CANCEL-ALLOCATIONS-EXIT
029600         PERFORM 5000-PASS-BACKORDERS
029700             THRU 5000-PASS-BACKORDERS-EXIT
029800         PERFORM 5500-PASS-HELD-ORDERS
029900             THRU 5500-PASS-HELD-ORDERS-EXIT
030000         PERFORM 6000-CHECK-NOTHING-OPEN
030100             THRU 6000-CHECK-NOTHING-OPEN-EXIT
030200             VARYING WS-CAN-SUB FROM 1 BY 1
030300             UNTIL WS-CAN-SUB > WS-CAN-COUNT
030400     END-IF.
030500
030600     PERFORM 9000-FINISH
030700         THRU 9000-FINISH-EXIT.
030800
030900     MOVE WS-RETURN-CODE TO RETURN-CODE.
031000     GO TO 9999-EXIT.
031100
031200 1000-INITIALIZE.
031300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
031400     PERFORM 1050-GET-BUSINESS-DATE
031500         THRU 1050-GET-BUSINESS-DATE-EXIT.
031600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
031700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
031800     OPEN OUTPUT EXCEPTION-FILE.
031900     OPEN OUTPUT CANCEL-REGISTER.
032000     MOVE SPACES TO REGISTER-LINE.
032100     STRING 'ORDER CANCELLATION REGISTER ' WS-TODAY-YYYYMMDD
032200         DELIMITED BY SIZE
032300         INTO REGISTER-LINE
032400     END-STRING.
032500     WRITE REGISTER-LINE.
032600     OPEN EXTEND CANCEL-LOG.
032700     IF NOT CNL-STATUS-OK
032800         OPEN OUTPUT CANCEL-LOG
032900     END-IF.
033000     OPEN OUTPUT ORDER-QUEUE-NEW.
033100     OPEN OUTPUT BACKORDER-NEW.
033200     OPEN OUTPUT HELD-ORDER-NEW.
033300*    NO ORDR, BACKORD, ORDHOLD OR ALLOCMST ON FILE MEANS
033400*    NOTHING IN THAT STATE TO CANCEL.  NO LOT MASTER MEANS NO
033500*    ITEM IS LOTTED.
033600     OPEN INPUT ORDER-QUEUE-FILE.
033700     IF ORDR-STATUS-OK
033800         SET WS-ORDR-OPEN TO TRUE
033900     END-IF.
034000     OPEN INPUT BACKORDER-FILE.
034100     IF BKO-STATUS-OK
034200         SET WS-BKO-OPEN TO TRUE
034300     END-IF.
034400     OPEN INPUT HELD-ORDER-FILE.
034500     IF OHLD-STATUS-OK
034600         SET WS-OHLD-OPEN TO TRUE
034700     END-IF.
034800     OPEN I-O ALLOCATION-MASTER.
034900     IF ALOC-STATUS-OK
035000         SET WS-ALOC-OPEN TO TRUE
035100     END-IF.
035200     OPEN I-O LOT-MASTER.
035300     IF LOT-STATUS-OK
035400         SET WS-LOTS-OPEN TO TRUE
035500     END-IF.
035600     OPEN INPUT CANCEL-TRANS.
035700     IF NOT CAN-STATUS-OK
035800         DISPLAY 'ORDCANC - UNABLE TO OPEN CANCTRAN, STATUS='
035900             WS-CAN-STATUS
036000         SET RC-SEVERE TO TRUE
036100     END-IF.
036200 1000-INITIALIZE-EXIT.
036300     EXIT.
036400
036500 1050-GET-BUSINESS-DATE.
036600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
036700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
036800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
036900*    CLOCK TIME FIELD STAYS REAL.
037000     OPEN INPUT BUSDATE-FILE.
037100     IF NOT BUSDATE-STATUS-OK
037200         GO TO 1050-GET-BUSINESS-DATE-EXIT
037300     END-IF.
037400     READ BUSDATE-FILE
037500         AT END
037600             CLOSE BUSDATE-FILE
037700             GO TO 1050-GET-BUSINESS-DATE-EXIT
037800     END-READ.
037900     CLOSE BUSDATE-FILE.
038000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
038100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
038200         DISPLAY 'ORDCANC - RUNNING AS OF BUSINESS DATE '
038300             BUS-DATE
038400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
038500     END-IF.
038600 1050-GET-BUSINESS-DATE-EXIT.
038700     EXIT.
038800
038900 2000-LOAD-CANCELS.
039000*    LOAD THE REQUESTS.  AN ORDER WITH ANY LINE ALREADY PICKED IS
039100*    REFUSED WHOLE - THE GOODS ARE OFF THE SHELF AND THE CARTON
039200*    MAY BE ON THE DOCK, SO THAT IS A RETURN, NOT A CANCEL.
039300     PERFORM 2100-LOAD-NEXT-CANCEL
039400         THRU 2100-LOAD-NEXT-CANCEL-EXIT
039500         UNTIL CAN-STATUS-EOF.
039600     CLOSE CANCEL-TRANS.
039700 2000-LOAD-CANCELS-EXIT.
039800     EXIT.
039900
040000 2100-LOAD-NEXT-CANCEL.
040100     READ CANCEL-TRANS
040200         AT END SET CAN-STATUS-EOF TO TRUE
040300     END-READ.
040400     IF CAN-STATUS-EOF
040500         GO TO 2100-LOAD-NEXT-CANCEL-EXIT
040600     END-IF.
040700
040800     ADD 1 TO WS-CANCELS-READ.
040900     MOVE CAN-ORDER-NO TO WS-EXC-KEY.
041000     MOVE CAN-REQUESTED-BY TO WS-EXC-OPERATOR.
041100
041200     IF CAN-ORDER-NO = SPACES OR CAN-OWNER = SPACES
041300         MOVE 'E343' TO EXC-REASON-CODE
041400         MOVE 'ORDER OR OWNER MISSING ON CANCELLATION' TO
041500             EXC-REASON-TEXT
041600         PERFORM 2900-WRITE-EXCEPTION
041700             THRU 2900-WRITE-EXCEPTION-EXIT
041800         GO TO 2100-LOAD-NEXT-CANCEL-EXIT
041900     END-IF.
042000     IF WS-CAN-COUNT NOT < 500
042100         MOVE 'E344' TO EXC-REASON-CODE
042200         MOVE 'CANCEL TABLE FULL - RESUBMIT NEXT RUN' TO
042300             EXC-REASON-TEXT
042400         PERFORM 2900-WRITE-EXCEPTION
042500             THRU 2900-WRITE-EXCEPTION-EXIT
042600         GO TO 2100-LOAD-NEXT-CANCEL-EXIT
042700     END-IF.
042800
042900     PERFORM 2200-CHECK-PICKED
043000         THRU 2200-CHECK-PICKED-EXIT.
043100     IF WS-ALREADY-PICKED
043200         ADD 1 TO WS-CANCELS-REFUSED
043300         MOVE 'E345' TO EXC-REASON-CODE
043400         MOVE 'ORDER ALREADY PICKED OR SHIPPED' TO
043500             EXC-REASON-TEXT
043600         PERFORM 2900-WRITE-EXCEPTION
043700             THRU 2900-WRITE-EXCEPTION-EXIT
043800         MOVE CAN-ORDER-NO     TO WS-LOG-ORDER-NO
043900         MOVE CAN-OWNER        TO WS-LOG-OWNER
044000         MOVE CAN-ITEM-NAME    TO WS-LOG-ITEM-NAME
044100         MOVE ZERO             TO WS-LOG-QTY
044200         MOVE 'RFSD'           TO WS-LOG-ACTION
044300         MOVE CAN-REQUESTED-BY TO WS-LOG-REQUESTED-BY
044400         MOVE CAN-REASON       TO WS-LOG-REASON
044500         PERFORM 7000-LOG-ACTION
044600             THRU 7000-LOG-ACTION-EXIT
044700         GO TO 2100-LOAD-NEXT-CANCEL-EXIT
044800     END-IF.
044900
045000     ADD 1 TO WS-CAN-COUNT.
045100     MOVE CAN-ORDER-NO     TO CT-ORDER-NO(WS-CAN-COUNT).
045200     MOVE CAN-OWNER        TO CT-OWNER(WS-CAN-COUNT).
045300     MOVE CAN-ITEM-NAME    TO CT-ITEM-NAME(WS-CAN-COUNT).
045400     MOVE CAN-REASON       TO CT-REASON(WS-CAN-COUNT).
045500     MOVE CAN-REQUESTED-BY TO CT-REQUESTED-BY(WS-CAN-COUNT).
045600     MOVE ZERO             TO CT-ACTIONS(WS-CAN-COUNT).
045700 2100-LOAD-NEXT-CANCEL-EXIT.
045800     EXIT.
045900
046000 2200-CHECK-PICKED.
046100*    ONE KEYED BROWSE OVER THE ORDER'S ALLOCATIONS - OR JUST
046200*    THE ONE LINE WHEN AN ITEM IS GIVEN.
046300     MOVE 'N' TO WS-PICKED-SW.
046400     IF NOT WS-ALOC-OPEN
046500         GO TO 2200-CHECK-PICKED-EXIT
046600     END-IF.
046700     MOVE 'N' TO WS-BROWSE-DONE-SW.
046800     MOVE CAN-ORDER-NO TO ALOC-ORDER-NO.
046900     MOVE CAN-OWNER    TO ALOC-OWNER.
047000     IF CAN-ITEM-NAME = SPACES
047100         MOVE LOW-VALUES TO ALOC-ITEM-NAME
047200     ELSE
047300         MOVE CAN-ITEM-NAME TO ALOC-ITEM-NAME
047400     END-IF.
047500     START ALLOCATION-MASTER KEY IS NOT LESS THAN ALOC-KEY
047600         INVALID KEY SET WS-BROWSE-DONE TO TRUE
047700     END-START.
047800     PERFORM 2210-CHECK-ONE-ALLOCATION
047900         THRU 2210-CHECK-ONE-ALLOCATION-EXIT
048000         UNTIL WS-BROWSE-DONE.
048100 2200-CHECK-PICKED-EXIT.
048200     EXIT.
048300
048400 2210-CHECK-ONE-ALLOCATION.
048500     READ ALLOCATION-MASTER NEXT
048600         AT END SET WS-BROWSE-DONE TO TRUE
048700     END-READ.
048800     IF NOT ALOC-STATUS-OK
048900             OR ALOC-ORDER-NO NOT = CAN-ORDER-NO
049000             OR ALOC-OWNER NOT = CAN-OWNER
049100         SET WS-BROWSE-DONE TO TRUE
049200         GO TO 2210-CHECK-ONE-ALLOCATION-EXIT
049300     END-IF.
049400     IF CAN-ITEM-NAME NOT = SPACES
049500             AND ALOC-ITEM-NAME NOT = CAN-ITEM-NAME
049600         SET WS-BROWSE-DONE TO TRUE
049700         GO TO 2210-CHECK-ONE-ALLOCATION-EXIT
049800     END-IF.
049900     IF ALOC-PICKED
050000         SET WS-ALREADY-PICKED TO TRUE
050100         SET WS-BROWSE-DONE TO TRUE
050200     END-IF.
050300 2210-CHECK-ONE-ALLOCATION-EXIT.
050400     EXIT.
050500
050600 3000-PASS-ORDER-QUEUE.
050700*    PENDING LINES - STILL ON ORDR, NOT YET ALLOCATED.  THE
050800*    SURVIVORS GO TO THE ORDRN NEW COPY.
050900     IF NOT WS-ORDR-OPEN
051000         GO TO 3000-PASS-ORDER-QUEUE-EXIT
051100     END-IF.
051200     PERFORM 3100-PASS-NEXT-ORDER-LINE
051300         THRU 3100-PASS-NEXT-ORDER-LINE-EXIT
051400         UNTIL ORDR-STATUS-EOF.
051500 3000-PASS-ORDER-QUEUE-EXIT.
051600     EXIT.
051700
051800 3100-PASS-NEXT-ORDER-LINE.
051900     READ ORDER-QUEUE-FILE
052000         AT END SET ORDR-STATUS-EOF TO TRUE
052100     END-READ.
052200     IF ORDR-STATUS-EOF
052300         GO TO 3100-PASS-NEXT-ORDER-LINE-EXIT
052400     END-IF.
052500
052600     MOVE ORDR-ORDER-NO  TO WS-MATCH-ORDER-NO.
052700     MOVE ORDR-OWNER     TO WS-MATCH-OWNER.
052800     MOVE ORDR-ITEM-NAME TO WS-MATCH-ITEM-NAME.
052900     PERFORM 3150-FIND-CANCEL
053000         THRU 3150-FIND-CANCEL-EXIT.
053100     IF WS-CAN-MATCH = ZERO
053200         WRITE ORDER-NEW-MESSAGE FROM ORDER-MESSAGE
053300         GO TO 3100-PASS-NEXT-ORDER-LINE-EXIT
053400     END-IF.
053500
053600     ADD 1 TO WS-PENDING-REMOVED.
053700     MOVE ORDR-QUANTITY TO WS-LOG-QTY.
053800     MOVE 'PEND' TO WS-LOG-ACTION.
053900     PERFORM 7100-LOG-MATCHED-LINE
054000         THRU 7100-LOG-MATCHED-LINE-EXIT.
054100 3100-PASS-NEXT-ORDER-LINE-EXIT.
054200     EXIT.
054300
054400 3150-FIND-CANCEL.
054500*    WS-CAN-MATCH IS THE TABLE ENTRY THAT COVERS THE LINE IN
054600*    THE WS-MATCH- FIELDS, OR ZERO.
054700     MOVE ZERO TO WS-CAN-MATCH.
054800     PERFORM 3160-MATCH-ONE-CANCEL
054900         THRU 3160-MATCH-ONE-CANCEL-EXIT
055000         VARYING WS-CAN-SUB FROM 1 BY 1
055100         UNTIL WS-CAN-SUB > WS-CAN-COUNT
055200             OR WS-CAN-MATCH > ZERO.
055300 3150-FIND-CANCEL-EXIT.
055400     EXIT.
055500
055600 3160-MATCH-ONE-CANCEL.
055700     IF CT-ORDER-NO(WS-CAN-SUB) = WS-MATCH-ORDER-NO
055800             AND CT-OWNER(WS-CAN-SUB) = WS-MATCH-OWNER
055900             AND (CT-ITEM-NAME(WS-CAN-SUB) = SPACES
056000             OR CT-ITEM-NAME(WS-CAN-SUB) = WS-MATCH-ITEM-NAME)
056100         MOVE WS-CAN-SUB TO WS-CAN-MATCH
056200     END-IF.
056300 3160-MATCH-ONE-CANCEL-EXIT.
056400     EXIT.
056500
056600 4000-CANCEL-ALLOCATIONS.
056700*    ALLOCATED, NOT PICKED - THE STOCK ALLOCATION TOOK OFF
056800*    QTY_ON_HAND GOES BACK, ONE COMMIT PER LINE, AND THE
056900*    ALLOCATION IS MARKED CANCELLED SO PICKCONF REFUSES A LATE
057000*    CONFIRMATION FOR IT.
057100     IF NOT WS-ALOC-OPEN
057200         GO TO 4000-CANCEL-ALLOCATIONS-EXIT
057300     END-IF.
057400     PERFORM 4100-CANCEL-ONE-ORDER
057500         THRU 4100-CANCEL-ONE-ORDER-EXIT
057600         VARYING WS-CAN-SUB FROM 1 BY 1
057700         UNTIL WS-CAN-SUB > WS-CAN-COUNT.
057800 4000-CANCEL-ALLOCATIONS-EXIT.
057900     EXIT.
058000
058100 4100-CANCEL-ONE-ORDER.
058200     MOVE 'N' TO WS-BROWSE-DONE-SW.
058300     MOVE CT-ORDER-NO(WS-CAN-SUB) TO ALOC-ORDER-NO.
058400     MOVE CT-OWNER(WS-CAN-SUB)    TO ALOC-OWNER.
058500     IF CT-ITEM-NAME(WS-CAN-SUB) = SPACES
058600         MOVE LOW-VALUES TO ALOC-ITEM-NAME
058700     ELSE
058800         MOVE CT-ITEM-NAME(WS-CAN-SUB) TO ALOC-ITEM-NAME
058900     END-IF.
059000     START ALLOCATION-MASTER KEY IS NOT LESS THAN ALOC-KEY
059100         INVALID KEY SET WS-BROWSE-DONE TO TRUE
059200     END-START.
059300     PERFORM 4110-CANCEL-ONE-ALLOCATION
059400         THRU 4110-CANCEL-ONE-ALLOCATION-EXIT
059500         UNTIL WS-BROWSE-DONE.
059600 4100-CANCEL-ONE-ORDER-EXIT.
059700     EXIT.
059800
059900 4110-CANCEL-ONE-ALLOCATION.
060000     READ ALLOCATION-MASTER NEXT
060100         AT END SET WS-BROWSE-DONE TO TRUE
060200     END-READ.
060300     IF NOT ALOC-STATUS-OK
060400             OR ALOC-ORDER-NO NOT = CT-ORDER-NO(WS-CAN-SUB)
060500             OR ALOC-OWNER NOT = CT-OWNER(WS-CAN-SUB)
060600         SET WS-BROWSE-DONE TO TRUE
060700         GO TO 4110-CANCEL-ONE-ALLOCATION-EXIT
060800     END-IF.
060900     IF CT-ITEM-NAME(WS-CAN-SUB) NOT = SPACES
061000             AND ALOC-ITEM-NAME NOT = CT-ITEM-NAME(WS-CAN-SUB)
061100         SET WS-BROWSE-DONE TO TRUE
061200         GO TO 4110-CANCEL-ONE-ALLOCATION-EXIT
061300     END-IF.
061400     IF NOT ALOC-OPEN
061500         GO TO 4110-CANCEL-ONE-ALLOCATION-EXIT
061600     END-IF.
061700
061800     MOVE ALOC-OWNER         TO WS-RET-OWNER.
061900     MOVE ALOC-ITEM-NAME     TO WS-RET-ITEM-NAME.
062000     MOVE ALOC-QTY-ALLOCATED TO WS-RET-QTY.
062100*    A LINE ON RECALL HOLD MAY CARRY RECALLED STOCK - IT GOES
062200*    BACK TO HELD STOCK, NOT TO AVAILABLE.
062300     IF ALOC-RECALL-HOLD
062400         EXEC SQL
062500             UPDATE items
062600                 SET qty_on_hold = qty_on_hold + :WS-RET-QTY
062700                 WHERE owner = :WS-RET-OWNER
062800                   AND itemname = :WS-RET-ITEM-NAME
062900         END-EXEC
063000     ELSE
063100         EXEC SQL
063200             UPDATE items
063300                 SET qty_on_hand = qty_on_hand + :WS-RET-QTY
063400                 WHERE owner = :WS-RET-OWNER
063500                   AND itemname = :WS-RET-ITEM-NAME
063600         END-EXEC
063700     END-IF.
063800     IF SQLCODE NOT = 0
063900         EXEC SQL ROLLBACK END-EXEC
064000         MOVE ALOC-ORDER-NO TO WS-EXC-KEY
064100         MOVE CT-REQUESTED-BY(WS-CAN-SUB) TO WS-EXC-OPERATOR
064200         MOVE 'E347' TO EXC-REASON-CODE
064300         MOVE 'STOCK RETURN FAILED, SEE SQLCODE' TO
064400             EXC-REASON-TEXT
064500         PERFORM 2900-WRITE-EXCEPTION
064600             THRU 2900-WRITE-EXCEPTION-EXIT
064700         GO TO 4110-CANCEL-ONE-ALLOCATION-EXIT
064800     END-IF.
064900     EXEC SQL COMMIT END-EXEC.
065000     PERFORM 4500-RESTORE-LOT-QUANTITY
065100         THRU 4500-RESTORE-LOT-QUANTITY-EXIT.
065200
065300*    THE LOT RESTORE LEFT THE ALLOCATION RECORD AREA ALONE,
065400*    BUT THE REWRITE MUST FOLLOW THE READ IT UPDATES.
065500     SET ALOC-CANCELLED TO TRUE.
065600     MOVE WS-TODAY-YYYYMMDD TO ALOC-STATUS-DATE.
065700     MOVE 'ORDCANC' TO ALOC-PROGRAM-ID.
065800     REWRITE ALLOCATION-RECORD
065900         INVALID KEY CONTINUE
066000     END-REWRITE.
066100
066200     ADD 1 TO WS-ALLOCS-RETURNED.
066300     MOVE ALOC-ORDER-NO  TO WS-MATCH-ORDER-NO.
066400     MOVE ALOC-OWNER     TO WS-MATCH-OWNER.
066500     MOVE ALOC-ITEM-NAME TO WS-MATCH-ITEM-NAME.
066600     MOVE WS-CAN-SUB     TO WS-CAN-MATCH.
066700     MOVE WS-RET-QTY     TO WS-LOG-QTY.
066800     MOVE 'ALOC' TO WS-LOG-ACTION.
066900     PERFORM 7100-LOG-MATCHED-LINE
067000         THRU 7100-LOG-MATCHED-LINE-EXIT.
067100 4110-CANCEL-ONE-ALLOCATION-EXIT.
067200     EXIT.
067300
067400 4500-RESTORE-LOT-QUANTITY.
067500*    THE ALLOCATION'S LOT TRACE SAYS WHICH LOTS IT TOOK, SO
067600*    THE RETURN GOES BACK TO THOSE, THE LAST TAKEN FIRST - THE
067700*    SAME INVERSE PICKCONF APPLIES TO A SHORT-PICK RETURN.  THE
067800*    TRACE ITSELF IS LEFT AS IT WAS, A RECORD OF WHAT THE
067900*    CANCELLED LINE HELD.  WHAT THE TRACE CANNOT PLACE - NO
068000*    TRACE, A LINE THAT OVERFLOWED IT, OR A LOT SINCE EMPTIED
068100*    OFF THE FILE - GOES BACK TO THE EARLIEST UNEXPIRED LOT,
068200*    THE CLOSEST INVERSE OF FEFO CONSUMPTION.  A LINE ON RECALL
068300*    HOLD GOES BACK TO THE LOTS' HELD QUANTITY.  AN ITEM WITH NO
068400*    LOT RECORDS IS UNDATED STOCK AND NEEDS NO LOT ENTRY.
068500     IF NOT WS-LOTS-OPEN
068600         GO TO 4500-RESTORE-LOT-QUANTITY-EXIT
068700     END-IF.
068800     MOVE WS-RET-QTY TO WS-RESTORE-LEFT.
068900     MOVE ZERO TO WS-UNTRACED-RETURN.
069000     PERFORM 4520-RETURN-TO-TRACED-LOT
069100         THRU 4520-RETURN-TO-TRACED-LOT-EXIT
069200         VARYING WS-TRACE-SUB FROM 5 BY -1
069300         UNTIL WS-TRACE-SUB < 1
069400             OR WS-RESTORE-LEFT = ZERO.
069500     ADD WS-UNTRACED-RETURN TO WS-RESTORE-LEFT.
069600     IF WS-RESTORE-LEFT = ZERO
069700         GO TO 4500-RESTORE-LOT-QUANTITY-EXIT
069800     END-IF.
069900
070000     MOVE 'N' TO WS-BEST-FOUND-SW.
070100     MOVE SPACES TO WS-BEST-LOT-NO.
070200     MOVE ZERO TO WS-BEST-LOT-EXPIRY.
070300     MOVE 'N' TO WS-LOT-BROWSE-DONE-SW.
070400     MOVE WS-RET-OWNER     TO LOT-OWNER.
070500     MOVE WS-RET-ITEM-NAME TO LOT-ITEM-NAME.
070600     MOVE LOW-VALUES       TO LOT-NUMBER.
070700     START LOT-MASTER KEY IS NOT LESS THAN LOT-KEY
070800         INVALID KEY SET WS-LOT-BROWSE-DONE TO TRUE
070900     END-START.
071000     PERFORM 4510-SCAN-ONE-LOT
071100         THRU 4510-SCAN-ONE-LOT-EXIT
071200         UNTIL WS-LOT-BROWSE-DONE.
071300     IF NOT WS-BEST-FOUND
071400         GO TO 4500-RESTORE-LOT-QUANTITY-EXIT
071500     END-IF.
071600
071700     MOVE WS-RET-OWNER     TO LOT-OWNER.
071800     MOVE WS-RET-ITEM-NAME TO LOT-ITEM-NAME.
071900     MOVE WS-BEST-LOT-NO   TO LOT-NUMBER.
072000     READ LOT-MASTER
072100         INVALID KEY GO TO 4500-RESTORE-LOT-QUANTITY-EXIT
072200     END-READ.
072300     IF ALOC-RECALL-HOLD
072400         ADD WS-RESTORE-LEFT TO LOT-QTY-HELD
072500     ELSE
072600         ADD WS-RESTORE-LEFT TO LOT-QTY
072700     END-IF.
072800     REWRITE LOT-RECORD
072900         INVALID KEY CONTINUE
073000     END-REWRITE.
073100 4500-RESTORE-LOT-QUANTITY-EXIT.
073200     EXIT.
073300
073400 4510-SCAN-ONE-LOT.
073500     READ LOT-MASTER NEXT
073600         AT END SET WS-LOT-BROWSE-DONE TO TRUE
073700     END-READ.
073800     IF NOT LOT-STATUS-OK
073900             OR LOT-OWNER NOT = WS-RET-OWNER
074000             OR LOT-ITEM-NAME NOT = WS-RET-ITEM-NAME
074100         SET WS-LOT-BROWSE-DONE TO TRUE
074200         GO TO 4510-SCAN-ONE-LOT-EXIT
074300     END-IF.
074400     IF LOT-EXPIRY-DATE NOT = ZERO
074500             AND LOT-EXPIRY-DATE < WS-TODAY-YYYYMMDD
074600         GO TO 4510-SCAN-ONE-LOT-EXIT
074700     END-IF.
074800     IF NOT WS-BEST-FOUND
074900         SET WS-BEST-FOUND TO TRUE
075000         MOVE LOT-NUMBER TO WS-BEST-LOT-NO
075100         MOVE LOT-EXPIRY-DATE TO WS-BEST-LOT-EXPIRY
075200         GO TO 4510-SCAN-ONE-LOT-EXIT
075300     END-IF.
075400     IF LOT-EXPIRY-DATE NOT = ZERO
075500             AND (WS-BEST-LOT-EXPIRY = ZERO
075600             OR LOT-EXPIRY-DATE < WS-BEST-LOT-EXPIRY)
075700         MOVE LOT-NUMBER TO WS-BEST-LOT-NO
075800         MOVE LOT-EXPIRY-DATE TO WS-BEST-LOT-EXPIRY
075900     END-IF.
076000 4510-SCAN-ONE-LOT-EXIT.
076100     EXIT.
076200
076300 4520-RETURN-TO-TRACED-LOT.
076400     IF ALOC-LOT-NUMBER(WS-TRACE-SUB) = SPACES
076500             OR ALOC-LOT-QTY(WS-TRACE-SUB) IS NOT NUMERIC
076600             OR ALOC-LOT-QTY(WS-TRACE-SUB) = ZERO
076700         GO TO 4520-RETURN-TO-TRACED-LOT-EXIT
076800     END-IF.
076900     IF ALOC-LOT-QTY(WS-TRACE-SUB) < WS-RESTORE-LEFT
077000         MOVE ALOC-LOT-QTY(WS-TRACE-SUB) TO WS-TRACE-TAKE
077100     ELSE
077200         MOVE WS-RESTORE-LEFT TO WS-TRACE-TAKE
077300     END-IF.
077400     SUBTRACT WS-TRACE-TAKE FROM WS-RESTORE-LEFT.
077500
077600     MOVE WS-RET-OWNER     TO LOT-OWNER.
077700     MOVE WS-RET-ITEM-NAME TO LOT-ITEM-NAME.
077800     MOVE ALOC-LOT-NUMBER(WS-TRACE-SUB) TO LOT-NUMBER.
077900     READ LOT-MASTER
078000         INVALID KEY
078100             ADD WS-TRACE-TAKE TO WS-UNTRACED-RETURN
078200             GO TO 4520-RETURN-TO-TRACED-LOT-EXIT
078300     END-READ.
078400     IF ALOC-RECALL-HOLD
078500         ADD WS-TRACE-TAKE TO LOT-QTY-HELD
078600     ELSE
078700         ADD WS-TRACE-TAKE TO LOT-QTY
078800     END-IF.
078900     REWRITE LOT-RECORD
079000         INVALID KEY CONTINUE
079100     END-REWRITE.
079200 4520-RETURN-TO-TRACED-LOT-EXIT.
079300     EXIT.
079400
079500 5000-PASS-BACKORDERS.
079600*    OPEN BACKORDERS - THE SHORT REMAINDER WAITING ON BACKORD IS
079700*    CLOSED BY LEAVING IT OFF THE BACKORDN NEW COPY.
079800     IF NOT WS-BKO-OPEN
079900         GO TO 5000-PASS-BACKORDERS-EXIT
080000     END-IF.
080100     PERFORM 5100-PASS-NEXT-BACKORDER
080200         THRU 5100-PASS-NEXT-BACKORDER-EXIT
080300         UNTIL BKO-STATUS-EOF.
080400 5000-PASS-BACKORDERS-EXIT.
080500     EXIT.
080600
080700 5100-PASS-NEXT-BACKORDER.
080800     READ BACKORDER-FILE
080900         AT END SET BKO-STATUS-EOF TO TRUE
081000     END-READ.
081100     IF BKO-STATUS-EOF
081200         GO TO 5100-PASS-NEXT-BACKORDER-EXIT
081300     END-IF.
081400
081500     MOVE BKO-ORDER-NO  TO WS-MATCH-ORDER-NO.
081600     MOVE BKO-OWNER     TO WS-MATCH-OWNER.
081700     MOVE BKO-ITEM-NAME TO WS-MATCH-ITEM-NAME.
081800     PERFORM 3150-FIND-CANCEL
081900         THRU 3150-FIND-CANCEL-EXIT.
082000     IF WS-CAN-MATCH = ZERO
082100         WRITE BACKORDER-NEW-RECORD FROM BACKORDER-RECORD
082200         GO TO 5100-PASS-NEXT-BACKORDER-EXIT
082300     END-IF.
082400
082500     ADD 1 TO WS-BACKORDERS-CLOSED.
082600     MOVE BKO-QTY-ORDERED TO WS-LOG-QTY.
082700     MOVE 'BKO ' TO WS-LOG-ACTION.
082800     PERFORM 7100-LOG-MATCHED-LINE
082900         THRU 7100-LOG-MATCHED-LINE-EXIT.
083000 5100-PASS-NEXT-BACKORDER-EXIT.
083100     EXIT.
083200
083300 5500-PASS-HELD-ORDERS.
083400*    LINES WAITING ON CREDIT HOLD - NEVER ALLOCATED, SO NOTHING
083500*    GOES BACK TO STOCK.  THE LINE IS CLOSED BY LEAVING IT OFF
083600*    THE ORDHOLDN NEW COPY, OR ORDALLOC WOULD ALLOCATE IT ON THE
083700*    FIRST RUN AFTER THE OWNER IS RELEASED.
083800     IF NOT WS-OHLD-OPEN
083900         GO TO 5500-PASS-HELD-ORDERS-EXIT
084000     END-IF.
084100     PERFORM 5600-PASS-NEXT-HELD-LINE
084200         THRU 5600-PASS-NEXT-HELD-LINE-EXIT
084300         UNTIL OHLD-STATUS-EOF.
084400 5500-PASS-HELD-ORDERS-EXIT.
084500     EXIT.
084600
084700 5600-PASS-NEXT-HELD-LINE.
084800     READ HELD-ORDER-FILE
084900         AT END SET OHLD-STATUS-EOF TO TRUE
085000     END-READ.
085100     IF OHLD-STATUS-EOF
085200         GO TO 5600-PASS-NEXT-HELD-LINE-EXIT
085300     END-IF.
085400
085500     MOVE OHL-ORDER-NO  TO WS-MATCH-ORDER-NO.
085600     MOVE OHL-OWNER     TO WS-MATCH-OWNER.
085700     MOVE OHL-ITEM-NAME TO WS-MATCH-ITEM-NAME.
085800     PERFORM 3150-FIND-CANCEL
085900         THRU 3150-FIND-CANCEL-EXIT.
086000     IF WS-CAN-MATCH = ZERO
086100         WRITE HELD-ORDER-NEW-RECORD FROM HELD-ORDER-RECORD
086200         GO TO 5600-PASS-NEXT-HELD-LINE-EXIT
086300     END-IF.
086400
086500     ADD 1 TO WS-HELD-REMOVED.
086600     MOVE OHL-QUANTITY TO WS-LOG-QTY.
086700     MOVE 'HELD' TO WS-LOG-ACTION.
086800     PERFORM 7100-LOG-MATCHED-LINE
086900         THRU 7100-LOG-MATCHED-LINE-EXIT.
087000 5600-PASS-NEXT-HELD-LINE-EXIT.
087100     EXIT.
087200
087300 6000-CHECK-NOTHING-OPEN.
087400*    A REQUEST THAT MATCHED NOTHING IN ANY STATE IS EITHER
087500*    MIS-KEYED OR ALREADY CANCELLED - EITHER WAY SOMEBODY
087600*    SHOULD LOOK.
087700     IF CT-ACTIONS(WS-CAN-SUB) > ZERO
087800         GO TO 6000-CHECK-NOTHING-OPEN-EXIT
087900     END-IF.
088000     MOVE CT-ORDER-NO(WS-CAN-SUB) TO WS-EXC-KEY.
088100     MOVE CT-REQUESTED-BY(WS-CAN-SUB) TO WS-EXC-OPERATOR.
088200     MOVE 'E346' TO EXC-REASON-CODE.
088300     MOVE 'NOTHING OPEN TO CANCEL ON ORDER' TO EXC-REASON-TEXT.
088400     PERFORM 2900-WRITE-EXCEPTION
088500         THRU 2900-WRITE-EXCEPTION-EXIT.
088600 6000-CHECK-NOTHING-OPEN-EXIT.
088700     EXIT.
088800
088900 7000-LOG-ACTION.
089000*    REGISTER AND LOG.  THE CALLER SETS THE WS-LOG- FIELDS.
089100     MOVE WS-TODAY-YYYYMMDD   TO CNL-CANCEL-DATE.
089200     MOVE WS-LOG-ORDER-NO     TO CNL-ORDER-NO.
089300     MOVE WS-LOG-OWNER        TO CNL-OWNER.
089400     MOVE WS-LOG-ITEM-NAME    TO CNL-ITEM-NAME.
089500     MOVE WS-LOG-QTY          TO CNL-QTY.
089600     MOVE WS-LOG-ACTION       TO CNL-ACTION.
089700     MOVE WS-LOG-REQUESTED-BY TO CNL-REQUESTED-BY.
089800     MOVE WS-LOG-REASON       TO CNL-REASON.
089900     WRITE CANCEL-LOG-RECORD.
090000
090100     EVALUATE TRUE
090200         WHEN CNL-PENDING-REMOVED
090300             MOVE 'PENDING LINE REMOVED' TO WS-LOG-ACTION-TEXT
090400         WHEN CNL-STOCK-RETURNED
090500             MOVE 'ALLOCATION BACK TO STOCK' TO
090600                 WS-LOG-ACTION-TEXT
090700         WHEN CNL-BACKORDER-CLOSED
090800             MOVE 'BACKORDER CLOSED' TO WS-LOG-ACTION-TEXT
090900         WHEN CNL-HELD-REMOVED
091000             MOVE 'CREDIT-HELD LINE REMOVED' TO
091100                 WS-LOG-ACTION-TEXT
091200         WHEN OTHER
091300             MOVE 'REFUSED - ALREADY PICKED' TO
091400                 WS-LOG-ACTION-TEXT
091500     END-EVALUATE.
091600     IF WS-LOG-ITEM-NAME = SPACES
091700         MOVE '*WHOLE ORDER*' TO WS-LOG-ITEM-NAME
091800     END-IF.
091900     MOVE SPACES TO REGISTER-LINE.
092000     STRING 'ORDER=' WS-LOG-ORDER-NO
092100            ' OWNER=' WS-LOG-OWNER
092200            ' ITEM=' WS-LOG-ITEM-NAME
092300            ' QTY=' WS-LOG-QTY
092400            ' ' WS-LOG-ACTION-TEXT
092500            ' BY=' WS-LOG-REQUESTED-BY
092600         DELIMITED BY SIZE
092700         INTO REGISTER-LINE
092800     END-STRING.
092900     WRITE REGISTER-LINE.
093000     IF WS-LOG-REASON NOT = SPACES
093100         MOVE SPACES TO REGISTER-LINE
093200         STRING '       REASON: ' WS-LOG-REASON
093300             DELIMITED BY SIZE
093400             INTO REGISTER-LINE
093500         END-STRING
093600         WRITE REGISTER-LINE
093700     END-IF.
093800 7000-LOG-ACTION-EXIT.
093900     EXIT.
094000
094100 7100-LOG-MATCHED-LINE.
094200*    A LINE THE TABLE ENTRY WS-CAN-MATCH COVERED - THE CALLER
094300*    SETS THE QUANTITY AND ACTION.
094400     ADD 1 TO CT-ACTIONS(WS-CAN-MATCH).
094500     MOVE WS-MATCH-ORDER-NO  TO WS-LOG-ORDER-NO.
094600     MOVE WS-MATCH-OWNER     TO WS-LOG-OWNER.
094700     MOVE WS-MATCH-ITEM-NAME TO WS-LOG-ITEM-NAME.
094800     MOVE CT-REQUESTED-BY(WS-CAN-MATCH) TO WS-LOG-REQUESTED-BY.
094900     MOVE CT-REASON(WS-CAN-MATCH) TO WS-LOG-REASON.
095000     PERFORM 7000-LOG-ACTION
095100         THRU 7000-LOG-ACTION-EXIT.
095200 7100-LOG-MATCHED-LINE-EXIT.
095300     EXIT.
095400
095500 2900-WRITE-EXCEPTION.
095600*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
095700*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS,
095800*    THE KEY AND THE REQUESTING OPERATOR.
095900     ADD 1 TO WS-CANCELS-REJECTED.
096000     MOVE 'ORDCANC' TO EXC-PROGRAM-ID.
096100     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
096200     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
096300     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
096400     MOVE WS-EXC-OPERATOR TO EXC-OPERATOR-ID.
096500     WRITE EXC-RECORD.
096600     SET RC-WARNING TO TRUE.
096700 2900-WRITE-EXCEPTION-EXIT.
096800     EXIT.
096900
097000 9000-FINISH.
097100     IF WS-ORDR-OPEN
097200         CLOSE ORDER-QUEUE-FILE
097300     END-IF.
097400     IF WS-BKO-OPEN
097500         CLOSE BACKORDER-FILE
097600     END-IF.
097700     IF WS-OHLD-OPEN
097800         CLOSE HELD-ORDER-FILE
097900     END-IF.
098000     IF WS-ALOC-OPEN
098100         CLOSE ALLOCATION-MASTER
098200     END-IF.
098300     IF WS-LOTS-OPEN
098400         CLOSE LOT-MASTER
098500     END-IF.
098600     CLOSE ORDER-QUEUE-NEW.
098700     CLOSE BACKORDER-NEW.
098800     CLOSE HELD-ORDER-NEW.
098900     CLOSE CANCEL-LOG.
099000     CLOSE CANCEL-REGISTER.
099100     CLOSE EXCEPTION-FILE.
099200     DISPLAY 'ORDCANC - REQUESTS READ      : ' WS-CANCELS-READ.
099300     DISPLAY 'ORDCANC - REFUSED AS PICKED  : '
099400         WS-CANCELS-REFUSED.
099500     DISPLAY 'ORDCANC - PENDING REMOVED    : '
099600         WS-PENDING-REMOVED.
099700     DISPLAY 'ORDCANC - ALLOCATIONS RETURNED: '
099800         WS-ALLOCS-RETURNED.
099900     DISPLAY 'ORDCANC - BACKORDERS CLOSED  : '
100000         WS-BACKORDERS-CLOSED.
100100     DISPLAY 'ORDCANC - CREDIT-HELD REMOVED: '
100200         WS-HELD-REMOVED.
100300     DISPLAY 'ORDCANC - EXCEPTIONS         : '
100400         WS-CANCELS-REJECTED.
100500     DISPLAY 'ORDCANC - RETURN CODE        : ' WS-RETURN-CODE.
100600 9000-FINISH-EXIT.
100700     EXIT.
100800
100900 9999-EXIT.
101000     STOP RUN.
