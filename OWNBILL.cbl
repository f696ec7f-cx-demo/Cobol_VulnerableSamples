002100*                    ITMSTMT CUTS ITS STATEMENTS, AND WRITES THE
002200*                    OWNBREG BILLING REGISTER GLFEED GATHERS AS
002300*                    MOVEMENT TYPE 'STOR'.
002400*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
002500*                    SHIP-TO AND CARRIER - LAYOUT KEPT IN STEP,
002600*                    NEITHER FIELD IS USED HERE.
002700*   2026-10-15 RLW  RCVREG LINE NOW ENDS WITH RCVPOST'S PO
002800*                    NUMBER, VENDOR AND PRICE - LAYOUT KEPT IN
002900*                    STEP, NONE OF THEM IS USED HERE.
003000*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
003100*                    LOT TRACE - LAYOUT KEPT IN STEP, NOT USED
003200*                    HERE.
003300*   2026-10-15 RLW  EVERY INVOICE IS NOW POSTED TO THE INDEXED
003400*                    OWNRECV OWNER RECEIVABLE (SEE OARREC), KEYED
003500*                    OWNER AND BILLING MONTH, WITH THE PAYMENT
003600*                    TERMS FROM THE PARM CARD (COLS 15-17,
003700*                    DEFAULT 30 DAYS).  A RERUN FOR THE SAME
003800*                    MONTH REBILLS - THE BILLED AMOUNT IS
003900*                    REPLACED AND WHAT IS ALREADY PAID STANDS.
004000*                    OWNCASH APPLIES THE PAYMENTS AND AGES IT.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ITEM-HISTORY ASSIGN TO "ITEMHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HIST-STATUS.
004800
004900     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RCV-STATUS.
005200
005300     SELECT TRANSFER-LOG ASSIGN TO "ITMXFLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-XFER-STATUS.
005600
005700     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-MAN-STATUS.
006000
006100     SELECT TARIFF-FILE ASSIGN TO "TARIFF"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TARIFF-STATUS.
006400
006500     SELECT INVOICE-PRINT ASSIGN TO "OWNBINV"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT BILLING-REGISTER ASSIGN TO "OWNBREG"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PARM-STATUS.
007400
007500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-BUSDATE-STATUS.
007800
007900     SELECT RECEIVABLE-FILE ASSIGN TO "OWNRECV"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS OAR-KEY
008300         FILE STATUS IS WS-RECV-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  ITEM-HISTORY.
008800 01  ITEM-HISTORY-RECORD.
008900     05  SNAP-DATE                   PIC 9(08).
009000     05  SNAP-OWNER                  PIC X(20).
009100     05  SNAP-ITEM-NAME              PIC X(20).
009200     05  SNAP-QTY-ON-HAND            PIC 9(05).
009300     05  SNAP-REORDER-POINT          PIC 9(05).
009400
009500 FD  RECEIVING-REGISTER.
009600 01  RECEIVING-REGISTER-LINE.
009700     05  RLOG-DATE                   PIC X(08).
009800     05  FILLER                      PIC X(01).
009900     05  RLOG-TIME                   PIC X(08).
010000     05  FILLER                      PIC X(07).
010100     05  RLOG-OWNER                  PIC X(20).
010200     05  FILLER                      PIC X(06).
010300     05  RLOG-ITEM-NAME              PIC X(20).
010400     05  FILLER                      PIC X(05).
010500     05  RLOG-QTY                    PIC X(05).
010600     05  FILLER                      PIC X(70).
010700
010800 FD  TRANSFER-LOG.
010900 01  TRANSFER-LOG-LINE.
011000     05  XLOG-DATE                   PIC X(08).
011100     05  FILLER                      PIC X(01).
011200     05  XLOG-TIME                   PIC X(08).
011300     05  FILLER                      PIC X(06).
011400     05  XLOG-FROM-OWNER             PIC X(20).
011500     05  FILLER                      PIC X(04).
011600     05  XLOG-TO-OWNER               PIC X(20).
011700     05  FILLER                      PIC X(06).
011800     05  XLOG-ITEM-NAME              PIC X(20).
011900     05  FILLER                      PIC X(05).
012000     05  XLOG-QTY                    PIC X(05).
012100     05  FILLER                      PIC X(12).
012200
012300 FD  MANIFEST-FILE.
012400 01  MANIFEST-RECORD.
012500     05  MAN-SHIP-DATE               PIC 9(08).
012600     05  MAN-OWNER                   PIC X(20).
012700     05  MAN-ORDER-NO                PIC X(08).
012800     05  MAN-ITEM-NAME               PIC X(20).
012900     05  MAN-QTY-SHIPPED             PIC 9(05).
013000     05  MAN-SHIP-TO-ID              PIC X(10).
013100     05  MAN-CARRIER                 PIC X(04).
013200     05  MAN-LOT-TRACE.
013300         10  MAN-LOT-USED OCCURS 5 TIMES.
013400             15  MAN-LOT-NUMBER      PIC X(10).
013500             15  MAN-LOT-QTY         PIC 9(05).
013600         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
013700
013800 FD  TARIFF-FILE.
013900 01  TARIFF-RECORD.
014000     05  TAR-STORAGE-RATE            PIC 9(03)V9(04).
014100     05  TAR-RECEIPT-RATE            PIC 9(03)V9(02).
014200     05  TAR-TRANSFER-RATE           PIC 9(03)V9(02).
014300     05  TAR-OUTBOUND-RATE           PIC 9(03)V9(02).
014400
014500 FD  INVOICE-PRINT.
014600 01  INVOICE-PRINT-LINE             PIC X(100).
014700
014800 FD  BILLING-REGISTER.
014900 01  BILLING-REGISTER-LINE.
015000     05  OBR-DATE                    PIC X(08).
015100     05  FILLER                      PIC X(01).
015200     05  OBR-TIME                    PIC X(08).
015300     05  FILLER                      PIC X(07).
015400     05  OBR-OWNER                   PIC X(20).
015500     05  FILLER                      PIC X(05).
015600     05  OBR-AMOUNT                  PIC 9(07)V9(02).
015700     05  FILLER                      PIC X(20).
015800
015900 FD  PARM-CARD-FILE.
016000     COPY PARMREC.
016100
016200 FD  BUSDATE-FILE.
016300     COPY BUSDATE.
016400
016500 FD  RECEIVABLE-FILE.
016600     COPY OARREC.
016700
016800 WORKING-STORAGE SECTION.
016900     COPY RETCODES.
017000
017100 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
017200     88  HIST-STATUS-OK              VALUE '00'.
017300     88  HIST-STATUS-EOF             VALUE '10'.
017400 01  WS-RCV-STATUS                  PIC X(02) VALUE '00'.
017500     88  RCV-STATUS-OK               VALUE '00'.
017600     88  RCV-STATUS-EOF              VALUE '10'.
017700 01  WS-XFER-STATUS                 PIC X(02) VALUE '00'.
017800     88  XFER-STATUS-OK              VALUE '00'.
017900     88  XFER-STATUS-EOF             VALUE '10'.
018000 01  WS-MAN-STATUS                  PIC X(02) VALUE '00'.
018100     88  MAN-STATUS-OK               VALUE '00'.
018200     88  MAN-STATUS-EOF              VALUE '10'.
018300 01  WS-TARIFF-STATUS               PIC X(02) VALUE '00'.
018400     88  TARIFF-STATUS-OK            VALUE '00'.
018500 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
018600     88  PARM-STATUS-OK              VALUE '00'.
018700     88  PARM-STATUS-EOF             VALUE '10'.
018800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
018900     88  BUSDATE-STATUS-OK           VALUE '00'.
019000 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
019100     88  RECV-STATUS-OK              VALUE '00'.
019200     88  RECV-STATUS-DUPKEY          VALUE '22'.
019300 01  WS-RECV-OPEN-SW                PIC X(01) VALUE 'N'.
019400     88  WS-RECV-OPEN                VALUE 'Y'.
019500
019600*    DAYS FROM THE INVOICE DATE TO ITS DUE DATE - PARM CARD
019700*    COLS 15-17, BLANK OR ZERO TAKES THE STANDARD 30.
019800 01  WS-TERMS-DAYS                  PIC 9(03) VALUE 030.
019900
020000 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
020100     88  WS-PARM-FOUND               VALUE 'Y'.
020200
020300*    THE BILLING MONTH AS YYYYMM - EVERY ACTIVITY RECORD IS
020400*    FILTERED ON ITS DATE'S FIRST SIX DIGITS.
020500 01  WS-BILL-MONTH                  PIC 9(06) VALUE ZERO.
020600 01  WS-RECORD-MONTH                PIC 9(06) VALUE ZERO.
020700 01  WS-DATE-X                      PIC X(08) VALUE SPACES.
020800 01  WS-DATE-NUM REDEFINES WS-DATE-X
020900                                    PIC 9(08).
021000
021100*    ONE ROW PER OWNER - THE MONTH'S BILLABLE ACTIVITY.
021200 01  WS-OWN-TABLE.
021300     05  WS-OWN-ENTRY OCCURS 200 TIMES.
021400         10  OB-OWNER               PIC X(20).
021500         10  OB-UNIT-DAYS           PIC 9(09).
021600         10  OB-RECEIPT-LINES       PIC 9(05).
021700         10  OB-TRANSFER-LINES      PIC 9(05).
021800         10  OB-OUTBOUND-LINES      PIC 9(05).
021900 01  WS-OWN-COUNT                   PIC 9(03) COMP VALUE ZERO.
022000 01  WS-OWN-SUB                     PIC 9(03) COMP VALUE ZERO.
022100 01  WS-OWN-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
022200 01  WS-LOOKUP-OWNER                PIC X(20) VALUE SPACES.
022300
022400 01  WS-STORAGE-AMT                 PIC 9(09)V9(02) VALUE ZERO.
022500 01  WS-RECEIPT-AMT                 PIC 9(07)V9(02) VALUE ZERO.
022600 01  WS-TRANSFER-AMT                PIC 9(07)V9(02) VALUE ZERO.
022700 01  WS-OUTBOUND-AMT                PIC 9(07)V9(02) VALUE ZERO.
022800 01  WS-INVOICE-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
022900 01  WS-AMOUNT-EDIT                 PIC Z(08)9.99.
023000
023100 01  WS-INVOICES-PRINTED            PIC 9(07) COMP VALUE ZERO.
023200 01  WS-INVOICES-POSTED             PIC 9(07) COMP VALUE ZERO.
023300 01  WS-INVOICES-REBILLED           PIC 9(07) COMP VALUE ZERO.
023400 01  WS-TOTAL-BILLED                PIC 9(11)V9(02) VALUE ZERO.
023500
023600 01  WS-CURRENT-DATE-TIME.
023700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
023800     05  WS-TIME-HHMMSSHH           PIC 9(08).
023900     05  FILLER                     PIC X(05).
024000
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE
024400         THRU 1000-INITIALIZE-EXIT.
024500     IF RC-SEVERE
024600         GO TO 0000-WRAP-UP
024700     END-IF.
024800
024900     PERFORM 2000-GATHER-STORAGE
025000         THRU 2000-GATHER-STORAGE-EXIT.
025100     PERFORM 3000-GATHER-RECEIPTS
025200         THRU 3000-GATHER-RECEIPTS-EXIT.
025300     PERFORM 4000-GATHER-TRANSFERS
025400         THRU 4000-GATHER-TRANSFERS-EXIT.
025500     PERFORM 5000-GATHER-OUTBOUND
025600         THRU 5000-GATHER-OUTBOUND-EXIT.
025700
025800     PERFORM 6000-PRINT-ONE-INVOICE
025900         THRU 6000-PRINT-ONE-INVOICE-EXIT
026000         VARYING WS-OWN-SUB FROM 1 BY 1
026100         UNTIL WS-OWN-SUB > WS-OWN-COUNT.
026200
026300 0000-WRAP-UP.
026400     PERFORM 9000-FINISH
026500         THRU 9000-FINISH-EXIT.
026600     MOVE WS-RETURN-CODE TO RETURN-CODE.
026700     GO TO 9999-EXIT.
026800
026900 1000-INITIALIZE.
027000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
027100     PERFORM 1050-GET-BUSINESS-DATE
027200         THRU 1050-GET-BUSINESS-DATE-EXIT.
027300     PERFORM 1080-READ-PARM-CARD
027400         THRU 1080-READ-PARM-CARD-EXIT.
027500     IF NOT WS-PARM-FOUND
027600         DISPLAY 'ENTER BILLING MONTH (YYYYMM): '
027700         ACCEPT WS-BILL-MONTH
027800     END-IF.
027900     PERFORM 1100-LOAD-TARIFF
028000         THRU 1100-LOAD-TARIFF-EXIT.
028100     IF RC-SEVERE
028200         GO TO 1000-INITIALIZE-EXIT
028300     END-IF.
028400     OPEN OUTPUT INVOICE-PRINT.
028500     OPEN OUTPUT BILLING-REGISTER.
028600*    THE RECEIVABLE IS CREATED EMPTY ON FIRST USE.  WITHOUT IT
028700*    THE INVOICES STILL PRINT - ONLY THE POSTING IS SKIPPED.
028800     OPEN I-O RECEIVABLE-FILE.
028900     IF NOT RECV-STATUS-OK
029000         OPEN OUTPUT RECEIVABLE-FILE
029100         IF RECV-STATUS-OK
029200             CLOSE RECEIVABLE-FILE
029300             OPEN I-O RECEIVABLE-FILE
029400         END-IF
029500     END-IF.
029600     IF RECV-STATUS-OK
029700         SET WS-RECV-OPEN TO TRUE
029800     ELSE
029900         DISPLAY 'OWNBILL - UNABLE TO OPEN OWNRECV, STATUS='
030000             WS-RECV-STATUS
030100         SET RC-WARNING TO TRUE
030200     END-IF.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500
030600 1050-GET-BUSINESS-DATE.
030700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
030800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
030900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
031000*    CLOCK TIME FIELD STAYS REAL.
031100     OPEN INPUT BUSDATE-FILE.
031200     IF NOT BUSDATE-STATUS-OK
031300         GO TO 1050-GET-BUSINESS-DATE-EXIT
031400     END-IF.
031500     READ BUSDATE-FILE
031600         AT END
031700             CLOSE BUSDATE-FILE
031800             GO TO 1050-GET-BUSINESS-DATE-EXIT
031900     END-READ.
032000     CLOSE BUSDATE-FILE.
032100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
032200             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
032300         DISPLAY 'OWNBILL - RUNNING AS OF BUSINESS DATE '
032400             BUS-DATE
032500         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
032600     END-IF.
032700 1050-GET-BUSINESS-DATE-EXIT.
032800     EXIT.
032900
033000 1080-READ-PARM-CARD.
033100*    CARD LAYOUT - COLS 9-14 THE BILLING MONTH AS YYYYMM,
033200*    COLS 15-17 THE PAYMENT TERMS IN DAYS (OPTIONAL).
033300     MOVE 'N' TO WS-PARM-FOUND-SW.
033400     OPEN INPUT PARM-CARD-FILE.
033500     IF NOT PARM-STATUS-OK
033600         GO TO 1080-READ-PARM-CARD-EXIT
033700     END-IF.
033800     PERFORM 1081-SCAN-ONE-CARD
033900         THRU 1081-SCAN-ONE-CARD-EXIT
034000         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
034100     CLOSE PARM-CARD-FILE.
034200     IF WS-PARM-FOUND
034300         IF PARM-OPTIONS(1:6) IS NUMERIC
034400                 AND PARM-OPTIONS(1:6) NOT = '000000'
034500             MOVE PARM-OPTIONS(1:6) TO WS-BILL-MONTH
034600         ELSE
034700             MOVE 'N' TO WS-PARM-FOUND-SW
034800         END-IF
034900         IF PARM-OPTIONS(7:3) IS NUMERIC
035000                 AND PARM-OPTIONS(7:3) NOT = '000'
035100             MOVE PARM-OPTIONS(7:3) TO WS-TERMS-DAYS
035200         END-IF
035300     END-IF.
035400 1080-READ-PARM-CARD-EXIT.
035500     EXIT.
035600
035700 1081-SCAN-ONE-CARD.
035800     READ PARM-CARD-FILE
035900         AT END SET PARM-STATUS-EOF TO TRUE
036000     END-READ.
036100     IF PARM-STATUS-EOF
036200         GO TO 1081-SCAN-ONE-CARD-EXIT
036300     END-IF.
036400     IF PARM-PROGRAM-ID = 'OWNBILL '
036500         SET WS-PARM-FOUND TO TRUE
036600     END-IF.
036700 1081-SCAN-ONE-CARD-EXIT.
036800     EXIT.
036900
037000 1100-LOAD-TARIFF.
037100*    ONE TARIFF RECORD DRIVES THE WHOLE RUN - NO TARIFF, NO
037200*    BILLING.
037300     OPEN INPUT TARIFF-FILE.
037400     IF NOT TARIFF-STATUS-OK
037500         DISPLAY 'OWNBILL - UNABLE TO OPEN TARIFF, STATUS='
037600             WS-TARIFF-STATUS
037700         SET RC-SEVERE TO TRUE
037800         GO TO 1100-LOAD-TARIFF-EXIT
037900     END-IF.
038000     READ TARIFF-FILE
038100         AT END
038200             DISPLAY 'OWNBILL - TARIFF IS EMPTY'
038300             SET RC-SEVERE TO TRUE
038400     END-READ.
038500     CLOSE TARIFF-FILE.
038600 1100-LOAD-TARIFF-EXIT.
038700     EXIT.
038800
038900 2000-GATHER-STORAGE.
039000*    EACH NIGHTLY SNAPSHOT LINE IN THE MONTH IS ONE UNIT-DAY
039100*    PER UNIT ON HAND.
039200     OPEN INPUT ITEM-HISTORY.
039300     IF NOT HIST-STATUS-OK
039400         GO TO 2000-GATHER-STORAGE-EXIT
039500     END-IF.
039600     PERFORM 2100-TALLY-ONE-SNAPSHOT
039700         THRU 2100-TALLY-ONE-SNAPSHOT-EXIT
039800         UNTIL HIST-STATUS-EOF.
039900     CLOSE ITEM-HISTORY.
040000 2000-GATHER-STORAGE-EXIT.
040100     EXIT.
040200
040300 2100-TALLY-ONE-SNAPSHOT.
040400     READ ITEM-HISTORY
040500         AT END SET HIST-STATUS-EOF TO TRUE
040600     END-READ.
040700     IF HIST-STATUS-EOF
040800         GO TO 2100-TALLY-ONE-SNAPSHOT-EXIT
040900     END-IF.
041000     IF SNAP-DATE IS NOT NUMERIC
041100         GO TO 2100-TALLY-ONE-SNAPSHOT-EXIT
041200     END-IF.
041300     COMPUTE WS-RECORD-MONTH = SNAP-DATE / 100.
041400     IF WS-RECORD-MONTH NOT = WS-BILL-MONTH
041500         GO TO 2100-TALLY-ONE-SNAPSHOT-EXIT
041600     END-IF.
041700     MOVE SNAP-OWNER TO WS-LOOKUP-OWNER.
041800     PERFORM 7000-FIND-OWNER-ROW
041900         THRU 7000-FIND-OWNER-ROW-EXIT.
042000     IF WS-OWN-FOUND-SUB > ZERO
042100         ADD SNAP-QTY-ON-HAND TO
042200             OB-UNIT-DAYS(WS-OWN-FOUND-SUB)
042300     END-IF.
042400 2100-TALLY-ONE-SNAPSHOT-EXIT.
042500     EXIT.
042600
042700 3000-GATHER-RECEIPTS.
042800     OPEN INPUT RECEIVING-REGISTER.
042900     IF NOT RCV-STATUS-OK
043000         GO TO 3000-GATHER-RECEIPTS-EXIT
043100     END-IF.
043200     PERFORM 3100-TALLY-ONE-RECEIPT
043300         THRU 3100-TALLY-ONE-RECEIPT-EXIT
043400         UNTIL RCV-STATUS-EOF.
043500     CLOSE RECEIVING-REGISTER.
043600 3000-GATHER-RECEIPTS-EXIT.
043700     EXIT.
043800
043900 3100-TALLY-ONE-RECEIPT.
044000     READ RECEIVING-REGISTER
044100         AT END SET RCV-STATUS-EOF TO TRUE
044200     END-READ.
044300     IF RCV-STATUS-EOF
044400         GO TO 3100-TALLY-ONE-RECEIPT-EXIT
044500     END-IF.
044600     IF RLOG-QTY IS NOT NUMERIC OR RLOG-DATE IS NOT NUMERIC
044700         GO TO 3100-TALLY-ONE-RECEIPT-EXIT
044800     END-IF.
044900     MOVE RLOG-DATE TO WS-DATE-X.
045000     COMPUTE WS-RECORD-MONTH = WS-DATE-NUM / 100.
045100     IF WS-RECORD-MONTH NOT = WS-BILL-MONTH
045200         GO TO 3100-TALLY-ONE-RECEIPT-EXIT
045300     END-IF.
045400     MOVE RLOG-OWNER TO WS-LOOKUP-OWNER.
045500     PERFORM 7000-FIND-OWNER-ROW
045600         THRU 7000-FIND-OWNER-ROW-EXIT.
045700     IF WS-OWN-FOUND-SUB > ZERO
045800         ADD 1 TO OB-RECEIPT-LINES(WS-OWN-FOUND-SUB)
045900     END-IF.
046000 3100-TALLY-ONE-RECEIPT-EXIT.
046100     EXIT.
046200
046300 4000-GATHER-TRANSFERS.
046400     OPEN INPUT TRANSFER-LOG.
046500     IF NOT XFER-STATUS-OK
046600         GO TO 4000-GATHER-TRANSFERS-EXIT
046700     END-IF.
046800     PERFORM 4100-TALLY-ONE-TRANSFER
046900         THRU 4100-TALLY-ONE-TRANSFER-EXIT
047000         UNTIL XFER-STATUS-EOF.
047100     CLOSE TRANSFER-LOG.
047200 4000-GATHER-TRANSFERS-EXIT.
047300     EXIT.
047400
047500 4100-TALLY-ONE-TRANSFER.
047600     READ TRANSFER-LOG
047700         AT END SET XFER-STATUS-EOF TO TRUE
047800     END-READ.
047900     IF XFER-STATUS-EOF
048000         GO TO 4100-TALLY-ONE-TRANSFER-EXIT
048100     END-IF.
048200     IF XLOG-QTY IS NOT NUMERIC OR XLOG-DATE IS NOT NUMERIC
048300         GO TO 4100-TALLY-ONE-TRANSFER-EXIT
048400     END-IF.
048500     MOVE XLOG-DATE TO WS-DATE-X.
048600     COMPUTE WS-RECORD-MONTH = WS-DATE-NUM / 100.
048700     IF WS-RECORD-MONTH NOT = WS-BILL-MONTH
048800         GO TO 4100-TALLY-ONE-TRANSFER-EXIT
048900     END-IF.
049000*    THE SENDING OWNER ORDERED THE MOVE - THE SENDING OWNER
049100*    PAYS FOR IT.
049200     MOVE XLOG-FROM-OWNER TO WS-LOOKUP-OWNER.
049300     PERFORM 7000-FIND-OWNER-ROW
049400         THRU 7000-FIND-OWNER-ROW-EXIT.
049500     IF WS-OWN-FOUND-SUB > ZERO
049600         ADD 1 TO OB-TRANSFER-LINES(WS-OWN-FOUND-SUB)
049700     END-IF.
049800 4100-TALLY-ONE-TRANSFER-EXIT.
049900     EXIT.
050000
050100 5000-GATHER-OUTBOUND.
050200     OPEN INPUT MANIFEST-FILE.
050300     IF NOT MAN-STATUS-OK
050400         GO TO 5000-GATHER-OUTBOUND-EXIT
050500     END-IF.
050600     PERFORM 5100-TALLY-ONE-SHIPMENT
050700         THRU 5100-TALLY-ONE-SHIPMENT-EXIT
050800         UNTIL MAN-STATUS-EOF.
050900     CLOSE MANIFEST-FILE.
051000 5000-GATHER-OUTBOUND-EXIT.
051100     EXIT.
051200
051300 5100-TALLY-ONE-SHIPMENT.
051400     READ MANIFEST-FILE
051500         AT END SET MAN-STATUS-EOF TO TRUE
051600     END-READ.
051700     IF MAN-STATUS-EOF
051800         GO TO 5100-TALLY-ONE-SHIPMENT-EXIT
051900     END-IF.
052000     IF MAN-SHIP-DATE IS NOT NUMERIC
052100         GO TO 5100-TALLY-ONE-SHIPMENT-EXIT
052200     END-IF.
052300     COMPUTE WS-RECORD-MONTH = MAN-SHIP-DATE / 100.
052400     IF WS-RECORD-MONTH NOT = WS-BILL-MONTH
052500         GO TO 5100-TALLY-ONE-SHIPMENT-EXIT
052600     END-IF.
052700     MOVE MAN-OWNER TO WS-LOOKUP-OWNER.
052800     PERFORM 7000-FIND-OWNER-ROW
052900         THRU 7000-FIND-OWNER-ROW-EXIT.
053000     IF WS-OWN-FOUND-SUB > ZERO
053100         ADD 1 TO OB-OUTBOUND-LINES(WS-OWN-FOUND-SUB)
053200     END-IF.
053300 5100-TALLY-ONE-SHIPMENT-EXIT.
053400     EXIT.
053500
053600 6000-PRINT-ONE-INVOICE.
053700     COMPUTE WS-STORAGE-AMT ROUNDED =
053800         OB-UNIT-DAYS(WS-OWN-SUB) * TAR-STORAGE-RATE.
053900     COMPUTE WS-RECEIPT-AMT ROUNDED =
054000         OB-RECEIPT-LINES(WS-OWN-SUB) * TAR-RECEIPT-RATE.
054100     COMPUTE WS-TRANSFER-AMT ROUNDED =
054200         OB-TRANSFER-LINES(WS-OWN-SUB) * TAR-TRANSFER-RATE.
054300     COMPUTE WS-OUTBOUND-AMT ROUNDED =
054400         OB-OUTBOUND-LINES(WS-OWN-SUB) * TAR-OUTBOUND-RATE.
054500     COMPUTE WS-INVOICE-TOTAL =
054600         WS-STORAGE-AMT + WS-RECEIPT-AMT
054700         + WS-TRANSFER-AMT + WS-OUTBOUND-AMT.
054800
054900     ADD 1 TO WS-INVOICES-PRINTED.
055000     ADD WS-INVOICE-TOTAL TO WS-TOTAL-BILLED.
055100
055200     MOVE SPACES TO INVOICE-PRINT-LINE.
055300     WRITE INVOICE-PRINT-LINE.
055400     MOVE SPACES TO INVOICE-PRINT-LINE.
055500     STRING 'STORAGE AND HANDLING INVOICE - MONTH '
055600            WS-BILL-MONTH
055700         DELIMITED BY SIZE
055800         INTO INVOICE-PRINT-LINE
055900     END-STRING.
056000     WRITE INVOICE-PRINT-LINE.
056100     MOVE SPACES TO INVOICE-PRINT-LINE.
056200     STRING 'OWNER ' OB-OWNER(WS-OWN-SUB)
056300         DELIMITED BY SIZE
056400         INTO INVOICE-PRINT-LINE
056500     END-STRING.
056600     WRITE INVOICE-PRINT-LINE.
056700
056800     MOVE WS-STORAGE-AMT TO WS-AMOUNT-EDIT.
056900     MOVE SPACES TO INVOICE-PRINT-LINE.
057000     STRING '  STORAGE  UNIT-DAYS=' OB-UNIT-DAYS(WS-OWN-SUB)
057100            ' AMT=' WS-AMOUNT-EDIT
057200         DELIMITED BY SIZE
057300         INTO INVOICE-PRINT-LINE
057400     END-STRING.
057500     WRITE INVOICE-PRINT-LINE.
057600
057700     MOVE WS-RECEIPT-AMT TO WS-AMOUNT-EDIT.
057800     MOVE SPACES TO INVOICE-PRINT-LINE.
057900     STRING '  RECEIPTS LINES=' OB-RECEIPT-LINES(WS-OWN-SUB)
058000            ' AMT=' WS-AMOUNT-EDIT
058100         DELIMITED BY SIZE
058200         INTO INVOICE-PRINT-LINE
058300     END-STRING.
058400     WRITE INVOICE-PRINT-LINE.
058500
058600     MOVE WS-TRANSFER-AMT TO WS-AMOUNT-EDIT.
058700     MOVE SPACES TO INVOICE-PRINT-LINE.
058800     STRING '  TRANSFERS LINES=' OB-TRANSFER-LINES(WS-OWN-SUB)
058900            ' AMT=' WS-AMOUNT-EDIT
059000         DELIMITED BY SIZE
059100         INTO INVOICE-PRINT-LINE
059200     END-STRING.
059300     WRITE INVOICE-PRINT-LINE.
059400
059500     MOVE WS-OUTBOUND-AMT TO WS-AMOUNT-EDIT.
059600     MOVE SPACES TO INVOICE-PRINT-LINE.
059700     STRING '  OUTBOUND LINES=' OB-OUTBOUND-LINES(WS-OWN-SUB)
059800            ' AMT=' WS-AMOUNT-EDIT
059900         DELIMITED BY SIZE
060000         INTO INVOICE-PRINT-LINE
060100     END-STRING.
060200     WRITE INVOICE-PRINT-LINE.
060300
060400     MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-EDIT.
060500     MOVE SPACES TO INVOICE-PRINT-LINE.
060600     STRING '  TOTAL DUE ' WS-AMOUNT-EDIT
060700         DELIMITED BY SIZE
060800         INTO INVOICE-PRINT-LINE
060900     END-STRING.
061000     WRITE INVOICE-PRINT-LINE.
061100
061200*    ONE REGISTER LINE PER INVOICE - FIXED COLUMNS, GLFEED
061300*    GATHERS THEM AS MOVEMENT TYPE 'STOR'.
061400     MOVE SPACES TO BILLING-REGISTER-LINE.
061500     MOVE WS-TODAY-YYYYMMDD TO OBR-DATE.
061600     MOVE WS-TIME-HHMMSSHH  TO OBR-TIME.
061700     MOVE OB-OWNER(WS-OWN-SUB) TO OBR-OWNER.
061800     MOVE WS-INVOICE-TOTAL TO OBR-AMOUNT.
061900     WRITE BILLING-REGISTER-LINE.
062000
062100     PERFORM 6500-POST-RECEIVABLE
062200         THRU 6500-POST-RECEIVABLE-EXIT.
062300 6000-PRINT-ONE-INVOICE-EXIT.
062400     EXIT.
062500
062600 6500-POST-RECEIVABLE.
062700*    A NOTHING-DUE INVOICE OPENS NO RECEIVABLE.  A RERUN FOR A
062800*    MONTH ALREADY POSTED REBILLS IT: THE NEW TOTAL REPLACES
062900*    THE OLD AND THE PAYMENTS ALREADY APPLIED STAND.
063000     IF NOT WS-RECV-OPEN OR WS-INVOICE-TOTAL = ZERO
063100         GO TO 6500-POST-RECEIVABLE-EXIT
063200     END-IF.
063300     MOVE OB-OWNER(WS-OWN-SUB) TO OAR-OWNER.
063400     MOVE WS-BILL-MONTH TO OAR-BILL-MONTH.
063500     READ RECEIVABLE-FILE
063600         INVALID KEY CONTINUE
063700     END-READ.
063800     IF RECV-STATUS-OK
063900         MOVE WS-TODAY-YYYYMMDD TO OAR-INVOICE-DATE
064000         MOVE WS-TERMS-DAYS TO OAR-TERMS-DAYS
064100         MOVE WS-INVOICE-TOTAL TO OAR-BILLED
064200         IF OAR-PAID < OAR-BILLED
064300             COMPUTE OAR-BALANCE = OAR-BILLED - OAR-PAID
064400         ELSE
064500             MOVE ZERO TO OAR-BALANCE
064600         END-IF
064700         REWRITE OWNER-RECEIVABLE-RECORD
064800             INVALID KEY CONTINUE
064900         END-REWRITE
065000         IF RECV-STATUS-OK
065100             ADD 1 TO WS-INVOICES-REBILLED
065200             GO TO 6500-POST-RECEIVABLE-EXIT
065300         END-IF
065400     ELSE
065500         MOVE OB-OWNER(WS-OWN-SUB) TO OAR-OWNER
065600         MOVE WS-BILL-MONTH TO OAR-BILL-MONTH
065700         MOVE WS-TODAY-YYYYMMDD TO OAR-INVOICE-DATE
065800         MOVE WS-TERMS-DAYS TO OAR-TERMS-DAYS
065900         MOVE WS-INVOICE-TOTAL TO OAR-BILLED
066000         MOVE ZERO TO OAR-PAID
066100         MOVE WS-INVOICE-TOTAL TO OAR-BALANCE
066200         MOVE ZERO TO OAR-LAST-PAID-DATE
066300         WRITE OWNER-RECEIVABLE-RECORD
066400             INVALID KEY CONTINUE
066500         END-WRITE
066600         IF RECV-STATUS-OK
066700             ADD 1 TO WS-INVOICES-POSTED
066800             GO TO 6500-POST-RECEIVABLE-EXIT
066900         END-IF
067000     END-IF.
067100     DISPLAY 'OWNBILL - OWNRECV POSTING FAILED FOR '
067200         OB-OWNER(WS-OWN-SUB) ' STATUS=' WS-RECV-STATUS.
067300     SET RC-WARNING TO TRUE.
067400 6500-POST-RECEIVABLE-EXIT.
067500     EXIT.
067600
067700 7000-FIND-OWNER-ROW.
067800     MOVE ZERO TO WS-OWN-FOUND-SUB.
067900     PERFORM 7100-MATCH-ONE-OWNER
068000         THRU 7100-MATCH-ONE-OWNER-EXIT
068100         VARYING WS-OWN-SUB FROM 1 BY 1
068200         UNTIL WS-OWN-SUB > WS-OWN-COUNT
068300             OR WS-OWN-FOUND-SUB > ZERO.
068400     IF WS-OWN-FOUND-SUB > ZERO
068500         GO TO 7000-FIND-OWNER-ROW-EXIT
068600     END-IF.
068700     IF WS-OWN-COUNT < 200
068800         ADD 1 TO WS-OWN-COUNT
068900         MOVE WS-LOOKUP-OWNER TO OB-OWNER(WS-OWN-COUNT)
069000         MOVE ZERO TO OB-UNIT-DAYS(WS-OWN-COUNT)
069100         MOVE ZERO TO OB-RECEIPT-LINES(WS-OWN-COUNT)
069200         MOVE ZERO TO OB-TRANSFER-LINES(WS-OWN-COUNT)
069300         MOVE ZERO TO OB-OUTBOUND-LINES(WS-OWN-COUNT)
069400         MOVE WS-OWN-COUNT TO WS-OWN-FOUND-SUB
069500     ELSE
069600         DISPLAY 'OWNBILL - OWNER TABLE FULL, ACTIVITY SKIPPED'
069700         SET RC-WARNING TO TRUE
069800     END-IF.
069900 7000-FIND-OWNER-ROW-EXIT.
070000     EXIT.
070100
070200 7100-MATCH-ONE-OWNER.
070300     IF OB-OWNER(WS-OWN-SUB) = WS-LOOKUP-OWNER
070400         MOVE WS-OWN-SUB TO WS-OWN-FOUND-SUB
070500     END-IF.
070600 7100-MATCH-ONE-OWNER-EXIT.
070700     EXIT.
070800
070900 9000-FINISH.
071000     CLOSE INVOICE-PRINT.
071100     CLOSE BILLING-REGISTER.
071200     IF WS-RECV-OPEN
071300         CLOSE RECEIVABLE-FILE
071400     END-IF.
071500     DISPLAY 'OWNBILL - BILLING MONTH   : ' WS-BILL-MONTH.
071600     DISPLAY 'OWNBILL - INVOICES PRINTED: '
071700         WS-INVOICES-PRINTED.
071800     DISPLAY 'OWNBILL - RECV POSTED     : '
071900         WS-INVOICES-POSTED.
072000     DISPLAY 'OWNBILL - RECV REBILLED   : '
072100         WS-INVOICES-REBILLED.
072200     DISPLAY 'OWNBILL - TOTAL BILLED    : ' WS-TOTAL-BILLED.
072300     DISPLAY 'OWNBILL - RETURN CODE     : ' WS-RETURN-CODE.
072400 9000-FINISH-EXIT.
072500     EXIT.
072600
072700 9999-EXIT.
072800     STOP RUN.
