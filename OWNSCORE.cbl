000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OWNSCORE.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  OWNER SERVICE-LEVEL
001000*                    SCORECARD - THE OWNER'S SIDE OF WHAT
001100*                    VENDPERF DOES FOR VENDORS, BUILT FOR ONE
001200*                    MONTH FROM THE FILES WE ALREADY KEEP:
001300*                      FILL RATE      - UNITS ORDALLOC
001400*                                       ALLOCATED (ALLOCMST)
001500*                                       AGAINST UNITS SHORTED
001600*                                       TO BACKORD
001700*                      ON-TIME SHIP   - MANIFEST LINES SHIPPED
001800*                                       BY THE ORDER'S
001900*                                       REQUESTED SHIP DATE
002000*                                       (ORDHDR), WITH THE
002100*                                       AVERAGE DAYS FROM
002200*                                       ORDER TO SHIP
002300*                      SHORT-PICK     - LINES PICKCONF
002400*                                       CONFIRMED SHORT OF
002500*                                       THE ALLOCATION
002600*                      INV ACCURACY   - CYCADJLG ADJUSTMENTS
002700*                                       AGAINST THE LINES
002800*                                       COUNTED (CYCCNTLG)
002900*                      DOCK TO STOCK  - DAYS FROM THE RCVREG
003000*                                       RECEIPT TO ITS QCREL
003100*                                       RELEASE (QCRELHST)
003200*                    EACH MEASURE IS SET AGAINST THE OWNER'S
003300*                    CONTRACTED TARGET ON THE OWNSLTG SERVICE-
003400*                    LEVEL TABLE AND EVERY MISS IS FLAGGED.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SL-TARGET-FILE ASSIGN TO "OWNSLTG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TARGET-STATUS.
004200
004300     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ALOC-KEY
004700         FILE STATUS IS WS-ALOC-STATUS.
004800
004900     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BKO-STATUS.
005200
005300     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-MANI-STATUS.
005600
005700     SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS OHDR-KEY
006100         FILE STATUS IS WS-OHDR-STATUS.
006200
006300     SELECT ADJUSTMENT-LOG ASSIGN TO "CYCADJLG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-ADJ-STATUS.
006600
006700     SELECT COUNT-LOG ASSIGN TO "CYCCNTLG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CNTLOG-STATUS.
007000
007100     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RCV-STATUS.
007400
007500     SELECT RELEASE-HISTORY ASSIGN TO "QCRELHST"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-REL-STATUS.
007800
007900     SELECT SCORECARD-REPORT ASSIGN TO "OWNSCOR"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-PARM-STATUS.
008500
008600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-BUSDATE-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200*    ONE ROW PER OWNER WITH A SERVICE-LEVEL CONTRACT; A ROW WITH
009300*    A BLANK OWNER IS THE HOUSE STANDARD FOR EVERY OWNER WITHOUT
009400*    ONE.  PERCENTAGES AND DAYS CARRY ONE DECIMAL (0975 IS 97.5).
009500*    A BLANK TARGET IS NOT CONTRACTED AND NEVER MISSES.
009600 FD  SL-TARGET-FILE.
009700 01  SL-TARGET-RECORD.
009800     05  SLT-OWNER                   PIC X(20).
009900     05  SLT-TARGETS                 PIC X(20).
010000
010100 FD  ALLOCATION-MASTER.
010200     COPY ALOCREC.
010300
010400 FD  BACKORDER-FILE.
010500 01  BACKORDER-RECORD.
010600     05  BKO-ORDER-NO                PIC X(08).
010700     05  BKO-OWNER                   PIC X(20).
010800     05  BKO-ITEM-NAME               PIC X(20).
010900     05  BKO-QTY-ORDERED             PIC 9(05).
011000     05  BKO-QTY-ON-HAND             PIC 9(05).
011100     05  BKO-RUN-DATE                PIC X(08).
011200
011300*    THE SHIPPING MANIFEST AS PICKCONF WRITES IT.
011400 FD  MANIFEST-FILE.
011500 01  MANIFEST-RECORD.
011600     05  MAN-SHIP-DATE               PIC 9(08).
011700     05  MAN-OWNER                   PIC X(20).
011800     05  MAN-ORDER-NO                PIC X(08).
011900     05  MAN-ITEM-NAME               PIC X(20).
012000     05  MAN-QTY-SHIPPED             PIC 9(05).
012100     05  MAN-SHIP-TO-ID              PIC X(10).
012200     05  MAN-CARRIER                 PIC X(04).
012300     05  MAN-LOT-TRACE.
012400         10  MAN-LOT-USED OCCURS 5 TIMES.
012500             15  MAN-LOT-NUMBER      PIC X(10).
012600             15  MAN-LOT-QTY         PIC 9(05).
012700         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
012800
012900 FD  ORDER-HEADER-FILE.
013000     COPY OHDRREC.
013100
013200*    THE CYCPOST ADJUSTMENT LOG - FIXED COLUMNS, THE SAME
013300*    CONTRACT GLFEED PARSES.
013400 FD  ADJUSTMENT-LOG.
013500 01  ADJUSTMENT-LOG-LINE.
013600     05  ALOG-DATE                   PIC X(08).
013700     05  FILLER                      PIC X(01).
013800     05  ALOG-TIME                   PIC X(08).
013900     05  FILLER                      PIC X(07).
014000     05  ALOG-OWNER                  PIC X(20).
014100     05  FILLER                      PIC X(76).
014200
014300 FD  COUNT-LOG.
014400     COPY CCNTREC.
014500
014600*    THE RCVPOST RECEIVING REGISTER - FIXED COLUMNS.
014700 FD  RECEIVING-REGISTER.
014800 01  RECEIVING-REGISTER-LINE.
014900     05  RLOG-DATE                   PIC X(08).
015000     05  FILLER                      PIC X(01).
015100     05  RLOG-TIME                   PIC X(08).
015200     05  FILLER                      PIC X(07).
015300     05  RLOG-OWNER                  PIC X(20).
015400     05  FILLER                      PIC X(06).
015500     05  RLOG-ITEM-NAME              PIC X(20).
015600     05  FILLER                      PIC X(05).
015700     05  RLOG-QTY                    PIC X(05).
015800     05  RLOG-QTY-NUM REDEFINES RLOG-QTY
015900                                     PIC 9(05).
016000     05  FILLER                      PIC X(70).
016100
016200*    THE QCREL RELEASE HISTORY - THE RELEASE REGISTER'S
016300*    COLUMNS, AS PUTAWAY READS THEM.
016400 FD  RELEASE-HISTORY.
016500 01  REL-LINE.
016600     05  REL-DATE                    PIC X(08).
016700     05  FILLER                      PIC X(01).
016800     05  REL-TIME                    PIC X(08).
016900     05  FILLER                      PIC X(07).
017000     05  REL-OWNER                   PIC X(20).
017100     05  FILLER                      PIC X(06).
017200     05  REL-ITEM-NAME               PIC X(20).
017300     05  FILLER                      PIC X(05).
017400     05  REL-QTY                     PIC 9(05).
017500     05  FILLER                      PIC X(06).
017600     05  REL-DISPOSITION             PIC X(01).
017700         88  REL-TO-AVAILABLE        VALUE 'A'.
017800     05  FILLER                      PIC X(05).
017900     05  REL-LOT-NO                  PIC X(10).
018000     05  FILLER                      PIC X(08).
018100
018200 FD  SCORECARD-REPORT.
018300 01  SCORECARD-REPORT-LINE          PIC X(132).
018400
018500 FD  PARM-CARD-FILE.
018600     COPY PARMREC.
018700
018800 FD  BUSDATE-FILE.
018900     COPY BUSDATE.
019000
019100 WORKING-STORAGE SECTION.
019200     COPY RETCODES.
019300
019400 01  WS-TARGET-STATUS               PIC X(02) VALUE '00'.
019500     88  TARGET-STATUS-OK            VALUE '00'.
019600     88  TARGET-STATUS-EOF           VALUE '10'.
019700 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
019800     88  ALOC-STATUS-OK              VALUE '00'.
019900     88  ALOC-STATUS-EOF             VALUE '10'.
020000 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
020100     88  BKO-STATUS-OK               VALUE '00'.
020200     88  BKO-STATUS-EOF              VALUE '10'.
020300 01  WS-MANI-STATUS                 PIC X(02) VALUE '00'.
020400     88  MANI-STATUS-OK              VALUE '00'.
020500     88  MANI-STATUS-EOF             VALUE '10'.
020600 01  WS-OHDR-STATUS                 PIC X(02) VALUE '00'.
020700     88  OHDR-STATUS-OK              VALUE '00'.
020800 01  WS-OHDR-OPEN-SW                PIC X(01) VALUE 'N'.
020900     88  WS-OHDR-OPEN                VALUE 'Y'.
021000 01  WS-ADJ-STATUS                  PIC X(02) VALUE '00'.
021100     88  ADJ-STATUS-OK               VALUE '00'.
021200     88  ADJ-STATUS-EOF              VALUE '10'.
021300 01  WS-CNTLOG-STATUS               PIC X(02) VALUE '00'.
021400     88  CNTLOG-STATUS-OK            VALUE '00'.
021500     88  CNTLOG-STATUS-EOF           VALUE '10'.
021600 01  WS-RCV-STATUS                  PIC X(02) VALUE '00'.
021700     88  RCV-STATUS-OK               VALUE '00'.
021800     88  RCV-STATUS-EOF              VALUE '10'.
021900 01  WS-REL-STATUS                  PIC X(02) VALUE '00'.
022000     88  REL-STATUS-OK               VALUE '00'.
022100     88  REL-STATUS-EOF              VALUE '10'.
022200 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
022300     88  PARM-STATUS-OK              VALUE '00'.
022400     88  PARM-STATUS-EOF             VALUE '10'.
022500 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
022600     88  WS-PARM-FOUND               VALUE 'Y'.
022700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
022800     88  BUSDATE-STATUS-OK           VALUE '00'.
022900
023000*    THE MONTH SCORED - THE OWNSCORE CARD'S COLS 9-14 (YYYYMM)
023100*    FOR A CLOSED MONTH, OTHERWISE THE BUSINESS MONTH TO DATE.
023200 01  WS-PERIOD-YYYYMM               PIC X(06) VALUE SPACES.
023300 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-YYYYMM.
023400     05  WS-PERIOD-YYYY             PIC 9(04).
023500     05  WS-PERIOD-MM               PIC 9(02).
023600*    RECEIPTS RELEASED IN THE MONTH CAN HAVE ARRIVED EARLIER -
023700*    THE DOCK-TO-STOCK MATCH LOOKS BACK THREE MONTHS.
023800 01  WS-LOOKBACK-YYYYMM             PIC X(06) VALUE SPACES.
023900 01  WS-LOOKBACK-NUM REDEFINES WS-LOOKBACK-YYYYMM.
024000     05  WS-LOOKBACK-YYYY           PIC 9(04).
024100     05  WS-LOOKBACK-MM             PIC 9(02).
024200 01  WS-MONTH-NO                    PIC 9(06) VALUE ZERO.
024300 01  WS-MONTH-REM                   PIC 9(02) VALUE ZERO.
024400 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
024500 01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
024600                                    PIC X(08).
024700
024800*    SERVICE-LEVEL TARGETS - THE OWNER'S OWN ROW, ELSE THE
024900*    HOUSE ROW.
025000 01  WS-TGT-TABLE.
025100     05  WS-TGT-ENTRY OCCURS 300 TIMES.
025200         10  TT-OWNER               PIC X(20).
025300         10  TT-TARGETS             PIC X(20).
025400 01  WS-TGT-COUNT                   PIC 9(03) COMP VALUE ZERO.
025500 01  WS-TGT-SUB                     PIC 9(03) COMP VALUE ZERO.
025600 01  WS-TGT-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
025700 01  WS-HOUSE-TARGETS               PIC X(20) VALUE SPACES.
025800 01  WS-TARGETS.
025900     05  WS-TGT-FILL-X              PIC X(04).
026000     05  WS-TGT-FILL REDEFINES WS-TGT-FILL-X
026100                                    PIC 9(03)V9(01).
026200     05  WS-TGT-ONTIME-X            PIC X(04).
026300     05  WS-TGT-ONTIME REDEFINES WS-TGT-ONTIME-X
026400                                    PIC 9(03)V9(01).
026500     05  WS-TGT-SHORT-X             PIC X(04).
026600     05  WS-TGT-SHORT REDEFINES WS-TGT-SHORT-X
026700                                    PIC 9(03)V9(01).
026800     05  WS-TGT-ACCURACY-X          PIC X(04).
026900     05  WS-TGT-ACCURACY REDEFINES WS-TGT-ACCURACY-X
027000                                    PIC 9(03)V9(01).
027100     05  WS-TGT-DOCK-X              PIC X(04).
027200     05  WS-TGT-DOCK REDEFINES WS-TGT-DOCK-X
027300                                    PIC 9(03)V9(01).
027400
027500*    ONE ROW PER OWNER SEEN IN ANY SOURCE FOR THE MONTH.
027600 01  WS-OWN-TABLE.
027700     05  WS-OWN-ENTRY OCCURS 300 TIMES.
027800         10  OS-OWNER               PIC X(20).
027900         10  OS-ALLOC-UNITS         PIC 9(09).
028000         10  OS-BKO-UNITS           PIC 9(09).
028100         10  OS-SHIP-LINES          PIC 9(07).
028200         10  OS-ONTIME-LINES        PIC 9(07).
028300         10  OS-SHIP-DAYS-SUM       PIC 9(09).
028400         10  OS-PICKED-LINES        PIC 9(07).
028500         10  OS-SHORT-LINES         PIC 9(07).
028600         10  OS-COUNTED-LINES       PIC 9(07).
028700         10  OS-ADJUSTED-LINES      PIC 9(07).
028800         10  OS-RELEASE-LINES       PIC 9(07).
028900         10  OS-DOCK-DAYS-SUM       PIC 9(09).
029000         10  OS-PRINTED-SW          PIC X(01).
029100 01  WS-OWN-COUNT                   PIC 9(03) COMP VALUE ZERO.
029200 01  WS-OWN-SUB                     PIC 9(03) COMP VALUE ZERO.
029300 01  WS-OWN-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
029400 01  WS-NEXT-SUB                    PIC 9(03) COMP VALUE ZERO.
029500 01  WS-FIND-OWNER                  PIC X(20) VALUE SPACES.
029600
029700*    RECEIPTS AWAITING RELEASE, OLDEST FIRST AS RCVREG IS
029800*    WRITTEN - EACH RELEASE TAKES FROM THE OWNER AND ITEM'S
029900*    OLDEST RECEIPT STILL HOLDING QUANTITY.
030000 01  WS-RCPT-TABLE.
030100     05  WS-RCPT-ENTRY OCCURS 3000 TIMES.
030200         10  RT-OWNER               PIC X(20).
030300         10  RT-ITEM-NAME           PIC X(20).
030400         10  RT-DATE                PIC 9(08).
030500         10  RT-QTY-LEFT            PIC 9(05).
030600 01  WS-RCPT-COUNT                  PIC 9(04) COMP VALUE ZERO.
030700 01  WS-RCPT-SUB                    PIC 9(04) COMP VALUE ZERO.
030800 01  WS-REL-LEFT                    PIC 9(05) VALUE ZERO.
030900 01  WS-REL-TAKE                    PIC 9(05) VALUE ZERO.
031000 01  WS-OLDEST-RCPT-DATE            PIC 9(08) VALUE ZERO.
031100
031200 01  WS-DATE-INT-1                  PIC 9(08) VALUE ZERO.
031300 01  WS-DATE-INT-2                  PIC 9(08) VALUE ZERO.
031400 01  WS-DAYS                        PIC 9(05) VALUE ZERO.
031500
031600*    THE MEASURE BEING PRINTED - SEE 4500.
031700 01  WS-MEAS-NAME                   PIC X(16) VALUE SPACES.
031800 01  WS-MEAS-ACTIVE-SW              PIC X(01) VALUE 'N'.
031900     88  WS-MEAS-ACTIVE              VALUE 'Y'.
032000 01  WS-MEAS-HIGH-MISSES-SW         PIC X(01) VALUE 'N'.
032100     88  WS-MEAS-HIGH-MISSES         VALUE 'Y'.
032200 01  WS-MEAS-VALUE                  PIC 9(05)V9(01) VALUE ZERO.
032300 01  WS-MEAS-TARGET-X               PIC X(04) VALUE SPACES.
032400 01  WS-MEAS-TARGET REDEFINES WS-MEAS-TARGET-X
032500                                    PIC 9(03)V9(01).
032600 01  WS-MEAS-DETAIL                 PIC X(60) VALUE SPACES.
032700 01  WS-MEAS-RESULT                 PIC X(11) VALUE SPACES.
032800 01  WS-VALUE-EDIT                  PIC Z(04)9.9.
032900 01  WS-TARGET-EDIT                 PIC ZZ9.9.
033000 01  WS-COUNT-EDIT-1                PIC Z(08)9.
033100 01  WS-COUNT-EDIT-2                PIC Z(08)9.
033200 01  WS-AVG-EDIT                    PIC Z(04)9.9.
033300 01  WS-AVG-DAYS                    PIC 9(05)V9(01) VALUE ZERO.
033400 01  WS-GOOD-LINES                  PIC 9(07) VALUE ZERO.
033500 01  WS-TOTAL-UNITS                 PIC 9(10) VALUE ZERO.
033600
033700 01  WS-ALLOC-READ                  PIC 9(07) COMP VALUE ZERO.
033800 01  WS-SHIP-NO-HEADER              PIC 9(07) COMP VALUE ZERO.
033900 01  WS-RELEASES-UNMATCHED          PIC 9(07) COMP VALUE ZERO.
034000 01  WS-RCPTS-DROPPED               PIC 9(07) COMP VALUE ZERO.
034100 01  WS-OWNERS-DROPPED              PIC 9(07) COMP VALUE ZERO.
034200 01  WS-MEASURES-MISSED             PIC 9(07) COMP VALUE ZERO.
034300
034400 01  WS-CURRENT-DATE-TIME.
034500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
034600     05  WS-TIME-HHMMSSHH           PIC 9(08).
034700     05  FILLER                     PIC X(05).
034800
034900 PROCEDURE DIVISION.
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE
035200         THRU 1000-INITIALIZE-EXIT.
035300
035400     PERFORM 2000-SCORE-ALLOCATIONS
035500         THRU 2000-SCORE-ALLOCATIONS-EXIT.
035600     PERFORM 2200-SCORE-BACKORDERS
035700         THRU 2200-SCORE-BACKORDERS-EXIT.
035800     PERFORM 2400-SCORE-SHIPMENTS
035900         THRU 2400-SCORE-SHIPMENTS-EXIT.
036000     PERFORM 2600-SCORE-COUNTS
036100         THRU 2600-SCORE-COUNTS-EXIT.
036200     PERFORM 2800-SCORE-DOCK-TO-STOCK
036300         THRU 2800-SCORE-DOCK-TO-STOCK-EXIT.
036400
036500     PERFORM 4000-PRINT-SCORECARD
036600         THRU 4000-PRINT-SCORECARD-EXIT.
036700
036800     PERFORM 9000-FINISH
036900         THRU 9000-FINISH-EXIT.
037000
037100     MOVE WS-RETURN-CODE TO RETURN-CODE.
037200     GO TO 9999-EXIT.
037300
037400 1000-INITIALIZE.
037500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
037600     PERFORM 1050-GET-BUSINESS-DATE
037700         THRU 1050-GET-BUSINESS-DATE-EXIT.
037800     MOVE WS-TODAY-YYYYMMDD TO WS-CHECK-DATE.
037900     MOVE WS-CHECK-DATE-X(1:6) TO WS-PERIOD-YYYYMM.
038000     PERFORM 1080-READ-PARM-CARD
038100         THRU 1080-READ-PARM-CARD-EXIT.
038200     COMPUTE WS-MONTH-NO =
038300         WS-PERIOD-YYYY * 12 + WS-PERIOD-MM - 1 - 3.
038400     DIVIDE WS-MONTH-NO BY 12
038500         GIVING WS-LOOKBACK-YYYY REMAINDER WS-MONTH-REM.
038600     COMPUTE WS-LOOKBACK-MM = WS-MONTH-REM + 1.
038700
038800     OPEN OUTPUT SCORECARD-REPORT.
038900     MOVE SPACES TO SCORECARD-REPORT-LINE.
039000     STRING 'OWNER SERVICE-LEVEL SCORECARD  MONTH '
039100            WS-PERIOD-YYYYMM '  RUN ' WS-TODAY-YYYYMMDD
039200         DELIMITED BY SIZE
039300         INTO SCORECARD-REPORT-LINE
039400     END-STRING.
039500     WRITE SCORECARD-REPORT-LINE.
039600
039700     PERFORM 1100-LOAD-TARGETS
039800         THRU 1100-LOAD-TARGETS-EXIT.
039900*    AN ABSENT SOURCE IS NORMAL - THAT MEASURE HAD NO
040000*    ACTIVITY, OR THE FILE HAS NOT BEEN WRITTEN YET.
040100     OPEN INPUT ORDER-HEADER-FILE.
040200     IF OHDR-STATUS-OK
040300         SET WS-OHDR-OPEN TO TRUE
040400     END-IF.
040500 1000-INITIALIZE-EXIT.
040600     EXIT.
040700
040800 1050-GET-BUSINESS-DATE.
040900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
041000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
041100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
041200*    CLOCK TIME FIELD STAYS REAL.
041300     OPEN INPUT BUSDATE-FILE.
041400     IF NOT BUSDATE-STATUS-OK
041500         GO TO 1050-GET-BUSINESS-DATE-EXIT
041600     END-IF.
041700     READ BUSDATE-FILE
041800         AT END
041900             CLOSE BUSDATE-FILE
042000             GO TO 1050-GET-BUSINESS-DATE-EXIT
042100     END-READ.
042200     CLOSE BUSDATE-FILE.
042300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
042400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
042500         DISPLAY 'OWNSCORE - RUNNING AS OF BUSINESS DATE '
042600             BUS-DATE
042700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
042800     END-IF.
042900 1050-GET-BUSINESS-DATE-EXIT.
043000     EXIT.
043100
043200 1080-READ-PARM-CARD.
043300*    CARD LAYOUT - COLS 9-14 THE MONTH TO SCORE, YYYYMM.  NO
043400*    CARD, OR A BLANK OR INVALID MONTH, SCORES THE BUSINESS
043500*    MONTH TO DATE.
043600     MOVE 'N' TO WS-PARM-FOUND-SW.
043700     OPEN INPUT PARM-CARD-FILE.
043800     IF NOT PARM-STATUS-OK
043900         GO TO 1080-READ-PARM-CARD-EXIT
044000     END-IF.
044100     PERFORM 1081-SCAN-ONE-CARD
044200         THRU 1081-SCAN-ONE-CARD-EXIT
044300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
044400     CLOSE PARM-CARD-FILE.
044500     IF NOT WS-PARM-FOUND
044600         GO TO 1080-READ-PARM-CARD-EXIT
044700     END-IF.
044800     IF PARM-OPTIONS(1:6) IS NUMERIC
044900             AND PARM-OPTIONS(5:2) > '00'
045000             AND PARM-OPTIONS(5:2) < '13'
045100         MOVE PARM-OPTIONS(1:6) TO WS-PERIOD-YYYYMM
045200     ELSE
045300         IF PARM-OPTIONS(1:6) NOT = SPACES
045400             DISPLAY 'OWNSCORE - CARD MONTH INVALID, SCORING '
045500                 'THE BUSINESS MONTH'
045600             SET RC-WARNING TO TRUE
045700         END-IF
045800     END-IF.
045900 1080-READ-PARM-CARD-EXIT.
046000     EXIT.
046100
046200 1081-SCAN-ONE-CARD.
046300     READ PARM-CARD-FILE
046400         AT END SET PARM-STATUS-EOF TO TRUE
046500     END-READ.
046600     IF PARM-STATUS-EOF
046700         GO TO 1081-SCAN-ONE-CARD-EXIT
046800     END-IF.
046900     IF PARM-PROGRAM-ID = 'OWNSCORE'
047000         SET WS-PARM-FOUND TO TRUE
047100     END-IF.
047200 1081-SCAN-ONE-CARD-EXIT.
047300     EXIT.
047400
047500 1100-LOAD-TARGETS.
047600     OPEN INPUT SL-TARGET-FILE.
047700     IF NOT TARGET-STATUS-OK
047800         DISPLAY 'OWNSCORE - NO OWNSLTG, NOTHING IS SCORED '
047900             'AGAINST A TARGET'
048000         SET RC-WARNING TO TRUE
048100         GO TO 1100-LOAD-TARGETS-EXIT
048200     END-IF.
048300     PERFORM 1110-LOAD-ONE-TARGET
048400         THRU 1110-LOAD-ONE-TARGET-EXIT
048500         UNTIL TARGET-STATUS-EOF.
048600     CLOSE SL-TARGET-FILE.
048700 1100-LOAD-TARGETS-EXIT.
048800     EXIT.
048900
049000 1110-LOAD-ONE-TARGET.
049100     READ SL-TARGET-FILE
049200         AT END SET TARGET-STATUS-EOF TO TRUE
049300     END-READ.
049400     IF TARGET-STATUS-EOF
049500         GO TO 1110-LOAD-ONE-TARGET-EXIT
049600     END-IF.
049700     IF SLT-OWNER = SPACES
049800         MOVE SLT-TARGETS TO WS-HOUSE-TARGETS
049900         GO TO 1110-LOAD-ONE-TARGET-EXIT
050000     END-IF.
050100     IF WS-TGT-COUNT NOT < 300
050200         DISPLAY 'OWNSCORE - TARGET TABLE FULL, ' SLT-OWNER
050300             ' TAKES THE HOUSE TARGETS'
050400         SET RC-WARNING TO TRUE
050500         GO TO 1110-LOAD-ONE-TARGET-EXIT
050600     END-IF.
050700     ADD 1 TO WS-TGT-COUNT.
050800     MOVE SLT-OWNER TO TT-OWNER(WS-TGT-COUNT).
050900     MOVE SLT-TARGETS TO TT-TARGETS(WS-TGT-COUNT).
051000 1110-LOAD-ONE-TARGET-EXIT.
051100     EXIT.
051200
051300 2000-SCORE-ALLOCATIONS.
051400*    FILL RATE AND SHORT PICKS BOTH COME OFF ALLOCMST.  A
051500*    WAVE 000 LINE IS A BORELEAS BACKORDER FILL - STOCK THE
051600*    ORDER DID NOT GET FIRST TIME, SO IT COUNTS AS SHORTED,
051700*    NOT FILLED, THE SAME AS A SHORTFALL STILL ON BACKORD.
051800     OPEN INPUT ALLOCATION-MASTER.
051900     IF NOT ALOC-STATUS-OK
052000         GO TO 2000-SCORE-ALLOCATIONS-EXIT
052100     END-IF.
052200     PERFORM 2100-SCORE-ONE-ALLOCATION
052300         THRU 2100-SCORE-ONE-ALLOCATION-EXIT
052400         UNTIL ALOC-STATUS-EOF.
052500     CLOSE ALLOCATION-MASTER.
052600 2000-SCORE-ALLOCATIONS-EXIT.
052700     EXIT.
052800
052900 2100-SCORE-ONE-ALLOCATION.
053000     READ ALLOCATION-MASTER NEXT
053100         AT END SET ALOC-STATUS-EOF TO TRUE
053200     END-READ.
053300     IF NOT ALOC-STATUS-OK
053400         SET ALOC-STATUS-EOF TO TRUE
053500         GO TO 2100-SCORE-ONE-ALLOCATION-EXIT
053600     END-IF.
053700     ADD 1 TO WS-ALLOC-READ.
053800     MOVE ALOC-OWNER TO WS-FIND-OWNER.
053900
054000     MOVE ALOC-ALLOC-DATE TO WS-CHECK-DATE.
054100     IF WS-CHECK-DATE-X(1:6) = WS-PERIOD-YYYYMM
054200         PERFORM 3000-FIND-OWNER-ROW
054300             THRU 3000-FIND-OWNER-ROW-EXIT
054400         IF WS-OWN-FOUND-SUB > ZERO
054500             IF ALOC-WAVE-NO = ZERO
054600                 ADD ALOC-QTY-ALLOCATED TO
054700                     OS-BKO-UNITS(WS-OWN-FOUND-SUB)
054800             ELSE
054900                 ADD ALOC-QTY-ALLOCATED TO
055000                     OS-ALLOC-UNITS(WS-OWN-FOUND-SUB)
055100             END-IF
055200         END-IF
055300     END-IF.
055400
055500     IF NOT ALOC-PICKED
055600         GO TO 2100-SCORE-ONE-ALLOCATION-EXIT
055700     END-IF.
055800     MOVE ALOC-STATUS-DATE TO WS-CHECK-DATE.
055900     IF WS-CHECK-DATE-X(1:6) NOT = WS-PERIOD-YYYYMM
056000         GO TO 2100-SCORE-ONE-ALLOCATION-EXIT
056100     END-IF.
056200     PERFORM 3000-FIND-OWNER-ROW
056300         THRU 3000-FIND-OWNER-ROW-EXIT.
056400     IF WS-OWN-FOUND-SUB = ZERO
056500         GO TO 2100-SCORE-ONE-ALLOCATION-EXIT
056600     END-IF.
056700     ADD 1 TO OS-PICKED-LINES(WS-OWN-FOUND-SUB).
056800     IF ALOC-QTY-PICKED < ALOC-QTY-ALLOCATED
056900         ADD 1 TO OS-SHORT-LINES(WS-OWN-FOUND-SUB)
057000     END-IF.
057100 2100-SCORE-ONE-ALLOCATION-EXIT.
057200     EXIT.
057300
057400 2200-SCORE-BACKORDERS.
057500*    BORELEAS CARRIES A SHORTFALL FORWARD WITH ITS ORIGINAL
057600*    RUN DATE, SO A LINE STILL WAITING IS COUNTED IN THE
057700*    MONTH IT WAS SHORTED.
057800     OPEN INPUT BACKORDER-FILE.
057900     IF NOT BKO-STATUS-OK
058000         GO TO 2200-SCORE-BACKORDERS-EXIT
058100     END-IF.
058200     PERFORM 2300-SCORE-ONE-BACKORDER
058300         THRU 2300-SCORE-ONE-BACKORDER-EXIT
058400         UNTIL BKO-STATUS-EOF.
058500     CLOSE BACKORDER-FILE.
058600 2200-SCORE-BACKORDERS-EXIT.
058700     EXIT.
058800
058900 2300-SCORE-ONE-BACKORDER.
059000     READ BACKORDER-FILE
059100         AT END SET BKO-STATUS-EOF TO TRUE
059200     END-READ.
059300     IF BKO-STATUS-EOF
059400         GO TO 2300-SCORE-ONE-BACKORDER-EXIT
059500     END-IF.
059600     IF BKO-RUN-DATE(1:6) NOT = WS-PERIOD-YYYYMM
059700             OR BKO-QTY-ORDERED IS NOT NUMERIC
059800         GO TO 2300-SCORE-ONE-BACKORDER-EXIT
059900     END-IF.
060000     MOVE BKO-OWNER TO WS-FIND-OWNER.
060100     PERFORM 3000-FIND-OWNER-ROW
060200         THRU 3000-FIND-OWNER-ROW-EXIT.
060300     IF WS-OWN-FOUND-SUB > ZERO
060400         ADD BKO-QTY-ORDERED TO OS-BKO-UNITS(WS-OWN-FOUND-SUB)
060500     END-IF.
060600 2300-SCORE-ONE-BACKORDER-EXIT.
060700     EXIT.
060800
060900 2400-SCORE-SHIPMENTS.
061000     OPEN INPUT MANIFEST-FILE.
061100     IF NOT MANI-STATUS-OK
061200         GO TO 2400-SCORE-SHIPMENTS-EXIT
061300     END-IF.
061400     PERFORM 2500-SCORE-ONE-SHIPMENT
061500         THRU 2500-SCORE-ONE-SHIPMENT-EXIT
061600         UNTIL MANI-STATUS-EOF.
061700     CLOSE MANIFEST-FILE.
061800 2400-SCORE-SHIPMENTS-EXIT.
061900     EXIT.
062000
062100 2500-SCORE-ONE-SHIPMENT.
062200     READ MANIFEST-FILE
062300         AT END SET MANI-STATUS-EOF TO TRUE
062400     END-READ.
062500     IF MANI-STATUS-EOF
062600         GO TO 2500-SCORE-ONE-SHIPMENT-EXIT
062700     END-IF.
062800     MOVE MAN-SHIP-DATE TO WS-CHECK-DATE.
062900     IF WS-CHECK-DATE-X(1:6) NOT = WS-PERIOD-YYYYMM
063000         GO TO 2500-SCORE-ONE-SHIPMENT-EXIT
063100     END-IF.
063200*    A LINE SHIPPED WITH NO HEADER HAS NO ORDER DATE OR
063300*    REQUESTED DATE TO MEASURE - COUNTED, NOT SCORED.
063400     IF NOT WS-OHDR-OPEN
063500         ADD 1 TO WS-SHIP-NO-HEADER
063600         GO TO 2500-SCORE-ONE-SHIPMENT-EXIT
063700     END-IF.
063800     MOVE MAN-ORDER-NO TO OHDR-ORDER-NO.
063900     MOVE MAN-OWNER TO OHDR-OWNER.
064000     READ ORDER-HEADER-FILE
064100         INVALID KEY CONTINUE
064200     END-READ.
064300     IF NOT OHDR-STATUS-OK
064400             OR OHDR-ENTRY-DATE IS NOT NUMERIC
064500             OR OHDR-ENTRY-DATE = ZERO
064600             OR OHDR-ENTRY-DATE > MAN-SHIP-DATE
064700         ADD 1 TO WS-SHIP-NO-HEADER
064800         GO TO 2500-SCORE-ONE-SHIPMENT-EXIT
064900     END-IF.
065000     MOVE MAN-OWNER TO WS-FIND-OWNER.
065100     PERFORM 3000-FIND-OWNER-ROW
065200         THRU 3000-FIND-OWNER-ROW-EXIT.
065300     IF WS-OWN-FOUND-SUB = ZERO
065400         GO TO 2500-SCORE-ONE-SHIPMENT-EXIT
065500     END-IF.
065600     ADD 1 TO OS-SHIP-LINES(WS-OWN-FOUND-SUB).
065700     IF MAN-SHIP-DATE NOT > OHDR-REQ-SHIP-DATE
065800         ADD 1 TO OS-ONTIME-LINES(WS-OWN-FOUND-SUB)
065900     END-IF.
066000     COMPUTE WS-DATE-INT-1 =
066100         FUNCTION INTEGER-OF-DATE(MAN-SHIP-DATE).
066200     COMPUTE WS-DATE-INT-2 =
066300         FUNCTION INTEGER-OF-DATE(OHDR-ENTRY-DATE).
066400     COMPUTE WS-DAYS = WS-DATE-INT-1 - WS-DATE-INT-2.
066500     ADD WS-DAYS TO OS-SHIP-DAYS-SUM(WS-OWN-FOUND-SUB).
066600 2500-SCORE-ONE-SHIPMENT-EXIT.
066700     EXIT.
066800
066900 2600-SCORE-COUNTS.
067000     OPEN INPUT COUNT-LOG.
067100     IF CNTLOG-STATUS-OK
067200         PERFORM 2650-SCORE-ONE-COUNT
067300             THRU 2650-SCORE-ONE-COUNT-EXIT
067400             UNTIL CNTLOG-STATUS-EOF
067500         CLOSE COUNT-LOG
067600     END-IF.
067700     OPEN INPUT ADJUSTMENT-LOG.
067800     IF ADJ-STATUS-OK
067900         PERFORM 2700-SCORE-ONE-ADJUSTMENT
068000             THRU 2700-SCORE-ONE-ADJUSTMENT-EXIT
068100             UNTIL ADJ-STATUS-EOF
068200         CLOSE ADJUSTMENT-LOG
068300     END-IF.
068400 2600-SCORE-COUNTS-EXIT.
068500     EXIT.
068600
068700 2650-SCORE-ONE-COUNT.
068800     READ COUNT-LOG
068900         AT END SET CNTLOG-STATUS-EOF TO TRUE
069000     END-READ.
069100     IF CNTLOG-STATUS-EOF
069200         GO TO 2650-SCORE-ONE-COUNT-EXIT
069300     END-IF.
069400     MOVE CCL-DATE TO WS-CHECK-DATE.
069500     IF WS-CHECK-DATE-X(1:6) NOT = WS-PERIOD-YYYYMM
069600         GO TO 2650-SCORE-ONE-COUNT-EXIT
069700     END-IF.
069800     MOVE CCL-OWNER TO WS-FIND-OWNER.
069900     PERFORM 3000-FIND-OWNER-ROW
070000         THRU 3000-FIND-OWNER-ROW-EXIT.
070100     IF WS-OWN-FOUND-SUB > ZERO
070200         ADD 1 TO OS-COUNTED-LINES(WS-OWN-FOUND-SUB)
070300     END-IF.
070400 2650-SCORE-ONE-COUNT-EXIT.
070500     EXIT.
070600
070700 2700-SCORE-ONE-ADJUSTMENT.
070800     READ ADJUSTMENT-LOG
070900         AT END SET ADJ-STATUS-EOF TO TRUE
071000     END-READ.
071100     IF ADJ-STATUS-EOF
071200         GO TO 2700-SCORE-ONE-ADJUSTMENT-EXIT
071300     END-IF.
071400     IF ALOG-DATE(1:6) NOT = WS-PERIOD-YYYYMM
071500         GO TO 2700-SCORE-ONE-ADJUSTMENT-EXIT
071600     END-IF.
071700     MOVE ALOG-OWNER TO WS-FIND-OWNER.
071800     PERFORM 3000-FIND-OWNER-ROW
071900         THRU 3000-FIND-OWNER-ROW-EXIT.
072000     IF WS-OWN-FOUND-SUB > ZERO
072100         ADD 1 TO OS-ADJUSTED-LINES(WS-OWN-FOUND-SUB)
072200     END-IF.
072300 2700-SCORE-ONE-ADJUSTMENT-EXIT.
072400     EXIT.
072500
072600 2800-SCORE-DOCK-TO-STOCK.
072700*    RECEIPTS FIRST, FROM THE LOOKBACK MONTH TO THE END OF THE
072800*    SCORED MONTH, THEN THE RELEASES OVER THE SAME SPAN IN THE
072900*    ORDER QCREL POSTED THEM.  ONLY RELEASES IN THE SCORED
073000*    MONTH ARE TIMED, BUT EARLIER ONES STILL TAKE UP THEIR
073100*    RECEIPTS SO THE MATCH STAYS OLDEST FIRST.
073200     OPEN INPUT RECEIVING-REGISTER.
073300     IF NOT RCV-STATUS-OK
073400         GO TO 2800-SCORE-DOCK-TO-STOCK-EXIT
073500     END-IF.
073600     PERFORM 2850-LOAD-ONE-RECEIPT
073700         THRU 2850-LOAD-ONE-RECEIPT-EXIT
073800         UNTIL RCV-STATUS-EOF.
073900     CLOSE RECEIVING-REGISTER.
074000     OPEN INPUT RELEASE-HISTORY.
074100     IF NOT REL-STATUS-OK
074200         GO TO 2800-SCORE-DOCK-TO-STOCK-EXIT
074300     END-IF.
074400     PERFORM 2900-MATCH-ONE-RELEASE
074500         THRU 2900-MATCH-ONE-RELEASE-EXIT
074600         UNTIL REL-STATUS-EOF.
074700     CLOSE RELEASE-HISTORY.
074800 2800-SCORE-DOCK-TO-STOCK-EXIT.
074900     EXIT.
075000
075100 2850-LOAD-ONE-RECEIPT.
075200     READ RECEIVING-REGISTER
075300         AT END SET RCV-STATUS-EOF TO TRUE
075400     END-READ.
075500     IF RCV-STATUS-EOF
075600         GO TO 2850-LOAD-ONE-RECEIPT-EXIT
075700     END-IF.
075800*    THE HEADING LINE AND ANY FREE-TEXT LINES CARRY NO
075900*    QUANTITY.
076000     IF RLOG-QTY IS NOT NUMERIC OR RLOG-DATE IS NOT NUMERIC
076100         GO TO 2850-LOAD-ONE-RECEIPT-EXIT
076200     END-IF.
076300     IF RLOG-DATE(1:6) < WS-LOOKBACK-YYYYMM
076400             OR RLOG-DATE(1:6) > WS-PERIOD-YYYYMM
076500         GO TO 2850-LOAD-ONE-RECEIPT-EXIT
076600     END-IF.
076700     IF WS-RCPT-COUNT NOT < 3000
076800         ADD 1 TO WS-RCPTS-DROPPED
076900         GO TO 2850-LOAD-ONE-RECEIPT-EXIT
077000     END-IF.
077100     ADD 1 TO WS-RCPT-COUNT.
077200     MOVE RLOG-OWNER TO RT-OWNER(WS-RCPT-COUNT).
077300     MOVE RLOG-ITEM-NAME TO RT-ITEM-NAME(WS-RCPT-COUNT).
077400     MOVE RLOG-DATE TO RT-DATE(WS-RCPT-COUNT).
077500     MOVE RLOG-QTY-NUM TO RT-QTY-LEFT(WS-RCPT-COUNT).
077600 2850-LOAD-ONE-RECEIPT-EXIT.
077700     EXIT.
077800
077900 2900-MATCH-ONE-RELEASE.
078000     READ RELEASE-HISTORY
078100         AT END SET REL-STATUS-EOF TO TRUE
078200     END-READ.
078300     IF REL-STATUS-EOF
078400         GO TO 2900-MATCH-ONE-RELEASE-EXIT
078500     END-IF.
078600     IF REL-QTY IS NOT NUMERIC OR REL-DATE IS NOT NUMERIC
078700         GO TO 2900-MATCH-ONE-RELEASE-EXIT
078800     END-IF.
078900     IF REL-DATE(1:6) < WS-LOOKBACK-YYYYMM
079000             OR REL-DATE(1:6) > WS-PERIOD-YYYYMM
079100         GO TO 2900-MATCH-ONE-RELEASE-EXIT
079200     END-IF.
079300     MOVE REL-QTY TO WS-REL-LEFT.
079400     MOVE ZERO TO WS-OLDEST-RCPT-DATE.
079500     PERFORM 2950-TAKE-FROM-ONE-RECEIPT
079600         THRU 2950-TAKE-FROM-ONE-RECEIPT-EXIT
079700         VARYING WS-RCPT-SUB FROM 1 BY 1
079800         UNTIL WS-RCPT-SUB > WS-RCPT-COUNT
079900             OR WS-REL-LEFT = ZERO.
080000
080100*    A DAMAGED DISPOSITION NEVER REACHED STOCK - IT TAKES UP
080200*    ITS RECEIPT BUT IS NOT TIMED.
080300     IF REL-DATE(1:6) NOT = WS-PERIOD-YYYYMM
080400             OR NOT REL-TO-AVAILABLE
080500         GO TO 2900-MATCH-ONE-RELEASE-EXIT
080600     END-IF.
080700     IF WS-OLDEST-RCPT-DATE = ZERO
080800         ADD 1 TO WS-RELEASES-UNMATCHED
080900         GO TO 2900-MATCH-ONE-RELEASE-EXIT
081000     END-IF.
081100     MOVE REL-OWNER TO WS-FIND-OWNER.
081200     PERFORM 3000-FIND-OWNER-ROW
081300         THRU 3000-FIND-OWNER-ROW-EXIT.
081400     IF WS-OWN-FOUND-SUB = ZERO
081500         GO TO 2900-MATCH-ONE-RELEASE-EXIT
081600     END-IF.
081700     MOVE REL-DATE TO WS-CHECK-DATE-X.
081800     COMPUTE WS-DATE-INT-1 =
081900         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
082000     COMPUTE WS-DATE-INT-2 =
082100         FUNCTION INTEGER-OF-DATE(WS-OLDEST-RCPT-DATE).
082200     COMPUTE WS-DAYS = WS-DATE-INT-1 - WS-DATE-INT-2.
082300     ADD 1 TO OS-RELEASE-LINES(WS-OWN-FOUND-SUB).
082400     ADD WS-DAYS TO OS-DOCK-DAYS-SUM(WS-OWN-FOUND-SUB).
082500 2900-MATCH-ONE-RELEASE-EXIT.
082600     EXIT.
082700
082800 2950-TAKE-FROM-ONE-RECEIPT.
082900     IF RT-QTY-LEFT(WS-RCPT-SUB) = ZERO
083000             OR RT-OWNER(WS-RCPT-SUB) NOT = REL-OWNER
083100             OR RT-ITEM-NAME(WS-RCPT-SUB) NOT = REL-ITEM-NAME
083200         GO TO 2950-TAKE-FROM-ONE-RECEIPT-EXIT
083300     END-IF.
083400     MOVE REL-DATE TO WS-CHECK-DATE-X.
083500     IF RT-DATE(WS-RCPT-SUB) > WS-CHECK-DATE
083600         GO TO 2950-TAKE-FROM-ONE-RECEIPT-EXIT
083700     END-IF.
083800     IF WS-OLDEST-RCPT-DATE = ZERO
083900         MOVE RT-DATE(WS-RCPT-SUB) TO WS-OLDEST-RCPT-DATE
084000     END-IF.
084100     IF WS-REL-LEFT < RT-QTY-LEFT(WS-RCPT-SUB)
084200         MOVE WS-REL-LEFT TO WS-REL-TAKE
084300     ELSE
084400         MOVE RT-QTY-LEFT(WS-RCPT-SUB) TO WS-REL-TAKE
084500     END-IF.
084600     SUBTRACT WS-REL-TAKE FROM RT-QTY-LEFT(WS-RCPT-SUB).
084700     SUBTRACT WS-REL-TAKE FROM WS-REL-LEFT.
084800 2950-TAKE-FROM-ONE-RECEIPT-EXIT.
084900     EXIT.
085000
085100 3000-FIND-OWNER-ROW.
085200     MOVE ZERO TO WS-OWN-FOUND-SUB.
085300     PERFORM 3010-MATCH-ONE-OWNER
085400         THRU 3010-MATCH-ONE-OWNER-EXIT
085500         VARYING WS-OWN-SUB FROM 1 BY 1
085600         UNTIL WS-OWN-SUB > WS-OWN-COUNT
085700             OR WS-OWN-FOUND-SUB > ZERO.
085800     IF WS-OWN-FOUND-SUB > ZERO
085900         GO TO 3000-FIND-OWNER-ROW-EXIT
086000     END-IF.
086100     IF WS-OWN-COUNT < 300
086200         ADD 1 TO WS-OWN-COUNT
086300         MOVE WS-FIND-OWNER TO OS-OWNER(WS-OWN-COUNT)
086400         MOVE ZERO TO OS-ALLOC-UNITS(WS-OWN-COUNT)
086500         MOVE ZERO TO OS-BKO-UNITS(WS-OWN-COUNT)
086600         MOVE ZERO TO OS-SHIP-LINES(WS-OWN-COUNT)
086700         MOVE ZERO TO OS-ONTIME-LINES(WS-OWN-COUNT)
086800         MOVE ZERO TO OS-SHIP-DAYS-SUM(WS-OWN-COUNT)
086900         MOVE ZERO TO OS-PICKED-LINES(WS-OWN-COUNT)
087000         MOVE ZERO TO OS-SHORT-LINES(WS-OWN-COUNT)
087100         MOVE ZERO TO OS-COUNTED-LINES(WS-OWN-COUNT)
087200         MOVE ZERO TO OS-ADJUSTED-LINES(WS-OWN-COUNT)
087300         MOVE ZERO TO OS-RELEASE-LINES(WS-OWN-COUNT)
087400         MOVE ZERO TO OS-DOCK-DAYS-SUM(WS-OWN-COUNT)
087500         MOVE 'N' TO OS-PRINTED-SW(WS-OWN-COUNT)
087600         MOVE WS-OWN-COUNT TO WS-OWN-FOUND-SUB
087700     ELSE
087800         ADD 1 TO WS-OWNERS-DROPPED
087900         SET RC-WARNING TO TRUE
088000     END-IF.
088100 3000-FIND-OWNER-ROW-EXIT.
088200     EXIT.
088300
088400 3010-MATCH-ONE-OWNER.
088500     IF OS-OWNER(WS-OWN-SUB) = WS-FIND-OWNER
088600         MOVE WS-OWN-SUB TO WS-OWN-FOUND-SUB
088700     END-IF.
088800 3010-MATCH-ONE-OWNER-EXIT.
088900     EXIT.
089000
089100 4000-PRINT-SCORECARD.
089200*    OWNERS PRINT IN NAME ORDER - A SELECTION PRINT, LOWEST
089300*    UNPRINTED NAME EACH PASS, AS VENDPERF DOES.
089400     MOVE 1 TO WS-NEXT-SUB.
089500     PERFORM 4100-PRINT-NEXT-OWNER
089600         THRU 4100-PRINT-NEXT-OWNER-EXIT
089700         UNTIL WS-NEXT-SUB = ZERO.
089800
089900     MOVE SPACES TO SCORECARD-REPORT-LINE.
090000     WRITE SCORECARD-REPORT-LINE.
090100     MOVE WS-OWN-COUNT TO WS-COUNT-EDIT-1.
090200     MOVE WS-MEASURES-MISSED TO WS-COUNT-EDIT-2.
090300     MOVE SPACES TO SCORECARD-REPORT-LINE.
090400     STRING 'OWNERS SCORED=' WS-COUNT-EDIT-1
090500            '  TARGETS MISSED=' WS-COUNT-EDIT-2
090600         DELIMITED BY SIZE
090700         INTO SCORECARD-REPORT-LINE
090800     END-STRING.
090900     WRITE SCORECARD-REPORT-LINE.
091000 4000-PRINT-SCORECARD-EXIT.
091100     EXIT.
091200
091300 4100-PRINT-NEXT-OWNER.
091400     MOVE ZERO TO WS-NEXT-SUB.
091500     PERFORM 4110-COMPARE-ONE-OWNER
091600         THRU 4110-COMPARE-ONE-OWNER-EXIT
091700         VARYING WS-OWN-SUB FROM 1 BY 1
091800         UNTIL WS-OWN-SUB > WS-OWN-COUNT.
091900     IF WS-NEXT-SUB = ZERO
092000         GO TO 4100-PRINT-NEXT-OWNER-EXIT
092100     END-IF.
092200     MOVE 'Y' TO OS-PRINTED-SW(WS-NEXT-SUB).
092300     PERFORM 4200-GET-OWNER-TARGETS
092400         THRU 4200-GET-OWNER-TARGETS-EXIT.
092500
092600     MOVE SPACES TO SCORECARD-REPORT-LINE.
092700     WRITE SCORECARD-REPORT-LINE.
092800     MOVE SPACES TO SCORECARD-REPORT-LINE.
092900     STRING 'OWNER ' OS-OWNER(WS-NEXT-SUB)
093000            '       ACTUAL  TARGET  RESULT'
093100         DELIMITED BY SIZE
093200         INTO SCORECARD-REPORT-LINE
093300     END-STRING.
093400     WRITE SCORECARD-REPORT-LINE.
093500
093600     PERFORM 4310-SCORE-FILL-RATE
093700         THRU 4310-SCORE-FILL-RATE-EXIT.
093800     PERFORM 4320-SCORE-ON-TIME
093900         THRU 4320-SCORE-ON-TIME-EXIT.
094000     PERFORM 4330-SCORE-SHORT-PICK
094100         THRU 4330-SCORE-SHORT-PICK-EXIT.
094200     PERFORM 4340-SCORE-ACCURACY
094300         THRU 4340-SCORE-ACCURACY-EXIT.
094400     PERFORM 4350-SCORE-DOCK-TO-STOCK
094500         THRU 4350-SCORE-DOCK-TO-STOCK-EXIT.
094600 4100-PRINT-NEXT-OWNER-EXIT.
094700     EXIT.
094800
094900 4110-COMPARE-ONE-OWNER.
095000     IF OS-PRINTED-SW(WS-OWN-SUB) NOT = 'Y'
095100         IF WS-NEXT-SUB = ZERO
095200                 OR OS-OWNER(WS-OWN-SUB) <
095300                     OS-OWNER(WS-NEXT-SUB)
095400             MOVE WS-OWN-SUB TO WS-NEXT-SUB
095500         END-IF
095600     END-IF.
095700 4110-COMPARE-ONE-OWNER-EXIT.
095800     EXIT.
095900
096000 4200-GET-OWNER-TARGETS.
096100     MOVE WS-HOUSE-TARGETS TO WS-TARGETS.
096200     MOVE ZERO TO WS-TGT-FOUND-SUB.
096300     PERFORM 4210-MATCH-ONE-TARGET
096400         THRU 4210-MATCH-ONE-TARGET-EXIT
096500         VARYING WS-TGT-SUB FROM 1 BY 1
096600         UNTIL WS-TGT-SUB > WS-TGT-COUNT
096700             OR WS-TGT-FOUND-SUB > ZERO.
096800     IF WS-TGT-FOUND-SUB > ZERO
096900         MOVE TT-TARGETS(WS-TGT-FOUND-SUB) TO WS-TARGETS
097000     END-IF.
097100 4200-GET-OWNER-TARGETS-EXIT.
097200     EXIT.
097300
097400 4210-MATCH-ONE-TARGET.
097500     IF TT-OWNER(WS-TGT-SUB) = OS-OWNER(WS-NEXT-SUB)
097600         MOVE WS-TGT-SUB TO WS-TGT-FOUND-SUB
097700     END-IF.
097800 4210-MATCH-ONE-TARGET-EXIT.
097900     EXIT.
098000
098100 4310-SCORE-FILL-RATE.
098200     MOVE 'FILL RATE PCT' TO WS-MEAS-NAME.
098300     MOVE 'N' TO WS-MEAS-HIGH-MISSES-SW.
098400     MOVE WS-TGT-FILL-X TO WS-MEAS-TARGET-X.
098500     COMPUTE WS-TOTAL-UNITS = OS-ALLOC-UNITS(WS-NEXT-SUB)
098600         + OS-BKO-UNITS(WS-NEXT-SUB).
098700     MOVE 'N' TO WS-MEAS-ACTIVE-SW.
098800     IF WS-TOTAL-UNITS > ZERO
098900         SET WS-MEAS-ACTIVE TO TRUE
099000         COMPUTE WS-MEAS-VALUE ROUNDED =
099100             (OS-ALLOC-UNITS(WS-NEXT-SUB) * 100)
099200                 / WS-TOTAL-UNITS
099300     END-IF.
099400     MOVE OS-ALLOC-UNITS(WS-NEXT-SUB) TO WS-COUNT-EDIT-1.
099500     MOVE OS-BKO-UNITS(WS-NEXT-SUB) TO WS-COUNT-EDIT-2.
099600     MOVE SPACES TO WS-MEAS-DETAIL.
099700     STRING 'UNITS ALLOCATED=' WS-COUNT-EDIT-1
099800            ' SHORTED=' WS-COUNT-EDIT-2
099900         DELIMITED BY SIZE
100000         INTO WS-MEAS-DETAIL
100100     END-STRING.
100200     PERFORM 4500-PRINT-MEASURE
100300         THRU 4500-PRINT-MEASURE-EXIT.
100400 4310-SCORE-FILL-RATE-EXIT.
100500     EXIT.
100600
100700 4320-SCORE-ON-TIME.
100800     MOVE 'ON-TIME SHIP PCT' TO WS-MEAS-NAME.
100900     MOVE 'N' TO WS-MEAS-HIGH-MISSES-SW.
101000     MOVE WS-TGT-ONTIME-X TO WS-MEAS-TARGET-X.
101100     MOVE 'N' TO WS-MEAS-ACTIVE-SW.
101200     MOVE ZERO TO WS-AVG-DAYS.
101300     IF OS-SHIP-LINES(WS-NEXT-SUB) > ZERO
101400         SET WS-MEAS-ACTIVE TO TRUE
101500         COMPUTE WS-MEAS-VALUE ROUNDED =
101600             (OS-ONTIME-LINES(WS-NEXT-SUB) * 100)
101700                 / OS-SHIP-LINES(WS-NEXT-SUB)
101800         COMPUTE WS-AVG-DAYS ROUNDED =
101900             OS-SHIP-DAYS-SUM(WS-NEXT-SUB)
102000                 / OS-SHIP-LINES(WS-NEXT-SUB)
102100     END-IF.
102200     MOVE OS-SHIP-LINES(WS-NEXT-SUB) TO WS-COUNT-EDIT-1.
102300     MOVE WS-AVG-DAYS TO WS-AVG-EDIT.
102400     MOVE SPACES TO WS-MEAS-DETAIL.
102500     STRING 'LINES SHIPPED=' WS-COUNT-EDIT-1
102600            ' AVG DAYS ORDER TO SHIP=' WS-AVG-EDIT
102700         DELIMITED BY SIZE
102800         INTO WS-MEAS-DETAIL
102900     END-STRING.
103000     PERFORM 4500-PRINT-MEASURE
103100         THRU 4500-PRINT-MEASURE-EXIT.
103200 4320-SCORE-ON-TIME-EXIT.
103300     EXIT.
103400
103500 4330-SCORE-SHORT-PICK.
103600     MOVE 'SHORT-PICK PCT' TO WS-MEAS-NAME.
103700     SET WS-MEAS-HIGH-MISSES TO TRUE.
103800     MOVE WS-TGT-SHORT-X TO WS-MEAS-TARGET-X.
103900     MOVE 'N' TO WS-MEAS-ACTIVE-SW.
104000     IF OS-PICKED-LINES(WS-NEXT-SUB) > ZERO
104100         SET WS-MEAS-ACTIVE TO TRUE
104200         COMPUTE WS-MEAS-VALUE ROUNDED =
104300             (OS-SHORT-LINES(WS-NEXT-SUB) * 100)
104400                 / OS-PICKED-LINES(WS-NEXT-SUB)
104500     END-IF.
104600     MOVE OS-PICKED-LINES(WS-NEXT-SUB) TO WS-COUNT-EDIT-1.
104700     MOVE OS-SHORT-LINES(WS-NEXT-SUB) TO WS-COUNT-EDIT-2.
104800     MOVE SPACES TO WS-MEAS-DETAIL.
104900     STRING 'LINES PICKED=' WS-COUNT-EDIT-1
105000            ' SHORT=' WS-COUNT-EDIT-2
105100         DELIMITED BY SIZE
105200         INTO WS-MEAS-DETAIL
105300     END-STRING.
105400     PERFORM 4500-PRINT-MEASURE
105500         THRU 4500-PRINT-MEASURE-EXIT.
105600 4330-SCORE-SHORT-PICK-EXIT.
105700     EXIT.
105800
105900 4340-SCORE-ACCURACY.
106000*    AN ADJUSTMENT FOR A COUNT TAKEN BEFORE THE COUNT LOG
106100*    EXISTED CAN OUTNUMBER THE LINES LOGGED - NEVER BELOW ZERO.
106200     MOVE 'INV ACCURACY PCT' TO WS-MEAS-NAME.
106300     MOVE 'N' TO WS-MEAS-HIGH-MISSES-SW.
106400     MOVE WS-TGT-ACCURACY-X TO WS-MEAS-TARGET-X.
106500     MOVE 'N' TO WS-MEAS-ACTIVE-SW.
106600     IF OS-COUNTED-LINES(WS-NEXT-SUB) > ZERO
106700         SET WS-MEAS-ACTIVE TO TRUE
106800         MOVE ZERO TO WS-GOOD-LINES
106900         IF OS-COUNTED-LINES(WS-NEXT-SUB) >
107000                 OS-ADJUSTED-LINES(WS-NEXT-SUB)
107100             COMPUTE WS-GOOD-LINES =
107200                 OS-COUNTED-LINES(WS-NEXT-SUB)
107300                     - OS-ADJUSTED-LINES(WS-NEXT-SUB)
107400         END-IF
107500         COMPUTE WS-MEAS-VALUE ROUNDED =
107600             (WS-GOOD-LINES * 100)
107700                 / OS-COUNTED-LINES(WS-NEXT-SUB)
107800     END-IF.
107900     MOVE OS-COUNTED-LINES(WS-NEXT-SUB) TO WS-COUNT-EDIT-1.
108000     MOVE OS-ADJUSTED-LINES(WS-NEXT-SUB) TO WS-COUNT-EDIT-2.
108100     MOVE SPACES TO WS-MEAS-DETAIL.
108200     STRING 'LINES COUNTED=' WS-COUNT-EDIT-1
108300            ' ADJUSTED=' WS-COUNT-EDIT-2
108400         DELIMITED BY SIZE
108500         INTO WS-MEAS-DETAIL
108600     END-STRING.
108700     PERFORM 4500-PRINT-MEASURE
108800         THRU 4500-PRINT-MEASURE-EXIT.
108900 4340-SCORE-ACCURACY-EXIT.
109000     EXIT.
109100
109200 4350-SCORE-DOCK-TO-STOCK.
109300     MOVE 'DOCK-STOCK DAYS' TO WS-MEAS-NAME.
109400     SET WS-MEAS-HIGH-MISSES TO TRUE.
109500     MOVE WS-TGT-DOCK-X TO WS-MEAS-TARGET-X.
109600     MOVE 'N' TO WS-MEAS-ACTIVE-SW.
109700     IF OS-RELEASE-LINES(WS-NEXT-SUB) > ZERO
109800         SET WS-MEAS-ACTIVE TO TRUE
109900         COMPUTE WS-MEAS-VALUE ROUNDED =
110000             OS-DOCK-DAYS-SUM(WS-NEXT-SUB)
110100                 / OS-RELEASE-LINES(WS-NEXT-SUB)
110200     END-IF.
110300     MOVE OS-RELEASE-LINES(WS-NEXT-SUB) TO WS-COUNT-EDIT-1.
110400     MOVE SPACES TO WS-MEAS-DETAIL.
110500     STRING 'RELEASES TO STOCK=' WS-COUNT-EDIT-1
110600         DELIMITED BY SIZE
110700         INTO WS-MEAS-DETAIL
110800     END-STRING.
110900     PERFORM 4500-PRINT-MEASURE
111000         THRU 4500-PRINT-MEASURE-EXIT.
111100 4350-SCORE-DOCK-TO-STOCK-EXIT.
111200     EXIT.
111300
111400 4500-PRINT-MEASURE.
111500*    A MEASURE WITH NO ACTIVITY IN THE MONTH, OR NO CONTRACTED
111600*    TARGET, IS SHOWN BUT NEVER MISSES.  PERCENTAGES MISS
111700*    BELOW TARGET; SHORT PICKS AND DOCK-TO-STOCK DAYS MISS
111800*    ABOVE IT.
111900     MOVE SPACES TO WS-MEAS-RESULT.
112000     IF NOT WS-MEAS-ACTIVE
112100         MOVE 'NO ACTIVITY' TO WS-MEAS-RESULT
112200         MOVE ZERO TO WS-MEAS-VALUE
112300     ELSE
112400         IF WS-MEAS-TARGET-X IS NOT NUMERIC
112500             MOVE 'NO TARGET' TO WS-MEAS-RESULT
112600         ELSE
112700             MOVE 'MET' TO WS-MEAS-RESULT
112800             IF (WS-MEAS-HIGH-MISSES
112900                     AND WS-MEAS-VALUE > WS-MEAS-TARGET)
113000                 OR (NOT WS-MEAS-HIGH-MISSES
113100                     AND WS-MEAS-VALUE < WS-MEAS-TARGET)
113200                 MOVE '*** MISSED' TO WS-MEAS-RESULT
113300                 ADD 1 TO WS-MEASURES-MISSED
113400             END-IF
113500         END-IF
113600     END-IF.
113700     MOVE WS-MEAS-VALUE TO WS-VALUE-EDIT.
113800     IF WS-MEAS-TARGET-X IS NUMERIC
113900         MOVE WS-MEAS-TARGET TO WS-TARGET-EDIT
114000     ELSE
114100         MOVE ZERO TO WS-TARGET-EDIT
114200     END-IF.
114300     MOVE SPACES TO SCORECARD-REPORT-LINE.
114400     STRING '  ' WS-MEAS-NAME
114500            '      ' WS-VALUE-EDIT
114600            '   ' WS-TARGET-EDIT
114700            '  ' WS-MEAS-RESULT
114800            '  ' WS-MEAS-DETAIL
114900         DELIMITED BY SIZE
115000         INTO SCORECARD-REPORT-LINE
115100     END-STRING.
115200     WRITE SCORECARD-REPORT-LINE.
115300 4500-PRINT-MEASURE-EXIT.
115400     EXIT.
115500
115600 9000-FINISH.
115700     IF WS-OHDR-OPEN
115800         CLOSE ORDER-HEADER-FILE
115900     END-IF.
116000     CLOSE SCORECARD-REPORT.
116100     IF WS-RCPTS-DROPPED > ZERO
116200         DISPLAY 'OWNSCORE - RECEIPT TABLE FULL, RECEIPTS '
116300             'NOT MATCHED: ' WS-RCPTS-DROPPED
116400         SET RC-WARNING TO TRUE
116500     END-IF.
116600     IF WS-OWNERS-DROPPED > ZERO
116700         DISPLAY 'OWNSCORE - OWNER TABLE FULL, ENTRIES '
116800             'SKIPPED: ' WS-OWNERS-DROPPED
116900     END-IF.
117000     DISPLAY 'OWNSCORE - MONTH SCORED      : ' WS-PERIOD-YYYYMM.
117100     DISPLAY 'OWNSCORE - ALLOCATIONS READ  : ' WS-ALLOC-READ.
117200     DISPLAY 'OWNSCORE - SHIPPED UNDATED   : '
117300         WS-SHIP-NO-HEADER.
117400     DISPLAY 'OWNSCORE - RELEASES UNMATCHED: '
117500         WS-RELEASES-UNMATCHED.
117600     DISPLAY 'OWNSCORE - OWNERS SCORED     : ' WS-OWN-COUNT.
117700     DISPLAY 'OWNSCORE - TARGETS MISSED    : '
117800         WS-MEASURES-MISSED.
117900     DISPLAY 'OWNSCORE - RETURN CODE       : ' WS-RETURN-CODE.
118000 9000-FINISH-EXIT.
118100     EXIT.
118200
118300 9999-EXIT.
118400     STOP RUN.
