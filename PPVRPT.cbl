000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PPVRPT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  PURCHASE PRICE VARIANCE
001000*                    BY VENDOR AND ITEM - NOW THAT EVERY PO
001100*                    CARRIES THE AGREED VENDOR PRICE AND RCVPOST
001200*                    WRITES IT TO THE RCVREG REGISTER (SEE
001300*                    POREC), THE BUSINESS MONTH'S RECEIPTS ARE
001400*                    SORTED BY VENDOR, OWNER AND ITEM AND EACH
001500*                    ITEM'S AVERAGE PO PRICE IS SET AGAINST THE
001600*                    STANDARD UNIT COST ON THE INDEXED ITEMMAST
001700*                    COMPANION - VARIANCE PER EACH, EXTENDED
001800*                    VARIANCE AND PERCENTAGE, WITH VENDOR AND
001900*                    GRAND TOTALS.  THE SAME DIFFERENCE GLFEED
002000*                    JOURNALS TO THE PURCHASE PRICE VARIANCE
002100*                    ACCOUNT, SO BUYING SEES WHERE VENDOR PRICES
002200*                    ARE DRIFTING.  RECEIPTS WITH NO AGREED PRICE
002300*                    OR NO STANDARD COST ARE COUNTED, NOT PRICED.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-RCV-STATUS.
003100
003200     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS IM-KEY
003600         FILE STATUS IS WS-IM-STATUS.
003700
003800     SELECT SORT-WORK ASSIGN TO "PPVSWRK".
003900
004000     SELECT PPV-REPORT ASSIGN TO "PPVRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BUSDATE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*    THE RECEIVING REGISTER AS RCVPOST WRITES IT - THE PO PRICE
005000*    IS PER EACH, UNEDITED WITH FOUR IMPLIED DECIMALS.
005100 FD  RECEIVING-REGISTER.
005200 01  RECEIVING-REGISTER-LINE.
005300     05  RLOG-DATE                   PIC X(08).
005400     05  FILLER                      PIC X(01).
005500     05  RLOG-TIME                   PIC X(08).
005600     05  FILLER                      PIC X(07).
005700     05  RLOG-OWNER                  PIC X(20).
005800     05  FILLER                      PIC X(06).
005900     05  RLOG-ITEM-NAME              PIC X(20).
006000     05  FILLER                      PIC X(05).
006100     05  RLOG-QTY                    PIC X(05).
006200     05  FILLER                      PIC X(18).
006300     05  RLOG-PO-NUMBER              PIC X(06).
006400     05  FILLER                      PIC X(08).
006500     05  RLOG-VENDOR-ID              PIC X(08).
006600     05  FILLER                      PIC X(07).
006700     05  RLOG-PO-PRICE               PIC X(09).
006800     05  RLOG-PO-PRICE-NUM REDEFINES RLOG-PO-PRICE
006900                                     PIC 9(05)V9(04).
007000     05  FILLER                      PIC X(14).
007100
007200 FD  ITEM-MASTER.
007300     COPY ITEMMREC.
007400
007500 SD  SORT-WORK.
007600 01  SORT-PPV-RECORD.
007700     05  SORT-VENDOR-ID              PIC X(08).
007800     05  SORT-OWNER                  PIC X(20).
007900     05  SORT-ITEM-NAME              PIC X(20).
008000     05  SORT-QTY                    PIC 9(05).
008100     05  SORT-PO-VALUE               PIC 9(09)V9(02).
008200     05  SORT-STD-VALUE              PIC 9(09)V9(02).
008300     05  SORT-STD-COST               PIC 9(05)V9(02).
008400
008500 FD  PPV-REPORT.
008600 01  PPV-REPORT-LINE                PIC X(132).
008700
008800 FD  BUSDATE-FILE.
008900     COPY BUSDATE.
009000
009100 WORKING-STORAGE SECTION.
009200     COPY RETCODES.
009300
009400 01  WS-RCV-STATUS                  PIC X(02) VALUE '00'.
009500     88  RCV-STATUS-OK               VALUE '00'.
009600     88  RCV-STATUS-EOF              VALUE '10'.
009700 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
009800     88  IM-STATUS-OK                VALUE '00'.
009900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
010000     88  BUSDATE-STATUS-OK           VALUE '00'.
010100 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
010200     88  SORT-AT-EOF                 VALUE 'Y'.
010300
010400*    CONTROL BREAKS - VENDOR, THEN OWNER AND ITEM WITHIN IT.
010500 01  WS-FIRST-LINE-SW               PIC X(01) VALUE 'Y'.
010600     88  WS-FIRST-LINE               VALUE 'Y'.
010700 01  WS-PREV-VENDOR-ID              PIC X(08) VALUE SPACES.
010800 01  WS-PREV-OWNER                  PIC X(20) VALUE SPACES.
010900 01  WS-PREV-ITEM-NAME              PIC X(20) VALUE SPACES.
011000 01  WS-PREV-STD-COST               PIC 9(05)V9(02) VALUE ZERO.
011100
011200*    ACCUMULATORS - ITEM, VENDOR AND GRAND.
011300 01  WS-ITEM-QTY                    PIC 9(09) VALUE ZERO.
011400 01  WS-ITEM-PO-VALUE               PIC 9(11)V9(02) VALUE ZERO.
011500 01  WS-ITEM-STD-VALUE              PIC 9(11)V9(02) VALUE ZERO.
011600 01  WS-VEND-PO-VALUE               PIC 9(11)V9(02) VALUE ZERO.
011700 01  WS-VEND-STD-VALUE              PIC 9(11)V9(02) VALUE ZERO.
011800 01  WS-GRAND-PO-VALUE              PIC 9(13)V9(02) VALUE ZERO.
011900 01  WS-GRAND-STD-VALUE             PIC 9(13)V9(02) VALUE ZERO.
012000
012100*    THE LINE BEING PRINTED.
012200 01  WS-PRT-PO-VALUE                PIC 9(13)V9(02) VALUE ZERO.
012300 01  WS-PRT-STD-VALUE               PIC 9(13)V9(02) VALUE ZERO.
012400 01  WS-PRT-VARIANCE                PIC S9(13)V9(02) VALUE ZERO.
012500 01  WS-PRT-PCT                     PIC S9(05)V9(01) VALUE ZERO.
012600 01  WS-AVG-PO-PRICE                PIC 9(05)V9(04) VALUE ZERO.
012700 01  WS-VAR-PER-EACH                PIC S9(05)V9(04) VALUE ZERO.
012800
012900 01  WS-QTY-NUM                     PIC 9(05) VALUE ZERO.
013000 01  WS-QTY-EDIT                    PIC Z(06)9.
013100 01  WS-PRICE-EDIT                  PIC Z(4)9.9999.
013200 01  WS-COST-EDIT                   PIC Z(4)9.99.
013300 01  WS-VAR-EA-EDIT                 PIC -(5)9.9999.
013400 01  WS-VALUE-EDIT                  PIC Z(12)9.99.
013500 01  WS-VALUE-EDIT-2                PIC Z(12)9.99.
013600 01  WS-VARIANCE-EDIT               PIC -(12)9.99.
013700 01  WS-PCT-EDIT                    PIC -(4)9.9.
013800
013900 01  WS-RECEIPTS-READ               PIC 9(07) COMP VALUE ZERO.
014000 01  WS-RECEIPTS-PRICED             PIC 9(07) COMP VALUE ZERO.
014100 01  WS-RECEIPTS-UNPRICED           PIC 9(07) COMP VALUE ZERO.
014200 01  WS-RECEIPTS-NO-STD             PIC 9(07) COMP VALUE ZERO.
014300 01  WS-VENDORS-PRINTED             PIC 9(07) COMP VALUE ZERO.
014400 01  WS-COUNT-EDIT                  PIC Z(06)9.
014500
014600 01  WS-CURRENT-DATE-TIME.
014700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
014800     05  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
014900         10  WS-TODAY-YYYYMM        PIC X(06).
015000         10  FILLER                 PIC X(02).
015100     05  WS-TIME-HHMMSSHH           PIC 9(08).
015200     05  FILLER                     PIC X(05).
015300
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT.
015800
015900     IF NOT RC-SEVERE
016000         SORT SORT-WORK
016100             ON ASCENDING KEY SORT-VENDOR-ID SORT-OWNER
016200                              SORT-ITEM-NAME
016300             INPUT PROCEDURE IS 2000-SELECT-RECEIPTS
016400                 THRU 2000-SELECT-RECEIPTS-EXIT
016500             OUTPUT PROCEDURE IS 5000-PRINT-VARIANCE
016600                 THRU 5000-PRINT-VARIANCE-EXIT
016700     END-IF.
016800
016900     PERFORM 9000-FINISH
017000         THRU 9000-FINISH-EXIT.
017100
017200     MOVE WS-RETURN-CODE TO RETURN-CODE.
017300     GO TO 9999-EXIT.
017400
017500 1000-INITIALIZE.
017600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017700     PERFORM 1050-GET-BUSINESS-DATE
017800         THRU 1050-GET-BUSINESS-DATE-EXIT.
017900     OPEN OUTPUT PPV-REPORT.
018000     MOVE SPACES TO PPV-REPORT-LINE.
018100     STRING 'PURCHASE PRICE VARIANCE BY VENDOR AND ITEM '
018200            WS-TODAY-YYYYMMDD
018300            '  (MONTH TO DATE, PO PRICE AGAINST STANDARD)'
018400         DELIMITED BY SIZE
018500         INTO PPV-REPORT-LINE
018600     END-STRING.
018700     WRITE PPV-REPORT-LINE.
018800     OPEN INPUT ITEM-MASTER.
018900     IF NOT IM-STATUS-OK
019000         DISPLAY 'PPVRPT - UNABLE TO OPEN ITEMMAST, STATUS='
019100             WS-IM-STATUS
019200         SET RC-SEVERE TO TRUE
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF.
019500     OPEN INPUT RECEIVING-REGISTER.
019600     IF NOT RCV-STATUS-OK
019700         DISPLAY 'PPVRPT - UNABLE TO OPEN RCVREG, STATUS='
019800             WS-RCV-STATUS
019900         SET RC-SEVERE TO TRUE
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF.
020200 1000-INITIALIZE-EXIT.
020300     EXIT.
020400
020500 1050-GET-BUSINESS-DATE.
020600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
020700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
020800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
020900*    CLOCK TIME FIELD STAYS REAL.
021000     OPEN INPUT BUSDATE-FILE.
021100     IF NOT BUSDATE-STATUS-OK
021200         GO TO 1050-GET-BUSINESS-DATE-EXIT
021300     END-IF.
021400     READ BUSDATE-FILE
021500         AT END
021600             CLOSE BUSDATE-FILE
021700             GO TO 1050-GET-BUSINESS-DATE-EXIT
021800     END-READ.
021900     CLOSE BUSDATE-FILE.
022000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
022100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
022200         DISPLAY 'PPVRPT - RUNNING AS OF BUSINESS DATE '
022300             BUS-DATE
022400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
022500     END-IF.
022600 1050-GET-BUSINESS-DATE-EXIT.
022700     EXIT.
022800
022900 2000-SELECT-RECEIPTS.
023000     PERFORM 2100-SELECT-ONE-RECEIPT
023100         THRU 2100-SELECT-ONE-RECEIPT-EXIT
023200         UNTIL RCV-STATUS-EOF.
023300 2000-SELECT-RECEIPTS-EXIT.
023400     EXIT.
023500
023600 2100-SELECT-ONE-RECEIPT.
023700     READ RECEIVING-REGISTER
023800         AT END SET RCV-STATUS-EOF TO TRUE
023900     END-READ.
024000     IF RCV-STATUS-EOF
024100         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
024200     END-IF.
024300*    RCVREG IS CUMULATIVE - ONLY THE BUSINESS MONTH COUNTS.  THE
024400*    HEADING LINE AND ANY FREE-TEXT LINES CARRY NO QUANTITY.
024500     IF RLOG-DATE(1:6) NOT = WS-TODAY-YYYYMM
024600         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
024700     END-IF.
024800     IF RLOG-QTY IS NOT NUMERIC
024900         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
025000     END-IF.
025100     ADD 1 TO WS-RECEIPTS-READ.
025200
025300*    A LINE WRITTEN BEFORE POS CARRIED A PRICE, OR AGAINST A PO
025400*    WITH NO AGREED PRICE, HAS NOTHING TO MEASURE.
025500     IF RLOG-PO-PRICE IS NOT NUMERIC
025600         ADD 1 TO WS-RECEIPTS-UNPRICED
025700         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
025800     END-IF.
025900     IF RLOG-PO-PRICE-NUM = ZERO
026000         ADD 1 TO WS-RECEIPTS-UNPRICED
026100         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
026200     END-IF.
026300
026400     MOVE RLOG-OWNER     TO IM-OWNER.
026500     MOVE RLOG-ITEM-NAME TO IM-ITEM-NAME.
026600     READ ITEM-MASTER
026700         INVALID KEY CONTINUE
026800     END-READ.
026900     IF NOT IM-STATUS-OK
027000         ADD 1 TO WS-RECEIPTS-NO-STD
027100         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
027200     END-IF.
027300     IF IM-UNIT-COST IS NOT NUMERIC
027400         ADD 1 TO WS-RECEIPTS-NO-STD
027500         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
027600     END-IF.
027700     IF IM-UNIT-COST = ZERO
027800         ADD 1 TO WS-RECEIPTS-NO-STD
027900         GO TO 2100-SELECT-ONE-RECEIPT-EXIT
028000     END-IF.
028100
028200*    EACH RECEIPT IS VALUED THE WAY GLFEED JOURNALS IT, SO THE
028300*    REPORT AGREES WITH THE VARIANCE ACCOUNT.
028400     MOVE RLOG-QTY TO WS-QTY-NUM.
028500     MOVE RLOG-VENDOR-ID TO SORT-VENDOR-ID.
028600     MOVE RLOG-OWNER     TO SORT-OWNER.
028700     MOVE RLOG-ITEM-NAME TO SORT-ITEM-NAME.
028800     MOVE WS-QTY-NUM     TO SORT-QTY.
028900     COMPUTE SORT-PO-VALUE ROUNDED =
029000         WS-QTY-NUM * RLOG-PO-PRICE-NUM.
029100     COMPUTE SORT-STD-VALUE = WS-QTY-NUM * IM-UNIT-COST.
029200     MOVE IM-UNIT-COST   TO SORT-STD-COST.
029300     RELEASE SORT-PPV-RECORD.
029400     ADD 1 TO WS-RECEIPTS-PRICED.
029500 2100-SELECT-ONE-RECEIPT-EXIT.
029600     EXIT.
029700
029800 5000-PRINT-VARIANCE.
029900     PERFORM 5100-PRINT-NEXT-RECEIPT
030000         THRU 5100-PRINT-NEXT-RECEIPT-EXIT
030100         UNTIL SORT-AT-EOF.
030200
030300     IF NOT WS-FIRST-LINE
030400         PERFORM 5300-PRINT-ITEM-LINE
030500             THRU 5300-PRINT-ITEM-LINE-EXIT
030600         PERFORM 5400-PRINT-VENDOR-TOTAL
030700             THRU 5400-PRINT-VENDOR-TOTAL-EXIT
030800     END-IF.
030900     PERFORM 5500-PRINT-GRAND-TOTAL
031000         THRU 5500-PRINT-GRAND-TOTAL-EXIT.
031100 5000-PRINT-VARIANCE-EXIT.
031200     EXIT.
031300
031400 5100-PRINT-NEXT-RECEIPT.
031500     RETURN SORT-WORK INTO SORT-PPV-RECORD
031600         AT END SET SORT-AT-EOF TO TRUE
031700     END-RETURN.
031800     IF SORT-AT-EOF
031900         GO TO 5100-PRINT-NEXT-RECEIPT-EXIT
032000     END-IF.
032100
032200*    THE ITEM BREAKS INSIDE THE VENDOR BREAK - CLOSE IT FIRST.
032300     IF NOT WS-FIRST-LINE
032400         IF SORT-VENDOR-ID NOT = WS-PREV-VENDOR-ID
032500                 OR SORT-OWNER NOT = WS-PREV-OWNER
032600                 OR SORT-ITEM-NAME NOT = WS-PREV-ITEM-NAME
032700             PERFORM 5300-PRINT-ITEM-LINE
032800                 THRU 5300-PRINT-ITEM-LINE-EXIT
032900         END-IF
033000         IF SORT-VENDOR-ID NOT = WS-PREV-VENDOR-ID
033100             PERFORM 5400-PRINT-VENDOR-TOTAL
033200                 THRU 5400-PRINT-VENDOR-TOTAL-EXIT
033300         END-IF
033400     END-IF.
033500     IF WS-FIRST-LINE
033600             OR SORT-VENDOR-ID NOT = WS-PREV-VENDOR-ID
033700         PERFORM 5200-PRINT-VENDOR-HEADING
033800             THRU 5200-PRINT-VENDOR-HEADING-EXIT
033900     END-IF.
034000     MOVE 'N' TO WS-FIRST-LINE-SW.
034100     MOVE SORT-VENDOR-ID TO WS-PREV-VENDOR-ID.
034200     MOVE SORT-OWNER     TO WS-PREV-OWNER.
034300     MOVE SORT-ITEM-NAME TO WS-PREV-ITEM-NAME.
034400     MOVE SORT-STD-COST  TO WS-PREV-STD-COST.
034500
034600     ADD SORT-QTY       TO WS-ITEM-QTY.
034700     ADD SORT-PO-VALUE  TO WS-ITEM-PO-VALUE.
034800     ADD SORT-STD-VALUE TO WS-ITEM-STD-VALUE.
034900 5100-PRINT-NEXT-RECEIPT-EXIT.
035000     EXIT.
035100
035200 5200-PRINT-VENDOR-HEADING.
035300     MOVE SPACES TO PPV-REPORT-LINE.
035400     WRITE PPV-REPORT-LINE.
035500     MOVE SPACES TO PPV-REPORT-LINE.
035600     STRING 'VENDOR ' SORT-VENDOR-ID
035700         DELIMITED BY SIZE
035800         INTO PPV-REPORT-LINE
035900     END-STRING.
036000     WRITE PPV-REPORT-LINE.
036100     ADD 1 TO WS-VENDORS-PRINTED.
036200 5200-PRINT-VENDOR-HEADING-EXIT.
036300     EXIT.
036400
036500 5300-PRINT-ITEM-LINE.
036600*    THE AVERAGE PO PRICE AND THE VARIANCE PER EACH COME OFF
036700*    THE EXTENDED VALUES, SO A PRICE CHANGE MID-MONTH WEIGHS
036800*    BY THE QUANTITY RECEIVED AT EACH PRICE.
036900     MOVE WS-ITEM-PO-VALUE  TO WS-PRT-PO-VALUE.
037000     MOVE WS-ITEM-STD-VALUE TO WS-PRT-STD-VALUE.
037100     PERFORM 5600-COMPUTE-VARIANCE
037200         THRU 5600-COMPUTE-VARIANCE-EXIT.
037300     IF WS-ITEM-QTY > ZERO
037400         COMPUTE WS-AVG-PO-PRICE ROUNDED =
037500             WS-ITEM-PO-VALUE / WS-ITEM-QTY
037600         COMPUTE WS-VAR-PER-EACH ROUNDED =
037700             WS-PRT-VARIANCE / WS-ITEM-QTY
037800     ELSE
037900         MOVE ZERO TO WS-AVG-PO-PRICE
038000         MOVE ZERO TO WS-VAR-PER-EACH
038100     END-IF.
038200     MOVE WS-ITEM-QTY      TO WS-QTY-EDIT.
038300     MOVE WS-AVG-PO-PRICE  TO WS-PRICE-EDIT.
038400     MOVE WS-PREV-STD-COST TO WS-COST-EDIT.
038500     MOVE WS-VAR-PER-EACH  TO WS-VAR-EA-EDIT.
038600     MOVE WS-PRT-VARIANCE  TO WS-VARIANCE-EDIT.
038700     MOVE WS-PRT-PCT       TO WS-PCT-EDIT.
038800
038900     MOVE SPACES TO PPV-REPORT-LINE.
039000     STRING '  ' WS-PREV-OWNER
039100            ' ' WS-PREV-ITEM-NAME
039200            ' QTY=' WS-QTY-EDIT
039300            ' PO=' WS-PRICE-EDIT
039400            ' STD=' WS-COST-EDIT
039500            ' VAR=' WS-VAR-EA-EDIT
039600            ' EXT=' WS-VARIANCE-EDIT
039700            ' PCT=' WS-PCT-EDIT
039800         DELIMITED BY SIZE
039900         INTO PPV-REPORT-LINE
040000     END-STRING.
040100     WRITE PPV-REPORT-LINE.
040200
040300     ADD WS-ITEM-PO-VALUE  TO WS-VEND-PO-VALUE.
040400     ADD WS-ITEM-STD-VALUE TO WS-VEND-STD-VALUE.
040500     MOVE ZERO TO WS-ITEM-QTY.
040600     MOVE ZERO TO WS-ITEM-PO-VALUE.
040700     MOVE ZERO TO WS-ITEM-STD-VALUE.
040800 5300-PRINT-ITEM-LINE-EXIT.
040900     EXIT.
041000
041100 5400-PRINT-VENDOR-TOTAL.
041200     MOVE WS-VEND-PO-VALUE  TO WS-PRT-PO-VALUE.
041300     MOVE WS-VEND-STD-VALUE TO WS-PRT-STD-VALUE.
041400     PERFORM 5600-COMPUTE-VARIANCE
041500         THRU 5600-COMPUTE-VARIANCE-EXIT.
041600     MOVE WS-PRT-PO-VALUE  TO WS-VALUE-EDIT.
041700     MOVE WS-PRT-STD-VALUE TO WS-VALUE-EDIT-2.
041800     MOVE WS-PRT-VARIANCE  TO WS-VARIANCE-EDIT.
041900     MOVE WS-PRT-PCT       TO WS-PCT-EDIT.
042000
042100     MOVE SPACES TO PPV-REPORT-LINE.
042200     STRING '  VENDOR TOTAL ' WS-PREV-VENDOR-ID
042300            ' PO VALUE=' WS-VALUE-EDIT
042400            ' STD VALUE=' WS-VALUE-EDIT-2
042500            ' PPV=' WS-VARIANCE-EDIT
042600            ' PCT=' WS-PCT-EDIT
042700         DELIMITED BY SIZE
042800         INTO PPV-REPORT-LINE
042900     END-STRING.
043000     WRITE PPV-REPORT-LINE.
043100
043200     ADD WS-VEND-PO-VALUE  TO WS-GRAND-PO-VALUE.
043300     ADD WS-VEND-STD-VALUE TO WS-GRAND-STD-VALUE.
043400     MOVE ZERO TO WS-VEND-PO-VALUE.
043500     MOVE ZERO TO WS-VEND-STD-VALUE.
043600 5400-PRINT-VENDOR-TOTAL-EXIT.
043700     EXIT.
043800
043900 5500-PRINT-GRAND-TOTAL.
044000     MOVE WS-GRAND-PO-VALUE  TO WS-PRT-PO-VALUE.
044100     MOVE WS-GRAND-STD-VALUE TO WS-PRT-STD-VALUE.
044200     PERFORM 5600-COMPUTE-VARIANCE
044300         THRU 5600-COMPUTE-VARIANCE-EXIT.
044400     MOVE WS-PRT-PO-VALUE  TO WS-VALUE-EDIT.
044500     MOVE WS-PRT-STD-VALUE TO WS-VALUE-EDIT-2.
044600     MOVE WS-PRT-VARIANCE  TO WS-VARIANCE-EDIT.
044700     MOVE WS-PRT-PCT       TO WS-PCT-EDIT.
044800
044900     MOVE SPACES TO PPV-REPORT-LINE.
045000     WRITE PPV-REPORT-LINE.
045100     MOVE SPACES TO PPV-REPORT-LINE.
045200     STRING 'GRAND TOTAL      '
045300            '         PO VALUE=' WS-VALUE-EDIT
045400            ' STD VALUE=' WS-VALUE-EDIT-2
045500            ' PPV=' WS-VARIANCE-EDIT
045600            ' PCT=' WS-PCT-EDIT
045700         DELIMITED BY SIZE
045800         INTO PPV-REPORT-LINE
045900     END-STRING.
046000     WRITE PPV-REPORT-LINE.
046100
046200*    WHAT THE TOTALS LEAVE OUT, SO NOBODY READS THEM AS THE
046300*    WHOLE MONTH'S RECEIVING.
046400     MOVE WS-RECEIPTS-UNPRICED TO WS-COUNT-EDIT.
046500     MOVE SPACES TO PPV-REPORT-LINE.
046600     STRING 'RECEIPTS WITH NO AGREED PO PRICE (NOT IN TOTALS) : '
046700            WS-COUNT-EDIT
046800         DELIMITED BY SIZE
046900         INTO PPV-REPORT-LINE
047000     END-STRING.
047100     WRITE PPV-REPORT-LINE.
047200     MOVE WS-RECEIPTS-NO-STD TO WS-COUNT-EDIT.
047300     MOVE SPACES TO PPV-REPORT-LINE.
047400     STRING 'RECEIPTS WITH NO STANDARD COST (NOT IN TOTALS)   : '
047500            WS-COUNT-EDIT
047600         DELIMITED BY SIZE
047700         INTO PPV-REPORT-LINE
047800     END-STRING.
047900     WRITE PPV-REPORT-LINE.
048000 5500-PRINT-GRAND-TOTAL-EXIT.
048100     EXIT.
048200
048300 5600-COMPUTE-VARIANCE.
048400*    POSITIVE IS AN UNFAVOURABLE VARIANCE - THE VENDOR CHARGED
048500*    MORE THAN STANDARD - AS GLFEED DEBITS IT.
048600     COMPUTE WS-PRT-VARIANCE =
048700         WS-PRT-PO-VALUE - WS-PRT-STD-VALUE.
048800     IF WS-PRT-STD-VALUE > ZERO
048900         COMPUTE WS-PRT-PCT ROUNDED =
049000             (WS-PRT-VARIANCE * 100) / WS-PRT-STD-VALUE
049100             ON SIZE ERROR MOVE 9999.9 TO WS-PRT-PCT
049200         END-COMPUTE
049300     ELSE
049400         MOVE ZERO TO WS-PRT-PCT
049500     END-IF.
049600 5600-COMPUTE-VARIANCE-EXIT.
049700     EXIT.
049800
049900 9000-FINISH.
050000     CLOSE RECEIVING-REGISTER.
050100     CLOSE ITEM-MASTER.
050200     CLOSE PPV-REPORT.
050300     DISPLAY 'PPVRPT - RECEIPTS READ     : ' WS-RECEIPTS-READ.
050400     DISPLAY 'PPVRPT - RECEIPTS PRICED   : ' WS-RECEIPTS-PRICED.
050500     DISPLAY 'PPVRPT - NO AGREED PRICE   : '
050600         WS-RECEIPTS-UNPRICED.
050700     DISPLAY 'PPVRPT - NO STANDARD COST  : ' WS-RECEIPTS-NO-STD.
050800     DISPLAY 'PPVRPT - VENDORS           : ' WS-VENDORS-PRINTED.
050900     DISPLAY 'PPVRPT - RETURN CODE       : ' WS-RETURN-CODE.
051000 9000-FINISH-EXIT.
051100     EXIT.
051200
051300 9999-EXIT.
051400     STOP RUN.
