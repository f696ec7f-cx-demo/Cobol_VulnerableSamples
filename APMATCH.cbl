000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APMATCH.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  VENDOR INVOICE THREE-WAY
001000*                    MATCH - EACH INVOICE ON VENDINV (VENDOR,
001100*                    INVOICE NUMBER, PO NUMBER, ITEM, QUANTITY
001200*                    AND PRICE) IS MATCHED TO ITS POMAST ORDER
001300*                    (SEE POREC) AND TO THE RECEIPTS RCVPOST
001400*                    WROTE TO RCVREG AGAINST THAT PO.  AN
001500*                    INVOICE WITHIN TOLERANCE ON BOTH LEGS -
001600*                    INVOICED-TO-DATE NOT OVER RECEIVED, PRICE
001700*                    NOT OVER THE PO PRICE - IS APPROVED ONTO
001800*                    THE APFEED ACCOUNTS-PAYABLE INTERFACE (SEE
001900*                    APFREC) BETWEEN CTLREC HEADER AND TRAILER
002000*                    RECORDS, KEPT ON THE APHIST PAID HISTORY
002100*                    (SEE APHREC) AND ADDED TO THE PO'S
002200*                    INVOICED-TO-DATE.  A MISMATCH GOES ON THE
002300*                    APMRPT EXCEPTION REPORT NAMING THE LEG
002400*                    THAT FAILED.  AN INVOICE ALREADY PAID, FOR
002500*                    A PO NOT ON FILE OR FOR A CLOSED PO WITH
002600*                    NOTHING LEFT TO BILL IS REFUSED OUTRIGHT.
002700*                    TOLERANCES COME FROM THE APMATCH CARD ON
002800*                    PARMCARD.  THE HAND MATCH IN ACCOUNTS
002900*                    PAYABLE RETIRES.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INVOICE-FILE ASSIGN TO "VENDINV"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-INV-STATUS.
003700
003800     SELECT PO-MASTER ASSIGN TO "POMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PO-KEY
004200         FILE STATUS IS WS-POMAST-STATUS.
004300
004400     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RCV-STATUS.
004700
004800     SELECT AP-HISTORY-FILE ASSIGN TO "APHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS APH-KEY
005200         FILE STATUS IS WS-APH-STATUS.
005300
005400     SELECT AP-FEED-FILE ASSIGN TO "APFEED"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-APF-STATUS.
005700
005800     SELECT MATCH-REPORT ASSIGN TO "APMRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT EXCEPTION-FILE ASSIGN TO "APMEXC"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARM-STATUS.
006700
006800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-BUSDATE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400*    ONE INVOICE PER RECORD - A PO IS ONE OWNER'S ONE ITEM, SO
007500*    AN INVOICE AGAINST IT HAS ONE LINE.  QUANTITY AND PRICE
007600*    ARE IN THE INVOICE UNIT - BLANK OR EA FOR EACHES, OR THE
007700*    UNIT THE PO WAS PLACED IN.
007800 FD  INVOICE-FILE.
007900 01  INVOICE-RECORD.
008000     05  INV-VENDOR-ID               PIC X(08).
008100     05  INV-INVOICE-NO              PIC X(12).
008200     05  INV-INVOICE-DATE            PIC 9(08).
008300     05  INV-PO-NUMBER               PIC 9(06).
008400     05  INV-ITEM-NAME               PIC X(20).
008500     05  INV-QTY                     PIC 9(05).
008600     05  INV-UNIT-PRICE              PIC 9(05)V9(04).
008700     05  INV-UOM                     PIC X(02).
008800
008900 FD  PO-MASTER.
009000     COPY POREC.
009100
009200*    THE RECEIVING REGISTER AS RCVPOST WRITES IT - ONLY THE
009300*    QUANTITY AND THE PO NUMBER ARE USED HERE.
009400 FD  RECEIVING-REGISTER.
009500 01  RECEIVING-REGISTER-LINE.
009600     05  RLOG-DATE                   PIC X(08).
009700     05  FILLER                      PIC X(01).
009800     05  RLOG-TIME                   PIC X(08).
009900     05  FILLER                      PIC X(07).
010000     05  RLOG-OWNER                  PIC X(20).
010100     05  FILLER                      PIC X(06).
010200     05  RLOG-ITEM-NAME              PIC X(20).
010300     05  FILLER                      PIC X(05).
010400     05  RLOG-QTY                    PIC X(05).
010500     05  FILLER                      PIC X(18).
010600     05  RLOG-PO-NUMBER              PIC X(06).
010700     05  FILLER                      PIC X(08).
010800     05  RLOG-VENDOR-ID              PIC X(08).
010900     05  FILLER                      PIC X(07).
011000     05  RLOG-PO-PRICE               PIC X(09).
011100     05  FILLER                      PIC X(14).
011200
011300 FD  AP-HISTORY-FILE.
011400     COPY APHREC.
011500
011600 FD  AP-FEED-FILE.
011700     COPY APFREC.
011800     COPY CTLREC.
011900
012000 FD  MATCH-REPORT.
012100 01  MATCH-REPORT-LINE              PIC X(132).
012200
012300 FD  EXCEPTION-FILE.
012400     COPY EXCREC.
012500
012600 FD  PARM-CARD-FILE.
012700     COPY PARMREC.
012800
012900 FD  BUSDATE-FILE.
013000     COPY BUSDATE.
013100
013200 WORKING-STORAGE SECTION.
013300     COPY RETCODES.
013400
013500 01  WS-INV-STATUS                  PIC X(02) VALUE '00'.
013600     88  INV-STATUS-OK               VALUE '00'.
013700     88  INV-STATUS-EOF              VALUE '10'.
013800 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
013900     88  POMAST-STATUS-OK            VALUE '00'.
014000     88  POMAST-STATUS-EOF           VALUE '10'.
014100 01  WS-RCV-STATUS                  PIC X(02) VALUE '00'.
014200     88  RCV-STATUS-OK               VALUE '00'.
014300     88  RCV-STATUS-EOF              VALUE '10'.
014400 01  WS-APH-STATUS                  PIC X(02) VALUE '00'.
014500     88  APH-STATUS-OK               VALUE '00'.
014600 01  WS-APF-STATUS                  PIC X(02) VALUE '00'.
014700     88  APF-STATUS-OK               VALUE '00'.
014800 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
014900     88  PARM-STATUS-OK              VALUE '00'.
015000     88  PARM-STATUS-EOF             VALUE '10'.
015100 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
015200     88  WS-PARM-FOUND               VALUE 'Y'.
015300 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015400     88  BUSDATE-STATUS-OK           VALUE '00'.
015500
015600*    MATCH TOLERANCES AS PERCENTAGES WITH ONE DECIMAL - NONE
015700*    ON QUANTITY AND TWO PERCENT ON PRICE UNLESS THE CARD
015800*    SAYS OTHERWISE.
015900 01  WS-QTY-TOL-PCT                 PIC 9(02)V9(01) VALUE ZERO.
016000 01  WS-PRICE-TOL-PCT               PIC 9(02)V9(01) VALUE 2.0.
016100
016200*    EVERY PO ON FILE BY NUMBER - POMAST IS KEYED ON OWNER AND
016300*    ITEM, THE INVOICE CARRIES ONLY THE PO NUMBER.  GUARDED
016400*    LOAD, AS EVER.
016500 01  WS-PO-TABLE.
016600     05  WS-PO-ENTRY OCCURS 2000 TIMES.
016700         10  PT-PO-NUMBER           PIC 9(06).
016800         10  PT-OWNER               PIC X(20).
016900         10  PT-ITEM-NAME           PIC X(20).
017000 01  WS-PO-COUNT                    PIC 9(04) COMP VALUE ZERO.
017100 01  WS-PO-SUB                      PIC 9(04) COMP VALUE ZERO.
017200 01  WS-PO-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
017300
017400*    RECEIVED QUANTITY PER PO NUMBER OFF THE REGISTER.
017500 01  WS-RCPT-TABLE.
017600     05  WS-RCPT-ENTRY OCCURS 2000 TIMES.
017700         10  RT-PO-NUMBER           PIC 9(06).
017800         10  RT-QTY                 PIC 9(07).
017900 01  WS-RCPT-COUNT                  PIC 9(04) COMP VALUE ZERO.
018000 01  WS-RCPT-SUB                    PIC 9(04) COMP VALUE ZERO.
018100 01  WS-RCPT-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
018200 01  WS-RLOG-PO-NUM                 PIC 9(06) VALUE ZERO.
018300 01  WS-RLOG-QTY-NUM                PIC 9(05) VALUE ZERO.
018400
018500*    THE INVOICE BEING MATCHED, IN EACHES AND PRICE PER EACH.
018600 01  WS-INV-FACTOR                  PIC 9(05) VALUE 1.
018700 01  WS-INV-QTY-WORK                PIC 9(10) VALUE ZERO.
018800 01  WS-INV-EACHES                  PIC 9(05) VALUE ZERO.
018900 01  WS-INV-PRICE-EACH              PIC 9(05)V9(04) VALUE ZERO.
019000 01  WS-INV-AMOUNT                  PIC 9(09)V9(02) VALUE ZERO.
019100 01  WS-RECEIVED-QTY                PIC 9(07) VALUE ZERO.
019200 01  WS-BILLED-AFTER                PIC 9(07) VALUE ZERO.
019300 01  WS-QTY-ALLOWED                 PIC 9(07)V9(02) VALUE ZERO.
019400 01  WS-PRICE-ALLOWED               PIC 9(05)V9(06) VALUE ZERO.
019500
019600 01  WS-REFUSED-SW                  PIC X(01) VALUE 'N'.
019700     88  WS-REFUSED                  VALUE 'Y'.
019800 01  WS-QTY-LEG-SW                  PIC X(01) VALUE 'Y'.
019900     88  WS-QTY-LEG-OK               VALUE 'Y'.
020000 01  WS-PRICE-LEG-SW                PIC X(01) VALUE 'Y'.
020100     88  WS-PRICE-LEG-OK             VALUE 'Y'.
020200 01  WS-LEG-TEXT                    PIC X(08) VALUE SPACES.
020300
020400*    THE CONTROL TRAILER'S COUNT AND QUANTITY HASH.
020500 01  WS-FEED-COUNT                  PIC 9(07) VALUE ZERO.
020600 01  WS-FEED-HASH                   PIC 9(09) VALUE ZERO.
020700
020800 01  WS-INVOICES-READ               PIC 9(07) COMP VALUE ZERO.
020900 01  WS-INVOICES-APPROVED           PIC 9(07) COMP VALUE ZERO.
021000 01  WS-INVOICES-MISMATCHED         PIC 9(07) COMP VALUE ZERO.
021100 01  WS-INVOICES-REFUSED            PIC 9(07) COMP VALUE ZERO.
021200 01  WS-APPROVED-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
021300
021400 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
021500 01  WS-QTY-EDIT                    PIC Z(06)9.
021600 01  WS-PRICE-EDIT                  PIC Z(4)9.9999.
021700 01  WS-PO-PRICE-EDIT               PIC Z(4)9.9999.
021800 01  WS-AMOUNT-EDIT                 PIC Z(10)9.99.
021900 01  WS-COUNT-EDIT                  PIC Z(06)9.
022000 01  WS-TOL-EDIT                    PIC Z9.9.
022100 01  WS-TOL-EDIT-2                  PIC Z9.9.
022200
022300 01  WS-CURRENT-DATE-TIME.
022400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
022500     05  WS-TIME-HHMMSSHH           PIC 9(08).
022600     05  FILLER                     PIC X(05).
022700
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100         THRU 1000-INITIALIZE-EXIT.
023200
023300     PERFORM 2000-MATCH-NEXT-INVOICE
023400         THRU 2000-MATCH-NEXT-INVOICE-EXIT
023500         UNTIL INV-STATUS-EOF.
023600
023700     PERFORM 9000-FINISH
023800         THRU 9000-FINISH-EXIT.
023900
024000     MOVE WS-RETURN-CODE TO RETURN-CODE.
024100     GO TO 9999-EXIT.
024200
024300 1000-INITIALIZE.
024400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024500     PERFORM 1050-GET-BUSINESS-DATE
024600         THRU 1050-GET-BUSINESS-DATE-EXIT.
024700*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
024800*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
024900     OPEN OUTPUT EXCEPTION-FILE.
025000     OPEN OUTPUT MATCH-REPORT.
025100     PERFORM 1080-READ-PARM-CARD
025200         THRU 1080-READ-PARM-CARD-EXIT.
025300     MOVE WS-QTY-TOL-PCT   TO WS-TOL-EDIT.
025400     MOVE WS-PRICE-TOL-PCT TO WS-TOL-EDIT-2.
025500     MOVE SPACES TO MATCH-REPORT-LINE.
025600     STRING 'VENDOR INVOICE MATCH EXCEPTIONS ' WS-TODAY-YYYYMMDD
025700            '  (QTY TOLERANCE ' WS-TOL-EDIT
025800            '%, PRICE TOLERANCE ' WS-TOL-EDIT-2 '%)'
025900         DELIMITED BY SIZE
026000         INTO MATCH-REPORT-LINE
026100     END-STRING.
026200     WRITE MATCH-REPORT-LINE.
026300
026400*    THE AP FEED IS TONIGHT'S APPROVALS ONLY - ACCOUNTS PAYABLE
026500*    LOADS IT WHOLE, HEADER TO TRAILER.
026600     OPEN OUTPUT AP-FEED-FILE.
026700     MOVE SPACES TO CTL-RECORD.
026800     SET CTL-IS-HEADER TO TRUE.
026900     MOVE 'APFEED  ' TO CTL-FILE-ID.
027000     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
027100     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
027200     MOVE ZERO TO CTL-RECORD-COUNT.
027300     MOVE ZERO TO CTL-HASH-TOTAL.
027400     WRITE CTL-RECORD.
027500
027600     OPEN INPUT INVOICE-FILE.
027700     IF NOT INV-STATUS-OK
027800         DISPLAY 'APMATCH - UNABLE TO OPEN VENDINV, STATUS='
027900             WS-INV-STATUS
028000         SET RC-SEVERE TO TRUE
028100         SET INV-STATUS-EOF TO TRUE
028200         GO TO 1000-INITIALIZE-EXIT
028300     END-IF.
028400     OPEN I-O PO-MASTER.
028500     IF NOT POMAST-STATUS-OK
028600         DISPLAY 'APMATCH - UNABLE TO OPEN POMAST, STATUS='
028700             WS-POMAST-STATUS
028800         SET RC-SEVERE TO TRUE
028900         SET INV-STATUS-EOF TO TRUE
029000         GO TO 1000-INITIALIZE-EXIT
029100     END-IF.
029200*    THE FIRST RUN CREATES THE PAID HISTORY.
029300     OPEN I-O AP-HISTORY-FILE.
029400     IF NOT APH-STATUS-OK
029500         OPEN OUTPUT AP-HISTORY-FILE
029600         CLOSE AP-HISTORY-FILE
029700         OPEN I-O AP-HISTORY-FILE
029800     END-IF.
029900     IF NOT APH-STATUS-OK
030000         DISPLAY 'APMATCH - UNABLE TO OPEN APHIST, STATUS='
030100             WS-APH-STATUS
030200         SET RC-SEVERE TO TRUE
030300         SET INV-STATUS-EOF TO TRUE
030400         GO TO 1000-INITIALIZE-EXIT
030500     END-IF.
030600
030700     PERFORM 1100-LOAD-PO-TABLE
030800         THRU 1100-LOAD-PO-TABLE-EXIT.
030900     PERFORM 1200-LOAD-RECEIPTS
031000         THRU 1200-LOAD-RECEIPTS-EXIT.
031100 1000-INITIALIZE-EXIT.
031200     EXIT.
031300
031400 1050-GET-BUSINESS-DATE.
031500*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
031600*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
031700*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
031800*    CLOCK TIME FIELD STAYS REAL.
031900     OPEN INPUT BUSDATE-FILE.
032000     IF NOT BUSDATE-STATUS-OK
032100         GO TO 1050-GET-BUSINESS-DATE-EXIT
032200     END-IF.
032300     READ BUSDATE-FILE
032400         AT END
032500             CLOSE BUSDATE-FILE
032600             GO TO 1050-GET-BUSINESS-DATE-EXIT
032700     END-READ.
032800     CLOSE BUSDATE-FILE.
032900     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
033000             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
033100         DISPLAY 'APMATCH - RUNNING AS OF BUSINESS DATE '
033200             BUS-DATE
033300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
033400     END-IF.
033500 1050-GET-BUSINESS-DATE-EXIT.
033600     EXIT.
033700
033800 1080-READ-PARM-CARD.
033900*    CARD LAYOUT - COLS 9-11 THE QUANTITY TOLERANCE AND COLS
034000*    12-14 THE PRICE TOLERANCE, EACH A PERCENTAGE WITH ONE
034100*    IMPLIED DECIMAL ('020' IS 2.0%).  NO CARD KEEPS THE
034200*    DEFAULTS; A BAD CARD IS REJECTED AND KEEPS THEM TOO.
034300     MOVE 'N' TO WS-PARM-FOUND-SW.
034400     OPEN INPUT PARM-CARD-FILE.
034500     IF NOT PARM-STATUS-OK
034600         GO TO 1080-READ-PARM-CARD-EXIT
034700     END-IF.
034800     PERFORM 1081-SCAN-ONE-CARD
034900         THRU 1081-SCAN-ONE-CARD-EXIT
035000         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
035100     CLOSE PARM-CARD-FILE.
035200     IF NOT WS-PARM-FOUND
035300         GO TO 1080-READ-PARM-CARD-EXIT
035400     END-IF.
035500     IF PARM-OPTIONS(1:3) IS NUMERIC
035600             AND PARM-OPTIONS(4:3) IS NUMERIC
035700         MOVE PARM-OPTIONS(1:3) TO WS-QTY-TOL-PCT
035800         MOVE PARM-OPTIONS(4:3) TO WS-PRICE-TOL-PCT
035900     ELSE
036000         MOVE 'APMATCH' TO WS-EXC-KEY
036100         MOVE 'E442' TO EXC-REASON-CODE
036200         MOVE 'APMATCH CARD TOLERANCES NOT NUMERIC' TO
036300             EXC-REASON-TEXT
036400         PERFORM 2900-WRITE-EXCEPTION
036500             THRU 2900-WRITE-EXCEPTION-EXIT
036600     END-IF.
036700 1080-READ-PARM-CARD-EXIT.
036800     EXIT.
036900
037000 1081-SCAN-ONE-CARD.
037100     READ PARM-CARD-FILE
037200         AT END SET PARM-STATUS-EOF TO TRUE
037300     END-READ.
037400     IF PARM-STATUS-EOF
037500         GO TO 1081-SCAN-ONE-CARD-EXIT
037600     END-IF.
037700     IF PARM-PROGRAM-ID = 'APMATCH '
037800         SET WS-PARM-FOUND TO TRUE
037900     END-IF.
038000 1081-SCAN-ONE-CARD-EXIT.
038100     EXIT.
038200
038300 1100-LOAD-PO-TABLE.
038400     MOVE LOW-VALUES TO PO-KEY.
038500     START PO-MASTER KEY IS NOT LESS THAN PO-KEY
038600         INVALID KEY GO TO 1100-LOAD-PO-TABLE-EXIT
038700     END-START.
038800     PERFORM 1110-LOAD-ONE-PO
038900         THRU 1110-LOAD-ONE-PO-EXIT
039000         UNTIL POMAST-STATUS-EOF.
039100 1100-LOAD-PO-TABLE-EXIT.
039200     EXIT.
039300
039400 1110-LOAD-ONE-PO.
039500     READ PO-MASTER NEXT
039600         AT END SET POMAST-STATUS-EOF TO TRUE
039700     END-READ.
039800     IF NOT POMAST-STATUS-OK
039900         SET POMAST-STATUS-EOF TO TRUE
040000         GO TO 1110-LOAD-ONE-PO-EXIT
040100     END-IF.
040200     IF WS-PO-COUNT < 2000
040300         ADD 1 TO WS-PO-COUNT
040400         MOVE PO-NUMBER    TO PT-PO-NUMBER(WS-PO-COUNT)
040500         MOVE PO-OWNER     TO PT-OWNER(WS-PO-COUNT)
040600         MOVE PO-ITEM-NAME TO PT-ITEM-NAME(WS-PO-COUNT)
040700     ELSE
040800         DISPLAY 'APMATCH - PO TABLE FULL, PO SKIPPED'
040900         SET RC-WARNING TO TRUE
041000     END-IF.
041100 1110-LOAD-ONE-PO-EXIT.
041200     EXIT.
041300
041400 1200-LOAD-RECEIPTS.
041500*    NO REGISTER ON FILE MEANS THE RECEIPTS LEG RESTS ON THE
041600*    PO'S OWN RECEIVED-TO-DATE.
041700     OPEN INPUT RECEIVING-REGISTER.
041800     IF NOT RCV-STATUS-OK
041900         GO TO 1200-LOAD-RECEIPTS-EXIT
042000     END-IF.
042100     PERFORM 1210-LOAD-ONE-RECEIPT
042200         THRU 1210-LOAD-ONE-RECEIPT-EXIT
042300         UNTIL RCV-STATUS-EOF.
042400     CLOSE RECEIVING-REGISTER.
042500 1200-LOAD-RECEIPTS-EXIT.
042600     EXIT.
042700
042800 1210-LOAD-ONE-RECEIPT.
042900     READ RECEIVING-REGISTER
043000         AT END SET RCV-STATUS-EOF TO TRUE
043100     END-READ.
043200     IF RCV-STATUS-EOF
043300         GO TO 1210-LOAD-ONE-RECEIPT-EXIT
043400     END-IF.
043500*    THE HEADING LINES, AND LINES WRITTEN BEFORE THE REGISTER
043600*    CARRIED THE PO NUMBER, MATCH NOTHING.
043700     IF RLOG-QTY IS NOT NUMERIC
043800             OR RLOG-PO-NUMBER IS NOT NUMERIC
043900         GO TO 1210-LOAD-ONE-RECEIPT-EXIT
044000     END-IF.
044100     MOVE RLOG-PO-NUMBER TO WS-RLOG-PO-NUM.
044200     MOVE RLOG-QTY       TO WS-RLOG-QTY-NUM.
044300     MOVE ZERO TO WS-RCPT-FOUND-SUB.
044400     PERFORM 1220-MATCH-ONE-RCPT-ROW
044500         THRU 1220-MATCH-ONE-RCPT-ROW-EXIT
044600         VARYING WS-RCPT-SUB FROM 1 BY 1
044700         UNTIL WS-RCPT-SUB > WS-RCPT-COUNT
044800             OR WS-RCPT-FOUND-SUB > ZERO.
044900     IF WS-RCPT-FOUND-SUB > ZERO
045000         ADD WS-RLOG-QTY-NUM TO RT-QTY(WS-RCPT-FOUND-SUB)
045100         GO TO 1210-LOAD-ONE-RECEIPT-EXIT
045200     END-IF.
045300     IF WS-RCPT-COUNT < 2000
045400         ADD 1 TO WS-RCPT-COUNT
045500         MOVE WS-RLOG-PO-NUM  TO RT-PO-NUMBER(WS-RCPT-COUNT)
045600         MOVE WS-RLOG-QTY-NUM TO RT-QTY(WS-RCPT-COUNT)
045700     ELSE
045800         DISPLAY 'APMATCH - RECEIPT TABLE FULL, LINE SKIPPED'
045900         SET RC-WARNING TO TRUE
046000     END-IF.
046100 1210-LOAD-ONE-RECEIPT-EXIT.
046200     EXIT.
046300
046400 1220-MATCH-ONE-RCPT-ROW.
046500     IF RT-PO-NUMBER(WS-RCPT-SUB) = WS-RLOG-PO-NUM
046600         MOVE WS-RCPT-SUB TO WS-RCPT-FOUND-SUB
046700     END-IF.
046800 1220-MATCH-ONE-RCPT-ROW-EXIT.
046900     EXIT.
047000
047100 2000-MATCH-NEXT-INVOICE.
047200     READ INVOICE-FILE
047300         AT END SET INV-STATUS-EOF TO TRUE
047400     END-READ.
047500     IF INV-STATUS-EOF
047600         GO TO 2000-MATCH-NEXT-INVOICE-EXIT
047700     END-IF.
047800     ADD 1 TO WS-INVOICES-READ.
047900     MOVE 'N' TO WS-REFUSED-SW.
048000     MOVE 'Y' TO WS-QTY-LEG-SW.
048100     MOVE 'Y' TO WS-PRICE-LEG-SW.
048200     MOVE INV-VENDOR-ID  TO WS-EXC-KEY(1:8).
048300     MOVE INV-INVOICE-NO TO WS-EXC-KEY(9:12).
048400     MOVE ZERO TO WS-RECEIVED-QTY.
048500     MOVE ZERO TO WS-INV-EACHES.
048600     MOVE ZERO TO WS-INV-PRICE-EACH.
048700     MOVE ZERO TO PO-UNIT-PRICE.
048800     MOVE ZERO TO PO-INVOICED-QTY.
048900
049000     PERFORM 2100-CHECK-REFUSALS
049100         THRU 2100-CHECK-REFUSALS-EXIT.
049200     IF WS-REFUSED
049300         ADD 1 TO WS-INVOICES-REFUSED
049400         MOVE 'REFUSED ' TO WS-LEG-TEXT
049500         PERFORM 2800-PRINT-EXCEPTION
049600             THRU 2800-PRINT-EXCEPTION-EXIT
049700         GO TO 2000-MATCH-NEXT-INVOICE-EXIT
049800     END-IF.
049900
050000     PERFORM 2300-CHECK-QUANTITY-LEG
050100         THRU 2300-CHECK-QUANTITY-LEG-EXIT.
050200     PERFORM 2400-CHECK-PRICE-LEG
050300         THRU 2400-CHECK-PRICE-LEG-EXIT.
050400     IF WS-QTY-LEG-OK AND WS-PRICE-LEG-OK
050500         PERFORM 3000-APPROVE-INVOICE
050600             THRU 3000-APPROVE-INVOICE-EXIT
050700         GO TO 2000-MATCH-NEXT-INVOICE-EXIT
050800     END-IF.
050900
051000     ADD 1 TO WS-INVOICES-MISMATCHED.
051100     IF NOT WS-QTY-LEG-OK AND NOT WS-PRICE-LEG-OK
051200         MOVE 'BOTH    ' TO WS-LEG-TEXT
051300         MOVE 'E451' TO EXC-REASON-CODE
051400         MOVE 'INVOICED QTY AND PRICE BOTH OUT' TO
051500             EXC-REASON-TEXT
051600     ELSE
051700         IF NOT WS-QTY-LEG-OK
051800             MOVE 'QUANTITY' TO WS-LEG-TEXT
051900             MOVE 'E449' TO EXC-REASON-CODE
052000             MOVE 'INVOICED MORE THAN RECEIVED' TO
052100                 EXC-REASON-TEXT
052200         ELSE
052300             MOVE 'PRICE   ' TO WS-LEG-TEXT
052400             IF PO-UNIT-PRICE = ZERO
052500                 MOVE 'E452' TO EXC-REASON-CODE
052600                 MOVE 'PO HAS NO AGREED PRICE TO MATCH' TO
052700                     EXC-REASON-TEXT
052800             ELSE
052900                 MOVE 'E450' TO EXC-REASON-CODE
053000                 MOVE 'INVOICE PRICE OVER PO PRICE' TO
053100                     EXC-REASON-TEXT
053200             END-IF
053300         END-IF
053400     END-IF.
053500     PERFORM 2900-WRITE-EXCEPTION
053600         THRU 2900-WRITE-EXCEPTION-EXIT.
053700     PERFORM 2800-PRINT-EXCEPTION
053800         THRU 2800-PRINT-EXCEPTION-EXIT.
053900 2000-MATCH-NEXT-INVOICE-EXIT.
054000     EXIT.
054100
054200 2100-CHECK-REFUSALS.
054300*    AN INVOICE THAT CANNOT BE MATCHED AT ALL IS REFUSED - NO
054400*    LATER RECEIPT WILL EVER MAKE IT PAYABLE.
054500     IF INV-VENDOR-ID = SPACES OR INV-INVOICE-NO = SPACES
054600             OR INV-PO-NUMBER IS NOT NUMERIC
054700             OR INV-QTY IS NOT NUMERIC
054800             OR INV-UNIT-PRICE IS NOT NUMERIC
054900         MOVE 'E443' TO EXC-REASON-CODE
055000         MOVE 'INVOICE FIELDS MISSING OR NOT NUMERIC' TO
055100             EXC-REASON-TEXT
055200         GO TO 2100-REFUSE
055300     END-IF.
055400     IF INV-QTY = ZERO
055500         MOVE 'E443' TO EXC-REASON-CODE
055600         MOVE 'INVOICE FIELDS MISSING OR NOT NUMERIC' TO
055700             EXC-REASON-TEXT
055800         GO TO 2100-REFUSE
055900     END-IF.
056000
056100     MOVE INV-VENDOR-ID  TO APH-VENDOR-ID.
056200     MOVE INV-INVOICE-NO TO APH-INVOICE-NO.
056300     READ AP-HISTORY-FILE
056400         INVALID KEY CONTINUE
056500     END-READ.
056600     IF APH-STATUS-OK
056700         MOVE 'E444' TO EXC-REASON-CODE
056800         MOVE 'INVOICE ALREADY PAID' TO EXC-REASON-TEXT
056900         GO TO 2100-REFUSE
057000     END-IF.
057100
057200*    A CLOSED PO IS REPLACED ON POMAST BY THE NEXT ORDER FOR
057300*    THE SAME OWNER AND ITEM - ITS NUMBER IS THEN NOT FOUND.
057400     MOVE ZERO TO WS-PO-FOUND-SUB.
057500     PERFORM 2110-MATCH-ONE-PO
057600         THRU 2110-MATCH-ONE-PO-EXIT
057700         VARYING WS-PO-SUB FROM 1 BY 1
057800         UNTIL WS-PO-SUB > WS-PO-COUNT
057900             OR WS-PO-FOUND-SUB > ZERO.
058000     IF WS-PO-FOUND-SUB = ZERO
058100         MOVE 'E445' TO EXC-REASON-CODE
058200         MOVE 'PO NOT ON FILE OR SUPERSEDED' TO
058300             EXC-REASON-TEXT
058400         GO TO 2100-REFUSE
058500     END-IF.
058600     MOVE PT-OWNER(WS-PO-FOUND-SUB)     TO PO-OWNER.
058700     MOVE PT-ITEM-NAME(WS-PO-FOUND-SUB) TO PO-ITEM-NAME.
058800     READ PO-MASTER
058900         INVALID KEY CONTINUE
059000     END-READ.
059100     IF NOT POMAST-STATUS-OK
059200             OR PO-NUMBER NOT = INV-PO-NUMBER
059300         MOVE 'E445' TO EXC-REASON-CODE
059400         MOVE 'PO NOT ON FILE OR SUPERSEDED' TO
059500             EXC-REASON-TEXT
059600         GO TO 2100-REFUSE
059700     END-IF.
059800     IF PO-UNIT-PRICE IS NOT NUMERIC
059900         MOVE ZERO TO PO-UNIT-PRICE
060000     END-IF.
060100     IF PO-INVOICED-QTY IS NOT NUMERIC
060200         MOVE ZERO TO PO-INVOICED-QTY
060300     END-IF.
060400     IF PO-VENDOR-ID NOT = INV-VENDOR-ID
060500             OR PO-ITEM-NAME NOT = INV-ITEM-NAME
060600         MOVE 'E446' TO EXC-REASON-CODE
060700         MOVE 'VENDOR OR ITEM DOES NOT MATCH PO' TO
060800             EXC-REASON-TEXT
060900         GO TO 2100-REFUSE
061000     END-IF.
061100
061200     PERFORM 2200-CONVERT-INVOICE-UNIT
061300         THRU 2200-CONVERT-INVOICE-UNIT-EXIT.
061400     IF WS-REFUSED
061500         GO TO 2100-REFUSE
061600     END-IF.
061700
061800*    RCVREG MAY HAVE BEEN SWEPT OF AGED LINES, SO THE RECEIPTS
061900*    LEG NEVER TAKES LESS THAN THE PO'S OWN RECEIVED-TO-DATE.
062000     MOVE PO-RECEIVED-QTY TO WS-RECEIVED-QTY.
062100     MOVE ZERO TO WS-RCPT-FOUND-SUB.
062200     MOVE INV-PO-NUMBER TO WS-RLOG-PO-NUM.
062300     PERFORM 1220-MATCH-ONE-RCPT-ROW
062400         THRU 1220-MATCH-ONE-RCPT-ROW-EXIT
062500         VARYING WS-RCPT-SUB FROM 1 BY 1
062600         UNTIL WS-RCPT-SUB > WS-RCPT-COUNT
062700             OR WS-RCPT-FOUND-SUB > ZERO.
062800     IF WS-RCPT-FOUND-SUB > ZERO
062900         IF RT-QTY(WS-RCPT-FOUND-SUB) > WS-RECEIVED-QTY
063000             MOVE RT-QTY(WS-RCPT-FOUND-SUB) TO WS-RECEIVED-QTY
063100         END-IF
063200     END-IF.
063300
063400*    A CLOSED PO WILL RECEIVE NOTHING MORE - ONCE IT IS BILLED
063500*    IN FULL ANOTHER INVOICE ON IT IS REFUSED, NOT HELD.
063600     IF PO-CLOSED AND PO-INVOICED-QTY NOT < WS-RECEIVED-QTY
063700         MOVE 'E447' TO EXC-REASON-CODE
063800         MOVE 'PO CLOSED - NOTHING LEFT TO INVOICE' TO
063900             EXC-REASON-TEXT
064000         GO TO 2100-REFUSE
064100     END-IF.
064200     GO TO 2100-CHECK-REFUSALS-EXIT.
064300 2100-REFUSE.
064400     SET WS-REFUSED TO TRUE.
064500     PERFORM 2900-WRITE-EXCEPTION
064600         THRU 2900-WRITE-EXCEPTION-EXIT.
064700 2100-CHECK-REFUSALS-EXIT.
064800     EXIT.
064900
065000 2110-MATCH-ONE-PO.
065100     IF PT-PO-NUMBER(WS-PO-SUB) = INV-PO-NUMBER
065200         MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
065300     END-IF.
065400 2110-MATCH-ONE-PO-EXIT.
065500     EXIT.
065600
065700 2200-CONVERT-INVOICE-UNIT.
065800*    THE VENDOR MAY BILL IN EACHES OR IN THE UNIT THE PO WAS
065900*    PLACED IN (SEE UOMREC) - THE MATCH IS IN EACHES AND
066000*    PRICE PER EACH, AS THE PO IS.
066100     MOVE 1 TO WS-INV-FACTOR.
066200     IF INV-UOM = SPACES OR INV-UOM = 'EA'
066300         CONTINUE
066400     ELSE
066500         IF INV-UOM = PO-ORDER-UOM
066600                 AND PO-UOM-FACTOR IS NUMERIC
066700                 AND PO-UOM-FACTOR > ZERO
066800             MOVE PO-UOM-FACTOR TO WS-INV-FACTOR
066900         ELSE
067000             MOVE 'E448' TO EXC-REASON-CODE
067100             MOVE 'INVOICE UNIT NOT EA OR THE PO UNIT' TO
067200                 EXC-REASON-TEXT
067300             SET WS-REFUSED TO TRUE
067400             GO TO 2200-CONVERT-INVOICE-UNIT-EXIT
067500         END-IF
067600     END-IF.
067700     COMPUTE WS-INV-QTY-WORK = INV-QTY * WS-INV-FACTOR.
067800     IF WS-INV-QTY-WORK > 99999
067900         MOVE 'E448' TO EXC-REASON-CODE
068000         MOVE 'INVOICE IN EACHES EXCEEDS 99999' TO
068100             EXC-REASON-TEXT
068200         SET WS-REFUSED TO TRUE
068300         GO TO 2200-CONVERT-INVOICE-UNIT-EXIT
068400     END-IF.
068500     MOVE WS-INV-QTY-WORK TO WS-INV-EACHES.
068600     COMPUTE WS-INV-PRICE-EACH ROUNDED =
068700         INV-UNIT-PRICE / WS-INV-FACTOR.
068800 2200-CONVERT-INVOICE-UNIT-EXIT.
068900     EXIT.
069000
069100 2300-CHECK-QUANTITY-LEG.
069200*    EVERYTHING BILLED ON THE PO, THIS INVOICE INCLUDED, MUST
069300*    NOT EXCEED WHAT WAS RECEIVED PLUS THE TOLERANCE.
069400     COMPUTE WS-BILLED-AFTER = PO-INVOICED-QTY + WS-INV-EACHES.
069500     COMPUTE WS-QTY-ALLOWED =
069600         WS-RECEIVED-QTY
069700             + (WS-RECEIVED-QTY * WS-QTY-TOL-PCT / 100).
069800     IF WS-BILLED-AFTER > WS-QTY-ALLOWED
069900         MOVE 'N' TO WS-QTY-LEG-SW
070000     END-IF.
070100 2300-CHECK-QUANTITY-LEG-EXIT.
070200     EXIT.
070300
070400 2400-CHECK-PRICE-LEG.
070500*    ONLY A PRICE OVER THE PO FAILS - A VENDOR BILLING UNDER
070600*    THE AGREED PRICE IS PAID WHAT IT BILLED.  A PO WITH NO
070700*    AGREED PRICE GIVES NOTHING TO MATCH AGAINST.
070800     IF PO-UNIT-PRICE = ZERO
070900         MOVE 'N' TO WS-PRICE-LEG-SW
071000         GO TO 2400-CHECK-PRICE-LEG-EXIT
071100     END-IF.
071200     COMPUTE WS-PRICE-ALLOWED =
071300         PO-UNIT-PRICE
071400             + (PO-UNIT-PRICE * WS-PRICE-TOL-PCT / 100).
071500     IF WS-INV-PRICE-EACH > WS-PRICE-ALLOWED
071600         MOVE 'N' TO WS-PRICE-LEG-SW
071700     END-IF.
071800 2400-CHECK-PRICE-LEG-EXIT.
071900     EXIT.
072000
072100 2800-PRINT-EXCEPTION.
072200     MOVE WS-INV-EACHES     TO WS-QTY-EDIT.
072300     MOVE WS-INV-PRICE-EACH TO WS-PRICE-EDIT.
072400     MOVE PO-UNIT-PRICE     TO WS-PO-PRICE-EDIT.
072500     MOVE SPACES TO MATCH-REPORT-LINE.
072600     STRING 'VENDOR=' INV-VENDOR-ID
072700            ' INV=' INV-INVOICE-NO
072800            ' PO=' INV-PO-NUMBER
072900            ' LEG=' WS-LEG-TEXT
073000            ' QTY=' WS-QTY-EDIT
073100            ' RCVD=' WS-RECEIVED-QTY
073200            ' BILLED=' PO-INVOICED-QTY
073300            ' PRICE=' WS-PRICE-EDIT
073400            ' PO PRICE=' WS-PO-PRICE-EDIT
073500         DELIMITED BY SIZE
073600         INTO MATCH-REPORT-LINE
073700     END-STRING.
073800     WRITE MATCH-REPORT-LINE.
073900     MOVE SPACES TO MATCH-REPORT-LINE.
074000     STRING '       ' EXC-REASON-CODE ' ' EXC-REASON-TEXT
074100         DELIMITED BY SIZE
074200         INTO MATCH-REPORT-LINE
074300     END-STRING.
074400     WRITE MATCH-REPORT-LINE.
074500 2800-PRINT-EXCEPTION-EXIT.
074600     EXIT.
074700
074800 2900-WRITE-EXCEPTION.
074900*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
075000*    PROGRAMS (SEE EXCREC).  THE KEY IS VENDOR + INVOICE.
075100     MOVE 'APMATCH ' TO EXC-PROGRAM-ID.
075200     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
075300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
075400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
075500     MOVE SPACES TO EXC-OPERATOR-ID.
075600     WRITE EXC-RECORD.
075700     SET RC-WARNING TO TRUE.
075800 2900-WRITE-EXCEPTION-EXIT.
075900     EXIT.
076000
076100 3000-APPROVE-INVOICE.
076200*    THE VENDOR IS PAID WHAT IT BILLED, NOW IT IS WITHIN
076300*    TOLERANCE - THE PAID HISTORY GOES FIRST, SO A FAILED
076400*    WRITE THERE NEVER LEAVES AN INVOICE PAYABLE TWICE.
076500     COMPUTE WS-INV-AMOUNT ROUNDED =
076600         INV-QTY * INV-UNIT-PRICE.
076700     MOVE INV-VENDOR-ID     TO APH-VENDOR-ID.
076800     MOVE INV-INVOICE-NO    TO APH-INVOICE-NO.
076900     MOVE INV-PO-NUMBER     TO APH-PO-NUMBER.
077000     MOVE WS-INV-EACHES     TO APH-QTY.
077100     MOVE WS-INV-AMOUNT     TO APH-AMOUNT.
077200     MOVE WS-TODAY-YYYYMMDD TO APH-APPROVED-DATE.
077300     WRITE AP-HISTORY-RECORD
077400         INVALID KEY CONTINUE
077500     END-WRITE.
077600     IF NOT APH-STATUS-OK
077700         DISPLAY 'APMATCH - APHIST WRITE FAILED, STATUS='
077800             WS-APH-STATUS
077900         SET RC-ERROR TO TRUE
078000         GO TO 3000-APPROVE-INVOICE-EXIT
078100     END-IF.
078200
078300     ADD WS-INV-EACHES TO PO-INVOICED-QTY.
078400     REWRITE PO-RECORD
078500         INVALID KEY CONTINUE
078600     END-REWRITE.
078700     IF NOT POMAST-STATUS-OK
078800         DISPLAY 'APMATCH - PO REWRITE FAILED, STATUS='
078900             WS-POMAST-STATUS
079000         SET RC-ERROR TO TRUE
079100     END-IF.
079200
079300     MOVE INV-VENDOR-ID     TO APF-VENDOR-ID.
079400     MOVE INV-INVOICE-NO    TO APF-INVOICE-NO.
079500     MOVE INV-INVOICE-DATE  TO APF-INVOICE-DATE.
079600     MOVE INV-PO-NUMBER     TO APF-PO-NUMBER.
079700     MOVE PO-OWNER          TO APF-OWNER.
079800     MOVE PO-ITEM-NAME      TO APF-ITEM-NAME.
079900     MOVE WS-INV-EACHES     TO APF-QTY.
080000     MOVE WS-INV-PRICE-EACH TO APF-UNIT-PRICE.
080100     MOVE WS-INV-AMOUNT     TO APF-AMOUNT.
080200     MOVE WS-TODAY-YYYYMMDD TO APF-APPROVED-DATE.
080300     WRITE AP-FEED-RECORD.
080400     ADD 1 TO WS-FEED-COUNT.
080500     ADD WS-INV-EACHES TO WS-FEED-HASH.
080600     ADD 1 TO WS-INVOICES-APPROVED.
080700     ADD WS-INV-AMOUNT TO WS-APPROVED-AMOUNT.
080800 3000-APPROVE-INVOICE-EXIT.
080900     EXIT.
081000
081100 9000-FINISH.
081200     MOVE SPACES TO CTL-RECORD.
081300     SET CTL-IS-TRAILER TO TRUE.
081400     MOVE 'APFEED  ' TO CTL-FILE-ID.
081500     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
081600     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
081700     MOVE WS-FEED-COUNT     TO CTL-RECORD-COUNT.
081800     MOVE WS-FEED-HASH      TO CTL-HASH-TOTAL.
081900     WRITE CTL-RECORD.
082000     CLOSE AP-FEED-FILE.
082100
082200     MOVE SPACES TO MATCH-REPORT-LINE.
082300     WRITE MATCH-REPORT-LINE.
082400     MOVE WS-INVOICES-READ TO WS-COUNT-EDIT.
082500     MOVE SPACES TO MATCH-REPORT-LINE.
082600     STRING 'INVOICES READ       ' WS-COUNT-EDIT
082700         DELIMITED BY SIZE
082800         INTO MATCH-REPORT-LINE
082900     END-STRING.
083000     WRITE MATCH-REPORT-LINE.
083100     MOVE WS-INVOICES-APPROVED TO WS-COUNT-EDIT.
083200     MOVE WS-APPROVED-AMOUNT TO WS-AMOUNT-EDIT.
083300     MOVE SPACES TO MATCH-REPORT-LINE.
083400     STRING 'APPROVED TO APFEED  ' WS-COUNT-EDIT
083500            '  AMOUNT ' WS-AMOUNT-EDIT
083600         DELIMITED BY SIZE
083700         INTO MATCH-REPORT-LINE
083800     END-STRING.
083900     WRITE MATCH-REPORT-LINE.
084000     MOVE WS-INVOICES-MISMATCHED TO WS-COUNT-EDIT.
084100     MOVE SPACES TO MATCH-REPORT-LINE.
084200     STRING 'MISMATCHED          ' WS-COUNT-EDIT
084300         DELIMITED BY SIZE
084400         INTO MATCH-REPORT-LINE
084500     END-STRING.
084600     WRITE MATCH-REPORT-LINE.
084700     MOVE WS-INVOICES-REFUSED TO WS-COUNT-EDIT.
084800     MOVE SPACES TO MATCH-REPORT-LINE.
084900     STRING 'REFUSED             ' WS-COUNT-EDIT
085000         DELIMITED BY SIZE
085100         INTO MATCH-REPORT-LINE
085200     END-STRING.
085300     WRITE MATCH-REPORT-LINE.
085400
085500     CLOSE INVOICE-FILE.
085600     CLOSE PO-MASTER.
085700     CLOSE AP-HISTORY-FILE.
085800     CLOSE MATCH-REPORT.
085900     CLOSE EXCEPTION-FILE.
086000     DISPLAY 'APMATCH - INVOICES READ : ' WS-INVOICES-READ.
086100     DISPLAY 'APMATCH - APPROVED      : ' WS-INVOICES-APPROVED.
086200     DISPLAY 'APMATCH - MISMATCHED    : '
086300         WS-INVOICES-MISMATCHED.
086400     DISPLAY 'APMATCH - REFUSED       : ' WS-INVOICES-REFUSED.
086500     DISPLAY 'APMATCH - RETURN CODE   : ' WS-RETURN-CODE.
086600 9000-FINISH-EXIT.
086700     EXIT.
086800
086900 9999-EXIT.
087000     STOP RUN.
