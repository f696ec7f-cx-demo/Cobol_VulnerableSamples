002500*                    FEFO CONSUMPTION THAT TOOK IT), SO LOTMAST
002600*                    AND QTY_ON_HAND NO LONGER DRIFT APART ON
002700*                    EVERY SHORT PICK.
002800*   2026-10-15 RLW  EACH SHIPPED LINE PICKS UP ITS ORDER HEADER
002900*                    FROM ORDHDR (SEE OHDRREC) - THE MANIFEST
003000*                    RECORD NOW CARRIES THE SHIP-TO AND CARRIER,
003100*                    THE PER-OWNER MANIFEST PRINT SHOWS THEM,
003200*                    AND A NEW PACKSLIP PRINT CUTS ONE PACKING
003300*                    SLIP PER OWNER AND SHIP-TO, ADDRESSED FROM
003400*                    THE SHIPTO MASTER (SEE SHIPREC), TO GO IN
003500*                    THE CARTON AND REPLACE THE HANDWRITTEN
003600*                    LABEL.  A LINE WITH NO HEADER SHIPS ON AN
003700*                    UNADDRESSED SLIP FLAGGED FOR THE DOCK.
003800*   2026-10-15 RLW  EACH CONFIRMATION IS CHECKED AGAINST ITS
003900*                    ALLOCMST LINE (SEE ALOCREC) - A LINE
004000*                    ORDCANC HAS ALREADY CANCELLED BACK TO
004100*                    STOCK IS REFUSED SO THE STOCK IS NOT
004200*                    COUNTED OUT TWICE, AND ANY OTHER LINE IS
004300*                    MARKED PICKED, WITH THE QUANTITY
004400*                    ACTUALLY PICKED, SO IT CAN NO LONGER BE
004500*                    CANCELLED.
004600*   2026-10-15 RLW  CONFIRMATIONS ARE NOW REPORTED BY PICK WAVE
004700*                    - EACH CONFIRMED LINE IS COUNTED AGAINST
004800*                    THE ORDALLOC WAVE ON ITS ALLOCMST RECORD,
004900*                    AND THE NEW WAVERPT PRINT SHOWS EVERY WAVE
005000*                    STILL OPEN OR CONFIRMED THIS RUN WITH ITS
005100*                    LINES PICKED, OPEN AND CANCELLED, SO THE
005200*                    FLOOR LEAD SEES WHICH WAVES ARE NOT YET
005300*                    CLOSED.
005400*   2026-10-15 RLW  UNITS OF MEASURE - THE UNIT EACH LINE WAS
005500*                    ORDERED IN (SEE UOMREC), KEPT ON ALLOCMST,
005600*                    IS SHOWN BESIDE THE EACHES ON THE SHIPMANR
005700*                    MANIFEST PRINT AND THE PACKING SLIP.  THE
005800*                    MANIFEST DATASET STAYS IN EACHES.
005900*   2026-10-15 RLW  LOT TRACEABILITY - THE LOTS ALLOCATION TOOK
006000*                    FOR THE LINE (SEE ALOCREC) ARE CARRIED ONTO
006100*                    THE MANIFEST RECORD, CUT BACK TO THE
006200*                    QUANTITY PICKED.  A SHORT RETURNED TO STOCK
006300*                    GOES BACK TO THE LINE'S OWN LOTS, LATEST
006400*                    TAKEN FIRST, BEFORE ANY EARLIEST-LOT GUESS.
006500*   2026-10-15 RLW  THE PICKCNF CONFIRMATION NOW ENDS WITH THE
006600*                    PICKER'S OPERATOR ID.  IT IS CHECKED AGAINST
006700*                    OPAUTH AND EVERY CONFIRMED LINE IS APPENDED
006800*                    TO THE LABORLOG LABOR LOG (SEE LABREC) FOR
006900*                    LABRPT, A SHORT PICK FLAGGED; AN UNKNOWN
007000*                    OPERATOR STILL POSTS, FLAGGED E479.
007100*                    REJECTIONS NOW CARRY THE OPERATOR TOO.
007200*   2026-10-15 RLW  SERIAL NUMBERS - A CONFIRMATION FOR A HIGH-
007300*                    VALUE ITEM (STORAGE CLASS 'V') MUST LIST
007400*                    ONE SERIAL PER EACH PICKED, UP TO TEN, EACH
007500*                    ON THE SHELF ON SERMAST (SEE SERREC).  AS
007600*                    THE MANIFEST LINE IS WRITTEN THE SERIALS
007700*                    ARE MARKED SHIPPED ON THE ORDER TO ITS
007800*                    SHIP-TO AND LOGGED TO SERHIST (SEE
007900*                    SHSTREC).  A BAD LIST REJECTS THE LINE
008000*                    (E490, E492, E494).
008100*   2026-10-15 RLW  STOCK MOVEMENT EVENTS - EACH MANIFEST LINE
008200*                    ALSO APPENDS A 'SHIP' EVENT TO THE STKMOVE
008300*                    JOURNAL (SEE MEVTREC) FOR STKPUB TO SEND TO
008400*                    THE OWNERS WHO SUBSCRIBE.  THE ON-HAND IT
008500*                    CARRIES INCLUDES ANY SHORT-PICK VARIANCE
008600*                    PUT BACK.
008700*   2026-10-15 RLW  A CONFIRMATION FOR A LINE LOTRECAL PUT ON
008800*                    RECALL HOLD (SEE ALOCREC) IS REFUSED, E518,
008900*                    AND THE LINE LEFT OPEN FOR ORDCANC - THE
009000*                    RECALLED STOCK MUST NOT SHIP.
009100*================================================================
009200 ENVIRONMENT DIVISION.
009300 INPUT-OUTPUT SECTION.
009400 FILE-CONTROL.
009500     SELECT CONFIRM-FILE ASSIGN TO "PICKCNF"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-CONF-STATUS.
009800
009900     SELECT SORT-WORK ASSIGN TO "PKCFSWRK".
010000
010100     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-MANI-STATUS.
010400
010500     SELECT MANIFEST-PRINT ASSIGN TO "SHIPMANR"
010600         ORGANIZATION IS LINE SEQUENTIAL.
010700
010800     SELECT PACKING-SLIP ASSIGN TO "PACKSLIP"
010900         ORGANIZATION IS LINE SEQUENTIAL.
011000
011100     SELECT WAVE-REPORT ASSIGN TO "WAVERPT"
011200         ORGANIZATION IS LINE SEQUENTIAL.
011300
011400     SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS DYNAMIC
011700         RECORD KEY IS OHDR-KEY
011800         FILE STATUS IS WS-OHDR-STATUS.
011900
012000     SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS DYNAMIC
012300         RECORD KEY IS SHIP-KEY
012400         FILE STATUS IS WS-SHIP-STATUS.
012500
012600     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
012700         ORGANIZATION IS INDEXED
012800         ACCESS MODE IS DYNAMIC
012900         RECORD KEY IS ALOC-KEY
013000         FILE STATUS IS WS-ALOC-STATUS.
013100
013200     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
013300         ORGANIZATION IS INDEXED
013400         ACCESS MODE IS DYNAMIC
013500         RECORD KEY IS LOT-KEY
013600         FILE STATUS IS WS-LOT-STATUS.
013700
013800     SELECT SERIAL-MASTER ASSIGN TO "SERMAST"
013900         ORGANIZATION IS INDEXED
014000         ACCESS MODE IS DYNAMIC
014100         RECORD KEY IS SER-KEY
014200         FILE STATUS IS WS-SER-STATUS.
014300
014400     SELECT SERIAL-HISTORY ASSIGN TO "SERHIST"
014500         ORGANIZATION IS LINE SEQUENTIAL
014600         FILE STATUS IS WS-SERHIST-STATUS.
014700
014800     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
014900         ORGANIZATION IS LINE SEQUENTIAL
015000         FILE STATUS IS WS-BKO-STATUS.
015100
015200     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
015300         ORGANIZATION IS LINE SEQUENTIAL
015400         FILE STATUS IS WS-MEVT-STATUS.
015500
015600     SELECT EXCEPTION-FILE ASSIGN TO "PKCFEXC"
015700         ORGANIZATION IS LINE SEQUENTIAL.
015800
015900     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
016000         ORGANIZATION IS LINE SEQUENTIAL
016100         FILE STATUS IS WS-OPAUTH-STATUS.
016200
016300     SELECT LABOR-LOG ASSIGN TO "LABORLOG"
016400         ORGANIZATION IS LINE SEQUENTIAL
016500         FILE STATUS IS WS-LABLOG-STATUS.
016600
016700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
016800         ORGANIZATION IS LINE SEQUENTIAL
016900         FILE STATUS IS WS-BUSDATE-STATUS.
017000
017100 DATA DIVISION.
017200 FILE SECTION.
017300 FD  CONFIRM-FILE.
017400 01  CONFIRM-RECORD.
017500     05  CNF-ORDER-NO                PIC X(08).
017600     05  CNF-OWNER                   PIC X(20).
017700     05  CNF-ITEM-NAME               PIC X(20).
017800     05  CNF-QTY-ALLOCATED           PIC 9(05).
017900     05  CNF-QTY-PICKED              PIC 9(05).
018000     05  CNF-SHORT-DISP              PIC X(01).
018100         88  CNF-SHORT-TO-STOCK      VALUE 'R'.
018200         88  CNF-SHORT-TO-BACKORD    VALUE 'B'.
018300*    THE PICKER WHO CONFIRMED THE LINE (SEE OPAUTH).
018400     05  CNF-OPERATOR                PIC X(08).
018500*    ONE SERIAL PER EACH PICKED WHEN THE ITEM IS HIGH-VALUE,
018600*    BLANK OTHERWISE.
018700     05  CNF-SERIAL-LIST.
018800         10  CNF-SERIAL              PIC X(20) OCCURS 10 TIMES.
018900
019000 SD  SORT-WORK.
019100 01  SORT-SHIP-RECORD.
019200     05  SORT-OWNER                  PIC X(20).
019300     05  SORT-ORDER-NO               PIC X(08).
019400     05  SORT-ITEM-NAME              PIC X(20).
019500     05  SORT-QTY-SHIPPED            PIC 9(05).
019600     05  SORT-SHIP-TO-ID             PIC X(10).
019700     05  SORT-CARRIER                PIC X(04).
019800     05  SORT-REQ-SHIP-DATE          PIC 9(08).
019900     05  SORT-ORDER-UOM              PIC X(02).
020000     05  SORT-UOM-FACTOR             PIC 9(05).
020100
020200 FD  MANIFEST-FILE.
020300 01  MANIFEST-RECORD.
020400     05  MAN-SHIP-DATE               PIC 9(08).
020500     05  MAN-OWNER                   PIC X(20).
020600     05  MAN-ORDER-NO                PIC X(08).
020700     05  MAN-ITEM-NAME               PIC X(20).
020800     05  MAN-QTY-SHIPPED             PIC 9(05).
020900*    BLANK WHEN THE ORDER CARRIED NO HEADER.
021000     05  MAN-SHIP-TO-ID              PIC X(10).
021100     05  MAN-CARRIER                 PIC X(04).
021200*    THE LOTS THE SHIPPED QUANTITY CAME FROM.  THE FLAG IS 'Y'
021300*    WHEN THE LINE TOOK MORE LOTS THAN THE SLOTS HOLD.
021400     05  MAN-LOT-TRACE.
021500         10  MAN-LOT-USED OCCURS 5 TIMES.
021600             15  MAN-LOT-NUMBER      PIC X(10).
021700             15  MAN-LOT-QTY         PIC 9(05).
021800         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
021900
022000 FD  MANIFEST-PRINT.
022100 01  MANIFEST-PRINT-LINE            PIC X(100).
022200
022300 FD  PACKING-SLIP.
022400 01  PACKING-SLIP-LINE              PIC X(100).
022500
022600 FD  WAVE-REPORT.
022700 01  WAVE-REPORT-LINE               PIC X(100).
022800
022900 FD  ORDER-HEADER-FILE.
023000     COPY OHDRREC.
023100
023200 FD  SHIP-TO-FILE.
023300     COPY SHIPREC.
023400
023500 FD  ALLOCATION-MASTER.
023600     COPY ALOCREC.
023700
023800 FD  LOT-MASTER.
023900     COPY LOTREC.
024000
024100 FD  SERIAL-MASTER.
024200     COPY SERREC.
024300
024400 FD  SERIAL-HISTORY.
024500     COPY SHSTREC.
024600
024700 FD  BACKORDER-FILE.
024800 01  BACKORDER-RECORD.
024900     05  BKO-ORDER-NO                PIC X(08).
025000     05  BKO-OWNER                   PIC X(20).
025100     05  BKO-ITEM-NAME               PIC X(20).
025200     05  BKO-QTY-ORDERED             PIC 9(05).
025300     05  BKO-QTY-ON-HAND             PIC 9(05).
025400     05  BKO-RUN-DATE                PIC X(08).
025500
025600 FD  MOVEMENT-EVENTS.
025700     COPY MEVTREC.
025800
025900 FD  EXCEPTION-FILE.
026000     COPY EXCREC.
026100
026200 FD  OPAUTH-FILE.
026300     COPY OPAUTH.
026400
026500 FD  LABOR-LOG.
026600     COPY LABREC.
026700
026800 FD  BUSDATE-FILE.
026900     COPY BUSDATE.
027000
027100 WORKING-STORAGE SECTION.
027200     EXEC SQL INCLUDE SQLCA END-EXEC.
027300     COPY RETCODES.
027400
027500 01  WS-CONF-STATUS                 PIC X(02) VALUE '00'.
027600     88  CONF-STATUS-OK              VALUE '00'.
027700     88  CONF-STATUS-EOF             VALUE '10'.
027800 01  WS-MANI-STATUS                 PIC X(02) VALUE '00'.
027900     88  MANI-STATUS-OK              VALUE '00'.
028000 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
028100     88  LOT-STATUS-OK               VALUE '00'.
028200 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
028300     88  WS-LOTS-OPEN                VALUE 'Y'.
028400 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
028500     88  ALOC-STATUS-OK              VALUE '00'.
028600 01  WS-ALOC-OPEN-SW                PIC X(01) VALUE 'N'.
028700     88  WS-ALOC-OPEN                VALUE 'Y'.
028800 01  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
028900     88  WS-FOUND                    VALUE 'Y'.
029000 01  WS-ALOC-BROWSE-DONE-SW         PIC X(01) VALUE 'N'.
029100     88  WS-ALOC-BROWSE-DONE         VALUE 'Y'.
029200 01  WS-LOT-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
029300     88  WS-LOT-BROWSE-DONE          VALUE 'Y'.
029400*    THE RESTORE CANDIDATE - EARLIEST UNEXPIRED LOT, A
029500*    ZERO-EXPIRY (UNDATED) LOT ONLY AS THE FALLBACK.
029600 01  WS-BEST-LOT-NO                 PIC X(10) VALUE SPACES.
029700 01  WS-BEST-LOT-EXPIRY             PIC 9(08) VALUE ZERO.
029800 01  WS-BEST-FOUND-SW               PIC X(01) VALUE 'N'.
029900     88  WS-BEST-FOUND               VALUE 'Y'.
030000*    SERIAL CAPTURE FOR HIGH-VALUE ITEMS - THE CLASS COMES
030100*    OFF THE ITEMS TABLE.
030200 01  WS-SER-STATUS                  PIC X(02) VALUE '00'.
030300     88  SER-STATUS-OK               VALUE '00'.
030400 01  WS-SERS-OPEN-SW                PIC X(01) VALUE 'N'.
030500     88  WS-SERS-OPEN                VALUE 'Y'.
030600 01  WS-SERHIST-STATUS              PIC X(02) VALUE '00'.
030700     88  SERHIST-STATUS-OK           VALUE '00'.
030800 01  WS-ITEM-CLASS                  PIC X(01) VALUE SPACES.
030900     88  WS-ITEM-HIGH-VALUE          VALUE 'V'.
031000 01  WS-SERIALS-OK-SW               PIC X(01) VALUE 'Y'.
031100     88  WS-SERIALS-OK               VALUE 'Y'.
031200 01  WS-SERIAL-COUNT                PIC 9(05) COMP VALUE ZERO.
031300 01  WS-SER-SUB                     PIC 9(02) COMP VALUE ZERO.
031400 01  WS-SER-SUB2                    PIC 9(02) COMP VALUE ZERO.
031500 01  WS-SERIALS-SHIPPED             PIC 9(07) COMP VALUE ZERO.
031600 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
031700     88  BKO-STATUS-OK               VALUE '00'.
031800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
031900     88  BUSDATE-STATUS-OK           VALUE '00'.
032000 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
032100     88  MEVT-STATUS-OK              VALUE '00'.
032200 01  WS-OHDR-STATUS                 PIC X(02) VALUE '00'.
032300     88  OHDR-STATUS-OK              VALUE '00'.
032400 01  WS-OHDR-OPEN-SW                PIC X(01) VALUE 'N'.
032500     88  WS-OHDR-OPEN                VALUE 'Y'.
032600 01  WS-SHIP-STATUS                 PIC X(02) VALUE '00'.
032700     88  SHIP-STATUS-OK              VALUE '00'.
032800 01  WS-SHIP-OPEN-SW                PIC X(01) VALUE 'N'.
032900     88  WS-SHIP-OPEN                VALUE 'Y'.
033000
033100 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
033200     88  SORT-AT-EOF                 VALUE 'Y'.
033300 01  WS-FIRST-OWNER-SW              PIC X(01) VALUE 'Y'.
033400     88  WS-FIRST-OWNER              VALUE 'Y'.
033500 01  WS-PREV-OWNER                  PIC X(20) VALUE SPACES.
033600 01  WS-OWNER-LINES                 PIC 9(05) VALUE ZERO.
033700 01  WS-OWNER-QTY                   PIC 9(07) VALUE ZERO.
033800*    PACKING SLIP CONTROL BREAK - OWNER PLUS SHIP-TO.
033900 01  WS-SLIP-OPEN-SW                PIC X(01) VALUE 'N'.
034000     88  WS-SLIP-OPEN                VALUE 'Y'.
034100 01  WS-PREV-SHIP-TO-ID             PIC X(10) VALUE SPACES.
034200 01  WS-SLIP-LINES                  PIC 9(05) VALUE ZERO.
034300 01  WS-SLIP-QTY                    PIC 9(07) VALUE ZERO.
034400 01  WS-CITY-LINE                   PIC X(60) VALUE SPACES.
034500 01  WS-VARIANCE                    PIC 9(05) VALUE ZERO.
034600*    THE LINE'S LOT TRACE FROM ALLOCMST - EMPTY WHEN THE LINE
034700*    HAS NO ALLOCATION RECORD.
034800 01  WS-CNF-LOT-TRACE.
034900     05  WS-CNF-LOT-USED OCCURS 5 TIMES.
035000         10  WS-CNF-LOT-NO          PIC X(10).
035100         10  WS-CNF-LOT-QTY         PIC 9(05).
035200     05  WS-CNF-LOT-OVERFLOW-SW     PIC X(01).
035300 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
035400 01  WS-TRACE-TAKE                  PIC 9(05) VALUE ZERO.
035500 01  WS-RESTORE-LEFT                PIC 9(05) VALUE ZERO.
035600 01  WS-UNTRACED-RETURN             PIC 9(05) VALUE ZERO.
035700 01  WS-SHIP-LEFT                   PIC 9(05) VALUE ZERO.
035800*    THE UNIT THE LINE WAS ORDERED IN, FROM ALLOCMST - EA, 1
035900*    WHEN THE LINE HAS NO ALLOCATION RECORD.
036000 01  WS-CNF-ORDER-UOM               PIC X(02) VALUE 'EA'.
036100 01  WS-CNF-UOM-FACTOR              PIC 9(05) VALUE 1.
036200 01  WS-SHIP-UNITS                  PIC 9(05) VALUE ZERO.
036300 01  WS-SHIP-EACHES                 PIC 9(05) VALUE ZERO.
036400 01  WS-SHIP-UOM-TEXT               PIC X(20) VALUE SPACES.
036500
036600 01  WS-CONFS-READ                  PIC 9(07) COMP VALUE ZERO.
036700 01  WS-LINES-SHIPPED               PIC 9(07) COMP VALUE ZERO.
036800 01  WS-SHORTS-TO-STOCK             PIC 9(07) COMP VALUE ZERO.
036900 01  WS-SHORTS-TO-BACKORD           PIC 9(07) COMP VALUE ZERO.
037000 01  WS-CONFS-REJECTED              PIC 9(07) COMP VALUE ZERO.
037100 01  WS-CONFS-CANCELLED             PIC 9(07) COMP VALUE ZERO.
037200 01  WS-LINES-NO-HEADER             PIC 9(07) COMP VALUE ZERO.
037300 01  WS-SLIPS-PRINTED               PIC 9(07) COMP VALUE ZERO.
037400
037500*    THE PICK WAVES ON THE WAVE REPORT, KEPT IN WAVE DATE AND
037600*    NUMBER ORDER (SEE ALOCREC FOR WAVE 000).
037700 01  WS-WAVE-TABLE.
037800     05  WS-WAVE-ENTRY OCCURS 100 TIMES.
037900         10  WV-KEY.
038000             15  WV-WAVE-DATE       PIC 9(08).
038100             15  WV-WAVE-NO         PIC 9(03).
038200         10  WV-LINES               PIC 9(05).
038300         10  WV-PICKED              PIC 9(05).
038400         10  WV-OPEN                PIC 9(05).
038500         10  WV-CANCELLED           PIC 9(05).
038600         10  WV-CONFIRMED           PIC 9(05).
038700 01  WS-WAVE-COUNT                  PIC 9(03) COMP VALUE ZERO.
038800 01  WS-WAVE-SUB                    PIC 9(03) COMP VALUE ZERO.
038900 01  WS-WAVE-SUB2                   PIC 9(03) COMP VALUE ZERO.
039000 01  WS-WAVE-INS                    PIC 9(03) COMP VALUE ZERO.
039100 01  WS-WAVE-ADD-SW                 PIC X(01) VALUE 'N'.
039200     88  WS-WAVE-ADD                 VALUE 'Y'.
039300 01  WS-WAVE-FULL-SW                PIC X(01) VALUE 'N'.
039400     88  WS-WAVE-FULL                VALUE 'Y'.
039500 01  WS-FIND-KEY.
039600     05  WS-FIND-WAVE-DATE          PIC 9(08).
039700     05  WS-FIND-WAVE-NO            PIC 9(03).
039800 01  WS-WAVE-STATE                  PIC X(06) VALUE SPACES.
039900 01  WS-WAVES-OPEN                  PIC 9(05) VALUE ZERO.
040000 01  WS-WAVES-CLOSED                PIC 9(05) VALUE ZERO.
040100
040200*    THE OPERATOR AUTHORITY FILE (SEE OPAUTH), HELD FOR THE RUN
040300*    - THE OPERATOR ON EVERY TRANSACTION HANDLED IS CHECKED
040400*    AGAINST IT AND THE WORK IS LOGGED TO LABORLOG (SEE LABREC).
040500 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
040600     88  OPAUTH-STATUS-OK            VALUE '00'.
040700     88  OPAUTH-STATUS-EOF           VALUE '10'.
040800 01  WS-LABLOG-STATUS               PIC X(02) VALUE '00'.
040900     88  LABLOG-STATUS-OK            VALUE '00'.
041000 01  WS-OPER-TABLE.
041100     05  WS-OPER-ENTRY OCCURS 200 TIMES.
041200         10  WS-OPER-TBL-ID          PIC X(08).
041300 01  WS-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
041400 01  WS-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
041500 01  WS-OPER-FOUND-SW               PIC X(01) VALUE 'N'.
041600     88  WS-OPER-FOUND               VALUE 'Y'.
041700 01  WS-OPER-UNVERIFIED             PIC 9(07) COMP VALUE ZERO.
041800
041900 01  WS-CURRENT-DATE-TIME.
042000     05  WS-TODAY-YYYYMMDD          PIC 9(08).
042100     05  WS-TIME-HHMMSSHH           PIC 9(08).
042200     05  FILLER                     PIC X(05).
042300
042400 PROCEDURE DIVISION.
042500 0000-MAINLINE.
042600     PERFORM 1000-INITIALIZE
042700         THRU 1000-INITIALIZE-EXIT.
042800
042900     IF NOT RC-SEVERE
043000         SORT SORT-WORK
043100             ON ASCENDING KEY SORT-OWNER SORT-SHIP-TO-ID
043200                              SORT-ORDER-NO
043300             INPUT PROCEDURE IS 2000-CONFIRM-ALL
043400                 THRU 2000-CONFIRM-ALL-EXIT
043500             OUTPUT PROCEDURE IS 5000-PRINT-MANIFEST
043600                 THRU 5000-PRINT-MANIFEST-EXIT
043700     END-IF.
043800
043900     PERFORM 9000-FINISH
044000         THRU 9000-FINISH-EXIT.
044100
044200     MOVE WS-RETURN-CODE TO RETURN-CODE.
044300     GO TO 9999-EXIT.
044400
044500 1000-INITIALIZE.
044600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
044700     PERFORM 1050-GET-BUSINESS-DATE
044800         THRU 1050-GET-BUSINESS-DATE-EXIT.
044900     PERFORM 1070-LOAD-OPERATORS
045000         THRU 1070-LOAD-OPERATORS-EXIT.
045100*    THE LABOR LOG ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
045200     OPEN EXTEND LABOR-LOG.
045300     IF NOT LABLOG-STATUS-OK
045400         OPEN OUTPUT LABOR-LOG
045500     END-IF.
045600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
045700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
045800     OPEN OUTPUT EXCEPTION-FILE.
045900*    THE MOVEMENT JOURNAL IS CUMULATIVE (SEE MEVTREC).
046000     OPEN EXTEND MOVEMENT-EVENTS.
046100     IF NOT MEVT-STATUS-OK
046200         OPEN OUTPUT MOVEMENT-EVENTS
046300     END-IF.
046400*    THE MANIFEST IS A CUMULATIVE TRAIL - OWNBILL BILLS THE
046500*    WHOLE MONTH FROM IT, SO EACH RUN APPENDS, THE CYCADJLG
046600*    PATTERN.
046700     OPEN EXTEND MANIFEST-FILE.
046800     IF NOT MANI-STATUS-OK
046900         OPEN OUTPUT MANIFEST-FILE
047000     END-IF.
047100     OPEN OUTPUT MANIFEST-PRINT.
047200     OPEN OUTPUT PACKING-SLIP.
047300     OPEN OUTPUT WAVE-REPORT.
047400*    NO ORDHDR OR SHIPTO ON FILE MEANS NO ORDER IS ADDRESSED -
047500*    EVERY LINE STILL SHIPS, ON AN UNADDRESSED SLIP.
047600     OPEN INPUT ORDER-HEADER-FILE.
047700     IF OHDR-STATUS-OK
047800         SET WS-OHDR-OPEN TO TRUE
047900     END-IF.
048000     OPEN INPUT SHIP-TO-FILE.
048100     IF SHIP-STATUS-OK
048200         SET WS-SHIP-OPEN TO TRUE
048300     END-IF.
048400*    SHORTS BOUND FOR THE RELEASE RUN APPEND TO THE EXISTING
048500*    BACKORDER QUEUE.
048600*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED - SHORT
048700*    RETURNS OF UNDATED STOCK POST EXACTLY AS BEFORE.
048800*    NO ALLOCATION MASTER MEANS NOTHING HAS BEEN CANCELLED.
048900     OPEN I-O ALLOCATION-MASTER.
049000     IF ALOC-STATUS-OK
049100         SET WS-ALOC-OPEN TO TRUE
049200     END-IF.
049300     OPEN I-O LOT-MASTER.
049400     IF LOT-STATUS-OK
049500         SET WS-LOTS-OPEN TO TRUE
049600     END-IF.
049700*    NO SERIAL MASTER MEANS NO SERIAL HAS BEEN RECEIVED - A
049800*    HIGH-VALUE LINE HAS NOTHING IT CAN SHIP.
049900     OPEN I-O SERIAL-MASTER.
050000     IF SER-STATUS-OK
050100         SET WS-SERS-OPEN TO TRUE
050200     END-IF.
050300     OPEN EXTEND SERIAL-HISTORY.
050400     IF NOT SERHIST-STATUS-OK
050500         OPEN OUTPUT SERIAL-HISTORY
050600     END-IF.
050700     OPEN EXTEND BACKORDER-FILE.
050800     IF NOT BKO-STATUS-OK
050900         OPEN OUTPUT BACKORDER-FILE
051000     END-IF.
051100     OPEN INPUT CONFIRM-FILE.
051200     IF NOT CONF-STATUS-OK
051300         DISPLAY 'PICKCONF - UNABLE TO OPEN PICKCNF, STATUS='
051400             WS-CONF-STATUS
051500         SET RC-SEVERE TO TRUE
051600         SET CONF-STATUS-EOF TO TRUE
051700     END-IF.
051800 1000-INITIALIZE-EXIT.
051900     EXIT.
052000
052100 1050-GET-BUSINESS-DATE.
052200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
052300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
052400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
052500*    CLOCK TIME FIELD STAYS REAL.
052600     OPEN INPUT BUSDATE-FILE.
052700     IF NOT BUSDATE-STATUS-OK
052800         GO TO 1050-GET-BUSINESS-DATE-EXIT
052900     END-IF.
053000     READ BUSDATE-FILE
053100         AT END
053200             CLOSE BUSDATE-FILE
053300             GO TO 1050-GET-BUSINESS-DATE-EXIT
053400     END-READ.
053500     CLOSE BUSDATE-FILE.
053600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
053700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
053800         DISPLAY 'PICKCONF - RUNNING AS OF BUSINESS DATE '
053900             BUS-DATE
054000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
054100     END-IF.
054200 1050-GET-BUSINESS-DATE-EXIT.
054300     EXIT.
054400
054500 1070-LOAD-OPERATORS.
054600*    NO AUTHORITY FILE LEAVES EVERY OPERATOR UNVERIFIED - THE
054700*    WORK STILL POSTS AND IS LOGGED, FLAGGED.
054800     OPEN INPUT OPAUTH-FILE.
054900     IF NOT OPAUTH-STATUS-OK
055000         DISPLAY 'PICKCONF - UNABLE TO OPEN OPAUTH, OPERATORS '
055100             'NOT VERIFIED'
055200         GO TO 1070-LOAD-OPERATORS-EXIT
055300     END-IF.
055400     PERFORM 1071-LOAD-ONE-OPERATOR
055500         THRU 1071-LOAD-ONE-OPERATOR-EXIT
055600         UNTIL OPAUTH-STATUS-EOF.
055700     CLOSE OPAUTH-FILE.
055800 1070-LOAD-OPERATORS-EXIT.
055900     EXIT.
056000
056100 1071-LOAD-ONE-OPERATOR.
056200     READ OPAUTH-FILE
056300         AT END SET OPAUTH-STATUS-EOF TO TRUE
056400     END-READ.
056500     IF OPAUTH-STATUS-EOF
056600         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
056700     END-IF.
056800     IF WS-OPER-COUNT NOT < 200
056900         DISPLAY 'PICKCONF - OPERATOR TABLE FULL AT ' OPER-ID
057000         SET OPAUTH-STATUS-EOF TO TRUE
057100         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
057200     END-IF.
057300     ADD 1 TO WS-OPER-COUNT.
057400     MOVE OPER-ID TO WS-OPER-TBL-ID(WS-OPER-COUNT).
057500 1071-LOAD-ONE-OPERATOR-EXIT.
057600     EXIT.
057700
057800 2000-CONFIRM-ALL.
057900     PERFORM 2100-CONFIRM-NEXT-LINE
058000         THRU 2100-CONFIRM-NEXT-LINE-EXIT
058100         UNTIL CONF-STATUS-EOF.
058200     CLOSE CONFIRM-FILE.
058300 2000-CONFIRM-ALL-EXIT.
058400     EXIT.
058500
058600 2100-CONFIRM-NEXT-LINE.
058700     READ CONFIRM-FILE
058800         AT END SET CONF-STATUS-EOF TO TRUE
058900     END-READ.
059000     IF CONF-STATUS-EOF
059100         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
059200     END-IF.
059300
059400     ADD 1 TO WS-CONFS-READ.
059500
059600     IF CNF-OWNER = SPACES OR CNF-ITEM-NAME = SPACES
059700         MOVE 'E385' TO EXC-REASON-CODE
059800         MOVE 'OWNER OR ITEM MISSING ON CONFIRMATION' TO
059900             EXC-REASON-TEXT
060000         PERFORM 2900-WRITE-EXCEPTION
060100             THRU 2900-WRITE-EXCEPTION-EXIT
060200         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
060300     END-IF.
060400     IF CNF-QTY-ALLOCATED IS NOT NUMERIC
060500             OR CNF-QTY-PICKED IS NOT NUMERIC
060600         MOVE 'E386' TO EXC-REASON-CODE
060700         MOVE 'CONFIRMATION QUANTITIES NOT NUMERIC' TO
060800             EXC-REASON-TEXT
060900         PERFORM 2900-WRITE-EXCEPTION
061000             THRU 2900-WRITE-EXCEPTION-EXIT
061100         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
061200     END-IF.
061300     IF CNF-QTY-PICKED > CNF-QTY-ALLOCATED
061400         MOVE 'E387' TO EXC-REASON-CODE
061500         MOVE 'PICKED MORE THAN ALLOCATED - CHECK COUNT' TO
061600             EXC-REASON-TEXT
061700         PERFORM 2900-WRITE-EXCEPTION
061800             THRU 2900-WRITE-EXCEPTION-EXIT
061900         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
062000     END-IF.
062100     PERFORM 2150-CHECK-SERIALS
062200         THRU 2150-CHECK-SERIALS-EXIT.
062300     IF NOT WS-SERIALS-OK
062400         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
062500     END-IF.
062600
062700     PERFORM 2200-CHECK-ALLOCATION
062800         THRU 2200-CHECK-ALLOCATION-EXIT.
062900     IF WS-ALOC-OPEN AND WS-FOUND AND ALOC-CANCELLED
063000         ADD 1 TO WS-CONFS-CANCELLED
063100         MOVE 'E389' TO EXC-REASON-CODE
063200         MOVE 'LINE CANCELLED - RETURN STOCK TO SHELF' TO
063300             EXC-REASON-TEXT
063400         PERFORM 2900-WRITE-EXCEPTION
063500             THRU 2900-WRITE-EXCEPTION-EXIT
063600         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
063700     END-IF.
063800     IF WS-ALOC-OPEN AND WS-FOUND AND ALOC-RECALL-HOLD
063900         MOVE 'E518' TO EXC-REASON-CODE
064000         MOVE 'LINE ON RECALL HOLD - KEEP STOCK APART' TO
064100             EXC-REASON-TEXT
064200         PERFORM 2900-WRITE-EXCEPTION
064300             THRU 2900-WRITE-EXCEPTION-EXIT
064400         GO TO 2100-CONFIRM-NEXT-LINE-EXIT
064500     END-IF.
064600
064700     IF CNF-QTY-PICKED < CNF-QTY-ALLOCATED
064800         COMPUTE WS-VARIANCE =
064900             CNF-QTY-ALLOCATED - CNF-QTY-PICKED
065000         PERFORM 3000-POST-SHORT-VARIANCE
065100             THRU 3000-POST-SHORT-VARIANCE-EXIT
065200     END-IF.
065300
065400     IF CNF-QTY-PICKED > ZERO
065500         PERFORM 4000-WRITE-MANIFEST-LINE
065600             THRU 4000-WRITE-MANIFEST-LINE-EXIT
065700     END-IF.
065800
065900     MOVE CNF-OPERATOR   TO LAB-OPERATOR.
066000     SET LAB-PICK TO TRUE.
066100     MOVE CNF-OWNER      TO LAB-OWNER.
066200     MOVE CNF-ITEM-NAME  TO LAB-ITEM-NAME.
066300     MOVE CNF-QTY-PICKED TO LAB-UNITS.
066400     IF CNF-QTY-PICKED < CNF-QTY-ALLOCATED
066500         MOVE 'Y' TO LAB-EXCEPTION-SW
066600     ELSE
066700         MOVE 'N' TO LAB-EXCEPTION-SW
066800     END-IF.
066900     PERFORM 7000-WRITE-LABOR-LOG
067000         THRU 7000-WRITE-LABOR-LOG-EXIT.
067100 2100-CONFIRM-NEXT-LINE-EXIT.
067200     EXIT.
067300
067400 2150-CHECK-SERIALS.
067500*    ONLY A HIGH-VALUE ITEM IS SERIALIZED.  ITS CONFIRMATION
067600*    MUST NAME EXACTLY ONE SERIAL PER EACH PICKED, NO SERIAL
067700*    TWICE, AND EACH ONE ON THE SHELF - IN STOCK, HELD FOR THIS
067800*    ORDER, OR RETURNED BACK TO STOCK.  CHECKED BEFORE ANYTHING
067900*    POSTS, SO A REJECTED LINE LEAVES NO TRACE.
068000     SET WS-SERIALS-OK TO TRUE.
068100     MOVE SPACES TO WS-ITEM-CLASS.
068200     EXEC SQL
068300         SELECT storage_class
068400             INTO :WS-ITEM-CLASS
068500             FROM items
068600             WHERE owner = :CNF-OWNER
068700               AND itemname = :CNF-ITEM-NAME
068800     END-EXEC.
068900     IF SQLCODE NOT = 0
069000         MOVE SPACES TO WS-ITEM-CLASS
069100     END-IF.
069200     IF NOT WS-ITEM-HIGH-VALUE
069300         GO TO 2150-CHECK-SERIALS-EXIT
069400     END-IF.
069500
069600     MOVE ZERO TO WS-SERIAL-COUNT.
069700     PERFORM 2160-CHECK-ONE-SERIAL
069800         THRU 2160-CHECK-ONE-SERIAL-EXIT
069900         VARYING WS-SER-SUB FROM 1 BY 1
070000         UNTIL WS-SER-SUB > 10 OR NOT WS-SERIALS-OK.
070100     IF NOT WS-SERIALS-OK
070200         GO TO 2150-CHECK-SERIALS-EXIT
070300     END-IF.
070400     IF WS-SERIAL-COUNT NOT = CNF-QTY-PICKED
070500         MOVE 'N' TO WS-SERIALS-OK-SW
070600         MOVE 'E490' TO EXC-REASON-CODE
070700         MOVE 'SERIAL COUNT DOES NOT MATCH QUANTITY' TO
070800             EXC-REASON-TEXT
070900         PERFORM 2900-WRITE-EXCEPTION
071000             THRU 2900-WRITE-EXCEPTION-EXIT
071100     END-IF.
071200 2150-CHECK-SERIALS-EXIT.
071300     EXIT.
071400
071500 2160-CHECK-ONE-SERIAL.
071600     IF CNF-SERIAL(WS-SER-SUB) = SPACES
071700         GO TO 2160-CHECK-ONE-SERIAL-EXIT
071800     END-IF.
071900     ADD 1 TO WS-SERIAL-COUNT.
072000     PERFORM 2170-MATCH-LATER-SERIAL
072100         THRU 2170-MATCH-LATER-SERIAL-EXIT
072200         VARYING WS-SER-SUB2 FROM WS-SER-SUB BY 1
072300         UNTIL WS-SER-SUB2 > 10 OR NOT WS-SERIALS-OK.
072400     IF NOT WS-SERIALS-OK
072500         GO TO 2160-CHECK-ONE-SERIAL-EXIT
072600     END-IF.
072700
072800     MOVE 'N' TO WS-SERIALS-OK-SW.
072900     IF WS-SERS-OPEN
073000         MOVE CNF-OWNER     TO SER-OWNER
073100         MOVE CNF-ITEM-NAME TO SER-ITEM-NAME
073200         MOVE CNF-SERIAL(WS-SER-SUB) TO SER-SERIAL
073300         READ SERIAL-MASTER
073400             INVALID KEY CONTINUE
073500             NOT INVALID KEY
073600                 IF SER-IN-STOCK
073700                         OR (SER-ALLOCATED
073800                         AND SER-ORDER-NO = CNF-ORDER-NO)
073900                         OR (SER-RETURNED
074000                         AND SER-RETURN-DISP = 'S')
074100                     SET WS-SERIALS-OK TO TRUE
074200                 END-IF
074300         END-READ
074400     END-IF.
074500     IF NOT WS-SERIALS-OK
074600         MOVE 'E492' TO EXC-REASON-CODE
074700         MOVE SPACES TO EXC-REASON-TEXT
074800         STRING 'NOT IN STOCK ' CNF-SERIAL(WS-SER-SUB)
074900             DELIMITED BY SIZE
075000             INTO EXC-REASON-TEXT
075100         END-STRING
075200         PERFORM 2900-WRITE-EXCEPTION
075300             THRU 2900-WRITE-EXCEPTION-EXIT
075400     END-IF.
075500 2160-CHECK-ONE-SERIAL-EXIT.
075600     EXIT.
075700
075800 2170-MATCH-LATER-SERIAL.
075900     IF WS-SER-SUB2 = WS-SER-SUB
076000         GO TO 2170-MATCH-LATER-SERIAL-EXIT
076100     END-IF.
076200     IF CNF-SERIAL(WS-SER-SUB2) = CNF-SERIAL(WS-SER-SUB)
076300         MOVE 'N' TO WS-SERIALS-OK-SW
076400         MOVE 'E494' TO EXC-REASON-CODE
076500         MOVE SPACES TO EXC-REASON-TEXT
076600         STRING 'LISTED TWICE ' CNF-SERIAL(WS-SER-SUB)
076700             DELIMITED BY SIZE
076800             INTO EXC-REASON-TEXT
076900         END-STRING
077000         PERFORM 2900-WRITE-EXCEPTION
077100             THRU 2900-WRITE-EXCEPTION-EXIT
077200     END-IF.
077300 2170-MATCH-LATER-SERIAL-EXIT.
077400     EXIT.
077500
077600 2200-CHECK-ALLOCATION.
077700*    ORDCANC PUT A CANCELLED LINE'S STOCK BACK ALREADY - THE
077800*    CALLER REFUSES IT.  A LINE ON RECALL HOLD IS REFUSED TOO
077900*    AND STAYS OPEN UNTIL ORDCANC RETURNS IT TO HELD STOCK.
078000*    ANY OTHER LINE IS MARKED PICKED HERE SO IT CAN NO LONGER
078100*    BE CANCELLED.  A LINE ALLOCATED BEFORE ALLOCMST EXISTED
078200*    HAS NO RECORD AND POSTS AS IT ALWAYS DID.
078300     MOVE 'N' TO WS-FOUND-SW.
078400     MOVE 'EA' TO WS-CNF-ORDER-UOM.
078500     MOVE 1 TO WS-CNF-UOM-FACTOR.
078600     INITIALIZE WS-CNF-LOT-TRACE.
078700     IF NOT WS-ALOC-OPEN
078800         GO TO 2200-CHECK-ALLOCATION-EXIT
078900     END-IF.
079000     MOVE CNF-ORDER-NO  TO ALOC-ORDER-NO.
079100     MOVE CNF-OWNER     TO ALOC-OWNER.
079200     MOVE CNF-ITEM-NAME TO ALOC-ITEM-NAME.
079300     READ ALLOCATION-MASTER
079400         INVALID KEY GO TO 2200-CHECK-ALLOCATION-EXIT
079500     END-READ.
079600     SET WS-FOUND TO TRUE.
079700     IF ALOC-CANCELLED OR ALOC-RECALL-HOLD
079800         GO TO 2200-CHECK-ALLOCATION-EXIT
079900     END-IF.
080000     IF ALOC-ORDER-UOM NOT = SPACES
080100             AND ALOC-UOM-FACTOR IS NUMERIC
080200             AND ALOC-UOM-FACTOR > ZERO
080300         MOVE ALOC-ORDER-UOM TO WS-CNF-ORDER-UOM
080400         MOVE ALOC-UOM-FACTOR TO WS-CNF-UOM-FACTOR
080500     END-IF.
080600     MOVE ALOC-LOT-TRACE TO WS-CNF-LOT-TRACE.
080700     PERFORM 2250-COUNT-WAVE-CONFIRM
080800         THRU 2250-COUNT-WAVE-CONFIRM-EXIT.
080900     SET ALOC-PICKED TO TRUE.
081000     MOVE CNF-QTY-PICKED TO ALOC-QTY-PICKED.
081100     MOVE WS-TODAY-YYYYMMDD TO ALOC-STATUS-DATE.
081200     MOVE 'PICKCONF' TO ALOC-PROGRAM-ID.
081300     REWRITE ALLOCATION-RECORD
081400         INVALID KEY CONTINUE
081500     END-REWRITE.
081600 2200-CHECK-ALLOCATION-EXIT.
081700     EXIT.
081800
081900 2250-COUNT-WAVE-CONFIRM.
082000*    A LINE ALLOCATED BEFORE WAVES WERE PLANNED CARRIES NO
082100*    WAVE DATE AND IS NOT ON THE WAVE REPORT.
082200     IF ALOC-WAVE-DATE IS NOT NUMERIC
082300             OR ALOC-WAVE-DATE = ZERO
082400         GO TO 2250-COUNT-WAVE-CONFIRM-EXIT
082500     END-IF.
082600     MOVE ALOC-WAVE-DATE TO WS-FIND-WAVE-DATE.
082700     MOVE ALOC-WAVE-NO TO WS-FIND-WAVE-NO.
082800     SET WS-WAVE-ADD TO TRUE.
082900     PERFORM 8150-FIND-WAVE
083000         THRU 8150-FIND-WAVE-EXIT.
083100     IF WS-WAVE-SUB > ZERO
083200         ADD 1 TO WV-CONFIRMED(WS-WAVE-SUB)
083300     END-IF.
083400 2250-COUNT-WAVE-CONFIRM-EXIT.
083500     EXIT.
083600
083700 3000-POST-SHORT-VARIANCE.
083800*    THE PICKER CAME UP SHORT - ALLOCATION ALREADY TOOK THE
083900*    FULL QUANTITY OFF AVAILABLE STOCK, SO THE SHORTED PIECE
084000*    EITHER GOES BACK TO AVAILABLE OR WAITS ON THE BACKORDER
084100*    QUEUE, AS THE CONFIRMATION DIRECTS.
084200     IF CNF-SHORT-TO-BACKORD
084300         MOVE CNF-ORDER-NO  TO BKO-ORDER-NO
084400         MOVE CNF-OWNER     TO BKO-OWNER
084500         MOVE CNF-ITEM-NAME TO BKO-ITEM-NAME
084600         MOVE WS-VARIANCE   TO BKO-QTY-ORDERED
084700         MOVE ZERO          TO BKO-QTY-ON-HAND
084800         MOVE WS-TODAY-YYYYMMDD TO BKO-RUN-DATE
084900         WRITE BACKORDER-RECORD
085000         ADD 1 TO WS-SHORTS-TO-BACKORD
085100         SET RC-WARNING TO TRUE
085200         GO TO 3000-POST-SHORT-VARIANCE-EXIT
085300     END-IF.
085400
085500*    DEFAULT AND 'R' - THE QUANTITY GOES BACK TO AVAILABLE.
085600     EXEC SQL
085700         UPDATE items
085800             SET qty_on_hand = qty_on_hand + :WS-VARIANCE
085900             WHERE owner = :CNF-OWNER
086000               AND itemname = :CNF-ITEM-NAME
086100     END-EXEC.
086200     IF SQLCODE NOT = 0
086300         EXEC SQL ROLLBACK END-EXEC
086400         MOVE 'E388' TO EXC-REASON-CODE
086500         MOVE 'VARIANCE RETURN FAILED, SEE SQLCODE' TO
086600             EXC-REASON-TEXT
086700         PERFORM 2900-WRITE-EXCEPTION
086800             THRU 2900-WRITE-EXCEPTION-EXIT
086900         GO TO 3000-POST-SHORT-VARIANCE-EXIT
087000     END-IF.
087100     EXEC SQL COMMIT END-EXEC.
087200     PERFORM 3500-RESTORE-LOT-QUANTITY
087300         THRU 3500-RESTORE-LOT-QUANTITY-EXIT.
087400     ADD 1 TO WS-SHORTS-TO-STOCK.
087500     SET RC-WARNING TO TRUE.
087600 3000-POST-SHORT-VARIANCE-EXIT.
087700     EXIT.
087800
087900 3500-RESTORE-LOT-QUANTITY.
088000*    THE CONFIRMATION DOES NOT NAME THE LOT THE PICKER PUT
088100*    BACK.  THE LINE'S LOT TRACE SAYS WHICH LOTS IT TOOK, SO
088200*    THE RETURN GOES TO THOSE, THE LAST TAKEN FIRST, AND THE
088300*    TRACE IS CUT BACK TO MATCH.  WHAT THE TRACE CANNOT PLACE
088400*    - NO TRACE, OR A LOT SINCE EMPTIED OFF THE FILE - GOES
088500*    BACK TO THE EARLIEST UNEXPIRED LOT, THE CLOSEST INVERSE
088600*    OF FEFO CONSUMPTION.  AN ITEM WITH NO LOT RECORDS IS
088700*    UNDATED STOCK AND NEEDS NO LOT ENTRY.
088800     IF NOT WS-LOTS-OPEN
088900         GO TO 3500-RESTORE-LOT-QUANTITY-EXIT
089000     END-IF.
089100     MOVE WS-VARIANCE TO WS-RESTORE-LEFT.
089200     MOVE ZERO TO WS-UNTRACED-RETURN.
089300     PERFORM 3520-RETURN-TO-TRACED-LOT
089400         THRU 3520-RETURN-TO-TRACED-LOT-EXIT
089500         VARYING WS-TRACE-SUB FROM 5 BY -1
089600         UNTIL WS-TRACE-SUB < 1
089700             OR WS-RESTORE-LEFT = ZERO.
089800     ADD WS-UNTRACED-RETURN TO WS-RESTORE-LEFT.
089900     IF WS-RESTORE-LEFT = ZERO
090000         GO TO 3500-RESTORE-LOT-QUANTITY-EXIT
090100     END-IF.
090200
090300     MOVE 'N' TO WS-BEST-FOUND-SW.
090400     MOVE SPACES TO WS-BEST-LOT-NO.
090500     MOVE ZERO TO WS-BEST-LOT-EXPIRY.
090600     MOVE 'N' TO WS-LOT-BROWSE-DONE-SW.
090700     MOVE CNF-OWNER     TO LOT-OWNER.
090800     MOVE CNF-ITEM-NAME TO LOT-ITEM-NAME.
090900     MOVE LOW-VALUES    TO LOT-NUMBER.
091000     START LOT-MASTER KEY IS NOT LESS THAN LOT-KEY
091100         INVALID KEY SET WS-LOT-BROWSE-DONE TO TRUE
091200     END-START.
091300     PERFORM 3510-SCAN-ONE-LOT
091400         THRU 3510-SCAN-ONE-LOT-EXIT
091500         UNTIL WS-LOT-BROWSE-DONE.
091600     IF NOT WS-BEST-FOUND
091700         GO TO 3500-RESTORE-LOT-QUANTITY-EXIT
091800     END-IF.
091900
092000     MOVE CNF-OWNER      TO LOT-OWNER.
092100     MOVE CNF-ITEM-NAME  TO LOT-ITEM-NAME.
092200     MOVE WS-BEST-LOT-NO TO LOT-NUMBER.
092300     READ LOT-MASTER
092400         INVALID KEY GO TO 3500-RESTORE-LOT-QUANTITY-EXIT
092500     END-READ.
092600     ADD WS-RESTORE-LEFT TO LOT-QTY.
092700     REWRITE LOT-RECORD
092800         INVALID KEY CONTINUE
092900     END-REWRITE.
093000 3500-RESTORE-LOT-QUANTITY-EXIT.
093100     EXIT.
093200
093300 3510-SCAN-ONE-LOT.
093400     READ LOT-MASTER NEXT
093500         AT END SET WS-LOT-BROWSE-DONE TO TRUE
093600     END-READ.
093700     IF NOT LOT-STATUS-OK
093800             OR LOT-OWNER NOT = CNF-OWNER
093900             OR LOT-ITEM-NAME NOT = CNF-ITEM-NAME
094000         SET WS-LOT-BROWSE-DONE TO TRUE
094100         GO TO 3510-SCAN-ONE-LOT-EXIT
094200     END-IF.
094300*    EXPIRED LOTS NEVER TAKE THE RETURN - ALLOCATION NEVER
094400*    PICKED FROM THEM.  A DATED UNEXPIRED LOT BEATS AN UNDATED
094500*    ONE, EARLIEST EXPIRY FIRST.
094600     IF LOT-EXPIRY-DATE NOT = ZERO
094700             AND LOT-EXPIRY-DATE < WS-TODAY-YYYYMMDD
094800         GO TO 3510-SCAN-ONE-LOT-EXIT
094900     END-IF.
095000     IF NOT WS-BEST-FOUND
095100         SET WS-BEST-FOUND TO TRUE
095200         MOVE LOT-NUMBER TO WS-BEST-LOT-NO
095300         MOVE LOT-EXPIRY-DATE TO WS-BEST-LOT-EXPIRY
095400         GO TO 3510-SCAN-ONE-LOT-EXIT
095500     END-IF.
095600     IF LOT-EXPIRY-DATE NOT = ZERO
095700             AND (WS-BEST-LOT-EXPIRY = ZERO
095800             OR LOT-EXPIRY-DATE < WS-BEST-LOT-EXPIRY)
095900         MOVE LOT-NUMBER TO WS-BEST-LOT-NO
096000         MOVE LOT-EXPIRY-DATE TO WS-BEST-LOT-EXPIRY
096100     END-IF.
096200 3510-SCAN-ONE-LOT-EXIT.
096300     EXIT.
096400
096500 3520-RETURN-TO-TRACED-LOT.
096600     IF WS-CNF-LOT-NO(WS-TRACE-SUB) = SPACES
096700             OR WS-CNF-LOT-QTY(WS-TRACE-SUB) IS NOT NUMERIC
096800             OR WS-CNF-LOT-QTY(WS-TRACE-SUB) = ZERO
096900         GO TO 3520-RETURN-TO-TRACED-LOT-EXIT
097000     END-IF.
097100     IF WS-CNF-LOT-QTY(WS-TRACE-SUB) < WS-RESTORE-LEFT
097200         MOVE WS-CNF-LOT-QTY(WS-TRACE-SUB) TO WS-TRACE-TAKE
097300     ELSE
097400         MOVE WS-RESTORE-LEFT TO WS-TRACE-TAKE
097500     END-IF.
097600     SUBTRACT WS-TRACE-TAKE FROM WS-CNF-LOT-QTY(WS-TRACE-SUB).
097700     SUBTRACT WS-TRACE-TAKE FROM WS-RESTORE-LEFT.
097800
097900     MOVE CNF-OWNER     TO LOT-OWNER.
098000     MOVE CNF-ITEM-NAME TO LOT-ITEM-NAME.
098100     MOVE WS-CNF-LOT-NO(WS-TRACE-SUB) TO LOT-NUMBER.
098200     READ LOT-MASTER
098300         INVALID KEY
098400             ADD WS-TRACE-TAKE TO WS-UNTRACED-RETURN
098500             GO TO 3520-RETURN-TO-TRACED-LOT-EXIT
098600     END-READ.
098700     ADD WS-TRACE-TAKE TO LOT-QTY.
098800     REWRITE LOT-RECORD
098900         INVALID KEY CONTINUE
099000     END-REWRITE.
099100 3520-RETURN-TO-TRACED-LOT-EXIT.
099200     EXIT.
099300
099400 4000-WRITE-MANIFEST-LINE.
099500     PERFORM 4100-GET-ORDER-HEADER
099600         THRU 4100-GET-ORDER-HEADER-EXIT.
099700     MOVE WS-TODAY-YYYYMMDD TO MAN-SHIP-DATE.
099800     MOVE CNF-OWNER         TO MAN-OWNER.
099900     MOVE CNF-ORDER-NO      TO MAN-ORDER-NO.
100000     MOVE CNF-ITEM-NAME     TO MAN-ITEM-NAME.
100100     MOVE CNF-QTY-PICKED    TO MAN-QTY-SHIPPED.
100200     MOVE OHDR-SHIP-TO-ID   TO MAN-SHIP-TO-ID.
100300     MOVE OHDR-CARRIER      TO MAN-CARRIER.
100400*    THE TRACE SHIPS ONLY WHAT WAS PICKED - ANY SHORT NOT
100500*    ALREADY TAKEN OFF IT COMES OFF THE LAST LOTS TAKEN.
100600     MOVE CNF-QTY-PICKED TO WS-SHIP-LEFT.
100700     PERFORM 4050-TRIM-ONE-LOT
100800         THRU 4050-TRIM-ONE-LOT-EXIT
100900         VARYING WS-TRACE-SUB FROM 1 BY 1
101000         UNTIL WS-TRACE-SUB > 5.
101100     MOVE WS-CNF-LOT-TRACE  TO MAN-LOT-TRACE.
101200     WRITE MANIFEST-RECORD.
101300     ADD 1 TO WS-LINES-SHIPPED.
101400     MOVE CNF-OWNER      TO MEV-OWNER.
101500     MOVE CNF-ITEM-NAME  TO MEV-ITEM-NAME.
101600     SET MEV-SHIPMENT TO TRUE.
101700     MOVE CNF-QTY-PICKED TO MEV-QUANTITY.
101800     MOVE CNF-ORDER-NO   TO MEV-REFERENCE.
101900     PERFORM 9600-WRITE-MOVEMENT-EVENT
102000         THRU 9600-WRITE-MOVEMENT-EVENT-EXIT.
102100     IF WS-ITEM-HIGH-VALUE
102200         PERFORM 4200-SHIP-ONE-SERIAL
102300             THRU 4200-SHIP-ONE-SERIAL-EXIT
102400             VARYING WS-SER-SUB FROM 1 BY 1
102500             UNTIL WS-SER-SUB > 10
102600     END-IF.
102700
102800     MOVE CNF-OWNER      TO SORT-OWNER.
102900     MOVE CNF-ORDER-NO   TO SORT-ORDER-NO.
103000     MOVE CNF-ITEM-NAME  TO SORT-ITEM-NAME.
103100     MOVE CNF-QTY-PICKED TO SORT-QTY-SHIPPED.
103200     MOVE OHDR-SHIP-TO-ID    TO SORT-SHIP-TO-ID.
103300     MOVE OHDR-CARRIER       TO SORT-CARRIER.
103400     MOVE OHDR-REQ-SHIP-DATE TO SORT-REQ-SHIP-DATE.
103500     MOVE WS-CNF-ORDER-UOM   TO SORT-ORDER-UOM.
103600     MOVE WS-CNF-UOM-FACTOR  TO SORT-UOM-FACTOR.
103700     RELEASE SORT-SHIP-RECORD.
103800 4000-WRITE-MANIFEST-LINE-EXIT.
103900     EXIT.
104000
104100 4050-TRIM-ONE-LOT.
104200     IF WS-CNF-LOT-NO(WS-TRACE-SUB) = SPACES
104300             OR WS-CNF-LOT-QTY(WS-TRACE-SUB) IS NOT NUMERIC
104400         INITIALIZE WS-CNF-LOT-USED(WS-TRACE-SUB)
104500         GO TO 4050-TRIM-ONE-LOT-EXIT
104600     END-IF.
104700     IF WS-CNF-LOT-QTY(WS-TRACE-SUB) > WS-SHIP-LEFT
104800         MOVE WS-SHIP-LEFT TO WS-CNF-LOT-QTY(WS-TRACE-SUB)
104900     END-IF.
105000     SUBTRACT WS-CNF-LOT-QTY(WS-TRACE-SUB) FROM WS-SHIP-LEFT.
105100     IF WS-CNF-LOT-QTY(WS-TRACE-SUB) = ZERO
105200         MOVE SPACES TO WS-CNF-LOT-NO(WS-TRACE-SUB)
105300     END-IF.
105400 4050-TRIM-ONE-LOT-EXIT.
105500     EXIT.
105600
105700 4100-GET-ORDER-HEADER.
105800*    THE HEADER IS KEYED ON THE ORDER NUMBER AND OWNER THE
105900*    CONFIRMATION CARRIES.  NOT FOUND LEAVES IT BLANK.
106000     MOVE CNF-ORDER-NO TO OHDR-ORDER-NO.
106100     MOVE CNF-OWNER TO OHDR-OWNER.
106200     IF WS-OHDR-OPEN
106300         READ ORDER-HEADER-FILE
106400             INVALID KEY CONTINUE
106500         END-READ
106600     END-IF.
106700     IF NOT WS-OHDR-OPEN OR NOT OHDR-STATUS-OK
106800         MOVE SPACES TO OHDR-SHIP-TO-ID
106900         MOVE SPACES TO OHDR-CARRIER
107000         MOVE ZERO TO OHDR-REQ-SHIP-DATE
107100         ADD 1 TO WS-LINES-NO-HEADER
107200     END-IF.
107300 4100-GET-ORDER-HEADER-EXIT.
107400     EXIT.
107500
107600 4200-SHIP-ONE-SERIAL.
107700*    THE SERIAL LEAVES ON THIS ORDER TO ITS SHIP-TO - THE
107800*    ANSWER TO WHICH CUSTOMER HAS IT.
107900     IF CNF-SERIAL(WS-SER-SUB) = SPACES
108000         GO TO 4200-SHIP-ONE-SERIAL-EXIT
108100     END-IF.
108200     MOVE CNF-OWNER     TO SER-OWNER.
108300     MOVE CNF-ITEM-NAME TO SER-ITEM-NAME.
108400     MOVE CNF-SERIAL(WS-SER-SUB) TO SER-SERIAL.
108500     READ SERIAL-MASTER
108600         INVALID KEY GO TO 4200-SHIP-ONE-SERIAL-EXIT
108700     END-READ.
108800     SET SER-SHIPPED TO TRUE.
108900     MOVE SPACES TO SER-BIN.
109000     MOVE CNF-ORDER-NO      TO SER-ORDER-NO.
109100     MOVE OHDR-SHIP-TO-ID   TO SER-SHIP-TO-ID.
109200     MOVE WS-TODAY-YYYYMMDD TO SER-SHIP-DATE.
109300     MOVE WS-TODAY-YYYYMMDD TO SER-STATUS-DATE.
109400     MOVE 'PICKCONF' TO SER-PROGRAM-ID.
109500     REWRITE SERIAL-RECORD
109600         INVALID KEY GO TO 4200-SHIP-ONE-SERIAL-EXIT
109700     END-REWRITE.
109800     ADD 1 TO WS-SERIALS-SHIPPED.
109900
110000     MOVE WS-TODAY-YYYYMMDD TO SH-DATE.
110100     MOVE WS-TIME-HHMMSSHH  TO SH-TIME.
110200     MOVE SER-OWNER         TO SH-OWNER.
110300     MOVE SER-ITEM-NAME     TO SH-ITEM-NAME.
110400     MOVE SER-SERIAL        TO SH-SERIAL.
110500     SET SH-SHIPPED TO TRUE.
110600     MOVE CNF-ORDER-NO      TO SH-REFERENCE.
110700     MOVE OHDR-SHIP-TO-ID   TO SH-SHIP-TO-ID.
110800     MOVE SPACES TO SH-BIN.
110900     MOVE SPACES TO SH-DISPOSITION.
111000     MOVE 'PICKCONF' TO SH-PROGRAM-ID.
111100     MOVE CNF-OPERATOR TO SH-OPERATOR.
111200     WRITE SERIAL-HISTORY-RECORD.
111300 4200-SHIP-ONE-SERIAL-EXIT.
111400     EXIT.
111500
111600 5000-PRINT-MANIFEST.
111700     PERFORM 5100-PRINT-NEXT-SHIP
111800         THRU 5100-PRINT-NEXT-SHIP-EXIT
111900         UNTIL SORT-AT-EOF.
112000
112100     IF WS-SLIP-OPEN
112200         PERFORM 5500-CLOSE-PACKING-SLIP
112300             THRU 5500-CLOSE-PACKING-SLIP-EXIT
112400     END-IF.
112500     IF NOT WS-FIRST-OWNER
112600         PERFORM 5300-CLOSE-OWNER-MANIFEST
112700             THRU 5300-CLOSE-OWNER-MANIFEST-EXIT
112800     END-IF.
112900 5000-PRINT-MANIFEST-EXIT.
113000     EXIT.
113100
113200 5100-PRINT-NEXT-SHIP.
113300     RETURN SORT-WORK INTO SORT-SHIP-RECORD
113400         AT END SET SORT-AT-EOF TO TRUE
113500     END-RETURN.
113600     IF SORT-AT-EOF
113700         GO TO 5100-PRINT-NEXT-SHIP-EXIT
113800     END-IF.
113900
114000*    THE SLIP BREAKS INSIDE THE OWNER BREAK - CLOSE IT FIRST.
114100     IF WS-SLIP-OPEN
114200             AND (SORT-OWNER NOT = WS-PREV-OWNER
114300             OR SORT-SHIP-TO-ID NOT = WS-PREV-SHIP-TO-ID)
114400         PERFORM 5500-CLOSE-PACKING-SLIP
114500             THRU 5500-CLOSE-PACKING-SLIP-EXIT
114600     END-IF.
114700     IF WS-FIRST-OWNER
114800             OR SORT-OWNER NOT = WS-PREV-OWNER
114900         IF NOT WS-FIRST-OWNER
115000             PERFORM 5300-CLOSE-OWNER-MANIFEST
115100                 THRU 5300-CLOSE-OWNER-MANIFEST-EXIT
115200         END-IF
115300         PERFORM 5200-OPEN-OWNER-MANIFEST
115400             THRU 5200-OPEN-OWNER-MANIFEST-EXIT
115500     END-IF.
115600     MOVE 'N' TO WS-FIRST-OWNER-SW.
115700     MOVE SORT-OWNER TO WS-PREV-OWNER.
115800     IF NOT WS-SLIP-OPEN
115900         PERFORM 5400-OPEN-PACKING-SLIP
116000             THRU 5400-OPEN-PACKING-SLIP-EXIT
116100     END-IF.
116200     MOVE SORT-SHIP-TO-ID TO WS-PREV-SHIP-TO-ID.
116300     PERFORM 5150-FORMAT-ORDER-UNIT
116400         THRU 5150-FORMAT-ORDER-UNIT-EXIT.
116500
116600     MOVE SPACES TO MANIFEST-PRINT-LINE.
116700     STRING '  ORDER=' SORT-ORDER-NO
116800            ' ITEM=' SORT-ITEM-NAME
116900            ' QTY=' SORT-QTY-SHIPPED
117000            ' SHIPTO=' SORT-SHIP-TO-ID
117100            ' VIA=' SORT-CARRIER
117200            WS-SHIP-UOM-TEXT
117300         DELIMITED BY SIZE
117400         INTO MANIFEST-PRINT-LINE
117500     END-STRING.
117600     WRITE MANIFEST-PRINT-LINE.
117700     ADD 1 TO WS-OWNER-LINES.
117800     ADD SORT-QTY-SHIPPED TO WS-OWNER-QTY.
117900
118000     MOVE SPACES TO PACKING-SLIP-LINE.
118100     STRING '  ORDER ' SORT-ORDER-NO
118200            '  ITEM ' SORT-ITEM-NAME
118300            '  QTY ' SORT-QTY-SHIPPED
118400            '  VIA ' SORT-CARRIER
118500            '  REQUESTED ' SORT-REQ-SHIP-DATE
118600         DELIMITED BY SIZE
118700         INTO PACKING-SLIP-LINE
118800     END-STRING.
118900     WRITE PACKING-SLIP-LINE.
119000*    THE SLIP LINE IS FULL - THE ORDERED UNIT GOES UNDERNEATH.
119100     IF WS-SHIP-UOM-TEXT NOT = SPACES
119200         MOVE SPACES TO PACKING-SLIP-LINE
119300         STRING '          SHIPPED' WS-SHIP-UOM-TEXT
119400             DELIMITED BY SIZE
119500             INTO PACKING-SLIP-LINE
119600         END-STRING
119700         WRITE PACKING-SLIP-LINE
119800     END-IF.
119900     ADD 1 TO WS-SLIP-LINES.
120000     ADD SORT-QTY-SHIPPED TO WS-SLIP-QTY.
120100 5100-PRINT-NEXT-SHIP-EXIT.
120200     EXIT.
120300
120400 5150-FORMAT-ORDER-UNIT.
120500*    A LINE ORDERED IN CASES OR PALLETS ALSO SHOWS WHAT SHIPPED
120600*    IN THAT UNIT, WITH ANY LOOSE EACHES OF A SHORT PICK.
120700     MOVE SPACES TO WS-SHIP-UOM-TEXT.
120800     IF SORT-ORDER-UOM = 'EA' OR SORT-UOM-FACTOR NOT > 1
120900         GO TO 5150-FORMAT-ORDER-UNIT-EXIT
121000     END-IF.
121100     DIVIDE SORT-QTY-SHIPPED BY SORT-UOM-FACTOR
121200         GIVING WS-SHIP-UNITS
121300         REMAINDER WS-SHIP-EACHES.
121400     IF WS-SHIP-EACHES = ZERO
121500         STRING ' AS=' WS-SHIP-UNITS ' ' SORT-ORDER-UOM
121600             DELIMITED BY SIZE
121700             INTO WS-SHIP-UOM-TEXT
121800         END-STRING
121900     ELSE
122000         STRING ' AS=' WS-SHIP-UNITS ' ' SORT-ORDER-UOM
122100                '+' WS-SHIP-EACHES ' EA'
122200             DELIMITED BY SIZE
122300             INTO WS-SHIP-UOM-TEXT
122400         END-STRING
122500     END-IF.
122600 5150-FORMAT-ORDER-UNIT-EXIT.
122700     EXIT.
122800
122900 5200-OPEN-OWNER-MANIFEST.
123000     MOVE SPACES TO MANIFEST-PRINT-LINE.
123100     WRITE MANIFEST-PRINT-LINE.
123200     MOVE SPACES TO MANIFEST-PRINT-LINE.
123300     STRING 'SHIPPING MANIFEST ' WS-TODAY-YYYYMMDD
123400            '  OWNER ' SORT-OWNER
123500         DELIMITED BY SIZE
123600         INTO MANIFEST-PRINT-LINE
123700     END-STRING.
123800     WRITE MANIFEST-PRINT-LINE.
123900 5200-OPEN-OWNER-MANIFEST-EXIT.
124000     EXIT.
124100
124200 5300-CLOSE-OWNER-MANIFEST.
124300     MOVE SPACES TO MANIFEST-PRINT-LINE.
124400     STRING '  LINES=' WS-OWNER-LINES
124500            ' TOTAL QTY=' WS-OWNER-QTY
124600         DELIMITED BY SIZE
124700         INTO MANIFEST-PRINT-LINE
124800     END-STRING.
124900     WRITE MANIFEST-PRINT-LINE.
125000     MOVE '  DRIVER SIGNATURE: ______________________' TO
125100         MANIFEST-PRINT-LINE.
125200     WRITE MANIFEST-PRINT-LINE.
125300     MOVE ZERO TO WS-OWNER-LINES.
125400     MOVE ZERO TO WS-OWNER-QTY.
125500 5300-CLOSE-OWNER-MANIFEST-EXIT.
125600     EXIT.
125700
125800 5400-OPEN-PACKING-SLIP.
125900*    ONE SLIP PER OWNER AND SHIP-TO, ADDRESSED FROM THE SHIPTO
126000*    MASTER.  AN ORDER WITH NO HEADER, OR A SHIP-TO SINCE
126100*    DELETED, PRINTS A FLAGGED SLIP FOR THE DOCK TO ADDRESS.
126200     SET WS-SLIP-OPEN TO TRUE.
126300     ADD 1 TO WS-SLIPS-PRINTED.
126400     MOVE SPACES TO PACKING-SLIP-LINE.
126500     WRITE PACKING-SLIP-LINE.
126600     MOVE SPACES TO PACKING-SLIP-LINE.
126700     STRING 'PACKING SLIP ' WS-TODAY-YYYYMMDD
126800            '  FROM ' SORT-OWNER
126900         DELIMITED BY SIZE
127000         INTO PACKING-SLIP-LINE
127100     END-STRING.
127200     WRITE PACKING-SLIP-LINE.
127300
127400     IF SORT-SHIP-TO-ID = SPACES
127500         MOVE '  *** NO SHIP-TO ON ORDER - ADDRESS AT DOCK ***'
127600             TO PACKING-SLIP-LINE
127700         WRITE PACKING-SLIP-LINE
127800         GO TO 5400-OPEN-PACKING-SLIP-EXIT
127900     END-IF.
128000     MOVE 'N' TO WS-FOUND-SW.
128100     IF WS-SHIP-OPEN
128200         MOVE SORT-OWNER TO SHIP-OWNER
128300         MOVE SORT-SHIP-TO-ID TO SHIP-TO-ID
128400         READ SHIP-TO-FILE
128500             INVALID KEY CONTINUE
128600             NOT INVALID KEY SET WS-FOUND TO TRUE
128700         END-READ
128800     END-IF.
128900     IF NOT WS-FOUND
129000         MOVE SPACES TO PACKING-SLIP-LINE
129100         STRING '  *** SHIP-TO ' SORT-SHIP-TO-ID
129200                ' NOT ON FILE - ADDRESS AT DOCK ***'
129300             DELIMITED BY SIZE
129400             INTO PACKING-SLIP-LINE
129500         END-STRING
129600         WRITE PACKING-SLIP-LINE
129700         GO TO 5400-OPEN-PACKING-SLIP-EXIT
129800     END-IF.
129900
130000     MOVE SPACES TO PACKING-SLIP-LINE.
130100     STRING '  SHIP TO: ' SHIP-NAME
130200            '  (' SORT-SHIP-TO-ID ')'
130300         DELIMITED BY SIZE
130400         INTO PACKING-SLIP-LINE
130500     END-STRING.
130600     WRITE PACKING-SLIP-LINE.
130700     MOVE SPACES TO PACKING-SLIP-LINE.
130800     STRING '           ' SHIP-ADDR-LINE-1
130900         DELIMITED BY SIZE
131000         INTO PACKING-SLIP-LINE
131100     END-STRING.
131200     WRITE PACKING-SLIP-LINE.
131300     IF SHIP-ADDR-LINE-2 NOT = SPACES
131400         MOVE SPACES TO PACKING-SLIP-LINE
131500         STRING '           ' SHIP-ADDR-LINE-2
131600             DELIMITED BY SIZE
131700             INTO PACKING-SLIP-LINE
131800         END-STRING
131900         WRITE PACKING-SLIP-LINE
132000     END-IF.
132100     MOVE SPACES TO WS-CITY-LINE.
132200     STRING SHIP-CITY DELIMITED BY '  '
132300            ', ' DELIMITED BY SIZE
132400            SHIP-STATE DELIMITED BY SIZE
132500            '  ' DELIMITED BY SIZE
132600            SHIP-ZIP DELIMITED BY SIZE
132700         INTO WS-CITY-LINE
132800     END-STRING.
132900     MOVE SPACES TO PACKING-SLIP-LINE.
133000     STRING '           ' WS-CITY-LINE
133100         DELIMITED BY SIZE
133200         INTO PACKING-SLIP-LINE
133300     END-STRING.
133400     WRITE PACKING-SLIP-LINE.
133500 5400-OPEN-PACKING-SLIP-EXIT.
133600     EXIT.
133700
133800 5500-CLOSE-PACKING-SLIP.
133900     MOVE SPACES TO PACKING-SLIP-LINE.
134000     STRING '  LINES=' WS-SLIP-LINES
134100            ' TOTAL PIECES=' WS-SLIP-QTY
134200         DELIMITED BY SIZE
134300         INTO PACKING-SLIP-LINE
134400     END-STRING.
134500     WRITE PACKING-SLIP-LINE.
134600     MOVE '  RECEIVED BY: ______________________  DATE: ________'
134700         TO PACKING-SLIP-LINE.
134800     WRITE PACKING-SLIP-LINE.
134900     MOVE 'N' TO WS-SLIP-OPEN-SW.
135000     MOVE ZERO TO WS-SLIP-LINES.
135100     MOVE ZERO TO WS-SLIP-QTY.
135200 5500-CLOSE-PACKING-SLIP-EXIT.
135300     EXIT.
135400
135500 2900-WRITE-EXCEPTION.
135600*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
135700*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
135800     ADD 1 TO WS-CONFS-REJECTED.
135900     MOVE 'PICKCONF' TO EXC-PROGRAM-ID.
136000     MOVE CNF-ITEM-NAME TO EXC-KEY-VALUE.
136100     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
136200     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
136300     MOVE CNF-OPERATOR TO EXC-OPERATOR-ID.
136400     WRITE EXC-RECORD.
136500     SET RC-WARNING TO TRUE.
136600 2900-WRITE-EXCEPTION-EXIT.
136700     EXIT.
136800
136900 8000-PRINT-WAVE-REPORT.
137000*    TWO PASSES OF ALLOCMST - THE FIRST ADDS EVERY WAVE WITH A
137100*    LINE STILL OPEN TO THE WAVES CONFIRMED THIS RUN, THE
137200*    SECOND TALLIES EVERY LINE OF THOSE WAVES, SO A WAVE'S
137300*    COUNTS DO NOT DEPEND ON WHERE ITS LINES FALL IN KEY
137400*    ORDER.
137500     MOVE SPACES TO WAVE-REPORT-LINE.
137600     STRING 'PICK WAVE STATUS ' WS-TODAY-YYYYMMDD
137700         DELIMITED BY SIZE
137800         INTO WAVE-REPORT-LINE
137900     END-STRING.
138000     WRITE WAVE-REPORT-LINE.
138100     IF NOT WS-ALOC-OPEN
138200         MOVE 'NO ALLOCMST ON FILE - NO WAVES TO REPORT' TO
138300             WAVE-REPORT-LINE
138400         WRITE WAVE-REPORT-LINE
138500         GO TO 8000-PRINT-WAVE-REPORT-EXIT
138600     END-IF.
138700     PERFORM 8050-START-ALOC-BROWSE
138800         THRU 8050-START-ALOC-BROWSE-EXIT.
138900     PERFORM 8100-ADD-OPEN-WAVE
139000         THRU 8100-ADD-OPEN-WAVE-EXIT
139100         UNTIL WS-ALOC-BROWSE-DONE.
139200     PERFORM 8050-START-ALOC-BROWSE
139300         THRU 8050-START-ALOC-BROWSE-EXIT.
139400     PERFORM 8200-TALLY-ONE-LINE
139500         THRU 8200-TALLY-ONE-LINE-EXIT
139600         UNTIL WS-ALOC-BROWSE-DONE.
139700
139800     MOVE 'WAVE DT  WAVE LINES  PICKD   OPEN  CANCL  CONFM STATUS'
139900         TO WAVE-REPORT-LINE.
140000     WRITE WAVE-REPORT-LINE.
140100     PERFORM 8300-PRINT-ONE-WAVE
140200         THRU 8300-PRINT-ONE-WAVE-EXIT
140300         VARYING WS-WAVE-SUB FROM 1 BY 1
140400         UNTIL WS-WAVE-SUB > WS-WAVE-COUNT.
140500     MOVE SPACES TO WAVE-REPORT-LINE.
140600     STRING 'WAVES OPEN ' WS-WAVES-OPEN
140700            '  WAVES CLOSED ' WS-WAVES-CLOSED
140800            '  (WAVE 000 IS THE BACKORDER RELEASE LIST)'
140900         DELIMITED BY SIZE
141000         INTO WAVE-REPORT-LINE
141100     END-STRING.
141200     WRITE WAVE-REPORT-LINE.
141300 8000-PRINT-WAVE-REPORT-EXIT.
141400     EXIT.
141500
141600 8050-START-ALOC-BROWSE.
141700     MOVE 'N' TO WS-ALOC-BROWSE-DONE-SW.
141800     MOVE LOW-VALUES TO ALOC-KEY.
141900     START ALLOCATION-MASTER KEY IS NOT LESS THAN ALOC-KEY
142000         INVALID KEY SET WS-ALOC-BROWSE-DONE TO TRUE
142100     END-START.
142200 8050-START-ALOC-BROWSE-EXIT.
142300     EXIT.
142400
142500 8100-ADD-OPEN-WAVE.
142600     READ ALLOCATION-MASTER NEXT
142700         AT END SET WS-ALOC-BROWSE-DONE TO TRUE
142800     END-READ.
142900     IF WS-ALOC-BROWSE-DONE OR NOT ALOC-STATUS-OK
143000         SET WS-ALOC-BROWSE-DONE TO TRUE
143100         GO TO 8100-ADD-OPEN-WAVE-EXIT
143200     END-IF.
143300     IF NOT ALOC-OPEN
143400             OR ALOC-WAVE-DATE IS NOT NUMERIC
143500             OR ALOC-WAVE-DATE = ZERO
143600         GO TO 8100-ADD-OPEN-WAVE-EXIT
143700     END-IF.
143800     MOVE ALOC-WAVE-DATE TO WS-FIND-WAVE-DATE.
143900     MOVE ALOC-WAVE-NO TO WS-FIND-WAVE-NO.
144000     SET WS-WAVE-ADD TO TRUE.
144100     PERFORM 8150-FIND-WAVE
144200         THRU 8150-FIND-WAVE-EXIT.
144300 8100-ADD-OPEN-WAVE-EXIT.
144400     EXIT.
144500
144600 8150-FIND-WAVE.
144700*    LEAVES WS-WAVE-SUB ON THE WAVE'S ENTRY, OR ZERO.  WITH THE
144800*    ADD SWITCH ON, A NEW WAVE IS INSERTED IN KEY ORDER.
144900     MOVE ZERO TO WS-WAVE-SUB.
145000     PERFORM 8160-COMPARE-ONE-WAVE
145100         THRU 8160-COMPARE-ONE-WAVE-EXIT
145200         VARYING WS-WAVE-SUB2 FROM 1 BY 1
145300         UNTIL WS-WAVE-SUB2 > WS-WAVE-COUNT
145400             OR WS-WAVE-SUB > ZERO.
145500     IF WS-WAVE-SUB > ZERO OR NOT WS-WAVE-ADD
145600         MOVE 'N' TO WS-WAVE-ADD-SW
145700         GO TO 8150-FIND-WAVE-EXIT
145800     END-IF.
145900     MOVE 'N' TO WS-WAVE-ADD-SW.
146000     IF WS-WAVE-COUNT NOT < 100
146100         IF NOT WS-WAVE-FULL
146200             DISPLAY 'PICKCONF - WAVE TABLE FULL, REPORT '
146300                 'INCOMPLETE'
146400             SET WS-WAVE-FULL TO TRUE
146500             SET RC-WARNING TO TRUE
146600         END-IF
146700         GO TO 8150-FIND-WAVE-EXIT
146800     END-IF.
146900     COMPUTE WS-WAVE-INS = WS-WAVE-COUNT + 1.
147000     PERFORM 8170-FIND-INSERT-POINT
147100         THRU 8170-FIND-INSERT-POINT-EXIT
147200         VARYING WS-WAVE-SUB2 FROM 1 BY 1
147300         UNTIL WS-WAVE-SUB2 > WS-WAVE-COUNT
147400             OR WS-WAVE-INS NOT > WS-WAVE-COUNT.
147500     PERFORM 8180-SHIFT-ONE-WAVE
147600         THRU 8180-SHIFT-ONE-WAVE-EXIT
147700         VARYING WS-WAVE-SUB2 FROM WS-WAVE-COUNT BY -1
147800         UNTIL WS-WAVE-SUB2 < WS-WAVE-INS.
147900     ADD 1 TO WS-WAVE-COUNT.
148000     MOVE WS-WAVE-INS TO WS-WAVE-SUB.
148100     MOVE WS-FIND-KEY TO WV-KEY(WS-WAVE-SUB).
148200     MOVE ZERO TO WV-LINES(WS-WAVE-SUB).
148300     MOVE ZERO TO WV-PICKED(WS-WAVE-SUB).
148400     MOVE ZERO TO WV-OPEN(WS-WAVE-SUB).
148500     MOVE ZERO TO WV-CANCELLED(WS-WAVE-SUB).
148600     MOVE ZERO TO WV-CONFIRMED(WS-WAVE-SUB).
148700 8150-FIND-WAVE-EXIT.
148800     EXIT.
148900
149000 8160-COMPARE-ONE-WAVE.
149100     IF WV-KEY(WS-WAVE-SUB2) = WS-FIND-KEY
149200         MOVE WS-WAVE-SUB2 TO WS-WAVE-SUB
149300     END-IF.
149400 8160-COMPARE-ONE-WAVE-EXIT.
149500     EXIT.
149600
149700 8170-FIND-INSERT-POINT.
149800     IF WV-KEY(WS-WAVE-SUB2) > WS-FIND-KEY
149900         MOVE WS-WAVE-SUB2 TO WS-WAVE-INS
150000     END-IF.
150100 8170-FIND-INSERT-POINT-EXIT.
150200     EXIT.
150300
150400 8180-SHIFT-ONE-WAVE.
150500     MOVE WS-WAVE-ENTRY(WS-WAVE-SUB2)
150600         TO WS-WAVE-ENTRY(WS-WAVE-SUB2 + 1).
150700 8180-SHIFT-ONE-WAVE-EXIT.
150800     EXIT.
150900
151000 8200-TALLY-ONE-LINE.
151100     READ ALLOCATION-MASTER NEXT
151200         AT END SET WS-ALOC-BROWSE-DONE TO TRUE
151300     END-READ.
151400     IF WS-ALOC-BROWSE-DONE OR NOT ALOC-STATUS-OK
151500         SET WS-ALOC-BROWSE-DONE TO TRUE
151600         GO TO 8200-TALLY-ONE-LINE-EXIT
151700     END-IF.
151800     IF ALOC-WAVE-DATE IS NOT NUMERIC
151900             OR ALOC-WAVE-DATE = ZERO
152000         GO TO 8200-TALLY-ONE-LINE-EXIT
152100     END-IF.
152200     MOVE ALOC-WAVE-DATE TO WS-FIND-WAVE-DATE.
152300     MOVE ALOC-WAVE-NO TO WS-FIND-WAVE-NO.
152400     MOVE 'N' TO WS-WAVE-ADD-SW.
152500     PERFORM 8150-FIND-WAVE
152600         THRU 8150-FIND-WAVE-EXIT.
152700     IF WS-WAVE-SUB = ZERO
152800         GO TO 8200-TALLY-ONE-LINE-EXIT
152900     END-IF.
153000     ADD 1 TO WV-LINES(WS-WAVE-SUB).
153100     IF ALOC-OPEN
153200         ADD 1 TO WV-OPEN(WS-WAVE-SUB)
153300     END-IF.
153400     IF ALOC-PICKED
153500         ADD 1 TO WV-PICKED(WS-WAVE-SUB)
153600     END-IF.
153700     IF ALOC-CANCELLED
153800         ADD 1 TO WV-CANCELLED(WS-WAVE-SUB)
153900     END-IF.
154000 8200-TALLY-ONE-LINE-EXIT.
154100     EXIT.
154200
154300 8300-PRINT-ONE-WAVE.
154400*    A WAVE IS CLOSED ONCE NONE OF ITS LINES IS STILL OPEN.
154500     IF WV-OPEN(WS-WAVE-SUB) > ZERO
154600         MOVE 'OPEN' TO WS-WAVE-STATE
154700         ADD 1 TO WS-WAVES-OPEN
154800     ELSE
154900         MOVE 'CLOSED' TO WS-WAVE-STATE
155000         ADD 1 TO WS-WAVES-CLOSED
155100     END-IF.
155200     MOVE SPACES TO WAVE-REPORT-LINE.
155300     STRING WV-WAVE-DATE(WS-WAVE-SUB)
155400            '  ' WV-WAVE-NO(WS-WAVE-SUB)
155500            ' ' WV-LINES(WS-WAVE-SUB)
155600            '  ' WV-PICKED(WS-WAVE-SUB)
155700            '  ' WV-OPEN(WS-WAVE-SUB)
155800            '  ' WV-CANCELLED(WS-WAVE-SUB)
155900            '  ' WV-CONFIRMED(WS-WAVE-SUB)
156000            ' ' WS-WAVE-STATE
156100         DELIMITED BY SIZE
156200         INTO WAVE-REPORT-LINE
156300     END-STRING.
156400     WRITE WAVE-REPORT-LINE.
156500 8300-PRINT-ONE-WAVE-EXIT.
156600     EXIT.
156700
156800 7000-WRITE-LABOR-LOG.
156900*    THE CALLER SETS THE OPERATOR, ACTIVITY, OWNER, ITEM, UNITS
157000*    AND EXCEPTION SWITCH.  AN OPERATOR NOT ON OPAUTH DOES NOT
157100*    STOP THE POSTING - THE WORK HAS BEEN DONE - BUT THE LINE
157200*    IS LOGGED UNVERIFIED AND FLAGGED FOR THE SHIFT LEAD.
157300     MOVE WS-TODAY-YYYYMMDD TO LAB-DATE.
157400     MOVE WS-TIME-HHMMSSHH  TO LAB-TIME.
157500     MOVE 'N' TO WS-OPER-FOUND-SW.
157600     IF LAB-OPERATOR NOT = SPACES
157700         PERFORM 7010-MATCH-ONE-OPERATOR
157800             THRU 7010-MATCH-ONE-OPERATOR-EXIT
157900             VARYING WS-OPER-SUB FROM 1 BY 1
158000             UNTIL WS-OPER-SUB > WS-OPER-COUNT
158100                 OR WS-OPER-FOUND
158200     END-IF.
158300     IF WS-OPER-FOUND
158400         MOVE 'Y' TO LAB-OPER-VALID-SW
158500     ELSE
158600         MOVE 'N' TO LAB-OPER-VALID-SW
158700         ADD 1 TO WS-OPER-UNVERIFIED
158800         MOVE 'PICKCONF' TO EXC-PROGRAM-ID
158900         MOVE LAB-ITEM-NAME TO EXC-KEY-VALUE
159000         MOVE 'E479' TO EXC-REASON-CODE
159100         MOVE 'OPERATOR NOT ON OPAUTH - WORK POSTED' TO
159200             EXC-REASON-TEXT
159300         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
159400         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
159500         MOVE LAB-OPERATOR TO EXC-OPERATOR-ID
159600         WRITE EXC-RECORD
159700         SET RC-WARNING TO TRUE
159800     END-IF.
159900     WRITE LABOR-LOG-RECORD.
160000 7000-WRITE-LABOR-LOG-EXIT.
160100     EXIT.
160200
160300 7010-MATCH-ONE-OPERATOR.
160400     IF WS-OPER-TBL-ID(WS-OPER-SUB) = LAB-OPERATOR
160500         SET WS-OPER-FOUND TO TRUE
160600     END-IF.
160700 7010-MATCH-ONE-OPERATOR-EXIT.
160800     EXIT.
160900
161000 9000-FINISH.
161100     PERFORM 8000-PRINT-WAVE-REPORT
161200         THRU 8000-PRINT-WAVE-REPORT-EXIT.
161300     CLOSE WAVE-REPORT.
161400     IF WS-LOTS-OPEN
161500         CLOSE LOT-MASTER
161600     END-IF.
161700     IF WS-ALOC-OPEN
161800         CLOSE ALLOCATION-MASTER
161900     END-IF.
162000     CLOSE MANIFEST-FILE.
162100     CLOSE MANIFEST-PRINT.
162200     CLOSE PACKING-SLIP.
162300     IF WS-OHDR-OPEN
162400         CLOSE ORDER-HEADER-FILE
162500     END-IF.
162600     IF WS-SHIP-OPEN
162700         CLOSE SHIP-TO-FILE
162800     END-IF.
162900     IF WS-SERS-OPEN
163000         CLOSE SERIAL-MASTER
163100     END-IF.
163200     CLOSE SERIAL-HISTORY.
163300     CLOSE BACKORDER-FILE.
163400     CLOSE LABOR-LOG.
163500     CLOSE EXCEPTION-FILE.
163600     CLOSE MOVEMENT-EVENTS.
163700     DISPLAY 'PICKCONF - CONFIRMATIONS READ: ' WS-CONFS-READ.
163800     DISPLAY 'PICKCONF - LINES SHIPPED     : '
163900         WS-LINES-SHIPPED.
164000     DISPLAY 'PICKCONF - SHORTS TO STOCK   : '
164100         WS-SHORTS-TO-STOCK.
164200     DISPLAY 'PICKCONF - SHORTS TO BACKORD : '
164300         WS-SHORTS-TO-BACKORD.
164400     DISPLAY 'PICKCONF - REJECTED          : '
164500         WS-CONFS-REJECTED.
164600     DISPLAY 'PICKCONF - LINES CANCELLED   : '
164700         WS-CONFS-CANCELLED.
164800     DISPLAY 'PICKCONF - LINES NO HEADER   : '
164900         WS-LINES-NO-HEADER.
165000     DISPLAY 'PICKCONF - PACKING SLIPS     : '
165100         WS-SLIPS-PRINTED.
165200     DISPLAY 'PICKCONF - WAVES OPEN        : ' WS-WAVES-OPEN.
165300     DISPLAY 'PICKCONF - WAVES CLOSED      : ' WS-WAVES-CLOSED.
165400     DISPLAY 'PICKCONF - OPER UNVERIFIED   : ' WS-OPER-UNVERIFIED.
165500     DISPLAY 'PICKCONF - SERIALS SHIPPED   : ' WS-SERIALS-SHIPPED.
165600     DISPLAY 'PICKCONF - RETURN CODE       : ' WS-RETURN-CODE.
165700 9000-FINISH-EXIT.
165800     EXIT.
165900
166000 9600-WRITE-MOVEMENT-EVENT.
166100*    ONE STOCK MOVEMENT EVENT PER REGISTER LINE FOR THE OWNER
166200*    PUBLISHER (SEE MEVTREC).  THE CALLER SETS THE OWNER,
166300*    ITEM, TYPE, QUANTITY AND REFERENCE.
166400     MOVE ZERO TO MEV-ON-HAND.
166500     EXEC SQL
166600         SELECT qty_on_hand
166700             INTO :MEV-ON-HAND
166800             FROM items
166900             WHERE owner = :MEV-OWNER
167000               AND itemname = :MEV-ITEM-NAME
167100     END-EXEC.
167200     IF SQLCODE NOT = 0
167300         MOVE ZERO TO MEV-ON-HAND
167400     END-IF.
167500     MOVE WS-TODAY-YYYYMMDD TO MEV-DATE.
167600     MOVE WS-TIME-HHMMSSHH  TO MEV-TIME.
167700     MOVE 'PICKCONF' TO MEV-PROGRAM-ID.
167800     WRITE MOVEMENT-EVENT-RECORD.
167900 9600-WRITE-MOVEMENT-EVENT-EXIT.
168000     EXIT.
168100
168200 9999-EXIT.
168300     STOP RUN.
