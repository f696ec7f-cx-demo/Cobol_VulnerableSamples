000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ASNFEED.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  DAILY ADVANCE-SHIP-
001000*                    NOTICE FEED, RUN AFTER PICKCONF.  SORTS THE
001100*                    MANIFEST LINES SHIPPED ON THE BUSINESS DATE
001200*                    BY OWNER AND WRITES ONE ASN FILE PER ACTIVE
001300*                    OWNER WHO TAKES THE ASN (OWNER-ASN-SW, SET
001400*                    THROUGH OWNMNT) - DATASET NAMES ASNF0001,
001500*                    ASNF0002, ... ASSIGNED THROUGH A WORKING-
001600*                    STORAGE NAME THE WAY ITMSTMT ASSIGNS ITS
001700*                    STATEMENTS.  EACH FILE CARRIES THE CTLREC
001800*                    HEADER AND TRAILER (COUNT AND QUANTITY
001900*                    HASH) AROUND ASNREC DETAIL LINES, AND THE
002000*                    ASNMANF DELIVERY MANIFEST LISTS EVERY FILE
002100*                    FOR THE OPERATOR TO CHECK OFF.  OWNERS WHO
002200*                    DO NOT TAKE THE FILE ARE COUNTED HERE AND
002300*                    SEE THE SAME SHIPMENTS ON OWNWEB (OWNWEBX).
002400*   2026-10-15 RLW  MANIFEST RECORD NOW ENDS WITH PICKCONF'S
002500*                    LOT TRACE.  IT RIDES THROUGH THE SORT AND
002600*                    EACH TRACED LOT GETS ITS OWN ASN LINE WITH
002700*                    ITS QUANTITY; WHAT THE TRACE DOES NOT PLACE
002800*                    GOES ON A BLANK-LOT LINE, AND AN OVERFLOWED
002900*                    TRACE IS FLAGGED ON EVERY LINE (SEE ASNREC).
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-MANI-STATUS.
003700
003800     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OWNER-ID
004200         FILE STATUS IS WS-OWNER-STATUS.
004300
004400     SELECT SORT-WORK ASSIGN TO "ASNSWRK".
004500
004600     SELECT ASN-FILE ASSIGN TO DYNAMIC ASN-FILENAME
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ASN-STATUS.
004900
005000     SELECT DELIVERY-MANIFEST ASSIGN TO "ASNMANF"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-BUSDATE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*    THE SHIPPING MANIFEST AS PICKCONF WRITES IT.
006000 FD  MANIFEST-FILE.
006100 01  MANIFEST-RECORD.
006200     05  MAN-SHIP-DATE               PIC 9(08).
006300     05  MAN-OWNER                   PIC X(20).
006400     05  MAN-ORDER-NO                PIC X(08).
006500     05  MAN-ITEM-NAME               PIC X(20).
006600     05  MAN-QTY-SHIPPED             PIC 9(05).
006700     05  MAN-SHIP-TO-ID              PIC X(10).
006800     05  MAN-CARRIER                 PIC X(04).
006900     05  MAN-LOT-TRACE.
007000         10  MAN-LOT-USED OCCURS 5 TIMES.
007100             15  MAN-LOT-NUMBER      PIC X(10).
007200             15  MAN-LOT-QTY         PIC 9(05).
007300         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
007400
007500 FD  OWNER-MASTER.
007600     COPY OWNERREC.
007700
007800 SD  SORT-WORK.
007900 01  SORT-ASN-RECORD.
008000     05  SORT-OWNER                  PIC X(20).
008100     05  SORT-ORDER-NO               PIC X(08).
008200     05  SORT-ITEM-NAME              PIC X(20).
008300     05  SORT-QTY-SHIPPED            PIC 9(05).
008400     05  SORT-SHIP-TO-ID             PIC X(10).
008500     05  SORT-CARRIER                PIC X(04).
008600     05  SORT-LOT-TRACE.
008700         10  SORT-LOT-USED OCCURS 5 TIMES.
008800             15  SORT-LOT-NUMBER     PIC X(10).
008900             15  SORT-LOT-QTY        PIC 9(05).
009000         10  SORT-LOT-OVERFLOW-SW    PIC X(01).
009100             88  SORT-LOT-OVERFLOW   VALUE 'Y'.
009200
009300 FD  ASN-FILE.
009400     COPY ASNREC.
009500     COPY CTLREC.
009600
009700 FD  DELIVERY-MANIFEST.
009800 01  DELIVERY-MANIFEST-LINE         PIC X(100).
009900
010000 FD  BUSDATE-FILE.
010100     COPY BUSDATE.
010200
010300 WORKING-STORAGE SECTION.
010400     COPY RETCODES.
010500
010600 01  ASN-FILENAME                   PIC X(08) VALUE SPACES.
010700
010800 01  WS-MANI-STATUS                 PIC X(02) VALUE '00'.
010900     88  MANI-STATUS-OK              VALUE '00'.
011000     88  MANI-STATUS-EOF             VALUE '10'.
011100 01  WS-OWNER-STATUS                PIC X(02) VALUE '00'.
011200     88  OWNER-STATUS-OK             VALUE '00'.
011300 01  WS-ASN-STATUS                  PIC X(02) VALUE '00'.
011400     88  ASN-STATUS-OK               VALUE '00'.
011500 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
011600     88  BUSDATE-STATUS-OK           VALUE '00'.
011700
011800 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
011900     88  SORT-AT-EOF                 VALUE 'Y'.
012000 01  WS-FIRST-OWNER-SW              PIC X(01) VALUE 'Y'.
012100     88  WS-FIRST-OWNER              VALUE 'Y'.
012200 01  WS-ASN-OPEN-SW                 PIC X(01) VALUE 'N'.
012300     88  WS-ASN-OPEN                 VALUE 'Y'.
012400 01  WS-OWNER-GETS-ASN-SW           PIC X(01) VALUE 'N'.
012500     88  WS-OWNER-GETS-ASN           VALUE 'Y'.
012600
012700 01  WS-PREV-OWNER                  PIC X(20) VALUE SPACES.
012800 01  WS-ASN-SEQ                     PIC 9(04) VALUE ZERO.
012900 01  WS-OWNER-LINES                 PIC 9(07) VALUE ZERO.
013000 01  WS-OWNER-QTY                   PIC 9(09) VALUE ZERO.
013100
013200*    THE PART OF ONE MANIFEST LINE BEING WRITTEN.
013300 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
013400 01  WS-LOT-LEFT                    PIC 9(05) VALUE ZERO.
013500 01  WS-ASN-LOT-NO                  PIC X(10) VALUE SPACES.
013600 01  WS-ASN-LOT-QTY                 PIC 9(05) VALUE ZERO.
013700
013800 01  WS-LINES-SELECTED              PIC 9(07) COMP VALUE ZERO.
013900 01  WS-FILES-WRITTEN               PIC 9(07) COMP VALUE ZERO.
014000 01  WS-LINES-TO-WEB                PIC 9(07) COMP VALUE ZERO.
014100
014200 01  WS-CURRENT-DATE-TIME.
014300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
014400     05  WS-TIME-HHMMSSHH           PIC 9(08).
014500     05  FILLER                     PIC X(05).
014600
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE
015000         THRU 1000-INITIALIZE-EXIT.
015100
015200     IF NOT RC-SEVERE
015300         SORT SORT-WORK
015400             ON ASCENDING KEY SORT-OWNER SORT-ORDER-NO
015500                              SORT-ITEM-NAME
015600             INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
015700                 THRU 2000-LOAD-SORT-WORK-EXIT
015800             OUTPUT PROCEDURE IS 4000-WRITE-ASN-FILES
015900                 THRU 4000-WRITE-ASN-FILES-EXIT
016000     END-IF.
016100
016200     PERFORM 9000-FINISH
016300         THRU 9000-FINISH-EXIT.
016400
016500     MOVE WS-RETURN-CODE TO RETURN-CODE.
016600     GO TO 9999-EXIT.
016700
016800 1000-INITIALIZE.
016900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017000     PERFORM 1050-GET-BUSINESS-DATE
017100         THRU 1050-GET-BUSINESS-DATE-EXIT.
017200     OPEN OUTPUT DELIVERY-MANIFEST.
017300     MOVE SPACES TO DELIVERY-MANIFEST-LINE.
017400     STRING 'ASN DELIVERY MANIFEST ' WS-TODAY-YYYYMMDD
017500         DELIMITED BY SIZE
017600         INTO DELIVERY-MANIFEST-LINE
017700     END-STRING.
017800     WRITE DELIVERY-MANIFEST-LINE.
017900
018000     OPEN INPUT OWNER-MASTER.
018100     IF NOT OWNER-STATUS-OK
018200         DISPLAY 'ASNFEED - UNABLE TO OPEN OWNMAST, STATUS='
018300             WS-OWNER-STATUS
018400         SET RC-SEVERE TO TRUE
018500     END-IF.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800
018900 1050-GET-BUSINESS-DATE.
019000*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
019100*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
019200*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  PICKCONF
019300*    STAMPS THE MANIFEST WITH THE SAME DATE, SO A RERUN
019400*    RESENDS EXACTLY THAT DAY'S SHIPMENTS.
019500     OPEN INPUT BUSDATE-FILE.
019600     IF NOT BUSDATE-STATUS-OK
019700         GO TO 1050-GET-BUSINESS-DATE-EXIT
019800     END-IF.
019900     READ BUSDATE-FILE
020000         AT END
020100             CLOSE BUSDATE-FILE
020200             GO TO 1050-GET-BUSINESS-DATE-EXIT
020300     END-READ.
020400     CLOSE BUSDATE-FILE.
020500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
020600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
020700         DISPLAY 'ASNFEED - RUNNING AS OF BUSINESS DATE '
020800             BUS-DATE
020900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
021000     END-IF.
021100 1050-GET-BUSINESS-DATE-EXIT.
021200     EXIT.
021300
021400 2000-LOAD-SORT-WORK.
021500*    NO MANIFEST MEANS NOTHING SHIPPED - EVERY ASN OWNER
021600*    SIMPLY GETS NO FILE TODAY.
021700     OPEN INPUT MANIFEST-FILE.
021800     IF NOT MANI-STATUS-OK
021900         DISPLAY 'ASNFEED - NO MANIFEST, STATUS=' WS-MANI-STATUS
022000         SET MANI-STATUS-EOF TO TRUE
022100         GO TO 2000-LOAD-SORT-WORK-EXIT
022200     END-IF.
022300     PERFORM 2100-RELEASE-NEXT-LINE
022400         THRU 2100-RELEASE-NEXT-LINE-EXIT
022500         UNTIL MANI-STATUS-EOF.
022600     CLOSE MANIFEST-FILE.
022700 2000-LOAD-SORT-WORK-EXIT.
022800     EXIT.
022900
023000 2100-RELEASE-NEXT-LINE.
023100     READ MANIFEST-FILE
023200         AT END SET MANI-STATUS-EOF TO TRUE
023300     END-READ.
023400     IF MANI-STATUS-EOF
023500         GO TO 2100-RELEASE-NEXT-LINE-EXIT
023600     END-IF.
023700*    THE MANIFEST IS CUMULATIVE - ONLY TODAY'S SHIPMENTS GO.
023800     IF MAN-SHIP-DATE NOT = WS-TODAY-YYYYMMDD
023900         GO TO 2100-RELEASE-NEXT-LINE-EXIT
024000     END-IF.
024100
024200     MOVE MAN-OWNER       TO SORT-OWNER.
024300     MOVE MAN-ORDER-NO    TO SORT-ORDER-NO.
024400     MOVE MAN-ITEM-NAME   TO SORT-ITEM-NAME.
024500     MOVE MAN-QTY-SHIPPED TO SORT-QTY-SHIPPED.
024600     MOVE MAN-SHIP-TO-ID  TO SORT-SHIP-TO-ID.
024700     MOVE MAN-CARRIER     TO SORT-CARRIER.
024800     MOVE MAN-LOT-TRACE   TO SORT-LOT-TRACE.
024900     RELEASE SORT-ASN-RECORD.
025000     ADD 1 TO WS-LINES-SELECTED.
025100 2100-RELEASE-NEXT-LINE-EXIT.
025200     EXIT.
025300
025400 4000-WRITE-ASN-FILES.
025500     PERFORM 4100-ASN-NEXT-LINE
025600         THRU 4100-ASN-NEXT-LINE-EXIT
025700         UNTIL SORT-AT-EOF.
025800
025900     IF WS-ASN-OPEN
026000         PERFORM 4400-CLOSE-ASN-FILE
026100             THRU 4400-CLOSE-ASN-FILE-EXIT
026200     END-IF.
026300 4000-WRITE-ASN-FILES-EXIT.
026400     EXIT.
026500
026600 4100-ASN-NEXT-LINE.
026700     RETURN SORT-WORK INTO SORT-ASN-RECORD
026800         AT END SET SORT-AT-EOF TO TRUE
026900     END-RETURN.
027000     IF SORT-AT-EOF
027100         GO TO 4100-ASN-NEXT-LINE-EXIT
027200     END-IF.
027300
027400     IF WS-FIRST-OWNER
027500             OR SORT-OWNER NOT = WS-PREV-OWNER
027600         IF WS-ASN-OPEN
027700             PERFORM 4400-CLOSE-ASN-FILE
027800                 THRU 4400-CLOSE-ASN-FILE-EXIT
027900         END-IF
028000         PERFORM 4200-START-NEW-OWNER
028100             THRU 4200-START-NEW-OWNER-EXIT
028200     END-IF.
028300     MOVE 'N' TO WS-FIRST-OWNER-SW.
028400     MOVE SORT-OWNER TO WS-PREV-OWNER.
028500
028600     IF NOT WS-OWNER-GETS-ASN
028700         ADD 1 TO WS-LINES-TO-WEB
028800         GO TO 4100-ASN-NEXT-LINE-EXIT
028900     END-IF.
029000
029100*    ONE ASN LINE PER TRACED LOT, THEN ONE BLANK-LOT LINE FOR
029200*    WHATEVER THE TRACE DID NOT PLACE.  AN UNTRACED LINE COMES
029300*    OUT WHOLE ON THAT ONE BLANK-LOT LINE.
029400     MOVE SORT-QTY-SHIPPED TO WS-LOT-LEFT.
029500     PERFORM 4150-WRITE-TRACED-LOT
029600         THRU 4150-WRITE-TRACED-LOT-EXIT
029700         VARYING WS-TRACE-SUB FROM 1 BY 1
029800         UNTIL WS-TRACE-SUB > 5
029900             OR WS-LOT-LEFT = ZERO.
030000     IF WS-LOT-LEFT > ZERO
030100         MOVE SPACES      TO WS-ASN-LOT-NO
030200         MOVE WS-LOT-LEFT TO WS-ASN-LOT-QTY
030300         PERFORM 4160-WRITE-ASN-LINE
030400             THRU 4160-WRITE-ASN-LINE-EXIT
030500     END-IF.
030600 4100-ASN-NEXT-LINE-EXIT.
030700     EXIT.
030800
030900 4150-WRITE-TRACED-LOT.
031000     IF SORT-LOT-NUMBER(WS-TRACE-SUB) = SPACES
031100             OR SORT-LOT-QTY(WS-TRACE-SUB) IS NOT NUMERIC
031200             OR SORT-LOT-QTY(WS-TRACE-SUB) = ZERO
031300         GO TO 4150-WRITE-TRACED-LOT-EXIT
031400     END-IF.
031500     MOVE SORT-LOT-NUMBER(WS-TRACE-SUB) TO WS-ASN-LOT-NO.
031600     IF SORT-LOT-QTY(WS-TRACE-SUB) < WS-LOT-LEFT
031700         MOVE SORT-LOT-QTY(WS-TRACE-SUB) TO WS-ASN-LOT-QTY
031800     ELSE
031900         MOVE WS-LOT-LEFT TO WS-ASN-LOT-QTY
032000     END-IF.
032100     SUBTRACT WS-ASN-LOT-QTY FROM WS-LOT-LEFT.
032200     PERFORM 4160-WRITE-ASN-LINE
032300         THRU 4160-WRITE-ASN-LINE-EXIT.
032400 4150-WRITE-TRACED-LOT-EXIT.
032500     EXIT.
032600
032700 4160-WRITE-ASN-LINE.
032800     MOVE SPACES TO ASN-RECORD.
032900     MOVE WS-TODAY-YYYYMMDD TO ASN-SHIP-DATE.
033000     MOVE SORT-OWNER        TO ASN-OWNER.
033100     MOVE SORT-ORDER-NO     TO ASN-ORDER-NO.
033200     MOVE SORT-ITEM-NAME    TO ASN-ITEM-NAME.
033300     MOVE WS-ASN-LOT-QTY    TO ASN-QTY-SHIPPED.
033400     MOVE SORT-SHIP-TO-ID   TO ASN-SHIP-TO-ID.
033500     MOVE SORT-CARRIER      TO ASN-CARRIER.
033600     MOVE WS-ASN-LOT-NO     TO ASN-LOT-NUMBER.
033700     MOVE 'N' TO ASN-LOT-OVERFLOW-SW.
033800     IF SORT-LOT-OVERFLOW
033900         SET ASN-LOT-OVERFLOW TO TRUE
034000     END-IF.
034100     WRITE ASN-RECORD.
034200     ADD 1 TO WS-OWNER-LINES.
034300     ADD WS-ASN-LOT-QTY TO WS-OWNER-QTY.
034400 4160-WRITE-ASN-LINE-EXIT.
034500     EXIT.
034600
034700 4200-START-NEW-OWNER.
034800*    ONLY AN ACTIVE OWNER WHO TAKES THE ASN GETS A FILE - ANY
034900*    OTHER OWNER'S LINES ARE COUNTED AND LEFT TO OWNWEB.
035000     MOVE 'N' TO WS-OWNER-GETS-ASN-SW.
035100     MOVE SORT-OWNER TO OWNER-ID.
035200     READ OWNER-MASTER
035300         INVALID KEY CONTINUE
035400         NOT INVALID KEY
035500             IF OWNER-ACTIVE AND OWNER-TAKES-ASN
035600                 SET WS-OWNER-GETS-ASN TO TRUE
035700             END-IF
035800     END-READ.
035900     IF NOT WS-OWNER-GETS-ASN
036000         GO TO 4200-START-NEW-OWNER-EXIT
036100     END-IF.
036200
036300     ADD 1 TO WS-ASN-SEQ.
036400     MOVE SPACES TO ASN-FILENAME.
036500     STRING 'ASNF' WS-ASN-SEQ
036600         DELIMITED BY SIZE
036700         INTO ASN-FILENAME
036800     END-STRING.
036900     OPEN OUTPUT ASN-FILE.
037000     IF NOT ASN-STATUS-OK
037100         DISPLAY 'ASNFEED - UNABLE TO OPEN ' ASN-FILENAME
037200             ', STATUS=' WS-ASN-STATUS
037300         SET RC-ERROR TO TRUE
037400         MOVE 'N' TO WS-OWNER-GETS-ASN-SW
037500         GO TO 4200-START-NEW-OWNER-EXIT
037600     END-IF.
037700     SET WS-ASN-OPEN TO TRUE.
037800
037900     MOVE SPACES TO CTL-RECORD.
038000     SET CTL-IS-HEADER TO TRUE.
038100     MOVE 'ASNFEED ' TO CTL-FILE-ID.
038200     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
038300     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
038400     MOVE ZERO TO CTL-RECORD-COUNT.
038500     MOVE ZERO TO CTL-HASH-TOTAL.
038600     WRITE CTL-RECORD.
038700 4200-START-NEW-OWNER-EXIT.
038800     EXIT.
038900
039000 4400-CLOSE-ASN-FILE.
039100     MOVE SPACES TO CTL-RECORD.
039200     SET CTL-IS-TRAILER TO TRUE.
039300     MOVE 'ASNFEED ' TO CTL-FILE-ID.
039400     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
039500     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
039600     MOVE WS-OWNER-LINES TO CTL-RECORD-COUNT.
039700     MOVE WS-OWNER-QTY TO CTL-HASH-TOTAL.
039800     WRITE CTL-RECORD.
039900     CLOSE ASN-FILE.
040000     MOVE 'N' TO WS-ASN-OPEN-SW.
040100     ADD 1 TO WS-FILES-WRITTEN.
040200
040300     MOVE SPACES TO DELIVERY-MANIFEST-LINE.
040400     STRING ASN-FILENAME
040500            ' OWNER=' WS-PREV-OWNER
040600            ' LINES=' WS-OWNER-LINES
040700            ' QTY=' WS-OWNER-QTY
040800            ' DELIVERED ( )'
040900         DELIMITED BY SIZE
041000         INTO DELIVERY-MANIFEST-LINE
041100     END-STRING.
041200     WRITE DELIVERY-MANIFEST-LINE.
041300
041400     MOVE ZERO TO WS-OWNER-LINES.
041500     MOVE ZERO TO WS-OWNER-QTY.
041600 4400-CLOSE-ASN-FILE-EXIT.
041700     EXIT.
041800
041900 9000-FINISH.
042000     CLOSE OWNER-MASTER.
042100     CLOSE DELIVERY-MANIFEST.
042200     DISPLAY 'ASNFEED - LINES SHIPPED TODAY: ' WS-LINES-SELECTED.
042300     DISPLAY 'ASNFEED - ASN FILES WRITTEN  : ' WS-FILES-WRITTEN.
042400     DISPLAY 'ASNFEED - LINES LEFT TO WEB  : ' WS-LINES-TO-WEB.
042500     DISPLAY 'ASNFEED - RETURN CODE        : ' WS-RETURN-CODE.
042600 9000-FINISH-EXIT.
042700     EXIT.
042800
042900 9999-EXIT.
043000     STOP RUN.
