002100*   2026-09-03 RLW  LOCMAST IS AN INDEXED MASTER NOW - THE
002200*                    PER-RUN BINMLIDX SIDE INDEX IS GONE AND
002300*                    BINS VALIDATE WITH A KEYED READ.
002400*   2026-10-15 RLW  EACH BIN NOW CARRIES ITS EARLIEST-EXPIRING
002500*                    LOT (SEE BINREC).  A PUT-AWAY NAMES THE LOT
002600*                    ON THE TRANSACTION AND TAKES ITS EXPIRY
002700*                    FROM LOTMAST; A BIN-TO-BIN MOVE WITH NO LOT
002800*                    CARRIES THE FROM-BIN'S LOT.  THE RECEIVING
002900*                    BIN KEEPS WHICHEVER LOT EXPIRES FIRST, SO
003000*                    REPLGEN CAN REPLENISH PICK FACES FIRST-
003100*                    EXPIRY-FIRST-OUT.  THE MOVE REGISTER IS
003200*                    WIDENED TO SHOW THE LOT, AND THE
003300*                    TRANSACTION LAYOUT MOVES TO BMTREC NOW THAT
003400*                    REPLCONF WRITES IT TOO.
003500*   2026-10-15 RLW  A MOVE MUST NOW FIT THE TO-BIN.  THE ITEM'S
003600*                    STORAGE CLASS (SEE ITEMREC) MUST BE ONE THE
003700*                    BIN ALLOWS (SEE LOCREC), AND THE BIN'S CUBE
003800*                    AND WEIGHT IN USE PLUS THE MOVE MAY NOT
003900*                    PASS ITS CAPACITY.  SPACE IN USE IS BUILT
004000*                    AT START-UP FROM BINQTY PRICED AT EACH
004100*                    ITEM'S UNIT CUBE AND WEIGHT ON ITEMMAST, AND
004200*                    KEPT CURRENT AS THE RUN POSTS.  NO ITEMMAST,
004300*                    OR AN ITEM NOT ON IT, SKIPS THE CHECKS.
004400*                    CHILLED AND HAZARDOUS STOCK STOPS LANDING IN
004500*                    GENERAL RACKING.
004600*   2026-10-15 RLW  EACH MOVE NOW NAMES THE OPERATOR WHO MADE IT
004700*                    (SEE BMTREC).  IT IS CHECKED AGAINST OPAUTH
004800*                    AND EVERY POSTED MOVE IS APPENDED TO THE
004900*                    LABORLOG LABOR LOG (SEE LABREC) FOR LABRPT;
005000*                    AN UNKNOWN OPERATOR STILL POSTS, FLAGGED
005100*                    E479.  REJECTIONS NOW CARRY THE OPERATOR
005200*                    TOO.
005300*================================================================
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT MOVE-TRAN-FILE ASSIGN TO "BINMTRAN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TRAN-STATUS.
006000
006100     SELECT BIN-QUANTITY-FILE ASSIGN TO "BINQTY"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS BIN-KEY
006500         FILE STATUS IS WS-BIN-STATUS.
006600
006700     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS LOC-ID
007100         FILE STATUS IS WS-LOCMAST-STATUS.
007200
007300     SELECT MOVE-REGISTER ASSIGN TO "BINMVREG"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS IM-KEY
008000         FILE STATUS IS WS-IM-STATUS.
008100
008200     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS LOT-KEY
008600         FILE STATUS IS WS-LOT-STATUS.
008700
008800     SELECT EXCEPTION-FILE ASSIGN TO "BINMEXC"
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000
009100     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-OPAUTH-STATUS.
009400
009500     SELECT LABOR-LOG ASSIGN TO "LABORLOG"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-LABLOG-STATUS.
009800
009900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-BUSDATE-STATUS.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  MOVE-TRAN-FILE.
010600     COPY BMTREC.
010700
010800 FD  BIN-QUANTITY-FILE.
010900     COPY BINREC.
011000
011100 FD  LOCATION-MASTER.
011200     COPY LOCREC.
011300
011400 FD  MOVE-REGISTER.
011500 01  MOVE-REGISTER-LINE             PIC X(132).
011600
011700 FD  ITEM-MASTER.
011800     COPY ITEMMREC.
011900
012000 FD  LOT-MASTER.
012100     COPY LOTREC.
012200
012300 FD  EXCEPTION-FILE.
012400     COPY EXCREC.
012500
012600 FD  OPAUTH-FILE.
012700     COPY OPAUTH.
012800
012900 FD  LABOR-LOG.
013000     COPY LABREC.
013100
013200 FD  BUSDATE-FILE.
013300     COPY BUSDATE.
013400
013500 WORKING-STORAGE SECTION.
013600     COPY RETCODES.
013700
013800 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
013900     88  TRAN-STATUS-OK              VALUE '00'.
014000     88  TRAN-STATUS-EOF             VALUE '10'.
014100 01  WS-BIN-STATUS                  PIC X(02) VALUE '00'.
014200     88  BIN-STATUS-OK               VALUE '00'.
014300     88  BIN-STATUS-DUPKEY           VALUE '22'.
014400 01  WS-LOCMAST-STATUS              PIC X(02) VALUE '00'.
014500     88  LOCMAST-STATUS-OK           VALUE '00'.
014600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014700     88  BUSDATE-STATUS-OK           VALUE '00'.
014800 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
014900     88  LOT-STATUS-OK               VALUE '00'.
015000 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
015100     88  WS-LOTS-OPEN                VALUE 'Y'.
015200 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
015300     88  IM-STATUS-OK                VALUE '00'.
015400 01  WS-ITEMS-OPEN-SW               PIC X(01) VALUE 'N'.
015500     88  WS-ITEMS-OPEN               VALUE 'Y'.
015600 01  WS-ITEM-FOUND-SW               PIC X(01) VALUE 'N'.
015700     88  WS-ITEM-FOUND               VALUE 'Y'.
015800 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
015900     88  WS-BROWSE-DONE              VALUE 'Y'.
016000 01  WS-FIT-OK-SW                   PIC X(01) VALUE 'N'.
016100     88  WS-FIT-OK                   VALUE 'Y'.
016200
016300*    THE MOVING ITEM'S ATTRIBUTES FROM ITEMMAST.  A BLANK CLASS
016400*    IS AMBIENT, AND A BIN WITH NO CLASSES TAKES AMBIENT ONLY.
016500 01  WS-ITEM-WEIGHT                 PIC 9(05)V9(03) VALUE ZERO.
016600 01  WS-ITEM-CUBE                   PIC 9(03)V9(04) VALUE ZERO.
016700 01  WS-ITEM-CLASS                  PIC X(01) VALUE SPACE.
016800 01  WS-LOC-CLASSES                 PIC X(04) VALUE SPACES.
016900 01  WS-CLASS-HITS                  PIC 9(03) COMP VALUE ZERO.
017000 01  WS-MOVE-WEIGHT                 PIC 9(11)V9(03) VALUE ZERO.
017100 01  WS-MOVE-CUBE                   PIC 9(09)V9(04) VALUE ZERO.
017200 01  WS-OCC-LOC                     PIC X(10) VALUE SPACES.
017300 01  WS-OCC-QTY                     PIC 9(05) VALUE ZERO.
017400 01  WS-OCC-SIGN                    PIC X(01) VALUE '+'.
017500
017600*    SPACE IN USE BY BIN - ONE ENTRY PER OCCUPIED LOCATION.
017700 01  WS-OCCUPANCY-TABLE.
017800     05  WS-OCC-ENTRY OCCURS 3000 TIMES.
017900         10  WS-OCC-LOC-ID          PIC X(10).
018000         10  WS-OCC-WEIGHT          PIC 9(11)V9(03).
018100         10  WS-OCC-CUBE            PIC 9(09)V9(04).
018200 01  WS-OCC-COUNT                   PIC 9(05) COMP VALUE ZERO.
018300 01  WS-OCC-SUB                     PIC 9(05) COMP VALUE ZERO.
018400 01  WS-OCC-FOUND-SUB               PIC 9(05) COMP VALUE ZERO.
018500
018600 01  WS-LOC-FOUND-SW                PIC X(01) VALUE 'N'.
018700     88  WS-LOC-FOUND                VALUE 'Y'.
018800 01  WS-BIN-FOUND-SW                PIC X(01) VALUE 'N'.
018900     88  WS-BIN-FOUND                VALUE 'Y'.
019000
019100*    THE LOT TRAVELLING WITH THE MOVE AND ITS EXPIRY - ZERO
019200*    FOR UNDATED STOCK OR A LOT NOT ON LOTMAST.
019300 01  WS-MOVE-LOT                    PIC X(10) VALUE SPACES.
019400 01  WS-MOVE-EXPIRY                 PIC 9(08) VALUE ZERO.
019500
019600 01  WS-MOVES-READ                  PIC 9(07) COMP VALUE ZERO.
019700 01  WS-MOVES-POSTED                PIC 9(07) COMP VALUE ZERO.
019800 01  WS-MOVES-REJECTED              PIC 9(07) COMP VALUE ZERO.
019900
020000*    THE OPERATOR AUTHORITY FILE (SEE OPAUTH), HELD FOR THE RUN
020100*    - THE OPERATOR ON EVERY TRANSACTION HANDLED IS CHECKED
020200*    AGAINST IT AND THE WORK IS LOGGED TO LABORLOG (SEE LABREC).
020300 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
020400     88  OPAUTH-STATUS-OK            VALUE '00'.
020500     88  OPAUTH-STATUS-EOF           VALUE '10'.
020600 01  WS-LABLOG-STATUS               PIC X(02) VALUE '00'.
020700     88  LABLOG-STATUS-OK            VALUE '00'.
020800 01  WS-OPER-TABLE.
020900     05  WS-OPER-ENTRY OCCURS 200 TIMES.
021000         10  WS-OPER-TBL-ID          PIC X(08).
021100 01  WS-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
021200 01  WS-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
021300 01  WS-OPER-FOUND-SW               PIC X(01) VALUE 'N'.
021400     88  WS-OPER-FOUND               VALUE 'Y'.
021500 01  WS-OPER-UNVERIFIED             PIC 9(07) COMP VALUE ZERO.
021600
021700 01  WS-CURRENT-DATE-TIME.
021800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
021900     05  WS-TIME-HHMMSSHH           PIC 9(08).
022000     05  FILLER                     PIC X(05).
022100
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE
022500         THRU 1000-INITIALIZE-EXIT.
022600
022700     PERFORM 2000-POST-NEXT-MOVE
022800         THRU 2000-POST-NEXT-MOVE-EXIT
022900         UNTIL TRAN-STATUS-EOF.
023000
023100     PERFORM 9000-FINISH
023200         THRU 9000-FINISH-EXIT.
023300
023400     MOVE WS-RETURN-CODE TO RETURN-CODE.
023500     GO TO 9999-EXIT.
023600
023700 1000-INITIALIZE.
023800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023900     PERFORM 1050-GET-BUSINESS-DATE
024000         THRU 1050-GET-BUSINESS-DATE-EXIT.
024100     PERFORM 1070-LOAD-OPERATORS
024200         THRU 1070-LOAD-OPERATORS-EXIT.
024300*    THE LABOR LOG ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
024400     OPEN EXTEND LABOR-LOG.
024500     IF NOT LABLOG-STATUS-OK
024600         OPEN OUTPUT LABOR-LOG
024700     END-IF.
024800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
024900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
025000     OPEN OUTPUT EXCEPTION-FILE.
025100     OPEN OUTPUT MOVE-REGISTER.
025200     MOVE SPACES TO MOVE-REGISTER-LINE.
025300     STRING 'BIN MOVE REGISTER ' WS-TODAY-YYYYMMDD
025400         DELIMITED BY SIZE
025500         INTO MOVE-REGISTER-LINE
025600     END-STRING.
025700     WRITE MOVE-REGISTER-LINE.
025800     PERFORM 1100-OPEN-LOCATION-MASTER
025900         THRU 1100-OPEN-LOCATION-MASTER-EXIT.
026000     IF RC-SEVERE
026100         SET TRAN-STATUS-EOF TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     OPEN I-O BIN-QUANTITY-FILE.
026500     IF NOT BIN-STATUS-OK
026600         OPEN OUTPUT BIN-QUANTITY-FILE
026700         IF NOT BIN-STATUS-OK
026800             DISPLAY 'BINMOVE - UNABLE TO OPEN BINQTY, STATUS='
026900                 WS-BIN-STATUS
027000             SET RC-SEVERE TO TRUE
027100             SET TRAN-STATUS-EOF TO TRUE
027200             GO TO 1000-INITIALIZE-EXIT
027300         END-IF
027400     END-IF.
027500*    NO LOT MASTER ON FILE MEANS NO LOT CAN BE DATED - MOVES
027600*    STILL POST, AND THE LOT NUMBER STILL TRAVELS.
027700     OPEN INPUT LOT-MASTER.
027800     IF LOT-STATUS-OK
027900         SET WS-LOTS-OPEN TO TRUE
028000     END-IF.
028100*    NO ITEM MASTER MEANS NOTHING IS MEASURED - MOVES POST
028200*    WITHOUT THE CLASS AND CAPACITY CHECKS.
028300     OPEN INPUT ITEM-MASTER.
028400     IF IM-STATUS-OK
028500         SET WS-ITEMS-OPEN TO TRUE
028600         PERFORM 1200-LOAD-OCCUPANCY
028700             THRU 1200-LOAD-OCCUPANCY-EXIT
028800     END-IF.
028900     OPEN INPUT MOVE-TRAN-FILE.
029000     IF NOT TRAN-STATUS-OK
029100         DISPLAY 'BINMOVE - UNABLE TO OPEN BINMTRAN, STATUS='
029200             WS-TRAN-STATUS
029300         SET RC-SEVERE TO TRUE
029400         SET TRAN-STATUS-EOF TO TRUE
029500         GO TO 1000-INITIALIZE-EXIT
029600     END-IF.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900
030000 1050-GET-BUSINESS-DATE.
030100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
030200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
030300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
030400*    CLOCK TIME FIELD STAYS REAL.
030500     OPEN INPUT BUSDATE-FILE.
030600     IF NOT BUSDATE-STATUS-OK
030700         GO TO 1050-GET-BUSINESS-DATE-EXIT
030800     END-IF.
030900     READ BUSDATE-FILE
031000         AT END
031100             CLOSE BUSDATE-FILE
031200             GO TO 1050-GET-BUSINESS-DATE-EXIT
031300     END-READ.
031400     CLOSE BUSDATE-FILE.
031500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
031600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
031700         DISPLAY 'BINMOVE - RUNNING AS OF BUSINESS DATE '
031800             BUS-DATE
031900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
032000     END-IF.
032100 1050-GET-BUSINESS-DATE-EXIT.
032200     EXIT.
032300
032400 1070-LOAD-OPERATORS.
032500*    NO AUTHORITY FILE LEAVES EVERY OPERATOR UNVERIFIED - THE
032600*    WORK STILL POSTS AND IS LOGGED, FLAGGED.
032700     OPEN INPUT OPAUTH-FILE.
032800     IF NOT OPAUTH-STATUS-OK
032900         DISPLAY 'BINMOVE - UNABLE TO OPEN OPAUTH, OPERATORS NOT '
033000             'VERIFIED'
033100         GO TO 1070-LOAD-OPERATORS-EXIT
033200     END-IF.
033300     PERFORM 1071-LOAD-ONE-OPERATOR
033400         THRU 1071-LOAD-ONE-OPERATOR-EXIT
033500         UNTIL OPAUTH-STATUS-EOF.
033600     CLOSE OPAUTH-FILE.
033700 1070-LOAD-OPERATORS-EXIT.
033800     EXIT.
033900
034000 1071-LOAD-ONE-OPERATOR.
034100     READ OPAUTH-FILE
034200         AT END SET OPAUTH-STATUS-EOF TO TRUE
034300     END-READ.
034400     IF OPAUTH-STATUS-EOF
034500         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
034600     END-IF.
034700     IF WS-OPER-COUNT NOT < 200
034800         DISPLAY 'BINMOVE - OPERATOR TABLE FULL AT ' OPER-ID
034900         SET OPAUTH-STATUS-EOF TO TRUE
035000         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
035100     END-IF.
035200     ADD 1 TO WS-OPER-COUNT.
035300     MOVE OPER-ID TO WS-OPER-TBL-ID(WS-OPER-COUNT).
035400 1071-LOAD-ONE-OPERATOR-EXIT.
035500     EXIT.
035600
035700 1100-OPEN-LOCATION-MASTER.
035800*    THE LOCATION MASTER IS INDEXED NOW - ONE OPEN AND EVERY
035900*    BIN VALIDATES WITH A KEYED READ, NO PER-RUN SIDE INDEX.
036000     OPEN INPUT LOCATION-MASTER.
036100     IF NOT LOCMAST-STATUS-OK
036200         DISPLAY 'BINMOVE - UNABLE TO OPEN LOCMAST, STATUS='
036300             WS-LOCMAST-STATUS
036400         SET RC-SEVERE TO TRUE
036500     END-IF.
036600 1100-OPEN-LOCATION-MASTER-EXIT.
036700     EXIT.
036800
036900 1200-LOAD-OCCUPANCY.
037000*    ONE PASS OF BINQTY PRICES EVERY OCCUPIED BIN AT ITS
037100*    ITEMS' UNIT CUBE AND WEIGHT.
037200     MOVE 'N' TO WS-BROWSE-DONE-SW.
037300     MOVE LOW-VALUES TO BIN-KEY.
037400     START BIN-QUANTITY-FILE KEY IS NOT LESS THAN BIN-KEY
037500         INVALID KEY SET WS-BROWSE-DONE TO TRUE
037600     END-START.
037700     PERFORM 1210-LOAD-ONE-BIN
037800         THRU 1210-LOAD-ONE-BIN-EXIT
037900         UNTIL WS-BROWSE-DONE.
038000 1200-LOAD-OCCUPANCY-EXIT.
038100     EXIT.
038200
038300 1210-LOAD-ONE-BIN.
038400     READ BIN-QUANTITY-FILE NEXT
038500         AT END SET WS-BROWSE-DONE TO TRUE
038600     END-READ.
038700     IF WS-BROWSE-DONE OR NOT BIN-STATUS-OK
038800         SET WS-BROWSE-DONE TO TRUE
038900         GO TO 1210-LOAD-ONE-BIN-EXIT
039000     END-IF.
039100     MOVE BIN-OWNER     TO IM-OWNER.
039200     MOVE BIN-ITEM-NAME TO IM-ITEM-NAME.
039300     PERFORM 2400-GET-ITEM-ATTRIBUTES
039400         THRU 2400-GET-ITEM-ATTRIBUTES-EXIT.
039500     IF WS-ITEM-FOUND
039600         MOVE BIN-LOC-ID TO WS-OCC-LOC
039700         MOVE BIN-QTY    TO WS-OCC-QTY
039800         MOVE '+'        TO WS-OCC-SIGN
039900         PERFORM 5000-POST-OCCUPANCY
040000             THRU 5000-POST-OCCUPANCY-EXIT
040100     END-IF.
040200 1210-LOAD-ONE-BIN-EXIT.
040300     EXIT.
040400
040500 2000-POST-NEXT-MOVE.
040600     READ MOVE-TRAN-FILE
040700         AT END SET TRAN-STATUS-EOF TO TRUE
040800     END-READ.
040900     IF TRAN-STATUS-EOF
041000         GO TO 2000-POST-NEXT-MOVE-EXIT
041100     END-IF.
041200
041300     ADD 1 TO WS-MOVES-READ.
041400
041500     IF BMT-OWNER = SPACES OR BMT-ITEM-NAME = SPACES
041600         MOVE 'E360' TO EXC-REASON-CODE
041700         MOVE 'OWNER OR ITEM NAME MISSING ON MOVE' TO
041800             EXC-REASON-TEXT
041900         PERFORM 2900-WRITE-EXCEPTION
042000             THRU 2900-WRITE-EXCEPTION-EXIT
042100         GO TO 2000-POST-NEXT-MOVE-EXIT
042200     END-IF.
042300     IF BMT-QUANTITY IS NOT NUMERIC OR BMT-QUANTITY = ZERO
042400         MOVE 'E361' TO EXC-REASON-CODE
042500         MOVE 'MOVE QUANTITY NOT NUMERIC OR ZERO' TO
042600             EXC-REASON-TEXT
042700         PERFORM 2900-WRITE-EXCEPTION
042800             THRU 2900-WRITE-EXCEPTION-EXIT
042900         GO TO 2000-POST-NEXT-MOVE-EXIT
043000     END-IF.
043100     IF BMT-TO-LOC = SPACES
043200         MOVE 'E362' TO EXC-REASON-CODE
043300         MOVE 'TO-BIN MISSING ON MOVE' TO EXC-REASON-TEXT
043400         PERFORM 2900-WRITE-EXCEPTION
043500             THRU 2900-WRITE-EXCEPTION-EXIT
043600         GO TO 2000-POST-NEXT-MOVE-EXIT
043700     END-IF.
043800
043900     PERFORM 2100-CHECK-LOCATION
044000         THRU 2100-CHECK-LOCATION-EXIT.
044100     IF NOT WS-LOC-FOUND
044200         MOVE 'E363' TO EXC-REASON-CODE
044300         MOVE 'TO-BIN NOT ON LOCATION MASTER' TO EXC-REASON-TEXT
044400         PERFORM 2900-WRITE-EXCEPTION
044500             THRU 2900-WRITE-EXCEPTION-EXIT
044600         GO TO 2000-POST-NEXT-MOVE-EXIT
044700     END-IF.
044800
044900     PERFORM 2300-CHECK-BIN-FIT
045000         THRU 2300-CHECK-BIN-FIT-EXIT.
045100     IF NOT WS-FIT-OK
045200         GO TO 2000-POST-NEXT-MOVE-EXIT
045300     END-IF.
045400
045500     MOVE BMT-LOT-NUMBER TO WS-MOVE-LOT.
045600     MOVE ZERO TO WS-MOVE-EXPIRY.
045700     IF WS-MOVE-LOT NOT = SPACES
045800         PERFORM 2200-GET-LOT-EXPIRY
045900             THRU 2200-GET-LOT-EXPIRY-EXIT
046000     END-IF.
046100
046200*    A BLANK FROM-BIN IS A PUT-AWAY FROM THE RECEIVING DOCK -
046300*    NOTHING TO RELIEVE.
046400     IF BMT-FROM-LOC NOT = SPACES
046500         PERFORM 3000-RELIEVE-FROM-BIN
046600             THRU 3000-RELIEVE-FROM-BIN-EXIT
046700         IF NOT WS-BIN-FOUND
046800             GO TO 2000-POST-NEXT-MOVE-EXIT
046900         END-IF
047000     END-IF.
047100
047200     PERFORM 4000-ADD-TO-BIN
047300         THRU 4000-ADD-TO-BIN-EXIT.
047400
047500*    KEEP THE SPACE IN USE CURRENT FOR THE REST OF THE RUN.
047600     IF WS-ITEM-FOUND
047700         MOVE BMT-QUANTITY TO WS-OCC-QTY
047800         IF BMT-FROM-LOC NOT = SPACES
047900             MOVE BMT-FROM-LOC TO WS-OCC-LOC
048000             MOVE '-' TO WS-OCC-SIGN
048100             PERFORM 5000-POST-OCCUPANCY
048200                 THRU 5000-POST-OCCUPANCY-EXIT
048300         END-IF
048400         MOVE BMT-TO-LOC TO WS-OCC-LOC
048500         MOVE '+' TO WS-OCC-SIGN
048600         PERFORM 5000-POST-OCCUPANCY
048700             THRU 5000-POST-OCCUPANCY-EXIT
048800     END-IF.
048900
049000     ADD 1 TO WS-MOVES-POSTED.
049100     MOVE SPACES TO MOVE-REGISTER-LINE.
049200     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
049300            ' OWNER=' BMT-OWNER
049400            ' ITEM=' BMT-ITEM-NAME
049500            ' FROM=' BMT-FROM-LOC
049600            ' TO=' BMT-TO-LOC
049700            ' QTY=' BMT-QUANTITY
049800            ' LOT=' WS-MOVE-LOT
049900         DELIMITED BY SIZE
050000         INTO MOVE-REGISTER-LINE
050100     END-STRING.
050200     WRITE MOVE-REGISTER-LINE.
050300
050400     MOVE BMT-OPERATOR  TO LAB-OPERATOR.
050500     SET LAB-BIN-MOVE TO TRUE.
050600     MOVE BMT-OWNER     TO LAB-OWNER.
050700     MOVE BMT-ITEM-NAME TO LAB-ITEM-NAME.
050800     MOVE BMT-QUANTITY  TO LAB-UNITS.
050900     MOVE 'N'           TO LAB-EXCEPTION-SW.
051000     PERFORM 7000-WRITE-LABOR-LOG
051100         THRU 7000-WRITE-LABOR-LOG-EXIT.
051200 2000-POST-NEXT-MOVE-EXIT.
051300     EXIT.
051400
051500 2100-CHECK-LOCATION.
051600     MOVE 'N' TO WS-LOC-FOUND-SW.
051700     MOVE BMT-TO-LOC TO LOC-ID.
051800     READ LOCATION-MASTER
051900         INVALID KEY CONTINUE
052000         NOT INVALID KEY
052100             IF LOC-ACTIVE
052200                 SET WS-LOC-FOUND TO TRUE
052300             END-IF
052400     END-READ.
052500 2100-CHECK-LOCATION-EXIT.
052600     EXIT.
052700
052800 2200-GET-LOT-EXPIRY.
052900     IF NOT WS-LOTS-OPEN
053000         GO TO 2200-GET-LOT-EXPIRY-EXIT
053100     END-IF.
053200     MOVE BMT-OWNER      TO LOT-OWNER.
053300     MOVE BMT-ITEM-NAME  TO LOT-ITEM-NAME.
053400     MOVE WS-MOVE-LOT    TO LOT-NUMBER.
053500     READ LOT-MASTER
053600         INVALID KEY GO TO 2200-GET-LOT-EXPIRY-EXIT
053700     END-READ.
053800     MOVE LOT-EXPIRY-DATE TO WS-MOVE-EXPIRY.
053900 2200-GET-LOT-EXPIRY-EXIT.
054000     EXIT.
054100
054200 2300-CHECK-BIN-FIT.
054300*    THE TO-BIN'S LOCATION RECORD IS STILL IN THE AREA FROM
054400*    2100-CHECK-LOCATION.
054500     MOVE 'Y' TO WS-FIT-OK-SW.
054600     MOVE 'N' TO WS-ITEM-FOUND-SW.
054700     IF NOT WS-ITEMS-OPEN
054800         GO TO 2300-CHECK-BIN-FIT-EXIT
054900     END-IF.
055000     MOVE BMT-OWNER     TO IM-OWNER.
055100     MOVE BMT-ITEM-NAME TO IM-ITEM-NAME.
055200     PERFORM 2400-GET-ITEM-ATTRIBUTES
055300         THRU 2400-GET-ITEM-ATTRIBUTES-EXIT.
055400     IF NOT WS-ITEM-FOUND
055500         GO TO 2300-CHECK-BIN-FIT-EXIT
055600     END-IF.
055700
055800     MOVE LOC-STORAGE-CLASSES TO WS-LOC-CLASSES.
055900     IF WS-LOC-CLASSES = SPACES
056000         MOVE 'A' TO WS-LOC-CLASSES
056100     END-IF.
056200     MOVE ZERO TO WS-CLASS-HITS.
056300     INSPECT WS-LOC-CLASSES TALLYING WS-CLASS-HITS
056400         FOR ALL WS-ITEM-CLASS.
056500     IF WS-CLASS-HITS = ZERO
056600         MOVE 'N' TO WS-FIT-OK-SW
056700         MOVE 'E366' TO EXC-REASON-CODE
056800         MOVE 'ITEM STORAGE CLASS NOT ALLOWED IN TO-BIN' TO
056900             EXC-REASON-TEXT
057000         PERFORM 2900-WRITE-EXCEPTION
057100             THRU 2900-WRITE-EXCEPTION-EXIT
057200         GO TO 2300-CHECK-BIN-FIT-EXIT
057300     END-IF.
057400
057500*    A MOVE WITHIN ONE BIN TAKES NO NEW SPACE.
057600     IF BMT-FROM-LOC = BMT-TO-LOC
057700         GO TO 2300-CHECK-BIN-FIT-EXIT
057800     END-IF.
057900     MOVE BMT-TO-LOC TO WS-OCC-LOC.
058000     PERFORM 5100-FIND-OCCUPANCY
058100         THRU 5100-FIND-OCCUPANCY-EXIT.
058200     COMPUTE WS-MOVE-CUBE   = BMT-QUANTITY * WS-ITEM-CUBE.
058300     COMPUTE WS-MOVE-WEIGHT = BMT-QUANTITY * WS-ITEM-WEIGHT.
058400     IF WS-OCC-FOUND-SUB > ZERO
058500         ADD WS-OCC-CUBE(WS-OCC-FOUND-SUB)   TO WS-MOVE-CUBE
058600         ADD WS-OCC-WEIGHT(WS-OCC-FOUND-SUB) TO WS-MOVE-WEIGHT
058700     END-IF.
058800*    A ZERO CAPACITY IS NOT LIMITED.
058900     IF LOC-MAX-CUBE IS NUMERIC AND LOC-MAX-CUBE > ZERO
059000             AND WS-MOVE-CUBE > LOC-MAX-CUBE
059100         MOVE 'N' TO WS-FIT-OK-SW
059200         MOVE 'E367' TO EXC-REASON-CODE
059300         MOVE 'MOVE WOULD OVERFILL TO-BIN CUBE' TO
059400             EXC-REASON-TEXT
059500         PERFORM 2900-WRITE-EXCEPTION
059600             THRU 2900-WRITE-EXCEPTION-EXIT
059700         GO TO 2300-CHECK-BIN-FIT-EXIT
059800     END-IF.
059900     IF LOC-MAX-WEIGHT IS NUMERIC AND LOC-MAX-WEIGHT > ZERO
060000             AND WS-MOVE-WEIGHT > LOC-MAX-WEIGHT
060100         MOVE 'N' TO WS-FIT-OK-SW
060200         MOVE 'E368' TO EXC-REASON-CODE
060300         MOVE 'MOVE WOULD OVERLOAD TO-BIN WEIGHT' TO
060400             EXC-REASON-TEXT
060500         PERFORM 2900-WRITE-EXCEPTION
060600             THRU 2900-WRITE-EXCEPTION-EXIT
060700     END-IF.
060800 2300-CHECK-BIN-FIT-EXIT.
060900     EXIT.
061000
061100 2400-GET-ITEM-ATTRIBUTES.
061200*    THE CALLER SETS IM-KEY.  AN UNMEASURED ITEM TAKES NO
061300*    SPACE.
061400     MOVE 'N' TO WS-ITEM-FOUND-SW.
061500     READ ITEM-MASTER
061600         INVALID KEY GO TO 2400-GET-ITEM-ATTRIBUTES-EXIT
061700     END-READ.
061800     SET WS-ITEM-FOUND TO TRUE.
061900     MOVE ZERO TO WS-ITEM-WEIGHT.
062000     MOVE ZERO TO WS-ITEM-CUBE.
062100     IF IM-UNIT-WEIGHT IS NUMERIC
062200         MOVE IM-UNIT-WEIGHT TO WS-ITEM-WEIGHT
062300     END-IF.
062400     IF IM-UNIT-CUBE IS NUMERIC
062500         MOVE IM-UNIT-CUBE TO WS-ITEM-CUBE
062600     END-IF.
062700     MOVE IM-STORAGE-CLASS TO WS-ITEM-CLASS.
062800     IF IM-AMBIENT
062900         MOVE 'A' TO WS-ITEM-CLASS
063000     END-IF.
063100 2400-GET-ITEM-ATTRIBUTES-EXIT.
063200     EXIT.
063300
063400 3000-RELIEVE-FROM-BIN.
063500*    THE FROM-BIN MUST EXIST AND HOLD ENOUGH - A MOVE NEVER
063600*    DRIVES A BIN NEGATIVE.
063700     MOVE 'N' TO WS-BIN-FOUND-SW.
063800     MOVE BMT-OWNER     TO BIN-OWNER.
063900     MOVE BMT-ITEM-NAME TO BIN-ITEM-NAME.
064000     MOVE BMT-FROM-LOC  TO BIN-LOC-ID.
064100     READ BIN-QUANTITY-FILE
064200         INVALID KEY CONTINUE
064300         NOT INVALID KEY SET WS-BIN-FOUND TO TRUE
064400     END-READ.
064500     IF NOT WS-BIN-FOUND
064600         MOVE 'E364' TO EXC-REASON-CODE
064700         MOVE 'NO STOCK RECORD FOR FROM-BIN' TO EXC-REASON-TEXT
064800         PERFORM 2900-WRITE-EXCEPTION
064900             THRU 2900-WRITE-EXCEPTION-EXIT
065000         GO TO 3000-RELIEVE-FROM-BIN-EXIT
065100     END-IF.
065200     IF BIN-QTY < BMT-QUANTITY
065300         MOVE 'N' TO WS-BIN-FOUND-SW
065400         MOVE 'E365' TO EXC-REASON-CODE
065500         MOVE 'MOVE WOULD DRIVE FROM-BIN NEGATIVE' TO
065600             EXC-REASON-TEXT
065700         PERFORM 2900-WRITE-EXCEPTION
065800             THRU 2900-WRITE-EXCEPTION-EXIT
065900         GO TO 3000-RELIEVE-FROM-BIN-EXIT
066000     END-IF.
066100*    A MOVE NAMING NO LOT TAKES THE FROM-BIN'S.
066200     IF WS-MOVE-LOT = SPACES
066300         MOVE BIN-LOT-NUMBER TO WS-MOVE-LOT
066400         MOVE BIN-LOT-EXPIRY TO WS-MOVE-EXPIRY
066500     END-IF.
066600     SUBTRACT BMT-QUANTITY FROM BIN-QTY.
066700     IF BIN-QTY = ZERO
066800*        AN EMPTIED BIN LEAVES THE FILE - THE DATASET CARRIES
066900*        ONLY BINS WITH STOCK.
067000         DELETE BIN-QUANTITY-FILE
067100             INVALID KEY CONTINUE
067200         END-DELETE
067300     ELSE
067400         REWRITE BIN-QUANTITY-RECORD
067500             INVALID KEY CONTINUE
067600         END-REWRITE
067700     END-IF.
067800 3000-RELIEVE-FROM-BIN-EXIT.
067900     EXIT.
068000
068100 4000-ADD-TO-BIN.
068200     MOVE BMT-OWNER     TO BIN-OWNER.
068300     MOVE BMT-ITEM-NAME TO BIN-ITEM-NAME.
068400     MOVE BMT-TO-LOC    TO BIN-LOC-ID.
068500     MOVE BMT-QUANTITY  TO BIN-QTY.
068600     MOVE WS-MOVE-LOT   TO BIN-LOT-NUMBER.
068700     MOVE WS-MOVE-EXPIRY TO BIN-LOT-EXPIRY.
068800     WRITE BIN-QUANTITY-RECORD
068900         INVALID KEY
069000             PERFORM 4100-BUMP-EXISTING-BIN
069100                 THRU 4100-BUMP-EXISTING-BIN-EXIT
069200     END-WRITE.
069300 4000-ADD-TO-BIN-EXIT.
069400     EXIT.
069500
069600 4100-BUMP-EXISTING-BIN.
069700     MOVE BMT-OWNER     TO BIN-OWNER.
069800     MOVE BMT-ITEM-NAME TO BIN-ITEM-NAME.
069900     MOVE BMT-TO-LOC    TO BIN-LOC-ID.
070000     READ BIN-QUANTITY-FILE
070100         INVALID KEY GO TO 4100-BUMP-EXISTING-BIN-EXIT
070200     END-READ.
070300     ADD BMT-QUANTITY TO BIN-QTY.
070400*    THE BIN KEEPS WHICHEVER LOT EXPIRES FIRST - AN UNDATED
070500*    LOT ONLY FILLS A BIN THAT HAS NO LOT AT ALL.
070600     IF WS-MOVE-LOT NOT = SPACES
070700         IF BIN-LOT-NUMBER = SPACES
070800                 OR (WS-MOVE-EXPIRY > ZERO
070900                     AND (BIN-LOT-EXPIRY = ZERO
071000                         OR WS-MOVE-EXPIRY < BIN-LOT-EXPIRY))
071100             MOVE WS-MOVE-LOT    TO BIN-LOT-NUMBER
071200             MOVE WS-MOVE-EXPIRY TO BIN-LOT-EXPIRY
071300         END-IF
071400     END-IF.
071500     REWRITE BIN-QUANTITY-RECORD
071600         INVALID KEY CONTINUE
071700     END-REWRITE.
071800 4100-BUMP-EXISTING-BIN-EXIT.
071900     EXIT.
072000
072100 2900-WRITE-EXCEPTION.
072200*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
072300*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
072400     ADD 1 TO WS-MOVES-REJECTED.
072500     MOVE 'BINMOVE ' TO EXC-PROGRAM-ID.
072600     MOVE BMT-ITEM-NAME TO EXC-KEY-VALUE.
072700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
072800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
072900     MOVE BMT-OPERATOR TO EXC-OPERATOR-ID.
073000     WRITE EXC-RECORD.
073100     SET RC-WARNING TO TRUE.
073200 2900-WRITE-EXCEPTION-EXIT.
073300     EXIT.
073400
073500 5000-POST-OCCUPANCY.
073600*    ADDS OR TAKES WS-OCC-QTY UNITS OF THE CURRENT ITEM AT
073700*    WS-OCC-LOC.  A FULL TABLE LEAVES NEW BINS UNTRACKED.
073800     PERFORM 5100-FIND-OCCUPANCY
073900         THRU 5100-FIND-OCCUPANCY-EXIT.
074000     IF WS-OCC-FOUND-SUB = ZERO
074100         IF WS-OCC-SIGN = '-' OR WS-OCC-COUNT NOT < 3000
074200             GO TO 5000-POST-OCCUPANCY-EXIT
074300         END-IF
074400         ADD 1 TO WS-OCC-COUNT
074500         MOVE WS-OCC-COUNT TO WS-OCC-FOUND-SUB
074600         MOVE WS-OCC-LOC TO WS-OCC-LOC-ID(WS-OCC-FOUND-SUB)
074700         MOVE ZERO TO WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
074800         MOVE ZERO TO WS-OCC-CUBE(WS-OCC-FOUND-SUB)
074900     END-IF.
075000     COMPUTE WS-MOVE-CUBE   = WS-OCC-QTY * WS-ITEM-CUBE.
075100     COMPUTE WS-MOVE-WEIGHT = WS-OCC-QTY * WS-ITEM-WEIGHT.
075200     IF WS-OCC-SIGN = '+'
075300         ADD WS-MOVE-CUBE   TO WS-OCC-CUBE(WS-OCC-FOUND-SUB)
075400         ADD WS-MOVE-WEIGHT TO WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
075500         GO TO 5000-POST-OCCUPANCY-EXIT
075600     END-IF.
075700     IF WS-MOVE-CUBE < WS-OCC-CUBE(WS-OCC-FOUND-SUB)
075800         SUBTRACT WS-MOVE-CUBE FROM WS-OCC-CUBE(WS-OCC-FOUND-SUB)
075900     ELSE
076000         MOVE ZERO TO WS-OCC-CUBE(WS-OCC-FOUND-SUB)
076100     END-IF.
076200     IF WS-MOVE-WEIGHT < WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
076300         SUBTRACT WS-MOVE-WEIGHT
076400             FROM WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
076500     ELSE
076600         MOVE ZERO TO WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
076700     END-IF.
076800 5000-POST-OCCUPANCY-EXIT.
076900     EXIT.
077000
077100 5100-FIND-OCCUPANCY.
077200     MOVE ZERO TO WS-OCC-FOUND-SUB.
077300     PERFORM 5110-CHECK-ONE-OCCUPANCY
077400         THRU 5110-CHECK-ONE-OCCUPANCY-EXIT
077500         VARYING WS-OCC-SUB FROM 1 BY 1
077600         UNTIL WS-OCC-SUB > WS-OCC-COUNT
077700             OR WS-OCC-FOUND-SUB > ZERO.
077800 5100-FIND-OCCUPANCY-EXIT.
077900     EXIT.
078000
078100 5110-CHECK-ONE-OCCUPANCY.
078200     IF WS-OCC-LOC-ID(WS-OCC-SUB) = WS-OCC-LOC
078300         MOVE WS-OCC-SUB TO WS-OCC-FOUND-SUB
078400     END-IF.
078500 5110-CHECK-ONE-OCCUPANCY-EXIT.
078600     EXIT.
078700
078800 7000-WRITE-LABOR-LOG.
078900*    THE CALLER SETS THE OPERATOR, ACTIVITY, OWNER, ITEM, UNITS
079000*    AND EXCEPTION SWITCH.  AN OPERATOR NOT ON OPAUTH DOES NOT
079100*    STOP THE POSTING - THE WORK HAS BEEN DONE - BUT THE LINE
079200*    IS LOGGED UNVERIFIED AND FLAGGED FOR THE SHIFT LEAD.
079300     MOVE WS-TODAY-YYYYMMDD TO LAB-DATE.
079400     MOVE WS-TIME-HHMMSSHH  TO LAB-TIME.
079500     MOVE 'N' TO WS-OPER-FOUND-SW.
079600     IF LAB-OPERATOR NOT = SPACES
079700         PERFORM 7010-MATCH-ONE-OPERATOR
079800             THRU 7010-MATCH-ONE-OPERATOR-EXIT
079900             VARYING WS-OPER-SUB FROM 1 BY 1
080000             UNTIL WS-OPER-SUB > WS-OPER-COUNT
080100                 OR WS-OPER-FOUND
080200     END-IF.
080300     IF WS-OPER-FOUND
080400         MOVE 'Y' TO LAB-OPER-VALID-SW
080500     ELSE
080600         MOVE 'N' TO LAB-OPER-VALID-SW
080700         ADD 1 TO WS-OPER-UNVERIFIED
080800         MOVE 'BINMOVE ' TO EXC-PROGRAM-ID
080900         MOVE LAB-ITEM-NAME TO EXC-KEY-VALUE
081000         MOVE 'E479' TO EXC-REASON-CODE
081100         MOVE 'OPERATOR NOT ON OPAUTH - WORK POSTED' TO
081200             EXC-REASON-TEXT
081300         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
081400         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
081500         MOVE LAB-OPERATOR TO EXC-OPERATOR-ID
081600         WRITE EXC-RECORD
081700         SET RC-WARNING TO TRUE
081800     END-IF.
081900     WRITE LABOR-LOG-RECORD.
082000 7000-WRITE-LABOR-LOG-EXIT.
082100     EXIT.
082200
082300 7010-MATCH-ONE-OPERATOR.
082400     IF WS-OPER-TBL-ID(WS-OPER-SUB) = LAB-OPERATOR
082500         SET WS-OPER-FOUND TO TRUE
082600     END-IF.
082700 7010-MATCH-ONE-OPERATOR-EXIT.
082800     EXIT.
082900
083000 9000-FINISH.
083100     CLOSE MOVE-TRAN-FILE.
083200     CLOSE BIN-QUANTITY-FILE.
083300     CLOSE LOCATION-MASTER.
083400     IF WS-LOTS-OPEN
083500         CLOSE LOT-MASTER
083600     END-IF.
083700     IF WS-ITEMS-OPEN
083800         CLOSE ITEM-MASTER
083900     END-IF.
084000     CLOSE MOVE-REGISTER.
084100     CLOSE LABOR-LOG.
084200     CLOSE EXCEPTION-FILE.
084300     DISPLAY 'BINMOVE - MOVES READ    : ' WS-MOVES-READ.
084400     DISPLAY 'BINMOVE - MOVES POSTED  : ' WS-MOVES-POSTED.
084500     DISPLAY 'BINMOVE - MOVES REJECTED: ' WS-MOVES-REJECTED.
084600     DISPLAY 'BINMOVE - OPR UNVERIFIED: ' WS-OPER-UNVERIFIED.
084700     DISPLAY 'BINMOVE - RETURN CODE   : ' WS-RETURN-CODE.
084800 9000-FINISH-EXIT.
084900     EXIT.
085000
085100 9999-EXIT.
085200     STOP RUN.
