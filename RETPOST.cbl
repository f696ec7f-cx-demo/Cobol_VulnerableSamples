001900*                    THE RUN PRINTS ITS OWN RETURNS REGISTER,
002000*                    WHICH GLFEED GATHERS AS THE DISTINCT 'RTRN'
002100*                    MOVEMENT TYPE.
002200*   2026-10-15 RLW  SERIAL NUMBERS - A RETURN OF A HIGH-VALUE
002300*                    ITEM (STORAGE CLASS 'V') MUST LIST ONE
002400*                    SERIAL PER EACH RETURNED, UP TO TEN, AND
002500*                    EVERY ONE MUST BE A SERIAL SERMAST (SEE
002600*                    SERREC) SHOWS SHIPPED ON THE RETURN'S OWN
002700*                    ORDER - ANYTHING ELSE IS NOT OURS TO TAKE
002800*                    BACK (E490, E493, E494).  EACH SERIAL IS
002900*                    MARKED RETURNED WITH THE DISPOSITION, BACK
003000*                    AT THE ITEM'S LOCATION IF IT WENT TO STOCK,
003100*                    AND LOGGED TO SERHIST (SEE SHSTREC).
003200*   2026-10-15 RLW  STOCK MOVEMENT EVENTS - EACH RETURN POSTED
003300*                    ALSO APPENDS AN 'RTNS', 'RTND' OR 'RTNX'
003400*                    EVENT (BY DISPOSITION) TO THE STKMOVE
003500*                    JOURNAL (SEE MEVTREC) FOR STKPUB TO SEND TO
003600*                    THE OWNERS WHO SUBSCRIBE.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RETURN-TRAN-FILE ASSIGN TO "RETURNS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TRAN-STATUS.
004400
004500     SELECT RETURNS-REGISTER ASSIGN TO "RETREG"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT SERIAL-MASTER ASSIGN TO "SERMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SER-KEY
005200         FILE STATUS IS WS-SER-STATUS.
005300
005400     SELECT SERIAL-HISTORY ASSIGN TO "SERHIST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SERHIST-STATUS.
005700
005800     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-MEVT-STATUS.
006100
006200     SELECT EXCEPTION-FILE ASSIGN TO "RETPEXC"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BUSDATE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  RETURN-TRAN-FILE.
007200 01  RETURN-TRAN-RECORD.
007300     05  RTN-ORDER-NO                PIC X(08).
007400     05  RTN-OWNER                   PIC X(20).
007500     05  RTN-ITEM-NAME               PIC X(20).
007600     05  RTN-QUANTITY                PIC 9(05).
007700     05  RTN-REASON                  PIC X(04).
007800     05  RTN-DISPOSITION             PIC X(01).
007900         88  RTN-TO-STOCK            VALUE 'S'.
008000         88  RTN-TO-DAMAGED          VALUE 'D'.
008100         88  RTN-TO-SCRAP            VALUE 'X'.
008200*    ONE SERIAL PER EACH RETURNED WHEN THE ITEM IS HIGH-VALUE,
008300*    BLANK OTHERWISE.
008400     05  RTN-SERIAL-LIST.
008500         10  RTN-SERIAL              PIC X(20) OCCURS 10 TIMES.
008600
008700 FD  RETURNS-REGISTER.
008800 01  RETURNS-REGISTER-LINE          PIC X(120).
008900
009000 FD  SERIAL-MASTER.
009100     COPY SERREC.
009200
009300 FD  SERIAL-HISTORY.
009400     COPY SHSTREC.
009500
009600 FD  MOVEMENT-EVENTS.
009700     COPY MEVTREC.
009800
009900 FD  EXCEPTION-FILE.
010000     COPY EXCREC.
010100
010200 FD  BUSDATE-FILE.
010300     COPY BUSDATE.
010400
010500 WORKING-STORAGE SECTION.
010600     EXEC SQL INCLUDE SQLCA END-EXEC.
010700     COPY RETCODES.
010800
010900 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
011000     88  TRAN-STATUS-OK              VALUE '00'.
011100     88  TRAN-STATUS-EOF             VALUE '10'.
011200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
011300     88  BUSDATE-STATUS-OK           VALUE '00'.
011400 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
011500     88  MEVT-STATUS-OK              VALUE '00'.
011600
011700*    SERIAL CHECK FOR HIGH-VALUE ITEMS - THE CLASS AND
011800*    LOCATION COME OFF THE ITEMS TABLE.
011900 01  WS-SER-STATUS                  PIC X(02) VALUE '00'.
012000     88  SER-STATUS-OK               VALUE '00'.
012100 01  WS-SERS-OPEN-SW                PIC X(01) VALUE 'N'.
012200     88  WS-SERS-OPEN                VALUE 'Y'.
012300 01  WS-SERHIST-STATUS              PIC X(02) VALUE '00'.
012400     88  SERHIST-STATUS-OK           VALUE '00'.
012500 01  WS-ITEM-CLASS                  PIC X(01) VALUE SPACES.
012600     88  WS-ITEM-HIGH-VALUE          VALUE 'V'.
012700 01  WS-ITEM-LOCATION               PIC X(10) VALUE SPACES.
012800 01  WS-SERIALS-OK-SW               PIC X(01) VALUE 'Y'.
012900     88  WS-SERIALS-OK               VALUE 'Y'.
013000 01  WS-SERIAL-COUNT                PIC 9(05) COMP VALUE ZERO.
013100 01  WS-SER-SUB                     PIC 9(02) COMP VALUE ZERO.
013200 01  WS-SER-SUB2                    PIC 9(02) COMP VALUE ZERO.
013300 01  WS-SERIALS-RETURNED            PIC 9(07) COMP VALUE ZERO.
013400
013500 01  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
013600     88  WS-ROW-FOUND                VALUE 'Y'.
013700 01  WS-ON-HAND                     PIC 9(05) VALUE ZERO.
013800
013900 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
014000 01  WS-RETURNS-TO-STOCK            PIC 9(07) COMP VALUE ZERO.
014100 01  WS-RETURNS-TO-DAMAGED          PIC 9(07) COMP VALUE ZERO.
014200 01  WS-RETURNS-SCRAPPED            PIC 9(07) COMP VALUE ZERO.
014300 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
014400
014500 01  WS-CURRENT-DATE-TIME.
014600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
014700     05  WS-TIME-HHMMSSHH           PIC 9(08).
014800     05  FILLER                     PIC X(05).
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT.
015400
015500     PERFORM 2000-POST-NEXT-RETURN
015600         THRU 2000-POST-NEXT-RETURN-EXIT
015700         UNTIL TRAN-STATUS-EOF.
015800
015900     PERFORM 9000-FINISH
016000         THRU 9000-FINISH-EXIT.
016100
016200     MOVE WS-RETURN-CODE TO RETURN-CODE.
016300     GO TO 9999-EXIT.
016400
016500 1000-INITIALIZE.
016600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016700     PERFORM 1050-GET-BUSINESS-DATE
016800         THRU 1050-GET-BUSINESS-DATE-EXIT.
016900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
017000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
017100     OPEN OUTPUT RETURNS-REGISTER.
017200     OPEN OUTPUT EXCEPTION-FILE.
017300*    THE MOVEMENT JOURNAL IS CUMULATIVE (SEE MEVTREC).
017400     OPEN EXTEND MOVEMENT-EVENTS.
017500     IF NOT MEVT-STATUS-OK
017600         OPEN OUTPUT MOVEMENT-EVENTS
017700     END-IF.
017800*    NO SERIAL MASTER MEANS NOTHING SERIALIZED HAS SHIPPED - A
017900*    HIGH-VALUE RETURN HAS NOTHING IT CAN MATCH.
018000     OPEN I-O SERIAL-MASTER.
018100     IF SER-STATUS-OK
018200         SET WS-SERS-OPEN TO TRUE
018300     END-IF.
018400     OPEN EXTEND SERIAL-HISTORY.
018500     IF NOT SERHIST-STATUS-OK
018600         OPEN OUTPUT SERIAL-HISTORY
018700     END-IF.
018800     OPEN INPUT RETURN-TRAN-FILE.
018900     IF NOT TRAN-STATUS-OK
019000         DISPLAY 'RETPOST - UNABLE TO OPEN RETURNS, STATUS='
019100             WS-TRAN-STATUS
019200         SET RC-SEVERE TO TRUE
019300         SET TRAN-STATUS-EOF TO TRUE
019400         GO TO 1000-INITIALIZE-EXIT
019500     END-IF.
019600 1000-INITIALIZE-EXIT.
019700     EXIT.
019800
019900 1050-GET-BUSINESS-DATE.
020000*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
020100*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
020200*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
020300*    CLOCK TIME FIELD STAYS REAL.
020400     OPEN INPUT BUSDATE-FILE.
020500     IF NOT BUSDATE-STATUS-OK
020600         GO TO 1050-GET-BUSINESS-DATE-EXIT
020700     END-IF.
020800     READ BUSDATE-FILE
020900         AT END
021000             CLOSE BUSDATE-FILE
021100             GO TO 1050-GET-BUSINESS-DATE-EXIT
021200     END-READ.
021300     CLOSE BUSDATE-FILE.
021400     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
021500             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
021600         DISPLAY 'RETPOST - RUNNING AS OF BUSINESS DATE '
021700             BUS-DATE
021800         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
021900     END-IF.
022000 1050-GET-BUSINESS-DATE-EXIT.
022100     EXIT.
022200
022300 2000-POST-NEXT-RETURN.
022400     READ RETURN-TRAN-FILE
022500         AT END SET TRAN-STATUS-EOF TO TRUE
022600     END-READ.
022700     IF TRAN-STATUS-EOF
022800         GO TO 2000-POST-NEXT-RETURN-EXIT
022900     END-IF.
023000
023100     ADD 1 TO WS-TRANS-READ.
023200
023300     IF RTN-OWNER = SPACES OR RTN-ITEM-NAME = SPACES
023400         MOVE 'E390' TO EXC-REASON-CODE
023500         MOVE 'OWNER OR ITEM MISSING ON RETURN' TO
023600             EXC-REASON-TEXT
023700         PERFORM 2900-WRITE-EXCEPTION
023800             THRU 2900-WRITE-EXCEPTION-EXIT
023900         GO TO 2000-POST-NEXT-RETURN-EXIT
024000     END-IF.
024100     IF RTN-QUANTITY IS NOT NUMERIC OR RTN-QUANTITY = ZERO
024200         MOVE 'E391' TO EXC-REASON-CODE
024300         MOVE 'RETURN QUANTITY NOT NUMERIC OR ZERO' TO
024400             EXC-REASON-TEXT
024500         PERFORM 2900-WRITE-EXCEPTION
024600             THRU 2900-WRITE-EXCEPTION-EXIT
024700         GO TO 2000-POST-NEXT-RETURN-EXIT
024800     END-IF.
024900     IF RTN-ORDER-NO = SPACES
025000         MOVE 'E392' TO EXC-REASON-CODE
025100         MOVE 'RETURN HAS NO ORIGINAL SHIPMENT ORDER' TO
025200             EXC-REASON-TEXT
025300         PERFORM 2900-WRITE-EXCEPTION
025400             THRU 2900-WRITE-EXCEPTION-EXIT
025500         GO TO 2000-POST-NEXT-RETURN-EXIT
025600     END-IF.
025700     IF NOT RTN-TO-STOCK AND NOT RTN-TO-DAMAGED
025800             AND NOT RTN-TO-SCRAP
025900         MOVE 'E393' TO EXC-REASON-CODE
026000         MOVE 'DISPOSITION MUST BE S, D OR X' TO EXC-REASON-TEXT
026100         PERFORM 2900-WRITE-EXCEPTION
026200             THRU 2900-WRITE-EXCEPTION-EXIT
026300         GO TO 2000-POST-NEXT-RETURN-EXIT
026400     END-IF.
026500     PERFORM 2500-CHECK-SERIALS
026600         THRU 2500-CHECK-SERIALS-EXIT.
026700     IF NOT WS-SERIALS-OK
026800         GO TO 2000-POST-NEXT-RETURN-EXIT
026900     END-IF.
027000
027100     PERFORM 3000-POST-ONE-RETURN
027200         THRU 3000-POST-ONE-RETURN-EXIT.
027300 2000-POST-NEXT-RETURN-EXIT.
027400     EXIT.
027500
027600 2500-CHECK-SERIALS.
027700*    ONLY A HIGH-VALUE ITEM IS SERIALIZED.  ITS RETURN MUST
027800*    NAME EXACTLY ONE SERIAL PER EACH, NO SERIAL TWICE, AND
027900*    EACH ONE SHIPPED ON THE ORDER BEING RETURNED.  AN ITEM NOT
028000*    ON THE TABLE IS LEFT FOR THE POSTING TO REJECT.
028100     SET WS-SERIALS-OK TO TRUE.
028200     MOVE SPACES TO WS-ITEM-CLASS.
028300     MOVE SPACES TO WS-ITEM-LOCATION.
028400     EXEC SQL
028500         SELECT storage_class, location
028600             INTO :WS-ITEM-CLASS, :WS-ITEM-LOCATION
028700             FROM items
028800             WHERE owner = :RTN-OWNER
028900               AND itemname = :RTN-ITEM-NAME
029000     END-EXEC.
029100     IF SQLCODE NOT = 0
029200         MOVE SPACES TO WS-ITEM-CLASS
029300     END-IF.
029400     IF NOT WS-ITEM-HIGH-VALUE
029500         GO TO 2500-CHECK-SERIALS-EXIT
029600     END-IF.
029700
029800     MOVE ZERO TO WS-SERIAL-COUNT.
029900     PERFORM 2510-CHECK-ONE-SERIAL
030000         THRU 2510-CHECK-ONE-SERIAL-EXIT
030100         VARYING WS-SER-SUB FROM 1 BY 1
030200         UNTIL WS-SER-SUB > 10 OR NOT WS-SERIALS-OK.
030300     IF NOT WS-SERIALS-OK
030400         GO TO 2500-CHECK-SERIALS-EXIT
030500     END-IF.
030600     IF WS-SERIAL-COUNT NOT = RTN-QUANTITY
030700         MOVE 'N' TO WS-SERIALS-OK-SW
030800         MOVE 'E490' TO EXC-REASON-CODE
030900         MOVE 'SERIAL COUNT DOES NOT MATCH QUANTITY' TO
031000             EXC-REASON-TEXT
031100         PERFORM 2900-WRITE-EXCEPTION
031200             THRU 2900-WRITE-EXCEPTION-EXIT
031300     END-IF.
031400 2500-CHECK-SERIALS-EXIT.
031500     EXIT.
031600
031700 2510-CHECK-ONE-SERIAL.
031800     IF RTN-SERIAL(WS-SER-SUB) = SPACES
031900         GO TO 2510-CHECK-ONE-SERIAL-EXIT
032000     END-IF.
032100     ADD 1 TO WS-SERIAL-COUNT.
032200     PERFORM 2520-MATCH-LATER-SERIAL
032300         THRU 2520-MATCH-LATER-SERIAL-EXIT
032400         VARYING WS-SER-SUB2 FROM WS-SER-SUB BY 1
032500         UNTIL WS-SER-SUB2 > 10 OR NOT WS-SERIALS-OK.
032600     IF NOT WS-SERIALS-OK
032700         GO TO 2510-CHECK-ONE-SERIAL-EXIT
032800     END-IF.
032900
033000     MOVE 'N' TO WS-SERIALS-OK-SW.
033100     IF WS-SERS-OPEN
033200         MOVE RTN-OWNER     TO SER-OWNER
033300         MOVE RTN-ITEM-NAME TO SER-ITEM-NAME
033400         MOVE RTN-SERIAL(WS-SER-SUB) TO SER-SERIAL
033500         READ SERIAL-MASTER
033600             INVALID KEY CONTINUE
033700             NOT INVALID KEY
033800                 IF SER-SHIPPED
033900                         AND SER-ORDER-NO = RTN-ORDER-NO
034000                     SET WS-SERIALS-OK TO TRUE
034100                 END-IF
034200         END-READ
034300     END-IF.
034400     IF NOT WS-SERIALS-OK
034500         MOVE 'E493' TO EXC-REASON-CODE
034600         MOVE SPACES TO EXC-REASON-TEXT
034700         STRING 'NOT SHIPPED ' RTN-SERIAL(WS-SER-SUB)
034800             DELIMITED BY SIZE
034900             INTO EXC-REASON-TEXT
035000         END-STRING
035100         PERFORM 2900-WRITE-EXCEPTION
035200             THRU 2900-WRITE-EXCEPTION-EXIT
035300     END-IF.
035400 2510-CHECK-ONE-SERIAL-EXIT.
035500     EXIT.
035600
035700 2520-MATCH-LATER-SERIAL.
035800     IF WS-SER-SUB2 = WS-SER-SUB
035900         GO TO 2520-MATCH-LATER-SERIAL-EXIT
036000     END-IF.
036100     IF RTN-SERIAL(WS-SER-SUB2) = RTN-SERIAL(WS-SER-SUB)
036200         MOVE 'N' TO WS-SERIALS-OK-SW
036300         MOVE 'E494' TO EXC-REASON-CODE
036400         MOVE SPACES TO EXC-REASON-TEXT
036500         STRING 'LISTED TWICE ' RTN-SERIAL(WS-SER-SUB)
036600             DELIMITED BY SIZE
036700             INTO EXC-REASON-TEXT
036800         END-STRING
036900         PERFORM 2900-WRITE-EXCEPTION
037000             THRU 2900-WRITE-EXCEPTION-EXIT
037100     END-IF.
037200 2520-MATCH-LATER-SERIAL-EXIT.
037300     EXIT.
037400
037500 3000-POST-ONE-RETURN.
037600*    THE RETURN MUST LAND ON AN EXISTING OWNER/ITEM ROW - A
037700*    RETURN FOR AN UNKNOWN ITEM IS A KEYING PROBLEM, NOT A
037800*    REASON TO CREATE STOCK OUT OF NOTHING.
037900     MOVE 'N' TO WS-ROW-FOUND-SW.
038000     EXEC SQL
038100         SELECT qty_on_hand
038200             INTO :WS-ON-HAND
038300             FROM items
038400             WHERE owner = :RTN-OWNER
038500               AND itemname = :RTN-ITEM-NAME
038600     END-EXEC.
038700     IF SQLCODE = 0
038800         SET WS-ROW-FOUND TO TRUE
038900     END-IF.
039000     IF NOT WS-ROW-FOUND
039100         MOVE 'E394' TO EXC-REASON-CODE
039200         MOVE 'RETURN OWNER/ITEM NOT ON ITEMS TABLE' TO
039300             EXC-REASON-TEXT
039400         PERFORM 2900-WRITE-EXCEPTION
039500             THRU 2900-WRITE-EXCEPTION-EXIT
039600         GO TO 3000-POST-ONE-RETURN-EXIT
039700     END-IF.
039800
039900     EVALUATE TRUE
040000         WHEN RTN-TO-STOCK
040100             EXEC SQL
040200                 UPDATE items
040300                     SET qty_on_hand =
040400                         qty_on_hand + :RTN-QUANTITY
040500                     WHERE owner = :RTN-OWNER
040600                       AND itemname = :RTN-ITEM-NAME
040700             END-EXEC
040800         WHEN RTN-TO-DAMAGED
040900             EXEC SQL
041000                 UPDATE items
041100                     SET qty_damaged =
041200                         qty_damaged + :RTN-QUANTITY
041300                     WHERE owner = :RTN-OWNER
041400                       AND itemname = :RTN-ITEM-NAME
041500             END-EXEC
041600         WHEN OTHER
041700*            SCRAP - NOTHING COMES BACK TO STOCK, ONLY THE
041800*            REGISTER LINE REMEMBERS IT.
041900             CONTINUE
042000     END-EVALUATE.
042100
042200     IF NOT RTN-TO-SCRAP AND SQLCODE NOT = 0
042300         EXEC SQL ROLLBACK END-EXEC
042400         MOVE 'E395' TO EXC-REASON-CODE
042500         MOVE 'RETURN POSTING FAILED, SEE SQLCODE' TO
042600             EXC-REASON-TEXT
042700         PERFORM 2900-WRITE-EXCEPTION
042800             THRU 2900-WRITE-EXCEPTION-EXIT
042900         GO TO 3000-POST-ONE-RETURN-EXIT
043000     END-IF.
043100     IF NOT RTN-TO-SCRAP
043200         EXEC SQL COMMIT END-EXEC
043300     END-IF.
043400
043500     EVALUATE TRUE
043600         WHEN RTN-TO-STOCK
043700             ADD 1 TO WS-RETURNS-TO-STOCK
043800         WHEN RTN-TO-DAMAGED
043900             ADD 1 TO WS-RETURNS-TO-DAMAGED
044000         WHEN OTHER
044100             ADD 1 TO WS-RETURNS-SCRAPPED
044200     END-EVALUATE.
044300
044400     PERFORM 3100-WRITE-REGISTER-LINE
044500         THRU 3100-WRITE-REGISTER-LINE-EXIT.
044600     MOVE RTN-OWNER     TO MEV-OWNER.
044700     MOVE RTN-ITEM-NAME TO MEV-ITEM-NAME.
044800     EVALUATE TRUE
044900         WHEN RTN-TO-STOCK
045000             SET MEV-RETURN-TO-STOCK TO TRUE
045100         WHEN RTN-TO-DAMAGED
045200             SET MEV-RETURN-DAMAGED TO TRUE
045300         WHEN OTHER
045400             SET MEV-RETURN-SCRAPPED TO TRUE
045500     END-EVALUATE.
045600     MOVE RTN-QUANTITY  TO MEV-QUANTITY.
045700     MOVE RTN-ORDER-NO  TO MEV-REFERENCE.
045800     PERFORM 9600-WRITE-MOVEMENT-EVENT
045900         THRU 9600-WRITE-MOVEMENT-EVENT-EXIT.
046000     IF WS-ITEM-HIGH-VALUE
046100         PERFORM 3200-RETURN-ONE-SERIAL
046200             THRU 3200-RETURN-ONE-SERIAL-EXIT
046300             VARYING WS-SER-SUB FROM 1 BY 1
046400             UNTIL WS-SER-SUB > 10
046500     END-IF.
046600 3000-POST-ONE-RETURN-EXIT.
046700     EXIT.
046800
046900 3100-WRITE-REGISTER-LINE.
047000*    FIXED COLUMNS - GLFEED PARSES THIS REGISTER FOR THE 'RTRN'
047100*    MOVEMENT JOURNALS, SO THE LAYOUT IS A CONTRACT.
047200     MOVE SPACES TO RETURNS-REGISTER-LINE.
047300     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
047400            ' OWNER=' RTN-OWNER
047500            ' ITEM=' RTN-ITEM-NAME
047600            ' QTY=' RTN-QUANTITY
047700            ' DISP=' RTN-DISPOSITION
047800            ' RSN=' RTN-REASON
047900            ' ORDER=' RTN-ORDER-NO
048000         DELIMITED BY SIZE
048100         INTO RETURNS-REGISTER-LINE
048200     END-STRING.
048300     WRITE RETURNS-REGISTER-LINE.
048400 3100-WRITE-REGISTER-LINE-EXIT.
048500     EXIT.
048600
048700 3200-RETURN-ONE-SERIAL.
048800*    THE LAST SHIPMENT STAYS ON THE RECORD - ONLY A SERIAL BACK
048900*    IN STOCK GETS A BIN AGAIN.
049000     IF RTN-SERIAL(WS-SER-SUB) = SPACES
049100         GO TO 3200-RETURN-ONE-SERIAL-EXIT
049200     END-IF.
049300     MOVE RTN-OWNER     TO SER-OWNER.
049400     MOVE RTN-ITEM-NAME TO SER-ITEM-NAME.
049500     MOVE RTN-SERIAL(WS-SER-SUB) TO SER-SERIAL.
049600     READ SERIAL-MASTER
049700         INVALID KEY GO TO 3200-RETURN-ONE-SERIAL-EXIT
049800     END-READ.
049900     SET SER-RETURNED TO TRUE.
050000     IF RTN-TO-STOCK
050100         MOVE WS-ITEM-LOCATION TO SER-BIN
050200     ELSE
050300         MOVE SPACES TO SER-BIN
050400     END-IF.
050500     MOVE WS-TODAY-YYYYMMDD TO SER-RETURN-DATE.
050600     MOVE RTN-DISPOSITION   TO SER-RETURN-DISP.
050700     MOVE WS-TODAY-YYYYMMDD TO SER-STATUS-DATE.
050800     MOVE 'RETPOST ' TO SER-PROGRAM-ID.
050900     REWRITE SERIAL-RECORD
051000         INVALID KEY GO TO 3200-RETURN-ONE-SERIAL-EXIT
051100     END-REWRITE.
051200     ADD 1 TO WS-SERIALS-RETURNED.
051300
051400     MOVE WS-TODAY-YYYYMMDD TO SH-DATE.
051500     MOVE WS-TIME-HHMMSSHH  TO SH-TIME.
051600     MOVE SER-OWNER         TO SH-OWNER.
051700     MOVE SER-ITEM-NAME     TO SH-ITEM-NAME.
051800     MOVE SER-SERIAL        TO SH-SERIAL.
051900     SET SH-RETURNED TO TRUE.
052000     MOVE RTN-ORDER-NO      TO SH-REFERENCE.
052100     MOVE SER-SHIP-TO-ID    TO SH-SHIP-TO-ID.
052200     MOVE SER-BIN           TO SH-BIN.
052300     MOVE RTN-DISPOSITION   TO SH-DISPOSITION.
052400     MOVE 'RETPOST ' TO SH-PROGRAM-ID.
052500     MOVE SPACES TO SH-OPERATOR.
052600     WRITE SERIAL-HISTORY-RECORD.
052700 3200-RETURN-ONE-SERIAL-EXIT.
052800     EXIT.
052900
053000 2900-WRITE-EXCEPTION.
053100*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
053200*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
053300     ADD 1 TO WS-TRANS-REJECTED.
053400     MOVE 'RETPOST ' TO EXC-PROGRAM-ID.
053500     MOVE RTN-ITEM-NAME TO EXC-KEY-VALUE.
053600     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
053700     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
053800     MOVE SPACES TO EXC-OPERATOR-ID.
053900     WRITE EXC-RECORD.
054000     SET RC-WARNING TO TRUE.
054100 2900-WRITE-EXCEPTION-EXIT.
054200     EXIT.
054300
054400 9000-FINISH.
054500     CLOSE RETURN-TRAN-FILE.
054600     CLOSE RETURNS-REGISTER.
054700     CLOSE EXCEPTION-FILE.
054800     CLOSE MOVEMENT-EVENTS.
054900     IF WS-SERS-OPEN
055000         CLOSE SERIAL-MASTER
055100     END-IF.
055200     CLOSE SERIAL-HISTORY.
055300     DISPLAY 'RETPOST - RETURNS READ   : ' WS-TRANS-READ.
055400     DISPLAY 'RETPOST - BACK TO STOCK  : ' WS-RETURNS-TO-STOCK.
055500     DISPLAY 'RETPOST - TO DAMAGED     : '
055600         WS-RETURNS-TO-DAMAGED.
055700     DISPLAY 'RETPOST - SCRAPPED       : ' WS-RETURNS-SCRAPPED.
055800     DISPLAY 'RETPOST - REJECTED       : ' WS-TRANS-REJECTED.
055900     DISPLAY 'RETPOST - SERIALS RETURNED: ' WS-SERIALS-RETURNED.
056000     DISPLAY 'RETPOST - RETURN CODE    : ' WS-RETURN-CODE.
056100 9000-FINISH-EXIT.
056200     EXIT.
056300
056400 9600-WRITE-MOVEMENT-EVENT.
056500*    ONE STOCK MOVEMENT EVENT PER REGISTER LINE FOR THE OWNER
056600*    PUBLISHER (SEE MEVTREC).  THE CALLER SETS THE OWNER,
056700*    ITEM, TYPE, QUANTITY AND REFERENCE.
056800     MOVE ZERO TO MEV-ON-HAND.
056900     EXEC SQL
057000         SELECT qty_on_hand
057100             INTO :MEV-ON-HAND
057200             FROM items
057300             WHERE owner = :MEV-OWNER
057400               AND itemname = :MEV-ITEM-NAME
057500     END-EXEC.
057600     IF SQLCODE NOT = 0
057700         MOVE ZERO TO MEV-ON-HAND
057800     END-IF.
057900     MOVE WS-TODAY-YYYYMMDD TO MEV-DATE.
058000     MOVE WS-TIME-HHMMSSHH  TO MEV-TIME.
058100     MOVE 'RETPOST ' TO MEV-PROGRAM-ID.
058200     WRITE MOVEMENT-EVENT-RECORD.
058300 9600-WRITE-MOVEMENT-EVENT-EXIT.
058400     EXIT.
058500
058600 9999-EXIT.
058700     STOP RUN.
