000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTVPOST.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  RETURN TO VENDOR - EACH
001000*                    RTVTRAN TRANSACTION NAMES THE ORIGINATING
001100*                    PO, THE ITEM, THE LOT AND THE QUANTITY,
001200*                    AND WHETHER THE STOCK COMES OUT OF THE
001300*                    DAMAGED BUCKET (QTY_DAMAGED, WHERE QCREL
001400*                    AND RETPOST PUT REJECTS) OR STRAIGHT OFF
001500*                    QC HOLD (QTY_ON_HOLD, AND THE LOT'S HELD
001600*                    QUANTITY - SEE LOTREC).  THE STOCK LEAVES
001700*                    UNDER THE SAME GUARDED-UPDATE COMMIT
001800*                    CONTROL THE OTHER POSTERS USE.  THE PO
001900*                    (SEE POREC) IS RELIEVED - RECEIVED-TO-DATE
002000*                    COMES DOWN, RETURNED-TO-DATE GOES UP FOR
002100*                    THE VENDPERF SCORECARD, AND A CLOSED PO
002200*                    NOW SHORT OF ITS ORDER QUANTITY REOPENS SO
002300*                    THE REPLACEMENT CAN BE RECEIVED AGAINST
002400*                    IT.  EACH RETURN PRINTS AN RTV SHIPPING
002500*                    DOCUMENT CARRYING ITS RETURN AUTHORIZATION
002600*                    NUMBER.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RTV-TRAN-FILE ASSIGN TO "RTVTRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRAN-STATUS.
003400
003500     SELECT RTV-DOCUMENT ASSIGN TO "RTVDOC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT PO-MASTER ASSIGN TO "POMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PO-KEY
004200         FILE STATUS IS WS-POMAST-STATUS.
004300
004400     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LOT-KEY
004800         FILE STATUS IS WS-LOT-STATUS.
004900
005000     SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-VEND-STATUS.
005300
005400     SELECT EXCEPTION-FILE ASSIGN TO "RTVPEXC"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-BUSDATE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RTV-TRAN-FILE.
006400 01  RTV-TRAN-RECORD.
006500     05  RTV-PO-NUMBER               PIC 9(06).
006600     05  RTV-ITEM-NAME               PIC X(20).
006700*    BLANK = UNDATED STOCK, NO LOT LEDGER TO MOVE.
006800     05  RTV-LOT-NO                  PIC X(10).
006900     05  RTV-QUANTITY                PIC 9(05).
007000     05  RTV-SOURCE                  PIC X(01).
007100         88  RTV-FROM-DAMAGED        VALUE 'D'.
007200         88  RTV-FROM-HOLD           VALUE 'H'.
007300     05  RTV-REASON                  PIC X(04).
007400
007500 FD  RTV-DOCUMENT.
007600 01  RTV-DOCUMENT-LINE              PIC X(80).
007700
007800 FD  PO-MASTER.
007900     COPY POREC.
008000
008100 FD  LOT-MASTER.
008200     COPY LOTREC.
008300
008400 FD  VENDOR-MASTER.
008500     COPY VENDREC.
008600
008700 FD  EXCEPTION-FILE.
008800     COPY EXCREC.
008900
009000 FD  BUSDATE-FILE.
009100     COPY BUSDATE.
009200
009300 WORKING-STORAGE SECTION.
009400     EXEC SQL INCLUDE SQLCA END-EXEC.
009500     COPY RETCODES.
009600
009700 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
009800     88  TRAN-STATUS-OK              VALUE '00'.
009900     88  TRAN-STATUS-EOF             VALUE '10'.
010000 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
010100     88  POMAST-STATUS-OK            VALUE '00'.
010200     88  POMAST-STATUS-EOF           VALUE '10'.
010300 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
010400     88  LOT-STATUS-OK               VALUE '00'.
010500 01  WS-VEND-STATUS                 PIC X(02) VALUE '00'.
010600     88  VEND-STATUS-OK              VALUE '00'.
010700     88  VEND-STATUS-EOF             VALUE '10'.
010800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
010900     88  BUSDATE-STATUS-OK           VALUE '00'.
011000 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
011100     88  WS-LOTS-OPEN                VALUE 'Y'.
011200 01  WS-LOT-OK-SW                   PIC X(01) VALUE 'N'.
011300     88  WS-LOT-OK                   VALUE 'Y'.
011400
011500*    EVERY PO ON FILE BY NUMBER - POMAST IS KEYED ON OWNER AND
011600*    ITEM, THE RETURN CARRIES ONLY THE PO NUMBER.
011700 01  WS-PO-TABLE.
011800     05  WS-PO-ENTRY OCCURS 2000 TIMES.
011900         10  PT-PO-NUMBER           PIC 9(06).
012000         10  PT-OWNER               PIC X(20).
012100         10  PT-ITEM-NAME           PIC X(20).
012200 01  WS-PO-COUNT                    PIC 9(04) COMP VALUE ZERO.
012300 01  WS-PO-SUB                      PIC 9(04) COMP VALUE ZERO.
012400 01  WS-PO-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
012500
012600*    VENDOR NAMES FOR THE SHIPPING DOCUMENT - VENDMAST HOLDS
012700*    ONE ROW PER OWNER/ITEM, SO A VENDOR APPEARS MANY TIMES.
012800 01  WS-VNAME-TABLE.
012900     05  WS-VNAME-ENTRY OCCURS 200 TIMES.
013000         10  VN-VENDOR-ID           PIC X(08).
013100         10  VN-VENDOR-NAME         PIC X(25).
013200 01  WS-VNAME-COUNT                 PIC 9(03) COMP VALUE ZERO.
013300 01  WS-VNAME-SUB                   PIC 9(03) COMP VALUE ZERO.
013400 01  WS-VNAME-FOUND-SUB             PIC 9(03) COMP VALUE ZERO.
013500 01  WS-VENDOR-NAME                 PIC X(25) VALUE SPACES.
013600
013700*    RETURN AUTHORIZATION NUMBER - 'RA', THE BUSINESS DATE AS
013800*    YYMMDD AND A FOUR-DIGIT SEQUENCE WITHIN THE RUN.
013900 01  WS-RA-NUMBER.
014000     05  FILLER                     PIC X(02) VALUE 'RA'.
014100     05  WS-RA-DATE                 PIC 9(06).
014200     05  WS-RA-SEQ                  PIC 9(04) VALUE ZERO.
014300
014400 01  WS-OWNER                       PIC X(20) VALUE SPACES.
014500 01  WS-SOURCE-TEXT                 PIC X(07) VALUE SPACES.
014600 01  WS-REOPEN-TEXT                 PIC X(40) VALUE SPACES.
014700
014800 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
014900 01  WS-RETURNS-POSTED              PIC 9(07) COMP VALUE ZERO.
015000 01  WS-POS-REOPENED                PIC 9(07) COMP VALUE ZERO.
015100 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
015200
015300 01  WS-CURRENT-DATE-TIME.
015400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
015500     05  WS-TIME-HHMMSSHH           PIC 9(08).
015600     05  FILLER                     PIC X(05).
015700
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE
016100         THRU 1000-INITIALIZE-EXIT.
016200
016300     PERFORM 2000-POST-NEXT-RETURN
016400         THRU 2000-POST-NEXT-RETURN-EXIT
016500         UNTIL TRAN-STATUS-EOF.
016600
016700     PERFORM 9000-FINISH
016800         THRU 9000-FINISH-EXIT.
016900
017000     MOVE WS-RETURN-CODE TO RETURN-CODE.
017100     GO TO 9999-EXIT.
017200
017300 1000-INITIALIZE.
017400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017500     PERFORM 1050-GET-BUSINESS-DATE
017600         THRU 1050-GET-BUSINESS-DATE-EXIT.
017700     MOVE WS-TODAY-YYYYMMDD(3:6) TO WS-RA-DATE.
017800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
017900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
018000     OPEN OUTPUT RTV-DOCUMENT.
018100     OPEN OUTPUT EXCEPTION-FILE.
018200     OPEN INPUT RTV-TRAN-FILE.
018300     IF NOT TRAN-STATUS-OK
018400         DISPLAY 'RTVPOST - UNABLE TO OPEN RTVTRAN, STATUS='
018500             WS-TRAN-STATUS
018600         SET RC-SEVERE TO TRUE
018700         SET TRAN-STATUS-EOF TO TRUE
018800         GO TO 1000-INITIALIZE-EXIT
018900     END-IF.
019000     OPEN I-O PO-MASTER.
019100     IF NOT POMAST-STATUS-OK
019200         DISPLAY 'RTVPOST - UNABLE TO OPEN POMAST, STATUS='
019300             WS-POMAST-STATUS
019400         SET RC-SEVERE TO TRUE
019500         SET TRAN-STATUS-EOF TO TRUE
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF.
019800*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED - RETURNS
019900*    OF UNDATED STOCK POST EXACTLY AS BEFORE.
020000     OPEN I-O LOT-MASTER.
020100     IF LOT-STATUS-OK
020200         SET WS-LOTS-OPEN TO TRUE
020300     END-IF.
020400     PERFORM 1100-LOAD-PO-TABLE
020500         THRU 1100-LOAD-PO-TABLE-EXIT.
020600     PERFORM 1200-LOAD-VENDOR-NAMES
020700         THRU 1200-LOAD-VENDOR-NAMES-EXIT.
020800 1000-INITIALIZE-EXIT.
020900     EXIT.
021000
021100 1050-GET-BUSINESS-DATE.
021200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
021300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
021400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
021500*    CLOCK TIME FIELD STAYS REAL.
021600     OPEN INPUT BUSDATE-FILE.
021700     IF NOT BUSDATE-STATUS-OK
021800         GO TO 1050-GET-BUSINESS-DATE-EXIT
021900     END-IF.
022000     READ BUSDATE-FILE
022100         AT END
022200             CLOSE BUSDATE-FILE
022300             GO TO 1050-GET-BUSINESS-DATE-EXIT
022400     END-READ.
022500     CLOSE BUSDATE-FILE.
022600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
022700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
022800         DISPLAY 'RTVPOST - RUNNING AS OF BUSINESS DATE '
022900             BUS-DATE
023000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
023100     END-IF.
023200 1050-GET-BUSINESS-DATE-EXIT.
023300     EXIT.
023400
023500 1100-LOAD-PO-TABLE.
023600     MOVE LOW-VALUES TO PO-KEY.
023700     START PO-MASTER KEY IS NOT LESS THAN PO-KEY
023800         INVALID KEY GO TO 1100-LOAD-PO-TABLE-EXIT
023900     END-START.
024000     PERFORM 1110-LOAD-ONE-PO
024100         THRU 1110-LOAD-ONE-PO-EXIT
024200         UNTIL POMAST-STATUS-EOF.
024300 1100-LOAD-PO-TABLE-EXIT.
024400     EXIT.
024500
024600 1110-LOAD-ONE-PO.
024700     READ PO-MASTER NEXT
024800         AT END SET POMAST-STATUS-EOF TO TRUE
024900     END-READ.
025000     IF NOT POMAST-STATUS-OK
025100         SET POMAST-STATUS-EOF TO TRUE
025200         GO TO 1110-LOAD-ONE-PO-EXIT
025300     END-IF.
025400     IF WS-PO-COUNT < 2000
025500         ADD 1 TO WS-PO-COUNT
025600         MOVE PO-NUMBER    TO PT-PO-NUMBER(WS-PO-COUNT)
025700         MOVE PO-OWNER     TO PT-OWNER(WS-PO-COUNT)
025800         MOVE PO-ITEM-NAME TO PT-ITEM-NAME(WS-PO-COUNT)
025900     ELSE
026000         DISPLAY 'RTVPOST - PO TABLE FULL, PO SKIPPED'
026100         SET RC-WARNING TO TRUE
026200     END-IF.
026300 1110-LOAD-ONE-PO-EXIT.
026400     EXIT.
026500
026600 1200-LOAD-VENDOR-NAMES.
026700*    NO VENDOR MASTER ONLY COSTS THE NAME ON THE DOCUMENT -
026800*    THE VENDOR ID FROM THE PO STILL PRINTS.
026900     OPEN INPUT VENDOR-MASTER.
027000     IF NOT VEND-STATUS-OK
027100         GO TO 1200-LOAD-VENDOR-NAMES-EXIT
027200     END-IF.
027300     PERFORM 1210-LOAD-ONE-VENDOR
027400         THRU 1210-LOAD-ONE-VENDOR-EXIT
027500         UNTIL VEND-STATUS-EOF.
027600     CLOSE VENDOR-MASTER.
027700 1200-LOAD-VENDOR-NAMES-EXIT.
027800     EXIT.
027900
028000 1210-LOAD-ONE-VENDOR.
028100     READ VENDOR-MASTER
028200         AT END SET VEND-STATUS-EOF TO TRUE
028300     END-READ.
028400     IF VEND-STATUS-EOF
028500         GO TO 1210-LOAD-ONE-VENDOR-EXIT
028600     END-IF.
028700     MOVE ZERO TO WS-VNAME-FOUND-SUB.
028800     PERFORM 1220-MATCH-ONE-VNAME
028900         THRU 1220-MATCH-ONE-VNAME-EXIT
029000         VARYING WS-VNAME-SUB FROM 1 BY 1
029100         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
029200             OR WS-VNAME-FOUND-SUB > ZERO.
029300     IF WS-VNAME-FOUND-SUB > ZERO
029400         GO TO 1210-LOAD-ONE-VENDOR-EXIT
029500     END-IF.
029600     IF WS-VNAME-COUNT < 200
029700         ADD 1 TO WS-VNAME-COUNT
029800         MOVE VEND-VENDOR-ID   TO VN-VENDOR-ID(WS-VNAME-COUNT)
029900         MOVE VEND-VENDOR-NAME TO
030000             VN-VENDOR-NAME(WS-VNAME-COUNT)
030100     END-IF.
030200 1210-LOAD-ONE-VENDOR-EXIT.
030300     EXIT.
030400
030500 1220-MATCH-ONE-VNAME.
030600     IF VN-VENDOR-ID(WS-VNAME-SUB) = VEND-VENDOR-ID
030700         MOVE WS-VNAME-SUB TO WS-VNAME-FOUND-SUB
030800     END-IF.
030900 1220-MATCH-ONE-VNAME-EXIT.
031000     EXIT.
031100
031200 2000-POST-NEXT-RETURN.
031300     READ RTV-TRAN-FILE
031400         AT END SET TRAN-STATUS-EOF TO TRUE
031500     END-READ.
031600     IF TRAN-STATUS-EOF
031700         GO TO 2000-POST-NEXT-RETURN-EXIT
031800     END-IF.
031900
032000     ADD 1 TO WS-TRANS-READ.
032100
032200     IF RTV-PO-NUMBER IS NOT NUMERIC OR RTV-ITEM-NAME = SPACES
032300         MOVE 'E453' TO EXC-REASON-CODE
032400         MOVE 'PO NUMBER OR ITEM MISSING ON RETURN' TO
032500             EXC-REASON-TEXT
032600         PERFORM 2900-WRITE-EXCEPTION
032700             THRU 2900-WRITE-EXCEPTION-EXIT
032800         GO TO 2000-POST-NEXT-RETURN-EXIT
032900     END-IF.
033000     IF RTV-QUANTITY IS NOT NUMERIC OR RTV-QUANTITY = ZERO
033100         MOVE 'E453' TO EXC-REASON-CODE
033200         MOVE 'RETURN QUANTITY NOT NUMERIC OR ZERO' TO
033300             EXC-REASON-TEXT
033400         PERFORM 2900-WRITE-EXCEPTION
033500             THRU 2900-WRITE-EXCEPTION-EXIT
033600         GO TO 2000-POST-NEXT-RETURN-EXIT
033700     END-IF.
033800     IF NOT RTV-FROM-DAMAGED AND NOT RTV-FROM-HOLD
033900         MOVE 'E454' TO EXC-REASON-CODE
034000         MOVE 'SOURCE MUST BE D OR H' TO EXC-REASON-TEXT
034100         PERFORM 2900-WRITE-EXCEPTION
034200             THRU 2900-WRITE-EXCEPTION-EXIT
034300         GO TO 2000-POST-NEXT-RETURN-EXIT
034400     END-IF.
034500
034600*    A CLOSED PO IS REPLACED ON POMAST BY THE NEXT ORDER FOR
034700*    THE SAME OWNER AND ITEM - ITS NUMBER IS THEN NOT FOUND,
034800*    AND THE RETURN HAS NOTHING LEFT TO RELIEVE.
034900     MOVE ZERO TO WS-PO-FOUND-SUB.
035000     PERFORM 2110-MATCH-ONE-PO
035100         THRU 2110-MATCH-ONE-PO-EXIT
035200         VARYING WS-PO-SUB FROM 1 BY 1
035300         UNTIL WS-PO-SUB > WS-PO-COUNT
035400             OR WS-PO-FOUND-SUB > ZERO.
035500     IF WS-PO-FOUND-SUB = ZERO
035600         MOVE 'E455' TO EXC-REASON-CODE
035700         MOVE 'PO NOT ON FILE OR NOT FOR THIS ITEM' TO
035800             EXC-REASON-TEXT
035900         PERFORM 2900-WRITE-EXCEPTION
036000             THRU 2900-WRITE-EXCEPTION-EXIT
036100         GO TO 2000-POST-NEXT-RETURN-EXIT
036200     END-IF.
036300     MOVE PT-OWNER(WS-PO-FOUND-SUB)     TO PO-OWNER.
036400     MOVE PT-ITEM-NAME(WS-PO-FOUND-SUB) TO PO-ITEM-NAME.
036500     READ PO-MASTER
036600         INVALID KEY CONTINUE
036700     END-READ.
036800     IF NOT POMAST-STATUS-OK
036900             OR PO-NUMBER NOT = RTV-PO-NUMBER
037000             OR PO-ITEM-NAME NOT = RTV-ITEM-NAME
037100         MOVE 'E455' TO EXC-REASON-CODE
037200         MOVE 'PO NOT ON FILE OR NOT FOR THIS ITEM' TO
037300             EXC-REASON-TEXT
037400         PERFORM 2900-WRITE-EXCEPTION
037500             THRU 2900-WRITE-EXCEPTION-EXIT
037600         GO TO 2000-POST-NEXT-RETURN-EXIT
037700     END-IF.
037800     MOVE PO-OWNER TO WS-OWNER.
037900     IF PO-RETURNED-QTY IS NOT NUMERIC
038000         MOVE ZERO TO PO-RETURNED-QTY
038100     END-IF.
038200*    ONLY WHAT THIS PO DELIVERED CAN GO BACK AGAINST IT.
038300     IF RTV-QUANTITY > PO-RECEIVED-QTY
038400         MOVE 'E456' TO EXC-REASON-CODE
038500         MOVE 'RETURN EXCEEDS QUANTITY RECEIVED ON PO' TO
038600             EXC-REASON-TEXT
038700         PERFORM 2900-WRITE-EXCEPTION
038800             THRU 2900-WRITE-EXCEPTION-EXIT
038900         GO TO 2000-POST-NEXT-RETURN-EXIT
039000     END-IF.
039100
039200*    A NAMED LOT IS CHECKED BEFORE THE STOCK COLUMNS MOVE -
039300*    THE TWO LEDGERS MUST AGREE OR NEITHER POSTS.  DAMAGED
039400*    UNITS ARE NOT ON THE LOT LEDGER (SEE QCREL), SO ONLY A
039500*    RETURN OFF HOLD TOUCHES IT; THE LOT STILL PRINTS ON THE
039600*    DOCUMENT EITHER WAY.
039700     IF RTV-LOT-NO NOT = SPACES AND RTV-FROM-HOLD
039800         PERFORM 2500-CHECK-LOT
039900             THRU 2500-CHECK-LOT-EXIT
040000         IF NOT WS-LOT-OK
040100             MOVE 'E457' TO EXC-REASON-CODE
040200             MOVE 'NAMED LOT MISSING OR HOLDS LESS THAN RETURN'
040300                 TO EXC-REASON-TEXT
040400             PERFORM 2900-WRITE-EXCEPTION
040500                 THRU 2900-WRITE-EXCEPTION-EXIT
040600             GO TO 2000-POST-NEXT-RETURN-EXIT
040700         END-IF
040800     END-IF.
040900
041000     PERFORM 3000-POST-ONE-RETURN
041100         THRU 3000-POST-ONE-RETURN-EXIT.
041200 2000-POST-NEXT-RETURN-EXIT.
041300     EXIT.
041400
041500 2110-MATCH-ONE-PO.
041600     IF PT-PO-NUMBER(WS-PO-SUB) = RTV-PO-NUMBER
041700         MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
041800     END-IF.
041900 2110-MATCH-ONE-PO-EXIT.
042000     EXIT.
042100
042200 2500-CHECK-LOT.
042300     MOVE 'N' TO WS-LOT-OK-SW.
042400     IF NOT WS-LOTS-OPEN
042500         GO TO 2500-CHECK-LOT-EXIT
042600     END-IF.
042700     MOVE WS-OWNER      TO LOT-OWNER.
042800     MOVE RTV-ITEM-NAME TO LOT-ITEM-NAME.
042900     MOVE RTV-LOT-NO    TO LOT-NUMBER.
043000     READ LOT-MASTER
043100         INVALID KEY GO TO 2500-CHECK-LOT-EXIT
043200     END-READ.
043300     IF LOT-QTY-HELD NOT < RTV-QUANTITY
043400         SET WS-LOT-OK TO TRUE
043500     END-IF.
043600 2500-CHECK-LOT-EXIT.
043700     EXIT.
043800
043900 3000-POST-ONE-RETURN.
044000*    THE GUARDED UPDATE IS THE LAST WORD - IF THE BUCKET HAS
044100*    LESS THAN THE RETURN, NO ROW UPDATES AND THE TRANSACTION
044200*    REJECTS INSTEAD OF GOING BELOW ZERO.
044300     IF RTV-FROM-DAMAGED
044400         EXEC SQL
044500             UPDATE items
044600                 SET qty_damaged = qty_damaged - :RTV-QUANTITY
044700                 WHERE owner = :WS-OWNER
044800                   AND itemname = :RTV-ITEM-NAME
044900                   AND qty_damaged >= :RTV-QUANTITY
045000         END-EXEC
045100     ELSE
045200         EXEC SQL
045300             UPDATE items
045400                 SET qty_on_hold = qty_on_hold - :RTV-QUANTITY
045500                 WHERE owner = :WS-OWNER
045600                   AND itemname = :RTV-ITEM-NAME
045700                   AND qty_on_hold >= :RTV-QUANTITY
045800         END-EXEC
045900     END-IF.
046000
046100     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
046200         EXEC SQL ROLLBACK END-EXEC
046300         MOVE 'E458' TO EXC-REASON-CODE
046400         MOVE 'RETURN EXCEEDS BUCKET OR ITEM UNKNOWN' TO
046500             EXC-REASON-TEXT
046600         PERFORM 2900-WRITE-EXCEPTION
046700             THRU 2900-WRITE-EXCEPTION-EXIT
046800         GO TO 3000-POST-ONE-RETURN-EXIT
046900     END-IF.
047000
047100     EXEC SQL COMMIT END-EXEC.
047200     IF RTV-LOT-NO NOT = SPACES AND RTV-FROM-HOLD
047300         PERFORM 3100-POST-LOT-RETURN
047400             THRU 3100-POST-LOT-RETURN-EXIT
047500     END-IF.
047600     PERFORM 3200-RELIEVE-PO
047700         THRU 3200-RELIEVE-PO-EXIT.
047800     ADD 1 TO WS-RETURNS-POSTED.
047900     ADD 1 TO WS-RA-SEQ.
048000     PERFORM 4000-PRINT-RTV-DOCUMENT
048100         THRU 4000-PRINT-RTV-DOCUMENT-EXIT.
048200 3000-POST-ONE-RETURN-EXIT.
048300     EXIT.
048400
048500 3100-POST-LOT-RETURN.
048600*    THE LOT WAS READ AND GUARDED IN 2500-CHECK-LOT.  A LOT
048700*    EMPTIED ON BOTH QUANTITIES LEAVES THE FILE.
048800     SUBTRACT RTV-QUANTITY FROM LOT-QTY-HELD.
048900     IF LOT-QTY = ZERO AND LOT-QTY-HELD = ZERO
049000         DELETE LOT-MASTER
049100             INVALID KEY CONTINUE
049200         END-DELETE
049300     ELSE
049400         REWRITE LOT-RECORD
049500             INVALID KEY CONTINUE
049600         END-REWRITE
049700     END-IF.
049800 3100-POST-LOT-RETURN-EXIT.
049900     EXIT.
050000
050100 3200-RELIEVE-PO.
050200*    THE VENDOR OWES THE QUANTITY AGAIN - A CLOSED PO NOW SHORT
050300*    OF ITS ORDER REOPENS, AND RCVPOST RELIEVES IT AGAIN WHEN
050400*    THE REPLACEMENT ARRIVES.
050500     MOVE SPACES TO WS-REOPEN-TEXT.
050600     SUBTRACT RTV-QUANTITY FROM PO-RECEIVED-QTY.
050700     ADD RTV-QUANTITY TO PO-RETURNED-QTY.
050800     IF PO-CLOSED AND PO-RECEIVED-QTY < PO-ORDER-QTY
050900         SET PO-OPEN TO TRUE
051000         MOVE ZERO TO PO-CLOSE-DATE
051100         ADD 1 TO WS-POS-REOPENED
051200         MOVE 'PO REOPENED - REPLACEMENT DUE' TO
051300             WS-REOPEN-TEXT
051400     END-IF.
051500     REWRITE PO-RECORD
051600         INVALID KEY CONTINUE
051700     END-REWRITE.
051800     IF NOT POMAST-STATUS-OK
051900         DISPLAY 'RTVPOST - PO REWRITE FAILED, STATUS='
052000             WS-POMAST-STATUS ' PO=' PO-NUMBER
052100         SET RC-ERROR TO TRUE
052200     END-IF.
052300 3200-RELIEVE-PO-EXIT.
052400     EXIT.
052500
052600 4000-PRINT-RTV-DOCUMENT.
052700*    ONE DOCUMENT PER RETURN - IT TRAVELS WITH THE STOCK, AND
052800*    THE VENDOR QUOTES THE RA NUMBER ON ITS CREDIT NOTE.
052900     MOVE SPACES TO WS-VENDOR-NAME.
053000     MOVE ZERO TO WS-VNAME-FOUND-SUB.
053100     PERFORM 4010-FIND-VENDOR-NAME
053200         THRU 4010-FIND-VENDOR-NAME-EXIT
053300         VARYING WS-VNAME-SUB FROM 1 BY 1
053400         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
053500             OR WS-VNAME-FOUND-SUB > ZERO.
053600     IF RTV-FROM-DAMAGED
053700         MOVE 'DAMAGED' TO WS-SOURCE-TEXT
053800     ELSE
053900         MOVE 'QC HOLD' TO WS-SOURCE-TEXT
054000     END-IF.
054100
054200     MOVE ALL '=' TO RTV-DOCUMENT-LINE.
054300     WRITE RTV-DOCUMENT-LINE.
054400     MOVE SPACES TO RTV-DOCUMENT-LINE.
054500     STRING 'RETURN TO VENDOR     RA NUMBER ' WS-RA-NUMBER
054600            '     DATE ' WS-TODAY-YYYYMMDD
054700         DELIMITED BY SIZE
054800         INTO RTV-DOCUMENT-LINE
054900     END-STRING.
055000     WRITE RTV-DOCUMENT-LINE.
055100     MOVE SPACES TO RTV-DOCUMENT-LINE.
055200     STRING 'VENDOR  ' PO-VENDOR-ID ' ' WS-VENDOR-NAME
055300            '   PO ' PO-NUMBER
055400         DELIMITED BY SIZE
055500         INTO RTV-DOCUMENT-LINE
055600     END-STRING.
055700     WRITE RTV-DOCUMENT-LINE.
055800     MOVE SPACES TO RTV-DOCUMENT-LINE.
055900     STRING 'OWNER   ' PO-OWNER
056000         DELIMITED BY SIZE
056100         INTO RTV-DOCUMENT-LINE
056200     END-STRING.
056300     WRITE RTV-DOCUMENT-LINE.
056400     MOVE SPACES TO RTV-DOCUMENT-LINE.
056500     STRING 'ITEM    ' RTV-ITEM-NAME
056600            '  LOT ' RTV-LOT-NO
056700            '  QTY ' RTV-QUANTITY ' EA'
056800         DELIMITED BY SIZE
056900         INTO RTV-DOCUMENT-LINE
057000     END-STRING.
057100     WRITE RTV-DOCUMENT-LINE.
057200     MOVE SPACES TO RTV-DOCUMENT-LINE.
057300     STRING 'FROM    ' WS-SOURCE-TEXT
057400            '   REASON ' RTV-REASON
057500            '   ' WS-REOPEN-TEXT
057600         DELIMITED BY SIZE
057700         INTO RTV-DOCUMENT-LINE
057800     END-STRING.
057900     WRITE RTV-DOCUMENT-LINE.
058000 4000-PRINT-RTV-DOCUMENT-EXIT.
058100     EXIT.
058200
058300 4010-FIND-VENDOR-NAME.
058400     IF VN-VENDOR-ID(WS-VNAME-SUB) = PO-VENDOR-ID
058500         MOVE WS-VNAME-SUB TO WS-VNAME-FOUND-SUB
058600         MOVE VN-VENDOR-NAME(WS-VNAME-SUB) TO WS-VENDOR-NAME
058700     END-IF.
058800 4010-FIND-VENDOR-NAME-EXIT.
058900     EXIT.
059000
059100 2900-WRITE-EXCEPTION.
059200*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
059300*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
059400     ADD 1 TO WS-TRANS-REJECTED.
059500     MOVE 'RTVPOST ' TO EXC-PROGRAM-ID.
059600     MOVE RTV-ITEM-NAME TO EXC-KEY-VALUE.
059700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
059800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
059900     MOVE SPACES TO EXC-OPERATOR-ID.
060000     WRITE EXC-RECORD.
060100     SET RC-WARNING TO TRUE.
060200 2900-WRITE-EXCEPTION-EXIT.
060300     EXIT.
060400
060500 9000-FINISH.
060600     CLOSE RTV-TRAN-FILE.
060700     CLOSE PO-MASTER.
060800     IF WS-LOTS-OPEN
060900         CLOSE LOT-MASTER
061000     END-IF.
061100     CLOSE RTV-DOCUMENT.
061200     CLOSE EXCEPTION-FILE.
061300     DISPLAY 'RTVPOST - TRANSACTIONS READ: ' WS-TRANS-READ.
061400     DISPLAY 'RTVPOST - RETURNS POSTED   : ' WS-RETURNS-POSTED.
061500     DISPLAY 'RTVPOST - POS REOPENED     : ' WS-POS-REOPENED.
061600     DISPLAY 'RTVPOST - REJECTED         : ' WS-TRANS-REJECTED.
061700     DISPLAY 'RTVPOST - RETURN CODE      : ' WS-RETURN-CODE.
061800 9000-FINISH-EXIT.
061900     EXIT.
062000
062100 9999-EXIT.
062200     STOP RUN.
