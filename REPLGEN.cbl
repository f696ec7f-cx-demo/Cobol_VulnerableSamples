000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPLGEN.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  FORWARD-PICK
001000*                    REPLENISHMENT, RUN AHEAD OF EACH PICK WAVE
001100*                    - COMPARES EVERY PICK FACE ON REPLMST (SEE
001200*                    REPLREC) WITH ITS BINQTY QUANTITY PLUS ANY
001300*                    REPLENISHMENT ALREADY ON ITS WAY, AND FOR
001400*                    A FACE AT OR BELOW ITS MINIMUM ORDERS IT
001500*                    BACK TO ITS MAXIMUM FROM THE ITEM'S
001600*                    RESERVE BINS, EARLIEST-EXPIRING LOT FIRST
001700*                    (SEE BINREC).  EACH MOVE IS WRITTEN AS AN
001800*                    OPEN TASK ON REPLTASK (SEE RPLTREC) AND
001900*                    PRINTED ON THE REPLLIST MOVE LIST; REPLCONF
002000*                    POSTS THE CONFIRMED MOVES THROUGH BINMTRAN
002100*                    AND BINMOVE.  A FACE THE RESERVE CANNOT
002200*                    COVER GOES TO THE EXCEPTION FILE.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REPL-LEVEL-FILE ASSIGN TO "REPLMST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS REPL-KEY
003100         FILE STATUS IS WS-REPL-STATUS.
003200
003300     SELECT BIN-QUANTITY-FILE ASSIGN TO "BINQTY"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS BIN-KEY
003700         FILE STATUS IS WS-BIN-STATUS.
003800
003900     SELECT REPL-TASK-FILE ASSIGN TO "REPLTASK"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RPLT-KEY
004300         FILE STATUS IS WS-TASK-STATUS.
004400
004500     SELECT MOVE-LIST ASSIGN TO "REPLLIST"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT EXCEPTION-FILE ASSIGN TO "REPLGEXC"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BUSDATE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  REPL-LEVEL-FILE.
005800     COPY REPLREC.
005900
006000 FD  BIN-QUANTITY-FILE.
006100     COPY BINREC.
006200
006300 FD  REPL-TASK-FILE.
006400     COPY RPLTREC.
006500
006600 FD  MOVE-LIST.
006700 01  MOVE-LIST-LINE                 PIC X(132).
006800
006900 FD  EXCEPTION-FILE.
007000     COPY EXCREC.
007100
007200 FD  BUSDATE-FILE.
007300     COPY BUSDATE.
007400
007500 WORKING-STORAGE SECTION.
007600     COPY RETCODES.
007700
007800 01  WS-REPL-STATUS                 PIC X(02) VALUE '00'.
007900     88  REPL-STATUS-OK              VALUE '00'.
008000 01  WS-BIN-STATUS                  PIC X(02) VALUE '00'.
008100     88  BIN-STATUS-OK               VALUE '00'.
008200 01  WS-TASK-STATUS                 PIC X(02) VALUE '00'.
008300     88  TASK-STATUS-OK              VALUE '00'.
008400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008500     88  BUSDATE-STATUS-OK           VALUE '00'.
008600
008700 01  WS-LEVELS-DONE-SW              PIC X(01) VALUE 'N'.
008800     88  WS-LEVELS-DONE              VALUE 'Y'.
008900 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
009000     88  WS-BROWSE-DONE              VALUE 'Y'.
009100 01  WS-SEQ-EXHAUSTED-SW            PIC X(01) VALUE 'N'.
009200     88  WS-SEQ-EXHAUSTED            VALUE 'Y'.
009300 01  WS-TASK-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
009400     88  WS-TASK-TABLE-FULL          VALUE 'Y'.
009500
009600*    THE PICK FACE BEING CHECKED - SAVED, BECAUSE THE RESERVE
009700*    SEARCH READS REPLMST AGAIN AND OVERLAYS THE RECORD AREA.
009800 01  WS-LVL-KEY.
009900     05  WS-LVL-OWNER               PIC X(20).
010000     05  WS-LVL-ITEM-NAME           PIC X(20).
010100     05  WS-LVL-LOC-ID              PIC X(10).
010200 01  WS-LVL-MIN-QTY                 PIC 9(05) VALUE ZERO.
010300 01  WS-LVL-MAX-QTY                 PIC 9(05) VALUE ZERO.
010400 01  WS-FACE-QTY                    PIC 9(05) VALUE ZERO.
010500 01  WS-FACE-TOTAL                  PIC 9(07) VALUE ZERO.
010600 01  WS-INBOUND                     PIC 9(07) VALUE ZERO.
010700 01  WS-OUTBOUND                    PIC 9(07) VALUE ZERO.
010800 01  WS-NEED                        PIC 9(07) VALUE ZERO.
010900 01  WS-TAKE                        PIC 9(05) VALUE ZERO.
011000 01  WS-FACE-TASKS                  PIC 9(05) VALUE ZERO.
011100
011200*    EVERY OPEN TASK - FROM EARLIER RUNS AND THIS ONE.  ITS
011300*    QUANTITY IS ALREADY ON ITS WAY TO THE TO-BIN AND ALREADY
011400*    PROMISED OUT OF THE FROM-BIN.
011500 01  WS-OPEN-TASK-TABLE.
011600     05  WS-OPEN-TASK OCCURS 2000 TIMES.
011700         10  OPT-OWNER              PIC X(20).
011800         10  OPT-ITEM-NAME          PIC X(20).
011900         10  OPT-FROM-LOC           PIC X(10).
012000         10  OPT-TO-LOC             PIC X(10).
012100         10  OPT-QTY                PIC 9(05).
012200 01  WS-OPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
012300 01  WS-OPT-SUB                     PIC 9(04) COMP VALUE ZERO.
012400
012500*    THE ITEM'S RESERVE BINS WITH STOCK NOT ALREADY PROMISED.
012600*    AN UNDATED BIN SORTS LAST.
012700 01  WS-RESERVE-TABLE.
012800     05  WS-RESERVE-ENTRY OCCURS 50 TIMES.
012900         10  RSV-LOC-ID             PIC X(10).
013000         10  RSV-LOT-NUMBER         PIC X(10).
013100         10  RSV-LOT-EXPIRY         PIC 9(08).
013200         10  RSV-SORT-EXPIRY        PIC 9(08).
013300         10  RSV-AVAIL              PIC 9(05).
013400 01  WS-RSV-COUNT                   PIC 9(03) COMP VALUE ZERO.
013500 01  WS-RSV-SUB                     PIC 9(03) COMP VALUE ZERO.
013600 01  WS-RSV-PICK                    PIC 9(03) COMP VALUE ZERO.
013700
013800 01  WS-NEXT-SEQ                    PIC 9(05) VALUE 1.
013900
014000 01  WS-LEVELS-READ                 PIC 9(07) COMP VALUE ZERO.
014100 01  WS-FACES-LOW                   PIC 9(07) COMP VALUE ZERO.
014200 01  WS-FACES-SHORT                 PIC 9(07) COMP VALUE ZERO.
014300 01  WS-TASKS-WRITTEN               PIC 9(07) COMP VALUE ZERO.
014400 01  WS-TASKS-ALREADY-OPEN          PIC 9(07) COMP VALUE ZERO.
014500 01  WS-EXCEPTIONS                  PIC 9(07) COMP VALUE ZERO.
014600 01  WS-QTY-ORDERED                 PIC 9(07) VALUE ZERO.
014700 01  WS-PRT-TASKS                   PIC 9(07) VALUE ZERO.
014800 01  WS-PRT-SHORT                   PIC 9(07) VALUE ZERO.
014900
015000 01  WS-CURRENT-DATE-TIME.
015100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
015200     05  WS-TIME-HHMMSSHH           PIC 9(08).
015300     05  FILLER                     PIC X(05).
015400
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE
015800         THRU 1000-INITIALIZE-EXIT.
015900
016000     PERFORM 2000-CHECK-NEXT-FACE
016100         THRU 2000-CHECK-NEXT-FACE-EXIT
016200         UNTIL WS-LEVELS-DONE.
016300
016400     PERFORM 9000-FINISH
016500         THRU 9000-FINISH-EXIT.
016600     MOVE WS-RETURN-CODE TO RETURN-CODE.
016700     GO TO 9999-EXIT.
016800
016900 1000-INITIALIZE.
017000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017100     PERFORM 1050-GET-BUSINESS-DATE
017200         THRU 1050-GET-BUSINESS-DATE-EXIT.
017300*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
017400*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
017500     OPEN OUTPUT EXCEPTION-FILE.
017600     OPEN OUTPUT MOVE-LIST.
017700     MOVE SPACES TO MOVE-LIST-LINE.
017800     STRING 'REPLENISHMENT MOVE LIST ' WS-TODAY-YYYYMMDD
017900            ' ' WS-TIME-HHMMSSHH(1:4)
018000         DELIMITED BY SIZE
018100         INTO MOVE-LIST-LINE
018200     END-STRING.
018300     WRITE MOVE-LIST-LINE.
018400     MOVE SPACES TO MOVE-LIST-LINE.
018500     STRING 'TASK NUMBER   FROM BIN   LOT        TO BIN     '
018600            '  QTY  OWNER                ITEM'
018700            '                 DONE'
018800         DELIMITED BY SIZE
018900         INTO MOVE-LIST-LINE
019000     END-STRING.
019100     WRITE MOVE-LIST-LINE.
019200
019300     OPEN INPUT REPL-LEVEL-FILE.
019400     IF NOT REPL-STATUS-OK
019500         DISPLAY 'REPLGEN - UNABLE TO OPEN REPLMST, STATUS='
019600             WS-REPL-STATUS
019700         SET RC-SEVERE TO TRUE
019800         SET WS-LEVELS-DONE TO TRUE
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF.
020100     OPEN INPUT BIN-QUANTITY-FILE.
020200     IF NOT BIN-STATUS-OK
020300         DISPLAY 'REPLGEN - UNABLE TO OPEN BINQTY, STATUS='
020400             WS-BIN-STATUS
020500         SET RC-SEVERE TO TRUE
020600         SET WS-LEVELS-DONE TO TRUE
020700         GO TO 1000-INITIALIZE-EXIT
020800     END-IF.
020900*    THE FIRST RUN CREATES THE TASK FILE.
021000     OPEN I-O REPL-TASK-FILE.
021100     IF NOT TASK-STATUS-OK
021200         OPEN OUTPUT REPL-TASK-FILE
021300         CLOSE REPL-TASK-FILE
021400         OPEN I-O REPL-TASK-FILE
021500     END-IF.
021600     IF NOT TASK-STATUS-OK
021700         DISPLAY 'REPLGEN - UNABLE TO OPEN REPLTASK, STATUS='
021800             WS-TASK-STATUS
021900         SET RC-SEVERE TO TRUE
022000         SET WS-LEVELS-DONE TO TRUE
022100         GO TO 1000-INITIALIZE-EXIT
022200     END-IF.
022300
022400     PERFORM 1100-LOAD-OPEN-TASKS
022500         THRU 1100-LOAD-OPEN-TASKS-EXIT.
022600
022700     MOVE LOW-VALUES TO REPL-KEY.
022800     START REPL-LEVEL-FILE KEY IS NOT LESS THAN REPL-KEY
022900         INVALID KEY SET WS-LEVELS-DONE TO TRUE
023000     END-START.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400 1050-GET-BUSINESS-DATE.
023500*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
023600*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
023700*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
023800*    CLOCK TIME FIELD STAYS REAL.
023900     OPEN INPUT BUSDATE-FILE.
024000     IF NOT BUSDATE-STATUS-OK
024100         GO TO 1050-GET-BUSINESS-DATE-EXIT
024200     END-IF.
024300     READ BUSDATE-FILE
024400         AT END
024500             CLOSE BUSDATE-FILE
024600             GO TO 1050-GET-BUSINESS-DATE-EXIT
024700     END-READ.
024800     CLOSE BUSDATE-FILE.
024900     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
025000             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
025100         DISPLAY 'REPLGEN - RUNNING AS OF BUSINESS DATE '
025200             BUS-DATE
025300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
025400     END-IF.
025500 1050-GET-BUSINESS-DATE-EXIT.
025600     EXIT.
025700
025800 1100-LOAD-OPEN-TASKS.
025900*    ONE PASS OF REPLTASK LOADS THE OPEN TASKS AND FINDS THE
026000*    NEXT TASK SEQUENCE FOR THE RUN DATE - THE LIST RUNS
026100*    BEFORE EVERY WAVE, SO A DAY CAN HAVE SEVERAL.
026200     MOVE 'N' TO WS-BROWSE-DONE-SW.
026300     MOVE LOW-VALUES TO RPLT-KEY.
026400     START REPL-TASK-FILE KEY IS NOT LESS THAN RPLT-KEY
026500         INVALID KEY SET WS-BROWSE-DONE TO TRUE
026600     END-START.
026700     PERFORM 1110-LOAD-ONE-TASK
026800         THRU 1110-LOAD-ONE-TASK-EXIT
026900         UNTIL WS-BROWSE-DONE.
027000 1100-LOAD-OPEN-TASKS-EXIT.
027100     EXIT.
027200
027300 1110-LOAD-ONE-TASK.
027400     READ REPL-TASK-FILE NEXT
027500         AT END SET WS-BROWSE-DONE TO TRUE
027600     END-READ.
027700     IF WS-BROWSE-DONE OR NOT TASK-STATUS-OK
027800         SET WS-BROWSE-DONE TO TRUE
027900         GO TO 1110-LOAD-ONE-TASK-EXIT
028000     END-IF.
028100     IF RPLT-TASK-DATE = WS-TODAY-YYYYMMDD
028200             AND RPLT-TASK-SEQ NOT < WS-NEXT-SEQ
028300         COMPUTE WS-NEXT-SEQ = RPLT-TASK-SEQ + 1
028400     END-IF.
028500     IF NOT RPLT-OPEN
028600         GO TO 1110-LOAD-ONE-TASK-EXIT
028700     END-IF.
028800     ADD 1 TO WS-TASKS-ALREADY-OPEN.
028900     PERFORM 2450-ADD-OPEN-TASK
029000         THRU 2450-ADD-OPEN-TASK-EXIT.
029100 1110-LOAD-ONE-TASK-EXIT.
029200     EXIT.
029300
029400 2000-CHECK-NEXT-FACE.
029500     READ REPL-LEVEL-FILE NEXT
029600         AT END SET WS-LEVELS-DONE TO TRUE
029700     END-READ.
029800     IF WS-LEVELS-DONE OR NOT REPL-STATUS-OK
029900         SET WS-LEVELS-DONE TO TRUE
030000         GO TO 2000-CHECK-NEXT-FACE-EXIT
030100     END-IF.
030200     ADD 1 TO WS-LEVELS-READ.
030300     MOVE REPL-KEY     TO WS-LVL-KEY.
030400     MOVE REPL-MIN-QTY TO WS-LVL-MIN-QTY.
030500     MOVE REPL-MAX-QTY TO WS-LVL-MAX-QTY.
030600
030700*    THE FACE COUNTS WHAT IS IN IT PLUS WHAT IS ALREADY ON
030800*    ITS WAY FROM AN EARLIER LIST.
030900     MOVE WS-LVL-OWNER     TO BIN-OWNER.
031000     MOVE WS-LVL-ITEM-NAME TO BIN-ITEM-NAME.
031100     MOVE WS-LVL-LOC-ID    TO BIN-LOC-ID.
031200     MOVE ZERO TO WS-FACE-QTY.
031300     READ BIN-QUANTITY-FILE
031400         INVALID KEY CONTINUE
031500         NOT INVALID KEY MOVE BIN-QTY TO WS-FACE-QTY
031600     END-READ.
031700     MOVE ZERO TO WS-INBOUND.
031800     PERFORM 2100-SUM-ONE-INBOUND
031900         THRU 2100-SUM-ONE-INBOUND-EXIT
032000         VARYING WS-OPT-SUB FROM 1 BY 1
032100         UNTIL WS-OPT-SUB > WS-OPT-COUNT.
032200     COMPUTE WS-FACE-TOTAL = WS-FACE-QTY + WS-INBOUND.
032300     IF WS-FACE-TOTAL > WS-LVL-MIN-QTY
032400             OR WS-FACE-TOTAL NOT < WS-LVL-MAX-QTY
032500         GO TO 2000-CHECK-NEXT-FACE-EXIT
032600     END-IF.
032700
032800     ADD 1 TO WS-FACES-LOW.
032900     COMPUTE WS-NEED = WS-LVL-MAX-QTY - WS-FACE-TOTAL.
033000     PERFORM 2200-LOAD-RESERVE
033100         THRU 2200-LOAD-RESERVE-EXIT.
033200     MOVE ZERO TO WS-FACE-TASKS.
033300     MOVE 1 TO WS-RSV-PICK.
033400     PERFORM 2300-TAKE-EARLIEST-RESERVE
033500         THRU 2300-TAKE-EARLIEST-RESERVE-EXIT
033600         UNTIL WS-NEED = ZERO
033700             OR WS-RSV-PICK = ZERO.
033800
033900     IF WS-NEED > ZERO AND NOT WS-SEQ-EXHAUSTED
034000         ADD 1 TO WS-FACES-SHORT
034100         IF WS-FACE-TASKS = ZERO
034200             MOVE 'E406' TO EXC-REASON-CODE
034300             MOVE 'NO RESERVE STOCK TO REPLENISH PICK BIN' TO
034400                 EXC-REASON-TEXT
034500         ELSE
034600             MOVE 'E407' TO EXC-REASON-CODE
034700             MOVE 'RESERVE SHORT - PICK BIN PART REFILLED' TO
034800                 EXC-REASON-TEXT
034900         END-IF
035000         PERFORM 2900-WRITE-EXCEPTION
035100             THRU 2900-WRITE-EXCEPTION-EXIT
035200     END-IF.
035300 2000-CHECK-NEXT-FACE-EXIT.
035400     EXIT.
035500
035600 2100-SUM-ONE-INBOUND.
035700     IF OPT-OWNER(WS-OPT-SUB) = WS-LVL-OWNER
035800             AND OPT-ITEM-NAME(WS-OPT-SUB) = WS-LVL-ITEM-NAME
035900             AND OPT-TO-LOC(WS-OPT-SUB) = WS-LVL-LOC-ID
036000         ADD OPT-QTY(WS-OPT-SUB) TO WS-INBOUND
036100     END-IF.
036200 2100-SUM-ONE-INBOUND-EXIT.
036300     EXIT.
036400
036500 2200-LOAD-RESERVE.
036600*    EVERY OTHER BIN THE ITEM SITS IN IS RESERVE, EXCEPT A BIN
036700*    THAT IS ITSELF ONE OF THE ITEM'S PICK FACES.  THE KEYED
036800*    REPLMST READS LOSE THE LEVEL BROWSE POSITION, SO IT IS
036900*    RESTORED PAST THIS FACE AFTERWARDS.
037000     MOVE ZERO TO WS-RSV-COUNT.
037100     MOVE 'N' TO WS-BROWSE-DONE-SW.
037200     MOVE WS-LVL-OWNER     TO BIN-OWNER.
037300     MOVE WS-LVL-ITEM-NAME TO BIN-ITEM-NAME.
037400     MOVE LOW-VALUES       TO BIN-LOC-ID.
037500     START BIN-QUANTITY-FILE KEY IS NOT LESS THAN BIN-KEY
037600         INVALID KEY SET WS-BROWSE-DONE TO TRUE
037700     END-START.
037800     PERFORM 2210-LOAD-ONE-BIN
037900         THRU 2210-LOAD-ONE-BIN-EXIT
038000         UNTIL WS-BROWSE-DONE.
038100
038200     MOVE WS-LVL-KEY TO REPL-KEY.
038300     START REPL-LEVEL-FILE KEY IS GREATER THAN REPL-KEY
038400         INVALID KEY SET WS-LEVELS-DONE TO TRUE
038500     END-START.
038600 2200-LOAD-RESERVE-EXIT.
038700     EXIT.
038800
038900 2210-LOAD-ONE-BIN.
039000     READ BIN-QUANTITY-FILE NEXT
039100         AT END SET WS-BROWSE-DONE TO TRUE
039200     END-READ.
039300     IF WS-BROWSE-DONE OR NOT BIN-STATUS-OK
039400             OR BIN-OWNER NOT = WS-LVL-OWNER
039500             OR BIN-ITEM-NAME NOT = WS-LVL-ITEM-NAME
039600         SET WS-BROWSE-DONE TO TRUE
039700         GO TO 2210-LOAD-ONE-BIN-EXIT
039800     END-IF.
039900     IF BIN-LOC-ID = WS-LVL-LOC-ID OR BIN-QTY = ZERO
040000         GO TO 2210-LOAD-ONE-BIN-EXIT
040100     END-IF.
040200     MOVE WS-LVL-OWNER     TO REPL-OWNER.
040300     MOVE WS-LVL-ITEM-NAME TO REPL-ITEM-NAME.
040400     MOVE BIN-LOC-ID       TO REPL-LOC-ID.
040500     READ REPL-LEVEL-FILE
040600         INVALID KEY CONTINUE
040700     END-READ.
040800     IF REPL-STATUS-OK
040900         GO TO 2210-LOAD-ONE-BIN-EXIT
041000     END-IF.
041100     MOVE ZERO TO WS-OUTBOUND.
041200     PERFORM 2220-SUM-ONE-OUTBOUND
041300         THRU 2220-SUM-ONE-OUTBOUND-EXIT
041400         VARYING WS-OPT-SUB FROM 1 BY 1
041500         UNTIL WS-OPT-SUB > WS-OPT-COUNT.
041600     IF WS-OUTBOUND NOT < BIN-QTY
041700         GO TO 2210-LOAD-ONE-BIN-EXIT
041800     END-IF.
041900     IF WS-RSV-COUNT NOT < 50
042000         GO TO 2210-LOAD-ONE-BIN-EXIT
042100     END-IF.
042200     ADD 1 TO WS-RSV-COUNT.
042300     MOVE BIN-LOC-ID     TO RSV-LOC-ID(WS-RSV-COUNT).
042400     MOVE BIN-LOT-NUMBER TO RSV-LOT-NUMBER(WS-RSV-COUNT).
042500     MOVE BIN-LOT-EXPIRY TO RSV-LOT-EXPIRY(WS-RSV-COUNT).
042600     IF BIN-LOT-EXPIRY IS NUMERIC AND BIN-LOT-EXPIRY > ZERO
042700         MOVE BIN-LOT-EXPIRY TO RSV-SORT-EXPIRY(WS-RSV-COUNT)
042800     ELSE
042900         MOVE ZERO TO RSV-LOT-EXPIRY(WS-RSV-COUNT)
043000         MOVE 99999999 TO RSV-SORT-EXPIRY(WS-RSV-COUNT)
043100     END-IF.
043200     COMPUTE RSV-AVAIL(WS-RSV-COUNT) = BIN-QTY - WS-OUTBOUND.
043300 2210-LOAD-ONE-BIN-EXIT.
043400     EXIT.
043500
043600 2220-SUM-ONE-OUTBOUND.
043700     IF OPT-OWNER(WS-OPT-SUB) = WS-LVL-OWNER
043800             AND OPT-ITEM-NAME(WS-OPT-SUB) = WS-LVL-ITEM-NAME
043900             AND OPT-FROM-LOC(WS-OPT-SUB) = BIN-LOC-ID
044000         ADD OPT-QTY(WS-OPT-SUB) TO WS-OUTBOUND
044100     END-IF.
044200 2220-SUM-ONE-OUTBOUND-EXIT.
044300     EXIT.
044400
044500 2300-TAKE-EARLIEST-RESERVE.
044600     MOVE ZERO TO WS-RSV-PICK.
044700     PERFORM 2310-COMPARE-ONE-RESERVE
044800         THRU 2310-COMPARE-ONE-RESERVE-EXIT
044900         VARYING WS-RSV-SUB FROM 1 BY 1
045000         UNTIL WS-RSV-SUB > WS-RSV-COUNT.
045100     IF WS-RSV-PICK = ZERO
045200         GO TO 2300-TAKE-EARLIEST-RESERVE-EXIT
045300     END-IF.
045400     IF RSV-AVAIL(WS-RSV-PICK) < WS-NEED
045500         MOVE RSV-AVAIL(WS-RSV-PICK) TO WS-TAKE
045600     ELSE
045700         MOVE WS-NEED TO WS-TAKE
045800     END-IF.
045900     PERFORM 2400-WRITE-TASK
046000         THRU 2400-WRITE-TASK-EXIT.
046100     IF WS-SEQ-EXHAUSTED
046200         MOVE ZERO TO WS-RSV-PICK
046300         GO TO 2300-TAKE-EARLIEST-RESERVE-EXIT
046400     END-IF.
046500     SUBTRACT WS-TAKE FROM RSV-AVAIL(WS-RSV-PICK).
046600     SUBTRACT WS-TAKE FROM WS-NEED.
046700 2300-TAKE-EARLIEST-RESERVE-EXIT.
046800     EXIT.
046900
047000 2310-COMPARE-ONE-RESERVE.
047100     IF RSV-AVAIL(WS-RSV-SUB) > ZERO
047200         IF WS-RSV-PICK = ZERO
047300                 OR RSV-SORT-EXPIRY(WS-RSV-SUB) <
047400                     RSV-SORT-EXPIRY(WS-RSV-PICK)
047500             MOVE WS-RSV-SUB TO WS-RSV-PICK
047600         END-IF
047700     END-IF.
047800 2310-COMPARE-ONE-RESERVE-EXIT.
047900     EXIT.
048000
048100 2400-WRITE-TASK.
048200     IF WS-NEXT-SEQ > 9999
048300         IF NOT WS-SEQ-EXHAUSTED
048400             DISPLAY 'REPLGEN - TASK NUMBERS EXHAUSTED FOR '
048500                 WS-TODAY-YYYYMMDD
048600             SET WS-SEQ-EXHAUSTED TO TRUE
048700             SET RC-WARNING TO TRUE
048800         END-IF
048900         GO TO 2400-WRITE-TASK-EXIT
049000     END-IF.
049100     MOVE WS-TODAY-YYYYMMDD          TO RPLT-TASK-DATE.
049200     MOVE WS-NEXT-SEQ                TO RPLT-TASK-SEQ.
049300     MOVE WS-LVL-OWNER               TO RPLT-OWNER.
049400     MOVE WS-LVL-ITEM-NAME           TO RPLT-ITEM-NAME.
049500     MOVE RSV-LOC-ID(WS-RSV-PICK)    TO RPLT-FROM-LOC.
049600     MOVE WS-LVL-LOC-ID              TO RPLT-TO-LOC.
049700     MOVE RSV-LOT-NUMBER(WS-RSV-PICK) TO RPLT-LOT-NUMBER.
049800     MOVE RSV-LOT-EXPIRY(WS-RSV-PICK) TO RPLT-LOT-EXPIRY.
049900     MOVE WS-TAKE                    TO RPLT-QTY.
050000     SET RPLT-OPEN TO TRUE.
050100     MOVE ZERO                       TO RPLT-QTY-MOVED.
050200     MOVE WS-TODAY-YYYYMMDD          TO RPLT-STATUS-DATE.
050300     ADD 1 TO WS-NEXT-SEQ.
050400     WRITE REPL-TASK-RECORD
050500         INVALID KEY CONTINUE
050600     END-WRITE.
050700     IF NOT TASK-STATUS-OK
050800         DISPLAY 'REPLGEN - UNABLE TO WRITE REPLTASK, STATUS='
050900             WS-TASK-STATUS
051000         SET RC-ERROR TO TRUE
051100         GO TO 2400-WRITE-TASK-EXIT
051200     END-IF.
051300     ADD 1 TO WS-TASKS-WRITTEN.
051400     ADD 1 TO WS-FACE-TASKS.
051500     ADD WS-TAKE TO WS-QTY-ORDERED.
051600     PERFORM 2450-ADD-OPEN-TASK
051700         THRU 2450-ADD-OPEN-TASK-EXIT.
051800
051900     MOVE SPACES TO MOVE-LIST-LINE.
052000     STRING RPLT-TASK-DATE RPLT-TASK-SEQ
052100            '  ' RPLT-FROM-LOC
052200            ' ' RPLT-LOT-NUMBER
052300            ' ' RPLT-TO-LOC
052400            ' ' RPLT-QTY
052500            '  ' RPLT-OWNER
052600            ' ' RPLT-ITEM-NAME
052700            ' ____'
052800         DELIMITED BY SIZE
052900         INTO MOVE-LIST-LINE
053000     END-STRING.
053100     WRITE MOVE-LIST-LINE.
053200 2400-WRITE-TASK-EXIT.
053300     EXIT.
053400
053500 2450-ADD-OPEN-TASK.
053600*    THE TASK IN THE RECORD AREA JOINS THE OPEN-TASK TABLE.
053700     IF WS-OPT-COUNT NOT < 2000
053800         IF NOT WS-TASK-TABLE-FULL
053900             DISPLAY 'REPLGEN - OPEN TASK TABLE FULL, FACES '
054000                 'MAY BE ORDERED TWICE'
054100             SET WS-TASK-TABLE-FULL TO TRUE
054200             SET RC-WARNING TO TRUE
054300         END-IF
054400         GO TO 2450-ADD-OPEN-TASK-EXIT
054500     END-IF.
054600     ADD 1 TO WS-OPT-COUNT.
054700     MOVE RPLT-OWNER     TO OPT-OWNER(WS-OPT-COUNT).
054800     MOVE RPLT-ITEM-NAME TO OPT-ITEM-NAME(WS-OPT-COUNT).
054900     MOVE RPLT-FROM-LOC  TO OPT-FROM-LOC(WS-OPT-COUNT).
055000     MOVE RPLT-TO-LOC    TO OPT-TO-LOC(WS-OPT-COUNT).
055100     MOVE RPLT-QTY       TO OPT-QTY(WS-OPT-COUNT).
055200 2450-ADD-OPEN-TASK-EXIT.
055300     EXIT.
055400
055500 2900-WRITE-EXCEPTION.
055600*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
055700*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
055800     ADD 1 TO WS-EXCEPTIONS.
055900     MOVE 'REPLGEN ' TO EXC-PROGRAM-ID.
056000     MOVE SPACES TO EXC-KEY-VALUE.
056100     STRING WS-LVL-LOC-ID DELIMITED BY SPACE
056200            '/' DELIMITED BY SIZE
056300            WS-LVL-ITEM-NAME DELIMITED BY SIZE
056400         INTO EXC-KEY-VALUE
056500     END-STRING.
056600     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
056700     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
056800     MOVE SPACES TO EXC-OPERATOR-ID.
056900     WRITE EXC-RECORD.
057000     SET RC-WARNING TO TRUE.
057100 2900-WRITE-EXCEPTION-EXIT.
057200     EXIT.
057300
057400 9000-FINISH.
057500     MOVE WS-TASKS-WRITTEN TO WS-PRT-TASKS.
057600     MOVE WS-FACES-SHORT   TO WS-PRT-SHORT.
057700     MOVE SPACES TO MOVE-LIST-LINE.
057800     STRING 'TASKS THIS LIST ' WS-PRT-TASKS
057900            '  QUANTITY ' WS-QTY-ORDERED
058000            '  PICK BINS SHORT OF RESERVE ' WS-PRT-SHORT
058100         DELIMITED BY SIZE
058200         INTO MOVE-LIST-LINE
058300     END-STRING.
058400     WRITE MOVE-LIST-LINE.
058500     CLOSE REPL-LEVEL-FILE.
058600     CLOSE BIN-QUANTITY-FILE.
058700     CLOSE REPL-TASK-FILE.
058800     CLOSE MOVE-LIST.
058900     CLOSE EXCEPTION-FILE.
059000     DISPLAY 'REPLGEN - PICK BINS CHECKED : ' WS-LEVELS-READ.
059100     DISPLAY 'REPLGEN - AT OR BELOW MIN   : ' WS-FACES-LOW.
059200     DISPLAY 'REPLGEN - TASKS ALREADY OPEN: '
059300         WS-TASKS-ALREADY-OPEN.
059400     DISPLAY 'REPLGEN - TASKS WRITTEN     : ' WS-TASKS-WRITTEN.
059500     DISPLAY 'REPLGEN - SHORT OF RESERVE  : ' WS-FACES-SHORT.
059600     DISPLAY 'REPLGEN - RETURN CODE       : ' WS-RETURN-CODE.
059700 9000-FINISH-EXIT.
059800     EXIT.
059900
060000 9999-EXIT.
060100     STOP RUN.
