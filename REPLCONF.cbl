000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPLCONF.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  CONFIRMS THE MOVES ON
001000*                    THE REPLGEN MOVE LIST - EACH REPLCNF CARD
001100*                    NAMES A TASK NUMBER AND THE QUANTITY THE
001200*                    OPERATOR ACTUALLY MOVED.  A CONFIRMED MOVE
001300*                    IS APPENDED TO BINMTRAN (SEE BMTREC) WITH
001400*                    ITS LOT, FOR BINMOVE TO POST FROM THE
001500*                    RESERVE BIN TO THE PICK FACE, AND THE TASK
001600*                    ON REPLTASK (SEE RPLTREC) IS CLOSED.  A
001700*                    QUANTITY OF ZERO CANCELS THE TASK; A SHORT
001800*                    QUANTITY CLOSES IT AND LEAVES THE FACE FOR
001900*                    THE NEXT REPLGEN RUN TO TOP UP.
002000*   2026-10-15 RLW  THE REPLCNF CARD NOW ENDS WITH THE OPERATOR
002100*                    WHO MADE THE MOVE, CARRIED ONTO THE
002200*                    BINMTRAN RECORD FOR BINMOVE TO LOG AS
002300*                    LABOR.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CONFIRM-FILE ASSIGN TO "REPLCNF"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CNF-STATUS.
003100
003200     SELECT REPL-TASK-FILE ASSIGN TO "REPLTASK"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RPLT-KEY
003600         FILE STATUS IS WS-TASK-STATUS.
003700
003800     SELECT MOVE-TRAN-FILE ASSIGN TO "BINMTRAN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BMT-STATUS.
004100
004200     SELECT EXCEPTION-FILE ASSIGN TO "REPLCEXC"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BUSDATE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONFIRM-FILE.
005200 01  CONFIRM-RECORD.
005300     05  CNF-TASK-DATE               PIC 9(08).
005400     05  CNF-TASK-SEQ                PIC 9(04).
005500     05  CNF-QTY-MOVED               PIC 9(05).
005600     05  CNF-OPERATOR                PIC X(08).
005700
005800 FD  REPL-TASK-FILE.
005900     COPY RPLTREC.
006000
006100 FD  MOVE-TRAN-FILE.
006200     COPY BMTREC.
006300
006400 FD  EXCEPTION-FILE.
006500     COPY EXCREC.
006600
006700 FD  BUSDATE-FILE.
006800     COPY BUSDATE.
006900
007000 WORKING-STORAGE SECTION.
007100     COPY RETCODES.
007200
007300 01  WS-CNF-STATUS                  PIC X(02) VALUE '00'.
007400     88  CNF-STATUS-OK               VALUE '00'.
007500     88  CNF-STATUS-EOF              VALUE '10'.
007600 01  WS-TASK-STATUS                 PIC X(02) VALUE '00'.
007700     88  TASK-STATUS-OK              VALUE '00'.
007800 01  WS-BMT-STATUS                  PIC X(02) VALUE '00'.
007900     88  BMT-STATUS-OK               VALUE '00'.
008000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008100     88  BUSDATE-STATUS-OK           VALUE '00'.
008200
008300 01  WS-CNF-READ                    PIC 9(07) COMP VALUE ZERO.
008400 01  WS-TASKS-CONFIRMED             PIC 9(07) COMP VALUE ZERO.
008500 01  WS-TASKS-SHORT                 PIC 9(07) COMP VALUE ZERO.
008600 01  WS-TASKS-CANCELLED             PIC 9(07) COMP VALUE ZERO.
008700 01  WS-CNF-REJECTED                PIC 9(07) COMP VALUE ZERO.
008800
008900 01  WS-CURRENT-DATE-TIME.
009000     05  WS-TODAY-YYYYMMDD          PIC 9(08).
009100     05  WS-TIME-HHMMSSHH           PIC 9(08).
009200     05  FILLER                     PIC X(05).
009300
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE
009700         THRU 1000-INITIALIZE-EXIT.
009800
009900     PERFORM 2000-CONFIRM-NEXT-TASK
010000         THRU 2000-CONFIRM-NEXT-TASK-EXIT
010100         UNTIL CNF-STATUS-EOF.
010200
010300     PERFORM 9000-FINISH
010400         THRU 9000-FINISH-EXIT.
010500     MOVE WS-RETURN-CODE TO RETURN-CODE.
010600     GO TO 9999-EXIT.
010700
010800 1000-INITIALIZE.
010900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011000     PERFORM 1050-GET-BUSINESS-DATE
011100         THRU 1050-GET-BUSINESS-DATE-EXIT.
011200*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
011300*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
011400     OPEN OUTPUT EXCEPTION-FILE.
011500     OPEN I-O REPL-TASK-FILE.
011600     IF NOT TASK-STATUS-OK
011700         DISPLAY 'REPLCONF - UNABLE TO OPEN REPLTASK, STATUS='
011800             WS-TASK-STATUS
011900         SET RC-SEVERE TO TRUE
012000         SET CNF-STATUS-EOF TO TRUE
012100         GO TO 1000-INITIALIZE-EXIT
012200     END-IF.
012300*    BINMOVE MAY NOT HAVE RUN SINCE THE LAST CONFIRMATIONS, SO
012400*    THE MOVES ARE ADDED TO WHATEVER IS ALREADY WAITING.
012500     OPEN EXTEND MOVE-TRAN-FILE.
012600     IF NOT BMT-STATUS-OK
012700         OPEN OUTPUT MOVE-TRAN-FILE
012800     END-IF.
012900     IF NOT BMT-STATUS-OK
013000         DISPLAY 'REPLCONF - UNABLE TO OPEN BINMTRAN, STATUS='
013100             WS-BMT-STATUS
013200         SET RC-SEVERE TO TRUE
013300         SET CNF-STATUS-EOF TO TRUE
013400         GO TO 1000-INITIALIZE-EXIT
013500     END-IF.
013600     OPEN INPUT CONFIRM-FILE.
013700     IF NOT CNF-STATUS-OK
013800         DISPLAY 'REPLCONF - UNABLE TO OPEN REPLCNF, STATUS='
013900             WS-CNF-STATUS
014000         SET RC-SEVERE TO TRUE
014100         SET CNF-STATUS-EOF TO TRUE
014200         GO TO 1000-INITIALIZE-EXIT
014300     END-IF.
014400 1000-INITIALIZE-EXIT.
014500     EXIT.
014600
014700 1050-GET-BUSINESS-DATE.
014800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
014900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
015000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
015100*    CLOCK TIME FIELD STAYS REAL.
015200     OPEN INPUT BUSDATE-FILE.
015300     IF NOT BUSDATE-STATUS-OK
015400         GO TO 1050-GET-BUSINESS-DATE-EXIT
015500     END-IF.
015600     READ BUSDATE-FILE
015700         AT END
015800             CLOSE BUSDATE-FILE
015900             GO TO 1050-GET-BUSINESS-DATE-EXIT
016000     END-READ.
016100     CLOSE BUSDATE-FILE.
016200     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
016300             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
016400         DISPLAY 'REPLCONF - RUNNING AS OF BUSINESS DATE '
016500             BUS-DATE
016600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
016700     END-IF.
016800 1050-GET-BUSINESS-DATE-EXIT.
016900     EXIT.
017000
017100 2000-CONFIRM-NEXT-TASK.
017200     READ CONFIRM-FILE
017300         AT END SET CNF-STATUS-EOF TO TRUE
017400     END-READ.
017500     IF CNF-STATUS-EOF
017600         GO TO 2000-CONFIRM-NEXT-TASK-EXIT
017700     END-IF.
017800     ADD 1 TO WS-CNF-READ.
017900
018000     MOVE CNF-TASK-DATE TO RPLT-TASK-DATE.
018100     MOVE CNF-TASK-SEQ  TO RPLT-TASK-SEQ.
018200     READ REPL-TASK-FILE
018300         INVALID KEY CONTINUE
018400     END-READ.
018500     IF NOT TASK-STATUS-OK
018600         MOVE 'E408' TO EXC-REASON-CODE
018700         MOVE 'REPLENISHMENT TASK NOT ON FILE' TO
018800             EXC-REASON-TEXT
018900         PERFORM 2900-WRITE-EXCEPTION
019000             THRU 2900-WRITE-EXCEPTION-EXIT
019100         GO TO 2000-CONFIRM-NEXT-TASK-EXIT
019200     END-IF.
019300     IF NOT RPLT-OPEN
019400         MOVE 'E409' TO EXC-REASON-CODE
019500         MOVE 'TASK ALREADY CONFIRMED OR CANCELLED' TO
019600             EXC-REASON-TEXT
019700         PERFORM 2900-WRITE-EXCEPTION
019800             THRU 2900-WRITE-EXCEPTION-EXIT
019900         GO TO 2000-CONFIRM-NEXT-TASK-EXIT
020000     END-IF.
020100     IF CNF-QTY-MOVED IS NOT NUMERIC
020200             OR CNF-QTY-MOVED > RPLT-QTY
020300         MOVE 'E410' TO EXC-REASON-CODE
020400         MOVE 'QTY MOVED NOT NUMERIC OR OVER TASK QTY' TO
020500             EXC-REASON-TEXT
020600         PERFORM 2900-WRITE-EXCEPTION
020700             THRU 2900-WRITE-EXCEPTION-EXIT
020800         GO TO 2000-CONFIRM-NEXT-TASK-EXIT
020900     END-IF.
021000
021100     IF CNF-QTY-MOVED = ZERO
021200         SET RPLT-CANCELLED TO TRUE
021300     ELSE
021400         PERFORM 3000-WRITE-BIN-MOVE
021500             THRU 3000-WRITE-BIN-MOVE-EXIT
021600         SET RPLT-CONFIRMED TO TRUE
021700     END-IF.
021800     MOVE CNF-QTY-MOVED     TO RPLT-QTY-MOVED.
021900     MOVE WS-TODAY-YYYYMMDD TO RPLT-STATUS-DATE.
022000     REWRITE REPL-TASK-RECORD
022100         INVALID KEY CONTINUE
022200     END-REWRITE.
022300     IF NOT TASK-STATUS-OK
022400         DISPLAY 'REPLCONF - UNABLE TO REWRITE REPLTASK, STATUS='
022500             WS-TASK-STATUS
022600         SET RC-ERROR TO TRUE
022700         GO TO 2000-CONFIRM-NEXT-TASK-EXIT
022800     END-IF.
022900     EVALUATE TRUE
023000         WHEN RPLT-CANCELLED
023100             ADD 1 TO WS-TASKS-CANCELLED
023200         WHEN RPLT-QTY-MOVED < RPLT-QTY
023300             ADD 1 TO WS-TASKS-SHORT
023400         WHEN OTHER
023500             ADD 1 TO WS-TASKS-CONFIRMED
023600     END-EVALUATE.
023700 2000-CONFIRM-NEXT-TASK-EXIT.
023800     EXIT.
023900
024000 3000-WRITE-BIN-MOVE.
024100*    THE MOVE NAMES THE TASK'S LOT, SO THE PICK FACE TAKES THE
024200*    LOT THAT WAS DRAWN EVEN IF THE RESERVE BIN HAS SINCE HAD
024300*    AN EARLIER ONE PUT AWAY INTO IT.
024400     MOVE RPLT-OWNER      TO BMT-OWNER.
024500     MOVE RPLT-ITEM-NAME  TO BMT-ITEM-NAME.
024600     MOVE RPLT-FROM-LOC   TO BMT-FROM-LOC.
024700     MOVE RPLT-TO-LOC     TO BMT-TO-LOC.
024800     MOVE CNF-QTY-MOVED   TO BMT-QUANTITY.
024900     MOVE RPLT-LOT-NUMBER TO BMT-LOT-NUMBER.
025000     MOVE CNF-OPERATOR    TO BMT-OPERATOR.
025100     WRITE MOVE-TRAN-RECORD.
025200 3000-WRITE-BIN-MOVE-EXIT.
025300     EXIT.
025400
025500 2900-WRITE-EXCEPTION.
025600*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
025700*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
025800     ADD 1 TO WS-CNF-REJECTED.
025900     MOVE 'REPLCONF' TO EXC-PROGRAM-ID.
026000     MOVE CONFIRM-RECORD TO EXC-KEY-VALUE.
026100     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
026200     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
026300     MOVE CNF-OPERATOR TO EXC-OPERATOR-ID.
026400     WRITE EXC-RECORD.
026500     SET RC-WARNING TO TRUE.
026600 2900-WRITE-EXCEPTION-EXIT.
026700     EXIT.
026800
026900 9000-FINISH.
027000     CLOSE CONFIRM-FILE.
027100     CLOSE REPL-TASK-FILE.
027200     CLOSE MOVE-TRAN-FILE.
027300     CLOSE EXCEPTION-FILE.
027400     DISPLAY 'REPLCONF - CONFIRMATIONS READ: ' WS-CNF-READ.
027500     DISPLAY 'REPLCONF - TASKS CONFIRMED   : '
027600         WS-TASKS-CONFIRMED.
027700     DISPLAY 'REPLCONF - CONFIRMED SHORT   : ' WS-TASKS-SHORT.
027800     DISPLAY 'REPLCONF - TASKS CANCELLED   : '
027900         WS-TASKS-CANCELLED.
028000     DISPLAY 'REPLCONF - REJECTED          : ' WS-CNF-REJECTED.
028100     DISPLAY 'REPLCONF - RETURN CODE       : ' WS-RETURN-CODE.
028200 9000-FINISH-EXIT.
028300     EXIT.
028400
028500 9999-EXIT.
028600     STOP RUN.
