000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPLMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    FORWARD-PICK REPLENISHMENT LEVELS - APPLIES
001100*                    ADD, CHANGE AND DELETE TRANSACTIONS FROM
001200*                    REPLTRAN TO THE INDEXED REPLMST FILE (SEE
001300*                    REPLREC) AND REJECTS BAD TRANSACTIONS TO
001400*                    THE EXCEPTION FILE.  THE PICK FACE MUST BE
001500*                    AN ACTIVE BIN ON LOCMAST, AND ITS MINIMUM
001600*                    MUST SIT BELOW ITS MAXIMUM.
001700*================================================================
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT REPL-LEVEL-FILE ASSIGN TO "REPLMST"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS REPL-KEY
002500         FILE STATUS IS WS-REPL-STATUS.
002600     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS LOC-ID
003000         FILE STATUS IS WS-LOCMAST-STATUS.
003100     SELECT REPL-TRAN-FILE ASSIGN TO "REPLTRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRAN-STATUS.
003400     SELECT EXCEPTION-FILE ASSIGN TO "REPLMEXC"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BUSDATE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  REPL-LEVEL-FILE.
004300     COPY REPLREC.
004400
004500 FD  LOCATION-MASTER.
004600     COPY LOCREC.
004700
004800 FD  REPL-TRAN-FILE.
004900 01  REPL-TRAN-RECORD.
005000     05  RTRN-ACTION                 PIC X(01).
005100         88  RTRN-ADD                VALUE 'A'.
005200         88  RTRN-CHANGE             VALUE 'C'.
005300         88  RTRN-DELETE             VALUE 'D'.
005400     05  RTRN-OWNER                  PIC X(20).
005500     05  RTRN-ITEM-NAME              PIC X(20).
005600     05  RTRN-LOC-ID                 PIC X(10).
005700     05  RTRN-MIN-QTY                PIC 9(05).
005800     05  RTRN-MAX-QTY                PIC 9(05).
005900
006000 FD  EXCEPTION-FILE.
006100     COPY EXCREC.
006200
006300 FD  BUSDATE-FILE.
006400     COPY BUSDATE.
006500
006600 WORKING-STORAGE SECTION.
006700     COPY RETCODES.
006800
006900 01  WS-REPL-STATUS                 PIC X(02) VALUE '00'.
007000     88  REPL-STATUS-OK              VALUE '00'.
007100 01  WS-LOCMAST-STATUS              PIC X(02) VALUE '00'.
007200     88  LOCMAST-STATUS-OK           VALUE '00'.
007300 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007400     88  TRAN-STATUS-OK              VALUE '00'.
007500     88  TRAN-STATUS-EOF             VALUE '10'.
007600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007700     88  BUSDATE-STATUS-OK           VALUE '00'.
007800
007900 01  WS-LEVEL-VALID-SW              PIC X(01) VALUE 'Y'.
008000     88  WS-LEVEL-VALID              VALUE 'Y'.
008100
008200 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
008300 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
008400 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
008500
008600 01  WS-CURRENT-DATE-TIME.
008700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
008800     05  WS-TIME-HHMMSSHH           PIC 9(08).
008900     05  FILLER                     PIC X(05).
009000
009100 PROCEDURE DIVISION.
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE
009400         THRU 1000-INITIALIZE-EXIT.
009500
009600     PERFORM 2000-APPLY-NEXT-TRAN
009700         THRU 2000-APPLY-NEXT-TRAN-EXIT
009800         UNTIL TRAN-STATUS-EOF.
009900
010000     PERFORM 9000-FINISH
010100         THRU 9000-FINISH-EXIT.
010200     MOVE WS-RETURN-CODE TO RETURN-CODE.
010300     GO TO 9999-EXIT.
010400
010500 1000-INITIALIZE.
010600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010700     PERFORM 1050-GET-BUSINESS-DATE
010800         THRU 1050-GET-BUSINESS-DATE-EXIT.
010900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
011000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
011100     OPEN OUTPUT EXCEPTION-FILE.
011200     OPEN I-O REPL-LEVEL-FILE.
011300     IF NOT REPL-STATUS-OK
011400         OPEN OUTPUT REPL-LEVEL-FILE
011500         CLOSE REPL-LEVEL-FILE
011600         OPEN I-O REPL-LEVEL-FILE
011700     END-IF.
011800     IF NOT REPL-STATUS-OK
011900         DISPLAY 'REPLMNT - UNABLE TO OPEN REPLMST, STATUS='
012000             WS-REPL-STATUS
012100         SET RC-SEVERE TO TRUE
012200         SET TRAN-STATUS-EOF TO TRUE
012300         GO TO 1000-INITIALIZE-EXIT
012400     END-IF.
012500     OPEN INPUT LOCATION-MASTER.
012600     IF NOT LOCMAST-STATUS-OK
012700         DISPLAY 'REPLMNT - UNABLE TO OPEN LOCMAST, STATUS='
012800             WS-LOCMAST-STATUS
012900         SET RC-SEVERE TO TRUE
013000         SET TRAN-STATUS-EOF TO TRUE
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF.
013300     OPEN INPUT REPL-TRAN-FILE.
013400     IF NOT TRAN-STATUS-OK
013500         DISPLAY 'REPLMNT - UNABLE TO OPEN REPLTRAN, STATUS='
013600             WS-TRAN-STATUS
013700         SET RC-SEVERE TO TRUE
013800         SET TRAN-STATUS-EOF TO TRUE
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014300
014400 1050-GET-BUSINESS-DATE.
014500*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
014600*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
014700*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
014800*    CLOCK TIME FIELD STAYS REAL.
014900     OPEN INPUT BUSDATE-FILE.
015000     IF NOT BUSDATE-STATUS-OK
015100         GO TO 1050-GET-BUSINESS-DATE-EXIT
015200     END-IF.
015300     READ BUSDATE-FILE
015400         AT END
015500             CLOSE BUSDATE-FILE
015600             GO TO 1050-GET-BUSINESS-DATE-EXIT
015700     END-READ.
015800     CLOSE BUSDATE-FILE.
015900     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
016000             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
016100         DISPLAY 'REPLMNT - RUNNING AS OF BUSINESS DATE '
016200             BUS-DATE
016300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
016400     END-IF.
016500 1050-GET-BUSINESS-DATE-EXIT.
016600     EXIT.
016700
016800 2000-APPLY-NEXT-TRAN.
016900     READ REPL-TRAN-FILE
017000         AT END SET TRAN-STATUS-EOF TO TRUE
017100     END-READ.
017200     IF TRAN-STATUS-EOF
017300         GO TO 2000-APPLY-NEXT-TRAN-EXIT
017400     END-IF.
017500     ADD 1 TO WS-TRANS-READ.
017600
017700     IF RTRN-OWNER = SPACES OR RTRN-ITEM-NAME = SPACES
017800             OR RTRN-LOC-ID = SPACES
017900         MOVE 'E400' TO EXC-REASON-CODE
018000         MOVE 'OWNER, ITEM OR PICK BIN MISSING' TO
018100             EXC-REASON-TEXT
018200         PERFORM 2900-WRITE-EXCEPTION
018300             THRU 2900-WRITE-EXCEPTION-EXIT
018400         GO TO 2000-APPLY-NEXT-TRAN-EXIT
018500     END-IF.
018600
018700     EVALUATE TRUE
018800         WHEN RTRN-ADD
018900             PERFORM 3000-ADD-LEVEL
019000                 THRU 3000-ADD-LEVEL-EXIT
019100         WHEN RTRN-CHANGE
019200             PERFORM 3100-CHANGE-LEVEL
019300                 THRU 3100-CHANGE-LEVEL-EXIT
019400         WHEN RTRN-DELETE
019500             PERFORM 3200-DELETE-LEVEL
019600                 THRU 3200-DELETE-LEVEL-EXIT
019700         WHEN OTHER
019800             MOVE 'E401' TO EXC-REASON-CODE
019900             MOVE 'ACTION CODE NOT A, C OR D' TO
020000                 EXC-REASON-TEXT
020100             PERFORM 2900-WRITE-EXCEPTION
020200                 THRU 2900-WRITE-EXCEPTION-EXIT
020300     END-EVALUATE.
020400 2000-APPLY-NEXT-TRAN-EXIT.
020500     EXIT.
020600
020700 2100-EDIT-LEVEL-FIELDS.
020800*    THE MINIMUM IS THE REORDER POINT AND MAY BE ZERO (REFILL
020900*    ONLY WHEN THE FACE IS EMPTY); THE MAXIMUM IS WHAT THE
021000*    FACE HOLDS AND MUST BE ABOVE IT.
021100     MOVE 'Y' TO WS-LEVEL-VALID-SW.
021200     IF RTRN-MIN-QTY IS NOT NUMERIC
021300             OR RTRN-MAX-QTY IS NOT NUMERIC
021400             OR RTRN-MIN-QTY NOT < RTRN-MAX-QTY
021500         MOVE 'E402' TO EXC-REASON-CODE
021600         MOVE 'MIN/MAX NOT NUMERIC OR MIN NOT BELOW MAX' TO
021700             EXC-REASON-TEXT
021800         MOVE 'N' TO WS-LEVEL-VALID-SW
021900         PERFORM 2900-WRITE-EXCEPTION
022000             THRU 2900-WRITE-EXCEPTION-EXIT
022100         GO TO 2100-EDIT-LEVEL-FIELDS-EXIT
022200     END-IF.
022300
022400*    THE PICK FACE MUST BE A LIVE BIN - A LEVEL ON A RETIRED
022500*    BIN WOULD ORDER STOCK INTO RACKING NOBODY PICKS FROM.
022600     MOVE RTRN-LOC-ID TO LOC-ID.
022700     READ LOCATION-MASTER
022800         INVALID KEY CONTINUE
022900     END-READ.
023000     IF NOT LOCMAST-STATUS-OK OR NOT LOC-ACTIVE
023100         MOVE 'E403' TO EXC-REASON-CODE
023200         MOVE 'PICK BIN NOT ACTIVE ON LOCMAST' TO
023300             EXC-REASON-TEXT
023400         MOVE 'N' TO WS-LEVEL-VALID-SW
023500         PERFORM 2900-WRITE-EXCEPTION
023600             THRU 2900-WRITE-EXCEPTION-EXIT
023700     END-IF.
023800 2100-EDIT-LEVEL-FIELDS-EXIT.
023900     EXIT.
024000
024100 2200-MOVE-TRAN-TO-RECORD.
024200     MOVE RTRN-OWNER            TO REPL-OWNER.
024300     MOVE RTRN-ITEM-NAME        TO REPL-ITEM-NAME.
024400     MOVE RTRN-LOC-ID           TO REPL-LOC-ID.
024500     MOVE RTRN-MIN-QTY          TO REPL-MIN-QTY.
024600     MOVE RTRN-MAX-QTY          TO REPL-MAX-QTY.
024700     MOVE WS-TODAY-YYYYMMDD     TO REPL-CHANGED-DATE.
024800 2200-MOVE-TRAN-TO-RECORD-EXIT.
024900     EXIT.
025000
025100 3000-ADD-LEVEL.
025200     PERFORM 2100-EDIT-LEVEL-FIELDS
025300         THRU 2100-EDIT-LEVEL-FIELDS-EXIT.
025400     IF NOT WS-LEVEL-VALID
025500         GO TO 3000-ADD-LEVEL-EXIT
025600     END-IF.
025700     PERFORM 2200-MOVE-TRAN-TO-RECORD
025800         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
025900     WRITE REPL-LEVEL-RECORD
026000         INVALID KEY CONTINUE
026100     END-WRITE.
026200     IF REPL-STATUS-OK
026300         ADD 1 TO WS-TRANS-APPLIED
026400     ELSE
026500         MOVE 'E404' TO EXC-REASON-CODE
026600         MOVE 'LEVEL ALREADY ON FILE OR WRITE FAILED' TO
026700             EXC-REASON-TEXT
026800         PERFORM 2900-WRITE-EXCEPTION
026900             THRU 2900-WRITE-EXCEPTION-EXIT
027000     END-IF.
027100 3000-ADD-LEVEL-EXIT.
027200     EXIT.
027300
027400 3100-CHANGE-LEVEL.
027500     PERFORM 2100-EDIT-LEVEL-FIELDS
027600         THRU 2100-EDIT-LEVEL-FIELDS-EXIT.
027700     IF NOT WS-LEVEL-VALID
027800         GO TO 3100-CHANGE-LEVEL-EXIT
027900     END-IF.
028000     PERFORM 2200-MOVE-TRAN-TO-RECORD
028100         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
028200     REWRITE REPL-LEVEL-RECORD
028300         INVALID KEY CONTINUE
028400     END-REWRITE.
028500     IF REPL-STATUS-OK
028600         ADD 1 TO WS-TRANS-APPLIED
028700     ELSE
028800         MOVE 'E405' TO EXC-REASON-CODE
028900         MOVE 'NO LEVEL ON FILE FOR THIS PICK BIN' TO
029000             EXC-REASON-TEXT
029100         PERFORM 2900-WRITE-EXCEPTION
029200             THRU 2900-WRITE-EXCEPTION-EXIT
029300     END-IF.
029400 3100-CHANGE-LEVEL-EXIT.
029500     EXIT.
029600
029700 3200-DELETE-LEVEL.
029800*    DELETING THE LEVEL ONLY STOPS REPLENISHMENT - THE BIN
029900*    KEEPS WHATEVER STOCK IT HOLDS, NOW COUNTED AS RESERVE.
030000     MOVE RTRN-OWNER     TO REPL-OWNER.
030100     MOVE RTRN-ITEM-NAME TO REPL-ITEM-NAME.
030200     MOVE RTRN-LOC-ID    TO REPL-LOC-ID.
030300     DELETE REPL-LEVEL-FILE
030400         INVALID KEY CONTINUE
030500     END-DELETE.
030600     IF REPL-STATUS-OK
030700         ADD 1 TO WS-TRANS-APPLIED
030800     ELSE
030900         MOVE 'E405' TO EXC-REASON-CODE
031000         MOVE 'NO LEVEL ON FILE FOR THIS PICK BIN' TO
031100             EXC-REASON-TEXT
031200         PERFORM 2900-WRITE-EXCEPTION
031300             THRU 2900-WRITE-EXCEPTION-EXIT
031400     END-IF.
031500 3200-DELETE-LEVEL-EXIT.
031600     EXIT.
031700
031800 2900-WRITE-EXCEPTION.
031900*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
032000*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
032100     ADD 1 TO WS-TRANS-REJECTED.
032200     MOVE 'REPLMNT ' TO EXC-PROGRAM-ID.
032300     MOVE RTRN-ITEM-NAME TO EXC-KEY-VALUE.
032400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
032500     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
032600     MOVE SPACES TO EXC-OPERATOR-ID.
032700     WRITE EXC-RECORD.
032800     SET RC-WARNING TO TRUE.
032900 2900-WRITE-EXCEPTION-EXIT.
033000     EXIT.
033100
033200 9000-FINISH.
033300     CLOSE REPL-LEVEL-FILE.
033400     CLOSE LOCATION-MASTER.
033500     CLOSE REPL-TRAN-FILE.
033600     CLOSE EXCEPTION-FILE.
033700     DISPLAY 'REPLMNT - TRANS READ    : ' WS-TRANS-READ.
033800     DISPLAY 'REPLMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
033900     DISPLAY 'REPLMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
034000     DISPLAY 'REPLMNT - RETURN CODE   : ' WS-RETURN-CODE.
034100 9000-FINISH-EXIT.
034200     EXIT.
034300
034400 9999-EXIT.
034500     STOP RUN.
