000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UOMMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    ITEM UNITS OF MEASURE - APPLIES ADD, CHANGE
001100*                    AND DELETE TRANSACTIONS FROM UOMTRAN TO THE
001200*                    INDEXED UOMMAST FILE (SEE UOMREC) AND
001300*                    REJECTS BAD TRANSACTIONS TO THE EXCEPTION
001400*                    FILE.  THE ITEM MUST BE ON THE ITEMMAST ITEM
001500*                    MASTER FOR THE OWNER, THE UNIT MUST BE IP
001600*                    (INNER PACK), CS (CASE) OR PL (PALLET) - EA
001700*                    IS THE BASE UNIT AND NEVER ON FILE - AND THE
001800*                    FACTOR MUST BE MORE THAN ONE EACH.
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT UOM-FILE ASSIGN TO "UOMMAST"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS UOM-KEY
002700         FILE STATUS IS WS-UOM-STATUS.
002800     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS IM-KEY
003200         FILE STATUS IS WS-IM-STATUS.
003300     SELECT UOM-TRAN-FILE ASSIGN TO "UOMTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TRAN-STATUS.
003600     SELECT EXCEPTION-FILE ASSIGN TO "UOMMEXC"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BUSDATE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  UOM-FILE.
004500     COPY UOMREC.
004600
004700 FD  ITEM-MASTER.
004800     COPY ITEMMREC.
004900
005000 FD  UOM-TRAN-FILE.
005100 01  UOM-TRAN-RECORD.
005200     05  UTRN-ACTION                 PIC X(01).
005300         88  UTRN-ADD                VALUE 'A'.
005400         88  UTRN-CHANGE             VALUE 'C'.
005500         88  UTRN-DELETE             VALUE 'D'.
005600     05  UTRN-OWNER                  PIC X(20).
005700     05  UTRN-ITEM-NAME              PIC X(20).
005800     05  UTRN-UOM-CODE               PIC X(02).
005900     05  UTRN-FACTOR                 PIC 9(05).
006000
006100 FD  EXCEPTION-FILE.
006200     COPY EXCREC.
006300
006400 FD  BUSDATE-FILE.
006500     COPY BUSDATE.
006600
006700 WORKING-STORAGE SECTION.
006800     COPY RETCODES.
006900
007000 01  WS-UOM-STATUS                  PIC X(02) VALUE '00'.
007100     88  UOM-STATUS-OK               VALUE '00'.
007200 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
007300     88  IM-STATUS-OK                VALUE '00'.
007400 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007500     88  TRAN-STATUS-OK              VALUE '00'.
007600     88  TRAN-STATUS-EOF             VALUE '10'.
007700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007800     88  BUSDATE-STATUS-OK           VALUE '00'.
007900
008000 01  WS-UOM-VALID-SW                PIC X(01) VALUE 'Y'.
008100     88  WS-UOM-VALID                VALUE 'Y'.
008200
008300 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
008400 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
008500 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
008600
008700 01  WS-CURRENT-DATE-TIME.
008800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
008900     05  WS-TIME-HHMMSSHH           PIC 9(08).
009000     05  FILLER                     PIC X(05).
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE
009500         THRU 1000-INITIALIZE-EXIT.
009600
009700     PERFORM 2000-APPLY-NEXT-TRAN
009800         THRU 2000-APPLY-NEXT-TRAN-EXIT
009900         UNTIL TRAN-STATUS-EOF.
010000
010100     PERFORM 9000-FINISH
010200         THRU 9000-FINISH-EXIT.
010300     MOVE WS-RETURN-CODE TO RETURN-CODE.
010400     GO TO 9999-EXIT.
010500
010600 1000-INITIALIZE.
010700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010800     PERFORM 1050-GET-BUSINESS-DATE
010900         THRU 1050-GET-BUSINESS-DATE-EXIT.
011000*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
011100*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
011200     OPEN OUTPUT EXCEPTION-FILE.
011300     OPEN I-O UOM-FILE.
011400     IF NOT UOM-STATUS-OK
011500         OPEN OUTPUT UOM-FILE
011600         CLOSE UOM-FILE
011700         OPEN I-O UOM-FILE
011800     END-IF.
011900     IF NOT UOM-STATUS-OK
012000         DISPLAY 'UOMMNT - UNABLE TO OPEN UOMMAST, STATUS='
012100             WS-UOM-STATUS
012200         SET RC-SEVERE TO TRUE
012300         SET TRAN-STATUS-EOF TO TRUE
012400         GO TO 1000-INITIALIZE-EXIT
012500     END-IF.
012600     OPEN INPUT ITEM-MASTER.
012700     IF NOT IM-STATUS-OK
012800         DISPLAY 'UOMMNT - UNABLE TO OPEN ITEMMAST, STATUS='
012900             WS-IM-STATUS
013000         SET RC-SEVERE TO TRUE
013100         SET TRAN-STATUS-EOF TO TRUE
013200         GO TO 1000-INITIALIZE-EXIT
013300     END-IF.
013400     OPEN INPUT UOM-TRAN-FILE.
013500     IF NOT TRAN-STATUS-OK
013600         DISPLAY 'UOMMNT - UNABLE TO OPEN UOMTRAN, STATUS='
013700             WS-TRAN-STATUS
013800         SET RC-SEVERE TO TRUE
013900         SET TRAN-STATUS-EOF TO TRUE
014000         GO TO 1000-INITIALIZE-EXIT
014100     END-IF.
014200 1000-INITIALIZE-EXIT.
014300     EXIT.
014400
014500 1050-GET-BUSINESS-DATE.
014600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
014700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
014800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
014900*    CLOCK TIME FIELD STAYS REAL.
015000     OPEN INPUT BUSDATE-FILE.
015100     IF NOT BUSDATE-STATUS-OK
015200         GO TO 1050-GET-BUSINESS-DATE-EXIT
015300     END-IF.
015400     READ BUSDATE-FILE
015500         AT END
015600             CLOSE BUSDATE-FILE
015700             GO TO 1050-GET-BUSINESS-DATE-EXIT
015800     END-READ.
015900     CLOSE BUSDATE-FILE.
016000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
016100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
016200         DISPLAY 'UOMMNT - RUNNING AS OF BUSINESS DATE '
016300             BUS-DATE
016400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
016500     END-IF.
016600 1050-GET-BUSINESS-DATE-EXIT.
016700     EXIT.
016800
016900 2000-APPLY-NEXT-TRAN.
017000     READ UOM-TRAN-FILE
017100         AT END SET TRAN-STATUS-EOF TO TRUE
017200     END-READ.
017300     IF TRAN-STATUS-EOF
017400         GO TO 2000-APPLY-NEXT-TRAN-EXIT
017500     END-IF.
017600     ADD 1 TO WS-TRANS-READ.
017700
017800     IF UTRN-OWNER = SPACES OR UTRN-ITEM-NAME = SPACES
017900             OR UTRN-UOM-CODE = SPACES
018000         MOVE 'E433' TO EXC-REASON-CODE
018100         MOVE 'OWNER, ITEM OR UNIT CODE MISSING' TO
018200             EXC-REASON-TEXT
018300         PERFORM 2900-WRITE-EXCEPTION
018400             THRU 2900-WRITE-EXCEPTION-EXIT
018500         GO TO 2000-APPLY-NEXT-TRAN-EXIT
018600     END-IF.
018700
018800     EVALUATE TRUE
018900         WHEN UTRN-ADD
019000             PERFORM 3000-ADD-UNIT
019100                 THRU 3000-ADD-UNIT-EXIT
019200         WHEN UTRN-CHANGE
019300             PERFORM 3100-CHANGE-UNIT
019400                 THRU 3100-CHANGE-UNIT-EXIT
019500         WHEN UTRN-DELETE
019600             PERFORM 3200-DELETE-UNIT
019700                 THRU 3200-DELETE-UNIT-EXIT
019800         WHEN OTHER
019900             MOVE 'E434' TO EXC-REASON-CODE
020000             MOVE 'ACTION CODE NOT A, C OR D' TO
020100                 EXC-REASON-TEXT
020200             PERFORM 2900-WRITE-EXCEPTION
020300                 THRU 2900-WRITE-EXCEPTION-EXIT
020400     END-EVALUATE.
020500 2000-APPLY-NEXT-TRAN-EXIT.
020600     EXIT.
020700
020800 2100-EDIT-UOM-FIELDS.
020900*    EA IS THE BASE UNIT EVERY STORED QUANTITY IS KEPT IN, SO IT
021000*    IS NEVER ON FILE, AND A PACK OF ONE EACH WOULD ONLY BE EA
021100*    UNDER ANOTHER NAME.
021200     MOVE 'Y' TO WS-UOM-VALID-SW.
021300     MOVE UTRN-UOM-CODE TO UOM-CODE.
021400     IF NOT UOM-CODE-VALID
021500             OR UTRN-FACTOR IS NOT NUMERIC
021600             OR UTRN-FACTOR NOT > 1
021700         MOVE 'E435' TO EXC-REASON-CODE
021800         MOVE 'UNIT NOT IP/CS/PL OR FACTOR NOT ABOVE 1' TO
021900             EXC-REASON-TEXT
022000         MOVE 'N' TO WS-UOM-VALID-SW
022100         PERFORM 2900-WRITE-EXCEPTION
022200             THRU 2900-WRITE-EXCEPTION-EXIT
022300         GO TO 2100-EDIT-UOM-FIELDS-EXIT
022400     END-IF.
022500
022600*    THE ITEM MUST ALREADY BE STOCKED FOR THE OWNER - A UNIT ON
022700*    A MISSPELLED ITEM WOULD NEVER CONVERT ANYTHING.
022800     MOVE UTRN-OWNER     TO IM-OWNER.
022900     MOVE UTRN-ITEM-NAME TO IM-ITEM-NAME.
023000     READ ITEM-MASTER
023100         INVALID KEY CONTINUE
023200     END-READ.
023300     IF NOT IM-STATUS-OK
023400         MOVE 'E436' TO EXC-REASON-CODE
023500         MOVE 'OWNER/ITEM NOT ON ITEM MASTER' TO
023600             EXC-REASON-TEXT
023700         MOVE 'N' TO WS-UOM-VALID-SW
023800         PERFORM 2900-WRITE-EXCEPTION
023900             THRU 2900-WRITE-EXCEPTION-EXIT
024000     END-IF.
024100 2100-EDIT-UOM-FIELDS-EXIT.
024200     EXIT.
024300
024400 2200-MOVE-TRAN-TO-RECORD.
024500     MOVE UTRN-OWNER            TO UOM-OWNER.
024600     MOVE UTRN-ITEM-NAME        TO UOM-ITEM-NAME.
024700     MOVE UTRN-UOM-CODE         TO UOM-CODE.
024800     MOVE UTRN-FACTOR           TO UOM-FACTOR.
024900     MOVE WS-TODAY-YYYYMMDD     TO UOM-CHANGED-DATE.
025000 2200-MOVE-TRAN-TO-RECORD-EXIT.
025100     EXIT.
025200
025300 3000-ADD-UNIT.
025400     PERFORM 2100-EDIT-UOM-FIELDS
025500         THRU 2100-EDIT-UOM-FIELDS-EXIT.
025600     IF NOT WS-UOM-VALID
025700         GO TO 3000-ADD-UNIT-EXIT
025800     END-IF.
025900     PERFORM 2200-MOVE-TRAN-TO-RECORD
026000         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
026100     WRITE UOM-RECORD
026200         INVALID KEY CONTINUE
026300     END-WRITE.
026400     IF UOM-STATUS-OK
026500         ADD 1 TO WS-TRANS-APPLIED
026600     ELSE
026700         MOVE 'E437' TO EXC-REASON-CODE
026800         MOVE 'UNIT ALREADY ON FILE OR WRITE FAILED' TO
026900             EXC-REASON-TEXT
027000         PERFORM 2900-WRITE-EXCEPTION
027100             THRU 2900-WRITE-EXCEPTION-EXIT
027200     END-IF.
027300 3000-ADD-UNIT-EXIT.
027400     EXIT.
027500
027600 3100-CHANGE-UNIT.
027700*    A NEW FACTOR APPLIES TO QUANTITIES CONVERTED FROM NOW ON -
027800*    WHAT IS ALREADY STORED IS IN EACHES AND DOES NOT MOVE.
027900     PERFORM 2100-EDIT-UOM-FIELDS
028000         THRU 2100-EDIT-UOM-FIELDS-EXIT.
028100     IF NOT WS-UOM-VALID
028200         GO TO 3100-CHANGE-UNIT-EXIT
028300     END-IF.
028400     PERFORM 2200-MOVE-TRAN-TO-RECORD
028500         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
028600     REWRITE UOM-RECORD
028700         INVALID KEY CONTINUE
028800     END-REWRITE.
028900     IF UOM-STATUS-OK
029000         ADD 1 TO WS-TRANS-APPLIED
029100     ELSE
029200         MOVE 'E438' TO EXC-REASON-CODE
029300         MOVE 'UNIT NOT ON FILE FOR THIS ITEM' TO
029400             EXC-REASON-TEXT
029500         PERFORM 2900-WRITE-EXCEPTION
029600             THRU 2900-WRITE-EXCEPTION-EXIT
029700     END-IF.
029800 3100-CHANGE-UNIT-EXIT.
029900     EXIT.
030000
030100 3200-DELETE-UNIT.
030200     MOVE UTRN-OWNER     TO UOM-OWNER.
030300     MOVE UTRN-ITEM-NAME TO UOM-ITEM-NAME.
030400     MOVE UTRN-UOM-CODE  TO UOM-CODE.
030500     DELETE UOM-FILE
030600         INVALID KEY CONTINUE
030700     END-DELETE.
030800     IF UOM-STATUS-OK
030900         ADD 1 TO WS-TRANS-APPLIED
031000     ELSE
031100         MOVE 'E438' TO EXC-REASON-CODE
031200         MOVE 'UNIT NOT ON FILE FOR THIS ITEM' TO
031300             EXC-REASON-TEXT
031400         PERFORM 2900-WRITE-EXCEPTION
031500             THRU 2900-WRITE-EXCEPTION-EXIT
031600     END-IF.
031700 3200-DELETE-UNIT-EXIT.
031800     EXIT.
031900
032000 2900-WRITE-EXCEPTION.
032100*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
032200*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
032300     ADD 1 TO WS-TRANS-REJECTED.
032400     MOVE 'UOMMNT  ' TO EXC-PROGRAM-ID.
032500     MOVE UTRN-ITEM-NAME TO EXC-KEY-VALUE.
032600     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
032700     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
032800     MOVE SPACES TO EXC-OPERATOR-ID.
032900     WRITE EXC-RECORD.
033000     SET RC-WARNING TO TRUE.
033100 2900-WRITE-EXCEPTION-EXIT.
033200     EXIT.
033300
033400 9000-FINISH.
033500     CLOSE UOM-FILE.
033600     CLOSE ITEM-MASTER.
033700     CLOSE UOM-TRAN-FILE.
033800     CLOSE EXCEPTION-FILE.
033900     DISPLAY 'UOMMNT - TRANS READ    : ' WS-TRANS-READ.
034000     DISPLAY 'UOMMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
034100     DISPLAY 'UOMMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
034200     DISPLAY 'UOMMNT - RETURN CODE   : ' WS-RETURN-CODE.
034300 9000-FINISH-EXIT.
034400     EXIT.
034500
034600 9999-EXIT.
034700     STOP RUN.
