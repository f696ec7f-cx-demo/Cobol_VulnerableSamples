000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BOMMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    KIT BILLS OF MATERIALS - APPLIES ADD, CHANGE
001100*                    AND DELETE TRANSACTIONS FROM BOMTRAN TO THE
001200*                    INDEXED BOMMAST FILE (SEE BOMREC) AND
001300*                    REJECTS BAD TRANSACTIONS TO THE EXCEPTION
001400*                    FILE.  THE KIT AND THE COMPONENT MUST BOTH
001500*                    BE ON THE ITEMMAST ITEM MASTER FOR THE
001600*                    OWNER, MUST DIFFER, AND THE QUANTITY PER
001700*                    KIT MUST BE ABOVE ZERO.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT BOM-FILE ASSIGN TO "BOMMAST"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS BOM-KEY
002600         FILE STATUS IS WS-BOM-STATUS.
002700     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS IM-KEY
003100         FILE STATUS IS WS-IM-STATUS.
003200     SELECT BOM-TRAN-FILE ASSIGN TO "BOMTRAN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TRAN-STATUS.
003500     SELECT EXCEPTION-FILE ASSIGN TO "BOMMEXC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BUSDATE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BOM-FILE.
004400     COPY BOMREC.
004500
004600 FD  ITEM-MASTER.
004700     COPY ITEMMREC.
004800
004900 FD  BOM-TRAN-FILE.
005000 01  BOM-TRAN-RECORD.
005100     05  BTRN-ACTION                 PIC X(01).
005200         88  BTRN-ADD                VALUE 'A'.
005300         88  BTRN-CHANGE             VALUE 'C'.
005400         88  BTRN-DELETE             VALUE 'D'.
005500     05  BTRN-OWNER                  PIC X(20).
005600     05  BTRN-KIT-ITEM               PIC X(20).
005700     05  BTRN-COMPONENT              PIC X(20).
005800     05  BTRN-QTY-PER                PIC 9(05).
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
006900 01  WS-BOM-STATUS                  PIC X(02) VALUE '00'.
007000     88  BOM-STATUS-OK               VALUE '00'.
007100 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
007200     88  IM-STATUS-OK                VALUE '00'.
007300 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007400     88  TRAN-STATUS-OK              VALUE '00'.
007500     88  TRAN-STATUS-EOF             VALUE '10'.
007600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007700     88  BUSDATE-STATUS-OK           VALUE '00'.
007800
007900 01  WS-BOM-VALID-SW                PIC X(01) VALUE 'Y'.
008000     88  WS-BOM-VALID                VALUE 'Y'.
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
011200     OPEN I-O BOM-FILE.
011300     IF NOT BOM-STATUS-OK
011400         OPEN OUTPUT BOM-FILE
011500         CLOSE BOM-FILE
011600         OPEN I-O BOM-FILE
011700     END-IF.
011800     IF NOT BOM-STATUS-OK
011900         DISPLAY 'BOMMNT - UNABLE TO OPEN BOMMAST, STATUS='
012000             WS-BOM-STATUS
012100         SET RC-SEVERE TO TRUE
012200         SET TRAN-STATUS-EOF TO TRUE
012300         GO TO 1000-INITIALIZE-EXIT
012400     END-IF.
012500     OPEN INPUT ITEM-MASTER.
012600     IF NOT IM-STATUS-OK
012700         DISPLAY 'BOMMNT - UNABLE TO OPEN ITEMMAST, STATUS='
012800             WS-IM-STATUS
012900         SET RC-SEVERE TO TRUE
013000         SET TRAN-STATUS-EOF TO TRUE
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF.
013300     OPEN INPUT BOM-TRAN-FILE.
013400     IF NOT TRAN-STATUS-OK
013500         DISPLAY 'BOMMNT - UNABLE TO OPEN BOMTRAN, STATUS='
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
016100         DISPLAY 'BOMMNT - RUNNING AS OF BUSINESS DATE '
016200             BUS-DATE
016300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
016400     END-IF.
016500 1050-GET-BUSINESS-DATE-EXIT.
016600     EXIT.
016700
016800 2000-APPLY-NEXT-TRAN.
016900     READ BOM-TRAN-FILE
017000         AT END SET TRAN-STATUS-EOF TO TRUE
017100     END-READ.
017200     IF TRAN-STATUS-EOF
017300         GO TO 2000-APPLY-NEXT-TRAN-EXIT
017400     END-IF.
017500     ADD 1 TO WS-TRANS-READ.
017600
017700     IF BTRN-OWNER = SPACES OR BTRN-KIT-ITEM = SPACES
017800             OR BTRN-COMPONENT = SPACES
017900         MOVE 'E411' TO EXC-REASON-CODE
018000         MOVE 'OWNER, KIT OR COMPONENT MISSING' TO
018100             EXC-REASON-TEXT
018200         PERFORM 2900-WRITE-EXCEPTION
018300             THRU 2900-WRITE-EXCEPTION-EXIT
018400         GO TO 2000-APPLY-NEXT-TRAN-EXIT
018500     END-IF.
018600
018700     EVALUATE TRUE
018800         WHEN BTRN-ADD
018900             PERFORM 3000-ADD-COMPONENT
019000                 THRU 3000-ADD-COMPONENT-EXIT
019100         WHEN BTRN-CHANGE
019200             PERFORM 3100-CHANGE-COMPONENT
019300                 THRU 3100-CHANGE-COMPONENT-EXIT
019400         WHEN BTRN-DELETE
019500             PERFORM 3200-DELETE-COMPONENT
019600                 THRU 3200-DELETE-COMPONENT-EXIT
019700         WHEN OTHER
019800             MOVE 'E412' TO EXC-REASON-CODE
019900             MOVE 'ACTION CODE NOT A, C OR D' TO
020000                 EXC-REASON-TEXT
020100             PERFORM 2900-WRITE-EXCEPTION
020200                 THRU 2900-WRITE-EXCEPTION-EXIT
020300     END-EVALUATE.
020400 2000-APPLY-NEXT-TRAN-EXIT.
020500     EXIT.
020600
020700 2100-EDIT-BOM-FIELDS.
020800*    A KIT CANNOT CONTAIN ITSELF, AND A COMPONENT LINE OF ZERO
020900*    WOULD BUILD KITS OUT OF NOTHING.
021000     MOVE 'Y' TO WS-BOM-VALID-SW.
021100     IF BTRN-QTY-PER IS NOT NUMERIC
021200             OR BTRN-QTY-PER = ZERO
021300             OR BTRN-COMPONENT = BTRN-KIT-ITEM
021400         MOVE 'E413' TO EXC-REASON-CODE
021500         MOVE 'QTY PER KIT NOT ABOVE ZERO OR KIT = COMP' TO
021600             EXC-REASON-TEXT
021700         MOVE 'N' TO WS-BOM-VALID-SW
021800         PERFORM 2900-WRITE-EXCEPTION
021900             THRU 2900-WRITE-EXCEPTION-EXIT
022000         GO TO 2100-EDIT-BOM-FIELDS-EXIT
022100     END-IF.
022200
022300*    BOTH ITEMS MUST ALREADY BE STOCKED FOR THE OWNER - A BILL
022400*    NAMING A MISSPELLED ITEM COULD NEVER BE BUILT.
022500     MOVE BTRN-OWNER    TO IM-OWNER.
022600     MOVE BTRN-KIT-ITEM TO IM-ITEM-NAME.
022700     READ ITEM-MASTER
022800         INVALID KEY CONTINUE
022900     END-READ.
023000     IF IM-STATUS-OK
023100         MOVE BTRN-COMPONENT TO IM-ITEM-NAME
023200         READ ITEM-MASTER
023300             INVALID KEY CONTINUE
023400         END-READ
023500     END-IF.
023600     IF NOT IM-STATUS-OK
023700         MOVE 'E414' TO EXC-REASON-CODE
023800         MOVE 'KIT OR COMPONENT NOT ON ITEM MASTER' TO
023900             EXC-REASON-TEXT
024000         MOVE 'N' TO WS-BOM-VALID-SW
024100         PERFORM 2900-WRITE-EXCEPTION
024200             THRU 2900-WRITE-EXCEPTION-EXIT
024300     END-IF.
024400 2100-EDIT-BOM-FIELDS-EXIT.
024500     EXIT.
024600
024700 2200-MOVE-TRAN-TO-RECORD.
024800     MOVE BTRN-OWNER            TO BOM-OWNER.
024900     MOVE BTRN-KIT-ITEM         TO BOM-KIT-ITEM.
025000     MOVE BTRN-COMPONENT        TO BOM-COMPONENT.
025100     MOVE BTRN-QTY-PER          TO BOM-QTY-PER.
025200     MOVE WS-TODAY-YYYYMMDD     TO BOM-CHANGED-DATE.
025300 2200-MOVE-TRAN-TO-RECORD-EXIT.
025400     EXIT.
025500
025600 3000-ADD-COMPONENT.
025700     PERFORM 2100-EDIT-BOM-FIELDS
025800         THRU 2100-EDIT-BOM-FIELDS-EXIT.
025900     IF NOT WS-BOM-VALID
026000         GO TO 3000-ADD-COMPONENT-EXIT
026100     END-IF.
026200     PERFORM 2200-MOVE-TRAN-TO-RECORD
026300         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
026400     WRITE BOM-RECORD
026500         INVALID KEY CONTINUE
026600     END-WRITE.
026700     IF BOM-STATUS-OK
026800         ADD 1 TO WS-TRANS-APPLIED
026900     ELSE
027000         MOVE 'E415' TO EXC-REASON-CODE
027100         MOVE 'COMPONENT ALREADY ON BILL OR WRITE FAILED' TO
027200             EXC-REASON-TEXT
027300         PERFORM 2900-WRITE-EXCEPTION
027400             THRU 2900-WRITE-EXCEPTION-EXIT
027500     END-IF.
027600 3000-ADD-COMPONENT-EXIT.
027700     EXIT.
027800
027900 3100-CHANGE-COMPONENT.
028000     PERFORM 2100-EDIT-BOM-FIELDS
028100         THRU 2100-EDIT-BOM-FIELDS-EXIT.
028200     IF NOT WS-BOM-VALID
028300         GO TO 3100-CHANGE-COMPONENT-EXIT
028400     END-IF.
028500     PERFORM 2200-MOVE-TRAN-TO-RECORD
028600         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
028700     REWRITE BOM-RECORD
028800         INVALID KEY CONTINUE
028900     END-REWRITE.
029000     IF BOM-STATUS-OK
029100         ADD 1 TO WS-TRANS-APPLIED
029200     ELSE
029300         MOVE 'E416' TO EXC-REASON-CODE
029400         MOVE 'COMPONENT NOT ON BILL FOR THIS KIT' TO
029500             EXC-REASON-TEXT
029600         PERFORM 2900-WRITE-EXCEPTION
029700             THRU 2900-WRITE-EXCEPTION-EXIT
029800     END-IF.
029900 3100-CHANGE-COMPONENT-EXIT.
030000     EXIT.
030100
030200 3200-DELETE-COMPONENT.
030300*    A BILL CHANGE NEVER TOUCHES KITS ALREADY BUILT - THEIR
030400*    COMPONENTS ARE ON THE BUILD HISTORY (SEE KITHREC).
030500     MOVE BTRN-OWNER     TO BOM-OWNER.
030600     MOVE BTRN-KIT-ITEM  TO BOM-KIT-ITEM.
030700     MOVE BTRN-COMPONENT TO BOM-COMPONENT.
030800     DELETE BOM-FILE
030900         INVALID KEY CONTINUE
031000     END-DELETE.
031100     IF BOM-STATUS-OK
031200         ADD 1 TO WS-TRANS-APPLIED
031300     ELSE
031400         MOVE 'E416' TO EXC-REASON-CODE
031500         MOVE 'COMPONENT NOT ON BILL FOR THIS KIT' TO
031600             EXC-REASON-TEXT
031700         PERFORM 2900-WRITE-EXCEPTION
031800             THRU 2900-WRITE-EXCEPTION-EXIT
031900     END-IF.
032000 3200-DELETE-COMPONENT-EXIT.
032100     EXIT.
032200
032300 2900-WRITE-EXCEPTION.
032400*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
032500*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
032600     ADD 1 TO WS-TRANS-REJECTED.
032700     MOVE 'BOMMNT  ' TO EXC-PROGRAM-ID.
032800     MOVE BTRN-KIT-ITEM TO EXC-KEY-VALUE.
032900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
033000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
033100     MOVE SPACES TO EXC-OPERATOR-ID.
033200     WRITE EXC-RECORD.
033300     SET RC-WARNING TO TRUE.
033400 2900-WRITE-EXCEPTION-EXIT.
033500     EXIT.
033600
033700 9000-FINISH.
033800     CLOSE BOM-FILE.
033900     CLOSE ITEM-MASTER.
034000     CLOSE BOM-TRAN-FILE.
034100     CLOSE EXCEPTION-FILE.
034200     DISPLAY 'BOMMNT - TRANS READ    : ' WS-TRANS-READ.
034300     DISPLAY 'BOMMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
034400     DISPLAY 'BOMMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
034500     DISPLAY 'BOMMNT - RETURN CODE   : ' WS-RETURN-CODE.
034600 9000-FINISH-EXIT.
034700     EXIT.
034800
034900 9999-EXIT.
035000     STOP RUN.
