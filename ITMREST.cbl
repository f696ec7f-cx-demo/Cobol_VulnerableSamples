002100*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
002200*                    SO THE RUNBAL BALANCING STEP CAN PROVE
002300*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
002400*   2026-10-15 RLW  RE-INSERTS THE UNIT WEIGHT, UNIT CUBE AND
002500*                    STORAGE CLASS ITMARCH NOW ARCHIVES.  A LINE
002600*                    ARCHIVED BEFORE THEY EXISTED COMES BACK
002700*                    UNMEASURED AND AMBIENT.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ITEM-ARCHIVE ASSIGN TO "ITMARCHH"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ARCH-STATUS.
003500
003600     SELECT RESTORE-LOG ASSIGN TO "ITMRSTLG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LOG-STATUS.
003900
004000     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-OPAUTH-STATUS.
004300
004400     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BALM-STATUS.
004700
004800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BUSDATE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ITEM-ARCHIVE.
005500 01  ITEM-ARCHIVE-RECORD.
005600     05  ARC-DATE                    PIC 9(08).
005700     05  ARC-OWNER                   PIC X(20).
005800     05  ARC-ITEM-NAME               PIC X(20).
005900     05  ARC-QTY-ON-HAND             PIC 9(05).
006000     05  ARC-REORDER-POINT           PIC 9(05).
006100     05  ARC-LOCATION                PIC X(10).
006200     05  ARC-UNIT-COST               PIC 9(05)V9(02).
006300     05  ARC-ABC-CLASS               PIC X(01).
006400     05  ARC-UNIT-WEIGHT             PIC 9(05)V9(03).
006500     05  ARC-UNIT-CUBE               PIC 9(03)V9(04).
006600     05  ARC-STORAGE-CLASS           PIC X(01).
006700
006800 FD  RESTORE-LOG.
006900 01  RESTORE-LOG-LINE               PIC X(100).
007000
007100 FD  OPAUTH-FILE.
007200     COPY OPAUTH.
007300
007400 FD  BALANCE-MOVEMENT-FILE.
007500     COPY BALREC.
007600
007700 FD  BUSDATE-FILE.
007800     COPY BUSDATE.
007900
008000 WORKING-STORAGE SECTION.
008100     EXEC SQL INCLUDE SQLCA END-EXEC.
008200     COPY RETCODES.
008300
008400 01  WS-ARCH-STATUS                 PIC X(02) VALUE '00'.
008500     88  ARCH-STATUS-OK              VALUE '00'.
008600     88  ARCH-STATUS-EOF             VALUE '10'.
008700 01  WS-LOG-STATUS                  PIC X(02) VALUE '00'.
008800     88  LOG-STATUS-OK               VALUE '00'.
008900 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
009000     88  OPAUTH-STATUS-OK            VALUE '00'.
009100     88  OPAUTH-STATUS-EOF           VALUE '10'.
009200
009300*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
009400*    OPAUTH) - RE-CREATING MASTER ROWS IS AS PRIVILEGED AS
009500*    DELETING THEM.
009600 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
009700 01  WS-OPER-LEVEL-FOUND            PIC 9(01) VALUE ZERO.
009800 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
009900 01  WS-SIGNON-OK-SW                PIC X(01) VALUE 'N'.
010000     88  WS-SIGNON-OK                VALUE 'Y'.
010100
010200 01  WS-RESTORE-OWNER               PIC X(20) VALUE SPACES.
010300 01  WS-RESTORE-ITEM                PIC X(20) VALUE SPACES.
010400 01  WS-ITEMS-RESTORED              PIC 9(07) VALUE ZERO.
010500 01  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
010600     88  WS-FOUND                    VALUE 'Y'.
010700 01  WS-ON-TABLE-SW                 PIC X(01) VALUE 'N'.
010800     88  WS-ON-TABLE                 VALUE 'Y'.
010900
011000*    THE LATEST ARCHIVE LINE FOR THE REQUESTED ITEM.
011100 01  WS-KEEP-QTY-ON-HAND            PIC 9(05) VALUE ZERO.
011200 01  WS-KEEP-REORDER-POINT          PIC 9(05) VALUE ZERO.
011300 01  WS-KEEP-LOCATION               PIC X(10) VALUE SPACES.
011400 01  WS-KEEP-UNIT-COST              PIC 9(05)V9(02) VALUE ZERO.
011500 01  WS-KEEP-UNIT-WEIGHT            PIC 9(05)V9(03) VALUE ZERO.
011600 01  WS-KEEP-UNIT-CUBE              PIC 9(03)V9(04) VALUE ZERO.
011700 01  WS-KEEP-STORAGE-CLASS          PIC X(01) VALUE SPACE.
011800 01  WS-PROBE                       PIC 9(05) VALUE ZERO.
011900
012000 01  WS-CURRENT-DATE-TIME.
012100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
012200     05  WS-TIME-HHMMSSHH           PIC 9(08).
012300     05  FILLER                     PIC X(05).
012400
012500 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
012600     88  BALM-STATUS-OK              VALUE '00'.
012700 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
012800 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
012900 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
013000
013100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013200     88  BUSDATE-STATUS-OK           VALUE '00'.
013300
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE
013700         THRU 1000-INITIALIZE-EXIT.
013800     IF RC-SEVERE
013900         GO TO 0000-WRAP-UP
014000     END-IF.
014100
014200     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
014300         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
014400     IF NOT WS-SIGNON-OK
014500         DISPLAY 'ITMREST - OPERATOR NOT AUTHORIZED: '
014600             WS-OPERATOR-ID
014700         SET RC-ERROR TO TRUE
014800         GO TO 0000-WRAP-UP
014900     END-IF.
015000
015100     PERFORM 2000-FIND-IN-ARCHIVE
015200         THRU 2000-FIND-IN-ARCHIVE-EXIT.
015300     IF NOT WS-FOUND
015400         DISPLAY 'ITMREST - ITEM NOT IN ITMARCHH'
015500         SET RC-WARNING TO TRUE
015600         GO TO 0000-WRAP-UP
015700     END-IF.
015800
015900     PERFORM 3000-CHECK-ITEMS-TABLE
016000         THRU 3000-CHECK-ITEMS-TABLE-EXIT.
016100     IF WS-ON-TABLE
016200         DISPLAY 'ITMREST - ITEM ALREADY ON ITEMS TABLE'
016300         SET RC-ERROR TO TRUE
016400         GO TO 0000-WRAP-UP
016500     END-IF.
016600
016700     PERFORM 4000-REINSTATE-ITEM
016800         THRU 4000-REINSTATE-ITEM-EXIT.
016900
017000 0000-WRAP-UP.
017100     PERFORM 9000-FINISH
017200         THRU 9000-FINISH-EXIT.
017300     MOVE 'ITEMEXT' TO WS-BAL-FILE-ID.
017400     MOVE '+' TO WS-BAL-SIGN.
017500     MOVE WS-ITEMS-RESTORED TO WS-BAL-COUNT.
017600     PERFORM 9600-WRITE-BALANCE-MOVEMENT
017700         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
017800     MOVE WS-RETURN-CODE TO RETURN-CODE.
017900     GO TO 9999-EXIT.
018000
018100 1000-INITIALIZE.
018200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018300     PERFORM 1050-GET-BUSINESS-DATE
018400         THRU 1050-GET-BUSINESS-DATE-EXIT.
018500     DISPLAY 'ENTER OWNER TO RESTORE: '.
018600     ACCEPT WS-RESTORE-OWNER.
018700     DISPLAY 'ENTER ITEM NAME TO RESTORE: '.
018800     ACCEPT WS-RESTORE-ITEM.
018900     DISPLAY 'ENTER OPERATOR ID: '.
019000     ACCEPT WS-OPERATOR-ID.
019100
019200     OPEN INPUT ITEM-ARCHIVE.
019300     IF NOT ARCH-STATUS-OK
019400         DISPLAY 'ITMREST - UNABLE TO OPEN ITMARCHH, STATUS='
019500             WS-ARCH-STATUS
019600         SET RC-SEVERE TO TRUE
019700     END-IF.
019800 1000-INITIALIZE-EXIT.
019900     EXIT.
020000
020100 1070-CHECK-OPERATOR-AUTHORITY.
020200*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
020300*    THE REQUIRED LEVEL.
020400     MOVE 'N' TO WS-SIGNON-OK-SW.
020500     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
020600     IF WS-OPERATOR-ID = SPACES
020700         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
020800     END-IF.
020900     MOVE '00' TO WS-OPAUTH-STATUS.
021000     OPEN INPUT OPAUTH-FILE.
021100     IF NOT OPAUTH-STATUS-OK
021200         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
021300     END-IF.
021400     PERFORM 1071-SCAN-ONE-OPERATOR
021500         THRU 1071-SCAN-ONE-OPERATOR-EXIT
021600         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
021700     CLOSE OPAUTH-FILE.
021800 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
021900     EXIT.
022000
022100 1071-SCAN-ONE-OPERATOR.
022200     READ OPAUTH-FILE
022300         AT END SET OPAUTH-STATUS-EOF TO TRUE
022400     END-READ.
022500     IF OPAUTH-STATUS-EOF
022600         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
022700     END-IF.
022800     IF OPER-ID = WS-OPERATOR-ID
022900         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
023000         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
023100             SET WS-SIGNON-OK TO TRUE
023200         END-IF
023300         SET OPAUTH-STATUS-EOF TO TRUE
023400     END-IF.
023500 1071-SCAN-ONE-OPERATOR-EXIT.
023600     EXIT.
023700
023800 2000-FIND-IN-ARCHIVE.
023900*    THE ARCHIVE IS SEQUENTIAL - SCAN FOR THE REQUESTED ITEM,
024000*    KEEPING THE LATEST LINE IF IT WAS ARCHIVED MORE THAN ONCE.
024100     MOVE 'N' TO WS-FOUND-SW.
024200     PERFORM 2100-SCAN-NEXT-ARCHIVE
024300         THRU 2100-SCAN-NEXT-ARCHIVE-EXIT
024400         UNTIL ARCH-STATUS-EOF.
024500     CLOSE ITEM-ARCHIVE.
024600 2000-FIND-IN-ARCHIVE-EXIT.
024700     EXIT.
024800
024900 2100-SCAN-NEXT-ARCHIVE.
025000     READ ITEM-ARCHIVE
025100         AT END SET ARCH-STATUS-EOF TO TRUE
025200     END-READ.
025300     IF ARCH-STATUS-EOF
025400         GO TO 2100-SCAN-NEXT-ARCHIVE-EXIT
025500     END-IF.
025600     IF ARC-OWNER = WS-RESTORE-OWNER
025700             AND ARC-ITEM-NAME = WS-RESTORE-ITEM
025800         SET WS-FOUND TO TRUE
025900         MOVE ARC-QTY-ON-HAND   TO WS-KEEP-QTY-ON-HAND
026000         MOVE ARC-REORDER-POINT TO WS-KEEP-REORDER-POINT
026100         MOVE ARC-LOCATION      TO WS-KEEP-LOCATION
026200         MOVE ARC-UNIT-COST     TO WS-KEEP-UNIT-COST
026300         MOVE ZERO              TO WS-KEEP-UNIT-WEIGHT
026400         MOVE ZERO              TO WS-KEEP-UNIT-CUBE
026500         MOVE SPACE             TO WS-KEEP-STORAGE-CLASS
026600         IF ARC-UNIT-WEIGHT IS NUMERIC
026700                 AND ARC-UNIT-CUBE IS NUMERIC
026800             MOVE ARC-UNIT-WEIGHT   TO WS-KEEP-UNIT-WEIGHT
026900             MOVE ARC-UNIT-CUBE     TO WS-KEEP-UNIT-CUBE
027000             MOVE ARC-STORAGE-CLASS TO WS-KEEP-STORAGE-CLASS
027100         END-IF
027200     END-IF.
027300 2100-SCAN-NEXT-ARCHIVE-EXIT.
027400     EXIT.
027500
027600 3000-CHECK-ITEMS-TABLE.
027700     MOVE 'N' TO WS-ON-TABLE-SW.
027800     EXEC SQL
027900         SELECT qty_on_hand
028000             INTO :WS-PROBE
028100             FROM items
028200             WHERE owner = :WS-RESTORE-OWNER
028300               AND itemname = :WS-RESTORE-ITEM
028400     END-EXEC.
028500     IF SQLCODE = 0
028600         SET WS-ON-TABLE TO TRUE
028700     END-IF.
028800 3000-CHECK-ITEMS-TABLE-EXIT.
028900     EXIT.
029000
029100 4000-REINSTATE-ITEM.
029200     EXEC SQL
029300         INSERT INTO items
029400             (owner, itemname, qty_on_hand, reorder_point,
029500              location, unit_cost, unit_weight, unit_cube,
029600              storage_class)
029700             VALUES (:WS-RESTORE-OWNER, :WS-RESTORE-ITEM,
029800                     :WS-KEEP-QTY-ON-HAND,
029900                     :WS-KEEP-REORDER-POINT,
030000                     :WS-KEEP-LOCATION, :WS-KEEP-UNIT-COST,
030100                     :WS-KEEP-UNIT-WEIGHT, :WS-KEEP-UNIT-CUBE,
030200                     :WS-KEEP-STORAGE-CLASS)
030300     END-EXEC.
030400     IF SQLCODE NOT = 0
030500         EXEC SQL ROLLBACK END-EXEC
030600         DISPLAY 'ITMREST - INSERT FAILED, SQLCODE=' SQLCODE
030700         SET RC-ERROR TO TRUE
030800         GO TO 4000-REINSTATE-ITEM-EXIT
030900     END-IF.
031000     EXEC SQL COMMIT END-EXEC.
031100
031200     ADD 1 TO WS-ITEMS-RESTORED.
031300     DISPLAY 'ITMREST - ITEM RESTORED: ' WS-RESTORE-ITEM.
031400     PERFORM 4100-WRITE-RESTORE-LOG
031500         THRU 4100-WRITE-RESTORE-LOG-EXIT.
031600 4000-REINSTATE-ITEM-EXIT.
031700     EXIT.
031800
031900 4100-WRITE-RESTORE-LOG.
032000*    THE LOG IS APPENDED TO, NOT REWRITTEN, SO EVERY
032100*    RESTORATION EVER DONE STAYS ON RECORD.
032200     OPEN EXTEND RESTORE-LOG.
032300     IF NOT LOG-STATUS-OK
032400         OPEN OUTPUT RESTORE-LOG
032500     END-IF.
032600     MOVE SPACES TO RESTORE-LOG-LINE.
032700     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
032800            ' RESTORED OWNER=' WS-RESTORE-OWNER
032900            ' ITEM=' WS-RESTORE-ITEM
033000            ' BY ' WS-OPERATOR-ID
033100         DELIMITED BY SIZE
033200         INTO RESTORE-LOG-LINE
033300     END-STRING.
033400     WRITE RESTORE-LOG-LINE.
033500     CLOSE RESTORE-LOG.
033600 4100-WRITE-RESTORE-LOG-EXIT.
033700     EXIT.
033800
033900 9000-FINISH.
034000     DISPLAY 'ITMREST - RETURN CODE : ' WS-RETURN-CODE.
034100 9000-FINISH-EXIT.
034200     EXIT.
034300
034400 9600-WRITE-BALANCE-MOVEMENT.
034500*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
034600*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
034700*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
034800*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
034900     IF WS-BAL-COUNT = ZERO
035000         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
035100     END-IF.
035200     OPEN EXTEND BALANCE-MOVEMENT-FILE.
035300     IF NOT BALM-STATUS-OK
035400         OPEN OUTPUT BALANCE-MOVEMENT-FILE
035500     END-IF.
035600     IF NOT BALM-STATUS-OK
035700         DISPLAY 'ITMREST - UNABLE TO OPEN RUNBALM, STATUS='
035800             WS-BALM-STATUS
035900         SET RC-WARNING TO TRUE
036000         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
036100     END-IF.
036200     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
036300     MOVE WS-BAL-SIGN TO BAL-SIGN.
036400     MOVE WS-BAL-COUNT TO BAL-COUNT.
036500     MOVE 'ITMREST ' TO BAL-PROGRAM.
036600     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
036700     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
036800     WRITE BALANCE-MOVEMENT-RECORD.
036900     CLOSE BALANCE-MOVEMENT-FILE.
037000 9600-WRITE-BALANCE-MOVEMENT-EXIT.
037100     EXIT.
037200
037300 1050-GET-BUSINESS-DATE.
037400*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
037500*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
037600*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
037700*    CLOCK TIME FIELD STAYS REAL.  THE BALANCE MOVEMENTS THIS
037800*    PROGRAM WRITES MUST CARRY THE DATE RUNBAL COUNTS BY.
037900     OPEN INPUT BUSDATE-FILE.
038000     IF NOT BUSDATE-STATUS-OK
038100         GO TO 1050-GET-BUSINESS-DATE-EXIT
038200     END-IF.
038300     READ BUSDATE-FILE
038400         AT END
038500             CLOSE BUSDATE-FILE
038600             GO TO 1050-GET-BUSINESS-DATE-EXIT
038700     END-READ.
038800     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
038900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
039000     END-IF.
039100     CLOSE BUSDATE-FILE.
039200 1050-GET-BUSINESS-DATE-EXIT.
039300     EXIT.
039400
039500 9999-EXIT.
039600     STOP RUN.
