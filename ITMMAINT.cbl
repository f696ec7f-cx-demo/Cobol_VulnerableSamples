003700*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
003800*                    SO THE RUNBAL BALANCING STEP CAN PROVE
003900*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
004000*   2026-10-15 RLW  ADDS AND CHANGES NOW CARRY THE ITEM'S UNIT
004100*                    WEIGHT, UNIT CUBE AND STORAGE CLASS (SEE
004200*                    ITEMREC) INTO THE NEW ITEMS-TABLE COLUMNS.
004300*                    A CLASS OTHER THAN AMBIENT, CHILLED,
004400*                    HAZARDOUS OR HIGH-VALUE, OR A NON-NUMERIC
004500*                    WEIGHT OR CUBE, REJECTS.
004600*================================================================
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ITEM-TRAN-FILE ASSIGN TO "ITMMTRAN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TRAN-STATUS.
005300
005400     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS OWNER-ID
005800         FILE STATUS IS WS-OWNER-STATUS.
005900
006000     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS LOC-ID
006400         FILE STATUS IS WS-LOCMAST-STATUS.
006500
006600     SELECT CHANGE-AUDIT-LOG ASSIGN TO "ITMMAUDT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-AUDIT-STATUS.
006900
007000     SELECT REVAL-REGISTER ASSIGN TO "RVALREG"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT EXCEPTION-FILE ASSIGN TO "ITMMTEXC"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-BALM-STATUS.
007900
008000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-BUSDATE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  ITEM-TRAN-FILE.
008700 01  ITEM-TRAN-RECORD.
008800     05  MTRN-ACTION                 PIC X(01).
008900         88  MTRN-ADD                VALUE 'A'.
009000         88  MTRN-CHANGE             VALUE 'C'.
009100         88  MTRN-DELETE             VALUE 'D'.
009200     05  MTRN-OWNER                  PIC X(20).
009300     05  MTRN-ITEM-NAME              PIC X(20).
009400     05  MTRN-QTY-ON-HAND            PIC 9(05).
009500     05  MTRN-REORDER-POINT          PIC 9(05).
009600     05  MTRN-LOCATION               PIC X(10).
009700     05  MTRN-UNIT-COST              PIC 9(05)V9(02).
009800     05  MTRN-UNIT-WEIGHT            PIC 9(05)V9(03).
009900     05  MTRN-UNIT-CUBE              PIC 9(03)V9(04).
010000     05  MTRN-STORAGE-CLASS          PIC X(01).
010100         88  MTRN-CLASS-VALID        VALUE 'A' ' ' 'C' 'H' 'V'.
010200
010300 FD  OWNER-MASTER.
010400     COPY OWNERREC.
010500
010600 FD  LOCATION-MASTER.
010700     COPY LOCREC.
010800
010900 FD  CHANGE-AUDIT-LOG.
011000 01  CHANGE-AUDIT-LINE              PIC X(132).
011100
011200 FD  REVAL-REGISTER.
011300 01  REVAL-REGISTER-LINE.
011400     05  RVL-DATE                    PIC X(08).
011500     05  FILLER                      PIC X(01).
011600     05  RVL-TIME                    PIC X(08).
011700     05  FILLER                      PIC X(07).
011800     05  RVL-OWNER                   PIC X(20).
011900     05  FILLER                      PIC X(06).
012000     05  RVL-ITEM-NAME               PIC X(20).
012100     05  FILLER                      PIC X(05).
012200     05  RVL-QTY                     PIC 9(05).
012300     05  FILLER                      PIC X(05).
012400     05  RVL-DIRECTION               PIC X(01).
012500     05  FILLER                      PIC X(05).
012600     05  RVL-AMOUNT                  PIC 9(07)V9(02).
012700     05  FILLER                      PIC X(10).
012800
012900 FD  EXCEPTION-FILE.
013000     COPY EXCREC.
013100
013200 FD  BALANCE-MOVEMENT-FILE.
013300     COPY BALREC.
013400
013500 FD  BUSDATE-FILE.
013600     COPY BUSDATE.
013700
013800 WORKING-STORAGE SECTION.
013900     EXEC SQL INCLUDE SQLCA END-EXEC.
014000     COPY RETCODES.
014100
014200 01  WS-AUDIT-STATUS                PIC X(02) VALUE '00'.
014300     88  AUDIT-STATUS-OK             VALUE '00'.
014400 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
014500     88  TRAN-STATUS-OK              VALUE '00'.
014600     88  TRAN-STATUS-EOF             VALUE '10'.
014700 01  WS-OWNER-STATUS                PIC X(02) VALUE '00'.
014800     88  OWNER-STATUS-OK             VALUE '00'.
014900 01  WS-LOCMAST-STATUS              PIC X(02) VALUE '00'.
015000     88  LOCMAST-STATUS-OK           VALUE '00'.
015100 01  WS-LOC-FOUND-SW                PIC X(01) VALUE 'N'.
015200     88  WS-LOC-FOUND                VALUE 'Y'.
015300
015400 01  WS-OWNER-FOUND-SW              PIC X(01) VALUE 'N'.
015500     88  WS-OWNER-FOUND              VALUE 'Y'.
015600 01  WS-TRAN-VALID-SW               PIC X(01) VALUE 'Y'.
015700     88  WS-TRAN-VALID               VALUE 'Y'.
015800 01  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
015900     88  WS-ROW-FOUND                VALUE 'Y'.
016000
016100*    OLD ROW IMAGE FOR THE CHANGE-AUDIT TRAIL.
016200 01  WS-OLD-QTY-ON-HAND             PIC 9(05) VALUE ZERO.
016300 01  WS-OLD-REORDER-POINT           PIC 9(05) VALUE ZERO.
016400 01  WS-OLD-LOCATION                PIC X(10) VALUE SPACES.
016500 01  WS-OLD-UNIT-COST               PIC 9(05)V9(02) VALUE ZERO.
016600
016700 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
016800 01  WS-REVAL-AMOUNT                PIC 9(07)V9(02) VALUE ZERO.
016900 01  WS-REVALS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
017000 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
017100 01  WS-ADDS-APPLIED                PIC 9(07) COMP VALUE ZERO.
017200 01  WS-DELETES-APPLIED             PIC 9(07) COMP VALUE ZERO.
017300 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
017400
017500 01  WS-CURRENT-DATE-TIME.
017600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
017700     05  WS-TIME-HHMMSSHH           PIC 9(08).
017800     05  FILLER                     PIC X(05).
017900
018000 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
018100     88  BALM-STATUS-OK              VALUE '00'.
018200 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
018300 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
018400 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
018500
018600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
018700     88  BUSDATE-STATUS-OK           VALUE '00'.
018800
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300
019400     PERFORM 2000-APPLY-NEXT-TRAN
019500         THRU 2000-APPLY-NEXT-TRAN-EXIT
019600         UNTIL TRAN-STATUS-EOF.
019700
019800     PERFORM 9000-FINISH
019900         THRU 9000-FINISH-EXIT.
020000
020100     MOVE 'ITEMEXT' TO WS-BAL-FILE-ID.
020200     MOVE '+' TO WS-BAL-SIGN.
020300     MOVE WS-ADDS-APPLIED TO WS-BAL-COUNT.
020400     PERFORM 9600-WRITE-BALANCE-MOVEMENT
020500         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
020600     MOVE '-' TO WS-BAL-SIGN.
020700     MOVE WS-DELETES-APPLIED TO WS-BAL-COUNT.
020800     PERFORM 9600-WRITE-BALANCE-MOVEMENT
020900         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
021000     MOVE WS-RETURN-CODE TO RETURN-CODE.
021100     GO TO 9999-EXIT.
021200
021300 1000-INITIALIZE.
021400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021500     PERFORM 1050-GET-BUSINESS-DATE
021600         THRU 1050-GET-BUSINESS-DATE-EXIT.
021700*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
021800*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
021900*    THE CHANGE-AUDIT TRAIL IS CUMULATIVE - ITMINQ APPENDS TO
022000*    IT THROUGH THE 'IAUD' TD QUEUE ALL DAY, SO THE NIGHTLY
022100*    RUN APPENDS TOO INSTEAD OF WIPING THE ONLINE RECORDS.
022200     OPEN EXTEND CHANGE-AUDIT-LOG.
022300     IF NOT AUDIT-STATUS-OK
022400         OPEN OUTPUT CHANGE-AUDIT-LOG
022500     END-IF.
022600     OPEN OUTPUT REVAL-REGISTER.
022700     OPEN OUTPUT EXCEPTION-FILE.
022800     OPEN INPUT ITEM-TRAN-FILE.
022900     IF NOT TRAN-STATUS-OK
023000         DISPLAY 'ITMMAINT - UNABLE TO OPEN ITMMTRAN, STATUS='
023100             WS-TRAN-STATUS
023200         SET RC-SEVERE TO TRUE
023300         SET TRAN-STATUS-EOF TO TRUE
023400         GO TO 1000-INITIALIZE-EXIT
023500     END-IF.
023600 1000-INITIALIZE-EXIT.
023700     EXIT.
023800
023900 2000-APPLY-NEXT-TRAN.
024000     READ ITEM-TRAN-FILE
024100         AT END SET TRAN-STATUS-EOF TO TRUE
024200     END-READ.
024300     IF TRAN-STATUS-EOF
024400         GO TO 2000-APPLY-NEXT-TRAN-EXIT
024500     END-IF.
024600
024700     ADD 1 TO WS-TRANS-READ.
024800     MOVE 'Y' TO WS-TRAN-VALID-SW.
024900
025000     PERFORM 2100-VALIDATE-TRAN
025100         THRU 2100-VALIDATE-TRAN-EXIT.
025200     IF NOT WS-TRAN-VALID
025300         GO TO 2000-APPLY-NEXT-TRAN-EXIT
025400     END-IF.
025500
025600     PERFORM 2300-GET-OLD-ROW
025700         THRU 2300-GET-OLD-ROW-EXIT.
025800
025900     EVALUATE TRUE
026000         WHEN MTRN-ADD
026100             PERFORM 3000-ADD-ITEM
026200                 THRU 3000-ADD-ITEM-EXIT
026300         WHEN MTRN-CHANGE
026400             PERFORM 3100-CHANGE-ITEM
026500                 THRU 3100-CHANGE-ITEM-EXIT
026600         WHEN MTRN-DELETE
026700             PERFORM 3200-DELETE-ITEM
026800                 THRU 3200-DELETE-ITEM-EXIT
026900     END-EVALUATE.
027000 2000-APPLY-NEXT-TRAN-EXIT.
027100     EXIT.
027200
027300 2100-VALIDATE-TRAN.
027400     IF NOT MTRN-ADD AND NOT MTRN-CHANGE AND NOT MTRN-DELETE
027500         MOVE 'E301' TO EXC-REASON-CODE
027600         MOVE 'ACTION CODE NOT A, C OR D' TO EXC-REASON-TEXT
027700         PERFORM 2900-WRITE-EXCEPTION
027800             THRU 2900-WRITE-EXCEPTION-EXIT
027900         GO TO 2100-VALIDATE-TRAN-EXIT
028000     END-IF.
028100
028200     IF MTRN-OWNER = SPACES OR MTRN-ITEM-NAME = SPACES
028300         MOVE 'E302' TO EXC-REASON-CODE
028400         MOVE 'OWNER OR ITEM NAME MISSING' TO EXC-REASON-TEXT
028500         PERFORM 2900-WRITE-EXCEPTION
028600             THRU 2900-WRITE-EXCEPTION-EXIT
028700         GO TO 2100-VALIDATE-TRAN-EXIT
028800     END-IF.
028900
029000     IF NOT MTRN-DELETE
029100         IF MTRN-QTY-ON-HAND IS NOT NUMERIC
029200                 OR MTRN-REORDER-POINT IS NOT NUMERIC
029300                 OR MTRN-UNIT-COST IS NOT NUMERIC
029400             MOVE 'E303' TO EXC-REASON-CODE
029500             MOVE 'QTY, REORDER POINT OR COST NOT NUMERIC' TO
029600                 EXC-REASON-TEXT
029700             PERFORM 2900-WRITE-EXCEPTION
029800                 THRU 2900-WRITE-EXCEPTION-EXIT
029900             GO TO 2100-VALIDATE-TRAN-EXIT
030000         END-IF
030100         IF MTRN-UNIT-WEIGHT IS NOT NUMERIC
030200                 OR MTRN-UNIT-CUBE IS NOT NUMERIC
030300                 OR NOT MTRN-CLASS-VALID
030400             MOVE 'E348' TO EXC-REASON-CODE
030500             MOVE 'WEIGHT/CUBE NOT NUMERIC OR CLASS INVALID' TO
030600                 EXC-REASON-TEXT
030700             PERFORM 2900-WRITE-EXCEPTION
030800                 THRU 2900-WRITE-EXCEPTION-EXIT
030900             GO TO 2100-VALIDATE-TRAN-EXIT
031000         END-IF
031100     END-IF.
031200
031300     PERFORM 2200-CHECK-OWNER
031400         THRU 2200-CHECK-OWNER-EXIT.
031500     IF NOT WS-OWNER-FOUND
031600         MOVE 'E304' TO EXC-REASON-CODE
031700         MOVE 'OWNER NOT ON OWNER MASTER' TO EXC-REASON-TEXT
031800         PERFORM 2900-WRITE-EXCEPTION
031900             THRU 2900-WRITE-EXCEPTION-EXIT
032000         GO TO 2100-VALIDATE-TRAN-EXIT
032100     END-IF.
032200
032300     IF NOT MTRN-DELETE
032400         PERFORM 2250-CHECK-LOCATION
032500             THRU 2250-CHECK-LOCATION-EXIT
032600         IF NOT WS-LOC-FOUND
032700             MOVE 'E309' TO EXC-REASON-CODE
032800             MOVE 'LOCATION NOT ON LOCATION MASTER' TO
032900                 EXC-REASON-TEXT
033000             PERFORM 2900-WRITE-EXCEPTION
033100                 THRU 2900-WRITE-EXCEPTION-EXIT
033200         END-IF
033300     END-IF.
033400 2100-VALIDATE-TRAN-EXIT.
033500     EXIT.
033600
033700 2200-CHECK-OWNER.
033800*    THE OWNER MASTER IS INDEXED AND MAINTAINED IN PLACE BY
033900*    OWNMNT - ONE KEYED READ PER TRANSACTION REPLACES THE OLD
034000*    FULL RE-SCAN OF THE EXTRACT.
034100     MOVE 'N' TO WS-OWNER-FOUND-SW.
034200     MOVE '00' TO WS-OWNER-STATUS.
034300     OPEN INPUT OWNER-MASTER.
034400     IF NOT OWNER-STATUS-OK
034500         DISPLAY 'ITMMAINT - UNABLE TO OPEN OWNMAST, STATUS='
034600             WS-OWNER-STATUS
034700         SET RC-ERROR TO TRUE
034800         GO TO 2200-CHECK-OWNER-EXIT
034900     END-IF.
035000     MOVE MTRN-OWNER TO OWNER-ID.
035100     READ OWNER-MASTER
035200         INVALID KEY CONTINUE
035300         NOT INVALID KEY
035400             IF OWNER-ACTIVE
035500                 SET WS-OWNER-FOUND TO TRUE
035600             END-IF
035700     END-READ.
035800     CLOSE OWNER-MASTER.
035900 2200-CHECK-OWNER-EXIT.
036000     EXIT.
036100
036200 2250-CHECK-LOCATION.
036300*    SAME KEYED READ AS 2200-CHECK-OWNER - THE LOCATION MASTER
036400*    IS INDEXED AND MAINTAINED IN PLACE BY LOCUTIL.
036500     MOVE 'N' TO WS-LOC-FOUND-SW.
036600     MOVE '00' TO WS-LOCMAST-STATUS.
036700     OPEN INPUT LOCATION-MASTER.
036800     IF NOT LOCMAST-STATUS-OK
036900         DISPLAY 'ITMMAINT - UNABLE TO OPEN LOCMAST, STATUS='
037000             WS-LOCMAST-STATUS
037100         SET RC-ERROR TO TRUE
037200         GO TO 2250-CHECK-LOCATION-EXIT
037300     END-IF.
037400     MOVE MTRN-LOCATION TO LOC-ID.
037500     READ LOCATION-MASTER
037600         INVALID KEY CONTINUE
037700         NOT INVALID KEY
037800             IF LOC-ACTIVE
037900                 SET WS-LOC-FOUND TO TRUE
038000             END-IF
038100     END-READ.
038200     CLOSE LOCATION-MASTER.
038300 2250-CHECK-LOCATION-EXIT.
038400     EXIT.
038500
038600 2300-GET-OLD-ROW.
038700*    THE OLD ROW IMAGE FEEDS THE CHANGE-AUDIT TRAIL AND TELLS AN
038800*    ADD FROM A CHANGE APART WHEN THE WRONG ACTION WAS CODED.
038900     MOVE 'N' TO WS-ROW-FOUND-SW.
039000     MOVE ZERO TO WS-OLD-QTY-ON-HAND.
039100     MOVE ZERO TO WS-OLD-REORDER-POINT.
039200     MOVE SPACES TO WS-OLD-LOCATION.
039300     MOVE ZERO TO WS-OLD-UNIT-COST.
039400     EXEC SQL
039500         SELECT qty_on_hand, reorder_point, location,
039600                unit_cost
039700             INTO :WS-OLD-QTY-ON-HAND, :WS-OLD-REORDER-POINT,
039800                  :WS-OLD-LOCATION, :WS-OLD-UNIT-COST
039900             FROM items
040000             WHERE owner = :MTRN-OWNER
040100               AND itemname = :MTRN-ITEM-NAME
040200     END-EXEC.
040300     IF SQLCODE = 0
040400         SET WS-ROW-FOUND TO TRUE
040500     END-IF.
040600 2300-GET-OLD-ROW-EXIT.
040700     EXIT.
040800
040900 3000-ADD-ITEM.
041000     IF WS-ROW-FOUND
041100         MOVE 'E305' TO EXC-REASON-CODE
041200         MOVE 'ITEM ALREADY ON ITEMS TABLE' TO EXC-REASON-TEXT
041300         PERFORM 2900-WRITE-EXCEPTION
041400             THRU 2900-WRITE-EXCEPTION-EXIT
041500         GO TO 3000-ADD-ITEM-EXIT
041600     END-IF.
041700     EXEC SQL
041800         INSERT INTO items
041900             (owner, itemname, qty_on_hand, reorder_point,
042000              location, unit_cost, unit_weight, unit_cube,
042100              storage_class)
042200             VALUES (:MTRN-OWNER, :MTRN-ITEM-NAME,
042300                     :MTRN-QTY-ON-HAND, :MTRN-REORDER-POINT,
042400                     :MTRN-LOCATION, :MTRN-UNIT-COST,
042500                     :MTRN-UNIT-WEIGHT, :MTRN-UNIT-CUBE,
042600                     :MTRN-STORAGE-CLASS)
042700     END-EXEC.
042800     PERFORM 3500-COMMIT-OR-FAIL
042900         THRU 3500-COMMIT-OR-FAIL-EXIT.
043000 3000-ADD-ITEM-EXIT.
043100     EXIT.
043200
043300 3100-CHANGE-ITEM.
043400     IF NOT WS-ROW-FOUND
043500         MOVE 'E306' TO EXC-REASON-CODE
043600         MOVE 'NO ITEM ROW TO CHANGE' TO EXC-REASON-TEXT
043700         PERFORM 2900-WRITE-EXCEPTION
043800             THRU 2900-WRITE-EXCEPTION-EXIT
043900         GO TO 3100-CHANGE-ITEM-EXIT
044000     END-IF.
044100     EXEC SQL
044200         UPDATE items
044300             SET qty_on_hand = :MTRN-QTY-ON-HAND,
044400                 reorder_point = :MTRN-REORDER-POINT,
044500                 location = :MTRN-LOCATION,
044600                 unit_cost = :MTRN-UNIT-COST,
044700                 unit_weight = :MTRN-UNIT-WEIGHT,
044800                 unit_cube = :MTRN-UNIT-CUBE,
044900                 storage_class = :MTRN-STORAGE-CLASS
045000             WHERE owner = :MTRN-OWNER
045100               AND itemname = :MTRN-ITEM-NAME
045200     END-EXEC.
045300     PERFORM 3500-COMMIT-OR-FAIL
045400         THRU 3500-COMMIT-OR-FAIL-EXIT.
045500*    A COST CHANGE SILENTLY REVALUED EVERYTHING ON HAND - THE
045600*    STEP-CHANGE NOW POSTS THROUGH THE GL FEED INSTEAD OF
045700*    BEING PLUGGED AT MONTH-END.
045800     IF SQLCODE = 0
045900             AND MTRN-UNIT-COST NOT = WS-OLD-UNIT-COST
046000         PERFORM 3700-WRITE-REVAL-LINE
046100             THRU 3700-WRITE-REVAL-LINE-EXIT
046200     END-IF.
046300 3100-CHANGE-ITEM-EXIT.
046400     EXIT.
046500
046600 3200-DELETE-ITEM.
046700     IF NOT WS-ROW-FOUND
046800         MOVE 'E307' TO EXC-REASON-CODE
046900         MOVE 'NO ITEM ROW TO DELETE' TO EXC-REASON-TEXT
047000         PERFORM 2900-WRITE-EXCEPTION
047100             THRU 2900-WRITE-EXCEPTION-EXIT
047200         GO TO 3200-DELETE-ITEM-EXIT
047300     END-IF.
047400     EXEC SQL
047500         DELETE FROM items
047600             WHERE owner = :MTRN-OWNER
047700               AND itemname = :MTRN-ITEM-NAME
047800     END-EXEC.
047900     PERFORM 3500-COMMIT-OR-FAIL
048000         THRU 3500-COMMIT-OR-FAIL-EXIT.
048100 3200-DELETE-ITEM-EXIT.
048200     EXIT.
048300
048400 3500-COMMIT-OR-FAIL.
048500*    ONE TRANSACTION IS ONE UNIT OF WORK, AS IN ITMXFER - COMMIT
048600*    ON SUCCESS, ROLL BACK AND REJECT ON ANY SQL FAILURE.
048700     IF SQLCODE = 0
048800         EXEC SQL COMMIT END-EXEC
048900         ADD 1 TO WS-TRANS-APPLIED
049000         IF MTRN-ADD
049100             ADD 1 TO WS-ADDS-APPLIED
049200         END-IF
049300         IF MTRN-DELETE
049400             ADD 1 TO WS-DELETES-APPLIED
049500         END-IF
049600         PERFORM 3600-WRITE-AUDIT-LINE
049700             THRU 3600-WRITE-AUDIT-LINE-EXIT
049800     ELSE
049900         EXEC SQL ROLLBACK END-EXEC
050000         DISPLAY 'ITMMAINT - SQL FAILED, SQLCODE=' SQLCODE
050100         MOVE 'E308' TO EXC-REASON-CODE
050200         MOVE 'ITEM MAINTENANCE FAILED, SEE SQLCODE' TO
050300             EXC-REASON-TEXT
050400         PERFORM 2900-WRITE-EXCEPTION
050500             THRU 2900-WRITE-EXCEPTION-EXIT
050600     END-IF.
050700 3500-COMMIT-OR-FAIL-EXIT.
050800     EXIT.
050900
051000 3600-WRITE-AUDIT-LINE.
051100     MOVE SPACES TO CHANGE-AUDIT-LINE.
051200     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
051300            ' ' MTRN-ACTION
051400            ' OWNER=' MTRN-OWNER
051500            ' ITEM=' MTRN-ITEM-NAME
051600            ' OLD=' WS-OLD-QTY-ON-HAND '/'
051700                WS-OLD-REORDER-POINT '/' WS-OLD-LOCATION
051800                '/' WS-OLD-UNIT-COST
051900            ' NEW=' MTRN-QTY-ON-HAND '/'
052000                MTRN-REORDER-POINT '/' MTRN-LOCATION
052100                '/' MTRN-UNIT-COST
052200         DELIMITED BY SIZE
052300         INTO CHANGE-AUDIT-LINE
052400     END-STRING.
052500     WRITE CHANGE-AUDIT-LINE.
052600 3600-WRITE-AUDIT-LINE-EXIT.
052700     EXIT.
052800
052900 3700-WRITE-REVAL-LINE.
053000*    THE ROW NOW CARRIES MTRN-QTY-ON-HAND UNITS AT THE NEW
053100*    COST - THE STEP-CHANGE IS THAT QUANTITY TIMES THE COST
053200*    DIFFERENCE, FLAGGED UP OR DOWN.  FIXED COLUMNS - GLFEED
053300*    PARSES THIS REGISTER, SO THE LAYOUT IS A CONTRACT.
053400     MOVE SPACES TO REVAL-REGISTER-LINE.
053500     MOVE WS-TODAY-YYYYMMDD TO RVL-DATE.
053600     MOVE WS-TIME-HHMMSSHH  TO RVL-TIME.
053700     MOVE MTRN-OWNER     TO RVL-OWNER.
053800     MOVE MTRN-ITEM-NAME TO RVL-ITEM-NAME.
053900     MOVE MTRN-QTY-ON-HAND TO RVL-QTY.
054000     IF MTRN-UNIT-COST > WS-OLD-UNIT-COST
054100         MOVE 'U' TO RVL-DIRECTION
054200         COMPUTE WS-REVAL-AMOUNT = MTRN-QTY-ON-HAND *
054300             (MTRN-UNIT-COST - WS-OLD-UNIT-COST)
054400     ELSE
054500         MOVE 'D' TO RVL-DIRECTION
054600         COMPUTE WS-REVAL-AMOUNT = MTRN-QTY-ON-HAND *
054700             (WS-OLD-UNIT-COST - MTRN-UNIT-COST)
054800     END-IF.
054900     MOVE WS-REVAL-AMOUNT TO RVL-AMOUNT.
055000     WRITE REVAL-REGISTER-LINE.
055100     ADD 1 TO WS-REVALS-WRITTEN.
055200 3700-WRITE-REVAL-LINE-EXIT.
055300     EXIT.
055400
055500 2900-WRITE-EXCEPTION.
055600     MOVE 'N' TO WS-TRAN-VALID-SW.
055700     ADD 1 TO WS-TRANS-REJECTED.
055800     MOVE 'ITMMAINT' TO EXC-PROGRAM-ID.
055900     MOVE MTRN-ITEM-NAME TO EXC-KEY-VALUE.
056000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
056100     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
056200     MOVE SPACES TO EXC-OPERATOR-ID.
056300     WRITE EXC-RECORD.
056400     SET RC-WARNING TO TRUE.
056500 2900-WRITE-EXCEPTION-EXIT.
056600     EXIT.
056700
056800 9000-FINISH.
056900     CLOSE ITEM-TRAN-FILE.
057000     CLOSE CHANGE-AUDIT-LOG.
057100     CLOSE REVAL-REGISTER.
057200     CLOSE EXCEPTION-FILE.
057300     DISPLAY 'ITMMAINT - TRANS READ    : ' WS-TRANS-READ.
057400     DISPLAY 'ITMMAINT - TRANS APPLIED : ' WS-TRANS-APPLIED.
057500     DISPLAY 'ITMMAINT - REVALS WRITTEN: ' WS-REVALS-WRITTEN.
057600     DISPLAY 'ITMMAINT - TRANS REJECTED: ' WS-TRANS-REJECTED.
057700     DISPLAY 'ITMMAINT - RETURN CODE   : ' WS-RETURN-CODE.
057800 9000-FINISH-EXIT.
057900     EXIT.
058000
058100 9600-WRITE-BALANCE-MOVEMENT.
058200*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
058300*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
058400*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
058500*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
058600     IF WS-BAL-COUNT = ZERO
058700         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
058800     END-IF.
058900     OPEN EXTEND BALANCE-MOVEMENT-FILE.
059000     IF NOT BALM-STATUS-OK
059100         OPEN OUTPUT BALANCE-MOVEMENT-FILE
059200     END-IF.
059300     IF NOT BALM-STATUS-OK
059400         DISPLAY 'ITMMAINT - UNABLE TO OPEN RUNBALM, STATUS='
059500             WS-BALM-STATUS
059600         SET RC-WARNING TO TRUE
059700         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
059800     END-IF.
059900     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
060000     MOVE WS-BAL-SIGN TO BAL-SIGN.
060100     MOVE WS-BAL-COUNT TO BAL-COUNT.
060200     MOVE 'ITMMAINT' TO BAL-PROGRAM.
060300     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
060400     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
060500     WRITE BALANCE-MOVEMENT-RECORD.
060600     CLOSE BALANCE-MOVEMENT-FILE.
060700 9600-WRITE-BALANCE-MOVEMENT-EXIT.
060800     EXIT.
060900
061000 1050-GET-BUSINESS-DATE.
061100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
061200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
061300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
061400*    CLOCK TIME FIELD STAYS REAL.  THE BALANCE MOVEMENTS THIS
061500*    PROGRAM WRITES MUST CARRY THE DATE RUNBAL COUNTS BY.
061600     OPEN INPUT BUSDATE-FILE.
061700     IF NOT BUSDATE-STATUS-OK
061800         GO TO 1050-GET-BUSINESS-DATE-EXIT
061900     END-IF.
062000     READ BUSDATE-FILE
062100         AT END
062200             CLOSE BUSDATE-FILE
062300             GO TO 1050-GET-BUSINESS-DATE-EXIT
062400     END-READ.
062500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
062600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
062700     END-IF.
062800     CLOSE BUSDATE-FILE.
062900 1050-GET-BUSINESS-DATE-EXIT.
063000     EXIT.
063100
063200 9999-EXIT.
063300     STOP RUN.
