003000*                    CAN AND CARRIES ONLY THE UNFILLED
003100*                    REMAINDER FORWARD, SO A BIG LINE CAN NO
003200*                    LONGER STARVE BEHIND EVERY REPLENISHMENT.
003300*   2026-10-15 RLW  EVERY FILL IS NOW RECORDED ON THE INDEXED
003400*                    ALLOCMST FILE (SEE ALOCREC) THE SAME WAY
003500*                    ORDALLOC RECORDS ITS ALLOCATIONS, SO A
003600*                    CANCELLED ORDER'S RELEASED STOCK GOES BACK
003700*                    TOO.
003800*   2026-10-15 RLW  A FRESH FILL IS RECORDED ON ALLOCMST AS WAVE
003900*                    000 OF THE RUN DATE - THE BACKORDER LIST IS
004000*                    PICKED OUTSIDE THE ORDALLOC WAVES, AND
004100*                    PICKCONF REPORTS IT AS ITS OWN WAVE.  A
004200*                    FILL ADDED TO A LINE STILL OPEN KEEPS THAT
004300*                    LINE'S WAVE.
004400*   2026-10-15 RLW  A NEW ALLOCMST RECORD FOR A BACKORDER FILL IS
004500*                    IN EACHES (UNIT EA, FACTOR 1 - SEE UOMREC);
004600*                    A FILL ADDED TO A LINE STILL OPEN KEEPS THE
004700*                    UNIT THE LINE WAS ORDERED IN.
004800*   2026-10-15 RLW  LOT TRACEABILITY - THE LOTS A FILL TAKES ARE
004900*                    RECORDED WITH THEIR QUANTITIES ON THE
005000*                    LINE'S ALLOCMST RECORD (SEE ALOCREC), ADDED
005100*                    TO ANY TRACE THE LINE ALREADY CARRIES.
005200*   2026-10-15 RLW  A NEW ALLOCMST RECORD STARTS OFF RECALL HOLD
005300*                    (SEE ALOCREC) - LOTRECAL SETS IT.
005400*================================================================
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BKO-STATUS.
006100
006200     SELECT BACKORDER-NEW ASSIGN TO "BACKORDN"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS LOT-KEY
006900         FILE STATUS IS WS-LOT-STATUS.
007000
007100     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS ALOC-KEY
007500         FILE STATUS IS WS-ALOC-STATUS.
007600
007700     SELECT SORT-WORK ASSIGN TO "BORLSWRK".
007800
007900     SELECT PICK-LIST ASSIGN TO "BOPICKLS"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT EXCEPTION-FILE ASSIGN TO "BORLEXC"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-BUSDATE-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  BACKORDER-FILE.
009200 01  BACKORDER-RECORD.
009300     05  BKO-ORDER-NO                PIC X(08).
009400     05  BKO-OWNER                   PIC X(20).
009500     05  BKO-ITEM-NAME               PIC X(20).
009600     05  BKO-QTY-ORDERED             PIC 9(05).
009700     05  BKO-QTY-ON-HAND             PIC 9(05).
009800     05  BKO-RUN-DATE                PIC X(08).
009900
010000 FD  BACKORDER-NEW.
010100 01  BACKORDER-NEW-RECORD.
010200     05  BKN-ORDER-NO                PIC X(08).
010300     05  BKN-OWNER                   PIC X(20).
010400     05  BKN-ITEM-NAME               PIC X(20).
010500     05  BKN-QTY-ORDERED             PIC 9(05).
010600     05  BKN-QTY-ON-HAND             PIC 9(05).
010700     05  BKN-RUN-DATE                PIC X(08).
010800
010900 FD  LOT-MASTER.
011000     COPY LOTREC.
011100
011200 FD  ALLOCATION-MASTER.
011300     COPY ALOCREC.
011400
011500 SD  SORT-WORK.
011600 01  SORT-BKO-RECORD.
011700     05  SORT-RUN-DATE               PIC X(08).
011800     05  SORT-ORDER-NO               PIC X(08).
011900     05  SORT-OWNER                  PIC X(20).
012000     05  SORT-ITEM-NAME              PIC X(20).
012100     05  SORT-QTY-ORDERED            PIC 9(05).
012200
012300 FD  PICK-LIST.
012400 01  PICK-LIST-LINE                 PIC X(100).
012500
012600 FD  EXCEPTION-FILE.
012700     COPY EXCREC.
012800
012900 FD  BUSDATE-FILE.
013000     COPY BUSDATE.
013100
013200 WORKING-STORAGE SECTION.
013300     EXEC SQL INCLUDE SQLCA END-EXEC.
013400     COPY RETCODES.
013500
013600 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
013700     88  BKO-STATUS-OK               VALUE '00'.
013800     88  BKO-STATUS-EOF              VALUE '10'.
013900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014000     88  BUSDATE-STATUS-OK           VALUE '00'.
014100
014200 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
014300     88  SORT-AT-EOF                 VALUE 'Y'.
014400 01  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
014500     88  WS-ROW-FOUND                VALUE 'Y'.
014600 01  WS-ON-HAND                     PIC 9(05) VALUE ZERO.
014700*    THE QUANTITY THIS PASS ACTUALLY FILLS, AND THE REMAINDER
014800*    THAT CARRIES FORWARD.
014900 01  WS-FILL-QTY                    PIC 9(05) VALUE ZERO.
015000 01  WS-CARRY-QTY                   PIC 9(05) VALUE ZERO.
015100 01  WS-ITEM-LOCATION               PIC X(10) VALUE SPACES.
015200
015300 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
015400     88  LOT-STATUS-OK               VALUE '00'.
015500 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
015600     88  WS-LOTS-OPEN                VALUE 'Y'.
015700 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
015800     88  ALOC-STATUS-OK              VALUE '00'.
015900 01  WS-ALOC-OPEN-SW                PIC X(01) VALUE 'N'.
016000     88  WS-ALOC-OPEN                VALUE 'Y'.
016100 01  WS-ALOC-FOUND-SW               PIC X(01) VALUE 'N'.
016200     88  WS-ALOC-FOUND               VALUE 'Y'.
016300 01  WS-ITEM-HAS-LOTS-SW            PIC X(01) VALUE 'N'.
016400     88  WS-ITEM-HAS-LOTS            VALUE 'Y'.
016500 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
016600     88  WS-BROWSE-DONE              VALUE 'Y'.
016700
016800*    THE LINE'S LOTS, LOADED ON A KEYED BROWSE AND CONSUMED
016900*    EARLIEST EXPIRY FIRST - THE SAME DISCIPLINE ORDALLOC
017000*    APPLIES, SO A BACKORDER FILL CAN NEVER SHIP EXPIRED STOCK.
017100 01  WS-LOT-TABLE.
017200     05  WS-LOT-ENTRY OCCURS 50 TIMES.
017300         10  WS-LOT-NO              PIC X(10).
017400         10  WS-LOT-EXPIRY          PIC 9(08).
017500         10  WS-LOT-LEFT            PIC 9(05).
017600 01  WS-LOT-COUNT                   PIC 9(03) COMP VALUE ZERO.
017700 01  WS-LOT-SUB                     PIC 9(03) COMP VALUE ZERO.
017800 01  WS-LOT-PICK-SUB                PIC 9(03) COMP VALUE ZERO.
017900 01  WS-LOT-GOOD-TOTAL              PIC 9(07) VALUE ZERO.
018000 01  WS-LOT-REMAINING               PIC 9(05) VALUE ZERO.
018100 01  WS-LOT-TAKE                    PIC 9(05) VALUE ZERO.
018200
018300*    THE LOTS THIS FILL TOOK, IN THE ORDER TAKEN, FOR THE LOT
018400*    TRACE ON ALLOCMST.
018500 01  WS-FILL-LOT-TRACE.
018600     05  WS-FILL-LOT-USED OCCURS 5 TIMES.
018700         10  WS-FILL-LOT-NO         PIC X(10).
018800         10  WS-FILL-LOT-QTY        PIC 9(05).
018900     05  WS-FILL-LOT-OVERFLOW-SW    PIC X(01).
019000 01  WS-FILL-LOT-COUNT              PIC 9(01) COMP VALUE ZERO.
019100 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
019200 01  WS-ALOC-SUB                    PIC 9(01) COMP VALUE ZERO.
019300 01  WS-ALOC-SLOT                   PIC 9(01) COMP VALUE ZERO.
019400
019500 01  WS-LINES-READ                  PIC 9(07) COMP VALUE ZERO.
019600 01  WS-LINES-RELEASED              PIC 9(07) COMP VALUE ZERO.
019700 01  WS-LINES-CARRIED               PIC 9(07) COMP VALUE ZERO.
019800 01  WS-LINES-REJECTED              PIC 9(07) COMP VALUE ZERO.
019900
020000 01  WS-CURRENT-DATE-TIME.
020100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
020200     05  WS-TIME-HHMMSSHH           PIC 9(08).
020300     05  FILLER                     PIC X(05).
020400
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE
020800         THRU 1000-INITIALIZE-EXIT.
020900
021000     IF NOT RC-SEVERE
021100         SORT SORT-WORK
021200             ON ASCENDING KEY SORT-RUN-DATE SORT-ORDER-NO
021300             INPUT PROCEDURE IS 2000-LOAD-BACKORDERS
021400                 THRU 2000-LOAD-BACKORDERS-EXIT
021500             OUTPUT PROCEDURE IS 3000-RELEASE-IN-ORDER
021600                 THRU 3000-RELEASE-IN-ORDER-EXIT
021700     END-IF.
021800
021900     PERFORM 9000-FINISH
022000         THRU 9000-FINISH-EXIT.
022100
022200     MOVE WS-RETURN-CODE TO RETURN-CODE.
022300     GO TO 9999-EXIT.
022400
022500 1000-INITIALIZE.
022600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022700     PERFORM 1050-GET-BUSINESS-DATE
022800         THRU 1050-GET-BUSINESS-DATE-EXIT.
022900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
023000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
023100     OPEN OUTPUT BACKORDER-NEW.
023200     OPEN OUTPUT EXCEPTION-FILE.
023300     OPEN OUTPUT PICK-LIST.
023400     MOVE SPACES TO PICK-LIST-LINE.
023500     STRING 'BACKORDER RELEASE PICK LIST ' WS-TODAY-YYYYMMDD
023600         DELIMITED BY SIZE
023700         INTO PICK-LIST-LINE
023800     END-STRING.
023900     WRITE PICK-LIST-LINE.
024000*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED.
024100     OPEN I-O LOT-MASTER.
024200     IF LOT-STATUS-OK
024300         SET WS-LOTS-OPEN TO TRUE
024400     END-IF.
024500*    THE FIRST RUN CREATES THE ALLOCATION MASTER.  WITHOUT
024600*    IT THE RUN STILL FILLS, BUT NOTHING IT FILLS CAN BE
024700*    CANCELLED BACK TO STOCK.
024800     OPEN I-O ALLOCATION-MASTER.
024900     IF NOT ALOC-STATUS-OK
025000         OPEN OUTPUT ALLOCATION-MASTER
025100         CLOSE ALLOCATION-MASTER
025200         OPEN I-O ALLOCATION-MASTER
025300     END-IF.
025400     IF ALOC-STATUS-OK
025500         SET WS-ALOC-OPEN TO TRUE
025600     ELSE
025700         DISPLAY 'BORELEAS - UNABLE TO OPEN ALLOCMST, STATUS='
025800             WS-ALOC-STATUS
025900         SET RC-WARNING TO TRUE
026000     END-IF.
026100     OPEN INPUT BACKORDER-FILE.
026200     IF NOT BKO-STATUS-OK
026300         DISPLAY 'BORELEAS - NO BACKORD TO RELEASE, STATUS='
026400             WS-BKO-STATUS
026500         SET RC-SEVERE TO TRUE
026600         SET BKO-STATUS-EOF TO TRUE
026700     END-IF.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000
027100 1050-GET-BUSINESS-DATE.
027200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
027400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
027500*    CLOCK TIME FIELD STAYS REAL.
027600     OPEN INPUT BUSDATE-FILE.
027700     IF NOT BUSDATE-STATUS-OK
027800         GO TO 1050-GET-BUSINESS-DATE-EXIT
027900     END-IF.
028000     READ BUSDATE-FILE
028100         AT END
028200             CLOSE BUSDATE-FILE
028300             GO TO 1050-GET-BUSINESS-DATE-EXIT
028400     END-READ.
028500     CLOSE BUSDATE-FILE.
028600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
028700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
028800         DISPLAY 'BORELEAS - RUNNING AS OF BUSINESS DATE '
028900             BUS-DATE
029000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
029100     END-IF.
029200 1050-GET-BUSINESS-DATE-EXIT.
029300     EXIT.
029400
029500 2000-LOAD-BACKORDERS.
029600     PERFORM 2100-RELEASE-NEXT-LINE
029700         THRU 2100-RELEASE-NEXT-LINE-EXIT
029800         UNTIL BKO-STATUS-EOF.
029900     CLOSE BACKORDER-FILE.
030000 2000-LOAD-BACKORDERS-EXIT.
030100     EXIT.
030200
030300 2100-RELEASE-NEXT-LINE.
030400     READ BACKORDER-FILE
030500         AT END SET BKO-STATUS-EOF TO TRUE
030600     END-READ.
030700     IF BKO-STATUS-EOF
030800         GO TO 2100-RELEASE-NEXT-LINE-EXIT
030900     END-IF.
031000
031100     ADD 1 TO WS-LINES-READ.
031200
031300     IF BKO-QTY-ORDERED IS NOT NUMERIC
031400             OR BKO-QTY-ORDERED = ZERO
031500             OR BKO-OWNER = SPACES
031600             OR BKO-ITEM-NAME = SPACES
031700         MOVE 'E380' TO EXC-REASON-CODE
031800         MOVE 'BACKORDER LINE UNREADABLE - DROPPED' TO
031900             EXC-REASON-TEXT
032000         PERFORM 2900-WRITE-EXCEPTION
032100             THRU 2900-WRITE-EXCEPTION-EXIT
032200         GO TO 2100-RELEASE-NEXT-LINE-EXIT
032300     END-IF.
032400
032500     MOVE BKO-RUN-DATE   TO SORT-RUN-DATE.
032600     MOVE BKO-ORDER-NO   TO SORT-ORDER-NO.
032700     MOVE BKO-OWNER      TO SORT-OWNER.
032800     MOVE BKO-ITEM-NAME  TO SORT-ITEM-NAME.
032900     MOVE BKO-QTY-ORDERED TO SORT-QTY-ORDERED.
033000     RELEASE SORT-BKO-RECORD.
033100 2100-RELEASE-NEXT-LINE-EXIT.
033200     EXIT.
033300
033400 3000-RELEASE-IN-ORDER.
033500     PERFORM 3100-FILL-NEXT-LINE
033600         THRU 3100-FILL-NEXT-LINE-EXIT
033700         UNTIL SORT-AT-EOF.
033800 3000-RELEASE-IN-ORDER-EXIT.
033900     EXIT.
034000
034100 3100-FILL-NEXT-LINE.
034200     RETURN SORT-WORK INTO SORT-BKO-RECORD
034300         AT END SET SORT-AT-EOF TO TRUE
034400     END-RETURN.
034500     IF SORT-AT-EOF
034600         GO TO 3100-FILL-NEXT-LINE-EXIT
034700     END-IF.
034800
034900     MOVE 'N' TO WS-ROW-FOUND-SW.
035000     EXEC SQL
035100         SELECT qty_on_hand, location
035200             INTO :WS-ON-HAND, :WS-ITEM-LOCATION
035300             FROM items
035400             WHERE owner = :SORT-OWNER
035500               AND itemname = :SORT-ITEM-NAME
035600     END-EXEC.
035700     IF SQLCODE = 0
035800         SET WS-ROW-FOUND TO TRUE
035900     END-IF.
036000     IF NOT WS-ROW-FOUND
036100         MOVE 'E381' TO EXC-REASON-CODE
036200         MOVE 'BACKORDER OWNER/ITEM NOT ON ITEMS TABLE' TO
036300             EXC-REASON-TEXT
036400         PERFORM 2900-WRITE-EXCEPTION
036500             THRU 2900-WRITE-EXCEPTION-EXIT
036600         GO TO 3100-FILL-NEXT-LINE-EXIT
036700     END-IF.
036800
036900*    FILL WHAT THE STOCK ALLOWS AND CARRY ONLY THE REMAINDER -
037000*    ALL-OR-NOTHING WOULD LET A LINE BIGGER THAN ANY SINGLE
037100*    REPLENISHMENT STARVE FOREVER.
037200     IF WS-ON-HAND < SORT-QTY-ORDERED
037300         MOVE WS-ON-HAND TO WS-FILL-QTY
037400     ELSE
037500         MOVE SORT-QTY-ORDERED TO WS-FILL-QTY
037600     END-IF.
037700
037800*    A LOTTED ITEM FILLS ONLY UP TO ITS UNEXPIRED LOT QUANTITY.
037900     PERFORM 3200-SIZE-UP-LOTS
038000         THRU 3200-SIZE-UP-LOTS-EXIT.
038100     IF WS-ITEM-HAS-LOTS
038200             AND WS-LOT-GOOD-TOTAL < WS-FILL-QTY
038300         MOVE WS-LOT-GOOD-TOTAL TO WS-FILL-QTY
038400     END-IF.
038500
038600     IF WS-FILL-QTY = ZERO
038700         MOVE SORT-QTY-ORDERED TO WS-CARRY-QTY
038800         PERFORM 3500-CARRY-FORWARD
038900             THRU 3500-CARRY-FORWARD-EXIT
039000         GO TO 3100-FILL-NEXT-LINE-EXIT
039100     END-IF.
039200
039300*    THE GUARDED UPDATE IS THE LAST WORD - IF STOCK MOVED SINCE
039400*    THE SELECT, THE WHOLE LINE CARRIES FORWARD INSTEAD OF
039500*    GOING NEGATIVE.
039600     EXEC SQL
039700         UPDATE items
039800             SET qty_on_hand = qty_on_hand - :WS-FILL-QTY
039900             WHERE owner = :SORT-OWNER
040000               AND itemname = :SORT-ITEM-NAME
040100               AND qty_on_hand >= :WS-FILL-QTY
040200     END-EXEC.
040300     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
040400         EXEC SQL ROLLBACK END-EXEC
040500         MOVE ZERO TO WS-FILL-QTY
040600         MOVE SORT-QTY-ORDERED TO WS-CARRY-QTY
040700         PERFORM 3500-CARRY-FORWARD
040800             THRU 3500-CARRY-FORWARD-EXIT
040900         GO TO 3100-FILL-NEXT-LINE-EXIT
041000     END-IF.
041100     EXEC SQL COMMIT END-EXEC.
041200
041300     INITIALIZE WS-FILL-LOT-TRACE.
041400     MOVE ZERO TO WS-FILL-LOT-COUNT.
041500     IF WS-ITEM-HAS-LOTS
041600         PERFORM 3300-CONSUME-LOTS
041700             THRU 3300-CONSUME-LOTS-EXIT
041800     END-IF.
041900     PERFORM 3600-RECORD-ALLOCATION
042000         THRU 3600-RECORD-ALLOCATION-EXIT.
042100
042200     ADD 1 TO WS-LINES-RELEASED.
042300     MOVE SPACES TO PICK-LIST-LINE.
042400     STRING 'LOC=' WS-ITEM-LOCATION
042500            ' ITEM=' SORT-ITEM-NAME
042600            ' QTY=' WS-FILL-QTY
042700            ' ORDER=' SORT-ORDER-NO
042800            ' OWNER=' SORT-OWNER
042900         DELIMITED BY SIZE
043000         INTO PICK-LIST-LINE
043100     END-STRING.
043200     WRITE PICK-LIST-LINE.
043300
043400     IF WS-FILL-QTY < SORT-QTY-ORDERED
043500         COMPUTE WS-CARRY-QTY =
043600             SORT-QTY-ORDERED - WS-FILL-QTY
043700         PERFORM 3500-CARRY-FORWARD
043800             THRU 3500-CARRY-FORWARD-EXIT
043900     END-IF.
044000 3100-FILL-NEXT-LINE-EXIT.
044100     EXIT.
044200
044300 3200-SIZE-UP-LOTS.
044400     MOVE 'N' TO WS-ITEM-HAS-LOTS-SW.
044500     MOVE ZERO TO WS-LOT-COUNT.
044600     MOVE ZERO TO WS-LOT-GOOD-TOTAL.
044700     IF NOT WS-LOTS-OPEN
044800         GO TO 3200-SIZE-UP-LOTS-EXIT
044900     END-IF.
045000     MOVE 'N' TO WS-BROWSE-DONE-SW.
045100     MOVE SORT-OWNER TO LOT-OWNER.
045200     MOVE SORT-ITEM-NAME TO LOT-ITEM-NAME.
045300     MOVE LOW-VALUES TO LOT-NUMBER.
045400     START LOT-MASTER KEY IS NOT LESS THAN LOT-KEY
045500         INVALID KEY SET WS-BROWSE-DONE TO TRUE
045600     END-START.
045700     PERFORM 3210-LOAD-ONE-LOT
045800         THRU 3210-LOAD-ONE-LOT-EXIT
045900         UNTIL WS-BROWSE-DONE.
046000 3200-SIZE-UP-LOTS-EXIT.
046100     EXIT.
046200
046300 3210-LOAD-ONE-LOT.
046400     READ LOT-MASTER NEXT
046500         AT END SET WS-BROWSE-DONE TO TRUE
046600     END-READ.
046700     IF NOT LOT-STATUS-OK
046800             OR LOT-OWNER NOT = SORT-OWNER
046900             OR LOT-ITEM-NAME NOT = SORT-ITEM-NAME
047000         SET WS-BROWSE-DONE TO TRUE
047100         GO TO 3210-LOAD-ONE-LOT-EXIT
047200     END-IF.
047300     SET WS-ITEM-HAS-LOTS TO TRUE.
047400     IF LOT-QTY = ZERO
047500         GO TO 3210-LOAD-ONE-LOT-EXIT
047600     END-IF.
047700     IF LOT-EXPIRY-DATE > ZERO
047800             AND LOT-EXPIRY-DATE < WS-TODAY-YYYYMMDD
047900         GO TO 3210-LOAD-ONE-LOT-EXIT
048000     END-IF.
048100     IF WS-LOT-COUNT < 50
048200         ADD 1 TO WS-LOT-COUNT
048300         MOVE LOT-NUMBER TO WS-LOT-NO(WS-LOT-COUNT)
048400         IF LOT-EXPIRY-DATE = ZERO
048500             MOVE 99999999 TO WS-LOT-EXPIRY(WS-LOT-COUNT)
048600         ELSE
048700             MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY(WS-LOT-COUNT)
048800         END-IF
048900         MOVE LOT-QTY TO WS-LOT-LEFT(WS-LOT-COUNT)
049000         ADD LOT-QTY TO WS-LOT-GOOD-TOTAL
049100     ELSE
049200         DISPLAY 'BORELEAS - LOT TABLE FULL FOR ' SORT-ITEM-NAME
049300         SET RC-WARNING TO TRUE
049400         SET WS-BROWSE-DONE TO TRUE
049500     END-IF.
049600 3210-LOAD-ONE-LOT-EXIT.
049700     EXIT.
049800
049900 3300-CONSUME-LOTS.
050000     MOVE WS-FILL-QTY TO WS-LOT-REMAINING.
050100     MOVE 1 TO WS-LOT-PICK-SUB.
050200     PERFORM 3310-CONSUME-EARLIEST-LOT
050300         THRU 3310-CONSUME-EARLIEST-LOT-EXIT
050400         UNTIL WS-LOT-REMAINING = ZERO
050500             OR WS-LOT-PICK-SUB = ZERO.
050600 3300-CONSUME-LOTS-EXIT.
050700     EXIT.
050800
050900 3310-CONSUME-EARLIEST-LOT.
051000     MOVE ZERO TO WS-LOT-PICK-SUB.
051100     PERFORM 3320-COMPARE-ONE-LOT
051200         THRU 3320-COMPARE-ONE-LOT-EXIT
051300         VARYING WS-LOT-SUB FROM 1 BY 1
051400         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
051500     IF WS-LOT-PICK-SUB = ZERO
051600         GO TO 3310-CONSUME-EARLIEST-LOT-EXIT
051700     END-IF.
051800
051900     IF WS-LOT-LEFT(WS-LOT-PICK-SUB) < WS-LOT-REMAINING
052000         MOVE WS-LOT-LEFT(WS-LOT-PICK-SUB) TO WS-LOT-TAKE
052100     ELSE
052200         MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
052300     END-IF.
052400     SUBTRACT WS-LOT-TAKE FROM WS-LOT-LEFT(WS-LOT-PICK-SUB).
052500     SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING.
052600
052700*    A FILL TAKES EACH LOT ONCE, SO EVERY TAKE IS A NEW SLOT.
052800     IF WS-FILL-LOT-COUNT < 5
052900         ADD 1 TO WS-FILL-LOT-COUNT
053000         MOVE WS-LOT-NO(WS-LOT-PICK-SUB) TO
053100             WS-FILL-LOT-NO(WS-FILL-LOT-COUNT)
053200         MOVE WS-LOT-TAKE TO WS-FILL-LOT-QTY(WS-FILL-LOT-COUNT)
053300     ELSE
053400         MOVE 'Y' TO WS-FILL-LOT-OVERFLOW-SW
053500     END-IF.
053600
053700     MOVE SORT-OWNER TO LOT-OWNER.
053800     MOVE SORT-ITEM-NAME TO LOT-ITEM-NAME.
053900     MOVE WS-LOT-NO(WS-LOT-PICK-SUB) TO LOT-NUMBER.
054000     READ LOT-MASTER
054100         INVALID KEY GO TO 3310-CONSUME-EARLIEST-LOT-EXIT
054200     END-READ.
054300     IF LOT-QTY NOT > WS-LOT-TAKE
054400*        THE AVAILABLE SIDE IS CONSUMED - THE LOT ONLY LEAVES
054500*        THE FILE ONCE NOTHING IS ON QC HOLD EITHER.
054600         MOVE ZERO TO LOT-QTY
054700         IF LOT-QTY-HELD = ZERO
054800             DELETE LOT-MASTER
054900                 INVALID KEY CONTINUE
055000             END-DELETE
055100         ELSE
055200             REWRITE LOT-RECORD
055300                 INVALID KEY CONTINUE
055400             END-REWRITE
055500         END-IF
055600     ELSE
055700         SUBTRACT WS-LOT-TAKE FROM LOT-QTY
055800         REWRITE LOT-RECORD
055900             INVALID KEY CONTINUE
056000         END-REWRITE
056100     END-IF.
056200 3310-CONSUME-EARLIEST-LOT-EXIT.
056300     EXIT.
056400
056500 3320-COMPARE-ONE-LOT.
056600     IF WS-LOT-LEFT(WS-LOT-SUB) > ZERO
056700         IF WS-LOT-PICK-SUB = ZERO
056800                 OR WS-LOT-EXPIRY(WS-LOT-SUB) <
056900                     WS-LOT-EXPIRY(WS-LOT-PICK-SUB)
057000             MOVE WS-LOT-SUB TO WS-LOT-PICK-SUB
057100         END-IF
057200     END-IF.
057300 3320-COMPARE-ONE-LOT-EXIT.
057400     EXIT.
057500
057600 3500-CARRY-FORWARD.
057700*    STILL SHORT - THE UNFILLED REMAINDER GOES FORWARD WITH
057800*    ITS ORIGINAL ORDER DATE, SO ITS PLACE IN LINE IS NEVER
057900*    LOST.  THE ON-HAND COLUMN DOCUMENTS WHAT THIS PASS DID
058000*    FILL.
058100     MOVE SORT-ORDER-NO   TO BKN-ORDER-NO.
058200     MOVE SORT-OWNER      TO BKN-OWNER.
058300     MOVE SORT-ITEM-NAME  TO BKN-ITEM-NAME.
058400     MOVE WS-CARRY-QTY    TO BKN-QTY-ORDERED.
058500     MOVE WS-FILL-QTY     TO BKN-QTY-ON-HAND.
058600     MOVE SORT-RUN-DATE   TO BKN-RUN-DATE.
058700     WRITE BACKORDER-NEW-RECORD.
058800     ADD 1 TO WS-LINES-CARRIED.
058900     SET RC-WARNING TO TRUE.
059000 3500-CARRY-FORWARD-EXIT.
059100     EXIT.
059200
059300 3600-RECORD-ALLOCATION.
059400*    THE FILL IS ON THE PICK LIST - ALLOCMST REMEMBERS WHAT IT
059500*    TOOK OFF STOCK, ADDING TO ANY PART OF THE SAME ORDER LINE
059600*    STILL AWAITING ITS PICK.
059700     IF NOT WS-ALOC-OPEN
059800         GO TO 3600-RECORD-ALLOCATION-EXIT
059900     END-IF.
060000     MOVE SORT-ORDER-NO  TO ALOC-ORDER-NO.
060100     MOVE SORT-OWNER     TO ALOC-OWNER.
060200     MOVE SORT-ITEM-NAME TO ALOC-ITEM-NAME.
060300     MOVE 'Y' TO WS-ALOC-FOUND-SW.
060400     READ ALLOCATION-MASTER
060500         INVALID KEY MOVE 'N' TO WS-ALOC-FOUND-SW
060600     END-READ.
060700     IF WS-ALOC-FOUND AND ALOC-OPEN
060800         ADD WS-FILL-QTY TO ALOC-QTY-ALLOCATED
060900     ELSE
061000         MOVE SORT-ORDER-NO  TO ALOC-ORDER-NO
061100         MOVE SORT-OWNER     TO ALOC-OWNER
061200         MOVE SORT-ITEM-NAME TO ALOC-ITEM-NAME
061300         MOVE WS-FILL-QTY    TO ALOC-QTY-ALLOCATED
061400         MOVE WS-TODAY-YYYYMMDD TO ALOC-ALLOC-DATE
061500         MOVE ZERO TO ALOC-QTY-PICKED
061600         MOVE WS-TODAY-YYYYMMDD TO ALOC-WAVE-DATE
061700         MOVE ZERO TO ALOC-WAVE-NO
061800         MOVE 'EA' TO ALOC-ORDER-UOM
061900         MOVE 1 TO ALOC-UOM-FACTOR
062000         INITIALIZE ALOC-LOT-TRACE
062100         MOVE 'N' TO ALOC-RECALL-HOLD-SW
062200     END-IF.
062300     PERFORM 3650-MERGE-ONE-LOT
062400         THRU 3650-MERGE-ONE-LOT-EXIT
062500         VARYING WS-TRACE-SUB FROM 1 BY 1
062600         UNTIL WS-TRACE-SUB > 5.
062700     IF WS-FILL-LOT-OVERFLOW-SW = 'Y'
062800         SET ALOC-LOT-OVERFLOW TO TRUE
062900     END-IF.
063000     SET ALOC-OPEN TO TRUE.
063100     MOVE WS-TODAY-YYYYMMDD TO ALOC-STATUS-DATE.
063200     MOVE 'BORELEAS' TO ALOC-PROGRAM-ID.
063300     IF WS-ALOC-FOUND
063400         REWRITE ALLOCATION-RECORD
063500             INVALID KEY CONTINUE
063600         END-REWRITE
063700     ELSE
063800         WRITE ALLOCATION-RECORD
063900             INVALID KEY CONTINUE
064000         END-WRITE
064100     END-IF.
064200 3600-RECORD-ALLOCATION-EXIT.
064300     EXIT.
064400
064500 3650-MERGE-ONE-LOT.
064600*    A LOT ALREADY ON THE LINE'S TRACE ADDS TO ITS SLOT; A NEW
064700*    ONE TAKES THE FIRST FREE SLOT.  NO FREE SLOT FLAGS THE
064800*    TRACE.
064900     IF WS-FILL-LOT-NO(WS-TRACE-SUB) = SPACES
065000         GO TO 3650-MERGE-ONE-LOT-EXIT
065100     END-IF.
065200     MOVE ZERO TO WS-ALOC-SLOT.
065300     PERFORM 3655-FIND-TRACE-SLOT
065400         THRU 3655-FIND-TRACE-SLOT-EXIT
065500         VARYING WS-ALOC-SUB FROM 1 BY 1
065600         UNTIL WS-ALOC-SUB > 5
065700             OR WS-ALOC-SLOT > ZERO.
065800     IF WS-ALOC-SLOT = ZERO
065900         SET ALOC-LOT-OVERFLOW TO TRUE
066000         GO TO 3650-MERGE-ONE-LOT-EXIT
066100     END-IF.
066200     IF ALOC-LOT-NUMBER(WS-ALOC-SLOT) = SPACES
066300             OR ALOC-LOT-QTY(WS-ALOC-SLOT) IS NOT NUMERIC
066400         MOVE WS-FILL-LOT-NO(WS-TRACE-SUB) TO
066500             ALOC-LOT-NUMBER(WS-ALOC-SLOT)
066600         MOVE ZERO TO ALOC-LOT-QTY(WS-ALOC-SLOT)
066700     END-IF.
066800     ADD WS-FILL-LOT-QTY(WS-TRACE-SUB) TO
066900         ALOC-LOT-QTY(WS-ALOC-SLOT).
067000 3650-MERGE-ONE-LOT-EXIT.
067100     EXIT.
067200
067300 3655-FIND-TRACE-SLOT.
067400     IF ALOC-LOT-NUMBER(WS-ALOC-SUB) =
067500             WS-FILL-LOT-NO(WS-TRACE-SUB)
067600             OR ALOC-LOT-NUMBER(WS-ALOC-SUB) = SPACES
067700             OR ALOC-LOT-QTY(WS-ALOC-SUB) IS NOT NUMERIC
067800         MOVE WS-ALOC-SUB TO WS-ALOC-SLOT
067900     END-IF.
068000 3655-FIND-TRACE-SLOT-EXIT.
068100     EXIT.
068200
068300 2900-WRITE-EXCEPTION.
068400*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
068500*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
068600     ADD 1 TO WS-LINES-REJECTED.
068700     MOVE 'BORELEAS' TO EXC-PROGRAM-ID.
068800     MOVE BKO-ITEM-NAME TO EXC-KEY-VALUE.
068900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
069000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
069100     MOVE SPACES TO EXC-OPERATOR-ID.
069200     WRITE EXC-RECORD.
069300     SET RC-WARNING TO TRUE.
069400 2900-WRITE-EXCEPTION-EXIT.
069500     EXIT.
069600
069700 9000-FINISH.
069800     IF WS-LOTS-OPEN
069900         CLOSE LOT-MASTER
070000     END-IF.
070100     IF WS-ALOC-OPEN
070200         CLOSE ALLOCATION-MASTER
070300     END-IF.
070400     CLOSE BACKORDER-NEW.
070500     CLOSE PICK-LIST.
070600     CLOSE EXCEPTION-FILE.
070700     DISPLAY 'BORELEAS - LINES READ     : ' WS-LINES-READ.
070800     DISPLAY 'BORELEAS - LINES RELEASED : ' WS-LINES-RELEASED.
070900     DISPLAY 'BORELEAS - LINES CARRIED  : ' WS-LINES-CARRIED.
071000     DISPLAY 'BORELEAS - LINES REJECTED : ' WS-LINES-REJECTED.
071100     DISPLAY 'BORELEAS - RETURN CODE    : ' WS-RETURN-CODE.
071200 9000-FINISH-EXIT.
071300     EXIT.
071400
071500 9999-EXIT.
071600     STOP RUN.
