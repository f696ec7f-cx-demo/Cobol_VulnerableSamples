000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOTRECAL.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  LOT RECALL - EACH RCLTRAN
001000*                    TRANSACTION NAMES A RECALLED OWNER, ITEM
001100*                    AND LOT.  THE RCALLRPT REPORT LISTS EVERY
001200*                    MANIFEST LINE THE LOT SHIPPED ON (ORDER,
001300*                    SHIP-TO, SHIP DATE, QUANTITY FROM THE LOT -
001400*                    SEE THE LOT TRACE IN ALOCREC), EVERY LINE
001500*                    STILL ALLOCATED FROM IT BUT NOT YET PICKED,
001600*                    THE LOT'S AVAILABLE AND HELD QUANTITIES ON
001700*                    LOTMAST, AND THE BINS ON BINQTY WHOSE
001800*                    FIRST-OUT LOT IT IS.  THE LOT'S AVAILABLE
001900*                    QUANTITY THEN GOES ON QUALITY HOLD IN THE
002000*                    SAME RUN (QTY_ON_HAND TO QTY_ON_HOLD, AND
002100*                    LOT-QTY TO LOT-QTY-HELD) UNDER THE SAME
002200*                    GUARDED-UPDATE COMMIT CONTROL THE OTHER
002300*                    POSTERS USE, SO QCREL DISPOSITIONS IT LIKE
002400*                    ANY OTHER HELD STOCK.  A TRANSACTION MARKED
002500*                    'L' LISTS ONLY.
002600*   2026-10-15 RLW  EVERY OPEN ALLOCMST LINE TRACED TO THE LOT IS
002700*                    PUT ON RECALL HOLD (SEE ALOCREC) UNLESS THE
002800*                    TRANSACTION LISTS ONLY - PICKCONF REFUSES
002900*                    ITS CONFIRMATION AND ORDCANC RETURNS IT TO
003000*                    HELD STOCK, SO IT CANNOT SHIP.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RECALL-TRAN-FILE ASSIGN TO "RCLTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRAN-STATUS.
003800
003900     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MANI-STATUS.
004200
004300     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ALOC-KEY
004700         FILE STATUS IS WS-ALOC-STATUS.
004800
004900     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS LOT-KEY
005300         FILE STATUS IS WS-LOT-STATUS.
005400
005500     SELECT BIN-QUANTITY-FILE ASSIGN TO "BINQTY"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BIN-KEY
005900         FILE STATUS IS WS-BINQTY-STATUS.
006000
006100     SELECT RECALL-REPORT ASSIGN TO "RCALLRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT EXCEPTION-FILE ASSIGN TO "LRCLEXC"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-BUSDATE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RECALL-TRAN-FILE.
007400 01  RECALL-TRAN-RECORD.
007500     05  RCL-OWNER                   PIC X(20).
007600     05  RCL-ITEM-NAME               PIC X(20).
007700     05  RCL-LOT-NO                  PIC X(10).
007800*    BLANK OR 'H' = LIST AND PLACE ON HOLD, 'L' = LIST ONLY.
007900     05  RCL-MODE                    PIC X(01).
008000         88  RCL-LIST-ONLY           VALUE 'L'.
008100         88  RCL-MODE-VALID          VALUE ' ' 'H' 'L'.
008200
008300 FD  MANIFEST-FILE.
008400 01  MANIFEST-RECORD.
008500     05  MAN-SHIP-DATE               PIC 9(08).
008600     05  MAN-OWNER                   PIC X(20).
008700     05  MAN-ORDER-NO                PIC X(08).
008800     05  MAN-ITEM-NAME               PIC X(20).
008900     05  MAN-QTY-SHIPPED             PIC 9(05).
009000*    BLANK WHEN THE ORDER CARRIED NO HEADER.
009100     05  MAN-SHIP-TO-ID              PIC X(10).
009200     05  MAN-CARRIER                 PIC X(04).
009300*    THE LOTS THE SHIPPED QUANTITY CAME FROM.  THE FLAG IS 'Y'
009400*    WHEN THE LINE TOOK MORE LOTS THAN THE SLOTS HOLD.
009500     05  MAN-LOT-TRACE.
009600         10  MAN-LOT-USED OCCURS 5 TIMES.
009700             15  MAN-LOT-NUMBER      PIC X(10).
009800             15  MAN-LOT-QTY         PIC 9(05).
009900         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
010000
010100 FD  ALLOCATION-MASTER.
010200     COPY ALOCREC.
010300
010400 FD  LOT-MASTER.
010500     COPY LOTREC.
010600
010700 FD  BIN-QUANTITY-FILE.
010800     COPY BINREC.
010900
011000 FD  RECALL-REPORT.
011100 01  RECALL-REPORT-LINE             PIC X(132).
011200
011300 FD  EXCEPTION-FILE.
011400     COPY EXCREC.
011500
011600 FD  BUSDATE-FILE.
011700     COPY BUSDATE.
011800
011900 WORKING-STORAGE SECTION.
012000     EXEC SQL INCLUDE SQLCA END-EXEC.
012100     COPY RETCODES.
012200
012300 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
012400     88  TRAN-STATUS-OK              VALUE '00'.
012500     88  TRAN-STATUS-EOF             VALUE '10'.
012600 01  WS-MANI-STATUS                 PIC X(02) VALUE '00'.
012700     88  MANI-STATUS-OK              VALUE '00'.
012800     88  MANI-STATUS-EOF             VALUE '10'.
012900 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
013000     88  ALOC-STATUS-OK              VALUE '00'.
013100 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
013200     88  LOT-STATUS-OK               VALUE '00'.
013300 01  WS-BINQTY-STATUS               PIC X(02) VALUE '00'.
013400     88  BINQTY-STATUS-OK            VALUE '00'.
013500 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013600     88  BUSDATE-STATUS-OK           VALUE '00'.
013700
013800 01  WS-ALOC-OPEN-SW                PIC X(01) VALUE 'N'.
013900     88  WS-ALOC-OPEN                VALUE 'Y'.
014000 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
014100     88  WS-LOTS-OPEN                VALUE 'Y'.
014200 01  WS-BINS-OPEN-SW                PIC X(01) VALUE 'N'.
014300     88  WS-BINS-OPEN                VALUE 'Y'.
014400 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
014500     88  WS-BROWSE-DONE              VALUE 'Y'.
014600 01  WS-LOT-FOUND-SW                PIC X(01) VALUE 'N'.
014700     88  WS-LOT-FOUND                VALUE 'Y'.
014800
014900*    THE LOT TRACE OF THE LINE IN HAND - THE QUANTITY THE
015000*    RECALLED LOT GAVE IT, ZERO WHEN IT GAVE NONE.
015100 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
015200 01  WS-TRACE-QTY                   PIC 9(05) VALUE ZERO.
015300
015400*    TOTALS FOR THE RECALL IN HAND.
015500 01  WS-SHIP-LINES                  PIC 9(07) COMP VALUE ZERO.
015600 01  WS-SHIP-QTY                    PIC 9(09) VALUE ZERO.
015700 01  WS-POSSIBLE-LINES              PIC 9(07) COMP VALUE ZERO.
015800 01  WS-OPEN-LINES                  PIC 9(07) COMP VALUE ZERO.
015900 01  WS-OPEN-QTY                    PIC 9(09) VALUE ZERO.
016000 01  WS-OPEN-HELD                   PIC 9(07) COMP VALUE ZERO.
016100 01  WS-BIN-LINES                   PIC 9(07) COMP VALUE ZERO.
016200 01  WS-BIN-QTY                     PIC 9(09) VALUE ZERO.
016300 01  WS-HOLD-QTY                    PIC 9(05) VALUE ZERO.
016400 01  WS-HOLD-TEXT                   PIC X(40) VALUE SPACES.
016500
016600 01  WS-QTY-EDIT                    PIC Z(08)9.
016700 01  WS-QTY2-EDIT                   PIC Z(08)9.
016800 01  WS-COUNT-EDIT                  PIC Z(06)9.
016900 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
017000
017100 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
017200 01  WS-RECALLS-LISTED              PIC 9(07) COMP VALUE ZERO.
017300 01  WS-LOTS-HELD                   PIC 9(07) COMP VALUE ZERO.
017400 01  WS-TOTAL-HELD                  PIC 9(09) VALUE ZERO.
017500 01  WS-LINES-RECALL-HELD           PIC 9(07) COMP VALUE ZERO.
017600 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
017700
017800 01  WS-CURRENT-DATE-TIME.
017900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
018000     05  WS-TIME-HHMMSSHH           PIC 9(08).
018100     05  FILLER                     PIC X(05).
018200
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE
018600         THRU 1000-INITIALIZE-EXIT.
018700
018800     PERFORM 2000-RECALL-NEXT-LOT
018900         THRU 2000-RECALL-NEXT-LOT-EXIT
019000         UNTIL TRAN-STATUS-EOF.
019100
019200     PERFORM 9000-FINISH
019300         THRU 9000-FINISH-EXIT.
019400
019500     MOVE WS-RETURN-CODE TO RETURN-CODE.
019600     GO TO 9999-EXIT.
019700
019800 1000-INITIALIZE.
019900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020000     PERFORM 1050-GET-BUSINESS-DATE
020100         THRU 1050-GET-BUSINESS-DATE-EXIT.
020200*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
020300*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
020400     OPEN OUTPUT RECALL-REPORT.
020500     OPEN OUTPUT EXCEPTION-FILE.
020600     MOVE SPACES TO RECALL-REPORT-LINE.
020700     STRING 'LOT RECALL REPORT ' WS-TODAY-YYYYMMDD
020800         DELIMITED BY SIZE
020900         INTO RECALL-REPORT-LINE
021000     END-STRING.
021100     WRITE RECALL-REPORT-LINE.
021200     OPEN INPUT RECALL-TRAN-FILE.
021300     IF NOT TRAN-STATUS-OK
021400         DISPLAY 'LOTRECAL - UNABLE TO OPEN RCLTRAN, STATUS='
021500             WS-TRAN-STATUS
021600         SET RC-SEVERE TO TRUE
021700         SET TRAN-STATUS-EOF TO TRUE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF.
022000*    A MISSING ALLOCMST, LOTMAST OR BINQTY ONLY EMPTIES ITS
022100*    SECTION OF THE REPORT - WITHOUT THE LOT MASTER THERE IS
022200*    NO LOT TO HOLD.
022300     OPEN I-O ALLOCATION-MASTER.
022400     IF ALOC-STATUS-OK
022500         SET WS-ALOC-OPEN TO TRUE
022600     END-IF.
022700     OPEN I-O LOT-MASTER.
022800     IF LOT-STATUS-OK
022900         SET WS-LOTS-OPEN TO TRUE
023000     END-IF.
023100     OPEN INPUT BIN-QUANTITY-FILE.
023200     IF BINQTY-STATUS-OK
023300         SET WS-BINS-OPEN TO TRUE
023400     END-IF.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700
023800 1050-GET-BUSINESS-DATE.
023900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
024000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
024100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
024200*    CLOCK TIME FIELD STAYS REAL.
024300     OPEN INPUT BUSDATE-FILE.
024400     IF NOT BUSDATE-STATUS-OK
024500         GO TO 1050-GET-BUSINESS-DATE-EXIT
024600     END-IF.
024700     READ BUSDATE-FILE
024800         AT END
024900             CLOSE BUSDATE-FILE
025000             GO TO 1050-GET-BUSINESS-DATE-EXIT
025100     END-READ.
025200     CLOSE BUSDATE-FILE.
025300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
025400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
025500         DISPLAY 'LOTRECAL - RUNNING AS OF BUSINESS DATE '
025600             BUS-DATE
025700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
025800     END-IF.
025900 1050-GET-BUSINESS-DATE-EXIT.
026000     EXIT.
026100
026200 2000-RECALL-NEXT-LOT.
026300     READ RECALL-TRAN-FILE
026400         AT END SET TRAN-STATUS-EOF TO TRUE
026500     END-READ.
026600     IF TRAN-STATUS-EOF
026700         GO TO 2000-RECALL-NEXT-LOT-EXIT
026800     END-IF.
026900     ADD 1 TO WS-TRANS-READ.
027000     MOVE RCL-LOT-NO TO WS-EXC-KEY.
027100
027200     IF RCL-OWNER = SPACES OR RCL-ITEM-NAME = SPACES
027300             OR RCL-LOT-NO = SPACES
027400             OR NOT RCL-MODE-VALID
027500         MOVE 'E466' TO EXC-REASON-CODE
027600         MOVE 'OWNER, ITEM OR LOT MISSING, OR BAD MODE' TO
027700             EXC-REASON-TEXT
027800         PERFORM 2900-WRITE-EXCEPTION
027900             THRU 2900-WRITE-EXCEPTION-EXIT
028000         GO TO 2000-RECALL-NEXT-LOT-EXIT
028100     END-IF.
028200
028300     ADD 1 TO WS-RECALLS-LISTED.
028400     MOVE ZERO TO WS-SHIP-LINES WS-SHIP-QTY WS-POSSIBLE-LINES
028500                  WS-OPEN-LINES WS-OPEN-QTY WS-OPEN-HELD
028600                  WS-BIN-LINES WS-BIN-QTY.
028700     MOVE SPACES TO RECALL-REPORT-LINE.
028800     WRITE RECALL-REPORT-LINE.
028900     STRING 'RECALL  OWNER=' RCL-OWNER
029000            ' ITEM=' RCL-ITEM-NAME
029100            ' LOT=' RCL-LOT-NO
029200         DELIMITED BY SIZE
029300         INTO RECALL-REPORT-LINE
029400     END-STRING.
029500     WRITE RECALL-REPORT-LINE.
029600
029700     PERFORM 3000-LIST-SHIPMENTS
029800         THRU 3000-LIST-SHIPMENTS-EXIT.
029900     PERFORM 4000-LIST-OPEN-ALLOCATIONS
030000         THRU 4000-LIST-OPEN-ALLOCATIONS-EXIT.
030100     PERFORM 5000-LIST-LOT-STOCK
030200         THRU 5000-LIST-LOT-STOCK-EXIT.
030300     PERFORM 5500-LIST-BINS
030400         THRU 5500-LIST-BINS-EXIT.
030500     PERFORM 6000-PLACE-ON-HOLD
030600         THRU 6000-PLACE-ON-HOLD-EXIT.
030700 2000-RECALL-NEXT-LOT-EXIT.
030800     EXIT.
030900
031000 2900-WRITE-EXCEPTION.
031100*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
031200*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
031300     ADD 1 TO WS-TRANS-REJECTED.
031400     MOVE 'LOTRECAL' TO EXC-PROGRAM-ID.
031500     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
031600     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
031700     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
031800     MOVE SPACES TO EXC-OPERATOR-ID.
031900     WRITE EXC-RECORD.
032000     SET RC-WARNING TO TRUE.
032100 2900-WRITE-EXCEPTION-EXIT.
032200     EXIT.
032300
032400 3000-LIST-SHIPMENTS.
032500*    THE MANIFEST IS CUMULATIVE - EVERY LINE EVER SHIPPED OF
032600*    THE ITEM IS CHECKED FOR THE LOT.  A LINE WHOSE TRACE RAN
032700*    OUT OF SLOTS MAY HAVE TAKEN THE LOT UNSEEN, SO IT IS
032800*    LISTED AS POSSIBLE.  LINES SHIPPED BEFORE THE MANIFEST
032900*    CARRIED LOTS HAVE NO TRACE AND CANNOT BE PLACED.
033000     MOVE SPACES TO RECALL-REPORT-LINE.
033100     STRING '  SHIPPED    ORDER    SHIP-TO    SHIP DATE'
033200            '        QTY CARRIER'
033300         DELIMITED BY SIZE
033400         INTO RECALL-REPORT-LINE
033500     END-STRING.
033600     WRITE RECALL-REPORT-LINE.
033700     OPEN INPUT MANIFEST-FILE.
033800     IF NOT MANI-STATUS-OK
033900         GO TO 3090-SHIPMENT-TOTALS
034000     END-IF.
034100     PERFORM 3100-CHECK-ONE-SHIPMENT
034200         THRU 3100-CHECK-ONE-SHIPMENT-EXIT
034300         UNTIL MANI-STATUS-EOF.
034400     CLOSE MANIFEST-FILE.
034500 3090-SHIPMENT-TOTALS.
034600     MOVE WS-SHIP-LINES TO WS-COUNT-EDIT.
034700     MOVE WS-SHIP-QTY TO WS-QTY-EDIT.
034800     MOVE SPACES TO RECALL-REPORT-LINE.
034900     STRING '  SHIPMENTS ' WS-COUNT-EDIT
035000            '  QUANTITY SHIPPED FROM LOT ' WS-QTY-EDIT
035100         DELIMITED BY SIZE
035200         INTO RECALL-REPORT-LINE
035300     END-STRING.
035400     WRITE RECALL-REPORT-LINE.
035500     IF WS-POSSIBLE-LINES > ZERO
035600         MOVE WS-POSSIBLE-LINES TO WS-COUNT-EDIT
035700         MOVE SPACES TO RECALL-REPORT-LINE
035800         STRING '  POSSIBLE  ' WS-COUNT-EDIT
035900                '  LINES WITH AN INCOMPLETE LOT TRACE'
036000             DELIMITED BY SIZE
036100             INTO RECALL-REPORT-LINE
036200         END-STRING
036300         WRITE RECALL-REPORT-LINE
036400     END-IF.
036500 3000-LIST-SHIPMENTS-EXIT.
036600     EXIT.
036700
036800 3100-CHECK-ONE-SHIPMENT.
036900     READ MANIFEST-FILE
037000         AT END SET MANI-STATUS-EOF TO TRUE
037100     END-READ.
037200     IF MANI-STATUS-EOF
037300         GO TO 3100-CHECK-ONE-SHIPMENT-EXIT
037400     END-IF.
037500     IF MAN-OWNER NOT = RCL-OWNER
037600             OR MAN-ITEM-NAME NOT = RCL-ITEM-NAME
037700         GO TO 3100-CHECK-ONE-SHIPMENT-EXIT
037800     END-IF.
037900     MOVE ZERO TO WS-TRACE-QTY.
038000     PERFORM 3150-MATCH-MANIFEST-LOT
038100         THRU 3150-MATCH-MANIFEST-LOT-EXIT
038200         VARYING WS-TRACE-SUB FROM 1 BY 1
038300         UNTIL WS-TRACE-SUB > 5.
038400     IF WS-TRACE-QTY = ZERO
038500             AND MAN-LOT-OVERFLOW-SW NOT = 'Y'
038600         GO TO 3100-CHECK-ONE-SHIPMENT-EXIT
038700     END-IF.
038800
038900     MOVE SPACES TO RECALL-REPORT-LINE.
039000     IF WS-TRACE-QTY = ZERO
039100         ADD 1 TO WS-POSSIBLE-LINES
039200         MOVE MAN-QTY-SHIPPED TO WS-QTY-EDIT
039300         STRING '  POSSIBLE ' MAN-ORDER-NO
039400                ' ' MAN-SHIP-TO-ID
039500                ' ' MAN-SHIP-DATE
039600                ' ' WS-QTY-EDIT
039700                ' ' MAN-CARRIER
039800                '    LOT TRACE INCOMPLETE - LINE TOTAL SHOWN'
039900             DELIMITED BY SIZE
040000             INTO RECALL-REPORT-LINE
040100         END-STRING
040200     ELSE
040300         ADD 1 TO WS-SHIP-LINES
040400         ADD WS-TRACE-QTY TO WS-SHIP-QTY
040500         MOVE WS-TRACE-QTY TO WS-QTY-EDIT
040600         STRING '           ' MAN-ORDER-NO
040700                ' ' MAN-SHIP-TO-ID
040800                ' ' MAN-SHIP-DATE
040900                ' ' WS-QTY-EDIT
041000                ' ' MAN-CARRIER
041100             DELIMITED BY SIZE
041200             INTO RECALL-REPORT-LINE
041300         END-STRING
041400     END-IF.
041500     WRITE RECALL-REPORT-LINE.
041600 3100-CHECK-ONE-SHIPMENT-EXIT.
041700     EXIT.
041800
041900 3150-MATCH-MANIFEST-LOT.
042000     IF MAN-LOT-NUMBER(WS-TRACE-SUB) = RCL-LOT-NO
042100             AND MAN-LOT-QTY(WS-TRACE-SUB) IS NUMERIC
042200         ADD MAN-LOT-QTY(WS-TRACE-SUB) TO WS-TRACE-QTY
042300     END-IF.
042400 3150-MATCH-MANIFEST-LOT-EXIT.
042500     EXIT.
042600
042700 4000-LIST-OPEN-ALLOCATIONS.
042800*    A LINE ALLOCATED FROM THE LOT BUT NOT YET PICKED IS ON A
042900*    PICK LIST - THE FLOOR MUST PULL IT BEFORE IT SHIPS.  IT
043000*    GOES ON RECALL HOLD SO PICKCONF REFUSES IT IF IT IS PICKED
043100*    ANYWAY.  ALLOCMST IS KEYED BY ORDER, SO THE WHOLE FILE IS
043200*    READ.
043300     MOVE SPACES TO RECALL-REPORT-LINE.
043400     STRING '  ALLOCATED  ORDER    ALLOC DATE        QTY'
043500            '  WAVE'
043600         DELIMITED BY SIZE
043700         INTO RECALL-REPORT-LINE
043800     END-STRING.
043900     WRITE RECALL-REPORT-LINE.
044000     IF NOT WS-ALOC-OPEN
044100         GO TO 4090-ALLOCATION-TOTALS
044200     END-IF.
044300     MOVE 'N' TO WS-BROWSE-DONE-SW.
044400     MOVE LOW-VALUES TO ALOC-KEY.
044500     START ALLOCATION-MASTER KEY IS NOT LESS THAN ALOC-KEY
044600         INVALID KEY SET WS-BROWSE-DONE TO TRUE
044700     END-START.
044800     PERFORM 4100-CHECK-ONE-ALLOCATION
044900         THRU 4100-CHECK-ONE-ALLOCATION-EXIT
045000         UNTIL WS-BROWSE-DONE.
045100 4090-ALLOCATION-TOTALS.
045200     MOVE WS-OPEN-LINES TO WS-COUNT-EDIT.
045300     MOVE WS-OPEN-QTY TO WS-QTY-EDIT.
045400     MOVE SPACES TO RECALL-REPORT-LINE.
045500     STRING '  NOT PICKED ' WS-COUNT-EDIT
045600            '  QUANTITY ALLOCATED FROM LOT ' WS-QTY-EDIT
045700         DELIMITED BY SIZE
045800         INTO RECALL-REPORT-LINE
045900     END-STRING.
046000     WRITE RECALL-REPORT-LINE.
046100     MOVE WS-OPEN-HELD TO WS-COUNT-EDIT.
046200     MOVE SPACES TO RECALL-REPORT-LINE.
046300     STRING '  ON HOLD    ' WS-COUNT-EDIT
046400            '  LINES PUT ON RECALL HOLD'
046500         DELIMITED BY SIZE
046600         INTO RECALL-REPORT-LINE
046700     END-STRING.
046800     WRITE RECALL-REPORT-LINE.
046900 4000-LIST-OPEN-ALLOCATIONS-EXIT.
047000     EXIT.
047100
047200 4100-CHECK-ONE-ALLOCATION.
047300     READ ALLOCATION-MASTER NEXT
047400         AT END SET WS-BROWSE-DONE TO TRUE
047500     END-READ.
047600     IF WS-BROWSE-DONE OR NOT ALOC-STATUS-OK
047700         SET WS-BROWSE-DONE TO TRUE
047800         GO TO 4100-CHECK-ONE-ALLOCATION-EXIT
047900     END-IF.
048000     IF NOT ALOC-OPEN
048100             OR ALOC-OWNER NOT = RCL-OWNER
048200             OR ALOC-ITEM-NAME NOT = RCL-ITEM-NAME
048300         GO TO 4100-CHECK-ONE-ALLOCATION-EXIT
048400     END-IF.
048500     MOVE ZERO TO WS-TRACE-QTY.
048600     PERFORM 4150-MATCH-ALLOCATION-LOT
048700         THRU 4150-MATCH-ALLOCATION-LOT-EXIT
048800         VARYING WS-TRACE-SUB FROM 1 BY 1
048900         UNTIL WS-TRACE-SUB > 5.
049000     IF WS-TRACE-QTY = ZERO
049100         GO TO 4100-CHECK-ONE-ALLOCATION-EXIT
049200     END-IF.
049300     ADD 1 TO WS-OPEN-LINES.
049400     ADD WS-TRACE-QTY TO WS-OPEN-QTY.
049500     IF NOT RCL-LIST-ONLY AND NOT ALOC-RECALL-HOLD
049600         SET ALOC-RECALL-HOLD TO TRUE
049700         MOVE WS-TODAY-YYYYMMDD TO ALOC-STATUS-DATE
049800         MOVE 'LOTRECAL' TO ALOC-PROGRAM-ID
049900         REWRITE ALLOCATION-RECORD
050000             INVALID KEY CONTINUE
050100         END-REWRITE
050200         IF ALOC-STATUS-OK
050300             ADD 1 TO WS-OPEN-HELD
050400             ADD 1 TO WS-LINES-RECALL-HELD
050500         END-IF
050600     END-IF.
050700     MOVE WS-TRACE-QTY TO WS-QTY-EDIT.
050800     MOVE SPACES TO RECALL-REPORT-LINE.
050900     STRING '           ' ALOC-ORDER-NO
051000            ' ' ALOC-ALLOC-DATE
051100            '   ' WS-QTY-EDIT
051200            '  ' ALOC-WAVE-DATE '/' ALOC-WAVE-NO
051300         DELIMITED BY SIZE
051400         INTO RECALL-REPORT-LINE
051500     END-STRING.
051600     IF ALOC-RECALL-HOLD
051700         MOVE 'RECALL HOLD' TO RECALL-REPORT-LINE(60:11)
051800     END-IF.
051900     WRITE RECALL-REPORT-LINE.
052000 4100-CHECK-ONE-ALLOCATION-EXIT.
052100     EXIT.
052200
052300 4150-MATCH-ALLOCATION-LOT.
052400     IF ALOC-LOT-NUMBER(WS-TRACE-SUB) = RCL-LOT-NO
052500             AND ALOC-LOT-QTY(WS-TRACE-SUB) IS NUMERIC
052600         ADD ALOC-LOT-QTY(WS-TRACE-SUB) TO WS-TRACE-QTY
052700     END-IF.
052800 4150-MATCH-ALLOCATION-LOT-EXIT.
052900     EXIT.
053000
053100 5000-LIST-LOT-STOCK.
053200     MOVE 'N' TO WS-LOT-FOUND-SW.
053300     IF NOT WS-LOTS-OPEN
053400         GO TO 5050-LOT-NOT-FOUND
053500     END-IF.
053600     MOVE RCL-OWNER     TO LOT-OWNER.
053700     MOVE RCL-ITEM-NAME TO LOT-ITEM-NAME.
053800     MOVE RCL-LOT-NO    TO LOT-NUMBER.
053900     READ LOT-MASTER
054000         INVALID KEY GO TO 5050-LOT-NOT-FOUND
054100     END-READ.
054200     SET WS-LOT-FOUND TO TRUE.
054300     MOVE LOT-QTY TO WS-QTY-EDIT.
054400     MOVE LOT-QTY-HELD TO WS-QTY2-EDIT.
054500     MOVE SPACES TO RECALL-REPORT-LINE.
054600     STRING '  ON HAND    AVAILABLE ' WS-QTY-EDIT
054700            '  ON HOLD ' WS-QTY2-EDIT
054800            '  EXPIRES ' LOT-EXPIRY-DATE
054900         DELIMITED BY SIZE
055000         INTO RECALL-REPORT-LINE
055100     END-STRING.
055200     WRITE RECALL-REPORT-LINE.
055300     GO TO 5000-LIST-LOT-STOCK-EXIT.
055400*    A LOT CONSUMED TO ZERO HAS LEFT THE FILE - NOTHING IS ON
055500*    HAND TO HOLD, BUT THE SHIPMENTS ABOVE STILL STAND.
055600 5050-LOT-NOT-FOUND.
055700     MOVE SPACES TO RECALL-REPORT-LINE.
055800     STRING '  ON HAND    LOT NOT ON LOTMAST - NONE ON HAND'
055900         DELIMITED BY SIZE
056000         INTO RECALL-REPORT-LINE
056100     END-STRING.
056200     WRITE RECALL-REPORT-LINE.
056300     MOVE 'E467' TO EXC-REASON-CODE.
056400     MOVE 'RECALLED LOT NOT ON LOTMAST' TO EXC-REASON-TEXT.
056500     PERFORM 2900-WRITE-EXCEPTION
056600         THRU 2900-WRITE-EXCEPTION-EXIT.
056700 5000-LIST-LOT-STOCK-EXIT.
056800     EXIT.
056900
057000 5500-LIST-BINS.
057100*    BINQTY CARRIES ONE LOT PER BIN - THE EARLIEST-EXPIRING LOT
057200*    MOVED IN (SEE BINREC).  A BIN HOLDING THE RECALLED LOT
057300*    BEHIND AN EARLIER ONE IS NOT SHOWN, SO THE COUNT TEAM
057400*    SHOULD CHECK EVERY BIN THE ITEM IS IN.
057500     MOVE SPACES TO RECALL-REPORT-LINE.
057600     STRING '  IN BIN     LOCATION          QTY'
057700         DELIMITED BY SIZE
057800         INTO RECALL-REPORT-LINE
057900     END-STRING.
058000     WRITE RECALL-REPORT-LINE.
058100     IF NOT WS-BINS-OPEN
058200         GO TO 5590-BIN-TOTALS
058300     END-IF.
058400     MOVE 'N' TO WS-BROWSE-DONE-SW.
058500     MOVE RCL-OWNER     TO BIN-OWNER.
058600     MOVE RCL-ITEM-NAME TO BIN-ITEM-NAME.
058700     MOVE LOW-VALUES    TO BIN-LOC-ID.
058800     START BIN-QUANTITY-FILE KEY IS NOT LESS THAN BIN-KEY
058900         INVALID KEY SET WS-BROWSE-DONE TO TRUE
059000     END-START.
059100     PERFORM 5600-CHECK-ONE-BIN
059200         THRU 5600-CHECK-ONE-BIN-EXIT
059300         UNTIL WS-BROWSE-DONE.
059400 5590-BIN-TOTALS.
059500     MOVE WS-BIN-LINES TO WS-COUNT-EDIT.
059600     MOVE WS-BIN-QTY TO WS-QTY-EDIT.
059700     MOVE SPACES TO RECALL-REPORT-LINE.
059800     STRING '  BINS      ' WS-COUNT-EDIT
059900            '  QUANTITY IN BINS ' WS-QTY-EDIT
060000         DELIMITED BY SIZE
060100         INTO RECALL-REPORT-LINE
060200     END-STRING.
060300     WRITE RECALL-REPORT-LINE.
060400 5500-LIST-BINS-EXIT.
060500     EXIT.
060600
060700 5600-CHECK-ONE-BIN.
060800     READ BIN-QUANTITY-FILE NEXT
060900         AT END SET WS-BROWSE-DONE TO TRUE
061000     END-READ.
061100     IF WS-BROWSE-DONE OR NOT BINQTY-STATUS-OK
061200             OR BIN-OWNER NOT = RCL-OWNER
061300             OR BIN-ITEM-NAME NOT = RCL-ITEM-NAME
061400         SET WS-BROWSE-DONE TO TRUE
061500         GO TO 5600-CHECK-ONE-BIN-EXIT
061600     END-IF.
061700     IF BIN-LOT-NUMBER NOT = RCL-LOT-NO
061800         GO TO 5600-CHECK-ONE-BIN-EXIT
061900     END-IF.
062000     ADD 1 TO WS-BIN-LINES.
062100     ADD BIN-QTY TO WS-BIN-QTY.
062200     MOVE BIN-QTY TO WS-QTY-EDIT.
062300     MOVE SPACES TO RECALL-REPORT-LINE.
062400     STRING '             ' BIN-LOC-ID
062500            ' ' WS-QTY-EDIT
062600         DELIMITED BY SIZE
062700         INTO RECALL-REPORT-LINE
062800     END-STRING.
062900     WRITE RECALL-REPORT-LINE.
063000 5600-CHECK-ONE-BIN-EXIT.
063100     EXIT.
063200
063300 6000-PLACE-ON-HOLD.
063400*    THE LOT'S AVAILABLE QUANTITY MOVES TO QUALITY HOLD IN ONE
063500*    STEP.  THE GUARDED UPDATE IS THE LAST WORD - IF ON-HAND
063600*    HAS LESS THAN THE LOT, NO ROW UPDATES, NOTHING MOVES AND
063700*    THE RECALL IS REPORTED FOR A MANUAL HOLD.  STOCK ALREADY
063800*    ALLOCATED IS OFF ON-HAND - ITS LINES WENT ON RECALL HOLD
063900*    ABOVE, AND ORDCANC RETURNS THEM TO HELD STOCK.
064000     MOVE SPACES TO WS-HOLD-TEXT.
064100     IF RCL-LIST-ONLY
064200         MOVE 'LIST ONLY - NOTHING PLACED ON HOLD'
064300             TO WS-HOLD-TEXT
064400         GO TO 6090-REPORT-HOLD
064500     END-IF.
064600     IF NOT WS-LOT-FOUND OR LOT-QTY = ZERO
064700         MOVE 'NOTHING AVAILABLE TO PLACE ON HOLD'
064800             TO WS-HOLD-TEXT
064900         GO TO 6090-REPORT-HOLD
065000     END-IF.
065100     MOVE LOT-QTY TO WS-HOLD-QTY.
065200     EXEC SQL
065300         UPDATE items
065400             SET qty_on_hand = qty_on_hand - :WS-HOLD-QTY,
065500                 qty_on_hold = qty_on_hold + :WS-HOLD-QTY
065600             WHERE owner = :RCL-OWNER
065700               AND itemname = :RCL-ITEM-NAME
065800               AND qty_on_hand >= :WS-HOLD-QTY
065900     END-EXEC.
066000     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
066100         EXEC SQL ROLLBACK END-EXEC
066200         MOVE 'E468' TO EXC-REASON-CODE
066300         MOVE 'RECALL HOLD FAILED - HOLD THE LOT BY HAND' TO
066400             EXC-REASON-TEXT
066500         PERFORM 2900-WRITE-EXCEPTION
066600             THRU 2900-WRITE-EXCEPTION-EXIT
066700         MOVE 'HOLD FAILED - SEE EXCEPTIONS'
066800             TO WS-HOLD-TEXT
066900         GO TO 6090-REPORT-HOLD
067000     END-IF.
067100     EXEC SQL COMMIT END-EXEC.
067200     ADD WS-HOLD-QTY TO LOT-QTY-HELD.
067300     MOVE ZERO TO LOT-QTY.
067400     REWRITE LOT-RECORD
067500         INVALID KEY CONTINUE
067600     END-REWRITE.
067700     ADD 1 TO WS-LOTS-HELD.
067800     ADD WS-HOLD-QTY TO WS-TOTAL-HELD.
067900     MOVE 'PLACED ON QUALITY HOLD' TO WS-HOLD-TEXT.
068000 6090-REPORT-HOLD.
068100     MOVE WS-HOLD-QTY TO WS-QTY-EDIT.
068200     MOVE SPACES TO RECALL-REPORT-LINE.
068300     IF WS-HOLD-QTY = ZERO
068400         STRING '  HOLD       ' WS-HOLD-TEXT
068500             DELIMITED BY SIZE
068600             INTO RECALL-REPORT-LINE
068700         END-STRING
068800     ELSE
068900         STRING '  HOLD       ' WS-QTY-EDIT ' ' WS-HOLD-TEXT
069000             DELIMITED BY SIZE
069100             INTO RECALL-REPORT-LINE
069200         END-STRING
069300     END-IF.
069400     WRITE RECALL-REPORT-LINE.
069500     MOVE ZERO TO WS-HOLD-QTY.
069600 6000-PLACE-ON-HOLD-EXIT.
069700     EXIT.
069800
069900 9000-FINISH.
070000     CLOSE RECALL-TRAN-FILE.
070100     IF WS-ALOC-OPEN
070200         CLOSE ALLOCATION-MASTER
070300     END-IF.
070400     IF WS-LOTS-OPEN
070500         CLOSE LOT-MASTER
070600     END-IF.
070700     IF WS-BINS-OPEN
070800         CLOSE BIN-QUANTITY-FILE
070900     END-IF.
071000     MOVE SPACES TO RECALL-REPORT-LINE.
071100     WRITE RECALL-REPORT-LINE.
071200     MOVE WS-RECALLS-LISTED TO WS-COUNT-EDIT.
071300     MOVE WS-TOTAL-HELD TO WS-QTY-EDIT.
071400     STRING 'RECALLS LISTED ' WS-COUNT-EDIT
071500            '  TOTAL PLACED ON HOLD ' WS-QTY-EDIT
071600         DELIMITED BY SIZE
071700         INTO RECALL-REPORT-LINE
071800     END-STRING.
071900     WRITE RECALL-REPORT-LINE.
072000     CLOSE RECALL-REPORT.
072100     CLOSE EXCEPTION-FILE.
072200     DISPLAY 'LOTRECAL - RECALLS READ   : ' WS-TRANS-READ.
072300     DISPLAY 'LOTRECAL - RECALLS LISTED : ' WS-RECALLS-LISTED.
072400     DISPLAY 'LOTRECAL - LOTS HELD      : ' WS-LOTS-HELD.
072500     DISPLAY 'LOTRECAL - QUANTITY HELD  : ' WS-TOTAL-HELD.
072600     DISPLAY 'LOTRECAL - LINES HELD     : ' WS-LINES-RECALL-HELD.
072700     DISPLAY 'LOTRECAL - REJECTED       : ' WS-TRANS-REJECTED.
072800     DISPLAY 'LOTRECAL - RETURN CODE    : ' WS-RETURN-CODE.
072900 9000-FINISH-EXIT.
073000     EXIT.
073100
073200 9999-EXIT.
073300     STOP RUN.
