000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PUTAWAY.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  DIRECTED PUT-AWAY, RUN
001000*                    AFTER RCVPOST AND THE QCREL RELEASE RUN -
001100*                    FOR EACH RECEIPT QCREL RELEASED TO AVAILABLE
001200*                    TODAY (THE QCRELREG REGISTER) PICKS THE BIN
001300*                    IT SHOULD GO TO.  THE BIN MUST BE ACTIVE,
001400*                    ALLOW THE ITEM'S STORAGE CLASS (SEE ITEMREC
001500*                    AND LOCREC) AND HAVE THE CUBE AND WEIGHT
001600*                    LEFT FOR THE WHOLE RECEIPT.  PREFERENCE IS
001700*                    A BIN ALREADY HOLDING THE ITEM, THEN THE
001800*                    ITEM'S HOME BIN, THEN THE FIRST OPEN BIN
001900*                    SET ASIDE FOR THE CLASS, THEN ANY OPEN BIN
002000*                    THAT TAKES IT.  EACH SUGGESTION IS PRINTED
002100*                    ON THE PUTLIST PUT-AWAY LIST AND WRITTEN TO
002200*                    PUTSUGG IN THE BINMTRAN LAYOUT (SEE BMTREC)
002300*                    AS A PUT-AWAY FROM THE DOCK, FOR BINMOVE TO
002400*                    POST ONCE THE FLOOR CONFIRMS IT.  A RECEIPT
002500*                    NO BIN CAN TAKE GOES TO THE EXCEPTION FILE.
002600*   2026-10-15 RLW  THE SUGGESTION LEAVES THE NEW BINMTRAN
002700*                    OPERATOR BLANK - THE FLOOR KEYS WHO DID THE
002800*                    PUT-AWAY WHEN IT CONFIRMS THE MOVE.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RELEASE-REGISTER ASSIGN TO "QCRELREG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-REL-STATUS.
003600
003700     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS IM-KEY
004100         FILE STATUS IS WS-IM-STATUS.
004200
004300     SELECT BIN-QUANTITY-FILE ASSIGN TO "BINQTY"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BIN-KEY
004700         FILE STATUS IS WS-BIN-STATUS.
004800
004900     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS LOC-ID
005300         FILE STATUS IS WS-LOC-STATUS.
005400
005500     SELECT PUTAWAY-LIST ASSIGN TO "PUTLIST"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT SUGGESTION-FILE ASSIGN TO "PUTSUGG"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT EXCEPTION-FILE ASSIGN TO "PUTAEXC"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-BUSDATE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*    THE QCREL REGISTER LINE, BY COLUMN - ONE DAY'S RELEASES
007100*    UNDER A HEADING LINE.
007200 FD  RELEASE-REGISTER.
007300 01  REL-LINE.
007400     05  REL-DATE                    PIC X(08).
007500     05  FILLER                      PIC X(01).
007600     05  REL-TIME                    PIC X(08).
007700     05  FILLER                      PIC X(07).
007800     05  REL-OWNER                   PIC X(20).
007900     05  FILLER                      PIC X(06).
008000     05  REL-ITEM-NAME               PIC X(20).
008100     05  FILLER                      PIC X(05).
008200     05  REL-QTY                     PIC 9(05).
008300     05  FILLER                      PIC X(06).
008400     05  REL-DISPOSITION             PIC X(01).
008500         88  REL-TO-AVAILABLE        VALUE 'A'.
008600     05  FILLER                      PIC X(05).
008700     05  REL-LOT-NO                  PIC X(10).
008800     05  FILLER                      PIC X(08).
008900
009000 FD  ITEM-MASTER.
009100     COPY ITEMMREC.
009200
009300 FD  BIN-QUANTITY-FILE.
009400     COPY BINREC.
009500
009600 FD  LOCATION-MASTER.
009700     COPY LOCREC.
009800
009900 FD  PUTAWAY-LIST.
010000 01  PUTAWAY-LIST-LINE              PIC X(132).
010100
010200 FD  SUGGESTION-FILE.
010300     COPY BMTREC.
010400
010500 FD  EXCEPTION-FILE.
010600     COPY EXCREC.
010700
010800 FD  BUSDATE-FILE.
010900     COPY BUSDATE.
011000
011100 WORKING-STORAGE SECTION.
011200     COPY RETCODES.
011300
011400 01  WS-REL-STATUS                  PIC X(02) VALUE '00'.
011500     88  REL-STATUS-OK               VALUE '00'.
011600     88  REL-STATUS-EOF              VALUE '10'.
011700 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
011800     88  IM-STATUS-OK                VALUE '00'.
011900 01  WS-BIN-STATUS                  PIC X(02) VALUE '00'.
012000     88  BIN-STATUS-OK               VALUE '00'.
012100 01  WS-LOC-STATUS                  PIC X(02) VALUE '00'.
012200     88  LOC-STATUS-OK               VALUE '00'.
012300 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012400     88  BUSDATE-STATUS-OK           VALUE '00'.
012500
012600 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
012700     88  WS-BROWSE-DONE              VALUE 'Y'.
012800 01  WS-ITEM-FOUND-SW               PIC X(01) VALUE 'N'.
012900     88  WS-ITEM-FOUND               VALUE 'Y'.
013000 01  WS-FIT-OK-SW                   PIC X(01) VALUE 'N'.
013100     88  WS-FIT-OK                   VALUE 'Y'.
013200 01  WS-DEDICATED-SW                PIC X(01) VALUE 'N'.
013300     88  WS-DEDICATED                VALUE 'Y'.
013400 01  WS-TABLE-FULL-SW               PIC X(01) VALUE 'N'.
013500     88  WS-TABLE-FULL               VALUE 'Y'.
013600
013700*    THE RECEIPT BEING PLACED AND ITS ITEM'S ATTRIBUTES.  A
013800*    BLANK CLASS IS AMBIENT, AND A BIN WITH NO CLASSES TAKES
013900*    AMBIENT ONLY.
014000 01  WS-RCPT-OWNER                  PIC X(20) VALUE SPACES.
014100 01  WS-RCPT-ITEM-NAME              PIC X(20) VALUE SPACES.
014200 01  WS-RCPT-QTY                    PIC 9(05) VALUE ZERO.
014300 01  WS-RCPT-LOT                    PIC X(10) VALUE SPACES.
014400 01  WS-HOME-LOC                    PIC X(10) VALUE SPACES.
014500 01  WS-ITEM-WEIGHT                 PIC 9(05)V9(03) VALUE ZERO.
014600 01  WS-ITEM-CUBE                   PIC 9(03)V9(04) VALUE ZERO.
014700 01  WS-ITEM-CLASS                  PIC X(01) VALUE SPACE.
014800 01  WS-LOC-CLASSES                 PIC X(04) VALUE SPACES.
014900 01  WS-CLASS-HITS                  PIC 9(03) COMP VALUE ZERO.
015000 01  WS-NEED-WEIGHT                 PIC 9(11)V9(03) VALUE ZERO.
015100 01  WS-NEED-CUBE                   PIC 9(09)V9(04) VALUE ZERO.
015200 01  WS-TRY-WEIGHT                  PIC 9(11)V9(03) VALUE ZERO.
015300 01  WS-TRY-CUBE                    PIC 9(09)V9(04) VALUE ZERO.
015400
015500*    THE BIN CHOSEN, AND WHY - EXISTING, HOME, CLASS OR OPEN.
015600 01  WS-TRY-LOC                     PIC X(10) VALUE SPACES.
015700 01  WS-PICK-LOC                    PIC X(10) VALUE SPACES.
015800 01  WS-PICK-REASON                 PIC X(08) VALUE SPACES.
015900 01  WS-FALLBACK-LOC                PIC X(10) VALUE SPACES.
016000
016100*    SPACE IN USE BY BIN - ONE ENTRY PER OCCUPIED LOCATION,
016200*    PLUS WHAT THIS RUN HAS ALREADY SENT TO IT.
016300 01  WS-OCC-LOC                     PIC X(10) VALUE SPACES.
016400 01  WS-OCC-QTY                     PIC 9(05) VALUE ZERO.
016500 01  WS-OCCUPANCY-TABLE.
016600     05  WS-OCC-ENTRY OCCURS 3000 TIMES.
016700         10  WS-OCC-LOC-ID          PIC X(10).
016800         10  WS-OCC-WEIGHT          PIC 9(11)V9(03).
016900         10  WS-OCC-CUBE            PIC 9(09)V9(04).
017000 01  WS-OCC-COUNT                   PIC 9(05) COMP VALUE ZERO.
017100 01  WS-OCC-SUB                     PIC 9(05) COMP VALUE ZERO.
017200 01  WS-OCC-FOUND-SUB               PIC 9(05) COMP VALUE ZERO.
017300
017400 01  WS-LINES-READ                  PIC 9(07) COMP VALUE ZERO.
017500 01  WS-RECEIPTS-PLACED             PIC 9(07) COMP VALUE ZERO.
017600 01  WS-RECEIPTS-UNPLACED           PIC 9(07) COMP VALUE ZERO.
017700 01  WS-PRT-PLACED                  PIC 9(07) VALUE ZERO.
017800 01  WS-PRT-UNPLACED                PIC 9(07) VALUE ZERO.
017900
018000 01  WS-CURRENT-DATE-TIME.
018100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
018200     05  WS-TIME-HHMMSSHH           PIC 9(08).
018300     05  FILLER                     PIC X(05).
018400
018500 PROCEDURE DIVISION.
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE
018800         THRU 1000-INITIALIZE-EXIT.
018900
019000     PERFORM 2000-PLACE-NEXT-RECEIPT
019100         THRU 2000-PLACE-NEXT-RECEIPT-EXIT
019200         UNTIL REL-STATUS-EOF.
019300
019400     PERFORM 9000-FINISH
019500         THRU 9000-FINISH-EXIT.
019600     MOVE WS-RETURN-CODE TO RETURN-CODE.
019700     GO TO 9999-EXIT.
019800
019900 1000-INITIALIZE.
020000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020100     PERFORM 1050-GET-BUSINESS-DATE
020200         THRU 1050-GET-BUSINESS-DATE-EXIT.
020300*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
020400*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
020500     OPEN OUTPUT EXCEPTION-FILE.
020600     OPEN OUTPUT SUGGESTION-FILE.
020700     OPEN OUTPUT PUTAWAY-LIST.
020800     MOVE SPACES TO PUTAWAY-LIST-LINE.
020900     STRING 'PUT-AWAY LIST ' WS-TODAY-YYYYMMDD
021000            ' ' WS-TIME-HHMMSSHH(1:4)
021100         DELIMITED BY SIZE
021200         INTO PUTAWAY-LIST-LINE
021300     END-STRING.
021400     WRITE PUTAWAY-LIST-LINE.
021500     MOVE SPACES TO PUTAWAY-LIST-LINE.
021600     STRING 'OWNER                ITEM                 '
021700            'LOT          QTY C TO BIN     WHY      DONE'
021800         DELIMITED BY SIZE
021900         INTO PUTAWAY-LIST-LINE
022000     END-STRING.
022100     WRITE PUTAWAY-LIST-LINE.
022200
022300     OPEN INPUT ITEM-MASTER.
022400     IF NOT IM-STATUS-OK
022500         DISPLAY 'PUTAWAY - UNABLE TO OPEN ITEMMAST, STATUS='
022600             WS-IM-STATUS
022700         SET RC-SEVERE TO TRUE
022800         SET REL-STATUS-EOF TO TRUE
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF.
023100     OPEN INPUT LOCATION-MASTER.
023200     IF NOT LOC-STATUS-OK
023300         DISPLAY 'PUTAWAY - UNABLE TO OPEN LOCMAST, STATUS='
023400             WS-LOC-STATUS
023500         SET RC-SEVERE TO TRUE
023600         SET REL-STATUS-EOF TO TRUE
023700         GO TO 1000-INITIALIZE-EXIT
023800     END-IF.
023900     OPEN INPUT BIN-QUANTITY-FILE.
024000     IF NOT BIN-STATUS-OK
024100         DISPLAY 'PUTAWAY - UNABLE TO OPEN BINQTY, STATUS='
024200             WS-BIN-STATUS
024300         SET RC-SEVERE TO TRUE
024400         SET REL-STATUS-EOF TO TRUE
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF.
024700     OPEN INPUT RELEASE-REGISTER.
024800     IF NOT REL-STATUS-OK
024900         DISPLAY 'PUTAWAY - UNABLE TO OPEN QCRELREG, STATUS='
025000             WS-REL-STATUS
025100         SET RC-SEVERE TO TRUE
025200         SET REL-STATUS-EOF TO TRUE
025300         GO TO 1000-INITIALIZE-EXIT
025400     END-IF.
025500
025600     PERFORM 1100-LOAD-OCCUPANCY
025700         THRU 1100-LOAD-OCCUPANCY-EXIT.
025800 1000-INITIALIZE-EXIT.
025900     EXIT.
026000
026100 1050-GET-BUSINESS-DATE.
026200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
026300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
026400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
026500*    CLOCK TIME FIELD STAYS REAL.
026600     OPEN INPUT BUSDATE-FILE.
026700     IF NOT BUSDATE-STATUS-OK
026800         GO TO 1050-GET-BUSINESS-DATE-EXIT
026900     END-IF.
027000     READ BUSDATE-FILE
027100         AT END
027200             CLOSE BUSDATE-FILE
027300             GO TO 1050-GET-BUSINESS-DATE-EXIT
027400     END-READ.
027500     CLOSE BUSDATE-FILE.
027600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
027700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
027800         DISPLAY 'PUTAWAY - RUNNING AS OF BUSINESS DATE '
027900             BUS-DATE
028000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
028100     END-IF.
028200 1050-GET-BUSINESS-DATE-EXIT.
028300     EXIT.
028400
028500 1100-LOAD-OCCUPANCY.
028600*    ONE PASS OF BINQTY PRICES EVERY OCCUPIED BIN AT ITS
028700*    ITEMS' UNIT CUBE AND WEIGHT - THE SAME MEASURE BINMOVE
028800*    APPLIES WHEN THE SUGGESTION IS POSTED.
028900     MOVE 'N' TO WS-BROWSE-DONE-SW.
029000     MOVE LOW-VALUES TO BIN-KEY.
029100     START BIN-QUANTITY-FILE KEY IS NOT LESS THAN BIN-KEY
029200         INVALID KEY SET WS-BROWSE-DONE TO TRUE
029300     END-START.
029400     PERFORM 1110-LOAD-ONE-BIN
029500         THRU 1110-LOAD-ONE-BIN-EXIT
029600         UNTIL WS-BROWSE-DONE.
029700 1100-LOAD-OCCUPANCY-EXIT.
029800     EXIT.
029900
030000 1110-LOAD-ONE-BIN.
030100     READ BIN-QUANTITY-FILE NEXT
030200         AT END SET WS-BROWSE-DONE TO TRUE
030300     END-READ.
030400     IF WS-BROWSE-DONE OR NOT BIN-STATUS-OK
030500         SET WS-BROWSE-DONE TO TRUE
030600         GO TO 1110-LOAD-ONE-BIN-EXIT
030700     END-IF.
030800     MOVE BIN-OWNER     TO IM-OWNER.
030900     MOVE BIN-ITEM-NAME TO IM-ITEM-NAME.
031000     PERFORM 2100-GET-ITEM-ATTRIBUTES
031100         THRU 2100-GET-ITEM-ATTRIBUTES-EXIT.
031200     IF WS-ITEM-FOUND
031300         MOVE BIN-LOC-ID TO WS-OCC-LOC
031400         MOVE BIN-QTY    TO WS-OCC-QTY
031500         PERFORM 5000-ADD-OCCUPANCY
031600             THRU 5000-ADD-OCCUPANCY-EXIT
031700     END-IF.
031800 1110-LOAD-ONE-BIN-EXIT.
031900     EXIT.
032000
032100 2000-PLACE-NEXT-RECEIPT.
032200     READ RELEASE-REGISTER
032300         AT END SET REL-STATUS-EOF TO TRUE
032400     END-READ.
032500     IF REL-STATUS-EOF
032600         GO TO 2000-PLACE-NEXT-RECEIPT-EXIT
032700     END-IF.
032800     ADD 1 TO WS-LINES-READ.
032900*    THE HEADING, OTHER DAYS AND STOCK RELEASED TO DAMAGED ARE
033000*    NOT PUT AWAY.
033100     IF REL-DATE NOT = WS-TODAY-YYYYMMDD
033200             OR NOT REL-TO-AVAILABLE
033300             OR REL-QTY IS NOT NUMERIC
033400             OR REL-QTY = ZERO
033500         GO TO 2000-PLACE-NEXT-RECEIPT-EXIT
033600     END-IF.
033700     MOVE REL-OWNER     TO WS-RCPT-OWNER.
033800     MOVE REL-ITEM-NAME TO WS-RCPT-ITEM-NAME.
033900     MOVE REL-QTY       TO WS-RCPT-QTY.
034000     MOVE REL-LOT-NO    TO WS-RCPT-LOT.
034100
034200     MOVE WS-RCPT-OWNER     TO IM-OWNER.
034300     MOVE WS-RCPT-ITEM-NAME TO IM-ITEM-NAME.
034400     PERFORM 2100-GET-ITEM-ATTRIBUTES
034500         THRU 2100-GET-ITEM-ATTRIBUTES-EXIT.
034600     IF NOT WS-ITEM-FOUND
034700         MOVE 'E431' TO EXC-REASON-CODE
034800         MOVE 'RELEASED ITEM NOT ON ITEM MASTER' TO
034900             EXC-REASON-TEXT
035000         PERFORM 2900-WRITE-EXCEPTION
035100             THRU 2900-WRITE-EXCEPTION-EXIT
035200         GO TO 2000-PLACE-NEXT-RECEIPT-EXIT
035300     END-IF.
035400     MOVE IM-LOCATION TO WS-HOME-LOC.
035500     COMPUTE WS-NEED-CUBE   = WS-RCPT-QTY * WS-ITEM-CUBE.
035600     COMPUTE WS-NEED-WEIGHT = WS-RCPT-QTY * WS-ITEM-WEIGHT.
035700     MOVE SPACES TO WS-PICK-LOC.
035800
035900     PERFORM 3000-TRY-EXISTING-BINS
036000         THRU 3000-TRY-EXISTING-BINS-EXIT.
036100     IF WS-PICK-LOC = SPACES AND WS-HOME-LOC NOT = SPACES
036200         MOVE WS-HOME-LOC TO WS-TRY-LOC
036300         PERFORM 4000-TEST-LOCATION
036400             THRU 4000-TEST-LOCATION-EXIT
036500         IF WS-FIT-OK
036600             MOVE WS-HOME-LOC TO WS-PICK-LOC
036700             MOVE 'HOME    ' TO WS-PICK-REASON
036800         END-IF
036900     END-IF.
037000     IF WS-PICK-LOC = SPACES
037100         PERFORM 3100-TRY-OPEN-BINS
037200             THRU 3100-TRY-OPEN-BINS-EXIT
037300     END-IF.
037400
037500     IF WS-PICK-LOC = SPACES
037600         ADD 1 TO WS-RECEIPTS-UNPLACED
037700         MOVE 'E432' TO EXC-REASON-CODE
037800         MOVE 'NO COMPATIBLE BIN WITH ROOM FOR RECEIPT' TO
037900             EXC-REASON-TEXT
038000         PERFORM 2900-WRITE-EXCEPTION
038100             THRU 2900-WRITE-EXCEPTION-EXIT
038200         GO TO 2000-PLACE-NEXT-RECEIPT-EXIT
038300     END-IF.
038400     PERFORM 2200-WRITE-SUGGESTION
038500         THRU 2200-WRITE-SUGGESTION-EXIT.
038600 2000-PLACE-NEXT-RECEIPT-EXIT.
038700     EXIT.
038800
038900 2100-GET-ITEM-ATTRIBUTES.
039000*    THE CALLER SETS IM-KEY.  AN UNMEASURED ITEM TAKES NO
039100*    SPACE.
039200     MOVE 'N' TO WS-ITEM-FOUND-SW.
039300     READ ITEM-MASTER
039400         INVALID KEY GO TO 2100-GET-ITEM-ATTRIBUTES-EXIT
039500     END-READ.
039600     SET WS-ITEM-FOUND TO TRUE.
039700     MOVE ZERO TO WS-ITEM-WEIGHT.
039800     MOVE ZERO TO WS-ITEM-CUBE.
039900     IF IM-UNIT-WEIGHT IS NUMERIC
040000         MOVE IM-UNIT-WEIGHT TO WS-ITEM-WEIGHT
040100     END-IF.
040200     IF IM-UNIT-CUBE IS NUMERIC
040300         MOVE IM-UNIT-CUBE TO WS-ITEM-CUBE
040400     END-IF.
040500     MOVE IM-STORAGE-CLASS TO WS-ITEM-CLASS.
040600     IF IM-AMBIENT
040700         MOVE 'A' TO WS-ITEM-CLASS
040800     END-IF.
040900 2100-GET-ITEM-ATTRIBUTES-EXIT.
041000     EXIT.
041100
041200 2200-WRITE-SUGGESTION.
041300*    A PUT-AWAY FROM THE DOCK - BLANK FROM-BIN - CARRYING THE
041400*    RECEIPT'S LOT.  THE BIN'S SPACE IS TAKEN AT ONCE SO A
041500*    LATER RECEIPT IN THE RUN CANNOT OVERFILL IT.
041600     MOVE WS-RCPT-OWNER     TO BMT-OWNER.
041700     MOVE WS-RCPT-ITEM-NAME TO BMT-ITEM-NAME.
041800     MOVE SPACES            TO BMT-FROM-LOC.
041900     MOVE WS-PICK-LOC       TO BMT-TO-LOC.
042000     MOVE WS-RCPT-QTY       TO BMT-QUANTITY.
042100     MOVE WS-RCPT-LOT       TO BMT-LOT-NUMBER.
042200     MOVE SPACES            TO BMT-OPERATOR.
042300     WRITE MOVE-TRAN-RECORD.
042400     ADD 1 TO WS-RECEIPTS-PLACED.
042500     MOVE WS-PICK-LOC TO WS-OCC-LOC.
042600     MOVE WS-RCPT-QTY TO WS-OCC-QTY.
042700     PERFORM 5000-ADD-OCCUPANCY
042800         THRU 5000-ADD-OCCUPANCY-EXIT.
042900
043000     MOVE SPACES TO PUTAWAY-LIST-LINE.
043100     STRING WS-RCPT-OWNER
043200            ' ' WS-RCPT-ITEM-NAME
043300            ' ' WS-RCPT-LOT
043400            ' ' WS-RCPT-QTY
043500            ' ' WS-ITEM-CLASS
043600            ' ' WS-PICK-LOC
043700            ' ' WS-PICK-REASON
043800            ' ____'
043900         DELIMITED BY SIZE
044000         INTO PUTAWAY-LIST-LINE
044100     END-STRING.
044200     WRITE PUTAWAY-LIST-LINE.
044300 2200-WRITE-SUGGESTION-EXIT.
044400     EXIT.
044500
044600 3000-TRY-EXISTING-BINS.
044700*    KEEP THE ITEM TOGETHER - THE FIRST BIN ALREADY HOLDING IT
044800*    THAT STILL TAKES THE WHOLE RECEIPT.
044900     MOVE 'N' TO WS-BROWSE-DONE-SW.
045000     MOVE WS-RCPT-OWNER     TO BIN-OWNER.
045100     MOVE WS-RCPT-ITEM-NAME TO BIN-ITEM-NAME.
045200     MOVE LOW-VALUES        TO BIN-LOC-ID.
045300     START BIN-QUANTITY-FILE KEY IS NOT LESS THAN BIN-KEY
045400         INVALID KEY SET WS-BROWSE-DONE TO TRUE
045500     END-START.
045600     PERFORM 3010-TRY-ONE-EXISTING-BIN
045700         THRU 3010-TRY-ONE-EXISTING-BIN-EXIT
045800         UNTIL WS-BROWSE-DONE.
045900 3000-TRY-EXISTING-BINS-EXIT.
046000     EXIT.
046100
046200 3010-TRY-ONE-EXISTING-BIN.
046300     READ BIN-QUANTITY-FILE NEXT
046400         AT END SET WS-BROWSE-DONE TO TRUE
046500     END-READ.
046600     IF WS-BROWSE-DONE OR NOT BIN-STATUS-OK
046700             OR BIN-OWNER NOT = WS-RCPT-OWNER
046800             OR BIN-ITEM-NAME NOT = WS-RCPT-ITEM-NAME
046900         SET WS-BROWSE-DONE TO TRUE
047000         GO TO 3010-TRY-ONE-EXISTING-BIN-EXIT
047100     END-IF.
047200     IF BIN-QTY = ZERO
047300         GO TO 3010-TRY-ONE-EXISTING-BIN-EXIT
047400     END-IF.
047500     MOVE BIN-LOC-ID TO WS-TRY-LOC.
047600     PERFORM 4000-TEST-LOCATION
047700         THRU 4000-TEST-LOCATION-EXIT.
047800     IF WS-FIT-OK
047900         MOVE WS-TRY-LOC TO WS-PICK-LOC
048000         MOVE 'EXISTING' TO WS-PICK-REASON
048100         SET WS-BROWSE-DONE TO TRUE
048200     END-IF.
048300 3010-TRY-ONE-EXISTING-BIN-EXIT.
048400     EXIT.
048500
048600 3100-TRY-OPEN-BINS.
048700*    ANY BIN ON THE MASTER.  ONE SET ASIDE FOR THE ITEM'S CLASS
048800*    ALONE WINS, SO AMBIENT STOCK DOES NOT FILL THE CHILLED
048900*    ROOM WHILE GENERAL RACKING HAS SPACE; OTHERWISE THE FIRST
049000*    BIN THAT TAKES IT.
049100     MOVE SPACES TO WS-FALLBACK-LOC.
049200     MOVE 'N' TO WS-BROWSE-DONE-SW.
049300     MOVE LOW-VALUES TO LOC-ID.
049400     START LOCATION-MASTER KEY IS NOT LESS THAN LOC-ID
049500         INVALID KEY SET WS-BROWSE-DONE TO TRUE
049600     END-START.
049700     PERFORM 3110-TRY-ONE-OPEN-BIN
049800         THRU 3110-TRY-ONE-OPEN-BIN-EXIT
049900         UNTIL WS-BROWSE-DONE.
050000     IF WS-PICK-LOC = SPACES AND WS-FALLBACK-LOC NOT = SPACES
050100         MOVE WS-FALLBACK-LOC TO WS-PICK-LOC
050200         MOVE 'OPEN    ' TO WS-PICK-REASON
050300     END-IF.
050400 3100-TRY-OPEN-BINS-EXIT.
050500     EXIT.
050600
050700 3110-TRY-ONE-OPEN-BIN.
050800     READ LOCATION-MASTER NEXT
050900         AT END SET WS-BROWSE-DONE TO TRUE
051000     END-READ.
051100     IF WS-BROWSE-DONE OR NOT LOC-STATUS-OK
051200         SET WS-BROWSE-DONE TO TRUE
051300         GO TO 3110-TRY-ONE-OPEN-BIN-EXIT
051400     END-IF.
051500     PERFORM 4100-TEST-FIT
051600         THRU 4100-TEST-FIT-EXIT.
051700     IF NOT WS-FIT-OK
051800         GO TO 3110-TRY-ONE-OPEN-BIN-EXIT
051900     END-IF.
052000     IF WS-DEDICATED
052100         MOVE LOC-ID TO WS-PICK-LOC
052200         MOVE 'CLASS   ' TO WS-PICK-REASON
052300         SET WS-BROWSE-DONE TO TRUE
052400         GO TO 3110-TRY-ONE-OPEN-BIN-EXIT
052500     END-IF.
052600     IF WS-FALLBACK-LOC = SPACES
052700         MOVE LOC-ID TO WS-FALLBACK-LOC
052800     END-IF.
052900 3110-TRY-ONE-OPEN-BIN-EXIT.
053000     EXIT.
053100
053200 4000-TEST-LOCATION.
053300*    READS WS-TRY-LOC FROM THE MASTER AND TESTS THE FIT.
053400     MOVE 'N' TO WS-FIT-OK-SW.
053500     MOVE WS-TRY-LOC TO LOC-ID.
053600     READ LOCATION-MASTER
053700         INVALID KEY GO TO 4000-TEST-LOCATION-EXIT
053800     END-READ.
053900     PERFORM 4100-TEST-FIT
054000         THRU 4100-TEST-FIT-EXIT.
054100 4000-TEST-LOCATION-EXIT.
054200     EXIT.
054300
054400 4100-TEST-FIT.
054500*    THE LOCATION RECORD IS IN THE AREA.  THE SAME RULES AS
054600*    BINMOVE - ACTIVE, CLASS ALLOWED, AND ROOM FOR THE WHOLE
054700*    RECEIPT WHERE A CAPACITY IS SET.
054800     MOVE 'N' TO WS-FIT-OK-SW.
054900     MOVE 'N' TO WS-DEDICATED-SW.
055000     IF NOT LOC-ACTIVE
055100         GO TO 4100-TEST-FIT-EXIT
055200     END-IF.
055300     MOVE LOC-STORAGE-CLASSES TO WS-LOC-CLASSES.
055400     IF WS-LOC-CLASSES = SPACES
055500         MOVE 'A' TO WS-LOC-CLASSES
055600     END-IF.
055700     MOVE ZERO TO WS-CLASS-HITS.
055800     INSPECT WS-LOC-CLASSES TALLYING WS-CLASS-HITS
055900         FOR ALL WS-ITEM-CLASS.
056000     IF WS-CLASS-HITS = ZERO
056100         GO TO 4100-TEST-FIT-EXIT
056200     END-IF.
056300     INSPECT WS-LOC-CLASSES REPLACING ALL WS-ITEM-CLASS
056400         BY SPACE.
056500     IF WS-LOC-CLASSES = SPACES
056600         SET WS-DEDICATED TO TRUE
056700     END-IF.
056800
056900     MOVE LOC-ID TO WS-OCC-LOC.
057000     PERFORM 5100-FIND-OCCUPANCY
057100         THRU 5100-FIND-OCCUPANCY-EXIT.
057200     MOVE WS-NEED-CUBE   TO WS-TRY-CUBE.
057300     MOVE WS-NEED-WEIGHT TO WS-TRY-WEIGHT.
057400     IF WS-OCC-FOUND-SUB > ZERO
057500         ADD WS-OCC-CUBE(WS-OCC-FOUND-SUB)   TO WS-TRY-CUBE
057600         ADD WS-OCC-WEIGHT(WS-OCC-FOUND-SUB) TO WS-TRY-WEIGHT
057700     END-IF.
057800*    A ZERO CAPACITY IS NOT LIMITED.
057900     IF LOC-MAX-CUBE IS NUMERIC AND LOC-MAX-CUBE > ZERO
058000             AND WS-TRY-CUBE > LOC-MAX-CUBE
058100         GO TO 4100-TEST-FIT-EXIT
058200     END-IF.
058300     IF LOC-MAX-WEIGHT IS NUMERIC AND LOC-MAX-WEIGHT > ZERO
058400             AND WS-TRY-WEIGHT > LOC-MAX-WEIGHT
058500         GO TO 4100-TEST-FIT-EXIT
058600     END-IF.
058700     SET WS-FIT-OK TO TRUE.
058800 4100-TEST-FIT-EXIT.
058900     EXIT.
059000
059100 2900-WRITE-EXCEPTION.
059200*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
059300*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
059400     MOVE 'PUTAWAY ' TO EXC-PROGRAM-ID.
059500     MOVE WS-RCPT-ITEM-NAME TO EXC-KEY-VALUE.
059600     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
059700     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
059800     MOVE SPACES TO EXC-OPERATOR-ID.
059900     WRITE EXC-RECORD.
060000     SET RC-WARNING TO TRUE.
060100 2900-WRITE-EXCEPTION-EXIT.
060200     EXIT.
060300
060400 5000-ADD-OCCUPANCY.
060500*    ADDS WS-OCC-QTY UNITS OF THE CURRENT ITEM AT WS-OCC-LOC.
060600*    A FULL TABLE LEAVES NEW BINS UNTRACKED.
060700     PERFORM 5100-FIND-OCCUPANCY
060800         THRU 5100-FIND-OCCUPANCY-EXIT.
060900     IF WS-OCC-FOUND-SUB = ZERO
061000         IF WS-OCC-COUNT NOT < 3000
061100             IF NOT WS-TABLE-FULL
061200                 DISPLAY 'PUTAWAY - OCCUPANCY TABLE FULL, '
061300                     'SOME BINS MAY BE OVERFILLED'
061400                 SET WS-TABLE-FULL TO TRUE
061500                 SET RC-WARNING TO TRUE
061600             END-IF
061700             GO TO 5000-ADD-OCCUPANCY-EXIT
061800         END-IF
061900         ADD 1 TO WS-OCC-COUNT
062000         MOVE WS-OCC-COUNT TO WS-OCC-FOUND-SUB
062100         MOVE WS-OCC-LOC TO WS-OCC-LOC-ID(WS-OCC-FOUND-SUB)
062200         MOVE ZERO TO WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
062300         MOVE ZERO TO WS-OCC-CUBE(WS-OCC-FOUND-SUB)
062400     END-IF.
062500     COMPUTE WS-OCC-CUBE(WS-OCC-FOUND-SUB) =
062600         WS-OCC-CUBE(WS-OCC-FOUND-SUB)
062700         + WS-OCC-QTY * WS-ITEM-CUBE.
062800     COMPUTE WS-OCC-WEIGHT(WS-OCC-FOUND-SUB) =
062900         WS-OCC-WEIGHT(WS-OCC-FOUND-SUB)
063000         + WS-OCC-QTY * WS-ITEM-WEIGHT.
063100 5000-ADD-OCCUPANCY-EXIT.
063200     EXIT.
063300
063400 5100-FIND-OCCUPANCY.
063500     MOVE ZERO TO WS-OCC-FOUND-SUB.
063600     PERFORM 5110-CHECK-ONE-OCCUPANCY
063700         THRU 5110-CHECK-ONE-OCCUPANCY-EXIT
063800         VARYING WS-OCC-SUB FROM 1 BY 1
063900         UNTIL WS-OCC-SUB > WS-OCC-COUNT
064000             OR WS-OCC-FOUND-SUB > ZERO.
064100 5100-FIND-OCCUPANCY-EXIT.
064200     EXIT.
064300
064400 5110-CHECK-ONE-OCCUPANCY.
064500     IF WS-OCC-LOC-ID(WS-OCC-SUB) = WS-OCC-LOC
064600         MOVE WS-OCC-SUB TO WS-OCC-FOUND-SUB
064700     END-IF.
064800 5110-CHECK-ONE-OCCUPANCY-EXIT.
064900     EXIT.
065000
065100 9000-FINISH.
065200     MOVE WS-RECEIPTS-PLACED   TO WS-PRT-PLACED.
065300     MOVE WS-RECEIPTS-UNPLACED TO WS-PRT-UNPLACED.
065400     MOVE SPACES TO PUTAWAY-LIST-LINE.
065500     STRING 'RECEIPTS PLACED ' WS-PRT-PLACED
065600            '  WITH NO BIN ' WS-PRT-UNPLACED
065700         DELIMITED BY SIZE
065800         INTO PUTAWAY-LIST-LINE
065900     END-STRING.
066000     WRITE PUTAWAY-LIST-LINE.
066100     CLOSE RELEASE-REGISTER.
066200     CLOSE ITEM-MASTER.
066300     CLOSE BIN-QUANTITY-FILE.
066400     CLOSE LOCATION-MASTER.
066500     CLOSE PUTAWAY-LIST.
066600     CLOSE SUGGESTION-FILE.
066700     CLOSE EXCEPTION-FILE.
066800     DISPLAY 'PUTAWAY - REGISTER LINES READ: ' WS-LINES-READ.
066900     DISPLAY 'PUTAWAY - RECEIPTS PLACED    : '
067000         WS-RECEIPTS-PLACED.
067100     DISPLAY 'PUTAWAY - RECEIPTS NOT PLACED: '
067200         WS-RECEIPTS-UNPLACED.
067300     DISPLAY 'PUTAWAY - RETURN CODE        : ' WS-RETURN-CODE.
067400 9000-FINISH-EXIT.
067500     EXIT.
067600
067700 9999-EXIT.
067800     STOP RUN.
