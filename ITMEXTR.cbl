004400*                    THE TICKETS INTAKE (SEE TICKREC), SO
004500*                    TICKAGE AGES BATCH FAILURES WITH THE
004600*                    REST OF THE QUEUE.
004700*   2026-10-15 RLW  CARRIES THE NEW UNIT_WEIGHT, UNIT_CUBE AND
004800*                    STORAGE_CLASS COLUMNS INTO BOTH THE EXTRACT
004900*                    AND ITEMMAST (SEE ITEMREC) FOR PUTAWAY AND
005000*                    THE BINMOVE CAPACITY CHECK.
005100*================================================================
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS IM-KEY
006200         FILE STATUS IS WS-IM-STATUS.
006300
006400     SELECT ABC-CLASS-FILE ASSIGN TO "ABCCLASS"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS ABC-KEY
006800         FILE STATUS IS WS-ABC-STATUS.
006900
007000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-BUSDATE-STATUS.
007300
007400     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-TICKET-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ITEM-EXTRACT.
008100     COPY ITEMREC.
008200     COPY CTLREC.
008300
008400 FD  ITEM-MASTER.
008500     COPY ITEMMREC.
008600
008700 FD  ABC-CLASS-FILE.
008800 01  ABC-CLASS-RECORD.
008900     05  ABC-KEY.
009000         10  ABC-OWNER               PIC X(20).
009100         10  ABC-ITEM-NAME           PIC X(20).
009200     05  ABC-CLASS                   PIC X(01).
009300
009400 FD  BUSDATE-FILE.
009500     COPY BUSDATE.
009600
009700 FD  TICKET-INTAKE.
009800     COPY TICKREC.
009900
010000 WORKING-STORAGE SECTION.
010100     EXEC SQL INCLUDE SQLCA END-EXEC.
010200     COPY ITEMWS.
010300     COPY RETCODES.
010400
010500 01  WS-DB-ITEM.
010600     05  WS-DB-OWNER                 PIC X(20).
010700     05  WS-DB-NAME                  PIC X(20).
010800     05  WS-DB-QTY-ON-HAND           PIC 9(05).
010900     05  WS-DB-REORDER-POINT         PIC 9(05).
011000     05  WS-DB-LOCATION              PIC X(10).
011100     05  WS-DB-UNIT-COST             PIC 9(05)V9(02).
011200     05  WS-DB-UNIT-WEIGHT           PIC 9(05)V9(03).
011300     05  WS-DB-UNIT-CUBE             PIC 9(03)V9(04).
011400     05  WS-DB-STORAGE-CLASS         PIC X(01).
011500
011600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
011700     88  BUSDATE-STATUS-OK           VALUE '00'.
011800 01  WS-ABC-STATUS                  PIC X(02) VALUE '00'.
011900     88  ABC-STATUS-OK               VALUE '00'.
012000 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
012100     88  IM-STATUS-OK                VALUE '00'.
012200 01  WS-ABC-OPEN-SW                 PIC X(01) VALUE 'N'.
012300     88  WS-ABC-OPEN                 VALUE 'Y'.
012400 01  WS-DB-EOF-SW                   PIC X(01) VALUE 'N'.
012500     88  WS-DB-AT-EOF                VALUE 'Y'.
012600 01  WS-READ-CLEAN-SW               PIC X(01) VALUE 'Y'.
012700     88  WS-READ-CLEAN               VALUE 'Y'.
012800
012900 01  WS-ROWS-EXTRACTED              PIC 9(07) COMP VALUE ZERO.
013000 01  WS-QTY-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
013100
013200 01  WS-CURRENT-DATE-TIME.
013300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
013400     05  WS-TIME-HHMMSSHH           PIC 9(08).
013500     05  FILLER                     PIC X(05).
013600
013700 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
013800     88  TICKET-STATUS-OK            VALUE '00'.
013900
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE
014300         THRU 1000-INITIALIZE-EXIT.
014400
014500     IF NOT RC-SEVERE
014600         PERFORM 2000-FETCH-NEXT-ROW
014700             THRU 2000-FETCH-NEXT-ROW-EXIT
014800             UNTIL WS-DB-AT-EOF
014900         PERFORM 3000-WRITE-TRAILER
015000             THRU 3000-WRITE-TRAILER-EXIT
015100     END-IF.
015200
015300     PERFORM 9000-FINISH
015400         THRU 9000-FINISH-EXIT.
015500
015600     IF RC-ERROR OR RC-SEVERE
015700         PERFORM 9500-OPEN-ERROR-TICKET
015800             THRU 9500-OPEN-ERROR-TICKET-EXIT
015900     END-IF.
016000     MOVE WS-RETURN-CODE TO RETURN-CODE.
016100     GO TO 9999-EXIT.
016200
016300 1000-INITIALIZE.
016400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016500     PERFORM 1050-GET-BUSINESS-DATE
016600         THRU 1050-GET-BUSINESS-DATE-EXIT.
016700     OPEN OUTPUT ITEM-EXTRACT.
016800*    THE INDEXED COMPANION REGENERATES WITH THE EXTRACT.
016900     OPEN OUTPUT ITEM-MASTER.
017000     IF NOT IM-STATUS-OK
017100         DISPLAY 'ITMEXTR - UNABLE TO OPEN ITEMMAST, STATUS='
017200             WS-IM-STATUS
017300         SET RC-SEVERE TO TRUE
017400         GO TO 1000-INITIALIZE-EXIT
017500     END-IF.
017600*    NO SIDE FILE MEANS NO ITEM HAS BEEN CLASSED YET - THE
017700*    EXTRACT CARRIES BLANKS AND NOTHING ELSE CHANGES.
017800     OPEN INPUT ABC-CLASS-FILE.
017900     IF ABC-STATUS-OK
018000         SET WS-ABC-OPEN TO TRUE
018100     END-IF.
018200
018300     EXEC SQL
018400         DECLARE EXTCUR CURSOR FOR
018500             SELECT owner, itemname, qty_on_hand,
018600                    reorder_point, location, unit_cost,
018700                    unit_weight, unit_cube, storage_class
018800                 FROM items
018900                 ORDER BY owner, itemname
019000     END-EXEC.
019100     EXEC SQL OPEN EXTCUR END-EXEC.
019200     IF SQLCODE NOT = 0
019300         DISPLAY 'ITMEXTR - UNABLE TO OPEN EXTCUR, SQLCODE='
019400             SQLCODE
019500         SET RC-SEVERE TO TRUE
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF.
019800
019900     PERFORM 1100-WRITE-HEADER
020000         THRU 1100-WRITE-HEADER-EXIT.
020100 1000-INITIALIZE-EXIT.
020200     EXIT.
020300
020400 1050-GET-BUSINESS-DATE.
020500*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
020600*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
020700*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
020800*    CLOCK TIME FIELD STAYS REAL.
020900     OPEN INPUT BUSDATE-FILE.
021000     IF NOT BUSDATE-STATUS-OK
021100         GO TO 1050-GET-BUSINESS-DATE-EXIT
021200     END-IF.
021300     READ BUSDATE-FILE
021400         AT END
021500             CLOSE BUSDATE-FILE
021600             GO TO 1050-GET-BUSINESS-DATE-EXIT
021700     END-READ.
021800     CLOSE BUSDATE-FILE.
021900     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
022000             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
022100         DISPLAY 'ITMEXTR - RUNNING AS OF BUSINESS DATE '
022200             BUS-DATE
022300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
022400     END-IF.
022500 1050-GET-BUSINESS-DATE-EXIT.
022600     EXIT.
022700
022800 1100-WRITE-HEADER.
022900     MOVE SPACES TO CTL-RECORD.
023000     SET CTL-IS-HEADER TO TRUE.
023100     MOVE 'ITEMEXT ' TO CTL-FILE-ID.
023200     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
023300     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
023400     MOVE ZERO TO CTL-RECORD-COUNT.
023500     MOVE ZERO TO CTL-HASH-TOTAL.
023600     WRITE CTL-RECORD.
023700 1100-WRITE-HEADER-EXIT.
023800     EXIT.
023900
024000 2000-FETCH-NEXT-ROW.
024100     EXEC SQL
024200         FETCH EXTCUR
024300             INTO :WS-DB-OWNER, :WS-DB-NAME, :WS-DB-QTY-ON-HAND,
024400                  :WS-DB-REORDER-POINT, :WS-DB-LOCATION,
024500                  :WS-DB-UNIT-COST, :WS-DB-UNIT-WEIGHT,
024600                  :WS-DB-UNIT-CUBE, :WS-DB-STORAGE-CLASS
024700     END-EXEC.
024800
024900     IF SQLCODE = 100
025000         SET WS-DB-AT-EOF TO TRUE
025100         GO TO 2000-FETCH-NEXT-ROW-EXIT
025200     END-IF.
025300     IF SQLCODE NOT = 0
025400*        AN INCOMPLETE READ MUST FAIL THE STEP - DOWNSTREAM
025500*        REPORTS RECONCILING AGAINST HALF AN EXTRACT HAVE BURNT
025600*        US BEFORE.
025700         DISPLAY 'ITMEXTR - FETCH FAILED, SQLCODE=' SQLCODE
025800         MOVE 'N' TO WS-READ-CLEAN-SW
025900         SET WS-DB-AT-EOF TO TRUE
026000         SET RC-ERROR TO TRUE
026100         GO TO 2000-FETCH-NEXT-ROW-EXIT
026200     END-IF.
026300
026400     MOVE WS-DB-OWNER         TO ITEM-OWNER.
026500     MOVE WS-DB-NAME          TO ITEM-NAME.
026600     MOVE WS-DB-QTY-ON-HAND   TO ITEM-QTY-ON-HAND.
026700     MOVE WS-DB-REORDER-POINT TO ITEM-REORDER-POINT.
026800     MOVE WS-DB-LOCATION      TO ITEM-LOCATION.
026900     MOVE WS-DB-UNIT-COST     TO ITEM-UNIT-COST.
027000     MOVE WS-DB-UNIT-WEIGHT   TO ITEM-UNIT-WEIGHT.
027100     MOVE WS-DB-UNIT-CUBE     TO ITEM-UNIT-CUBE.
027200     MOVE WS-DB-STORAGE-CLASS TO ITEM-STORAGE-CLASS.
027300     PERFORM 2100-MERGE-ABC-CLASS
027400         THRU 2100-MERGE-ABC-CLASS-EXIT.
027500     WRITE ITEM-RECORD.
027600
027700     MOVE WS-DB-OWNER         TO IM-OWNER.
027800     MOVE WS-DB-NAME          TO IM-ITEM-NAME.
027900     MOVE WS-DB-QTY-ON-HAND   TO IM-QTY-ON-HAND.
028000     MOVE WS-DB-REORDER-POINT TO IM-REORDER-POINT.
028100     MOVE WS-DB-LOCATION      TO IM-LOCATION.
028200     MOVE WS-DB-UNIT-COST     TO IM-UNIT-COST.
028300     MOVE ITEM-ABC-CLASS      TO IM-ABC-CLASS.
028400     MOVE WS-DB-UNIT-WEIGHT   TO IM-UNIT-WEIGHT.
028500     MOVE WS-DB-UNIT-CUBE     TO IM-UNIT-CUBE.
028600     MOVE WS-DB-STORAGE-CLASS TO IM-STORAGE-CLASS.
028700     WRITE ITEM-MASTER-RECORD
028800         INVALID KEY CONTINUE
028900     END-WRITE.
029000     ADD 1 TO WS-ROWS-EXTRACTED.
029100     ADD WS-DB-QTY-ON-HAND TO WS-QTY-HASH-TOTAL.
029200 2000-FETCH-NEXT-ROW-EXIT.
029300     EXIT.
029400
029500 2100-MERGE-ABC-CLASS.
029600     MOVE SPACE TO ITEM-ABC-CLASS.
029700     IF NOT WS-ABC-OPEN
029800         GO TO 2100-MERGE-ABC-CLASS-EXIT
029900     END-IF.
030000     MOVE WS-DB-OWNER TO ABC-OWNER.
030100     MOVE WS-DB-NAME  TO ABC-ITEM-NAME.
030200     READ ABC-CLASS-FILE
030300         INVALID KEY CONTINUE
030400         NOT INVALID KEY MOVE ABC-CLASS TO ITEM-ABC-CLASS
030500     END-READ.
030600 2100-MERGE-ABC-CLASS-EXIT.
030700     EXIT.
030800
030900 3000-WRITE-TRAILER.
031000     EXEC SQL CLOSE EXTCUR END-EXEC.
031100
031200     IF NOT WS-READ-CLEAN
031300*        A TRAILER MATCHING THE PARTIAL DATA WOULD LET EVERY
031400*        CONSUMER PASS ITS CONTROL CHECK - WITHHOLD IT AND LET
031500*        THE MISSING TRAILER FAIL THEM LOUDLY.
031600         DISPLAY 'ITMEXTR - TRAILER WITHHELD, EXTRACT INCOMPLETE'
031700         GO TO 3000-WRITE-TRAILER-EXIT
031800     END-IF.
031900
032000     MOVE SPACES TO CTL-RECORD.
032100     SET CTL-IS-TRAILER TO TRUE.
032200     MOVE 'ITEMEXT ' TO CTL-FILE-ID.
032300     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
032400     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
032500     MOVE WS-ROWS-EXTRACTED TO CTL-RECORD-COUNT.
032600     MOVE WS-QTY-HASH-TOTAL TO CTL-HASH-TOTAL.
032700     WRITE CTL-RECORD.
032800 3000-WRITE-TRAILER-EXIT.
032900     EXIT.
033000
033100 9000-FINISH.
033200     IF WS-ABC-OPEN
033300         CLOSE ABC-CLASS-FILE
033400     END-IF.
033500     CLOSE ITEM-EXTRACT.
033600     CLOSE ITEM-MASTER.
033700     DISPLAY 'ITMEXTR - ROWS EXTRACTED: ' WS-ROWS-EXTRACTED.
033800     DISPLAY 'ITMEXTR - READ COMPLETE : ' WS-READ-CLEAN-SW.
033900     DISPLAY 'ITMEXTR - RETURN CODE   : ' WS-RETURN-CODE.
034000 9000-FINISH-EXIT.
034100     EXIT.
034200
034300 9500-OPEN-ERROR-TICKET.
034400*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
034500*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
034600*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
034700     OPEN EXTEND TICKET-INTAKE.
034800     IF NOT TICKET-STATUS-OK
034900         OPEN OUTPUT TICKET-INTAKE
035000     END-IF.
035100     IF NOT TICKET-STATUS-OK
035200         DISPLAY 'ITMEXTR - UNABLE TO OPEN TICKETS, STATUS='
035300             WS-TICKET-STATUS
035400         GO TO 9500-OPEN-ERROR-TICKET-EXIT
035500     END-IF.
035600*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
035700*    UNIQUE WITHIN THE DAY THE SAME WAY.
035800     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
035900     MOVE 'ITMEXTR ' TO TICK-PROGRAM.
036000     MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
036100         TICK-ERROR-DETAIL.
036200     SET TICK-OPEN TO TRUE.
036300     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
036400     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
036500     MOVE ZERO TO TICK-RESOLVED-DATE.
036600     WRITE TICKET-RECORD.
036700     CLOSE TICKET-INTAKE.
036800 9500-OPEN-ERROR-TICKET-EXIT.
036900     EXIT.
037000
037100 9999-EXIT.
037200     STOP RUN.
