005300*                    LOT CONSUMED TO ZERO AVAILABLE ONLY LEAVES
005400*                    THE FILE ONCE ITS HELD QUANTITY IS ZERO
005500*                    TOO.
005600*   2026-10-15 RLW  EACH LINE PICKS UP ITS ORDER HEADER FROM THE
005700*                    INDEXED ORDHDR FILE (SEE OHDRREC) - SHIP-TO,
005800*                    REQUESTED SHIP DATE AND CARRIER ARE CARRIED
005900*                    THROUGH THE ORDER TABLE AND THE PICK SORT
006000*                    AND PRINTED ON THE PICK LIST, SO THE PICKER
006100*                    STAGES EACH LINE FOR ITS CONSIGNEE.  A LINE
006200*                    WITH NO HEADER ALLOCATES AS BEFORE AND IS
006300*                    COUNTED AS UNADDRESSED.
006400*   2026-10-15 RLW  EVERY ALLOCATED LINE IS NOW RECORDED ON THE
006500*                    INDEXED ALLOCMST FILE (SEE ALOCREC), SO
006600*                    ORDCANC CAN RETURN AN UNPICKED LINE'S
006700*                    STOCK ON A CANCELLATION AND PICKCONF CAN
006800*                    MARK IT PICKED.
006900*   2026-10-15 RLW  WAVE PLANNING - THE ALLOCATED LINES NOW SORT
007000*                    INTO PICK WAVES BY CARRIER CUTOFF TIME,
007100*                    THEN ORDR-PRIORITY, AND EACH WAVE PRINTS AS
007200*                    ONE PICK LIST PER ZONE (SEE LOCREC), SO THE
007300*                    EARLY TRUCKS AND RUSH ORDERS GO TO THE
007400*                    FLOOR FIRST.  THE ORDALLOC CARD ON PARMCARD
007500*                    (SEE PARMREC) CARRIES THE CARRIER CUTOFFS
007600*                    AND AN OPTIONAL LINE CAP PER WAVE.  EACH
007700*                    LINE'S WAVE IS STAMPED ON ALLOCMST FOR
007800*                    PICKCONF.
007900*   2026-10-15 RLW  UNITS OF MEASURE - THE ORDER LINE NOW CARRIES
008000*                    THE UNIT IT WAS ORDERED IN AND ITS FACTOR
008100*                    (SEE UOMREC); THE QUANTITY IS STILL EACHES.
008200*                    THE UNIT RIDES THE TABLE AND THE PICK SORT
008300*                    ONTO ALLOCMST, AND THE PICK LIST SHOWS THE
008400*                    ALLOCATED QUANTITY IN THE ORDERED UNIT
008500*                    BESIDE THE EACHES.
008600*   2026-10-15 RLW  LOT TRACEABILITY - THE ITEM GROUP'S LOTS ARE
008700*                    NOW CONSUMED LINE BY LINE, STILL EARLIEST
008800*                    EXPIRY FIRST, AND THE LOTS EACH LINE TOOK
008900*                    ARE RECORDED WITH THEIR QUANTITIES ON ITS
009000*                    ALLOCMST RECORD (SEE ALOCREC), FOR PICKCONF
009100*                    TO CARRY ONTO THE MANIFEST.
009200*   2026-10-15 RLW  CREDIT HOLD - A LINE WHOSE OWNER IS ON
009300*                    CREDIT HOLD ON THE OWNCRED FILE (SEE
009400*                    OCRREC) IS NOT ALLOCATED.  IT IS WRITTEN
009500*                    UNCHANGED TO THE ORDHOLDN NEW COPY, WHICH
009600*                    OPERATIONS SWAPS IN AS ORDHOLD, AND EACH RUN
009700*                    RELOADS THE ORDHOLD LINES AHEAD OF THE ORDR
009800*                    QUEUE - SO A HELD LINE ALLOCATES ON THE
009900*                    FIRST RUN AFTER ITS OWNER IS RELEASED.
010000*   2026-10-15 RLW  STOCK MOVEMENT EVENTS - EACH ORDER LINE
010100*                    ALLOCATED ALSO APPENDS AN 'ALOC' EVENT TO
010200*                    THE STKMOVE JOURNAL (SEE MEVTREC) FOR STKPUB
010300*                    TO SEND TO THE OWNERS WHO SUBSCRIBE.
010400*   2026-10-15 RLW  A NEW ALLOCMST RECORD STARTS OFF RECALL HOLD
010500*                    (SEE ALOCREC) - LOTRECAL SETS IT.
010600*================================================================
010700 ENVIRONMENT DIVISION.
010800 INPUT-OUTPUT SECTION.
010900 FILE-CONTROL.
011000     SELECT ORDER-QUEUE-FILE ASSIGN TO "ORDR"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-ORDR-STATUS.
011300
011400     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS DYNAMIC
011700         RECORD KEY IS LOT-KEY
011800         FILE STATUS IS WS-LOT-STATUS.
011900
012000     SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS DYNAMIC
012300         RECORD KEY IS OHDR-KEY
012400         FILE STATUS IS WS-OHDR-STATUS.
012500
012600     SELECT ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
012700         ORGANIZATION IS INDEXED
012800         ACCESS MODE IS DYNAMIC
012900         RECORD KEY IS ALOC-KEY
013000         FILE STATUS IS WS-ALOC-STATUS.
013100
013200     SELECT CREDIT-FILE ASSIGN TO "OWNCRED"
013300         ORGANIZATION IS INDEXED
013400         ACCESS MODE IS DYNAMIC
013500         RECORD KEY IS OCR-OWNER
013600         FILE STATUS IS WS-OCR-STATUS.
013700
013800     SELECT HELD-ORDER-FILE ASSIGN TO "ORDHOLD"
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         FILE STATUS IS WS-OHLD-STATUS.
014100
014200     SELECT HELD-ORDER-NEW ASSIGN TO "ORDHOLDN"
014300         ORGANIZATION IS LINE SEQUENTIAL.
014400
014500     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
014600         ORGANIZATION IS LINE SEQUENTIAL
014700         FILE STATUS IS WS-PARM-STATUS.
014800
014900     SELECT SORT-WORK ASSIGN TO "ORDASWRK".
015000
015100     SELECT PICK-LIST ASSIGN TO "PICKLIST"
015200         ORGANIZATION IS LINE SEQUENTIAL.
015300
015400     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
015500         ORGANIZATION IS LINE SEQUENTIAL
015600         FILE STATUS IS WS-BKO-STATUS.
015700
015800     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
015900         ORGANIZATION IS LINE SEQUENTIAL
016000         FILE STATUS IS WS-MEVT-STATUS.
016100
016200     SELECT EXCEPTION-FILE ASSIGN TO "ORDAEXC"
016300         ORGANIZATION IS LINE SEQUENTIAL.
016400
016500     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
016600         ORGANIZATION IS LINE SEQUENTIAL
016700         FILE STATUS IS WS-TICKET-STATUS.
016800
016900 DATA DIVISION.
017000 FILE SECTION.
017100 FD  ORDER-QUEUE-FILE.
017200 01  ORDER-MESSAGE.
017300     05  ORDR-ORDER-NO               PIC X(08).
017400     05  ORDR-OWNER                  PIC X(20).
017500     05  ORDR-ITEM-NAME              PIC X(20).
017600     05  ORDR-QUANTITY               PIC 9(05).
017700*    1 = RUSH .. 9 = FILL LAST.  BLANK OR UNREADABLE TAKES THE
017800*    STANDARD CLASS 5, SO OLD ORDER FILES STILL ALLOCATE.
017900     05  ORDR-PRIORITY               PIC 9(01).
018000*    THE UNIT THE CUSTOMER ORDERED IN - ORDR-QUANTITY IS ALREADY
018100*    CONVERTED TO EACHES.  BLANK ON AN OLD FILE MEANS EA.
018200     05  ORDR-ORDER-UOM              PIC X(02).
018300     05  ORDR-UOM-FACTOR             PIC 9(05).
018400
018500 FD  LOT-MASTER.
018600     COPY LOTREC.
018700
018800 FD  ORDER-HEADER-FILE.
018900     COPY OHDRREC.
019000
019100 FD  ALLOCATION-MASTER.
019200     COPY ALOCREC.
019300
019400 FD  CREDIT-FILE.
019500     COPY OCRREC.
019600
019700*    CREDIT-HELD ORDER LINES, IN THE ORDR LAYOUT - LAST RUN'S
019800*    IN, THIS RUN'S OUT.
019900 FD  HELD-ORDER-FILE.
020000 01  HELD-ORDER-RECORD               PIC X(61).
020100
020200 FD  HELD-ORDER-NEW.
020300 01  HELD-ORDER-NEW-RECORD           PIC X(61).
020400
020500 FD  PARM-CARD-FILE.
020600     COPY PARMREC.
020700
020800 SD  SORT-WORK.
020900 01  SORT-PICK-RECORD.
021000     05  SORT-LOCATION               PIC X(10).
021100     05  SORT-ORDER-NO               PIC X(08).
021200     05  SORT-OWNER                  PIC X(20).
021300     05  SORT-ITEM-NAME              PIC X(20).
021400     05  SORT-QUANTITY               PIC 9(05).
021500     05  SORT-SHIP-TO-ID             PIC X(10).
021600     05  SORT-REQ-SHIP-DATE          PIC 9(08).
021700     05  SORT-CARRIER                PIC X(04).
021800     05  SORT-CUTOFF                 PIC 9(04).
021900     05  SORT-PRIORITY               PIC 9(01).
022000     05  SORT-ORDER-UOM              PIC X(02).
022100     05  SORT-UOM-FACTOR             PIC 9(05).
022200
022300 FD  PICK-LIST.
022400 01  PICK-LIST-LINE                 PIC X(132).
022500
022600 FD  BACKORDER-FILE.
022700 01  BACKORDER-RECORD.
022800     05  BKO-ORDER-NO                PIC X(08).
022900     05  BKO-OWNER                   PIC X(20).
023000     05  BKO-ITEM-NAME               PIC X(20).
023100     05  BKO-QTY-ORDERED             PIC 9(05).
023200     05  BKO-QTY-ON-HAND             PIC 9(05).
023300     05  BKO-RUN-DATE                PIC X(08).
023400
023500 FD  MOVEMENT-EVENTS.
023600     COPY MEVTREC.
023700
023800 FD  EXCEPTION-FILE.
023900     COPY EXCREC.
024000
024100 FD  TICKET-INTAKE.
024200     COPY TICKREC.
024300
024400 WORKING-STORAGE SECTION.
024500     EXEC SQL INCLUDE SQLCA END-EXEC.
024600     COPY RETCODES.
024700
024800 01  WS-ORDR-STATUS                 PIC X(02) VALUE '00'.
024900     88  ORDR-STATUS-OK              VALUE '00'.
025000     88  ORDR-STATUS-EOF             VALUE '10'.
025100 01  WS-BKO-STATUS                  PIC X(02) VALUE '00'.
025200     88  BKO-STATUS-OK               VALUE '00'.
025300 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
025400     88  MEVT-STATUS-OK              VALUE '00'.
025500
025600 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
025700     88  SORT-AT-EOF                 VALUE 'Y'.
025800
025900 01  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
026000     88  WS-ROW-FOUND                VALUE 'Y'.
026100 01  WS-ON-HAND                     PIC 9(05) VALUE ZERO.
026200 01  WS-ITEM-LOCATION               PIC X(10) VALUE SPACES.
026300
026400 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
026500     88  LOT-STATUS-OK               VALUE '00'.
026600 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
026700     88  WS-LOTS-OPEN                VALUE 'Y'.
026800 01  WS-OHDR-STATUS                 PIC X(02) VALUE '00'.
026900     88  OHDR-STATUS-OK              VALUE '00'.
027000 01  WS-OHDR-OPEN-SW                PIC X(01) VALUE 'N'.
027100     88  WS-OHDR-OPEN                VALUE 'Y'.
027200 01  WS-ALOC-STATUS                 PIC X(02) VALUE '00'.
027300     88  ALOC-STATUS-OK              VALUE '00'.
027400 01  WS-ALOC-OPEN-SW                PIC X(01) VALUE 'N'.
027500     88  WS-ALOC-OPEN                VALUE 'Y'.
027600 01  WS-ALOC-FOUND-SW               PIC X(01) VALUE 'N'.
027700     88  WS-ALOC-FOUND               VALUE 'Y'.
027800 01  WS-ITEM-HAS-LOTS-SW            PIC X(01) VALUE 'N'.
027900     88  WS-ITEM-HAS-LOTS            VALUE 'Y'.
028000 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
028100     88  WS-BROWSE-DONE              VALUE 'Y'.
028200 01  WS-OCR-STATUS                  PIC X(02) VALUE '00'.
028300     88  OCR-STATUS-OK               VALUE '00'.
028400 01  WS-OCR-OPEN-SW                 PIC X(01) VALUE 'N'.
028500     88  WS-OCR-OPEN                 VALUE 'Y'.
028600 01  WS-OHLD-STATUS                 PIC X(02) VALUE '00'.
028700     88  OHLD-STATUS-OK              VALUE '00'.
028800     88  OHLD-STATUS-EOF             VALUE '10'.
028900 01  WS-OWNER-HELD-SW               PIC X(01) VALUE 'N'.
029000     88  WS-OWNER-HELD               VALUE 'Y'.
029100 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
029200     88  PARM-STATUS-OK              VALUE '00'.
029300     88  PARM-STATUS-EOF             VALUE '10'.
029400 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
029500     88  WS-PARM-FOUND               VALUE 'Y'.
029600
029700*    THE ORDALLOC CARD'S OPTION COLUMNS - SEE 1090.
029800 01  WS-ALLOC-PARM.
029900     05  WS-PARM-WAVE-CAP           PIC X(04).
030000     05  WS-PARM-CUTOFF OCCURS 7 TIMES.
030100         10  WS-PARM-CARRIER        PIC X(04).
030200         10  WS-PARM-CUTOFF-TIME    PIC X(04).
030300     05  FILLER                     PIC X(12).
030400 01  WS-CHECK-TIME                  PIC 9(04) VALUE ZERO.
030500 01  WS-CHECK-TIME-R REDEFINES WS-CHECK-TIME.
030600     05  WS-CHECK-HH                PIC 9(02).
030700     05  WS-CHECK-MM                PIC 9(02).
030800
030900*    CARRIER CUTOFFS FROM THE CARD.  A CARRIER NOT ON THE CARD,
031000*    OR A LINE WITH NO CARRIER, GOES IN THE LAST WAVES AT 2359.
031100 01  WS-CUTOFF-TABLE.
031200     05  WS-CUT-ENTRY OCCURS 7 TIMES.
031300         10  WS-CUT-CARRIER         PIC X(04).
031400         10  WS-CUT-TIME            PIC 9(04).
031500 01  WS-CUT-COUNT                   PIC 9(01) COMP VALUE ZERO.
031600 01  WS-CUT-SUB                     PIC 9(01) COMP VALUE ZERO.
031700*    ZERO MEANS NO CAP - A WAVE RUNS TO ITS CUTOFF/PRIORITY
031800*    BREAK.
031900 01  WS-WAVE-CAP                    PIC 9(04) VALUE ZERO.
032000
032100*    WAVE AND ZONE CONTROL BREAKS ON THE PICK LIST.
032200 01  WS-FIRST-PICK-SW               PIC X(01) VALUE 'Y'.
032300     88  WS-FIRST-PICK               VALUE 'Y'.
032400 01  WS-WAVE-NO                     PIC 9(03) VALUE ZERO.
032500 01  WS-WAVE-LINES                  PIC 9(05) VALUE ZERO.
032600 01  WS-ZONE-LINES                  PIC 9(05) VALUE ZERO.
032700 01  WS-PREV-CUTOFF                 PIC 9(04) VALUE ZERO.
032800 01  WS-PREV-PRIORITY               PIC 9(01) VALUE ZERO.
032900 01  WS-PREV-ZONE                   PIC X(02) VALUE SPACES.
033000 01  WS-ZONE-LISTS                  PIC 9(07) COMP VALUE ZERO.
033100
033200*    THE LINE'S LOTS, LOADED ON A KEYED BROWSE AND CONSUMED
033300*    EARLIEST EXPIRY FIRST.  AN UNKNOWN (ZERO) EXPIRY CONSUMES
033400*    LAST, AND AN EXPIRED LOT IS NEVER A CANDIDATE.
033500 01  WS-LOT-TABLE.
033600     05  WS-LOT-ENTRY OCCURS 50 TIMES.
033700         10  WS-LOT-NO              PIC X(10).
033800         10  WS-LOT-EXPIRY          PIC 9(08).
033900         10  WS-LOT-LEFT            PIC 9(05).
034000 01  WS-LOT-COUNT                   PIC 9(03) COMP VALUE ZERO.
034100 01  WS-LOT-SUB                     PIC 9(03) COMP VALUE ZERO.
034200 01  WS-LOT-PICK-SUB                PIC 9(03) COMP VALUE ZERO.
034300 01  WS-LOT-GOOD-TOTAL              PIC 9(07) VALUE ZERO.
034400*    THE GROUP TOTAL CAN EXCEED A SINGLE LINE'S FIVE DIGITS.
034500 01  WS-LOT-REMAINING               PIC 9(07) VALUE ZERO.
034600 01  WS-LOT-TAKE                    PIC 9(05) VALUE ZERO.
034700 01  WS-PICK-UNITS                  PIC 9(05) VALUE ZERO.
034800 01  WS-PICK-EACHES                 PIC 9(05) VALUE ZERO.
034900 01  WS-PICK-UOM-TEXT               PIC X(20) VALUE SPACES.
035000 01  WS-LINES-LOT-SHORT             PIC 9(07) COMP VALUE ZERO.
035100*    THE LOT TRACE - THE LINE'S SLOTS AS ITS LOTS ARE TAKEN,
035200*    THEN THE MATCHING SLOT ON ITS ALLOCMST RECORD.
035300 01  WS-LINE-LOT-COUNT              PIC 9(01) COMP VALUE ZERO.
035400 01  WS-TRACE-SUB                   PIC 9(01) COMP VALUE ZERO.
035500 01  WS-ALOC-SLOT                   PIC 9(01) COMP VALUE ZERO.
035600 01  WS-LINES-TRACE-OVERFLOW        PIC 9(07) COMP VALUE ZERO.
035700
035800*    THE RUN'S ORDER LINES - LOADED FIRST, ALLOCATED BY ITEM
035900*    GROUP SO A SHORT ITEM CAN BE SPLIT FAIRLY.
036000 01  WS-ORD-TABLE.
036100     05  WS-ORD-ENTRY OCCURS 1000 TIMES.
036200         10  OT-ORDER-NO            PIC X(08).
036300         10  OT-OWNER               PIC X(20).
036400         10  OT-ITEM-NAME           PIC X(20).
036500         10  OT-QTY                 PIC 9(05).
036600         10  OT-PRIORITY            PIC 9(01).
036700         10  OT-ALLOC               PIC 9(05).
036800         10  OT-DONE-SW             PIC X(01).
036900         10  OT-SHIP-TO-ID          PIC X(10).
037000         10  OT-REQ-SHIP-DATE       PIC 9(08).
037100         10  OT-CARRIER             PIC X(04).
037200         10  OT-ORDER-UOM           PIC X(02).
037300         10  OT-UOM-FACTOR          PIC 9(05).
037400*        THE LOTS THIS LINE TOOK, IN THE ORDER TAKEN.
037500         10  OT-LOT-TRACE.
037600             15  OT-LOT-USED OCCURS 5 TIMES.
037700                 20  OT-LOT-NO      PIC X(10).
037800                 20  OT-LOT-QTY     PIC 9(05).
037900             15  OT-LOT-OVERFLOW-SW PIC X(01).
038000 01  WS-ORD-COUNT                   PIC 9(04) COMP VALUE ZERO.
038100 01  WS-ORD-SUB                     PIC 9(04) COMP VALUE ZERO.
038200 01  WS-ORD-SUB2                    PIC 9(04) COMP VALUE ZERO.
038300
038400*    THE ITEM GROUP BEING ALLOCATED.
038500 01  WS-GRP-OWNER                   PIC X(20) VALUE SPACES.
038600 01  WS-GRP-ITEM-NAME               PIC X(20) VALUE SPACES.
038700 01  WS-AVAIL                       PIC 9(07) VALUE ZERO.
038800 01  WS-CLASS-PRIORITY              PIC 9(01) VALUE ZERO.
038900 01  WS-CLASS-DEMAND                PIC 9(07) VALUE ZERO.
039000 01  WS-GRP-TOTAL-ALLOC             PIC 9(07) VALUE ZERO.
039100 01  WS-SHARE                       PIC 9(05) VALUE ZERO.
039200 01  WS-LEFTOVER                    PIC 9(07) VALUE ZERO.
039300 01  WS-SHORT-QTY                   PIC 9(05) VALUE ZERO.
039400 01  WS-GRP-REJECT-SW               PIC X(01) VALUE 'N'.
039500     88  WS-GRP-REJECTED             VALUE 'Y'.
039600 01  WS-LINES-PRORATED              PIC 9(07) COMP VALUE ZERO.
039700
039800 01  WS-ORDERS-READ                 PIC 9(07) COMP VALUE ZERO.
039900 01  WS-LINES-ALLOCATED             PIC 9(07) COMP VALUE ZERO.
040000 01  WS-LINES-BACKORDERED           PIC 9(07) COMP VALUE ZERO.
040100 01  WS-LINES-REJECTED              PIC 9(07) COMP VALUE ZERO.
040200 01  WS-LINES-NO-HEADER             PIC 9(07) COMP VALUE ZERO.
040300 01  WS-LINES-WAVE-UNMARKED         PIC 9(07) COMP VALUE ZERO.
040400 01  WS-HELD-LINES-READ             PIC 9(07) COMP VALUE ZERO.
040500 01  WS-LINES-CREDIT-HELD           PIC 9(07) COMP VALUE ZERO.
040600
040700 01  WS-CURRENT-DATE-TIME.
040800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
040900     05  WS-TIME-HHMMSSHH           PIC 9(08).
041000     05  FILLER                     PIC X(05).
041100
041200 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
041300     88  TICKET-STATUS-OK            VALUE '00'.
041400
041500*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
041600*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
041700*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
041800 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
041900 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
042000 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
042100
042200 PROCEDURE DIVISION.
042300 0000-MAINLINE.
042400     PERFORM 1000-INITIALIZE
042500         THRU 1000-INITIALIZE-EXIT.
042600
042700     IF NOT RC-SEVERE
042800         SORT SORT-WORK
042900             ON ASCENDING KEY SORT-CUTOFF SORT-PRIORITY
043000                              SORT-LOCATION SORT-ITEM-NAME
043100             INPUT PROCEDURE IS 2000-ALLOCATE-ORDERS
043200                 THRU 2000-ALLOCATE-ORDERS-EXIT
043300             OUTPUT PROCEDURE IS 5000-PRINT-PICK-LIST
043400                 THRU 5000-PRINT-PICK-LIST-EXIT
043500     END-IF.
043600
043700     PERFORM 9000-FINISH
043800         THRU 9000-FINISH-EXIT.
043900
044000     IF RC-ERROR OR RC-SEVERE
044100         PERFORM 9500-OPEN-ERROR-TICKET
044200             THRU 9500-OPEN-ERROR-TICKET-EXIT
044300     END-IF.
044400     MOVE WS-RETURN-CODE TO RETURN-CODE.
044500     GO TO 9999-EXIT.
044600
044700 1000-INITIALIZE.
044800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
044900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
045000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
045100*    THE BACKORDER QUEUE CARRIES FORWARD - BORELEAS SIFTS IT
045200*    AND PICKCONF APPENDS TO IT DURING THE DAY, SO THE
045300*    ALLOCATOR APPENDS TOO INSTEAD OF WIPING THEIR LINES.
045400     OPEN EXTEND BACKORDER-FILE.
045500     IF NOT BKO-STATUS-OK
045600         OPEN OUTPUT BACKORDER-FILE
045700     END-IF.
045800     OPEN OUTPUT EXCEPTION-FILE.
045900*    THE MOVEMENT JOURNAL IS CUMULATIVE (SEE MEVTREC).
046000     OPEN EXTEND MOVEMENT-EVENTS.
046100     IF NOT MEVT-STATUS-OK
046200         OPEN OUTPUT MOVEMENT-EVENTS
046300     END-IF.
046400     OPEN OUTPUT HELD-ORDER-NEW.
046500     PERFORM 1080-READ-PARM-CARD
046600         THRU 1080-READ-PARM-CARD-EXIT.
046700*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED - THE RUN
046800*    ALLOCATES UNDATED STOCK EXACTLY AS BEFORE.
046900     OPEN I-O LOT-MASTER.
047000     IF LOT-STATUS-OK
047100         SET WS-LOTS-OPEN TO TRUE
047200     END-IF.
047300*    NO ORDHDR ON FILE MEANS NO ORDER CARRIES A HEADER - EVERY
047400*    LINE ALLOCATES UNADDRESSED, AS BEFORE HEADERS EXISTED.
047500*    THE FIRST RUN CREATES THE ALLOCATION MASTER.  WITHOUT
047600*    IT THE RUN STILL ALLOCATES, BUT NOTHING IT ALLOCATES
047700*    CAN BE CANCELLED BACK TO STOCK.
047800     OPEN I-O ALLOCATION-MASTER.
047900     IF NOT ALOC-STATUS-OK
048000         OPEN OUTPUT ALLOCATION-MASTER
048100         CLOSE ALLOCATION-MASTER
048200         OPEN I-O ALLOCATION-MASTER
048300     END-IF.
048400     IF ALOC-STATUS-OK
048500         SET WS-ALOC-OPEN TO TRUE
048600     ELSE
048700         DISPLAY 'ORDALLOC - UNABLE TO OPEN ALLOCMST, STATUS='
048800             WS-ALOC-STATUS
048900         SET RC-WARNING TO TRUE
049000     END-IF.
049100     OPEN INPUT ORDER-HEADER-FILE.
049200     IF OHDR-STATUS-OK
049300         SET WS-OHDR-OPEN TO TRUE
049400     END-IF.
049500*    NO OWNCRED ON FILE MEANS NO OWNER IS ON CREDIT HOLD, AND
049600*    NO ORDHOLD MEANS NO LINE WAS HELD LAST RUN.
049700     OPEN INPUT CREDIT-FILE.
049800     IF OCR-STATUS-OK
049900         SET WS-OCR-OPEN TO TRUE
050000     END-IF.
050100     OPEN INPUT HELD-ORDER-FILE.
050200     IF NOT OHLD-STATUS-OK
050300         SET OHLD-STATUS-EOF TO TRUE
050400     END-IF.
050500     OPEN INPUT ORDER-QUEUE-FILE.
050600     IF NOT ORDR-STATUS-OK
050700         DISPLAY 'ORDALLOC - UNABLE TO OPEN ORDR, STATUS='
050800             WS-ORDR-STATUS
050900         SET RC-SEVERE TO TRUE
051000         SET ORDR-STATUS-EOF TO TRUE
051100         GO TO 1000-INITIALIZE-EXIT
051200     END-IF.
051300 1000-INITIALIZE-EXIT.
051400     EXIT.
051500
051600 1080-READ-PARM-CARD.
051700*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
051800*    (SEE PARMREC).  WITH NO ORDALLOC CARD EVERY LINE WAVES AT
051900*    THE 2359 CUTOFF, BY PRIORITY ONLY, WITH NO LINE CAP.
052000     MOVE 'N' TO WS-PARM-FOUND-SW.
052100     MOVE ZERO TO WS-CUT-COUNT.
052200     MOVE ZERO TO WS-WAVE-CAP.
052300     OPEN INPUT PARM-CARD-FILE.
052400     IF NOT PARM-STATUS-OK
052500         DISPLAY 'ORDALLOC - NO PARMCARD, WAVES BY PRIORITY ONLY'
052600         GO TO 1080-READ-PARM-CARD-EXIT
052700     END-IF.
052800     PERFORM 1081-SCAN-ONE-CARD
052900         THRU 1081-SCAN-ONE-CARD-EXIT
053000         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
053100     CLOSE PARM-CARD-FILE.
053200     IF NOT WS-PARM-FOUND
053300         DISPLAY 'ORDALLOC - NO ORDALLOC CARD, WAVES BY PRIORITY '
053400             'ONLY'
053500         GO TO 1080-READ-PARM-CARD-EXIT
053600     END-IF.
053700     PERFORM 1090-PARSE-PARM-CARD
053800         THRU 1090-PARSE-PARM-CARD-EXIT.
053900     IF NOT WS-PARM-FOUND
054000         PERFORM 1095-REJECT-PARM-CARD
054100             THRU 1095-REJECT-PARM-CARD-EXIT
054200     END-IF.
054300 1080-READ-PARM-CARD-EXIT.
054400     EXIT.
054500
054600 1081-SCAN-ONE-CARD.
054700     READ PARM-CARD-FILE
054800         AT END SET PARM-STATUS-EOF TO TRUE
054900     END-READ.
055000     IF PARM-STATUS-EOF
055100         GO TO 1081-SCAN-ONE-CARD-EXIT
055200     END-IF.
055300     IF PARM-PROGRAM-ID = 'ORDALLOC'
055400         SET WS-PARM-FOUND TO TRUE
055500     END-IF.
055600 1081-SCAN-ONE-CARD-EXIT.
055700     EXIT.
055800
055900 1090-PARSE-PARM-CARD.
056000*    CARD LAYOUT - COLS 9-12 WAVE LINE CAP (0000 OR BLANK FOR
056100*    NO CAP), THEN UP TO SEVEN CARRIER/CUTOFF PAIRS FROM COL
056200*    13 - FOUR-CHARACTER CARRIER CODE, HHMM CUTOFF.  A BLANK
056300*    CARRIER ENDS THE LIST.  A BAD VALUE REJECTS THE WHOLE
056400*    CARD AND THE RUN WAVES AS IF THERE WERE NONE.
056500     MOVE PARM-OPTIONS TO WS-ALLOC-PARM.
056600     IF WS-PARM-WAVE-CAP = SPACES
056700         MOVE ZERO TO WS-WAVE-CAP
056800     ELSE
056900         IF WS-PARM-WAVE-CAP IS NUMERIC
057000             MOVE WS-PARM-WAVE-CAP TO WS-WAVE-CAP
057100         ELSE
057200             MOVE 'N' TO WS-PARM-FOUND-SW
057300             GO TO 1090-PARSE-PARM-CARD-EXIT
057400         END-IF
057500     END-IF.
057600     PERFORM 1091-PARSE-ONE-CUTOFF
057700         THRU 1091-PARSE-ONE-CUTOFF-EXIT
057800         VARYING WS-CUT-SUB FROM 1 BY 1
057900         UNTIL WS-CUT-SUB > 7
058000             OR NOT WS-PARM-FOUND.
058100     IF NOT WS-PARM-FOUND
058200         MOVE ZERO TO WS-CUT-COUNT
058300         MOVE ZERO TO WS-WAVE-CAP
058400     END-IF.
058500 1090-PARSE-PARM-CARD-EXIT.
058600     EXIT.
058700
058800 1091-PARSE-ONE-CUTOFF.
058900     IF WS-PARM-CARRIER(WS-CUT-SUB) = SPACES
059000             OR WS-CUT-COUNT < WS-CUT-SUB - 1
059100         GO TO 1091-PARSE-ONE-CUTOFF-EXIT
059200     END-IF.
059300     IF WS-PARM-CUTOFF-TIME(WS-CUT-SUB) IS NOT NUMERIC
059400         MOVE 'N' TO WS-PARM-FOUND-SW
059500         GO TO 1091-PARSE-ONE-CUTOFF-EXIT
059600     END-IF.
059700     MOVE WS-PARM-CUTOFF-TIME(WS-CUT-SUB) TO WS-CHECK-TIME.
059800     IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
059900         MOVE 'N' TO WS-PARM-FOUND-SW
060000         GO TO 1091-PARSE-ONE-CUTOFF-EXIT
060100     END-IF.
060200     ADD 1 TO WS-CUT-COUNT.
060300     MOVE WS-PARM-CARRIER(WS-CUT-SUB)
060400                                TO WS-CUT-CARRIER(WS-CUT-COUNT).
060500     MOVE WS-CHECK-TIME TO WS-CUT-TIME(WS-CUT-COUNT).
060600 1091-PARSE-ONE-CUTOFF-EXIT.
060700     EXIT.
060800
060900 1095-REJECT-PARM-CARD.
061000     DISPLAY 'ORDALLOC - ORDALLOC CARD REJECTED, WAVES BY '
061100         'PRIORITY ONLY'.
061200     MOVE 'E339' TO EXC-REASON-CODE.
061300     MOVE 'PARMCARD WAVE CAP OR CUTOFF INVALID' TO
061400         EXC-REASON-TEXT.
061500     ADD 1 TO WS-LINES-REJECTED.
061600     MOVE 'ORDALLOC' TO EXC-PROGRAM-ID.
061700     MOVE 'PARMCARD' TO EXC-KEY-VALUE.
061800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
061900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
062000     MOVE SPACES TO EXC-OPERATOR-ID.
062100     WRITE EXC-RECORD.
062200     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
062300     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
062400     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
062500     SET RC-WARNING TO TRUE.
062600 1095-REJECT-PARM-CARD-EXIT.
062700     EXIT.
062800
062900 2000-ALLOCATE-ORDERS.
063000*    LOAD FIRST, ALLOCATE SECOND - THE WHOLE DEMAND PICTURE HAS
063100*    TO BE ON HAND BEFORE A SHORT ITEM CAN BE SPLIT FAIRLY.
063200*    LINES HELD FOR CREDIT ON EARLIER RUNS LOAD FIRST - THEY
063300*    ARE THE OLDEST DEMAND.
063400     IF NOT OHLD-STATUS-EOF
063500         PERFORM 2050-RELOAD-HELD-LINE
063600             THRU 2050-RELOAD-HELD-LINE-EXIT
063700             UNTIL OHLD-STATUS-EOF
063800         CLOSE HELD-ORDER-FILE
063900     END-IF.
064000     PERFORM 2100-ALLOCATE-NEXT-LINE
064100         THRU 2100-ALLOCATE-NEXT-LINE-EXIT
064200         UNTIL ORDR-STATUS-EOF.
064300     CLOSE ORDER-QUEUE-FILE.
064400
064500     PERFORM 2500-ALLOCATE-NEXT-GROUP
064600         THRU 2500-ALLOCATE-NEXT-GROUP-EXIT
064700         VARYING WS-ORD-SUB FROM 1 BY 1
064800         UNTIL WS-ORD-SUB > WS-ORD-COUNT.
064900 2000-ALLOCATE-ORDERS-EXIT.
065000     EXIT.
065100
065200 2050-RELOAD-HELD-LINE.
065300     READ HELD-ORDER-FILE INTO ORDER-MESSAGE
065400         AT END SET OHLD-STATUS-EOF TO TRUE
065500     END-READ.
065600     IF OHLD-STATUS-EOF
065700         GO TO 2050-RELOAD-HELD-LINE-EXIT
065800     END-IF.
065900     ADD 1 TO WS-HELD-LINES-READ.
066000     PERFORM 2150-LOAD-ORDER-LINE
066100         THRU 2150-LOAD-ORDER-LINE-EXIT.
066200 2050-RELOAD-HELD-LINE-EXIT.
066300     EXIT.
066400
066500 2100-ALLOCATE-NEXT-LINE.
066600     READ ORDER-QUEUE-FILE
066700         AT END SET ORDR-STATUS-EOF TO TRUE
066800     END-READ.
066900     IF ORDR-STATUS-EOF
067000         GO TO 2100-ALLOCATE-NEXT-LINE-EXIT
067100     END-IF.
067200
067300     ADD 1 TO WS-ORDERS-READ.
067400     PERFORM 2150-LOAD-ORDER-LINE
067500         THRU 2150-LOAD-ORDER-LINE-EXIT.
067600 2100-ALLOCATE-NEXT-LINE-EXIT.
067700     EXIT.
067800
067900 2150-LOAD-ORDER-LINE.
068000     IF ORDR-OWNER = SPACES OR ORDR-ITEM-NAME = SPACES
068100         MOVE 'E330' TO EXC-REASON-CODE
068200         MOVE 'OWNER OR ITEM NAME MISSING ON ORDER' TO
068300             EXC-REASON-TEXT
068400         PERFORM 2900-WRITE-EXCEPTION
068500             THRU 2900-WRITE-EXCEPTION-EXIT
068600         GO TO 2150-LOAD-ORDER-LINE-EXIT
068700     END-IF.
068800     IF ORDR-QUANTITY IS NOT NUMERIC OR ORDR-QUANTITY = ZERO
068900         MOVE 'E331' TO EXC-REASON-CODE
069000         MOVE 'ORDER QUANTITY NOT NUMERIC OR ZERO' TO
069100             EXC-REASON-TEXT
069200         PERFORM 2900-WRITE-EXCEPTION
069300             THRU 2900-WRITE-EXCEPTION-EXIT
069400         GO TO 2150-LOAD-ORDER-LINE-EXIT
069500     END-IF.
069600
069700     PERFORM 2160-CHECK-CREDIT-HOLD
069800         THRU 2160-CHECK-CREDIT-HOLD-EXIT.
069900     IF WS-OWNER-HELD
070000         GO TO 2150-LOAD-ORDER-LINE-EXIT
070100     END-IF.
070200
070300     IF WS-ORD-COUNT NOT < 1000
070400         MOVE 'E334' TO EXC-REASON-CODE
070500         MOVE 'ORDER TABLE FULL - LINE REJECTED' TO
070600             EXC-REASON-TEXT
070700         PERFORM 2900-WRITE-EXCEPTION
070800             THRU 2900-WRITE-EXCEPTION-EXIT
070900         GO TO 2150-LOAD-ORDER-LINE-EXIT
071000     END-IF.
071100     ADD 1 TO WS-ORD-COUNT.
071200     MOVE ORDR-ORDER-NO  TO OT-ORDER-NO(WS-ORD-COUNT).
071300     MOVE ORDR-OWNER     TO OT-OWNER(WS-ORD-COUNT).
071400     MOVE ORDR-ITEM-NAME TO OT-ITEM-NAME(WS-ORD-COUNT).
071500     MOVE ORDR-QUANTITY  TO OT-QTY(WS-ORD-COUNT).
071600     IF ORDR-PRIORITY IS NUMERIC AND ORDR-PRIORITY > ZERO
071700         MOVE ORDR-PRIORITY TO OT-PRIORITY(WS-ORD-COUNT)
071800     ELSE
071900         MOVE 5 TO OT-PRIORITY(WS-ORD-COUNT)
072000     END-IF.
072100     MOVE ZERO TO OT-ALLOC(WS-ORD-COUNT).
072200     MOVE 'N' TO OT-DONE-SW(WS-ORD-COUNT).
072300     INITIALIZE OT-LOT-TRACE(WS-ORD-COUNT).
072400     IF ORDR-ORDER-UOM = SPACES OR ORDR-ORDER-UOM = 'EA'
072500             OR ORDR-UOM-FACTOR IS NOT NUMERIC
072600             OR ORDR-UOM-FACTOR = ZERO
072700         MOVE 'EA' TO OT-ORDER-UOM(WS-ORD-COUNT)
072800         MOVE 1 TO OT-UOM-FACTOR(WS-ORD-COUNT)
072900     ELSE
073000         MOVE ORDR-ORDER-UOM TO OT-ORDER-UOM(WS-ORD-COUNT)
073100         MOVE ORDR-UOM-FACTOR TO OT-UOM-FACTOR(WS-ORD-COUNT)
073200     END-IF.
073300     PERFORM 2200-GET-ORDER-HEADER
073400         THRU 2200-GET-ORDER-HEADER-EXIT.
073500 2150-LOAD-ORDER-LINE-EXIT.
073600     EXIT.
073700
073800 2160-CHECK-CREDIT-HOLD.
073900*    A HELD OWNER'S LINE WAITS ON ORDHOLDN, UNCHANGED, UNTIL
074000*    OWNCASH OR CREDIT CONTROL RELEASES THE HOLD.
074100     MOVE 'N' TO WS-OWNER-HELD-SW.
074200     IF NOT WS-OCR-OPEN
074300         GO TO 2160-CHECK-CREDIT-HOLD-EXIT
074400     END-IF.
074500     MOVE ORDR-OWNER TO OCR-OWNER.
074600     READ CREDIT-FILE
074700         INVALID KEY CONTINUE
074800     END-READ.
074900     IF NOT OCR-STATUS-OK OR NOT OCR-ON-HOLD
075000         GO TO 2160-CHECK-CREDIT-HOLD-EXIT
075100     END-IF.
075200     SET WS-OWNER-HELD TO TRUE.
075300     WRITE HELD-ORDER-NEW-RECORD FROM ORDER-MESSAGE.
075400     ADD 1 TO WS-LINES-CREDIT-HELD.
075500 2160-CHECK-CREDIT-HOLD-EXIT.
075600     EXIT.
075700
075800 2200-GET-ORDER-HEADER.
075900*    THE HEADER IS KEYED ON THE LINE'S ORDER NUMBER AND OWNER.
076000     MOVE SPACES TO OT-SHIP-TO-ID(WS-ORD-COUNT).
076100     MOVE ZERO TO OT-REQ-SHIP-DATE(WS-ORD-COUNT).
076200     MOVE SPACES TO OT-CARRIER(WS-ORD-COUNT).
076300     IF NOT WS-OHDR-OPEN
076400         ADD 1 TO WS-LINES-NO-HEADER
076500         GO TO 2200-GET-ORDER-HEADER-EXIT
076600     END-IF.
076700     MOVE ORDR-ORDER-NO TO OHDR-ORDER-NO.
076800     MOVE ORDR-OWNER TO OHDR-OWNER.
076900     READ ORDER-HEADER-FILE
077000         INVALID KEY CONTINUE
077100     END-READ.
077200     IF NOT OHDR-STATUS-OK
077300         ADD 1 TO WS-LINES-NO-HEADER
077400         GO TO 2200-GET-ORDER-HEADER-EXIT
077500     END-IF.
077600     MOVE OHDR-SHIP-TO-ID TO OT-SHIP-TO-ID(WS-ORD-COUNT).
077700     MOVE OHDR-REQ-SHIP-DATE TO OT-REQ-SHIP-DATE(WS-ORD-COUNT).
077800     MOVE OHDR-CARRIER TO OT-CARRIER(WS-ORD-COUNT).
077900 2200-GET-ORDER-HEADER-EXIT.
078000     EXIT.
078100
078200 2500-ALLOCATE-NEXT-GROUP.
078300     IF OT-DONE-SW(WS-ORD-SUB) = 'Y'
078400         GO TO 2500-ALLOCATE-NEXT-GROUP-EXIT
078500     END-IF.
078600     MOVE OT-OWNER(WS-ORD-SUB)     TO WS-GRP-OWNER.
078700     MOVE OT-ITEM-NAME(WS-ORD-SUB) TO WS-GRP-ITEM-NAME.
078800     PERFORM 3000-ALLOCATE-ITEM-GROUP
078900         THRU 3000-ALLOCATE-ITEM-GROUP-EXIT.
079000 2500-ALLOCATE-NEXT-GROUP-EXIT.
079100     EXIT.
079200
079300 3000-ALLOCATE-ITEM-GROUP.
079400     MOVE 'N' TO WS-GRP-REJECT-SW.
079500     MOVE 'N' TO WS-ROW-FOUND-SW.
079600     EXEC SQL
079700         SELECT qty_on_hand, location
079800             INTO :WS-ON-HAND, :WS-ITEM-LOCATION
079900             FROM items
080000             WHERE owner = :WS-GRP-OWNER
080100               AND itemname = :WS-GRP-ITEM-NAME
080200     END-EXEC.
080300     IF SQLCODE = 0
080400         SET WS-ROW-FOUND TO TRUE
080500     END-IF.
080600     IF NOT WS-ROW-FOUND
080700         MOVE 'E332' TO EXC-REASON-CODE
080800         MOVE 'ORDER OWNER/ITEM NOT ON ITEMS TABLE' TO
080900             EXC-REASON-TEXT
081000         PERFORM 2905-WRITE-GROUP-EXCEPTION
081100             THRU 2905-WRITE-GROUP-EXCEPTION-EXIT
081200         SET WS-GRP-REJECTED TO TRUE
081300         PERFORM 3090-FINISH-GROUP-LINES
081400             THRU 3090-FINISH-GROUP-LINES-EXIT
081500         GO TO 3000-ALLOCATE-ITEM-GROUP-EXIT
081600     END-IF.
081700
081800     MOVE WS-ON-HAND TO WS-AVAIL.
081900
082000*    A LOTTED ITEM ALLOCATES ONLY UP TO ITS UNEXPIRED LOT
082100*    QUANTITY - EXPIRED STOCK COUNTS FOR NOTHING HERE.
082200     PERFORM 3200-SIZE-UP-LOTS
082300         THRU 3200-SIZE-UP-LOTS-EXIT.
082400     IF WS-ITEM-HAS-LOTS
082500             AND WS-LOT-GOOD-TOTAL < WS-AVAIL
082600         MOVE WS-LOT-GOOD-TOTAL TO WS-AVAIL
082700         ADD 1 TO WS-LINES-LOT-SHORT
082800     END-IF.
082900
083000*    PRIORITY CLASS 1 FILLS FIRST; THE CLASS THAT RUNS OUT
083100*    SPLITS THE REMAINING STOCK PRO-RATA ACROSS ITS LINES.
083200     PERFORM 3050-ALLOCATE-ONE-CLASS
083300         THRU 3050-ALLOCATE-ONE-CLASS-EXIT
083400         VARYING WS-CLASS-PRIORITY FROM 1 BY 1
083500         UNTIL WS-CLASS-PRIORITY > 9.
083600
083700     MOVE ZERO TO WS-GRP-TOTAL-ALLOC.
083800     PERFORM 3085-SUM-ONE-ALLOC
083900         THRU 3085-SUM-ONE-ALLOC-EXIT
084000         VARYING WS-ORD-SUB2 FROM 1 BY 1
084100         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT.
084200
084300     IF WS-GRP-TOTAL-ALLOC = ZERO
084400         PERFORM 3090-FINISH-GROUP-LINES
084500             THRU 3090-FINISH-GROUP-LINES-EXIT
084600         GO TO 3000-ALLOCATE-ITEM-GROUP-EXIT
084700     END-IF.
084800
084900*    THE GUARDED UPDATE IS THE LAST WORD - IF STOCK MOVED SINCE
085000*    THE SELECT AND THE DECREMENT WOULD GO NEGATIVE, NO ROW
085100*    UPDATES AND THE WHOLE GROUP REJECTS INSTEAD OF GOING
085200*    BELOW ZERO.
085300     EXEC SQL
085400         UPDATE items
085500             SET qty_on_hand = qty_on_hand - :WS-GRP-TOTAL-ALLOC
085600             WHERE owner = :WS-GRP-OWNER
085700               AND itemname = :WS-GRP-ITEM-NAME
085800               AND qty_on_hand >= :WS-GRP-TOTAL-ALLOC
085900     END-EXEC.
086000     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
086100         EXEC SQL ROLLBACK END-EXEC
086200         MOVE 'E333' TO EXC-REASON-CODE
086300         MOVE 'ALLOCATION WOULD DRIVE STOCK NEGATIVE' TO
086400             EXC-REASON-TEXT
086500         PERFORM 2905-WRITE-GROUP-EXCEPTION
086600             THRU 2905-WRITE-GROUP-EXCEPTION-EXIT
086700         SET WS-GRP-REJECTED TO TRUE
086800         PERFORM 3088-ZERO-GROUP-ALLOCS
086900             THRU 3088-ZERO-GROUP-ALLOCS-EXIT
087000         PERFORM 3090-FINISH-GROUP-LINES
087100             THRU 3090-FINISH-GROUP-LINES-EXIT
087200         GO TO 3000-ALLOCATE-ITEM-GROUP-EXIT
087300     END-IF.
087400
087500     EXEC SQL COMMIT END-EXEC.
087600     IF WS-ITEM-HAS-LOTS
087700         PERFORM 3300-CONSUME-LOTS
087800             THRU 3300-CONSUME-LOTS-EXIT
087900     END-IF.
088000
088100     PERFORM 3090-FINISH-GROUP-LINES
088200         THRU 3090-FINISH-GROUP-LINES-EXIT.
088300 3000-ALLOCATE-ITEM-GROUP-EXIT.
088400     EXIT.
088500
088600 3050-ALLOCATE-ONE-CLASS.
088700     MOVE ZERO TO WS-CLASS-DEMAND.
088800     PERFORM 3060-SUM-ONE-DEMAND
088900         THRU 3060-SUM-ONE-DEMAND-EXIT
089000         VARYING WS-ORD-SUB2 FROM 1 BY 1
089100         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT.
089200     IF WS-CLASS-DEMAND = ZERO
089300         GO TO 3050-ALLOCATE-ONE-CLASS-EXIT
089400     END-IF.
089500
089600     IF WS-AVAIL NOT < WS-CLASS-DEMAND
089700*        THE WHOLE CLASS FILLS.
089800         PERFORM 3065-FILL-ONE-LINE
089900             THRU 3065-FILL-ONE-LINE-EXIT
090000             VARYING WS-ORD-SUB2 FROM 1 BY 1
090100             UNTIL WS-ORD-SUB2 > WS-ORD-COUNT
090200         SUBTRACT WS-CLASS-DEMAND FROM WS-AVAIL
090300         GO TO 3050-ALLOCATE-ONE-CLASS-EXIT
090400     END-IF.
090500
090600     IF WS-AVAIL = ZERO
090700         GO TO 3050-ALLOCATE-ONE-CLASS-EXIT
090800     END-IF.
090900
091000*    THE CLASS THAT RUNS OUT SPLITS WHAT IS LEFT PRO-RATA, AND
091100*    THE ROUNDING REMAINDER GOES A UNIT AT A TIME DOWN THE
091200*    TABLE - NOBODY TAKES EVERYTHING, NOBODY GETS ZERO BECAUSE
091300*    THEIR CARD READ LAST.
091400     MOVE WS-AVAIL TO WS-LEFTOVER.
091500     PERFORM 3070-PRORATE-ONE-LINE
091600         THRU 3070-PRORATE-ONE-LINE-EXIT
091700         VARYING WS-ORD-SUB2 FROM 1 BY 1
091800         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT.
091900     PERFORM 3080-SPREAD-ONE-LEFTOVER
092000         THRU 3080-SPREAD-ONE-LEFTOVER-EXIT
092100         VARYING WS-ORD-SUB2 FROM 1 BY 1
092200         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT
092300             OR WS-LEFTOVER = ZERO.
092400     MOVE ZERO TO WS-AVAIL.
092500 3050-ALLOCATE-ONE-CLASS-EXIT.
092600     EXIT.
092700
092800 3060-SUM-ONE-DEMAND.
092900     IF OT-DONE-SW(WS-ORD-SUB2) NOT = 'Y'
093000             AND OT-OWNER(WS-ORD-SUB2) = WS-GRP-OWNER
093100             AND OT-ITEM-NAME(WS-ORD-SUB2) = WS-GRP-ITEM-NAME
093200             AND OT-PRIORITY(WS-ORD-SUB2) = WS-CLASS-PRIORITY
093300         ADD OT-QTY(WS-ORD-SUB2) TO WS-CLASS-DEMAND
093400     END-IF.
093500 3060-SUM-ONE-DEMAND-EXIT.
093600     EXIT.
093700
093800 3065-FILL-ONE-LINE.
093900     IF OT-DONE-SW(WS-ORD-SUB2) NOT = 'Y'
094000             AND OT-OWNER(WS-ORD-SUB2) = WS-GRP-OWNER
094100             AND OT-ITEM-NAME(WS-ORD-SUB2) = WS-GRP-ITEM-NAME
094200             AND OT-PRIORITY(WS-ORD-SUB2) = WS-CLASS-PRIORITY
094300         MOVE OT-QTY(WS-ORD-SUB2) TO OT-ALLOC(WS-ORD-SUB2)
094400     END-IF.
094500 3065-FILL-ONE-LINE-EXIT.
094600     EXIT.
094700
094800 3070-PRORATE-ONE-LINE.
094900     IF OT-DONE-SW(WS-ORD-SUB2) NOT = 'Y'
095000             AND OT-OWNER(WS-ORD-SUB2) = WS-GRP-OWNER
095100             AND OT-ITEM-NAME(WS-ORD-SUB2) = WS-GRP-ITEM-NAME
095200             AND OT-PRIORITY(WS-ORD-SUB2) = WS-CLASS-PRIORITY
095300         COMPUTE WS-SHARE =
095400             (WS-AVAIL * OT-QTY(WS-ORD-SUB2)) / WS-CLASS-DEMAND
095500         MOVE WS-SHARE TO OT-ALLOC(WS-ORD-SUB2)
095600         SUBTRACT WS-SHARE FROM WS-LEFTOVER
095700         ADD 1 TO WS-LINES-PRORATED
095800     END-IF.
095900 3070-PRORATE-ONE-LINE-EXIT.
096000     EXIT.
096100
096200 3080-SPREAD-ONE-LEFTOVER.
096300     IF WS-LEFTOVER > ZERO
096400             AND OT-DONE-SW(WS-ORD-SUB2) NOT = 'Y'
096500             AND OT-OWNER(WS-ORD-SUB2) = WS-GRP-OWNER
096600             AND OT-ITEM-NAME(WS-ORD-SUB2) = WS-GRP-ITEM-NAME
096700             AND OT-PRIORITY(WS-ORD-SUB2) = WS-CLASS-PRIORITY
096800             AND OT-ALLOC(WS-ORD-SUB2) < OT-QTY(WS-ORD-SUB2)
096900         ADD 1 TO OT-ALLOC(WS-ORD-SUB2)
097000         SUBTRACT 1 FROM WS-LEFTOVER
097100     END-IF.
097200 3080-SPREAD-ONE-LEFTOVER-EXIT.
097300     EXIT.
097400
097500 3085-SUM-ONE-ALLOC.
097600     IF OT-DONE-SW(WS-ORD-SUB2) NOT = 'Y'
097700             AND OT-OWNER(WS-ORD-SUB2) = WS-GRP-OWNER
097800             AND OT-ITEM-NAME(WS-ORD-SUB2) = WS-GRP-ITEM-NAME
097900         ADD OT-ALLOC(WS-ORD-SUB2) TO WS-GRP-TOTAL-ALLOC
098000     END-IF.
098100 3085-SUM-ONE-ALLOC-EXIT.
098200     EXIT.
098300
098400 3088-ZERO-GROUP-ALLOCS.
098500     PERFORM 3089-ZERO-ONE-ALLOC
098600         THRU 3089-ZERO-ONE-ALLOC-EXIT
098700         VARYING WS-ORD-SUB2 FROM 1 BY 1
098800         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT.
098900 3088-ZERO-GROUP-ALLOCS-EXIT.
099000     EXIT.
099100
099200 3089-ZERO-ONE-ALLOC.
099300     IF OT-DONE-SW(WS-ORD-SUB2) NOT = 'Y'
099400             AND OT-OWNER(WS-ORD-SUB2) = WS-GRP-OWNER
099500             AND OT-ITEM-NAME(WS-ORD-SUB2) = WS-GRP-ITEM-NAME
099600         MOVE ZERO TO OT-ALLOC(WS-ORD-SUB2)
099700     END-IF.
099800 3089-ZERO-ONE-ALLOC-EXIT.
099900     EXIT.
100000
100100 3090-FINISH-GROUP-LINES.
100200     PERFORM 3095-FINISH-ONE-LINE
100300         THRU 3095-FINISH-ONE-LINE-EXIT
100400         VARYING WS-ORD-SUB2 FROM 1 BY 1
100500         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT.
100600 3090-FINISH-GROUP-LINES-EXIT.
100700     EXIT.
100800
100900 3095-FINISH-ONE-LINE.
101000     IF OT-DONE-SW(WS-ORD-SUB2) = 'Y'
101100             OR OT-OWNER(WS-ORD-SUB2) NOT = WS-GRP-OWNER
101200             OR OT-ITEM-NAME(WS-ORD-SUB2) NOT =
101300                 WS-GRP-ITEM-NAME
101400         GO TO 3095-FINISH-ONE-LINE-EXIT
101500     END-IF.
101600     MOVE 'Y' TO OT-DONE-SW(WS-ORD-SUB2).
101700
101800*    A REJECTED GROUP'S LINES ARE ON THE EXCEPTION FILE - THEY
101900*    NEITHER PICK NOR BACKORDER.
102000     IF WS-GRP-REJECTED
102100         GO TO 3095-FINISH-ONE-LINE-EXIT
102200     END-IF.
102300
102400     IF OT-ALLOC(WS-ORD-SUB2) > ZERO
102500         ADD 1 TO WS-LINES-ALLOCATED
102600         MOVE WS-ITEM-LOCATION TO SORT-LOCATION
102700         MOVE OT-ORDER-NO(WS-ORD-SUB2)  TO SORT-ORDER-NO
102800         MOVE OT-OWNER(WS-ORD-SUB2)     TO SORT-OWNER
102900         MOVE OT-ITEM-NAME(WS-ORD-SUB2) TO SORT-ITEM-NAME
103000         MOVE OT-ALLOC(WS-ORD-SUB2)     TO SORT-QUANTITY
103100         MOVE OT-SHIP-TO-ID(WS-ORD-SUB2) TO SORT-SHIP-TO-ID
103200         MOVE OT-REQ-SHIP-DATE(WS-ORD-SUB2)
103300                                        TO SORT-REQ-SHIP-DATE
103400         MOVE OT-CARRIER(WS-ORD-SUB2)   TO SORT-CARRIER
103500         MOVE OT-PRIORITY(WS-ORD-SUB2)  TO SORT-PRIORITY
103600         MOVE OT-ORDER-UOM(WS-ORD-SUB2) TO SORT-ORDER-UOM
103700         MOVE OT-UOM-FACTOR(WS-ORD-SUB2) TO SORT-UOM-FACTOR
103800         PERFORM 3097-LOOK-UP-CUTOFF
103900             THRU 3097-LOOK-UP-CUTOFF-EXIT
104000         RELEASE SORT-PICK-RECORD
104100         PERFORM 3600-RECORD-ALLOCATION
104200             THRU 3600-RECORD-ALLOCATION-EXIT
104300         MOVE OT-OWNER(WS-ORD-SUB2)     TO MEV-OWNER
104400         MOVE OT-ITEM-NAME(WS-ORD-SUB2) TO MEV-ITEM-NAME
104500         SET MEV-ALLOCATION TO TRUE
104600         MOVE OT-ALLOC(WS-ORD-SUB2)     TO MEV-QUANTITY
104700         MOVE OT-ORDER-NO(WS-ORD-SUB2)  TO MEV-REFERENCE
104800         PERFORM 9600-WRITE-MOVEMENT-EVENT
104900             THRU 9600-WRITE-MOVEMENT-EVENT-EXIT
105000     END-IF.
105100
105200     IF OT-ALLOC(WS-ORD-SUB2) < OT-QTY(WS-ORD-SUB2)
105300         COMPUTE WS-SHORT-QTY =
105400             OT-QTY(WS-ORD-SUB2) - OT-ALLOC(WS-ORD-SUB2)
105500         PERFORM 3500-WRITE-BACKORDER
105600             THRU 3500-WRITE-BACKORDER-EXIT
105700     END-IF.
105800 3095-FINISH-ONE-LINE-EXIT.
105900     EXIT.
106000
106100 3097-LOOK-UP-CUTOFF.
106200     MOVE 2359 TO SORT-CUTOFF.
106300     PERFORM 3098-MATCH-ONE-CUTOFF
106400         THRU 3098-MATCH-ONE-CUTOFF-EXIT
106500         VARYING WS-CUT-SUB FROM 1 BY 1
106600         UNTIL WS-CUT-SUB > WS-CUT-COUNT.
106700 3097-LOOK-UP-CUTOFF-EXIT.
106800     EXIT.
106900
107000 3098-MATCH-ONE-CUTOFF.
107100     IF WS-CUT-CARRIER(WS-CUT-SUB) = SORT-CARRIER
107200         MOVE WS-CUT-TIME(WS-CUT-SUB) TO SORT-CUTOFF
107300     END-IF.
107400 3098-MATCH-ONE-CUTOFF-EXIT.
107500     EXIT.
107600
107700 3200-SIZE-UP-LOTS.
107800*    ONE KEYED BROWSE LOADS THE LINE'S LOTS AND TOTALS THE
107900*    UNEXPIRED QUANTITY.
108000     MOVE 'N' TO WS-ITEM-HAS-LOTS-SW.
108100     MOVE ZERO TO WS-LOT-COUNT.
108200     MOVE ZERO TO WS-LOT-GOOD-TOTAL.
108300     IF NOT WS-LOTS-OPEN
108400         GO TO 3200-SIZE-UP-LOTS-EXIT
108500     END-IF.
108600     MOVE 'N' TO WS-BROWSE-DONE-SW.
108700     MOVE WS-GRP-OWNER TO LOT-OWNER.
108800     MOVE WS-GRP-ITEM-NAME TO LOT-ITEM-NAME.
108900     MOVE LOW-VALUES TO LOT-NUMBER.
109000     START LOT-MASTER KEY IS NOT LESS THAN LOT-KEY
109100         INVALID KEY SET WS-BROWSE-DONE TO TRUE
109200     END-START.
109300     PERFORM 3210-LOAD-ONE-LOT
109400         THRU 3210-LOAD-ONE-LOT-EXIT
109500         UNTIL WS-BROWSE-DONE.
109600 3200-SIZE-UP-LOTS-EXIT.
109700     EXIT.
109800
109900 3210-LOAD-ONE-LOT.
110000     READ LOT-MASTER NEXT
110100         AT END SET WS-BROWSE-DONE TO TRUE
110200     END-READ.
110300     IF NOT LOT-STATUS-OK
110400             OR LOT-OWNER NOT = WS-GRP-OWNER
110500             OR LOT-ITEM-NAME NOT = WS-GRP-ITEM-NAME
110600         SET WS-BROWSE-DONE TO TRUE
110700         GO TO 3210-LOAD-ONE-LOT-EXIT
110800     END-IF.
110900     SET WS-ITEM-HAS-LOTS TO TRUE.
111000     IF LOT-QTY = ZERO
111100         GO TO 3210-LOAD-ONE-LOT-EXIT
111200     END-IF.
111300*    A LOT PAST EXPIRY IS NEVER A CANDIDATE - IT SITS FOR QC.
111400     IF LOT-EXPIRY-DATE > ZERO
111500             AND LOT-EXPIRY-DATE < WS-TODAY-YYYYMMDD
111600         GO TO 3210-LOAD-ONE-LOT-EXIT
111700     END-IF.
111800     IF WS-LOT-COUNT < 50
111900         ADD 1 TO WS-LOT-COUNT
112000         MOVE LOT-NUMBER TO WS-LOT-NO(WS-LOT-COUNT)
112100         IF LOT-EXPIRY-DATE = ZERO
112200*            UNKNOWN EXPIRY CONSUMES LAST.
112300             MOVE 99999999 TO WS-LOT-EXPIRY(WS-LOT-COUNT)
112400         ELSE
112500             MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY(WS-LOT-COUNT)
112600         END-IF
112700         MOVE LOT-QTY TO WS-LOT-LEFT(WS-LOT-COUNT)
112800         ADD LOT-QTY TO WS-LOT-GOOD-TOTAL
112900     ELSE
113000         DISPLAY 'ORDALLOC - LOT TABLE FULL FOR ' WS-GRP-ITEM-NAME
113100         SET RC-WARNING TO TRUE
113200         SET WS-BROWSE-DONE TO TRUE
113300     END-IF.
113400 3210-LOAD-ONE-LOT-EXIT.
113500     EXIT.
113600
113700 3300-CONSUME-LOTS.
113800*    THE GROUP'S LOTS ARE CONSUMED ONE LINE AT A TIME, SO EACH
113900*    LINE KNOWS WHICH LOTS IT TOOK - THE GROUP AS A WHOLE STILL
114000*    TAKES THE SAME LOTS, EARLIEST EXPIRY FIRST.
114100     PERFORM 3305-CONSUME-FOR-ONE-LINE
114200         THRU 3305-CONSUME-FOR-ONE-LINE-EXIT
114300         VARYING WS-ORD-SUB2 FROM 1 BY 1
114400         UNTIL WS-ORD-SUB2 > WS-ORD-COUNT.
114500 3300-CONSUME-LOTS-EXIT.
114600     EXIT.
114700
114800 3305-CONSUME-FOR-ONE-LINE.
114900     IF OT-DONE-SW(WS-ORD-SUB2) = 'Y'
115000             OR OT-OWNER(WS-ORD-SUB2) NOT = WS-GRP-OWNER
115100             OR OT-ITEM-NAME(WS-ORD-SUB2) NOT =
115200                 WS-GRP-ITEM-NAME
115300             OR OT-ALLOC(WS-ORD-SUB2) = ZERO
115400         GO TO 3305-CONSUME-FOR-ONE-LINE-EXIT
115500     END-IF.
115600     MOVE OT-ALLOC(WS-ORD-SUB2) TO WS-LOT-REMAINING.
115700     MOVE ZERO TO WS-LINE-LOT-COUNT.
115800     MOVE 1 TO WS-LOT-PICK-SUB.
115900     PERFORM 3310-CONSUME-EARLIEST-LOT
116000         THRU 3310-CONSUME-EARLIEST-LOT-EXIT
116100         UNTIL WS-LOT-REMAINING = ZERO
116200             OR WS-LOT-PICK-SUB = ZERO.
116300 3305-CONSUME-FOR-ONE-LINE-EXIT.
116400     EXIT.
116500
116600 3310-CONSUME-EARLIEST-LOT.
116700     MOVE ZERO TO WS-LOT-PICK-SUB.
116800     PERFORM 3320-COMPARE-ONE-LOT
116900         THRU 3320-COMPARE-ONE-LOT-EXIT
117000         VARYING WS-LOT-SUB FROM 1 BY 1
117100         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
117200     IF WS-LOT-PICK-SUB = ZERO
117300         GO TO 3310-CONSUME-EARLIEST-LOT-EXIT
117400     END-IF.
117500
117600     IF WS-LOT-LEFT(WS-LOT-PICK-SUB) < WS-LOT-REMAINING
117700         MOVE WS-LOT-LEFT(WS-LOT-PICK-SUB) TO WS-LOT-TAKE
117800     ELSE
117900         MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
118000     END-IF.
118100     SUBTRACT WS-LOT-TAKE FROM WS-LOT-LEFT(WS-LOT-PICK-SUB).
118200     SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING.
118300
118400*    A LINE TAKES EACH LOT ONCE, SO EVERY TAKE IS A NEW SLOT.
118500     IF WS-LINE-LOT-COUNT < 5
118600         ADD 1 TO WS-LINE-LOT-COUNT
118700         MOVE WS-LOT-NO(WS-LOT-PICK-SUB) TO
118800             OT-LOT-NO(WS-ORD-SUB2, WS-LINE-LOT-COUNT)
118900         MOVE WS-LOT-TAKE TO
119000             OT-LOT-QTY(WS-ORD-SUB2, WS-LINE-LOT-COUNT)
119100     ELSE
119200         MOVE 'Y' TO OT-LOT-OVERFLOW-SW(WS-ORD-SUB2)
119300     END-IF.
119400
119500     MOVE WS-GRP-OWNER TO LOT-OWNER.
119600     MOVE WS-GRP-ITEM-NAME TO LOT-ITEM-NAME.
119700     MOVE WS-LOT-NO(WS-LOT-PICK-SUB) TO LOT-NUMBER.
119800     READ LOT-MASTER
119900         INVALID KEY GO TO 3310-CONSUME-EARLIEST-LOT-EXIT
120000     END-READ.
120100     IF LOT-QTY NOT > WS-LOT-TAKE
120200*        THE AVAILABLE SIDE IS CONSUMED - THE LOT ONLY LEAVES
120300*        THE FILE ONCE NOTHING IS ON QC HOLD EITHER.
120400         MOVE ZERO TO LOT-QTY
120500         IF LOT-QTY-HELD = ZERO
120600             DELETE LOT-MASTER
120700                 INVALID KEY CONTINUE
120800             END-DELETE
120900         ELSE
121000             REWRITE LOT-RECORD
121100                 INVALID KEY CONTINUE
121200             END-REWRITE
121300         END-IF
121400     ELSE
121500         SUBTRACT WS-LOT-TAKE FROM LOT-QTY
121600         REWRITE LOT-RECORD
121700             INVALID KEY CONTINUE
121800         END-REWRITE
121900     END-IF.
122000 3310-CONSUME-EARLIEST-LOT-EXIT.
122100     EXIT.
122200
122300 3320-COMPARE-ONE-LOT.
122400     IF WS-LOT-LEFT(WS-LOT-SUB) > ZERO
122500         IF WS-LOT-PICK-SUB = ZERO
122600                 OR WS-LOT-EXPIRY(WS-LOT-SUB) <
122700                     WS-LOT-EXPIRY(WS-LOT-PICK-SUB)
122800             MOVE WS-LOT-SUB TO WS-LOT-PICK-SUB
122900         END-IF
123000     END-IF.
123100 3320-COMPARE-ONE-LOT-EXIT.
123200     EXIT.
123300
123400 3500-WRITE-BACKORDER.
123500*    THE UNFILLED REMAINDER OF THE TABLE LINE GOES TO THE
123600*    BACKORDER QUEUE FOR THE RELEASE RUN.
123700     MOVE OT-ORDER-NO(WS-ORD-SUB2)  TO BKO-ORDER-NO.
123800     MOVE OT-OWNER(WS-ORD-SUB2)     TO BKO-OWNER.
123900     MOVE OT-ITEM-NAME(WS-ORD-SUB2) TO BKO-ITEM-NAME.
124000     MOVE WS-SHORT-QTY TO BKO-QTY-ORDERED.
124100     MOVE ZERO TO BKO-QTY-ON-HAND.
124200     MOVE WS-TODAY-YYYYMMDD TO BKO-RUN-DATE.
124300     WRITE BACKORDER-RECORD.
124400     ADD 1 TO WS-LINES-BACKORDERED.
124500     SET RC-WARNING TO TRUE.
124600 3500-WRITE-BACKORDER-EXIT.
124700     EXIT.
124800
124900 3600-RECORD-ALLOCATION.
125000*    THE LINE IS ON THE PICK LIST - ALLOCMST REMEMBERS WHAT
125100*    IT TOOK OFF STOCK.  AN ORDER LINE STILL OPEN FROM AN
125200*    EARLIER RUN ADDS TO ITS QUANTITY; ONE ALREADY PICKED OR
125300*    CANCELLED STARTS AFRESH.
125400     IF NOT WS-ALOC-OPEN
125500         GO TO 3600-RECORD-ALLOCATION-EXIT
125600     END-IF.
125700     MOVE OT-ORDER-NO(WS-ORD-SUB2)  TO ALOC-ORDER-NO.
125800     MOVE OT-OWNER(WS-ORD-SUB2)     TO ALOC-OWNER.
125900     MOVE OT-ITEM-NAME(WS-ORD-SUB2) TO ALOC-ITEM-NAME.
126000     MOVE 'Y' TO WS-ALOC-FOUND-SW.
126100     READ ALLOCATION-MASTER
126200         INVALID KEY MOVE 'N' TO WS-ALOC-FOUND-SW
126300     END-READ.
126400     IF WS-ALOC-FOUND AND ALOC-OPEN
126500         ADD OT-ALLOC(WS-ORD-SUB2) TO ALOC-QTY-ALLOCATED
126600     ELSE
126700         MOVE OT-ORDER-NO(WS-ORD-SUB2)  TO ALOC-ORDER-NO
126800         MOVE OT-OWNER(WS-ORD-SUB2)     TO ALOC-OWNER
126900         MOVE OT-ITEM-NAME(WS-ORD-SUB2) TO ALOC-ITEM-NAME
127000         MOVE OT-ALLOC(WS-ORD-SUB2)     TO ALOC-QTY-ALLOCATED
127100         MOVE WS-TODAY-YYYYMMDD TO ALOC-ALLOC-DATE
127200         MOVE ZERO TO ALOC-QTY-PICKED
127300         MOVE ZERO TO ALOC-WAVE-DATE
127400         MOVE ZERO TO ALOC-WAVE-NO
127500         MOVE OT-ORDER-UOM(WS-ORD-SUB2) TO ALOC-ORDER-UOM
127600         MOVE OT-UOM-FACTOR(WS-ORD-SUB2) TO ALOC-UOM-FACTOR
127700         INITIALIZE ALOC-LOT-TRACE
127800         MOVE 'N' TO ALOC-RECALL-HOLD-SW
127900     END-IF.
128000     PERFORM 3650-MERGE-ONE-LOT
128100         THRU 3650-MERGE-ONE-LOT-EXIT
128200         VARYING WS-TRACE-SUB FROM 1 BY 1
128300         UNTIL WS-TRACE-SUB > 5.
128400     IF OT-LOT-OVERFLOW-SW(WS-ORD-SUB2) = 'Y'
128500         SET ALOC-LOT-OVERFLOW TO TRUE
128600     END-IF.
128700     IF ALOC-LOT-OVERFLOW
128800         ADD 1 TO WS-LINES-TRACE-OVERFLOW
128900     END-IF.
129000     SET ALOC-OPEN TO TRUE.
129100     MOVE WS-TODAY-YYYYMMDD TO ALOC-STATUS-DATE.
129200     MOVE 'ORDALLOC' TO ALOC-PROGRAM-ID.
129300     IF WS-ALOC-FOUND
129400         REWRITE ALLOCATION-RECORD
129500             INVALID KEY CONTINUE
129600         END-REWRITE
129700     ELSE
129800         WRITE ALLOCATION-RECORD
129900             INVALID KEY CONTINUE
130000         END-WRITE
130100     END-IF.
130200 3600-RECORD-ALLOCATION-EXIT.
130300     EXIT.
130400
130500 3650-MERGE-ONE-LOT.
130600*    A LOT ALREADY ON THE LINE'S TRACE (A SECOND RUN TOPPING
130700*    UP A LINE STILL OPEN) ADDS TO ITS SLOT; A NEW ONE TAKES
130800*    THE FIRST FREE SLOT.  NO FREE SLOT FLAGS THE TRACE.
130900     IF OT-LOT-NO(WS-ORD-SUB2, WS-TRACE-SUB) = SPACES
131000         GO TO 3650-MERGE-ONE-LOT-EXIT
131100     END-IF.
131200     MOVE ZERO TO WS-ALOC-SLOT.
131300     PERFORM 3655-FIND-TRACE-SLOT
131400         THRU 3655-FIND-TRACE-SLOT-EXIT
131500         VARYING WS-LINE-LOT-COUNT FROM 1 BY 1
131600         UNTIL WS-LINE-LOT-COUNT > 5
131700             OR WS-ALOC-SLOT > ZERO.
131800     IF WS-ALOC-SLOT = ZERO
131900         SET ALOC-LOT-OVERFLOW TO TRUE
132000         GO TO 3650-MERGE-ONE-LOT-EXIT
132100     END-IF.
132200     IF ALOC-LOT-NUMBER(WS-ALOC-SLOT) = SPACES
132300             OR ALOC-LOT-QTY(WS-ALOC-SLOT) IS NOT NUMERIC
132400         MOVE OT-LOT-NO(WS-ORD-SUB2, WS-TRACE-SUB) TO
132500             ALOC-LOT-NUMBER(WS-ALOC-SLOT)
132600         MOVE ZERO TO ALOC-LOT-QTY(WS-ALOC-SLOT)
132700     END-IF.
132800     ADD OT-LOT-QTY(WS-ORD-SUB2, WS-TRACE-SUB) TO
132900         ALOC-LOT-QTY(WS-ALOC-SLOT).
133000 3650-MERGE-ONE-LOT-EXIT.
133100     EXIT.
133200
133300 3655-FIND-TRACE-SLOT.
133400     IF ALOC-LOT-NUMBER(WS-LINE-LOT-COUNT) =
133500             OT-LOT-NO(WS-ORD-SUB2, WS-TRACE-SUB)
133600             OR ALOC-LOT-NUMBER(WS-LINE-LOT-COUNT) = SPACES
133700             OR ALOC-LOT-QTY(WS-LINE-LOT-COUNT) IS NOT NUMERIC
133800         MOVE WS-LINE-LOT-COUNT TO WS-ALOC-SLOT
133900     END-IF.
134000 3655-FIND-TRACE-SLOT-EXIT.
134100     EXIT.
134200
134300 2905-WRITE-GROUP-EXCEPTION.
134400*    ONE EXCEPTION FOR THE WHOLE ITEM GROUP - THE CALLER SETS
134500*    THE REASON FIELDS.
134600     ADD 1 TO WS-LINES-REJECTED.
134700     MOVE 'ORDALLOC' TO EXC-PROGRAM-ID.
134800     MOVE WS-GRP-ITEM-NAME TO EXC-KEY-VALUE.
134900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
135000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
135100     MOVE SPACES TO EXC-OPERATOR-ID.
135200     WRITE EXC-RECORD.
135300     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
135400     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
135500     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
135600     SET RC-WARNING TO TRUE.
135700 2905-WRITE-GROUP-EXCEPTION-EXIT.
135800     EXIT.
135900
136000 5000-PRINT-PICK-LIST.
136100     OPEN OUTPUT PICK-LIST.
136200     MOVE SPACES TO PICK-LIST-LINE.
136300     STRING 'PICK LIST BY WAVE AND ZONE ' WS-TODAY-YYYYMMDD
136400         DELIMITED BY SIZE
136500         INTO PICK-LIST-LINE
136600     END-STRING.
136700     WRITE PICK-LIST-LINE.
136800
136900     PERFORM 5100-PRINT-NEXT-PICK
137000         THRU 5100-PRINT-NEXT-PICK-EXIT
137100         UNTIL SORT-AT-EOF.
137200     IF NOT WS-FIRST-PICK
137300         PERFORM 5350-END-ZONE
137400             THRU 5350-END-ZONE-EXIT
137500         PERFORM 5250-END-WAVE
137600             THRU 5250-END-WAVE-EXIT
137700     END-IF.
137800     CLOSE PICK-LIST.
137900 5000-PRINT-PICK-LIST-EXIT.
138000     EXIT.
138100
138200 5100-PRINT-NEXT-PICK.
138300     RETURN SORT-WORK INTO SORT-PICK-RECORD
138400         AT END SET SORT-AT-EOF TO TRUE
138500     END-RETURN.
138600     IF SORT-AT-EOF
138700         GO TO 5100-PRINT-NEXT-PICK-EXIT
138800     END-IF.
138900
139000*    A NEW WAVE ON EACH CUTOFF OR PRIORITY BREAK, OR WHEN THE
139100*    CARD'S LINE CAP IS REACHED; A NEW ZONE LIST ON EACH ZONE
139200*    BREAK WITHIN THE WAVE.
139300     IF WS-FIRST-PICK
139400             OR SORT-CUTOFF NOT = WS-PREV-CUTOFF
139500             OR SORT-PRIORITY NOT = WS-PREV-PRIORITY
139600             OR (WS-WAVE-CAP > ZERO
139700                 AND WS-WAVE-LINES NOT < WS-WAVE-CAP)
139800         PERFORM 5200-START-WAVE
139900             THRU 5200-START-WAVE-EXIT
140000     END-IF.
140100     IF SORT-LOCATION(1:2) NOT = WS-PREV-ZONE
140200         PERFORM 5350-END-ZONE
140300             THRU 5350-END-ZONE-EXIT
140400         PERFORM 5300-START-ZONE
140500             THRU 5300-START-ZONE-EXIT
140600     END-IF.
140700     ADD 1 TO WS-WAVE-LINES.
140800     ADD 1 TO WS-ZONE-LINES.
140900     PERFORM 5400-MARK-LINE-WAVE
141000         THRU 5400-MARK-LINE-WAVE-EXIT.
141100
141200     IF SORT-SHIP-TO-ID = SPACES
141300         MOVE '*NONE*' TO SORT-SHIP-TO-ID
141400     END-IF.
141500     PERFORM 5150-FORMAT-ORDER-UNIT
141600         THRU 5150-FORMAT-ORDER-UNIT-EXIT.
141700     MOVE SPACES TO PICK-LIST-LINE.
141800     STRING 'LOC=' SORT-LOCATION
141900            ' ITEM=' SORT-ITEM-NAME
142000            ' QTY=' SORT-QUANTITY
142100            ' ORDER=' SORT-ORDER-NO
142200            ' OWNER=' SORT-OWNER
142300            ' SHIPTO=' SORT-SHIP-TO-ID
142400            ' VIA=' SORT-CARRIER
142500            ' BY=' SORT-REQ-SHIP-DATE
142600         DELIMITED BY SIZE
142700         INTO PICK-LIST-LINE
142800     END-STRING.
142900     WRITE PICK-LIST-LINE.
143000*    THE LINE IS FULL - THE ORDERED UNIT GOES UNDERNEATH.
143100     IF WS-PICK-UOM-TEXT NOT = SPACES
143200         MOVE SPACES TO PICK-LIST-LINE
143300         STRING '              ORDERED' WS-PICK-UOM-TEXT
143400             DELIMITED BY SIZE
143500             INTO PICK-LIST-LINE
143600         END-STRING
143700         WRITE PICK-LIST-LINE
143800     END-IF.
143900 5100-PRINT-NEXT-PICK-EXIT.
144000     EXIT.
144100
144200 5150-FORMAT-ORDER-UNIT.
144300*    A LINE ORDERED IN CASES OR PALLETS SHOWS THE PICKER THE
144400*    WHOLE UNITS TO PULL AND ANY LOOSE EACHES LEFT OVER - A
144500*    SHORT OR FAIR-SHARE ALLOCATION NEED NOT BE WHOLE UNITS.
144600     MOVE SPACES TO WS-PICK-UOM-TEXT.
144700     IF SORT-ORDER-UOM = 'EA' OR SORT-UOM-FACTOR NOT > 1
144800         GO TO 5150-FORMAT-ORDER-UNIT-EXIT
144900     END-IF.
145000     DIVIDE SORT-QUANTITY BY SORT-UOM-FACTOR
145100         GIVING WS-PICK-UNITS
145200         REMAINDER WS-PICK-EACHES.
145300     IF WS-PICK-EACHES = ZERO
145400         STRING ' AS=' WS-PICK-UNITS ' ' SORT-ORDER-UOM
145500             DELIMITED BY SIZE
145600             INTO WS-PICK-UOM-TEXT
145700         END-STRING
145800     ELSE
145900         STRING ' AS=' WS-PICK-UNITS ' ' SORT-ORDER-UOM
146000                '+' WS-PICK-EACHES ' EA'
146100             DELIMITED BY SIZE
146200             INTO WS-PICK-UOM-TEXT
146300         END-STRING
146400     END-IF.
146500 5150-FORMAT-ORDER-UNIT-EXIT.
146600     EXIT.
146700
146800 5200-START-WAVE.
146900     IF WS-FIRST-PICK
147000         MOVE 'N' TO WS-FIRST-PICK-SW
147100     ELSE
147200         PERFORM 5350-END-ZONE
147300             THRU 5350-END-ZONE-EXIT
147400         PERFORM 5250-END-WAVE
147500             THRU 5250-END-WAVE-EXIT
147600     END-IF.
147700*    WAVE 999 TAKES EVERYTHING PAST IT - WAVE 000 IS THE
147800*    BACKORDER RELEASE LIST'S.
147900     IF WS-WAVE-NO < 999
148000         ADD 1 TO WS-WAVE-NO
148100     ELSE
148200         DISPLAY 'ORDALLOC - WAVE LIMIT REACHED, WAVE 999 '
148300             'CONTINUES'
148400         SET RC-WARNING TO TRUE
148500     END-IF.
148600     MOVE SORT-CUTOFF TO WS-PREV-CUTOFF.
148700     MOVE SORT-PRIORITY TO WS-PREV-PRIORITY.
148800     MOVE ZERO TO WS-WAVE-LINES.
148900     MOVE SPACES TO WS-PREV-ZONE.
149000     MOVE SPACES TO PICK-LIST-LINE.
149100     WRITE PICK-LIST-LINE.
149200     STRING 'WAVE ' WS-WAVE-NO
149300            '  CARRIER CUTOFF ' SORT-CUTOFF
149400            '  PRIORITY ' SORT-PRIORITY
149500         DELIMITED BY SIZE
149600         INTO PICK-LIST-LINE
149700     END-STRING.
149800     WRITE PICK-LIST-LINE.
149900 5200-START-WAVE-EXIT.
150000     EXIT.
150100
150200 5250-END-WAVE.
150300     MOVE SPACES TO PICK-LIST-LINE.
150400     STRING 'END OF WAVE ' WS-WAVE-NO
150500            '  LINES ' WS-WAVE-LINES
150600         DELIMITED BY SIZE
150700         INTO PICK-LIST-LINE
150800     END-STRING.
150900     WRITE PICK-LIST-LINE.
151000 5250-END-WAVE-EXIT.
151100     EXIT.
151200
151300 5300-START-ZONE.
151400*    THE ZONE IS THE FIRST TWO CHARACTERS OF THE LOCATION -
151500*    LOC-ZONE ON THE LOCATION MASTER (SEE LOCREC).
151600     MOVE SORT-LOCATION(1:2) TO WS-PREV-ZONE.
151700     MOVE ZERO TO WS-ZONE-LINES.
151800     ADD 1 TO WS-ZONE-LISTS.
151900     MOVE SPACES TO PICK-LIST-LINE.
152000     STRING '  WAVE ' WS-WAVE-NO
152100            ' ZONE ' WS-PREV-ZONE
152200            ' PICK LIST'
152300         DELIMITED BY SIZE
152400         INTO PICK-LIST-LINE
152500     END-STRING.
152600     WRITE PICK-LIST-LINE.
152700 5300-START-ZONE-EXIT.
152800     EXIT.
152900
153000 5350-END-ZONE.
153100     IF WS-PREV-ZONE = SPACES
153200         GO TO 5350-END-ZONE-EXIT
153300     END-IF.
153400     MOVE SPACES TO PICK-LIST-LINE.
153500     STRING '  END OF ZONE ' WS-PREV-ZONE
153600            '  LINES ' WS-ZONE-LINES
153700         DELIMITED BY SIZE
153800         INTO PICK-LIST-LINE
153900     END-STRING.
154000     WRITE PICK-LIST-LINE.
154100     MOVE SPACES TO WS-PREV-ZONE.
154200 5350-END-ZONE-EXIT.
154300     EXIT.
154400
154500 5400-MARK-LINE-WAVE.
154600*    THE WAVE GOES ON THE LINE'S ALLOCMST RECORD, WRITTEN WHEN
154700*    THE LINE WAS RELEASED TO THE SORT, SO PICKCONF CAN REPORT
154800*    CONFIRMATIONS BY WAVE.  A LINE STILL OPEN FROM AN EARLIER
154900*    RUN MOVES TO TODAY'S WAVE WITH ITS ADDED QUANTITY.
155000     IF NOT WS-ALOC-OPEN
155100         GO TO 5400-MARK-LINE-WAVE-EXIT
155200     END-IF.
155300     MOVE SORT-ORDER-NO  TO ALOC-ORDER-NO.
155400     MOVE SORT-OWNER     TO ALOC-OWNER.
155500     MOVE SORT-ITEM-NAME TO ALOC-ITEM-NAME.
155600     READ ALLOCATION-MASTER
155700         INVALID KEY
155800             ADD 1 TO WS-LINES-WAVE-UNMARKED
155900             GO TO 5400-MARK-LINE-WAVE-EXIT
156000     END-READ.
156100     MOVE WS-TODAY-YYYYMMDD TO ALOC-WAVE-DATE.
156200     MOVE WS-WAVE-NO TO ALOC-WAVE-NO.
156300     REWRITE ALLOCATION-RECORD
156400         INVALID KEY ADD 1 TO WS-LINES-WAVE-UNMARKED
156500     END-REWRITE.
156600 5400-MARK-LINE-WAVE-EXIT.
156700     EXIT.
156800
156900 2900-WRITE-EXCEPTION.
157000     ADD 1 TO WS-LINES-REJECTED.
157100     MOVE 'ORDALLOC' TO EXC-PROGRAM-ID.
157200     MOVE ORDR-ITEM-NAME TO EXC-KEY-VALUE.
157300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
157400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
157500     MOVE SPACES TO EXC-OPERATOR-ID.
157600     WRITE EXC-RECORD.
157700     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
157800     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
157900     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
158000     SET RC-WARNING TO TRUE.
158100 2900-WRITE-EXCEPTION-EXIT.
158200     EXIT.
158300
158400 9000-FINISH.
158500     IF WS-LOTS-OPEN
158600         CLOSE LOT-MASTER
158700     END-IF.
158800     IF WS-OHDR-OPEN
158900         CLOSE ORDER-HEADER-FILE
159000     END-IF.
159100     IF WS-ALOC-OPEN
159200         CLOSE ALLOCATION-MASTER
159300     END-IF.
159400     IF WS-OCR-OPEN
159500         CLOSE CREDIT-FILE
159600     END-IF.
159700     CLOSE HELD-ORDER-NEW.
159800     CLOSE BACKORDER-FILE.
159900     CLOSE EXCEPTION-FILE.
160000     CLOSE MOVEMENT-EVENTS.
160100     DISPLAY 'ORDALLOC - ORDER LINES READ : ' WS-ORDERS-READ.
160200     DISPLAY 'ORDALLOC - HELD LINES RELOAD: '
160300         WS-HELD-LINES-READ.
160400     DISPLAY 'ORDALLOC - LINES CREDIT HELD: '
160500         WS-LINES-CREDIT-HELD.
160600     DISPLAY 'ORDALLOC - LINES ALLOCATED  : ' WS-LINES-ALLOCATED.
160700     DISPLAY 'ORDALLOC - LINES PRORATED   : '
160800         WS-LINES-PRORATED.
160900     DISPLAY 'ORDALLOC - LINES BACKORDERED: '
161000         WS-LINES-BACKORDERED.
161100     DISPLAY 'ORDALLOC - SHORT ON GOOD LOTS: '
161200         WS-LINES-LOT-SHORT.
161300     DISPLAY 'ORDALLOC - LOT TRACE FULL   : '
161400         WS-LINES-TRACE-OVERFLOW.
161500     DISPLAY 'ORDALLOC - LINES REJECTED   : ' WS-LINES-REJECTED.
161600     DISPLAY 'ORDALLOC - LINES NO HEADER  : '
161700         WS-LINES-NO-HEADER.
161800     DISPLAY 'ORDALLOC - PICK WAVES       : ' WS-WAVE-NO.
161900     DISPLAY 'ORDALLOC - ZONE PICK LISTS  : ' WS-ZONE-LISTS.
162000     DISPLAY 'ORDALLOC - WAVE LINE CAP    : ' WS-WAVE-CAP.
162100     DISPLAY 'ORDALLOC - LINES NO WAVE    : '
162200         WS-LINES-WAVE-UNMARKED.
162300     DISPLAY 'ORDALLOC - RETURN CODE      : ' WS-RETURN-CODE.
162400 9000-FINISH-EXIT.
162500     EXIT.
162600
162700 9600-WRITE-MOVEMENT-EVENT.
162800*    ONE STOCK MOVEMENT EVENT PER REGISTER LINE FOR THE OWNER
162900*    PUBLISHER (SEE MEVTREC).  THE CALLER SETS THE OWNER,
163000*    ITEM, TYPE, QUANTITY AND REFERENCE.
163100     MOVE ZERO TO MEV-ON-HAND.
163200     EXEC SQL
163300         SELECT qty_on_hand
163400             INTO :MEV-ON-HAND
163500             FROM items
163600             WHERE owner = :MEV-OWNER
163700               AND itemname = :MEV-ITEM-NAME
163800     END-EXEC.
163900     IF SQLCODE NOT = 0
164000         MOVE ZERO TO MEV-ON-HAND
164100     END-IF.
164200     MOVE WS-TODAY-YYYYMMDD TO MEV-DATE.
164300     MOVE WS-TIME-HHMMSSHH  TO MEV-TIME.
164400     MOVE 'ORDALLOC' TO MEV-PROGRAM-ID.
164500     WRITE MOVEMENT-EVENT-RECORD.
164600 9600-WRITE-MOVEMENT-EVENT-EXIT.
164700     EXIT.
164800
164900 9500-OPEN-ERROR-TICKET.
165000*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
165100*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
165200*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
165300     OPEN EXTEND TICKET-INTAKE.
165400     IF NOT TICKET-STATUS-OK
165500         OPEN OUTPUT TICKET-INTAKE
165600     END-IF.
165700     IF NOT TICKET-STATUS-OK
165800         DISPLAY 'ORDALLOC - UNABLE TO OPEN TICKETS, STATUS='
165900             WS-TICKET-STATUS
166000         GO TO 9500-OPEN-ERROR-TICKET-EXIT
166100     END-IF.
166200*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
166300*    UNIQUE WITHIN THE DAY THE SAME WAY.
166400     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
166500     MOVE 'ORDALLOC' TO TICK-PROGRAM.
166600     IF WS-LAST-EXC-KEY NOT = SPACES
166700         MOVE SPACES TO TICK-ERROR-DETAIL
166800         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
166900                ' ' WS-LAST-EXC-TEXT(1:14)
167000             DELIMITED BY SIZE
167100             INTO TICK-ERROR-DETAIL
167200         END-STRING
167300     ELSE
167400         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
167500             TICK-ERROR-DETAIL
167600     END-IF.
167700     SET TICK-OPEN TO TRUE.
167800     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
167900     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
168000     MOVE ZERO TO TICK-RESOLVED-DATE.
168100     WRITE TICKET-RECORD.
168200     CLOSE TICKET-INTAKE.
168300 9500-OPEN-ERROR-TICKET-EXIT.
168400     EXIT.
168500
168600 9999-EXIT.
168700     STOP RUN.
