000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PUBRECON.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  DAILY RECONCILIATION OF
001000*                    THE STOCK MOVEMENT EVENTS FOR THE BUSINESS
001100*                    DATE, BY POSTING PROGRAM:
001200*                      REGISTER  - DETAIL LINES THE RUN WROTE
001300*                                  TO ITS POSTING REGISTER
001400*                      JOURNAL   - EVENTS IT WROTE TO STKMOVE
001500*                      DUE       - OF THOSE, THE ONES AN ACTIVE
001600*                                  SUBSCRIBER WANTS (PUBSUB)
001700*                      PUBLISHED - EVENTS STKPUB LOGGED AS SENT
001800*                                  AND COMMITTED (PUBLOG)
001900*                    A REGISTER THAT DISAGREES WITH THE JOURNAL
002000*                    ENDS THE STEP 8; EVENTS DUE BUT NOT YET
002100*                    PUBLISHED END IT 4.  RETREG AND PICKLIST
002200*                    ARE REWRITTEN EACH RUN, SO THEY HOLD THE
002300*                    LATEST RUN ONLY - FOR THOSE, FEWER REGISTER
002400*                    LINES THAN EVENTS IS NOT A BREAK.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-REG-STATUS.
003200
003300     SELECT RELEASE-HISTORY ASSIGN TO "QCRELHST"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-REG-STATUS.
003600
003700     SELECT PICK-LIST ASSIGN TO "PICKLIST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REG-STATUS.
004000
004100     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REG-STATUS.
004400
004500     SELECT RETURNS-REGISTER ASSIGN TO "RETREG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REG-STATUS.
004800
004900     SELECT ADJUSTMENT-LOG ASSIGN TO "CYCADJLG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REG-STATUS.
005200
005300     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-MEVT-STATUS.
005600
005700     SELECT SUBSCRIPTION-FILE ASSIGN TO "PUBSUB"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PSB-OWNER
006100         FILE STATUS IS WS-SUBS-STATUS.
006200
006300     SELECT PUBLISH-LOG ASSIGN TO "PUBLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PLOG-STATUS.
006600
006700     SELECT RECON-REPORT ASSIGN TO "PUBRECR"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT EXCEPTION-FILE ASSIGN TO "PUBREXC"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-BUSDATE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*    THE DATED REGISTERS - FIXED COLUMNS.  A DETAIL LINE
008000*    STARTS WITH THE POSTING DATE AND TIME AND CARRIES
008100*    ' OWNER=' IN COLUMNS 18-24; HEADINGS DO NOT.
008200 FD  RECEIVING-REGISTER.
008300 01  RECEIVING-REGISTER-LINE.
008400     05  RLOG-DATE                   PIC X(08).
008500     05  FILLER                      PIC X(09).
008600     05  RLOG-OWNER-TAG              PIC X(07).
008700     05  FILLER                      PIC X(126).
008800
008900 FD  RELEASE-HISTORY.
009000 01  REL-LINE.
009100     05  REL-DATE                    PIC X(08).
009200     05  FILLER                      PIC X(09).
009300     05  REL-OWNER-TAG               PIC X(07).
009400     05  FILLER                      PIC X(86).
009500
009600 FD  RETURNS-REGISTER.
009700 01  RETURNS-REGISTER-LINE.
009800     05  RTL-DATE                    PIC X(08).
009900     05  FILLER                      PIC X(09).
010000     05  RTL-OWNER-TAG               PIC X(07).
010100     05  FILLER                      PIC X(96).
010200
010300 FD  ADJUSTMENT-LOG.
010400 01  ADJUSTMENT-LOG-LINE.
010500     05  ALOG-DATE                   PIC X(08).
010600     05  FILLER                      PIC X(09).
010700     05  ALOG-OWNER-TAG              PIC X(07).
010800     05  FILLER                      PIC X(96).
010900
011000*    THE ORDALLOC PICK LIST - UNDATED DETAIL LINES, ONE 'LOC='
011100*    LINE PER ALLOCATED ORDER LINE, UNDER A DATED HEADING.
011200*    BORELEAS WRITES THE SAME DATASET UNDER ITS OWN HEADING.
011300 FD  PICK-LIST.
011400 01  PICK-LIST-LINE.
011500     05  PKL-LOC-TAG                 PIC X(04).
011600     05  FILLER                      PIC X(128).
011700 01  PICK-LIST-HEADING.
011800     05  PKH-TITLE                   PIC X(27).
011900     05  PKH-DATE                    PIC X(08).
012000     05  FILLER                      PIC X(97).
012100
012200*    THE SHIPPING MANIFEST AS PICKCONF WRITES IT.
012300 FD  MANIFEST-FILE.
012400 01  MANIFEST-RECORD.
012500     05  MAN-SHIP-DATE               PIC 9(08).
012600     05  MAN-OWNER                   PIC X(20).
012700     05  MAN-ORDER-NO                PIC X(08).
012800     05  MAN-ITEM-NAME               PIC X(20).
012900     05  MAN-QTY-SHIPPED             PIC 9(05).
013000     05  MAN-SHIP-TO-ID              PIC X(10).
013100     05  MAN-CARRIER                 PIC X(04).
013200     05  MAN-LOT-TRACE.
013300         10  MAN-LOT-USED OCCURS 5 TIMES.
013400             15  MAN-LOT-NUMBER      PIC X(10).
013500             15  MAN-LOT-QTY         PIC 9(05).
013600         10  MAN-LOT-OVERFLOW-SW     PIC X(01).
013700
013800 FD  MOVEMENT-EVENTS.
013900     COPY MEVTREC.
014000
014100 FD  SUBSCRIPTION-FILE.
014200     COPY PSUBREC.
014300
014400 FD  PUBLISH-LOG.
014500     COPY PLOGREC.
014600
014700 FD  RECON-REPORT.
014800 01  RECON-REPORT-LINE              PIC X(132).
014900
015000 FD  EXCEPTION-FILE.
015100     COPY EXCREC.
015200
015300 FD  BUSDATE-FILE.
015400     COPY BUSDATE.
015500
015600 WORKING-STORAGE SECTION.
015700     COPY RETCODES.
015800
015900 01  WS-REG-STATUS                  PIC X(02) VALUE '00'.
016000     88  REG-STATUS-OK               VALUE '00'.
016100     88  REG-STATUS-EOF              VALUE '10'.
016200 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
016300     88  MEVT-STATUS-OK              VALUE '00'.
016400     88  MEVT-STATUS-EOF             VALUE '10'.
016500 01  WS-SUBS-STATUS                 PIC X(02) VALUE '00'.
016600     88  SUBS-STATUS-OK              VALUE '00'.
016700 01  WS-PLOG-STATUS                 PIC X(02) VALUE '00'.
016800     88  PLOG-STATUS-OK              VALUE '00'.
016900     88  PLOG-STATUS-EOF             VALUE '10'.
017000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
017100     88  BUSDATE-STATUS-OK           VALUE '00'.
017200
017300 01  WS-SUBS-OPEN-SW                PIC X(01) VALUE 'N'.
017400     88  WS-SUBS-OPEN                VALUE 'Y'.
017500 01  WS-TYPE-WANTED-SW              PIC X(01) VALUE 'N'.
017600     88  WS-TYPE-WANTED              VALUE 'Y'.
017700 01  WS-TYPE-SUB                    PIC 9(02) COMP VALUE ZERO.
017800 01  WS-PICK-LIST-OURS-SW           PIC X(01) VALUE 'N'.
017900     88  WS-PICK-LIST-OURS           VALUE 'Y'.
018000
018100*    ONE ROW PER POSTING PROGRAM, WITH THE REGISTER IT IS
018200*    RECONCILED TO.  'Y' MARKS A REGISTER THAT HOLDS ITS
018300*    PROGRAM'S LATEST RUN ONLY.
018400 01  WS-SOURCE-VALUES.
018500     05  FILLER                     PIC X(17)
018600                                    VALUE 'RCVPOST RCVREG  N'.
018700     05  FILLER                     PIC X(17)
018800                                    VALUE 'QCREL   QCRELHSTN'.
018900     05  FILLER                     PIC X(17)
019000                                    VALUE 'ORDALLOCPICKLISTY'.
019100     05  FILLER                     PIC X(17)
019200                                    VALUE 'PICKCONFMANIFESTN'.
019300     05  FILLER                     PIC X(17)
019400                                    VALUE 'RETPOST RETREG  Y'.
019500     05  FILLER                     PIC X(17)
019600                                    VALUE 'CYCPOST CYCADJLGN'.
019700 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
019800     05  WS-SOURCE-ENTRY OCCURS 6 TIMES.
019900         10  WS-SRC-PROGRAM         PIC X(08).
020000         10  WS-SRC-REGISTER        PIC X(08).
020100         10  WS-SRC-LATEST-RUN-SW   PIC X(01).
020200             88  WS-SRC-LATEST-RUN   VALUE 'Y'.
020300 01  WS-SOURCE-COUNTS.
020400     05  WS-SOURCE-COUNT OCCURS 6 TIMES.
020500         10  WS-SRC-REG-OPEN-SW     PIC X(01).
020600             88  WS-SRC-REG-OPEN     VALUE 'Y'.
020700         10  WS-SRC-REG-LINES       PIC 9(07).
020800         10  WS-SRC-EVENTS          PIC 9(07).
020900         10  WS-SRC-DUE             PIC 9(07).
021000         10  WS-SRC-PUBLISHED       PIC 9(07).
021100 01  WS-SRC-SUB                     PIC 9(02) COMP VALUE ZERO.
021200 01  WS-FOUND-SUB                   PIC 9(02) COMP VALUE ZERO.
021300 01  WS-FIND-PROGRAM                PIC X(08) VALUE SPACES.
021400
021500 01  WS-RECON-DATE                  PIC X(08) VALUE SPACES.
021600 01  WS-EVENTS-READ                 PIC 9(07) VALUE ZERO.
021700 01  WS-PUBLOG-READ                 PIC 9(07) VALUE ZERO.
021800 01  WS-REGISTER-BREAKS             PIC 9(07) VALUE ZERO.
021900 01  WS-UNSENT-SOURCES              PIC 9(07) VALUE ZERO.
022000 01  WS-RESULT-TEXT                 PIC X(20) VALUE SPACES.
022100
022200 01  WS-REG-EDIT                    PIC X(07) VALUE SPACES.
022300 01  WS-COUNT-EDIT                  PIC Z(06)9.
022400 01  WS-COUNT-EDIT-1                PIC Z(06)9.
022500 01  WS-COUNT-EDIT-2                PIC Z(06)9.
022600 01  WS-COUNT-EDIT-3                PIC Z(06)9.
022700
022800 01  WS-CURRENT-DATE-TIME.
022900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
023000     05  WS-TIME-HHMMSSHH           PIC 9(08).
023100     05  FILLER                     PIC X(05).
023200
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE
023600         THRU 1000-INITIALIZE-EXIT.
023700
023800     PERFORM 2000-COUNT-REGISTERS
023900         THRU 2000-COUNT-REGISTERS-EXIT.
024000     PERFORM 3000-COUNT-EVENTS
024100         THRU 3000-COUNT-EVENTS-EXIT.
024200     PERFORM 4000-COUNT-PUBLISHED
024300         THRU 4000-COUNT-PUBLISHED-EXIT.
024400     PERFORM 5000-PRINT-RECONCILIATION
024500         THRU 5000-PRINT-RECONCILIATION-EXIT.
024600
024700     PERFORM 9000-FINISH
024800         THRU 9000-FINISH-EXIT.
024900
025000     MOVE WS-RETURN-CODE TO RETURN-CODE.
025100     GO TO 9999-EXIT.
025200
025300 1000-INITIALIZE.
025400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025500     PERFORM 1050-GET-BUSINESS-DATE
025600         THRU 1050-GET-BUSINESS-DATE-EXIT.
025700     MOVE WS-TODAY-YYYYMMDD TO WS-RECON-DATE.
025800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
025900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
026000     OPEN OUTPUT RECON-REPORT.
026100     OPEN OUTPUT EXCEPTION-FILE.
026200     PERFORM 1100-CLEAR-ONE-SOURCE
026300         THRU 1100-CLEAR-ONE-SOURCE-EXIT
026400         VARYING WS-SRC-SUB FROM 1 BY 1
026500         UNTIL WS-SRC-SUB > 6.
026600*    NO SUBSCRIPTION FILE MEANS NO OWNER IS SUBSCRIBED - EVERY
026700*    EVENT RECONCILES, NONE IS DUE.
026800     OPEN INPUT SUBSCRIPTION-FILE.
026900     IF SUBS-STATUS-OK
027000         SET WS-SUBS-OPEN TO TRUE
027100     END-IF.
027200 1000-INITIALIZE-EXIT.
027300     EXIT.
027400
027500 1050-GET-BUSINESS-DATE.
027600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
027800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
027900*    CLOCK TIME FIELD STAYS REAL.
028000     OPEN INPUT BUSDATE-FILE.
028100     IF NOT BUSDATE-STATUS-OK
028200         GO TO 1050-GET-BUSINESS-DATE-EXIT
028300     END-IF.
028400     READ BUSDATE-FILE
028500         AT END
028600             CLOSE BUSDATE-FILE
028700             GO TO 1050-GET-BUSINESS-DATE-EXIT
028800     END-READ.
028900     CLOSE BUSDATE-FILE.
029000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
029100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
029200         DISPLAY 'PUBRECON - RUNNING AS OF BUSINESS DATE '
029300             BUS-DATE
029400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
029500     END-IF.
029600 1050-GET-BUSINESS-DATE-EXIT.
029700     EXIT.
029800
029900 1100-CLEAR-ONE-SOURCE.
030000     MOVE 'N'  TO WS-SRC-REG-OPEN-SW(WS-SRC-SUB).
030100     MOVE ZERO TO WS-SRC-REG-LINES(WS-SRC-SUB).
030200     MOVE ZERO TO WS-SRC-EVENTS(WS-SRC-SUB).
030300     MOVE ZERO TO WS-SRC-DUE(WS-SRC-SUB).
030400     MOVE ZERO TO WS-SRC-PUBLISHED(WS-SRC-SUB).
030500 1100-CLEAR-ONE-SOURCE-EXIT.
030600     EXIT.
030700
030800 2000-COUNT-REGISTERS.
030900*    A REGISTER THAT WILL NOT OPEN IS SHOWN AS NOT ON FILE AND
031000*    NOT RECONCILED - ITS PROGRAM HAS NOT RUN YET.
031100     OPEN INPUT RECEIVING-REGISTER.
031200     IF REG-STATUS-OK
031300         MOVE 'Y' TO WS-SRC-REG-OPEN-SW(1)
031400         PERFORM 2100-COUNT-ONE-RECEIPT
031500             THRU 2100-COUNT-ONE-RECEIPT-EXIT
031600             UNTIL REG-STATUS-EOF
031700         CLOSE RECEIVING-REGISTER
031800     END-IF.
031900
032000     OPEN INPUT RELEASE-HISTORY.
032100     IF REG-STATUS-OK
032200         MOVE 'Y' TO WS-SRC-REG-OPEN-SW(2)
032300         PERFORM 2200-COUNT-ONE-RELEASE
032400             THRU 2200-COUNT-ONE-RELEASE-EXIT
032500             UNTIL REG-STATUS-EOF
032600         CLOSE RELEASE-HISTORY
032700     END-IF.
032800
032900     OPEN INPUT PICK-LIST.
033000     IF REG-STATUS-OK
033100         MOVE 'N' TO WS-PICK-LIST-OURS-SW
033200         PERFORM 2300-COUNT-ONE-PICK
033300             THRU 2300-COUNT-ONE-PICK-EXIT
033400             UNTIL REG-STATUS-EOF
033500         CLOSE PICK-LIST
033600     END-IF.
033700
033800     OPEN INPUT MANIFEST-FILE.
033900     IF REG-STATUS-OK
034000         MOVE 'Y' TO WS-SRC-REG-OPEN-SW(4)
034100         PERFORM 2400-COUNT-ONE-SHIPMENT
034200             THRU 2400-COUNT-ONE-SHIPMENT-EXIT
034300             UNTIL REG-STATUS-EOF
034400         CLOSE MANIFEST-FILE
034500     END-IF.
034600
034700     OPEN INPUT RETURNS-REGISTER.
034800     IF REG-STATUS-OK
034900         MOVE 'Y' TO WS-SRC-REG-OPEN-SW(5)
035000         PERFORM 2500-COUNT-ONE-RETURN
035100             THRU 2500-COUNT-ONE-RETURN-EXIT
035200             UNTIL REG-STATUS-EOF
035300         CLOSE RETURNS-REGISTER
035400     END-IF.
035500
035600     OPEN INPUT ADJUSTMENT-LOG.
035700     IF REG-STATUS-OK
035800         MOVE 'Y' TO WS-SRC-REG-OPEN-SW(6)
035900         PERFORM 2600-COUNT-ONE-ADJUSTMENT
036000             THRU 2600-COUNT-ONE-ADJUSTMENT-EXIT
036100             UNTIL REG-STATUS-EOF
036200         CLOSE ADJUSTMENT-LOG
036300     END-IF.
036400 2000-COUNT-REGISTERS-EXIT.
036500     EXIT.
036600
036700 2100-COUNT-ONE-RECEIPT.
036800     READ RECEIVING-REGISTER
036900         AT END SET REG-STATUS-EOF TO TRUE
037000     END-READ.
037100     IF REG-STATUS-EOF
037200         GO TO 2100-COUNT-ONE-RECEIPT-EXIT
037300     END-IF.
037400     IF RLOG-DATE = WS-RECON-DATE
037500             AND RLOG-OWNER-TAG = ' OWNER='
037600         ADD 1 TO WS-SRC-REG-LINES(1)
037700     END-IF.
037800 2100-COUNT-ONE-RECEIPT-EXIT.
037900     EXIT.
038000
038100 2200-COUNT-ONE-RELEASE.
038200     READ RELEASE-HISTORY
038300         AT END SET REG-STATUS-EOF TO TRUE
038400     END-READ.
038500     IF REG-STATUS-EOF
038600         GO TO 2200-COUNT-ONE-RELEASE-EXIT
038700     END-IF.
038800     IF REL-DATE = WS-RECON-DATE
038900             AND REL-OWNER-TAG = ' OWNER='
039000         ADD 1 TO WS-SRC-REG-LINES(2)
039100     END-IF.
039200 2200-COUNT-ONE-RELEASE-EXIT.
039300     EXIT.
039400
039500 2300-COUNT-ONE-PICK.
039600*    THE LIST COUNTS ONLY WHEN ITS HEADING IS ORDALLOC'S FOR
039700*    THE BUSINESS DATE - A BORELEAS LIST, OR AN OLDER ONE,
039800*    LEAVES ORDALLOC NOT RECONCILED.
039900     READ PICK-LIST
040000         AT END SET REG-STATUS-EOF TO TRUE
040100     END-READ.
040200     IF REG-STATUS-EOF
040300         GO TO 2300-COUNT-ONE-PICK-EXIT
040400     END-IF.
040500     IF PKH-TITLE = 'PICK LIST BY WAVE AND ZONE '
040600         IF PKH-DATE = WS-RECON-DATE
040700             SET WS-PICK-LIST-OURS TO TRUE
040800             MOVE 'Y' TO WS-SRC-REG-OPEN-SW(3)
040900         END-IF
041000         GO TO 2300-COUNT-ONE-PICK-EXIT
041100     END-IF.
041200     IF WS-PICK-LIST-OURS AND PKL-LOC-TAG = 'LOC='
041300         ADD 1 TO WS-SRC-REG-LINES(3)
041400     END-IF.
041500 2300-COUNT-ONE-PICK-EXIT.
041600     EXIT.
041700
041800 2400-COUNT-ONE-SHIPMENT.
041900     READ MANIFEST-FILE
042000         AT END SET REG-STATUS-EOF TO TRUE
042100     END-READ.
042200     IF REG-STATUS-EOF
042300         GO TO 2400-COUNT-ONE-SHIPMENT-EXIT
042400     END-IF.
042500     IF MAN-SHIP-DATE = WS-TODAY-YYYYMMDD
042600         ADD 1 TO WS-SRC-REG-LINES(4)
042700     END-IF.
042800 2400-COUNT-ONE-SHIPMENT-EXIT.
042900     EXIT.
043000
043100 2500-COUNT-ONE-RETURN.
043200     READ RETURNS-REGISTER
043300         AT END SET REG-STATUS-EOF TO TRUE
043400     END-READ.
043500     IF REG-STATUS-EOF
043600         GO TO 2500-COUNT-ONE-RETURN-EXIT
043700     END-IF.
043800     IF RTL-DATE = WS-RECON-DATE
043900             AND RTL-OWNER-TAG = ' OWNER='
044000         ADD 1 TO WS-SRC-REG-LINES(5)
044100     END-IF.
044200 2500-COUNT-ONE-RETURN-EXIT.
044300     EXIT.
044400
044500 2600-COUNT-ONE-ADJUSTMENT.
044600     READ ADJUSTMENT-LOG
044700         AT END SET REG-STATUS-EOF TO TRUE
044800     END-READ.
044900     IF REG-STATUS-EOF
045000         GO TO 2600-COUNT-ONE-ADJUSTMENT-EXIT
045100     END-IF.
045200     IF ALOG-DATE = WS-RECON-DATE
045300             AND ALOG-OWNER-TAG = ' OWNER='
045400         ADD 1 TO WS-SRC-REG-LINES(6)
045500     END-IF.
045600 2600-COUNT-ONE-ADJUSTMENT-EXIT.
045700     EXIT.
045800
045900 3000-COUNT-EVENTS.
046000     OPEN INPUT MOVEMENT-EVENTS.
046100     IF NOT MEVT-STATUS-OK
046200         GO TO 3000-COUNT-EVENTS-EXIT
046300     END-IF.
046400     PERFORM 3100-COUNT-ONE-EVENT
046500         THRU 3100-COUNT-ONE-EVENT-EXIT
046600         UNTIL MEVT-STATUS-EOF.
046700     CLOSE MOVEMENT-EVENTS.
046800 3000-COUNT-EVENTS-EXIT.
046900     EXIT.
047000
047100 3100-COUNT-ONE-EVENT.
047200     READ MOVEMENT-EVENTS
047300         AT END SET MEVT-STATUS-EOF TO TRUE
047400     END-READ.
047500     IF MEVT-STATUS-EOF
047600         GO TO 3100-COUNT-ONE-EVENT-EXIT
047700     END-IF.
047800     IF MEV-DATE NOT = WS-TODAY-YYYYMMDD
047900         GO TO 3100-COUNT-ONE-EVENT-EXIT
048000     END-IF.
048100     ADD 1 TO WS-EVENTS-READ.
048200     MOVE MEV-PROGRAM-ID TO WS-FIND-PROGRAM.
048300     PERFORM 3900-FIND-SOURCE
048400         THRU 3900-FIND-SOURCE-EXIT.
048500     IF WS-FOUND-SUB = ZERO
048600         GO TO 3100-COUNT-ONE-EVENT-EXIT
048700     END-IF.
048800     ADD 1 TO WS-SRC-EVENTS(WS-FOUND-SUB).
048900
049000*    DUE - THE SAME TEST STKPUB APPLIES: AN ACTIVE SUBSCRIBER,
049100*    STARTED ON OR BEFORE THE EVENT, WHO WANTS ITS TYPE.
049200     IF NOT WS-SUBS-OPEN
049300         GO TO 3100-COUNT-ONE-EVENT-EXIT
049400     END-IF.
049500     MOVE MEV-OWNER TO PSB-OWNER.
049600     READ SUBSCRIPTION-FILE
049700         INVALID KEY CONTINUE
049800     END-READ.
049900     IF NOT SUBS-STATUS-OK
050000         GO TO 3100-COUNT-ONE-EVENT-EXIT
050100     END-IF.
050200     IF PSB-INACTIVE OR MEV-DATE < PSB-START-DATE
050300         GO TO 3100-COUNT-ONE-EVENT-EXIT
050400     END-IF.
050500     MOVE 'N' TO WS-TYPE-WANTED-SW.
050600     PERFORM 3150-CHECK-ONE-TYPE
050700         THRU 3150-CHECK-ONE-TYPE-EXIT
050800         VARYING WS-TYPE-SUB FROM 1 BY 1
050900         UNTIL WS-TYPE-SUB > 10 OR WS-TYPE-WANTED.
051000     IF WS-TYPE-WANTED
051100         ADD 1 TO WS-SRC-DUE(WS-FOUND-SUB)
051200     END-IF.
051300 3100-COUNT-ONE-EVENT-EXIT.
051400     EXIT.
051500
051600 3150-CHECK-ONE-TYPE.
051700     IF PSB-EVENT-TYPE(WS-TYPE-SUB) = MEV-TYPE
051800             OR PSB-EVENT-TYPE(WS-TYPE-SUB) = '*ALL'
051900         SET WS-TYPE-WANTED TO TRUE
052000     END-IF.
052100 3150-CHECK-ONE-TYPE-EXIT.
052200     EXIT.
052300
052400 3900-FIND-SOURCE.
052500     MOVE ZERO TO WS-FOUND-SUB.
052600     PERFORM 3910-MATCH-ONE-SOURCE
052700         THRU 3910-MATCH-ONE-SOURCE-EXIT
052800         VARYING WS-SRC-SUB FROM 1 BY 1
052900         UNTIL WS-SRC-SUB > 6 OR WS-FOUND-SUB > ZERO.
053000 3900-FIND-SOURCE-EXIT.
053100     EXIT.
053200
053300 3910-MATCH-ONE-SOURCE.
053400     IF WS-SRC-PROGRAM(WS-SRC-SUB) = WS-FIND-PROGRAM
053500         MOVE WS-SRC-SUB TO WS-FOUND-SUB
053600     END-IF.
053700 3910-MATCH-ONE-SOURCE-EXIT.
053800     EXIT.
053900
054000 4000-COUNT-PUBLISHED.
054100     OPEN INPUT PUBLISH-LOG.
054200     IF NOT PLOG-STATUS-OK
054300         GO TO 4000-COUNT-PUBLISHED-EXIT
054400     END-IF.
054500     PERFORM 4100-COUNT-ONE-PUBLISHED
054600         THRU 4100-COUNT-ONE-PUBLISHED-EXIT
054700         UNTIL PLOG-STATUS-EOF.
054800     CLOSE PUBLISH-LOG.
054900 4000-COUNT-PUBLISHED-EXIT.
055000     EXIT.
055100
055200 4100-COUNT-ONE-PUBLISHED.
055300     READ PUBLISH-LOG
055400         AT END SET PLOG-STATUS-EOF TO TRUE
055500     END-READ.
055600     IF PLOG-STATUS-EOF
055700         GO TO 4100-COUNT-ONE-PUBLISHED-EXIT
055800     END-IF.
055900     IF PLG-EVENT-DATE NOT = WS-TODAY-YYYYMMDD
056000         GO TO 4100-COUNT-ONE-PUBLISHED-EXIT
056100     END-IF.
056200     ADD 1 TO WS-PUBLOG-READ.
056300     MOVE PLG-PROGRAM-ID TO WS-FIND-PROGRAM.
056400     PERFORM 3900-FIND-SOURCE
056500         THRU 3900-FIND-SOURCE-EXIT.
056600     IF WS-FOUND-SUB > ZERO
056700         ADD 1 TO WS-SRC-PUBLISHED(WS-FOUND-SUB)
056800     END-IF.
056900 4100-COUNT-ONE-PUBLISHED-EXIT.
057000     EXIT.
057100
057200 5000-PRINT-RECONCILIATION.
057300     MOVE SPACES TO RECON-REPORT-LINE.
057400     STRING 'STOCK MOVEMENT PUBLISH RECONCILIATION  DATE '
057500            WS-TODAY-YYYYMMDD
057600         DELIMITED BY SIZE
057700         INTO RECON-REPORT-LINE
057800     END-STRING.
057900     WRITE RECON-REPORT-LINE.
058000     MOVE SPACES TO RECON-REPORT-LINE.
058100     WRITE RECON-REPORT-LINE.
058200     MOVE SPACES TO RECON-REPORT-LINE.
058300     STRING 'PROGRAM   REGISTER  REG LINES   JOURNAL       DUE'
058400            ' PUBLISHED  RESULT'
058500         DELIMITED BY SIZE
058600         INTO RECON-REPORT-LINE
058700     END-STRING.
058800     WRITE RECON-REPORT-LINE.
058900
059000     PERFORM 5100-PRINT-ONE-SOURCE
059100         THRU 5100-PRINT-ONE-SOURCE-EXIT
059200         VARYING WS-SRC-SUB FROM 1 BY 1
059300         UNTIL WS-SRC-SUB > 6.
059400
059500     MOVE SPACES TO RECON-REPORT-LINE.
059600     WRITE RECON-REPORT-LINE.
059700     MOVE WS-EVENTS-READ TO WS-COUNT-EDIT-1.
059800     MOVE WS-REGISTER-BREAKS TO WS-COUNT-EDIT-2.
059900     MOVE WS-UNSENT-SOURCES TO WS-COUNT-EDIT-3.
060000     MOVE SPACES TO RECON-REPORT-LINE.
060100     STRING 'EVENTS FOR THE DATE=' WS-COUNT-EDIT-1
060200            '  REGISTER BREAKS=' WS-COUNT-EDIT-2
060300            '  PROGRAMS WITH UNSENT EVENTS=' WS-COUNT-EDIT-3
060400         DELIMITED BY SIZE
060500         INTO RECON-REPORT-LINE
060600     END-STRING.
060700     WRITE RECON-REPORT-LINE.
060800 5000-PRINT-RECONCILIATION-EXIT.
060900     EXIT.
061000
061100 5100-PRINT-ONE-SOURCE.
061200     MOVE 'OK' TO WS-RESULT-TEXT.
061300     IF WS-SRC-REG-OPEN(WS-SRC-SUB)
061400         MOVE WS-SRC-REG-LINES(WS-SRC-SUB) TO WS-COUNT-EDIT
061500         MOVE WS-COUNT-EDIT TO WS-REG-EDIT
061600         PERFORM 5200-CHECK-REGISTER
061700             THRU 5200-CHECK-REGISTER-EXIT
061800     ELSE
061900         MOVE 'NOT ON' TO WS-REG-EDIT
062000         MOVE 'REGISTER NOT CHECKED' TO WS-RESULT-TEXT
062100     END-IF.
062200     IF WS-SRC-DUE(WS-SRC-SUB) > WS-SRC-PUBLISHED(WS-SRC-SUB)
062300         PERFORM 5300-REPORT-UNSENT
062400             THRU 5300-REPORT-UNSENT-EXIT
062500     END-IF.
062600
062700     MOVE WS-SRC-EVENTS(WS-SRC-SUB)    TO WS-COUNT-EDIT-1.
062800     MOVE WS-SRC-DUE(WS-SRC-SUB)       TO WS-COUNT-EDIT-2.
062900     MOVE WS-SRC-PUBLISHED(WS-SRC-SUB) TO WS-COUNT-EDIT-3.
063000     MOVE SPACES TO RECON-REPORT-LINE.
063100     STRING WS-SRC-PROGRAM(WS-SRC-SUB) '  '
063200            WS-SRC-REGISTER(WS-SRC-SUB) '    '
063300            WS-REG-EDIT '   '
063400            WS-COUNT-EDIT-1 '   '
063500            WS-COUNT-EDIT-2 '   '
063600            WS-COUNT-EDIT-3 '  '
063700            WS-RESULT-TEXT
063800         DELIMITED BY SIZE
063900         INTO RECON-REPORT-LINE
064000     END-STRING.
064100     WRITE RECON-REPORT-LINE.
064200 5100-PRINT-ONE-SOURCE-EXIT.
064300     EXIT.
064400
064500 5200-CHECK-REGISTER.
064600*    EVERY REGISTER DETAIL LINE IS WRITTEN WITH ONE EVENT, SO
064700*    THE TWO COUNTS AGREE - EXCEPT THAT A LATEST-RUN-ONLY
064800*    REGISTER MAY HAVE LOST AN EARLIER RUN'S LINES.
064900     IF WS-SRC-REG-LINES(WS-SRC-SUB) = WS-SRC-EVENTS(WS-SRC-SUB)
065000         GO TO 5200-CHECK-REGISTER-EXIT
065100     END-IF.
065200     IF WS-SRC-LATEST-RUN(WS-SRC-SUB)
065300             AND WS-SRC-REG-LINES(WS-SRC-SUB) <
065400                 WS-SRC-EVENTS(WS-SRC-SUB)
065500         MOVE 'LATEST RUN ONLY' TO WS-RESULT-TEXT
065600         GO TO 5200-CHECK-REGISTER-EXIT
065700     END-IF.
065800     MOVE 'REGISTER BREAK' TO WS-RESULT-TEXT.
065900     ADD 1 TO WS-REGISTER-BREAKS.
066000     MOVE 'E503' TO EXC-REASON-CODE.
066100     MOVE 'REGISTER AND STKMOVE JOURNAL DISAGREE' TO
066200         EXC-REASON-TEXT.
066300     PERFORM 9700-WRITE-EXCEPTION
066400         THRU 9700-WRITE-EXCEPTION-EXIT.
066500     IF NOT RC-SEVERE
066600         SET RC-ERROR TO TRUE
066700     END-IF.
066800 5200-CHECK-REGISTER-EXIT.
066900     EXIT.
067000
067100 5300-REPORT-UNSENT.
067200*    STKPUB HELD THEM BACK (QUEUE DOWN) OR HAS NOT RUN SINCE -
067300*    THE NEXT RUN SENDS THEM.
067400     IF WS-RESULT-TEXT = 'OK'
067500         MOVE 'EVENTS UNSENT' TO WS-RESULT-TEXT
067600     END-IF.
067700     ADD 1 TO WS-UNSENT-SOURCES.
067800     MOVE 'E504' TO EXC-REASON-CODE.
067900     MOVE 'EVENTS DUE TO OWNERS NOT YET PUBLISHED' TO
068000         EXC-REASON-TEXT.
068100     PERFORM 9700-WRITE-EXCEPTION
068200         THRU 9700-WRITE-EXCEPTION-EXIT.
068300     IF RC-NORMAL
068400         SET RC-WARNING TO TRUE
068500     END-IF.
068600 5300-REPORT-UNSENT-EXIT.
068700     EXIT.
068800
068900 9000-FINISH.
069000     IF WS-SUBS-OPEN
069100         CLOSE SUBSCRIPTION-FILE
069200     END-IF.
069300     CLOSE RECON-REPORT.
069400     CLOSE EXCEPTION-FILE.
069500     DISPLAY 'PUBRECON - EVENTS FOR DATE    : ' WS-EVENTS-READ.
069600     DISPLAY 'PUBRECON - PUBLISHED FOR DATE : ' WS-PUBLOG-READ.
069700     DISPLAY 'PUBRECON - REGISTER BREAKS    : '
069800         WS-REGISTER-BREAKS.
069900     DISPLAY 'PUBRECON - UNSENT PROGRAMS    : '
070000         WS-UNSENT-SOURCES.
070100     DISPLAY 'PUBRECON - RETURN CODE        : ' WS-RETURN-CODE.
070200 9000-FINISH-EXIT.
070300     EXIT.
070400
070500 9700-WRITE-EXCEPTION.
070600     MOVE 'PUBRECON' TO EXC-PROGRAM-ID.
070700     MOVE WS-SRC-PROGRAM(WS-SRC-SUB) TO EXC-KEY-VALUE.
070800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
070900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
071000     MOVE SPACES TO EXC-OPERATOR-ID.
071100     WRITE EXC-RECORD.
071200 9700-WRITE-EXCEPTION-EXIT.
071300     EXIT.
071400
071500 9999-EXIT.
071600     STOP RUN.
