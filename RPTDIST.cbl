000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTDIST.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  REPORT DISTRIBUTION, RUN
001000*                    IN NITECYCL AFTER RPTARCH HAS KEPT THE
001100*                    NIGHT'S GENERATIONS.  EVERY REPORT NAMED ON
001200*                    THE DISTLIST DISTRIBUTION LIST (SEE DISTREC)
001300*                    IS READ ONCE AND BURST - THE WHOLE REPORT TO
001400*                    ITS WHOLE-REPORT RECIPIENTS, EACH CONTROL-
001500*                    BREAK SECTION (ONE INSTRUCTOR'S COURSES, ONE
001600*                    OWNER'S LINES) TO THE RECIPIENTS OF THAT
001700*                    VALUE - AND ROUTED TO THE PRINT QUEUE, MAIL
001800*                    GATEWAY OR SECURE FILE DROP OUTBOUND DATASET
001900*                    (SEE DOUTREC).  EVERY DELIVERY GOES ON THE
002000*                    DISTLOG DELIVERY LOG (SEE DLOGREC), AND WHAT
002100*                    COULD NOT BE DELIVERED - A REPORT NOT THERE,
002200*                    A SECTION NOBODY IS ON THE LIST FOR, AN
002300*                    OUTBOUND DATASET NOT AVAILABLE - IS LISTED
002400*                    ON DISTUNDL FOR OPERATIONS TO CHASE.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-DIST-STATUS.
003200
003300     SELECT SOURCE-REPORT ASSIGN TO DYNAMIC WS-SOURCE-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SOURCE-STATUS.
003600
003700     SELECT PRINT-QUEUE-FILE ASSIGN TO "DISTPRTQ"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PRTQ-STATUS.
004000
004100     SELECT MAIL-GATEWAY-FILE ASSIGN TO "DISTMAIL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MAIL-STATUS.
004400
004500     SELECT FILE-DROP-FILE ASSIGN TO "DISTDROP"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DROP-STATUS.
004800
004900     SELECT DELIVERY-LOG ASSIGN TO "DISTLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-DLOG-STATUS.
005200
005300     SELECT UNDELIVERED-REPORT ASSIGN TO "DISTUNDL"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT EXCEPTION-FILE ASSIGN TO "DISTEXC"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-BUSDATE-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  DIST-LIST-FILE.
006600     COPY DISTREC.
006700
006800 FD  SOURCE-REPORT.
006900 01  SOURCE-LINE                    PIC X(133).
007000
007100*    THE THREE OUTBOUND DATASETS SHARE THE DOUTREC LAYOUT, BUILT
007200*    IN WORKING-STORAGE AND WRITTEN FROM THERE.
007300 FD  PRINT-QUEUE-FILE.
007400 01  PRINT-QUEUE-LINE               PIC X(233).
007500
007600 FD  MAIL-GATEWAY-FILE.
007700 01  MAIL-GATEWAY-LINE              PIC X(233).
007800
007900 FD  FILE-DROP-FILE.
008000 01  FILE-DROP-LINE                 PIC X(233).
008100
008200 FD  DELIVERY-LOG.
008300     COPY DLOGREC.
008400
008500 FD  UNDELIVERED-REPORT.
008600 01  UNDELIVERED-LINE               PIC X(132).
008700
008800 FD  EXCEPTION-FILE.
008900     COPY EXCREC.
009000
009100 FD  BUSDATE-FILE.
009200     COPY BUSDATE.
009300
009400 WORKING-STORAGE SECTION.
009500     COPY RETCODES.
009600
009700     COPY DOUTREC.
009800
009900 01  WS-SOURCE-NAME                 PIC X(08) VALUE SPACES.
010000
010100 01  WS-DIST-STATUS                 PIC X(02) VALUE '00'.
010200     88  DIST-STATUS-OK              VALUE '00'.
010300     88  DIST-STATUS-EOF             VALUE '10'.
010400 01  WS-SOURCE-STATUS               PIC X(02) VALUE '00'.
010500     88  SOURCE-STATUS-OK            VALUE '00'.
010600     88  SOURCE-STATUS-EOF           VALUE '10'.
010700 01  WS-PRTQ-STATUS                 PIC X(02) VALUE '00'.
010800     88  PRTQ-STATUS-OK              VALUE '00'.
010900 01  WS-MAIL-STATUS                 PIC X(02) VALUE '00'.
011000     88  MAIL-STATUS-OK              VALUE '00'.
011100 01  WS-DROP-STATUS                 PIC X(02) VALUE '00'.
011200     88  DROP-STATUS-OK              VALUE '00'.
011300 01  WS-DLOG-STATUS                 PIC X(02) VALUE '00'.
011400     88  DLOG-STATUS-OK              VALUE '00'.
011500 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
011600     88  BUSDATE-STATUS-OK           VALUE '00'.
011700
011800*    AN OUTBOUND DATASET THAT WOULD NOT OPEN LEAVES ITS
011900*    METHOD'S RECIPIENTS UNDELIVERED - THE OTHERS STILL GO.
012000 01  WS-PRTQ-OPEN-SW                PIC X(01) VALUE 'N'.
012100     88  WS-PRTQ-OPEN                VALUE 'Y'.
012200 01  WS-MAIL-OPEN-SW                PIC X(01) VALUE 'N'.
012300     88  WS-MAIL-OPEN                VALUE 'Y'.
012400 01  WS-DROP-OPEN-SW                PIC X(01) VALUE 'N'.
012500     88  WS-DROP-OPEN                VALUE 'Y'.
012600
012700*    THE DISTRIBUTION LIST, LOADED AT START-UP.  GUARDED LOAD,
012800*    AS EVER - AN ENTRY PAST THE END OF A TABLE IS REJECTED.
012900 01  WS-RULE-MAX                    PIC 9(03) VALUE 50.
013000 01  WS-RULE-COUNT                  PIC 9(03) VALUE ZERO.
013100 01  WS-RULE-TABLE.
013200     05  WS-RULE-ENTRY OCCURS 50 TIMES.
013300         10  WS-RUL-REPORT           PIC X(08).
013400         10  WS-RUL-MARKER           PIC X(20).
013500         10  WS-RUL-MARKER-LEN       PIC 9(02).
013600         10  WS-RUL-MARKER-COL       PIC 9(03).
013700         10  WS-RUL-VALUE-COL        PIC 9(03).
013800         10  WS-RUL-VALUE-LEN        PIC 9(02).
013900 01  WS-RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
014000
014100 01  WS-RCP-MAX                     PIC 9(03) VALUE 300.
014200 01  WS-RCP-COUNT                   PIC 9(03) VALUE ZERO.
014300 01  WS-RCP-TABLE.
014400     05  WS-RCP-ENTRY OCCURS 300 TIMES.
014500         10  WS-RCP-REPORT           PIC X(08).
014600         10  WS-RCP-BREAK            PIC X(20).
014700         10  WS-RCP-ID               PIC X(08).
014800         10  WS-RCP-METHOD           PIC X(01).
014900         10  WS-RCP-DEST             PIC X(50).
015000         10  WS-RCP-LINES            PIC 9(07).
015100         10  WS-RCP-FAILED-SW        PIC X(01).
015200             88  WS-RCP-FAILED        VALUE 'Y'.
015300 01  WS-RCP-SUB                     PIC 9(03) COMP VALUE ZERO.
015400
015500*    ONE ROW PER REPORT ON THE LIST, IN THE ORDER FIRST NAMED.
015600*    THE LEAD IS THE MOST LEAD LINES ANY OF ITS RULES WANTS.
015700 01  WS-RPT-MAX                     PIC 9(03) VALUE 50.
015800 01  WS-RPT-COUNT                   PIC 9(03) VALUE ZERO.
015900 01  WS-RPT-TABLE.
016000     05  WS-RPT-ENTRY OCCURS 50 TIMES.
016100         10  WS-RPT-NAME             PIC X(08).
016200         10  WS-RPT-WHOLE-SW         PIC X(01).
016300             88  WS-RPT-HAS-WHOLE     VALUE 'Y'.
016400         10  WS-RPT-LEAD             PIC 9(01).
016500         10  WS-RPT-MISSING-SW       PIC X(01).
016600             88  WS-RPT-MISSING       VALUE 'Y'.
016700 01  WS-RPT-SUB                     PIC 9(03) COMP VALUE ZERO.
016800 01  WS-RPT-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
016900
017000*    THE SECTIONS FOUND IN THE REPORT BEING BURST - A SECTION
017100*    THAT COMES ROUND AGAIN LATER IN THE REPORT IS THE SAME
017200*    SECTION, AND ITS HEADING LINES ARE NOT SENT TWICE.
017300 01  WS-SEC-MAX                     PIC 9(03) VALUE 300.
017400 01  WS-SEC-COUNT                   PIC 9(03) VALUE ZERO.
017500 01  WS-SEC-TABLE.
017600     05  WS-SEC-ENTRY OCCURS 300 TIMES.
017700         10  WS-SEC-VALUE            PIC X(20).
017800         10  WS-SEC-LINES            PIC 9(07).
017900         10  WS-SEC-ROUTED-SW        PIC X(01).
018000             88  WS-SEC-ROUTED        VALUE 'Y'.
018100 01  WS-SEC-SUB                     PIC 9(03) COMP VALUE ZERO.
018200 01  WS-SEC-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
018300 01  WS-SEC-FULL-SW                 PIC X(01) VALUE 'N'.
018400     88  WS-SEC-FULL                 VALUE 'Y'.
018500
018600*    THE REPORT'S OPENING LINES, BEFORE THE FIRST SECTION -
018700*    SENT AHEAD OF EVERY SECTION SO EACH RECIPIENT'S COPY
018800*    CARRIES THE REPORT TITLE AND DATE.
018900 01  WS-PREAMBLE-MAX                PIC 9(02) VALUE 10.
019000 01  WS-PREAMBLE-COUNT              PIC 9(02) VALUE ZERO.
019100 01  WS-PREAMBLE-TABLE.
019200     05  WS-PREAMBLE-LINE OCCURS 10 TIMES PIC X(133).
019300 01  WS-PREAMBLE-SUB                PIC 9(02) COMP VALUE ZERO.
019400
019500*    LINES HELD BACK UNTIL IT IS KNOWN WHETHER THE NEXT LINE
019600*    STARTS A NEW SECTION - UP TO THE REPORT'S LEAD.
019700 01  WS-HOLD-COUNT                  PIC 9(02) VALUE ZERO.
019800 01  WS-HOLD-TABLE.
019900     05  WS-HOLD-LINE OCCURS 10 TIMES PIC X(133).
020000 01  WS-HOLD-SUB                    PIC 9(02) COMP VALUE ZERO.
020100
020200 01  WS-CURRENT-VALUE               PIC X(20) VALUE SPACES.
020300 01  WS-LINE-VALUE                  PIC X(20) VALUE SPACES.
020400 01  WS-TARGET-VALUE                PIC X(20) VALUE SPACES.
020500 01  WS-LINE-KEYED-SW               PIC X(01) VALUE 'N'.
020600     88  WS-LINE-KEYED               VALUE 'Y'.
020700 01  WS-OUT-LINE                    PIC X(133) VALUE SPACES.
020800 01  WS-LAST-COL                    PIC 9(03) VALUE ZERO.
020900 01  WS-ENTRY-OK-SW                 PIC X(01) VALUE 'N'.
021000     88  WS-ENTRY-OK                 VALUE 'Y'.
021100
021200 01  WS-LIST-READ                   PIC 9(05) VALUE ZERO.
021300 01  WS-LIST-REJECTED               PIC 9(05) VALUE ZERO.
021400 01  WS-REPORTS-BURST               PIC 9(05) VALUE ZERO.
021500 01  WS-REPORTS-MISSING             PIC 9(05) VALUE ZERO.
021600 01  WS-LINES-READ                  PIC 9(07) VALUE ZERO.
021700 01  WS-LINES-DELIVERED             PIC 9(07) VALUE ZERO.
021800 01  WS-DELIVERIES                  PIC 9(05) VALUE ZERO.
021900 01  WS-UNDELIVERED                 PIC 9(05) VALUE ZERO.
022000 01  WS-COUNT-EDIT                  PIC ZZZZZZ9.
022100
022200 01  WS-CURRENT-DATE-TIME.
022300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
022400     05  WS-TIME-HHMMSSHH           PIC 9(08).
022500     05  FILLER                     PIC X(05).
022600
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE
023000         THRU 1000-INITIALIZE-EXIT.
023100     IF RC-SEVERE
023200         GO TO 0000-WRAP-UP
023300     END-IF.
023400
023500     PERFORM 2000-BURST-ONE-REPORT
023600         THRU 2000-BURST-ONE-REPORT-EXIT
023700         VARYING WS-RPT-SUB FROM 1 BY 1
023800         UNTIL WS-RPT-SUB > WS-RPT-COUNT.
023900
024000 0000-WRAP-UP.
024100     PERFORM 9000-FINISH
024200         THRU 9000-FINISH-EXIT.
024300     MOVE WS-RETURN-CODE TO RETURN-CODE.
024400     GO TO 9999-EXIT.
024500
024600 1000-INITIALIZE.
024700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024800     PERFORM 1050-GET-BUSINESS-DATE
024900         THRU 1050-GET-BUSINESS-DATE-EXIT.
025000*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
025100*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
025200     OPEN OUTPUT UNDELIVERED-REPORT.
025300     OPEN OUTPUT EXCEPTION-FILE.
025400     MOVE SPACES TO UNDELIVERED-LINE.
025500     STRING 'REPORT DISTRIBUTION - UNDELIVERED ITEMS  DATE '
025600            WS-TODAY-YYYYMMDD
025700         DELIMITED BY SIZE
025800         INTO UNDELIVERED-LINE
025900     END-STRING.
026000     WRITE UNDELIVERED-LINE.
026100     MOVE SPACES TO UNDELIVERED-LINE.
026200     WRITE UNDELIVERED-LINE.
026300     MOVE SPACES TO UNDELIVERED-LINE.
026400     STRING 'REPORT    SECTION               RECIPIENT  M  '
026500            'DESTINATION                                 '
026600            '       REASON'
026700         DELIMITED BY SIZE
026800         INTO UNDELIVERED-LINE
026900     END-STRING.
027000     WRITE UNDELIVERED-LINE.
027100
027200*    THE DELIVERY LOG IS CUMULATIVE - IT IS THE EVIDENCE OF
027300*    WHO WAS SENT WHAT, SO EACH RUN APPENDS, THE CYCADJLG
027400*    PATTERN.
027500     OPEN EXTEND DELIVERY-LOG.
027600     IF NOT DLOG-STATUS-OK
027700         OPEN OUTPUT DELIVERY-LOG
027800     END-IF.
027900     IF NOT DLOG-STATUS-OK
028000         DISPLAY 'RPTDIST - UNABLE TO OPEN DISTLOG, STATUS='
028100             WS-DLOG-STATUS
028200         SET RC-SEVERE TO TRUE
028300         GO TO 1000-INITIALIZE-EXIT
028400     END-IF.
028500
028600     OPEN INPUT DIST-LIST-FILE.
028700     IF NOT DIST-STATUS-OK
028800         DISPLAY 'RPTDIST - UNABLE TO OPEN DISTLIST, STATUS='
028900             WS-DIST-STATUS
029000         SET RC-SEVERE TO TRUE
029100         GO TO 1000-INITIALIZE-EXIT
029200     END-IF.
029300     PERFORM 1100-LOAD-ONE-LIST-ENTRY
029400         THRU 1100-LOAD-ONE-LIST-ENTRY-EXIT
029500         UNTIL DIST-STATUS-EOF.
029600     CLOSE DIST-LIST-FILE.
029700
029800     OPEN OUTPUT PRINT-QUEUE-FILE.
029900     IF PRTQ-STATUS-OK
030000         SET WS-PRTQ-OPEN TO TRUE
030100     ELSE
030200         DISPLAY 'RPTDIST - UNABLE TO OPEN DISTPRTQ, STATUS='
030300             WS-PRTQ-STATUS
030400     END-IF.
030500     OPEN OUTPUT MAIL-GATEWAY-FILE.
030600     IF MAIL-STATUS-OK
030700         SET WS-MAIL-OPEN TO TRUE
030800     ELSE
030900         DISPLAY 'RPTDIST - UNABLE TO OPEN DISTMAIL, STATUS='
031000             WS-MAIL-STATUS
031100     END-IF.
031200     OPEN OUTPUT FILE-DROP-FILE.
031300     IF DROP-STATUS-OK
031400         SET WS-DROP-OPEN TO TRUE
031500     ELSE
031600         DISPLAY 'RPTDIST - UNABLE TO OPEN DISTDROP, STATUS='
031700             WS-DROP-STATUS
031800     END-IF.
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100
032200 1050-GET-BUSINESS-DATE.
032300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
032400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
032500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
032600*    CLOCK TIME FIELD STAYS REAL.
032700     OPEN INPUT BUSDATE-FILE.
032800     IF NOT BUSDATE-STATUS-OK
032900         GO TO 1050-GET-BUSINESS-DATE-EXIT
033000     END-IF.
033100     READ BUSDATE-FILE
033200         AT END
033300             CLOSE BUSDATE-FILE
033400             GO TO 1050-GET-BUSINESS-DATE-EXIT
033500     END-READ.
033600     CLOSE BUSDATE-FILE.
033700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
033800             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
033900         DISPLAY 'RPTDIST - RUNNING AS OF BUSINESS DATE '
034000             BUS-DATE
034100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
034200     END-IF.
034300 1050-GET-BUSINESS-DATE-EXIT.
034400     EXIT.
034500
034600 1100-LOAD-ONE-LIST-ENTRY.
034700     READ DIST-LIST-FILE
034800         AT END SET DIST-STATUS-EOF TO TRUE
034900     END-READ.
035000     IF DIST-STATUS-EOF
035100         GO TO 1100-LOAD-ONE-LIST-ENTRY-EXIT
035200     END-IF.
035300     ADD 1 TO WS-LIST-READ.
035400     MOVE DST-REPORT-NAME TO EXC-KEY-VALUE.
035500     IF DST-REPORT-NAME = SPACES
035600         MOVE 'E513' TO EXC-REASON-CODE
035700         MOVE 'REPORT NAME MISSING' TO EXC-REASON-TEXT
035800         PERFORM 2900-WRITE-EXCEPTION
035900             THRU 2900-WRITE-EXCEPTION-EXIT
036000         GO TO 1100-LOAD-ONE-LIST-ENTRY-EXIT
036100     END-IF.
036200     EVALUATE TRUE
036300         WHEN DST-BREAK-RULE
036400             PERFORM 1200-LOAD-BREAK-RULE
036500                 THRU 1200-LOAD-BREAK-RULE-EXIT
036600         WHEN DST-RECIPIENT
036700             PERFORM 1300-LOAD-RECIPIENT
036800                 THRU 1300-LOAD-RECIPIENT-EXIT
036900         WHEN OTHER
037000             MOVE 'E513' TO EXC-REASON-CODE
037100             MOVE 'RECORD TYPE NOT B OR R' TO EXC-REASON-TEXT
037200             PERFORM 2900-WRITE-EXCEPTION
037300                 THRU 2900-WRITE-EXCEPTION-EXIT
037400     END-EVALUATE.
037500 1100-LOAD-ONE-LIST-ENTRY-EXIT.
037600     EXIT.
037700
037800 1200-LOAD-BREAK-RULE.
037900*    THE MARKER AND THE VALUE MUST BOTH LIE WITHIN THE REPORT
038000*    LINE, AND NEITHER MAY BE LONGER THAN TWENTY.
038100     MOVE 'N' TO WS-ENTRY-OK-SW.
038200     IF DST-MARKER-LEN IS NUMERIC AND DST-MARKER-COL IS NUMERIC
038300             AND DST-VALUE-COL IS NUMERIC
038400             AND DST-VALUE-LEN IS NUMERIC
038500             AND DST-LEAD-LINES IS NUMERIC
038600         IF DST-MARKER-LEN > ZERO AND DST-MARKER-LEN NOT > 20
038700                 AND DST-MARKER-COL > ZERO
038800                 AND DST-VALUE-LEN > ZERO
038900                 AND DST-VALUE-LEN NOT > 20
039000                 AND DST-VALUE-COL > ZERO
039100             SET WS-ENTRY-OK TO TRUE
039200         END-IF
039300     END-IF.
039400     IF WS-ENTRY-OK
039500         COMPUTE WS-LAST-COL = DST-MARKER-COL + DST-MARKER-LEN - 1
039600         IF WS-LAST-COL > 133
039700             MOVE 'N' TO WS-ENTRY-OK-SW
039800         END-IF
039900         COMPUTE WS-LAST-COL = DST-VALUE-COL + DST-VALUE-LEN - 1
040000         IF WS-LAST-COL > 133
040100             MOVE 'N' TO WS-ENTRY-OK-SW
040200         END-IF
040300     END-IF.
040400     IF NOT WS-ENTRY-OK
040500         MOVE 'E514' TO EXC-REASON-CODE
040600         MOVE 'BREAK RULE COLUMNS OR LENGTHS INVALID' TO
040700             EXC-REASON-TEXT
040800         PERFORM 2900-WRITE-EXCEPTION
040900             THRU 2900-WRITE-EXCEPTION-EXIT
041000         GO TO 1200-LOAD-BREAK-RULE-EXIT
041100     END-IF.
041200     IF WS-RULE-COUNT NOT < WS-RULE-MAX
041300         MOVE 'E516' TO EXC-REASON-CODE
041400         MOVE 'BREAK RULE TABLE FULL - RULE IGNORED' TO
041500             EXC-REASON-TEXT
041600         PERFORM 2900-WRITE-EXCEPTION
041700             THRU 2900-WRITE-EXCEPTION-EXIT
041800         GO TO 1200-LOAD-BREAK-RULE-EXIT
041900     END-IF.
042000     PERFORM 1400-FIND-OR-ADD-REPORT
042100         THRU 1400-FIND-OR-ADD-REPORT-EXIT.
042200     IF WS-RPT-FOUND-SUB = ZERO
042300         GO TO 1200-LOAD-BREAK-RULE-EXIT
042400     END-IF.
042500     ADD 1 TO WS-RULE-COUNT.
042600     MOVE DST-REPORT-NAME TO WS-RUL-REPORT(WS-RULE-COUNT).
042700     MOVE DST-MARKER-TEXT TO WS-RUL-MARKER(WS-RULE-COUNT).
042800     MOVE DST-MARKER-LEN  TO WS-RUL-MARKER-LEN(WS-RULE-COUNT).
042900     MOVE DST-MARKER-COL  TO WS-RUL-MARKER-COL(WS-RULE-COUNT).
043000     MOVE DST-VALUE-COL   TO WS-RUL-VALUE-COL(WS-RULE-COUNT).
043100     MOVE DST-VALUE-LEN   TO WS-RUL-VALUE-LEN(WS-RULE-COUNT).
043200     IF DST-LEAD-LINES > WS-RPT-LEAD(WS-RPT-FOUND-SUB)
043300         MOVE DST-LEAD-LINES TO WS-RPT-LEAD(WS-RPT-FOUND-SUB)
043400     END-IF.
043500 1200-LOAD-BREAK-RULE-EXIT.
043600     EXIT.
043700
043800 1300-LOAD-RECIPIENT.
043900     IF NOT DST-METHOD-VALID OR DST-DESTINATION = SPACES
044000             OR DST-RECIPIENT-ID = SPACES
044100         MOVE 'E515' TO EXC-REASON-CODE
044200         MOVE 'RECIPIENT, METHOD OR DESTINATION INVALID' TO
044300             EXC-REASON-TEXT
044400         PERFORM 2900-WRITE-EXCEPTION
044500             THRU 2900-WRITE-EXCEPTION-EXIT
044600         GO TO 1300-LOAD-RECIPIENT-EXIT
044700     END-IF.
044800     IF WS-RCP-COUNT NOT < WS-RCP-MAX
044900         MOVE 'E516' TO EXC-REASON-CODE
045000         MOVE 'RECIPIENT TABLE FULL - ENTRY IGNORED' TO
045100             EXC-REASON-TEXT
045200         PERFORM 2900-WRITE-EXCEPTION
045300             THRU 2900-WRITE-EXCEPTION-EXIT
045400         GO TO 1300-LOAD-RECIPIENT-EXIT
045500     END-IF.
045600     PERFORM 1400-FIND-OR-ADD-REPORT
045700         THRU 1400-FIND-OR-ADD-REPORT-EXIT.
045800     IF WS-RPT-FOUND-SUB = ZERO
045900         GO TO 1300-LOAD-RECIPIENT-EXIT
046000     END-IF.
046100     ADD 1 TO WS-RCP-COUNT.
046200     MOVE DST-REPORT-NAME  TO WS-RCP-REPORT(WS-RCP-COUNT).
046300     MOVE DST-BREAK-VALUE  TO WS-RCP-BREAK(WS-RCP-COUNT).
046400     MOVE DST-RECIPIENT-ID TO WS-RCP-ID(WS-RCP-COUNT).
046500     MOVE DST-METHOD       TO WS-RCP-METHOD(WS-RCP-COUNT).
046600     MOVE DST-DESTINATION  TO WS-RCP-DEST(WS-RCP-COUNT).
046700     MOVE ZERO             TO WS-RCP-LINES(WS-RCP-COUNT).
046800     MOVE 'N'              TO WS-RCP-FAILED-SW(WS-RCP-COUNT).
046900     IF DST-BREAK-VALUE = SPACES
047000         SET WS-RPT-HAS-WHOLE(WS-RPT-FOUND-SUB) TO TRUE
047100     END-IF.
047200 1300-LOAD-RECIPIENT-EXIT.
047300     EXIT.
047400
047500 1400-FIND-OR-ADD-REPORT.
047600     MOVE ZERO TO WS-RPT-FOUND-SUB.
047700     PERFORM 1410-CHECK-ONE-REPORT
047800         THRU 1410-CHECK-ONE-REPORT-EXIT
047900         VARYING WS-RPT-SUB FROM 1 BY 1
048000         UNTIL WS-RPT-SUB > WS-RPT-COUNT
048100            OR WS-RPT-FOUND-SUB > ZERO.
048200     IF WS-RPT-FOUND-SUB > ZERO
048300         GO TO 1400-FIND-OR-ADD-REPORT-EXIT
048400     END-IF.
048500     IF WS-RPT-COUNT NOT < WS-RPT-MAX
048600         MOVE 'E516' TO EXC-REASON-CODE
048700         MOVE 'REPORT TABLE FULL - ENTRY IGNORED' TO
048800             EXC-REASON-TEXT
048900         PERFORM 2900-WRITE-EXCEPTION
049000             THRU 2900-WRITE-EXCEPTION-EXIT
049100         GO TO 1400-FIND-OR-ADD-REPORT-EXIT
049200     END-IF.
049300     ADD 1 TO WS-RPT-COUNT.
049400     MOVE WS-RPT-COUNT    TO WS-RPT-FOUND-SUB.
049500     MOVE DST-REPORT-NAME TO WS-RPT-NAME(WS-RPT-COUNT).
049600     MOVE 'N'             TO WS-RPT-WHOLE-SW(WS-RPT-COUNT).
049700     MOVE ZERO            TO WS-RPT-LEAD(WS-RPT-COUNT).
049800     MOVE 'N'             TO WS-RPT-MISSING-SW(WS-RPT-COUNT).
049900 1400-FIND-OR-ADD-REPORT-EXIT.
050000     EXIT.
050100
050200 1410-CHECK-ONE-REPORT.
050300     IF WS-RPT-NAME(WS-RPT-SUB) = DST-REPORT-NAME
050400         MOVE WS-RPT-SUB TO WS-RPT-FOUND-SUB
050500     END-IF.
050600 1410-CHECK-ONE-REPORT-EXIT.
050700     EXIT.
050800
050900 2000-BURST-ONE-REPORT.
051000     MOVE WS-RPT-NAME(WS-RPT-SUB) TO WS-SOURCE-NAME.
051100     MOVE '00' TO WS-SOURCE-STATUS.
051200     OPEN INPUT SOURCE-REPORT.
051300     IF NOT SOURCE-STATUS-OK
051400         DISPLAY 'RPTDIST - REPORT NOT PRESENT: ' WS-SOURCE-NAME
051500         SET WS-RPT-MISSING(WS-RPT-SUB) TO TRUE
051600         ADD 1 TO WS-REPORTS-MISSING
051700         MOVE ZERO TO WS-SEC-COUNT
051800         PERFORM 2500-LOG-REPORT
051900             THRU 2500-LOG-REPORT-EXIT
052000         GO TO 2000-BURST-ONE-REPORT-EXIT
052100     END-IF.
052200
052300     MOVE SPACES TO WS-CURRENT-VALUE.
052400     MOVE ZERO TO WS-SEC-COUNT.
052500     MOVE ZERO TO WS-SEC-FOUND-SUB.
052600     MOVE 'N' TO WS-SEC-FULL-SW.
052700     MOVE ZERO TO WS-PREAMBLE-COUNT.
052800     MOVE ZERO TO WS-HOLD-COUNT.
052900     PERFORM 2100-BURST-ONE-LINE
053000         THRU 2100-BURST-ONE-LINE-EXIT
053100         UNTIL SOURCE-STATUS-EOF.
053200     PERFORM 2350-RELEASE-OLDEST-HELD
053300         THRU 2350-RELEASE-OLDEST-HELD-EXIT
053400         UNTIL WS-HOLD-COUNT = ZERO.
053500     CLOSE SOURCE-REPORT.
053600     ADD 1 TO WS-REPORTS-BURST.
053700     PERFORM 2500-LOG-REPORT
053800         THRU 2500-LOG-REPORT-EXIT.
053900 2000-BURST-ONE-REPORT-EXIT.
054000     EXIT.
054100
054200 2100-BURST-ONE-LINE.
054300     READ SOURCE-REPORT
054400         AT END SET SOURCE-STATUS-EOF TO TRUE
054500     END-READ.
054600     IF SOURCE-STATUS-EOF
054700         GO TO 2100-BURST-ONE-LINE-EXIT
054800     END-IF.
054900     ADD 1 TO WS-LINES-READ.
055000
055100     MOVE 'N' TO WS-LINE-KEYED-SW.
055200     PERFORM 2150-CHECK-ONE-RULE
055300         THRU 2150-CHECK-ONE-RULE-EXIT
055400         VARYING WS-RULE-SUB FROM 1 BY 1
055500         UNTIL WS-RULE-SUB > WS-RULE-COUNT OR WS-LINE-KEYED.
055600
055700*    A NEW VALUE STARTS A SECTION - THE LINES HELD BACK ARE
055800*    ITS LEAD, AND GO WITH IT.
055900     IF WS-LINE-KEYED AND WS-LINE-VALUE NOT = WS-CURRENT-VALUE
056000         PERFORM 2200-START-SECTION
056100             THRU 2200-START-SECTION-EXIT
056200         PERFORM 2350-RELEASE-OLDEST-HELD
056300             THRU 2350-RELEASE-OLDEST-HELD-EXIT
056400             UNTIL WS-HOLD-COUNT = ZERO
056500         MOVE SOURCE-LINE TO WS-OUT-LINE
056600         PERFORM 2400-RELEASE-LINE
056700             THRU 2400-RELEASE-LINE-EXIT
056800         GO TO 2100-BURST-ONE-LINE-EXIT
056900     END-IF.
057000
057100     ADD 1 TO WS-HOLD-COUNT.
057200     MOVE SOURCE-LINE TO WS-HOLD-LINE(WS-HOLD-COUNT).
057300     IF WS-HOLD-COUNT > WS-RPT-LEAD(WS-RPT-SUB)
057400         PERFORM 2350-RELEASE-OLDEST-HELD
057500             THRU 2350-RELEASE-OLDEST-HELD-EXIT
057600     END-IF.
057700 2100-BURST-ONE-LINE-EXIT.
057800     EXIT.
057900
058000 2150-CHECK-ONE-RULE.
058100     IF WS-RUL-REPORT(WS-RULE-SUB) NOT = WS-SOURCE-NAME
058200         GO TO 2150-CHECK-ONE-RULE-EXIT
058300     END-IF.
058400     IF SOURCE-LINE(WS-RUL-MARKER-COL(WS-RULE-SUB):
058500                    WS-RUL-MARKER-LEN(WS-RULE-SUB)) NOT =
058600        WS-RUL-MARKER(WS-RULE-SUB)
058700            (1:WS-RUL-MARKER-LEN(WS-RULE-SUB))
058800         GO TO 2150-CHECK-ONE-RULE-EXIT
058900     END-IF.
059000     MOVE SOURCE-LINE(WS-RUL-VALUE-COL(WS-RULE-SUB):
059100                      WS-RUL-VALUE-LEN(WS-RULE-SUB))
059200         TO WS-LINE-VALUE.
059300     IF WS-LINE-VALUE NOT = SPACES
059400         SET WS-LINE-KEYED TO TRUE
059500     END-IF.
059600 2150-CHECK-ONE-RULE-EXIT.
059700     EXIT.
059800
059900 2200-START-SECTION.
060000*    THE FIRST TIME A VALUE IS SEEN ITS RECIPIENTS GET THE
060100*    REPORT'S OPENING LINES AHEAD OF THE SECTION.
060200     MOVE WS-LINE-VALUE TO WS-CURRENT-VALUE.
060300     MOVE ZERO TO WS-SEC-FOUND-SUB.
060400     PERFORM 2210-CHECK-ONE-SECTION
060500         THRU 2210-CHECK-ONE-SECTION-EXIT
060600         VARYING WS-SEC-SUB FROM 1 BY 1
060700         UNTIL WS-SEC-SUB > WS-SEC-COUNT
060800            OR WS-SEC-FOUND-SUB > ZERO.
060900     IF WS-SEC-FOUND-SUB > ZERO
061000         GO TO 2200-START-SECTION-EXIT
061100     END-IF.
061200     IF WS-SEC-COUNT NOT < WS-SEC-MAX
061300         IF NOT WS-SEC-FULL
061400             DISPLAY 'RPTDIST - MORE THAN ' WS-SEC-MAX
061500                 ' SECTIONS IN ' WS-SOURCE-NAME
061600             SET WS-SEC-FULL TO TRUE
061700             IF RC-NORMAL
061800                 SET RC-WARNING TO TRUE
061900             END-IF
062000         END-IF
062100     ELSE
062200         ADD 1 TO WS-SEC-COUNT
062300         MOVE WS-SEC-COUNT     TO WS-SEC-FOUND-SUB
062400         MOVE WS-CURRENT-VALUE TO WS-SEC-VALUE(WS-SEC-COUNT)
062500         MOVE ZERO             TO WS-SEC-LINES(WS-SEC-COUNT)
062600         MOVE 'N'              TO WS-SEC-ROUTED-SW(WS-SEC-COUNT)
062700     END-IF.
062800     MOVE WS-CURRENT-VALUE TO WS-TARGET-VALUE.
062900     PERFORM 2250-SEND-ONE-PREAMBLE
063000         THRU 2250-SEND-ONE-PREAMBLE-EXIT
063100         VARYING WS-PREAMBLE-SUB FROM 1 BY 1
063200         UNTIL WS-PREAMBLE-SUB > WS-PREAMBLE-COUNT.
063300 2200-START-SECTION-EXIT.
063400     EXIT.
063500
063600 2210-CHECK-ONE-SECTION.
063700     IF WS-SEC-VALUE(WS-SEC-SUB) = WS-LINE-VALUE
063800         MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
063900     END-IF.
064000 2210-CHECK-ONE-SECTION-EXIT.
064100     EXIT.
064200
064300 2250-SEND-ONE-PREAMBLE.
064400     MOVE WS-PREAMBLE-LINE(WS-PREAMBLE-SUB) TO WS-OUT-LINE.
064500     PERFORM 2450-DELIVER-LINE
064600         THRU 2450-DELIVER-LINE-EXIT.
064700 2250-SEND-ONE-PREAMBLE-EXIT.
064800     EXIT.
064900
065000 2350-RELEASE-OLDEST-HELD.
065100     MOVE WS-HOLD-LINE(1) TO WS-OUT-LINE.
065200     PERFORM 2360-SHIFT-ONE-HELD
065300         THRU 2360-SHIFT-ONE-HELD-EXIT
065400         VARYING WS-HOLD-SUB FROM 2 BY 1
065500         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
065600     SUBTRACT 1 FROM WS-HOLD-COUNT.
065700     PERFORM 2400-RELEASE-LINE
065800         THRU 2400-RELEASE-LINE-EXIT.
065900 2350-RELEASE-OLDEST-HELD-EXIT.
066000     EXIT.
066100
066200 2360-SHIFT-ONE-HELD.
066300     MOVE WS-HOLD-LINE(WS-HOLD-SUB) TO
066400         WS-HOLD-LINE(WS-HOLD-SUB - 1).
066500 2360-SHIFT-ONE-HELD-EXIT.
066600     EXIT.
066700
066800 2400-RELEASE-LINE.
066900*    EVERY LINE GOES TO THE WHOLE-REPORT RECIPIENTS, IN ORDER;
067000*    A LINE IN A SECTION ALSO GOES TO THAT SECTION'S.  A LINE
067100*    BEFORE THE FIRST SECTION IS KEPT AS OPENING HEADING.
067200     MOVE SPACES TO WS-TARGET-VALUE.
067300     PERFORM 2450-DELIVER-LINE
067400         THRU 2450-DELIVER-LINE-EXIT.
067500     IF WS-CURRENT-VALUE = SPACES
067600         IF WS-PREAMBLE-COUNT < WS-PREAMBLE-MAX
067700             ADD 1 TO WS-PREAMBLE-COUNT
067800             MOVE WS-OUT-LINE TO
067900                 WS-PREAMBLE-LINE(WS-PREAMBLE-COUNT)
068000         END-IF
068100         GO TO 2400-RELEASE-LINE-EXIT
068200     END-IF.
068300     IF WS-SEC-FOUND-SUB > ZERO
068400         ADD 1 TO WS-SEC-LINES(WS-SEC-FOUND-SUB)
068500     END-IF.
068600     MOVE WS-CURRENT-VALUE TO WS-TARGET-VALUE.
068700     PERFORM 2450-DELIVER-LINE
068800         THRU 2450-DELIVER-LINE-EXIT.
068900 2400-RELEASE-LINE-EXIT.
069000     EXIT.
069100
069200 2450-DELIVER-LINE.
069300     PERFORM 2460-DELIVER-TO-ONE
069400         THRU 2460-DELIVER-TO-ONE-EXIT
069500         VARYING WS-RCP-SUB FROM 1 BY 1
069600         UNTIL WS-RCP-SUB > WS-RCP-COUNT.
069700 2450-DELIVER-LINE-EXIT.
069800     EXIT.
069900
070000 2460-DELIVER-TO-ONE.
070100     IF WS-RCP-REPORT(WS-RCP-SUB) NOT = WS-SOURCE-NAME
070200             OR WS-RCP-BREAK(WS-RCP-SUB) NOT = WS-TARGET-VALUE
070300         GO TO 2460-DELIVER-TO-ONE-EXIT
070400     END-IF.
070500     IF WS-TARGET-VALUE NOT = SPACES AND WS-SEC-FOUND-SUB > ZERO
070600         SET WS-SEC-ROUTED(WS-SEC-FOUND-SUB) TO TRUE
070700     END-IF.
070800     IF WS-RCP-FAILED(WS-RCP-SUB)
070900         GO TO 2460-DELIVER-TO-ONE-EXIT
071000     END-IF.
071100
071200     ADD 1 TO WS-RCP-LINES(WS-RCP-SUB).
071300     MOVE WS-TODAY-YYYYMMDD       TO DOUT-RUN-DATE.
071400     MOVE WS-RCP-DEST(WS-RCP-SUB) TO DOUT-DESTINATION.
071500     MOVE WS-RCP-ID(WS-RCP-SUB)   TO DOUT-RECIPIENT-ID.
071600     MOVE WS-SOURCE-NAME          TO DOUT-REPORT-NAME.
071700     MOVE WS-TARGET-VALUE         TO DOUT-BREAK-VALUE.
071800     MOVE WS-RCP-LINES(WS-RCP-SUB) TO DOUT-LINE-NO.
071900     MOVE WS-OUT-LINE             TO DOUT-LINE.
072000     EVALUATE WS-RCP-METHOD(WS-RCP-SUB)
072100         WHEN 'P'
072200             IF WS-PRTQ-OPEN
072300                 WRITE PRINT-QUEUE-LINE FROM DELIVERY-OUT-RECORD
072400             ELSE
072500                 MOVE 'Y' TO WS-RCP-FAILED-SW(WS-RCP-SUB)
072600             END-IF
072700         WHEN 'M'
072800             IF WS-MAIL-OPEN
072900                 WRITE MAIL-GATEWAY-LINE FROM DELIVERY-OUT-RECORD
073000             ELSE
073100                 MOVE 'Y' TO WS-RCP-FAILED-SW(WS-RCP-SUB)
073200             END-IF
073300         WHEN OTHER
073400             IF WS-DROP-OPEN
073500                 WRITE FILE-DROP-LINE FROM DELIVERY-OUT-RECORD
073600             ELSE
073700                 MOVE 'Y' TO WS-RCP-FAILED-SW(WS-RCP-SUB)
073800             END-IF
073900     END-EVALUATE.
074000     IF WS-RCP-FAILED(WS-RCP-SUB)
074100         SUBTRACT 1 FROM WS-RCP-LINES(WS-RCP-SUB)
074200     ELSE
074300         ADD 1 TO WS-LINES-DELIVERED
074400     END-IF.
074500 2460-DELIVER-TO-ONE-EXIT.
074600     EXIT.
074700
074800 2500-LOG-REPORT.
074900     PERFORM 2510-LOG-ONE-RECIPIENT
075000         THRU 2510-LOG-ONE-RECIPIENT-EXIT
075100         VARYING WS-RCP-SUB FROM 1 BY 1
075200         UNTIL WS-RCP-SUB > WS-RCP-COUNT.
075300*    A SECTION NOBODY IS LISTED FOR IS ONLY UNDELIVERED WHEN
075400*    NOBODY GETS THE WHOLE REPORT EITHER.
075500     IF NOT WS-RPT-HAS-WHOLE(WS-RPT-SUB)
075600         PERFORM 2520-LOG-ONE-SECTION
075700             THRU 2520-LOG-ONE-SECTION-EXIT
075800             VARYING WS-SEC-SUB FROM 1 BY 1
075900             UNTIL WS-SEC-SUB > WS-SEC-COUNT
076000     END-IF.
076100 2500-LOG-REPORT-EXIT.
076200     EXIT.
076300
076400 2510-LOG-ONE-RECIPIENT.
076500     IF WS-RCP-REPORT(WS-RCP-SUB) NOT = WS-SOURCE-NAME
076600         GO TO 2510-LOG-ONE-RECIPIENT-EXIT
076700     END-IF.
076800     MOVE SPACES TO DELIVERY-LOG-RECORD.
076900     MOVE WS-RCP-BREAK(WS-RCP-SUB)  TO DLG-BREAK-VALUE.
077000     MOVE WS-RCP-ID(WS-RCP-SUB)     TO DLG-RECIPIENT-ID.
077100     MOVE WS-RCP-METHOD(WS-RCP-SUB) TO DLG-METHOD.
077200     MOVE WS-RCP-DEST(WS-RCP-SUB)   TO DLG-DESTINATION.
077300     MOVE WS-RCP-LINES(WS-RCP-SUB)  TO DLG-LINES.
077400     EVALUATE TRUE
077500         WHEN WS-RPT-MISSING(WS-RPT-SUB)
077600             SET DLG-UNDELIVERED TO TRUE
077700             MOVE 'REPORT NOT PRESENT' TO DLG-REASON
077800         WHEN WS-RCP-FAILED(WS-RCP-SUB)
077900             SET DLG-UNDELIVERED TO TRUE
078000             MOVE 'OUTBOUND DATASET NOT AVAILABLE' TO DLG-REASON
078100         WHEN WS-RCP-LINES(WS-RCP-SUB) > ZERO
078200             SET DLG-DELIVERED TO TRUE
078300             ADD 1 TO WS-DELIVERIES
078400         WHEN OTHER
078500             SET DLG-NOTHING-TO-SEND TO TRUE
078600             MOVE 'SECTION NOT IN THE REPORT' TO DLG-REASON
078700     END-EVALUATE.
078800     PERFORM 2600-WRITE-LOG
078900         THRU 2600-WRITE-LOG-EXIT.
079000 2510-LOG-ONE-RECIPIENT-EXIT.
079100     EXIT.
079200
079300 2520-LOG-ONE-SECTION.
079400     IF WS-SEC-ROUTED(WS-SEC-SUB)
079500         GO TO 2520-LOG-ONE-SECTION-EXIT
079600     END-IF.
079700     MOVE SPACES TO DELIVERY-LOG-RECORD.
079800     MOVE WS-SEC-VALUE(WS-SEC-SUB) TO DLG-BREAK-VALUE.
079900     MOVE WS-SEC-LINES(WS-SEC-SUB) TO DLG-LINES.
080000     SET DLG-UNDELIVERED TO TRUE.
080100     MOVE 'NO RECIPIENT FOR SECTION' TO DLG-REASON.
080200     PERFORM 2600-WRITE-LOG
080300         THRU 2600-WRITE-LOG-EXIT.
080400 2520-LOG-ONE-SECTION-EXIT.
080500     EXIT.
080600
080700 2600-WRITE-LOG.
080800*    THE CALLER HAS SET EVERYTHING BUT THE DATE, TIME AND
080900*    REPORT.  AN UNDELIVERED ITEM ALSO GOES ON THE LIST.
081000     MOVE WS-TODAY-YYYYMMDD TO DLG-RUN-DATE.
081100     MOVE WS-TIME-HHMMSSHH  TO DLG-RUN-TIME.
081200     MOVE WS-SOURCE-NAME    TO DLG-REPORT-NAME.
081300     IF DLG-LINES IS NOT NUMERIC
081400         MOVE ZERO TO DLG-LINES
081500     END-IF.
081600     WRITE DELIVERY-LOG-RECORD.
081700     IF NOT DLG-UNDELIVERED
081800         GO TO 2600-WRITE-LOG-EXIT
081900     END-IF.
082000     ADD 1 TO WS-UNDELIVERED.
082100     MOVE SPACES TO UNDELIVERED-LINE.
082200     STRING DLG-REPORT-NAME '  '
082300            DLG-BREAK-VALUE '  '
082400            DLG-RECIPIENT-ID '   '
082500            DLG-METHOD '  '
082600            DLG-DESTINATION '  '
082700            DLG-REASON
082800         DELIMITED BY SIZE
082900         INTO UNDELIVERED-LINE
083000     END-STRING.
083100     WRITE UNDELIVERED-LINE.
083200     IF RC-NORMAL
083300         SET RC-WARNING TO TRUE
083400     END-IF.
083500 2600-WRITE-LOG-EXIT.
083600     EXIT.
083700
083800 2900-WRITE-EXCEPTION.
083900*    THE CALLER HAS SET THE KEY, CODE AND TEXT.
084000     ADD 1 TO WS-LIST-REJECTED.
084100     MOVE 'RPTDIST ' TO EXC-PROGRAM-ID.
084200     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
084300     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
084400     MOVE SPACES TO EXC-OPERATOR-ID.
084500     WRITE EXC-RECORD.
084600     IF RC-NORMAL
084700         SET RC-WARNING TO TRUE
084800     END-IF.
084900 2900-WRITE-EXCEPTION-EXIT.
085000     EXIT.
085100
085200 9000-FINISH.
085300     IF WS-PRTQ-OPEN
085400         CLOSE PRINT-QUEUE-FILE
085500     END-IF.
085600     IF WS-MAIL-OPEN
085700         CLOSE MAIL-GATEWAY-FILE
085800     END-IF.
085900     IF WS-DROP-OPEN
086000         CLOSE FILE-DROP-FILE
086100     END-IF.
086200     IF DLOG-STATUS-OK
086300         CLOSE DELIVERY-LOG
086400     END-IF.
086500     MOVE SPACES TO UNDELIVERED-LINE.
086600     WRITE UNDELIVERED-LINE.
086700     MOVE WS-UNDELIVERED TO WS-COUNT-EDIT.
086800     MOVE SPACES TO UNDELIVERED-LINE.
086900     STRING 'UNDELIVERED ITEMS=' WS-COUNT-EDIT
087000         DELIMITED BY SIZE
087100         INTO UNDELIVERED-LINE
087200     END-STRING.
087300     WRITE UNDELIVERED-LINE.
087400     CLOSE UNDELIVERED-REPORT.
087500     CLOSE EXCEPTION-FILE.
087600     DISPLAY 'RPTDIST - LIST ENTRIES READ : ' WS-LIST-READ.
087700     DISPLAY 'RPTDIST - LIST REJECTED     : ' WS-LIST-REJECTED.
087800     DISPLAY 'RPTDIST - REPORTS BURST     : ' WS-REPORTS-BURST.
087900     DISPLAY 'RPTDIST - REPORTS MISSING   : ' WS-REPORTS-MISSING.
088000     DISPLAY 'RPTDIST - LINES READ        : ' WS-LINES-READ.
088100     DISPLAY 'RPTDIST - LINES DELIVERED   : ' WS-LINES-DELIVERED.
088200     DISPLAY 'RPTDIST - DELIVERIES        : ' WS-DELIVERIES.
088300     DISPLAY 'RPTDIST - UNDELIVERED       : ' WS-UNDELIVERED.
088400     DISPLAY 'RPTDIST - RETURN CODE       : ' WS-RETURN-CODE.
088500 9000-FINISH-EXIT.
088600     EXIT.
088700
088800 9999-EXIT.
088900     STOP RUN.
