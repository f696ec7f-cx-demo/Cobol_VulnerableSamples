000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LABRPT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  WAREHOUSE LABOR
001000*                    PRODUCTIVITY BY OPERATOR, FROM THE LABORLOG
001100*                    THE POSTERS APPEND (SEE LABREC) - LINES AND
001200*                    UNITS PICKED AND SHORT PICKS (PICKCONF),
001300*                    BINS MOVED (BINMOVE), COUNTS AND THE SHARE
001400*                    THAT DISAGREED WITH THE BOOK (CYCPOST),
001500*                    RECEIPTS RECEIVED (RCVPOST) AND INSPECTED
001600*                    (QCREL).  PRINTED FOR THE DAY AND FOR THE
001700*                    SEVEN DAYS ENDING ON IT, GROUPED BY THE
001800*                    OPAUTH SHIFT, WITH EACH OPERATOR SET
001900*                    AGAINST THE SHIFT AVERAGE.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-OPAUTH-STATUS.
002700
002800     SELECT LABOR-LOG ASSIGN TO "LABORLOG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-LABLOG-STATUS.
003100
003200     SELECT LABOR-REPORT ASSIGN TO "LABRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PARM-STATUS.
003800
003900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BUSDATE-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OPAUTH-FILE.
004600     COPY OPAUTH.
004700
004800 FD  LABOR-LOG.
004900     COPY LABREC.
005000
005100 FD  LABOR-REPORT.
005200 01  LABOR-REPORT-LINE              PIC X(132).
005300
005400 FD  PARM-CARD-FILE.
005500     COPY PARMREC.
005600
005700 FD  BUSDATE-FILE.
005800     COPY BUSDATE.
005900
006000 WORKING-STORAGE SECTION.
006100     COPY RETCODES.
006200
006300 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
006400     88  OPAUTH-STATUS-OK            VALUE '00'.
006500     88  OPAUTH-STATUS-EOF           VALUE '10'.
006600 01  WS-LABLOG-STATUS               PIC X(02) VALUE '00'.
006700     88  LABLOG-STATUS-OK            VALUE '00'.
006800     88  LABLOG-STATUS-EOF           VALUE '10'.
006900 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
007000     88  PARM-STATUS-OK              VALUE '00'.
007100     88  PARM-STATUS-EOF             VALUE '10'.
007200 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
007300     88  WS-PARM-FOUND               VALUE 'Y'.
007400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007500     88  BUSDATE-STATUS-OK           VALUE '00'.
007600
007700*    THE DAY REPORTED - THE LABRPT CARD'S COLS 9-16 (YYYYMMDD)
007800*    FOR AN EARLIER DAY, OTHERWISE THE BUSINESS DATE.  THE
007900*    WEEK IS THE SEVEN DAYS ENDING ON IT.
008000 01  WS-REPORT-DATE                 PIC 9(08) VALUE ZERO.
008100 01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE
008200                                    PIC X(08).
008300 01  WS-REPORT-INT                  PIC 9(08) VALUE ZERO.
008400 01  WS-WEEK-START-INT              PIC 9(08) VALUE ZERO.
008500 01  WS-LOG-INT                     PIC 9(08) VALUE ZERO.
008600
008700*    PERIOD 1 IS THE DAY, PERIOD 2 THE WEEK.  THE EIGHT
008800*    MEASURES, IN PRINT ORDER -
008900*      1 LINES PICKED       2 UNITS PICKED     3 SHORT PICKS
009000*      4 BINS MOVED         5 COUNTS           6 COUNTS THAT
009100*      7 RECEIPTS RECEIVED  8 RECEIPTS           DISAGREED
009200*                             INSPECTED          (PRINTED AS A
009300*                                                RATE OF 5)
009400 01  WS-PERIOD-NAME-VALUES.
009500     05  FILLER                     PIC X(30)
009600             VALUE 'DAILY LABOR PRODUCTIVITY FOR '.
009700     05  FILLER                     PIC X(30)
009800             VALUE 'WEEKLY LABOR PRODUCTIVITY TO  '.
009900 01  WS-PERIOD-NAMES REDEFINES WS-PERIOD-NAME-VALUES.
010000     05  WS-PERIOD-NAME OCCURS 2 TIMES
010100                                    PIC X(30).
010200
010300*    SHIFTS 1-3 ARE THE OPAUTH SHIFTS; 4 IS AN OPERATOR ON
010400*    OPAUTH WITH NO SHIFT; 5 IS WORK LOGGED UNDER AN OPERATOR
010500*    NOT ON OPAUTH (OR NONE KEYED).
010600 01  WS-SHIFT-NAME-VALUES.
010700     05  FILLER                     PIC X(24)
010800             VALUE 'SHIFT 1 - DAYS'.
010900     05  FILLER                     PIC X(24)
011000             VALUE 'SHIFT 2 - LATES'.
011100     05  FILLER                     PIC X(24)
011200             VALUE 'SHIFT 3 - NIGHTS'.
011300     05  FILLER                     PIC X(24)
011400             VALUE 'NO SHIFT ON OPAUTH'.
011500     05  FILLER                     PIC X(24)
011600             VALUE 'OPERATOR NOT ON OPAUTH'.
011700 01  WS-SHIFT-NAMES REDEFINES WS-SHIFT-NAME-VALUES.
011800     05  WS-SHIFT-NAME OCCURS 5 TIMES
011900                                    PIC X(24).
012000
012100*    THE MEASURE THAT DECIDES WHETHER AN OPERATOR DID A KIND OF
012200*    WORK AT ALL - THE SHIFT AVERAGE FOR EACH MEASURE IS TAKEN
012300*    OVER THE OPERATORS WHO DID THAT KIND OF WORK, SO A
012400*    DEDICATED RECEIVER DOES NOT DRAG DOWN THE PICKERS' AVERAGE.
012500 01  WS-BASE-COL-VALUES             PIC X(08) VALUE '11145578'.
012600 01  WS-BASE-COLS REDEFINES WS-BASE-COL-VALUES.
012700     05  WS-BASE-COL OCCURS 8 TIMES PIC 9(01).
012800
012900 01  WS-OPR-TABLE.
013000     05  WS-OPR-ENTRY OCCURS 300 TIMES.
013100         10  OPR-ID                 PIC X(08).
013200         10  OPR-NAME               PIC X(25).
013300         10  OPR-SHIFT-SUB          PIC 9(01).
013400         10  OPR-PERIOD OCCURS 2 TIMES.
013500             15  OPR-ACTIVE-SW      PIC X(01).
013600                 88  OPR-ACTIVE      VALUE 'Y'.
013700             15  OPR-COUNT OCCURS 8 TIMES
013800                                    PIC 9(07).
013900 01  WS-OPR-COUNT                   PIC 9(03) COMP VALUE ZERO.
014000 01  WS-OPR-SUB                     PIC 9(03) COMP VALUE ZERO.
014100 01  WS-OPR-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
014200
014300 01  WS-SHIFT-TABLE.
014400     05  WS-SHIFT-ENTRY OCCURS 5 TIMES.
014500         10  SH-PERIOD OCCURS 2 TIMES.
014600             15  SH-OPERATORS       PIC 9(05).
014700             15  SH-TOTAL OCCURS 8 TIMES
014800                                    PIC 9(09).
014900             15  SH-WORKERS OCCURS 8 TIMES
015000                                    PIC 9(05).
015100 01  WS-SH-SUB                      PIC 9(01) COMP VALUE ZERO.
015200 01  WS-PER-SUB                     PIC 9(01) COMP VALUE ZERO.
015300 01  WS-COL-SUB                     PIC 9(01) COMP VALUE ZERO.
015400 01  WS-BASE-SUB                    PIC 9(01) COMP VALUE ZERO.
015500 01  WS-PERIOD-ACTIVE               PIC 9(05) VALUE ZERO.
015600
015700 01  WS-DETAIL-LINE.
015800     05  DL-OPERATOR                PIC X(08).
015900     05  FILLER                     PIC X(01).
016000     05  DL-NAME                    PIC X(25).
016100     05  DL-COLUMN OCCURS 8 TIMES.
016200         10  FILLER                 PIC X(02).
016300         10  DL-VALUE               PIC X(09).
016400 01  WS-COLUMN-HEADING.
016500     05  FILLER                     PIC X(34)
016600             VALUE 'OPERATOR NAME'.
016700     05  FILLER                     PIC X(44) VALUE
016800         '  LINES PKD  UNITS PKD     SHORTS  BINS MOVD'.
016900     05  FILLER                     PIC X(44) VALUE
017000         '     COUNTS    VAR PCT  RCPTS RCV  INSPECTED'.
017100
017200 01  WS-OP-RATE                     PIC 9(03)V9(01) VALUE ZERO.
017300 01  WS-SH-RATE                     PIC 9(03)V9(01) VALUE ZERO.
017400 01  WS-PCT                         PIC 9(05) VALUE ZERO.
017500 01  WS-AVG                         PIC 9(07)V9(01) VALUE ZERO.
017600 01  WS-NUM-EDIT                    PIC Z(08)9.
017700 01  WS-AVG-EDIT                    PIC Z(06)9.9.
017800 01  WS-PCT-EDIT                    PIC Z(07)9.
017900 01  WS-COUNT-EDIT                  PIC Z(04)9.
018000
018100 01  WS-LOG-READ                    PIC 9(07) COMP VALUE ZERO.
018200 01  WS-LOG-IN-WEEK                 PIC 9(07) COMP VALUE ZERO.
018300 01  WS-LOG-UNVERIFIED              PIC 9(07) COMP VALUE ZERO.
018400 01  WS-LOG-BAD                     PIC 9(07) COMP VALUE ZERO.
018500 01  WS-OPERS-NOT-ON-FILE           PIC 9(05) COMP VALUE ZERO.
018600 01  WS-OPERS-DROPPED               PIC 9(07) COMP VALUE ZERO.
018700
018800 01  WS-CURRENT-DATE-TIME.
018900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019000     05  WS-TIME-HHMMSSHH           PIC 9(08).
019100     05  FILLER                     PIC X(05).
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600         THRU 1000-INITIALIZE-EXIT.
019700
019800     PERFORM 2000-TALLY-LABOR-LOG
019900         THRU 2000-TALLY-LABOR-LOG-EXIT.
020000
020100     PERFORM 3000-TOTAL-ONE-OPERATOR
020200         THRU 3000-TOTAL-ONE-OPERATOR-EXIT
020300         VARYING WS-OPR-SUB FROM 1 BY 1
020400         UNTIL WS-OPR-SUB > WS-OPR-COUNT.
020500
020600     PERFORM 4000-PRINT-PERIOD
020700         THRU 4000-PRINT-PERIOD-EXIT
020800         VARYING WS-PER-SUB FROM 1 BY 1
020900         UNTIL WS-PER-SUB > 2.
021000
021100     PERFORM 9000-FINISH
021200         THRU 9000-FINISH-EXIT.
021300
021400     MOVE WS-RETURN-CODE TO RETURN-CODE.
021500     GO TO 9999-EXIT.
021600
021700 1000-INITIALIZE.
021800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021900     PERFORM 1050-GET-BUSINESS-DATE
022000         THRU 1050-GET-BUSINESS-DATE-EXIT.
022100     MOVE WS-TODAY-YYYYMMDD TO WS-REPORT-DATE.
022200     PERFORM 1080-READ-PARM-CARD
022300         THRU 1080-READ-PARM-CARD-EXIT.
022400     COMPUTE WS-REPORT-INT =
022500         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
022600     COMPUTE WS-WEEK-START-INT = WS-REPORT-INT - 6.
022700     INITIALIZE WS-SHIFT-TABLE.
022800
022900     OPEN OUTPUT LABOR-REPORT.
023000     MOVE SPACES TO LABOR-REPORT-LINE.
023100     STRING 'WAREHOUSE LABOR PRODUCTIVITY BY OPERATOR  DAY '
023200            WS-REPORT-DATE '  RUN ' WS-TODAY-YYYYMMDD
023300         DELIMITED BY SIZE
023400         INTO LABOR-REPORT-LINE
023500     END-STRING.
023600     WRITE LABOR-REPORT-LINE.
023700     MOVE SPACES TO LABOR-REPORT-LINE.
023800     STRING 'SHIFT AVERAGES ARE OVER THE OPERATORS WHO DID '
023900            'THAT KIND OF WORK.  VAR PCT IS THE SHARE OF '
024000            'COUNTS THAT DISAGREED WITH THE BOOK.'
024100         DELIMITED BY SIZE
024200         INTO LABOR-REPORT-LINE
024300     END-STRING.
024400     WRITE LABOR-REPORT-LINE.
024500
024600     PERFORM 1100-LOAD-OPERATORS
024700         THRU 1100-LOAD-OPERATORS-EXIT.
024800 1000-INITIALIZE-EXIT.
024900     EXIT.
025000
025100 1050-GET-BUSINESS-DATE.
025200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
025300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
025400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
025500*    CLOCK TIME FIELD STAYS REAL.
025600     OPEN INPUT BUSDATE-FILE.
025700     IF NOT BUSDATE-STATUS-OK
025800         GO TO 1050-GET-BUSINESS-DATE-EXIT
025900     END-IF.
026000     READ BUSDATE-FILE
026100         AT END
026200             CLOSE BUSDATE-FILE
026300             GO TO 1050-GET-BUSINESS-DATE-EXIT
026400     END-READ.
026500     CLOSE BUSDATE-FILE.
026600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
026700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
026800         DISPLAY 'LABRPT - RUNNING AS OF BUSINESS DATE '
026900             BUS-DATE
027000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
027100     END-IF.
027200 1050-GET-BUSINESS-DATE-EXIT.
027300     EXIT.
027400
027500 1080-READ-PARM-CARD.
027600*    CARD LAYOUT - COLS 9-16 THE DAY TO REPORT, YYYYMMDD.  NO
027700*    CARD, OR A BLANK OR INVALID DATE, REPORTS THE BUSINESS
027800*    DATE.  A DAY AFTER THE BUSINESS DATE IS REFUSED.
027900     MOVE 'N' TO WS-PARM-FOUND-SW.
028000     OPEN INPUT PARM-CARD-FILE.
028100     IF NOT PARM-STATUS-OK
028200         GO TO 1080-READ-PARM-CARD-EXIT
028300     END-IF.
028400     PERFORM 1081-SCAN-ONE-CARD
028500         THRU 1081-SCAN-ONE-CARD-EXIT
028600         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
028700     CLOSE PARM-CARD-FILE.
028800     IF NOT WS-PARM-FOUND
028900         GO TO 1080-READ-PARM-CARD-EXIT
029000     END-IF.
029100     IF PARM-OPTIONS(1:8) IS NUMERIC
029200             AND PARM-OPTIONS(1:8) > '16010100'
029300             AND PARM-OPTIONS(5:2) > '00'
029400             AND PARM-OPTIONS(5:2) < '13'
029500             AND PARM-OPTIONS(7:2) > '00'
029600             AND PARM-OPTIONS(7:2) < '32'
029700             AND PARM-OPTIONS(1:8) NOT > WS-REPORT-DATE-X
029800         MOVE PARM-OPTIONS(1:8) TO WS-REPORT-DATE-X
029900     ELSE
030000         IF PARM-OPTIONS(1:8) NOT = SPACES
030100             DISPLAY 'LABRPT - CARD DATE INVALID, REPORTING '
030200                 'THE BUSINESS DATE'
030300             SET RC-WARNING TO TRUE
030400         END-IF
030500     END-IF.
030600 1080-READ-PARM-CARD-EXIT.
030700     EXIT.
030800
030900 1081-SCAN-ONE-CARD.
031000     READ PARM-CARD-FILE
031100         AT END SET PARM-STATUS-EOF TO TRUE
031200     END-READ.
031300     IF PARM-STATUS-EOF
031400         GO TO 1081-SCAN-ONE-CARD-EXIT
031500     END-IF.
031600     IF PARM-PROGRAM-ID = 'LABRPT'
031700         SET WS-PARM-FOUND TO TRUE
031800     END-IF.
031900 1081-SCAN-ONE-CARD-EXIT.
032000     EXIT.
032100
032200 1100-LOAD-OPERATORS.
032300*    EVERY OPERATOR ON OPAUTH, IN FILE ORDER, SO THE REPORT
032400*    LISTS THEM AS SECURITY ADMINISTRATION KEEPS THEM.  WITHOUT
032500*    OPAUTH EVERY OPERATOR REPORTS AS NOT ON FILE.
032600     OPEN INPUT OPAUTH-FILE.
032700     IF NOT OPAUTH-STATUS-OK
032800         DISPLAY 'LABRPT - OPAUTH NOT AVAILABLE, NO OPERATOR '
032900             'IS GIVEN A SHIFT'
033000         SET RC-WARNING TO TRUE
033100         GO TO 1100-LOAD-OPERATORS-EXIT
033200     END-IF.
033300     PERFORM 1110-LOAD-ONE-OPERATOR
033400         THRU 1110-LOAD-ONE-OPERATOR-EXIT
033500         UNTIL OPAUTH-STATUS-EOF.
033600     CLOSE OPAUTH-FILE.
033700 1100-LOAD-OPERATORS-EXIT.
033800     EXIT.
033900
034000 1110-LOAD-ONE-OPERATOR.
034100     READ OPAUTH-FILE
034200         AT END SET OPAUTH-STATUS-EOF TO TRUE
034300     END-READ.
034400     IF OPAUTH-STATUS-EOF
034500         GO TO 1110-LOAD-ONE-OPERATOR-EXIT
034600     END-IF.
034700     IF WS-OPR-COUNT NOT < 300
034800         ADD 1 TO WS-OPERS-DROPPED
034900         GO TO 1110-LOAD-ONE-OPERATOR-EXIT
035000     END-IF.
035100     ADD 1 TO WS-OPR-COUNT.
035200     INITIALIZE WS-OPR-ENTRY(WS-OPR-COUNT).
035300     MOVE OPER-ID TO OPR-ID(WS-OPR-COUNT).
035400     MOVE OPER-NAME TO OPR-NAME(WS-OPR-COUNT).
035500     EVALUATE OPER-SHIFT
035600         WHEN '1'
035700             MOVE 1 TO OPR-SHIFT-SUB(WS-OPR-COUNT)
035800         WHEN '2'
035900             MOVE 2 TO OPR-SHIFT-SUB(WS-OPR-COUNT)
036000         WHEN '3'
036100             MOVE 3 TO OPR-SHIFT-SUB(WS-OPR-COUNT)
036200         WHEN OTHER
036300             MOVE 4 TO OPR-SHIFT-SUB(WS-OPR-COUNT)
036400     END-EVALUATE.
036500 1110-LOAD-ONE-OPERATOR-EXIT.
036600     EXIT.
036700
036800 2000-TALLY-LABOR-LOG.
036900     OPEN INPUT LABOR-LOG.
037000     IF NOT LABLOG-STATUS-OK
037100         DISPLAY 'LABRPT - NO LABORLOG, NO LABOR TO REPORT'
037200         SET RC-WARNING TO TRUE
037300         GO TO 2000-TALLY-LABOR-LOG-EXIT
037400     END-IF.
037500     PERFORM 2100-TALLY-ONE-RECORD
037600         THRU 2100-TALLY-ONE-RECORD-EXIT
037700         UNTIL LABLOG-STATUS-EOF.
037800     CLOSE LABOR-LOG.
037900 2000-TALLY-LABOR-LOG-EXIT.
038000     EXIT.
038100
038200 2100-TALLY-ONE-RECORD.
038300     READ LABOR-LOG
038400         AT END SET LABLOG-STATUS-EOF TO TRUE
038500     END-READ.
038600     IF LABLOG-STATUS-EOF
038700         GO TO 2100-TALLY-ONE-RECORD-EXIT
038800     END-IF.
038900     ADD 1 TO WS-LOG-READ.
039000     IF LAB-DATE NOT NUMERIC
039100             OR LAB-DATE < 16010101
039200             OR NOT (LAB-PICK OR LAB-COUNT OR LAB-BIN-MOVE
039300                 OR LAB-RECEIPT OR LAB-INSPECTION)
039400         ADD 1 TO WS-LOG-BAD
039500         GO TO 2100-TALLY-ONE-RECORD-EXIT
039600     END-IF.
039700     IF LAB-DATE > WS-REPORT-DATE
039800         GO TO 2100-TALLY-ONE-RECORD-EXIT
039900     END-IF.
040000     COMPUTE WS-LOG-INT = FUNCTION INTEGER-OF-DATE(LAB-DATE).
040100     IF WS-LOG-INT < WS-WEEK-START-INT
040200         GO TO 2100-TALLY-ONE-RECORD-EXIT
040300     END-IF.
040400     ADD 1 TO WS-LOG-IN-WEEK.
040500     IF NOT LAB-OPER-VERIFIED
040600         ADD 1 TO WS-LOG-UNVERIFIED
040700     END-IF.
040800
040900     PERFORM 2200-FIND-OPERATOR
041000         THRU 2200-FIND-OPERATOR-EXIT.
041100     IF WS-OPR-FOUND-SUB = ZERO
041200         GO TO 2100-TALLY-ONE-RECORD-EXIT
041300     END-IF.
041400     MOVE 2 TO WS-PER-SUB.
041500     PERFORM 2300-ADD-TO-PERIOD
041600         THRU 2300-ADD-TO-PERIOD-EXIT.
041700     IF LAB-DATE = WS-REPORT-DATE
041800         MOVE 1 TO WS-PER-SUB
041900         PERFORM 2300-ADD-TO-PERIOD
042000             THRU 2300-ADD-TO-PERIOD-EXIT
042100     END-IF.
042200 2100-TALLY-ONE-RECORD-EXIT.
042300     EXIT.
042400
042500 2200-FIND-OPERATOR.
042600*    AN OPERATOR NOT ON OPAUTH - OR NO OPERATOR KEYED - GETS
042700*    A ROW OF ITS OWN UNDER SHIFT 5 THE FIRST TIME IT IS SEEN.
042800     MOVE ZERO TO WS-OPR-FOUND-SUB.
042900     PERFORM 2210-MATCH-ONE-OPERATOR
043000         THRU 2210-MATCH-ONE-OPERATOR-EXIT
043100         VARYING WS-OPR-SUB FROM 1 BY 1
043200         UNTIL WS-OPR-SUB > WS-OPR-COUNT
043300            OR WS-OPR-FOUND-SUB > ZERO.
043400     IF WS-OPR-FOUND-SUB > ZERO
043500         GO TO 2200-FIND-OPERATOR-EXIT
043600     END-IF.
043700     IF WS-OPR-COUNT NOT < 300
043800         ADD 1 TO WS-OPERS-DROPPED
043900         GO TO 2200-FIND-OPERATOR-EXIT
044000     END-IF.
044100     ADD 1 TO WS-OPR-COUNT.
044200     ADD 1 TO WS-OPERS-NOT-ON-FILE.
044300     INITIALIZE WS-OPR-ENTRY(WS-OPR-COUNT).
044400     MOVE LAB-OPERATOR TO OPR-ID(WS-OPR-COUNT).
044500     IF LAB-OPERATOR = SPACES
044600         MOVE '*** NO OPERATOR KEYED' TO OPR-NAME(WS-OPR-COUNT)
044700     ELSE
044800         MOVE '*** NOT ON OPAUTH' TO OPR-NAME(WS-OPR-COUNT)
044900     END-IF.
045000     MOVE 5 TO OPR-SHIFT-SUB(WS-OPR-COUNT).
045100     MOVE WS-OPR-COUNT TO WS-OPR-FOUND-SUB.
045200 2200-FIND-OPERATOR-EXIT.
045300     EXIT.
045400
045500 2210-MATCH-ONE-OPERATOR.
045600     IF OPR-ID(WS-OPR-SUB) = LAB-OPERATOR
045700         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
045800     END-IF.
045900 2210-MATCH-ONE-OPERATOR-EXIT.
046000     EXIT.
046100
046200 2300-ADD-TO-PERIOD.
046300     MOVE WS-OPR-FOUND-SUB TO WS-OPR-SUB.
046400     MOVE 'Y' TO OPR-ACTIVE-SW(WS-OPR-SUB, WS-PER-SUB).
046500     EVALUATE TRUE
046600         WHEN LAB-PICK
046700             ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 1)
046800             ADD LAB-UNITS
046900                 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 2)
047000             IF LAB-EXCEPTION
047100                 ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 3)
047200             END-IF
047300         WHEN LAB-BIN-MOVE
047400             ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 4)
047500         WHEN LAB-COUNT
047600             ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 5)
047700             IF LAB-EXCEPTION
047800                 ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 6)
047900             END-IF
048000         WHEN LAB-RECEIPT
048100             ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 7)
048200         WHEN LAB-INSPECTION
048300             ADD 1 TO OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 8)
048400     END-EVALUATE.
048500 2300-ADD-TO-PERIOD-EXIT.
048600     EXIT.
048700
048800 3000-TOTAL-ONE-OPERATOR.
048900*    ROLLS EACH OPERATOR INTO ITS SHIFT FOR BOTH PERIODS.
049000     MOVE OPR-SHIFT-SUB(WS-OPR-SUB) TO WS-SH-SUB.
049100     PERFORM 3100-TOTAL-ONE-PERIOD
049200         THRU 3100-TOTAL-ONE-PERIOD-EXIT
049300         VARYING WS-PER-SUB FROM 1 BY 1
049400         UNTIL WS-PER-SUB > 2.
049500 3000-TOTAL-ONE-OPERATOR-EXIT.
049600     EXIT.
049700
049800 3100-TOTAL-ONE-PERIOD.
049900     IF NOT OPR-ACTIVE(WS-OPR-SUB, WS-PER-SUB)
050000         GO TO 3100-TOTAL-ONE-PERIOD-EXIT
050100     END-IF.
050200     ADD 1 TO SH-OPERATORS(WS-SH-SUB, WS-PER-SUB).
050300     PERFORM 3110-TOTAL-ONE-MEASURE
050400         THRU 3110-TOTAL-ONE-MEASURE-EXIT
050500         VARYING WS-COL-SUB FROM 1 BY 1
050600         UNTIL WS-COL-SUB > 8.
050700 3100-TOTAL-ONE-PERIOD-EXIT.
050800     EXIT.
050900
051000 3110-TOTAL-ONE-MEASURE.
051100     ADD OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, WS-COL-SUB)
051200         TO SH-TOTAL(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB).
051300     MOVE WS-BASE-COL(WS-COL-SUB) TO WS-BASE-SUB.
051400     IF OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, WS-BASE-SUB) > ZERO
051500         ADD 1 TO SH-WORKERS(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB)
051600     END-IF.
051700 3110-TOTAL-ONE-MEASURE-EXIT.
051800     EXIT.
051900
052000 4000-PRINT-PERIOD.
052100     MOVE SPACES TO LABOR-REPORT-LINE.
052200     WRITE LABOR-REPORT-LINE.
052300     MOVE SPACES TO LABOR-REPORT-LINE.
052400     IF WS-PER-SUB = 1
052500         STRING WS-PERIOD-NAME(WS-PER-SUB) WS-REPORT-DATE
052600             DELIMITED BY SIZE
052700             INTO LABOR-REPORT-LINE
052800         END-STRING
052900     ELSE
053000         STRING WS-PERIOD-NAME(WS-PER-SUB) WS-REPORT-DATE
053100                ' - THE SEVEN DAYS ENDING THAT DAY'
053200             DELIMITED BY SIZE
053300             INTO LABOR-REPORT-LINE
053400         END-STRING
053500     END-IF.
053600     WRITE LABOR-REPORT-LINE.
053700     MOVE ZERO TO WS-PERIOD-ACTIVE.
053800     PERFORM 4100-PRINT-SHIFT
053900         THRU 4100-PRINT-SHIFT-EXIT
054000         VARYING WS-SH-SUB FROM 1 BY 1
054100         UNTIL WS-SH-SUB > 5.
054200     IF WS-PERIOD-ACTIVE = ZERO
054300         MOVE '  NO LABOR LOGGED IN THE PERIOD'
054400             TO LABOR-REPORT-LINE
054500         WRITE LABOR-REPORT-LINE
054600     END-IF.
054700 4000-PRINT-PERIOD-EXIT.
054800     EXIT.
054900
055000 4100-PRINT-SHIFT.
055100     IF SH-OPERATORS(WS-SH-SUB, WS-PER-SUB) = ZERO
055200         GO TO 4100-PRINT-SHIFT-EXIT
055300     END-IF.
055400     ADD SH-OPERATORS(WS-SH-SUB, WS-PER-SUB) TO WS-PERIOD-ACTIVE.
055500     MOVE SH-OPERATORS(WS-SH-SUB, WS-PER-SUB) TO WS-COUNT-EDIT.
055600     MOVE SPACES TO LABOR-REPORT-LINE.
055700     WRITE LABOR-REPORT-LINE.
055800     STRING WS-SHIFT-NAME(WS-SH-SUB)
055900            '  OPERATORS ACTIVE ' WS-COUNT-EDIT
056000         DELIMITED BY SIZE
056100         INTO LABOR-REPORT-LINE
056200     END-STRING.
056300     WRITE LABOR-REPORT-LINE.
056400     MOVE WS-COLUMN-HEADING TO LABOR-REPORT-LINE.
056500     WRITE LABOR-REPORT-LINE.
056600     PERFORM 4200-PRINT-ONE-OPERATOR
056700         THRU 4200-PRINT-ONE-OPERATOR-EXIT
056800         VARYING WS-OPR-SUB FROM 1 BY 1
056900         UNTIL WS-OPR-SUB > WS-OPR-COUNT.
057000
057100     MOVE SPACES TO WS-DETAIL-LINE.
057200     MOVE 'SHIFT AVERAGE' TO DL-NAME.
057300     PERFORM 4300-FORMAT-AVERAGE
057400         THRU 4300-FORMAT-AVERAGE-EXIT
057500         VARYING WS-COL-SUB FROM 1 BY 1
057600         UNTIL WS-COL-SUB > 8.
057700     MOVE WS-DETAIL-LINE TO LABOR-REPORT-LINE.
057800     WRITE LABOR-REPORT-LINE.
057900 4100-PRINT-SHIFT-EXIT.
058000     EXIT.
058100
058200 4200-PRINT-ONE-OPERATOR.
058300     IF OPR-SHIFT-SUB(WS-OPR-SUB) NOT = WS-SH-SUB
058400             OR NOT OPR-ACTIVE(WS-OPR-SUB, WS-PER-SUB)
058500         GO TO 4200-PRINT-ONE-OPERATOR-EXIT
058600     END-IF.
058700     MOVE SPACES TO WS-DETAIL-LINE.
058800     MOVE OPR-ID(WS-OPR-SUB) TO DL-OPERATOR.
058900     MOVE OPR-NAME(WS-OPR-SUB) TO DL-NAME.
059000     PERFORM 4210-FORMAT-VALUE
059100         THRU 4210-FORMAT-VALUE-EXIT
059200         VARYING WS-COL-SUB FROM 1 BY 1
059300         UNTIL WS-COL-SUB > 8.
059400     MOVE WS-DETAIL-LINE TO LABOR-REPORT-LINE.
059500     WRITE LABOR-REPORT-LINE.
059600
059700     MOVE SPACES TO WS-DETAIL-LINE.
059800     MOVE '  PCT OF SHIFT AVG' TO DL-NAME.
059900     PERFORM 4220-FORMAT-PCT-OF-AVG
060000         THRU 4220-FORMAT-PCT-OF-AVG-EXIT
060100         VARYING WS-COL-SUB FROM 1 BY 1
060200         UNTIL WS-COL-SUB > 8.
060300     MOVE WS-DETAIL-LINE TO LABOR-REPORT-LINE.
060400     WRITE LABOR-REPORT-LINE.
060500 4200-PRINT-ONE-OPERATOR-EXIT.
060600     EXIT.
060700
060800 4210-FORMAT-VALUE.
060900*    MEASURE 6 PRINTS AS THE OPERATOR'S VARIANCE RATE - BLANK
061000*    FOR AN OPERATOR WHO COUNTED NOTHING.
061100     IF WS-COL-SUB NOT = 6
061200         MOVE OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, WS-COL-SUB)
061300             TO WS-NUM-EDIT
061400         MOVE WS-NUM-EDIT TO DL-VALUE(WS-COL-SUB)
061500         GO TO 4210-FORMAT-VALUE-EXIT
061600     END-IF.
061700     IF OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 5) = ZERO
061800         GO TO 4210-FORMAT-VALUE-EXIT
061900     END-IF.
062000     COMPUTE WS-OP-RATE ROUNDED =
062100         OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 6) * 100
062200         / OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 5).
062300     MOVE WS-OP-RATE TO WS-AVG-EDIT.
062400     MOVE WS-AVG-EDIT TO DL-VALUE(WS-COL-SUB).
062500 4210-FORMAT-VALUE-EXIT.
062600     EXIT.
062700
062800 4220-FORMAT-PCT-OF-AVG.
062900*    THE OPERATOR'S FIGURE AS A PERCENTAGE OF THE SHIFT
063000*    AVERAGE - LEFT BLANK WHERE THE OPERATOR DID NO WORK OF
063100*    THAT KIND OR THE SHIFT AVERAGE IS ZERO.
063200     MOVE WS-BASE-COL(WS-COL-SUB) TO WS-BASE-SUB.
063300     IF OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, WS-BASE-SUB) = ZERO
063400         GO TO 4220-FORMAT-PCT-OF-AVG-EXIT
063500     END-IF.
063600     IF WS-COL-SUB = 6
063700         COMPUTE WS-OP-RATE ROUNDED =
063800             OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 6) * 100
063900             / OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, 5)
064000         COMPUTE WS-SH-RATE ROUNDED =
064100             SH-TOTAL(WS-SH-SUB, WS-PER-SUB, 6) * 100
064200             / SH-TOTAL(WS-SH-SUB, WS-PER-SUB, 5)
064300         IF WS-SH-RATE = ZERO
064400             GO TO 4220-FORMAT-PCT-OF-AVG-EXIT
064500         END-IF
064600         COMPUTE WS-PCT ROUNDED = WS-OP-RATE * 100 / WS-SH-RATE
064700             ON SIZE ERROR MOVE 99999 TO WS-PCT
064800         END-COMPUTE
064900     ELSE
065000         IF SH-TOTAL(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB) = ZERO
065100             GO TO 4220-FORMAT-PCT-OF-AVG-EXIT
065200         END-IF
065300         COMPUTE WS-PCT ROUNDED =
065400             OPR-COUNT(WS-OPR-SUB, WS-PER-SUB, WS-COL-SUB) * 100
065500             * SH-WORKERS(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB)
065600             / SH-TOTAL(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB)
065700             ON SIZE ERROR MOVE 99999 TO WS-PCT
065800         END-COMPUTE
065900     END-IF.
066000     MOVE WS-PCT TO WS-PCT-EDIT.
066100     MOVE WS-PCT-EDIT TO DL-VALUE(WS-COL-SUB)(1:8).
066200     MOVE '%' TO DL-VALUE(WS-COL-SUB)(9:1).
066300 4220-FORMAT-PCT-OF-AVG-EXIT.
066400     EXIT.
066500
066600 4300-FORMAT-AVERAGE.
066700     IF SH-WORKERS(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB) = ZERO
066800         GO TO 4300-FORMAT-AVERAGE-EXIT
066900     END-IF.
067000     IF WS-COL-SUB = 6
067100         COMPUTE WS-SH-RATE ROUNDED =
067200             SH-TOTAL(WS-SH-SUB, WS-PER-SUB, 6) * 100
067300             / SH-TOTAL(WS-SH-SUB, WS-PER-SUB, 5)
067400         MOVE WS-SH-RATE TO WS-AVG-EDIT
067500     ELSE
067600         COMPUTE WS-AVG ROUNDED =
067700             SH-TOTAL(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB)
067800             / SH-WORKERS(WS-SH-SUB, WS-PER-SUB, WS-COL-SUB)
067900         MOVE WS-AVG TO WS-AVG-EDIT
068000     END-IF.
068100     MOVE WS-AVG-EDIT TO DL-VALUE(WS-COL-SUB).
068200 4300-FORMAT-AVERAGE-EXIT.
068300     EXIT.
068400
068500 9000-FINISH.
068600     CLOSE LABOR-REPORT.
068700     IF WS-OPERS-DROPPED > ZERO
068800         DISPLAY 'LABRPT - OPERATOR TABLE FULL, ENTRIES '
068900             'SKIPPED: ' WS-OPERS-DROPPED
069000         SET RC-WARNING TO TRUE
069100     END-IF.
069200     DISPLAY 'LABRPT - DAY REPORTED       : ' WS-REPORT-DATE.
069300     DISPLAY 'LABRPT - LOG RECORDS READ   : ' WS-LOG-READ.
069400     DISPLAY 'LABRPT - LOG RECORDS IN WEEK: ' WS-LOG-IN-WEEK.
069500     DISPLAY 'LABRPT - LOGGED UNVERIFIED  : ' WS-LOG-UNVERIFIED.
069600     DISPLAY 'LABRPT - LOG RECORDS INVALID: ' WS-LOG-BAD.
069700     DISPLAY 'LABRPT - OPERS NOT ON OPAUTH: '
069800         WS-OPERS-NOT-ON-FILE.
069900     DISPLAY 'LABRPT - RETURN CODE        : ' WS-RETURN-CODE.
070000 9000-FINISH-EXIT.
070100     EXIT.
070200
070300 9999-EXIT.
070400     STOP RUN.
