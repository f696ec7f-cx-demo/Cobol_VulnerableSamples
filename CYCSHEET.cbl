001400*                    RESULTS COME BACK THROUGH CYCPOST, WHICH
001500*                    CLOSES THE QUANTITY-DRIFT LOOP ITMRECON
001600*                    KEEPS EXPOSING.
001700*   2026-10-15 RLW  ABC-DRIVEN SCHEDULING - THE SHEETS NO LONGER
001800*                    LIST EVERYTHING ON ITEMEXT, ONLY TODAY'S
001900*                    SHARE OF THE COUNTS THAT ARE DUE.  AN ITEM
002000*                    IS DUE WHEN ITS LAST COUNT ON THE CYCDUE
002100*                    COUNT-DUE FILE (SEE CDUEREC) IS AS OLD AS
002200*                    THE INTERVAL ITS ITMABC CLASS IS GIVEN ON
002300*                    THE CYCSCHED SCHEDULE (SEE CSCHREC), OR IT
002400*                    HAS NEVER BEEN COUNTED.  EACH CLASS'S DAILY
002500*                    SHARE IS ITS ITEMS SPREAD EVENLY OVER THE
002600*                    WORKING DAYS IN ITS INTERVAL - WEEKDAYS NOT
002700*                    MARKED AS HOLIDAYS ON CALFILE - MOST
002800*                    OVERDUE FIRST; THE REST WAIT FOR A LATER
002900*                    DAY.  NOTHING IS LISTED ON A DAY THAT IS
003000*                    NOT A WORKING DAY.  EVERY ITEM SEEN IS
003100*                    ADDED TO OR REFRESHED ON CYCDUE, AND EACH
003200*                    ONE LISTED IS STAMPED WITH THE SHEET DATE.
003300*   2026-10-15 RLW  ITEMS ARE NO LONGER HELD BACK UNTIL THE DAY
003400*                    THEIR INTERVAL RUNS OUT.  EVERY ITEM IS
003500*                    RANKED BY THE DAY ITS COUNT FALLS DUE AND
003600*                    THE SHARE FILLED EARLIEST FIRST; AN ITEM
003700*                    WHOSE LIMIT FALLS BEFORE THE NEXT WORKING
003800*                    DAY - AND ANY NEVER-COUNTED A ITEM - IS
003900*                    FORCED ONTO THE SHEET OVER THE SHARE.  AN A
004000*                    ITEM'S LIMIT IS HELD TO THE 30-DAY AUDIT
004100*                    STANDARD WHATEVER CYCSCHED SAYS.
004200*================================================================
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EXTRACT-STATUS.
004900
005000     SELECT EXCEPTION-FILE ASSIGN TO "CYCSHEXC"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT COUNT-DUE-FILE ASSIGN TO "CYCDUE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CDUE-KEY
005700         FILE STATUS IS WS-DUE-STATUS.
005800
005900     SELECT SCHEDULE-FILE ASSIGN TO "CYCSCHED"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SCHED-STATUS.
006200
006300     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CALENDAR-STATUS.
006600
006700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-BUSDATE-STATUS.
007000
007100     SELECT DUE-SORT-WORK ASSIGN TO "CYCSDWRK".
007200
007300*    TODAY'S SELECTED COUNTS, BETWEEN THE SORT THAT CHOOSES
007400*    THEM AND THE SORT THAT PUTS THEM IN WALKING ORDER.
007500     SELECT TODAYS-COUNTS ASSIGN TO "CYCSSEL"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT SORT-WORK ASSIGN TO "CYCSWRK".
007900
008000     SELECT COUNT-SHEETS ASSIGN TO "CYCSHTS"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  ITEM-EXTRACT.
008600     COPY ITEMREC.
008700     COPY CTLREC.
008800
008900 FD  COUNT-DUE-FILE.
009000     COPY CDUEREC.
009100
009200 FD  SCHEDULE-FILE.
009300     COPY CSCHREC.
009400
009500 FD  CALENDAR-FILE.
009600     COPY CALREC.
009700
009800 FD  BUSDATE-FILE.
009900     COPY BUSDATE.
010000
010100 SD  DUE-SORT-WORK.
010200 01  DUE-SORT-RECORD.
010300     05  DSRT-CLASS-SUB              PIC 9(01).
010400     05  DSRT-DUE-DAY                PIC 9(07).
010500     05  DSRT-LOCATION               PIC X(10).
010600     05  DSRT-OWNER                  PIC X(20).
010700     05  DSRT-ITEM-NAME              PIC X(20).
010800     05  DSRT-FORCED-SW              PIC X(01).
010900         88  DSRT-FORCED             VALUE 'Y'.
011000
011100 FD  TODAYS-COUNTS.
011200 01  TODAYS-COUNT-RECORD.
011300     05  TDC-LOCATION                PIC X(10).
011400     05  TDC-OWNER                   PIC X(20).
011500     05  TDC-ITEM-NAME               PIC X(20).
011600
011700 SD  SORT-WORK.
011800 01  SORT-SHEET-RECORD.
011900     05  SORT-LOCATION               PIC X(10).
012000     05  SORT-OWNER                  PIC X(20).
012100     05  SORT-ITEM-NAME              PIC X(20).
012200
012300 FD  COUNT-SHEETS.
012400 01  COUNT-SHEET-LINE               PIC X(100).
012500
012600 FD  EXCEPTION-FILE.
012700     COPY EXCREC.
012800
012900 WORKING-STORAGE SECTION.
013000     COPY ITEMWS.
013100     COPY RETCODES.
013200
013300 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
013400     88  EXTRACT-STATUS-OK           VALUE '00'.
013500     88  EXTRACT-STATUS-EOF          VALUE '10'.
013600 01  WS-DUE-STATUS                  PIC X(02) VALUE '00'.
013700     88  DUE-STATUS-OK               VALUE '00'.
013800 01  WS-SCHED-STATUS                PIC X(02) VALUE '00'.
013900     88  SCHED-STATUS-OK             VALUE '00'.
014000     88  SCHED-STATUS-EOF            VALUE '10'.
014100 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
014200     88  CALENDAR-STATUS-OK          VALUE '00'.
014300     88  CALENDAR-STATUS-EOF         VALUE '10'.
014400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014500     88  BUSDATE-STATUS-OK           VALUE '00'.
014600
014700*    HEADER/TRAILER CONTROL-RECORD CHECKING (SEE CTLREC).
014800 01  WS-FEED-FIRST-SW               PIC X(01) VALUE 'Y'.
014900     88  WS-FEED-FIRST-RECORD        VALUE 'Y'.
015000 01  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
015100     88  WS-FEED-HDR-SEEN            VALUE 'Y'.
015200 01  WS-TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
015300     88  WS-FEED-TRL-SEEN            VALUE 'Y'.
015400 01  WS-CTL-CONTROL-SW              PIC X(01) VALUE 'N'.
015500     88  WS-CTL-IS-CONTROL           VALUE 'Y'.
015600 01  WS-FEED-RECORD-COUNT           PIC 9(07) VALUE ZERO.
015700 01  WS-FEED-HASH-TOTAL             PIC 9(09) VALUE ZERO.
015800 01  WS-TRL-RECORD-COUNT            PIC 9(07) VALUE ZERO.
015900 01  WS-TRL-HASH-TOTAL              PIC 9(09) VALUE ZERO.
016000
016100 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
016200     88  SORT-AT-EOF                 VALUE 'Y'.
016300 01  WS-DUE-SORT-EOF-SW             PIC X(01) VALUE 'N'.
016400     88  DUE-SORT-AT-EOF             VALUE 'Y'.
016500 01  WS-FIRST-LOCATION-SW           PIC X(01) VALUE 'Y'.
016600     88  WS-FIRST-LOCATION           VALUE 'Y'.
016700 01  WS-PREV-LOCATION               PIC X(10) VALUE SPACES.
016800
016900*    THE SCHEDULE, ONE ENTRY PER CLASS - A, B, C IN THAT
017000*    ORDER - WITH THE WORKING DAYS IN ITS INTERVAL AND TODAY'S
017100*    SHARE OF ITS ITEMS.  AN ITEM ITMABC HAS NOT CLASSED IS
017200*    COUNTED AS A C.
017300 01  WS-CLASS-TABLE.
017400     05  WS-CLS-ENTRY OCCURS 3 TIMES.
017500         10  WS-CLS-CODE             PIC X(01).
017600         10  WS-CLS-INTERVAL         PIC 9(03).
017700         10  WS-CLS-WORKDAYS         PIC 9(03) COMP.
017800         10  WS-CLS-POPULATION       PIC 9(07) COMP.
017900         10  WS-CLS-CANDIDATES       PIC 9(07) COMP.
018000         10  WS-CLS-QUOTA            PIC 9(07) COMP.
018100         10  WS-CLS-SELECTED         PIC 9(07) COMP.
018200 01  WS-CLS-SUB                     PIC 9(01) COMP VALUE ZERO.
018300 01  WS-SCHED-CLASS                 PIC X(01) VALUE SPACE.
018400     88  WS-SCHED-CLASS-KNOWN        VALUE 'A' 'B' 'C'.
018500
018600*    THE HOLIDAYS FROM CALFILE, BY DAYS FROM TODAY - ENTRY 1
018700*    IS TODAY, SO THE TABLE COVERS THE LONGEST INTERVAL THE
018800*    SCHEDULE CAN HOLD.
018900 01  WS-HOLIDAY-TABLE.
019000     05  WS-HOLIDAY-SW OCCURS 999 TIMES
019100                                    PIC X(01).
019200 01  WS-DAY-SUB                     PIC 9(04) COMP VALUE ZERO.
019300 01  WS-DAY-OFFSET                  PIC S9(09) COMP VALUE ZERO.
019400 01  WS-TODAY-INT                   PIC 9(09) COMP VALUE ZERO.
019500 01  WS-DAY-NUMBER                  PIC 9(09) COMP VALUE ZERO.
019600 01  WS-DAY-QUOTIENT                PIC 9(09) COMP VALUE ZERO.
019700*    INTEGER-OF-DATE DAY 1 IS A MONDAY - REMAINDER 6 IS A
019800*    SATURDAY AND 0 A SUNDAY.
019900 01  WS-WEEKDAY                     PIC 9(01) VALUE ZERO.
020000     88  WS-WEEKEND-DAY              VALUE 0 6.
020100 01  WS-WORKING-DAY-SW              PIC X(01) VALUE 'N'.
020200     88  WS-WORKING-DAY              VALUE 'Y'.
020300 01  WS-COUNT-DAY-SW                PIC X(01) VALUE 'N'.
020400     88  WS-COUNT-DAY                VALUE 'Y'.
020500*    CALENDAR DAYS FROM TODAY TO THE NEXT WORKING DAY - A COUNT
020600*    NOT TAKEN TODAY CANNOT BE TAKEN SOONER.
020700 01  WS-NEXT-WORK-DAYS              PIC 9(04) COMP VALUE 1.
020800
020900 01  WS-DUE-OPEN-SW                 PIC X(01) VALUE 'N'.
021000     88  WS-DUE-OPEN                 VALUE 'Y'.
021100 01  WS-DUE-FOUND-SW                PIC X(01) VALUE 'N'.
021200     88  WS-DUE-FOUND                VALUE 'Y'.
021300 01  WS-ITEM-CANDIDATE-SW           PIC X(01) VALUE 'N'.
021400     88  WS-ITEM-CANDIDATE           VALUE 'Y'.
021500 01  WS-ITEM-FORCED-SW              PIC X(01) VALUE 'N'.
021600     88  WS-ITEM-FORCED              VALUE 'Y'.
021700 01  WS-DAYS-SINCE                  PIC S9(07) COMP VALUE ZERO.
021800 01  WS-ITEM-LIMIT                  PIC 9(03) VALUE ZERO.
021900 01  WS-DUE-DAY                     PIC 9(07) VALUE ZERO.
022000*    THE AUDIT STANDARD - EVERY A ITEM COUNTED WITHIN THIS
022100*    MANY DAYS (AS CYCCOVER CHECKS IT).  IT IS THE AUDITORS',
022200*    NOT THE SCHEDULE'S, SO A LONGER A INTERVAL ON CYCSCHED
022300*    DOES NOT MOVE IT.
022400 01  WS-AUDIT-DAYS                  PIC 9(03) VALUE 030.
022500*    AN ITEM PUT ON A SHEET AND NOT YET COUNTED STAYS OFF THE
022600*    SHEETS THIS MANY DAYS WHILE THE COUNT IS KEYED, THEN
022700*    COMES BACK AS DUE - A LOST SHEET IS NOT LOST FOR GOOD.
022800 01  WS-RESHEET-DAYS                PIC 9(03) VALUE 007.
022900
023000 01  WS-ITEMS-LISTED                PIC 9(07) COMP VALUE ZERO.
023100 01  WS-LOCATIONS-LISTED            PIC 9(07) COMP VALUE ZERO.
023200 01  WS-ITEMS-DUE                   PIC 9(07) COMP VALUE ZERO.
023300 01  WS-ITEMS-DEFERRED              PIC 9(07) COMP VALUE ZERO.
023400 01  WS-ITEMS-FORCED                PIC 9(07) COMP VALUE ZERO.
023500 01  WS-ITEMS-AWAITING              PIC 9(07) COMP VALUE ZERO.
023600 01  WS-ITEMS-ADDED                 PIC 9(07) COMP VALUE ZERO.
023700
023800 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
023900
024000 01  WS-CURRENT-DATE-TIME.
024100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
024200     05  WS-TIME-HHMMSSHH           PIC 9(08).
024300     05  FILLER                     PIC X(05).
024400
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE
024800         THRU 1000-INITIALIZE-EXIT.
024900     IF RC-SEVERE
025000         GO TO 0000-WRAP-UP
025100     END-IF.
025200
025300     SORT DUE-SORT-WORK
025400         ON ASCENDING KEY DSRT-CLASS-SUB DSRT-DUE-DAY
025500                DSRT-LOCATION DSRT-OWNER DSRT-ITEM-NAME
025600         INPUT PROCEDURE IS 3000-LOAD-SORT-WORK
025700             THRU 3000-LOAD-SORT-WORK-EXIT
025800         OUTPUT PROCEDURE IS 3500-SELECT-DUE-COUNTS
025900             THRU 3500-SELECT-DUE-COUNTS-EXIT.
026000     IF RC-SEVERE
026100         GO TO 0000-WRAP-UP
026200     END-IF.
026300
026400     SORT SORT-WORK
026500         ON ASCENDING KEY SORT-LOCATION SORT-OWNER
026600             SORT-ITEM-NAME
026700         USING TODAYS-COUNTS
026800         OUTPUT PROCEDURE IS 4000-PRINT-SHEETS
026900             THRU 4000-PRINT-SHEETS-EXIT.
027000
027100 0000-WRAP-UP.
027200     PERFORM 9000-FINISH
027300         THRU 9000-FINISH-EXIT.
027400
027500     MOVE WS-RETURN-CODE TO RETURN-CODE.
027600     GO TO 9999-EXIT.
027700
027800 1000-INITIALIZE.
027900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
028000     PERFORM 1050-GET-BUSINESS-DATE
028100         THRU 1050-GET-BUSINESS-DATE-EXIT.
028200     COMPUTE WS-TODAY-INT =
028300         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
028400*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
028500*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
028600     OPEN OUTPUT EXCEPTION-FILE.
028700     PERFORM 1100-LOAD-SCHEDULE
028800         THRU 1100-LOAD-SCHEDULE-EXIT.
028900     PERFORM 1200-LOAD-CALENDAR
029000         THRU 1200-LOAD-CALENDAR-EXIT.
029100     PERFORM 1300-COUNT-WORKING-DAYS
029200         THRU 1300-COUNT-WORKING-DAYS-EXIT.
029300
029400     OPEN I-O COUNT-DUE-FILE.
029500     IF NOT DUE-STATUS-OK
029600         OPEN OUTPUT COUNT-DUE-FILE
029700         CLOSE COUNT-DUE-FILE
029800         OPEN I-O COUNT-DUE-FILE
029900     END-IF.
030000     IF NOT DUE-STATUS-OK
030100         DISPLAY 'CYCSHEET - UNABLE TO OPEN CYCDUE, STATUS='
030200             WS-DUE-STATUS
030300         SET RC-SEVERE TO TRUE
030400         GO TO 1000-INITIALIZE-EXIT
030500     END-IF.
030600     SET WS-DUE-OPEN TO TRUE.
030700 1000-INITIALIZE-EXIT.
030800     EXIT.
030900
031000 1050-GET-BUSINESS-DATE.
031100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
031200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
031300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
031400*    CLOCK TIME FIELD STAYS REAL.
031500     OPEN INPUT BUSDATE-FILE.
031600     IF NOT BUSDATE-STATUS-OK
031700         GO TO 1050-GET-BUSINESS-DATE-EXIT
031800     END-IF.
031900     READ BUSDATE-FILE
032000         AT END
032100             CLOSE BUSDATE-FILE
032200             GO TO 1050-GET-BUSINESS-DATE-EXIT
032300     END-READ.
032400     CLOSE BUSDATE-FILE.
032500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
032600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
032700         DISPLAY 'CYCSHEET - RUNNING AS OF BUSINESS DATE '
032800             BUS-DATE
032900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
033000     END-IF.
033100 1050-GET-BUSINESS-DATE-EXIT.
033200     EXIT.
033300
033400 1100-LOAD-SCHEDULE.
033500*    THE STANDARD INTERVALS STAND UNTIL CYCSCHED SAYS
033600*    OTHERWISE (SEE CSCHREC).
033700     INITIALIZE WS-CLASS-TABLE.
033800     MOVE 'A' TO WS-CLS-CODE(1).
033900     MOVE 030 TO WS-CLS-INTERVAL(1).
034000     MOVE 'B' TO WS-CLS-CODE(2).
034100     MOVE 090 TO WS-CLS-INTERVAL(2).
034200     MOVE 'C' TO WS-CLS-CODE(3).
034300     MOVE 365 TO WS-CLS-INTERVAL(3).
034400     OPEN INPUT SCHEDULE-FILE.
034500     IF NOT SCHED-STATUS-OK
034600         DISPLAY 'CYCSHEET - CYCSCHED NOT AVAILABLE, STANDARD '
034700             'INTERVALS USED'
034800         GO TO 1100-LOAD-SCHEDULE-EXIT
034900     END-IF.
035000     PERFORM 1110-READ-ONE-SCHEDULE
035100         THRU 1110-READ-ONE-SCHEDULE-EXIT
035200         UNTIL SCHED-STATUS-EOF.
035300     CLOSE SCHEDULE-FILE.
035400 1100-LOAD-SCHEDULE-EXIT.
035500     EXIT.
035600
035700 1110-READ-ONE-SCHEDULE.
035800     READ SCHEDULE-FILE
035900         AT END SET SCHED-STATUS-EOF TO TRUE
036000     END-READ.
036100     IF SCHED-STATUS-EOF
036200         GO TO 1110-READ-ONE-SCHEDULE-EXIT
036300     END-IF.
036400     MOVE CSCH-ABC-CLASS TO WS-SCHED-CLASS.
036500     IF NOT WS-SCHED-CLASS-KNOWN
036600             OR CSCH-INTERVAL-DAYS IS NOT NUMERIC
036700             OR CSCH-INTERVAL-DAYS = ZERO
036800         MOVE COUNT-SCHEDULE-RECORD TO WS-EXC-KEY
036900         MOVE 'E517' TO EXC-REASON-CODE
037000         MOVE 'COUNT SCHEDULE RECORD INVALID, IGNORED' TO
037100             EXC-REASON-TEXT
037200         PERFORM 8950-WRITE-EXCEPTION
037300             THRU 8950-WRITE-EXCEPTION-EXIT
037400         GO TO 1110-READ-ONE-SCHEDULE-EXIT
037500     END-IF.
037600     PERFORM 3300-SET-CLASS-SUB
037700         THRU 3300-SET-CLASS-SUB-EXIT.
037800     MOVE CSCH-INTERVAL-DAYS TO WS-CLS-INTERVAL(WS-CLS-SUB).
037900 1110-READ-ONE-SCHEDULE-EXIT.
038000     EXIT.
038100
038200 1200-LOAD-CALENDAR.
038300*    A DATE NOT ON THE CALENDAR IS AN ORDINARY DAY - WITHOUT
038400*    CALFILE ONLY THE WEEKENDS ARE LEFT OUT.
038500     MOVE ALL 'N' TO WS-HOLIDAY-TABLE.
038600     OPEN INPUT CALENDAR-FILE.
038700     IF NOT CALENDAR-STATUS-OK
038800         DISPLAY 'CYCSHEET - CALENDAR NOT AVAILABLE, WEEKENDS '
038900             'ONLY'
039000         GO TO 1200-LOAD-CALENDAR-EXIT
039100     END-IF.
039200     PERFORM 1210-MARK-ONE-HOLIDAY
039300         THRU 1210-MARK-ONE-HOLIDAY-EXIT
039400         UNTIL CALENDAR-STATUS-EOF.
039500     CLOSE CALENDAR-FILE.
039600 1200-LOAD-CALENDAR-EXIT.
039700     EXIT.
039800
039900 1210-MARK-ONE-HOLIDAY.
040000     READ CALENDAR-FILE
040100         AT END SET CALENDAR-STATUS-EOF TO TRUE
040200     END-READ.
040300     IF CALENDAR-STATUS-EOF
040400         GO TO 1210-MARK-ONE-HOLIDAY-EXIT
040500     END-IF.
040600     IF NOT CAL-HOLIDAY
040700             OR CAL-DATE IS NOT NUMERIC
040800             OR CAL-DATE < WS-TODAY-YYYYMMDD
040900         GO TO 1210-MARK-ONE-HOLIDAY-EXIT
041000     END-IF.
041100     COMPUTE WS-DAY-OFFSET =
041200         FUNCTION INTEGER-OF-DATE(CAL-DATE) - WS-TODAY-INT.
041300     IF WS-DAY-OFFSET NOT < ZERO AND WS-DAY-OFFSET < 999
041400         MOVE 'Y' TO WS-HOLIDAY-SW(WS-DAY-OFFSET + 1)
041500     END-IF.
041600 1210-MARK-ONE-HOLIDAY-EXIT.
041700     EXIT.
041800
041900 1300-COUNT-WORKING-DAYS.
042000     PERFORM 1310-COUNT-CLASS-DAYS
042100         THRU 1310-COUNT-CLASS-DAYS-EXIT
042200         VARYING WS-CLS-SUB FROM 1 BY 1
042300         UNTIL WS-CLS-SUB > 3.
042400     MOVE 1 TO WS-DAY-SUB.
042500     PERFORM 1330-CHECK-ONE-DAY
042600         THRU 1330-CHECK-ONE-DAY-EXIT.
042700     IF WS-WORKING-DAY
042800         SET WS-COUNT-DAY TO TRUE
042900     ELSE
043000         DISPLAY 'CYCSHEET - NOT A WORKING DAY, NO COUNTS '
043100             'SCHEDULED'
043200     END-IF.
043300*    THE FIRST WORKING DAY AFTER TODAY - TABLE ENTRY N IS
043400*    N - 1 DAYS OUT, AND THE SEARCH STOPS ONE ENTRY PAST IT.
043500     MOVE 'N' TO WS-WORKING-DAY-SW.
043600     PERFORM 1330-CHECK-ONE-DAY
043700         THRU 1330-CHECK-ONE-DAY-EXIT
043800         VARYING WS-DAY-SUB FROM 2 BY 1
043900         UNTIL WS-WORKING-DAY OR WS-DAY-SUB > 999.
044000     IF WS-WORKING-DAY
044100         COMPUTE WS-NEXT-WORK-DAYS = WS-DAY-SUB - 2
044200     ELSE
044300         MOVE 1 TO WS-NEXT-WORK-DAYS
044400     END-IF.
044500 1300-COUNT-WORKING-DAYS-EXIT.
044600     EXIT.
044700
044800 1310-COUNT-CLASS-DAYS.
044900     MOVE ZERO TO WS-CLS-WORKDAYS(WS-CLS-SUB).
045000     PERFORM 1320-COUNT-ONE-DAY
045100         THRU 1320-COUNT-ONE-DAY-EXIT
045200         VARYING WS-DAY-SUB FROM 1 BY 1
045300         UNTIL WS-DAY-SUB > WS-CLS-INTERVAL(WS-CLS-SUB).
045400 1310-COUNT-CLASS-DAYS-EXIT.
045500     EXIT.
045600
045700 1320-COUNT-ONE-DAY.
045800     PERFORM 1330-CHECK-ONE-DAY
045900         THRU 1330-CHECK-ONE-DAY-EXIT.
046000     IF WS-WORKING-DAY
046100         ADD 1 TO WS-CLS-WORKDAYS(WS-CLS-SUB)
046200     END-IF.
046300 1320-COUNT-ONE-DAY-EXIT.
046400     EXIT.
046500
046600 1330-CHECK-ONE-DAY.
046700     MOVE 'Y' TO WS-WORKING-DAY-SW.
046800     COMPUTE WS-DAY-NUMBER = WS-TODAY-INT + WS-DAY-SUB - 1.
046900     DIVIDE WS-DAY-NUMBER BY 7
047000         GIVING WS-DAY-QUOTIENT
047100         REMAINDER WS-WEEKDAY.
047200     IF WS-WEEKEND-DAY
047300             OR WS-HOLIDAY-SW(WS-DAY-SUB) = 'Y'
047400         MOVE 'N' TO WS-WORKING-DAY-SW
047500     END-IF.
047600 1330-CHECK-ONE-DAY-EXIT.
047700     EXIT.
047800
047900 3000-LOAD-SORT-WORK.
048000     OPEN INPUT ITEM-EXTRACT.
048100     IF NOT EXTRACT-STATUS-OK
048200         DISPLAY 'CYCSHEET - UNABLE TO OPEN ITEMEXT, STATUS='
048300             WS-EXTRACT-STATUS
048400         SET RC-SEVERE TO TRUE
048500         SET EXTRACT-STATUS-EOF TO TRUE
048600         GO TO 3000-LOAD-SORT-WORK-EXIT
048700     END-IF.
048800     PERFORM 3100-RELEASE-NEXT-ITEM
048900         THRU 3100-RELEASE-NEXT-ITEM-EXIT
049000         UNTIL EXTRACT-STATUS-EOF.
049100     CLOSE ITEM-EXTRACT.
049200     PERFORM 8100-VERIFY-TRAILER
049300         THRU 8100-VERIFY-TRAILER-EXIT.
049400 3000-LOAD-SORT-WORK-EXIT.
049500     EXIT.
049600
049700 3100-RELEASE-NEXT-ITEM.
049800     READ ITEM-EXTRACT INTO WS-ITEM
049900         AT END SET EXTRACT-STATUS-EOF TO TRUE
050000     END-READ.
050100     IF EXTRACT-STATUS-EOF
050200         GO TO 3100-RELEASE-NEXT-ITEM-EXIT
050300     END-IF.
050400
050500     PERFORM 8000-CHECK-CONTROL-RECORD
050600         THRU 8000-CHECK-CONTROL-RECORD-EXIT.
050700     IF WS-CTL-IS-CONTROL
050800         GO TO 3100-RELEASE-NEXT-ITEM-EXIT
050900     END-IF.
051000
051100     PERFORM 3200-REFRESH-DUE-RECORD
051200         THRU 3200-REFRESH-DUE-RECORD-EXIT.
051300     IF NOT WS-ITEM-CANDIDATE
051400         GO TO 3100-RELEASE-NEXT-ITEM-EXIT
051500     END-IF.
051600
051700     MOVE WS-CLS-SUB        TO DSRT-CLASS-SUB.
051800     MOVE WS-DUE-DAY        TO DSRT-DUE-DAY.
051900     MOVE WS-ITEM-LOCATION  TO DSRT-LOCATION.
052000     MOVE WS-ITEM-OWNER     TO DSRT-OWNER.
052100     MOVE WS-ITEM-NAME      TO DSRT-ITEM-NAME.
052200     MOVE WS-ITEM-FORCED-SW TO DSRT-FORCED-SW.
052300     RELEASE DUE-SORT-RECORD.
052400 3100-RELEASE-NEXT-ITEM-EXIT.
052500     EXIT.
052600
052700 3200-REFRESH-DUE-RECORD.
052800*    BRINGS THE ITEM'S CYCDUE RECORD UP TO DATE AND DECIDES
052900*    WHETHER IT MAY GO ON TODAY'S SHEET, AND WHETHER IT MUST.
053000     MOVE 'N' TO WS-ITEM-CANDIDATE-SW.
053100     MOVE 'N' TO WS-ITEM-FORCED-SW.
053200     MOVE WS-ITEM-ABC-CLASS TO WS-SCHED-CLASS.
053300     IF NOT WS-SCHED-CLASS-KNOWN
053400         MOVE 'C' TO WS-SCHED-CLASS
053500     END-IF.
053600     PERFORM 3300-SET-CLASS-SUB
053700         THRU 3300-SET-CLASS-SUB-EXIT.
053800     ADD 1 TO WS-CLS-POPULATION(WS-CLS-SUB).
053900
054000     MOVE WS-ITEM-OWNER    TO CDUE-OWNER.
054100     MOVE WS-ITEM-NAME     TO CDUE-ITEM-NAME.
054200     MOVE WS-ITEM-LOCATION TO CDUE-BIN.
054300     MOVE 'Y' TO WS-DUE-FOUND-SW.
054400     READ COUNT-DUE-FILE
054500         INVALID KEY MOVE 'N' TO WS-DUE-FOUND-SW
054600     END-READ.
054700     MOVE WS-SCHED-CLASS    TO CDUE-ABC-CLASS.
054800     MOVE WS-TODAY-YYYYMMDD TO CDUE-LAST-SEEN-DATE.
054900     IF WS-DUE-FOUND
055000         REWRITE COUNT-DUE-RECORD
055100     ELSE
055200         MOVE ZERO TO CDUE-LAST-COUNT-DATE
055300         MOVE ZERO TO CDUE-LAST-SHEET-DATE
055400         WRITE COUNT-DUE-RECORD
055500         ADD 1 TO WS-ITEMS-ADDED
055600     END-IF.
055700     IF NOT DUE-STATUS-OK
055800         DISPLAY 'CYCSHEET - CYCDUE UPDATE FAILED, STATUS='
055900             WS-DUE-STATUS ' ' CDUE-KEY
056000         IF RC-NORMAL
056100             SET RC-WARNING TO TRUE
056200         END-IF
056300     END-IF.
056400
056500*    EVERY ITEM IS A CANDIDATE, RANKED BY THE DAY ITS COUNT
056600*    FALLS DUE, SO EACH CLASS'S SHARE IS FILLED OLDEST FIRST
056700*    AND AN ITEM IS NORMALLY COUNTED BEFORE ITS LIMIT, NOT ON
056800*    IT.  THE LIMIT IS THE CLASS INTERVAL, HELD TO THE AUDIT
056900*    STANDARD FOR AN A ITEM.  AN ITEM WHOSE LIMIT FALLS BEFORE
057000*    THE NEXT WORKING DAY IS FORCED ONTO TODAY'S SHEET OVER
057100*    THE SHARE - A LIMIT ON A WEEKEND OR HOLIDAY IS PULLED
057200*    FORWARD TO THE LAST WORKING DAY BEFORE IT.  A NEVER-
057300*    COUNTED ITEM RANKS FIRST, AND IS FORCED IF IT IS AN A.
057400     MOVE WS-CLS-INTERVAL(WS-CLS-SUB) TO WS-ITEM-LIMIT.
057500     IF WS-CLS-SUB = 1 AND WS-ITEM-LIMIT > WS-AUDIT-DAYS
057600         MOVE WS-AUDIT-DAYS TO WS-ITEM-LIMIT
057700     END-IF.
057800     IF CDUE-LAST-COUNT-DATE = ZERO
057900         MOVE ZERO TO WS-DUE-DAY
058000         IF WS-CLS-SUB = 1
058100             SET WS-ITEM-FORCED TO TRUE
058200         END-IF
058300     ELSE
058400         COMPUTE WS-DUE-DAY =
058500             FUNCTION INTEGER-OF-DATE(CDUE-LAST-COUNT-DATE)
058600             + WS-ITEM-LIMIT
058700         IF WS-DUE-DAY < WS-TODAY-INT + WS-NEXT-WORK-DAYS
058800             SET WS-ITEM-FORCED TO TRUE
058900         END-IF
059000     END-IF.
059100
059200*    ALREADY ON AN EARLIER DAY'S SHEET AND NOT COUNTED SINCE -
059300*    GIVE THE COUNT TIME TO COME BACK THROUGH CYCPOST.
059400     IF CDUE-LAST-SHEET-DATE > CDUE-LAST-COUNT-DATE
059500             AND CDUE-LAST-SHEET-DATE < WS-TODAY-YYYYMMDD
059600         COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
059700             FUNCTION INTEGER-OF-DATE(CDUE-LAST-SHEET-DATE)
059800         IF WS-DAYS-SINCE < WS-RESHEET-DAYS
059900             ADD 1 TO WS-ITEMS-AWAITING
060000             GO TO 3200-REFRESH-DUE-RECORD-EXIT
060100         END-IF
060200     END-IF.
060300
060400     SET WS-ITEM-CANDIDATE TO TRUE.
060500     ADD 1 TO WS-CLS-CANDIDATES(WS-CLS-SUB).
060600     IF WS-DUE-DAY NOT > WS-TODAY-INT
060700         ADD 1 TO WS-ITEMS-DUE
060800     END-IF.
060900 3200-REFRESH-DUE-RECORD-EXIT.
061000     EXIT.
061100
061200 3300-SET-CLASS-SUB.
061300     MOVE 3 TO WS-CLS-SUB.
061400     IF WS-SCHED-CLASS = 'A'
061500         MOVE 1 TO WS-CLS-SUB
061600     END-IF.
061700     IF WS-SCHED-CLASS = 'B'
061800         MOVE 2 TO WS-CLS-SUB
061900     END-IF.
062000 3300-SET-CLASS-SUB-EXIT.
062100     EXIT.
062200
062300 3500-SELECT-DUE-COUNTS.
062400*    TODAY'S SHARE OF A CLASS IS ITS ITEMS OVER THE WORKING
062500*    DAYS IN ITS INTERVAL, ROUNDED UP, SO THE WHOLE CLASS IS
062600*    COVERED ONCE PER INTERVAL.  THE CANDIDATES ARRIVE EARLIEST
062700*    DUE FIRST WITHIN EACH CLASS, THE FORCED ONES AHEAD OF THE
062800*    REST, AND A FORCED ITEM IS LISTED EVEN OVER THE SHARE.
062900     PERFORM 3510-SET-CLASS-QUOTA
063000         THRU 3510-SET-CLASS-QUOTA-EXIT
063100         VARYING WS-CLS-SUB FROM 1 BY 1
063200         UNTIL WS-CLS-SUB > 3.
063300     OPEN OUTPUT TODAYS-COUNTS.
063400     PERFORM 3600-SELECT-NEXT-COUNT
063500         THRU 3600-SELECT-NEXT-COUNT-EXIT
063600         UNTIL DUE-SORT-AT-EOF.
063700     CLOSE TODAYS-COUNTS.
063800 3500-SELECT-DUE-COUNTS-EXIT.
063900     EXIT.
064000
064100 3510-SET-CLASS-QUOTA.
064200     MOVE ZERO TO WS-CLS-QUOTA(WS-CLS-SUB).
064300     MOVE ZERO TO WS-CLS-SELECTED(WS-CLS-SUB).
064400     IF NOT WS-COUNT-DAY
064500             OR WS-CLS-WORKDAYS(WS-CLS-SUB) = ZERO
064600         GO TO 3510-SET-CLASS-QUOTA-EXIT
064700     END-IF.
064800     COMPUTE WS-CLS-QUOTA(WS-CLS-SUB) =
064900         (WS-CLS-POPULATION(WS-CLS-SUB)
065000             + WS-CLS-WORKDAYS(WS-CLS-SUB) - 1)
065100         / WS-CLS-WORKDAYS(WS-CLS-SUB).
065200 3510-SET-CLASS-QUOTA-EXIT.
065300     EXIT.
065400
065500 3600-SELECT-NEXT-COUNT.
065600     RETURN DUE-SORT-WORK INTO DUE-SORT-RECORD
065700         AT END SET DUE-SORT-AT-EOF TO TRUE
065800     END-RETURN.
065900     IF DUE-SORT-AT-EOF
066000         GO TO 3600-SELECT-NEXT-COUNT-EXIT
066100     END-IF.
066200     MOVE DSRT-CLASS-SUB TO WS-CLS-SUB.
066300     IF NOT WS-COUNT-DAY
066400         ADD 1 TO WS-ITEMS-DEFERRED
066500         GO TO 3600-SELECT-NEXT-COUNT-EXIT
066600     END-IF.
066700     IF WS-CLS-SELECTED(WS-CLS-SUB)
066800             NOT < WS-CLS-QUOTA(WS-CLS-SUB)
066900         IF NOT DSRT-FORCED
067000             ADD 1 TO WS-ITEMS-DEFERRED
067100             GO TO 3600-SELECT-NEXT-COUNT-EXIT
067200         END-IF
067300         ADD 1 TO WS-ITEMS-FORCED
067400     END-IF.
067500     ADD 1 TO WS-CLS-SELECTED(WS-CLS-SUB).
067600
067700     MOVE DSRT-LOCATION  TO TDC-LOCATION.
067800     MOVE DSRT-OWNER     TO TDC-OWNER.
067900     MOVE DSRT-ITEM-NAME TO TDC-ITEM-NAME.
068000     WRITE TODAYS-COUNT-RECORD.
068100
068200     MOVE DSRT-OWNER     TO CDUE-OWNER.
068300     MOVE DSRT-ITEM-NAME TO CDUE-ITEM-NAME.
068400     MOVE DSRT-LOCATION  TO CDUE-BIN.
068500     READ COUNT-DUE-FILE
068600         INVALID KEY GO TO 3600-SELECT-NEXT-COUNT-EXIT
068700     END-READ.
068800     MOVE WS-TODAY-YYYYMMDD TO CDUE-LAST-SHEET-DATE.
068900     REWRITE COUNT-DUE-RECORD.
069000 3600-SELECT-NEXT-COUNT-EXIT.
069100     EXIT.
069200
069300 4000-PRINT-SHEETS.
069400     OPEN OUTPUT COUNT-SHEETS.
069500     MOVE SPACES TO COUNT-SHEET-LINE.
069600     STRING 'CYCLE COUNT SHEETS ' WS-TODAY-YYYYMMDD
069700         DELIMITED BY SIZE
069800         INTO COUNT-SHEET-LINE
069900     END-STRING.
070000     WRITE COUNT-SHEET-LINE.
070100     IF NOT WS-COUNT-DAY
070200         MOVE 'NOT A WORKING DAY - NO COUNTS SCHEDULED'
070300             TO COUNT-SHEET-LINE
070400         WRITE COUNT-SHEET-LINE
070500     END-IF.
070600
070700     PERFORM 4100-PRINT-NEXT-LINE
070800         THRU 4100-PRINT-NEXT-LINE-EXIT
070900         UNTIL SORT-AT-EOF.
071000     CLOSE COUNT-SHEETS.
071100 4000-PRINT-SHEETS-EXIT.
071200     EXIT.
071300
071400 4100-PRINT-NEXT-LINE.
071500     RETURN SORT-WORK INTO SORT-SHEET-RECORD
071600         AT END SET SORT-AT-EOF TO TRUE
071700     END-RETURN.
071800     IF SORT-AT-EOF
071900         GO TO 4100-PRINT-NEXT-LINE-EXIT
072000     END-IF.
072100
072200     IF WS-FIRST-LOCATION
072300             OR SORT-LOCATION NOT = WS-PREV-LOCATION
072400         ADD 1 TO WS-LOCATIONS-LISTED
072500         MOVE SPACES TO COUNT-SHEET-LINE
072600         WRITE COUNT-SHEET-LINE
072700         MOVE SPACES TO COUNT-SHEET-LINE
072800         STRING 'LOCATION ' SORT-LOCATION
072900                '  COUNTED BY ________  DATE ________'
073000             DELIMITED BY SIZE
073100             INTO COUNT-SHEET-LINE
073200         END-STRING
073300         WRITE COUNT-SHEET-LINE
073400     END-IF.
073500     MOVE 'N' TO WS-FIRST-LOCATION-SW.
073600     MOVE SORT-LOCATION TO WS-PREV-LOCATION.
073700
073800*    THE BOOK QUANTITY IS DELIBERATELY NOT PRINTED - A BLIND
073900*    COUNT KEEPS THE COUNTER FROM ANCHORING ON IT.
074000     MOVE SPACES TO COUNT-SHEET-LINE.
074100     STRING '  OWNER=' SORT-OWNER
074200            ' ITEM=' SORT-ITEM-NAME
074300            ' COUNT=_______'
074400         DELIMITED BY SIZE
074500         INTO COUNT-SHEET-LINE
074600     END-STRING.
074700     WRITE COUNT-SHEET-LINE.
074800     ADD 1 TO WS-ITEMS-LISTED.
074900 4100-PRINT-NEXT-LINE-EXIT.
075000     EXIT.
075100
075200 8000-CHECK-CONTROL-RECORD.
075300*    CALLED AFTER EVERY EXTRACT READ - ABSORBS THE HEADER AND
075400*    TRAILER CONTROL RECORDS AND KEEPS THE DATA COUNT AND
075500*    QUANTITY HASH FOR THE END-OF-FILE CHECK (SEE CTLREC).
075600     MOVE 'N' TO WS-CTL-CONTROL-SW.
075700     IF WS-FEED-FIRST-RECORD
075800         MOVE 'N' TO WS-FEED-FIRST-SW
075900         IF CTL-IS-HEADER AND CTL-FILE-ID = 'ITEMEXT '
076000             SET WS-FEED-HDR-SEEN TO TRUE
076100             SET WS-CTL-IS-CONTROL TO TRUE
076200             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
076300         ELSE
076400             MOVE 'E201' TO EXC-REASON-CODE
076500             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
076600                 EXC-REASON-TEXT
076700             PERFORM 8900-WRITE-FEED-EXCEPTION
076800                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
076900             SET WS-CTL-IS-CONTROL TO TRUE
077000             SET EXTRACT-STATUS-EOF TO TRUE
077100             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
077200         END-IF
077300     END-IF.
077400     IF CTL-IS-TRAILER AND CTL-FILE-ID = 'ITEMEXT '
077500         SET WS-FEED-TRL-SEEN TO TRUE
077600         SET WS-CTL-IS-CONTROL TO TRUE
077700         MOVE CTL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
077800         MOVE CTL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
077900         GO TO 8000-CHECK-CONTROL-RECORD-EXIT
078000     END-IF.
078100     ADD 1 TO WS-FEED-RECORD-COUNT.
078200     IF ITEM-QTY-ON-HAND IS NUMERIC
078300         ADD ITEM-QTY-ON-HAND TO WS-FEED-HASH-TOTAL
078400     END-IF.
078500 8000-CHECK-CONTROL-RECORD-EXIT.
078600     EXIT.
078700
078800 8100-VERIFY-TRAILER.
078900     IF NOT WS-FEED-HDR-SEEN
079000*        AN EMPTY FEED NEVER REACHES THE FIRST-RECORD CHECK -
079100*        RAISE THE MISSING-HEADER EXCEPTION HERE RATHER THAN
079200*        PASS A ZERO-BYTE FILE QUIETLY.
079300         IF WS-FEED-FIRST-RECORD
079400             MOVE 'E201' TO EXC-REASON-CODE
079500             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
079600                 EXC-REASON-TEXT
079700             PERFORM 8900-WRITE-FEED-EXCEPTION
079800                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
079900         END-IF
080000         GO TO 8100-VERIFY-TRAILER-EXIT
080100     END-IF.
080200     IF NOT WS-FEED-TRL-SEEN
080300         MOVE 'E202' TO EXC-REASON-CODE
080400         MOVE 'ITEMEXT HAS NO TRAILER CONTROL RECORD' TO
080500             EXC-REASON-TEXT
080600         PERFORM 8900-WRITE-FEED-EXCEPTION
080700             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
080800         GO TO 8100-VERIFY-TRAILER-EXIT
080900     END-IF.
081000     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-RECORD-COUNT
081100             OR WS-TRL-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
081200         MOVE 'E203' TO EXC-REASON-CODE
081300         MOVE 'ITEMEXT COUNT/HASH DOES NOT MATCH TRAILER' TO
081400             EXC-REASON-TEXT
081500         PERFORM 8900-WRITE-FEED-EXCEPTION
081600             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
081700     END-IF.
081800 8100-VERIFY-TRAILER-EXIT.
081900     EXIT.
082000
082100 8900-WRITE-FEED-EXCEPTION.
082200     MOVE 'CYCSHEET' TO EXC-PROGRAM-ID.
082300     MOVE 'ITEMEXT' TO EXC-KEY-VALUE.
082400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
082500     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
082600     MOVE SPACES TO EXC-OPERATOR-ID.
082700     WRITE EXC-RECORD.
082800     SET RC-ERROR TO TRUE.
082900 8900-WRITE-FEED-EXCEPTION-EXIT.
083000     EXIT.
083100
083200 8950-WRITE-EXCEPTION.
083300*    A BAD SCHEDULE RECORD LEAVES ITS CLASS ON THE STANDARD
083400*    INTERVAL - THE SHEETS STILL PRINT, SO A WARNING ONLY.
083500     MOVE 'CYCSHEET' TO EXC-PROGRAM-ID.
083600     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
083700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
083800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
083900     MOVE SPACES TO EXC-OPERATOR-ID.
084000     WRITE EXC-RECORD.
084100     IF RC-NORMAL
084200         SET RC-WARNING TO TRUE
084300     END-IF.
084400 8950-WRITE-EXCEPTION-EXIT.
084500     EXIT.
084600
084700 9000-FINISH.
084800     CLOSE EXCEPTION-FILE.
084900     IF WS-DUE-OPEN
085000         CLOSE COUNT-DUE-FILE
085100     END-IF.
085200     DISPLAY 'CYCSHEET - ITEMS LISTED    : ' WS-ITEMS-LISTED.
085300     DISPLAY 'CYCSHEET - LOCATIONS LISTED: '
085400         WS-LOCATIONS-LISTED.
085500     DISPLAY 'CYCSHEET - ITEMS DUE       : ' WS-ITEMS-DUE.
085600     DISPLAY 'CYCSHEET - LEFT FOR LATER  : ' WS-ITEMS-DEFERRED.
085700     DISPLAY 'CYCSHEET - OVER THE SHARE  : ' WS-ITEMS-FORCED.
085800     DISPLAY 'CYCSHEET - AWAITING COUNT  : ' WS-ITEMS-AWAITING.
085900     DISPLAY 'CYCSHEET - NEW ON CYCDUE   : ' WS-ITEMS-ADDED.
086000     DISPLAY 'CYCSHEET - CLASS A QUOTA   : ' WS-CLS-QUOTA(1).
086100     DISPLAY 'CYCSHEET - CLASS B QUOTA   : ' WS-CLS-QUOTA(2).
086200     DISPLAY 'CYCSHEET - CLASS C QUOTA   : ' WS-CLS-QUOTA(3).
086300     DISPLAY 'CYCSHEET - RETURN CODE     : ' WS-RETURN-CODE.
086400 9000-FINISH-EXIT.
086500     EXIT.
086600
086700 9999-EXIT.
086800     STOP RUN.
