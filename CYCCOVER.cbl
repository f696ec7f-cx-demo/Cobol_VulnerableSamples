000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCCOVER.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  CYCLE-COUNT COVERAGE
001000*                    REPORT.  READS THE CYCDUE COUNT-DUE FILE
001100*                    (SEE CDUEREC) AND LISTS EVERY ITEM OVERDUE
001200*                    FOR A COUNT AGAINST ITS CLASS'S INTERVAL
001300*                    ON THE CYCSCHED SCHEDULE (SEE CSCHREC),
001400*                    NEVER-COUNTED ITEMS FIRST, THEN SUMMARIZES
001500*                    COVERAGE BY CLASS.  THE AUDITORS EXPECT
001600*                    EVERY A ITEM COUNTED AT LEAST MONTHLY -
001700*                    ANY A ITEM NOT COUNTED IN 30 DAYS IS
001800*                    FLAGGED AND ENDS THE RUN WITH A WARNING.
001900*                    CYCSHEET FORCES EVERY A ITEM ONTO A SHEET
002000*                    BEFORE ITS 30 DAYS RUN OUT, SO A FLAG HERE
002100*                    MEANS A LISTED COUNT WAS NOT TAKEN.
002200*                    ONLY ITEMS THE LATEST CYCSHEET RUN SAW ON
002300*                    ITEMEXT ARE REPORTED.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT COUNT-DUE-FILE ASSIGN TO "CYCDUE"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CDUE-KEY
003200         FILE STATUS IS WS-DUE-STATUS.
003300
003400     SELECT SCHEDULE-FILE ASSIGN TO "CYCSCHED"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SCHED-STATUS.
003700
003800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BUSDATE-STATUS.
004100
004200     SELECT SORT-WORK ASSIGN TO "CYCCSWRK".
004300
004400     SELECT COVERAGE-REPORT ASSIGN TO "CYCCOVR"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  COUNT-DUE-FILE.
005000     COPY CDUEREC.
005100
005200 FD  SCHEDULE-FILE.
005300     COPY CSCHREC.
005400
005500 FD  BUSDATE-FILE.
005600     COPY BUSDATE.
005700
005800 SD  SORT-WORK.
005900 01  SORT-OVERDUE-RECORD.
006000     05  SRT-CLASS-SUB               PIC 9(01).
006100     05  SRT-DAYS-OVERDUE            PIC 9(05).
006200     05  SRT-OWNER                   PIC X(20).
006300     05  SRT-ITEM-NAME               PIC X(20).
006400     05  SRT-BIN                     PIC X(10).
006500     05  SRT-LAST-COUNT-DATE         PIC 9(08).
006600     05  SRT-DAYS-SINCE              PIC 9(05).
006700     05  SRT-AUDIT-SW                PIC X(01).
006800         88  SRT-AUDIT-MISS          VALUE 'Y'.
006900
007000 FD  COVERAGE-REPORT.
007100 01  COVERAGE-REPORT-LINE           PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400     COPY RETCODES.
007500
007600 01  WS-DUE-STATUS                  PIC X(02) VALUE '00'.
007700     88  DUE-STATUS-OK               VALUE '00'.
007800     88  DUE-STATUS-EOF              VALUE '10'.
007900 01  WS-SCHED-STATUS                PIC X(02) VALUE '00'.
008000     88  SCHED-STATUS-OK             VALUE '00'.
008100     88  SCHED-STATUS-EOF            VALUE '10'.
008200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008300     88  BUSDATE-STATUS-OK           VALUE '00'.
008400
008500 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
008600     88  SORT-AT-EOF                 VALUE 'Y'.
008700 01  WS-FIRST-CLASS-SW              PIC X(01) VALUE 'Y'.
008800     88  WS-FIRST-CLASS              VALUE 'Y'.
008900 01  WS-PREV-CLASS-SUB              PIC 9(01) VALUE ZERO.
009000
009100*    THE SCHEDULE, ONE ENTRY PER CLASS - A, B, C IN THAT
009200*    ORDER - WITH THE COVERAGE FOUND FOR IT.  THE SAME
009300*    STANDARD INTERVALS AS CYCSHEET WHEN CYCSCHED IS SILENT.
009400 01  WS-CLASS-TABLE.
009500     05  WS-CLS-ENTRY OCCURS 3 TIMES.
009600         10  WS-CLS-CODE             PIC X(01).
009700         10  WS-CLS-INTERVAL         PIC 9(03).
009800         10  WS-CLS-ITEMS            PIC 9(07) COMP.
009900         10  WS-CLS-ON-TIME          PIC 9(07) COMP.
010000         10  WS-CLS-OVERDUE          PIC 9(07) COMP.
010100         10  WS-CLS-NEVER            PIC 9(07) COMP.
010200 01  WS-CLS-SUB                     PIC 9(01) COMP VALUE ZERO.
010300 01  WS-SCHED-CLASS                 PIC X(01) VALUE SPACE.
010400     88  WS-SCHED-CLASS-KNOWN        VALUE 'A' 'B' 'C'.
010500
010600*    THE AUDIT STANDARD - EVERY A ITEM COUNTED WITHIN THIS
010700*    MANY DAYS.  IT IS THE AUDITORS', NOT THE SCHEDULE'S, SO
010800*    LENGTHENING THE A INTERVAL ON CYCSCHED DOES NOT MOVE IT.
010900 01  WS-AUDIT-DAYS                  PIC 9(03) VALUE 030.
011000 01  WS-AUDIT-MISSES                PIC 9(07) COMP VALUE ZERO.
011100
011200*    THE SEEN DATE OF THE LATEST CYCSHEET RUN - A RECORD
011300*    BEHIND IT IS AN ITEM OR BIN NO LONGER ON ITEMEXT.
011400 01  WS-LATEST-SEEN                 PIC 9(08) VALUE ZERO.
011500 01  WS-RECORDS-READ                PIC 9(07) COMP VALUE ZERO.
011600 01  WS-RECORDS-RETIRED             PIC 9(07) COMP VALUE ZERO.
011700 01  WS-ITEMS-LISTED                PIC 9(07) COMP VALUE ZERO.
011800
011900 01  WS-TODAY-INT                   PIC 9(09) COMP VALUE ZERO.
012000 01  WS-DAYS-SINCE                  PIC S9(07) COMP VALUE ZERO.
012100 01  WS-OVERDUE-SW                  PIC X(01) VALUE 'N'.
012200     88  WS-ITEM-OVERDUE             VALUE 'Y'.
012300 01  WS-AUDIT-SW                    PIC X(01) VALUE 'N'.
012400     88  WS-ITEM-AUDIT-MISS          VALUE 'Y'.
012500
012600 01  WS-LAST-COUNT-TEXT             PIC X(10) VALUE SPACES.
012700 01  WS-SINCE-TEXT                  PIC X(05) VALUE SPACES.
012800 01  WS-OVER-TEXT                   PIC X(05) VALUE SPACES.
012900 01  WS-FLAG-TEXT                   PIC X(26) VALUE SPACES.
013000 01  WS-DAYS-EDIT                   PIC ZZZZ9.
013100 01  WS-INTERVAL-EDIT               PIC ZZ9.
013200 01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
013300 01  WS-COUNT-EDIT-2                PIC ZZZ,ZZ9.
013400 01  WS-COUNT-EDIT-3                PIC ZZZ,ZZ9.
013500 01  WS-COUNT-EDIT-4                PIC ZZZ,ZZ9.
013600 01  WS-COVERAGE-PCT                PIC 9(03)V9(01) VALUE ZERO.
013700 01  WS-PCT-EDIT                    PIC ZZ9.9.
013800
013900 01  WS-CURRENT-DATE-TIME.
014000     05  WS-TODAY-YYYYMMDD          PIC 9(08).
014100     05  WS-TIME-HHMMSSHH           PIC 9(08).
014200     05  FILLER                     PIC X(05).
014300
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE
014700         THRU 1000-INITIALIZE-EXIT.
014800     IF RC-SEVERE
014900         GO TO 0000-WRAP-UP
015000     END-IF.
015100
015200     SORT SORT-WORK
015300         ON ASCENDING KEY SRT-CLASS-SUB
015400            DESCENDING KEY SRT-DAYS-OVERDUE
015500            ASCENDING KEY SRT-OWNER SRT-ITEM-NAME SRT-BIN
015600         INPUT PROCEDURE IS 3000-LOAD-SORT-WORK
015700             THRU 3000-LOAD-SORT-WORK-EXIT
015800         OUTPUT PROCEDURE IS 4000-PRINT-OVERDUE
015900             THRU 4000-PRINT-OVERDUE-EXIT.
016000
016100     PERFORM 5000-PRINT-COVERAGE
016200         THRU 5000-PRINT-COVERAGE-EXIT.
016300
016400 0000-WRAP-UP.
016500     PERFORM 9000-FINISH
016600         THRU 9000-FINISH-EXIT.
016700     MOVE WS-RETURN-CODE TO RETURN-CODE.
016800     GO TO 9999-EXIT.
016900
017000 1000-INITIALIZE.
017100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017200     PERFORM 1050-GET-BUSINESS-DATE
017300         THRU 1050-GET-BUSINESS-DATE-EXIT.
017400     COMPUTE WS-TODAY-INT =
017500         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
017600     PERFORM 1100-LOAD-SCHEDULE
017700         THRU 1100-LOAD-SCHEDULE-EXIT.
017800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
017900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
018000     OPEN OUTPUT COVERAGE-REPORT.
018100     MOVE SPACES TO COVERAGE-REPORT-LINE.
018200     STRING 'CYCLE COUNT COVERAGE  AS OF ' WS-TODAY-YYYYMMDD
018300            '  INTERVALS A ' WS-CLS-INTERVAL(1)
018400            '  B ' WS-CLS-INTERVAL(2)
018500            '  C ' WS-CLS-INTERVAL(3) ' DAYS'
018600         DELIMITED BY SIZE
018700         INTO COVERAGE-REPORT-LINE
018800     END-STRING.
018900     WRITE COVERAGE-REPORT-LINE.
019000
019100     PERFORM 1200-FIND-LATEST-RUN
019200         THRU 1200-FIND-LATEST-RUN-EXIT.
019300 1000-INITIALIZE-EXIT.
019400     EXIT.
019500
019600 1050-GET-BUSINESS-DATE.
019700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
019800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
019900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
020000*    CLOCK TIME FIELD STAYS REAL.
020100     OPEN INPUT BUSDATE-FILE.
020200     IF NOT BUSDATE-STATUS-OK
020300         GO TO 1050-GET-BUSINESS-DATE-EXIT
020400     END-IF.
020500     READ BUSDATE-FILE
020600         AT END
020700             CLOSE BUSDATE-FILE
020800             GO TO 1050-GET-BUSINESS-DATE-EXIT
020900     END-READ.
021000     CLOSE BUSDATE-FILE.
021100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
021200             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
021300         DISPLAY 'CYCCOVER - RUNNING AS OF BUSINESS DATE '
021400             BUS-DATE
021500         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
021600     END-IF.
021700 1050-GET-BUSINESS-DATE-EXIT.
021800     EXIT.
021900
022000 1100-LOAD-SCHEDULE.
022100*    THE STANDARD INTERVALS STAND UNTIL CYCSCHED SAYS
022200*    OTHERWISE (SEE CSCHREC).  CYCSHEET REPORTS A BAD
022300*    SCHEDULE RECORD - HERE IT IS ONLY PASSED OVER.
022400     INITIALIZE WS-CLASS-TABLE.
022500     MOVE 'A' TO WS-CLS-CODE(1).
022600     MOVE 030 TO WS-CLS-INTERVAL(1).
022700     MOVE 'B' TO WS-CLS-CODE(2).
022800     MOVE 090 TO WS-CLS-INTERVAL(2).
022900     MOVE 'C' TO WS-CLS-CODE(3).
023000     MOVE 365 TO WS-CLS-INTERVAL(3).
023100     OPEN INPUT SCHEDULE-FILE.
023200     IF NOT SCHED-STATUS-OK
023300         DISPLAY 'CYCCOVER - CYCSCHED NOT AVAILABLE, STANDARD '
023400             'INTERVALS USED'
023500         GO TO 1100-LOAD-SCHEDULE-EXIT
023600     END-IF.
023700     PERFORM 1110-READ-ONE-SCHEDULE
023800         THRU 1110-READ-ONE-SCHEDULE-EXIT
023900         UNTIL SCHED-STATUS-EOF.
024000     CLOSE SCHEDULE-FILE.
024100 1100-LOAD-SCHEDULE-EXIT.
024200     EXIT.
024300
024400 1110-READ-ONE-SCHEDULE.
024500     READ SCHEDULE-FILE
024600         AT END SET SCHED-STATUS-EOF TO TRUE
024700     END-READ.
024800     IF SCHED-STATUS-EOF
024900         GO TO 1110-READ-ONE-SCHEDULE-EXIT
025000     END-IF.
025100     MOVE CSCH-ABC-CLASS TO WS-SCHED-CLASS.
025200     IF NOT WS-SCHED-CLASS-KNOWN
025300             OR CSCH-INTERVAL-DAYS IS NOT NUMERIC
025400             OR CSCH-INTERVAL-DAYS = ZERO
025500         GO TO 1110-READ-ONE-SCHEDULE-EXIT
025600     END-IF.
025700     PERFORM 3300-SET-CLASS-SUB
025800         THRU 3300-SET-CLASS-SUB-EXIT.
025900     MOVE CSCH-INTERVAL-DAYS TO WS-CLS-INTERVAL(WS-CLS-SUB).
026000 1110-READ-ONE-SCHEDULE-EXIT.
026100     EXIT.
026200
026300 1200-FIND-LATEST-RUN.
026400     OPEN INPUT COUNT-DUE-FILE.
026500     IF NOT DUE-STATUS-OK
026600         DISPLAY 'CYCCOVER - UNABLE TO OPEN CYCDUE, STATUS='
026700             WS-DUE-STATUS
026800         MOVE '*** CYCDUE UNAVAILABLE - NO COVERAGE REPORTED ***'
026900             TO COVERAGE-REPORT-LINE
027000         WRITE COVERAGE-REPORT-LINE
027100         SET RC-SEVERE TO TRUE
027200         GO TO 1200-FIND-LATEST-RUN-EXIT
027300     END-IF.
027400     PERFORM 1210-SCAN-ONE-SEEN-DATE
027500         THRU 1210-SCAN-ONE-SEEN-DATE-EXIT
027600         UNTIL DUE-STATUS-EOF.
027700     CLOSE COUNT-DUE-FILE.
027800 1200-FIND-LATEST-RUN-EXIT.
027900     EXIT.
028000
028100 1210-SCAN-ONE-SEEN-DATE.
028200     READ COUNT-DUE-FILE NEXT RECORD
028300         AT END SET DUE-STATUS-EOF TO TRUE
028400     END-READ.
028500     IF DUE-STATUS-EOF
028600         GO TO 1210-SCAN-ONE-SEEN-DATE-EXIT
028700     END-IF.
028800     IF CDUE-LAST-SEEN-DATE > WS-LATEST-SEEN
028900         MOVE CDUE-LAST-SEEN-DATE TO WS-LATEST-SEEN
029000     END-IF.
029100 1210-SCAN-ONE-SEEN-DATE-EXIT.
029200     EXIT.
029300
029400 3000-LOAD-SORT-WORK.
029500     OPEN INPUT COUNT-DUE-FILE.
029600     IF NOT DUE-STATUS-OK
029700         DISPLAY 'CYCCOVER - UNABLE TO REOPEN CYCDUE, STATUS='
029800             WS-DUE-STATUS
029900         SET RC-SEVERE TO TRUE
030000         GO TO 3000-LOAD-SORT-WORK-EXIT
030100     END-IF.
030200     PERFORM 3100-CHECK-ONE-ITEM
030300         THRU 3100-CHECK-ONE-ITEM-EXIT
030400         UNTIL DUE-STATUS-EOF.
030500     CLOSE COUNT-DUE-FILE.
030600 3000-LOAD-SORT-WORK-EXIT.
030700     EXIT.
030800
030900 3100-CHECK-ONE-ITEM.
031000     READ COUNT-DUE-FILE NEXT RECORD
031100         AT END SET DUE-STATUS-EOF TO TRUE
031200     END-READ.
031300     IF DUE-STATUS-EOF
031400         GO TO 3100-CHECK-ONE-ITEM-EXIT
031500     END-IF.
031600     ADD 1 TO WS-RECORDS-READ.
031700     IF CDUE-LAST-SEEN-DATE NOT = WS-LATEST-SEEN
031800         ADD 1 TO WS-RECORDS-RETIRED
031900         GO TO 3100-CHECK-ONE-ITEM-EXIT
032000     END-IF.
032100
032200     MOVE CDUE-ABC-CLASS TO WS-SCHED-CLASS.
032300     PERFORM 3300-SET-CLASS-SUB
032400         THRU 3300-SET-CLASS-SUB-EXIT.
032500     ADD 1 TO WS-CLS-ITEMS(WS-CLS-SUB).
032600     MOVE 'N' TO WS-OVERDUE-SW.
032700     MOVE 'N' TO WS-AUDIT-SW.
032800
032900*    A NEVER-COUNTED ITEM IS OVERDUE WHATEVER ITS CLASS.
033000     IF CDUE-LAST-COUNT-DATE = ZERO
033100         ADD 1 TO WS-CLS-NEVER(WS-CLS-SUB)
033200         MOVE 99999 TO WS-DAYS-SINCE
033300         MOVE 99999 TO SRT-DAYS-OVERDUE
033400         SET WS-ITEM-OVERDUE TO TRUE
033500     ELSE
033600         COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
033700             FUNCTION INTEGER-OF-DATE(CDUE-LAST-COUNT-DATE)
033800         IF WS-DAYS-SINCE > WS-CLS-INTERVAL(WS-CLS-SUB)
033900             SET WS-ITEM-OVERDUE TO TRUE
034000             COMPUTE SRT-DAYS-OVERDUE =
034100                 WS-DAYS-SINCE - WS-CLS-INTERVAL(WS-CLS-SUB)
034200         ELSE
034300             MOVE ZERO TO SRT-DAYS-OVERDUE
034400         END-IF
034500     END-IF.
034600     IF WS-ITEM-OVERDUE
034700         ADD 1 TO WS-CLS-OVERDUE(WS-CLS-SUB)
034800     ELSE
034900         ADD 1 TO WS-CLS-ON-TIME(WS-CLS-SUB)
035000     END-IF.
035100     IF WS-CLS-SUB = 1 AND WS-DAYS-SINCE > WS-AUDIT-DAYS
035200         SET WS-ITEM-AUDIT-MISS TO TRUE
035300         ADD 1 TO WS-AUDIT-MISSES
035400     END-IF.
035500     IF NOT WS-ITEM-OVERDUE AND NOT WS-ITEM-AUDIT-MISS
035600         GO TO 3100-CHECK-ONE-ITEM-EXIT
035700     END-IF.
035800
035900     MOVE WS-CLS-SUB           TO SRT-CLASS-SUB.
036000     MOVE CDUE-OWNER           TO SRT-OWNER.
036100     MOVE CDUE-ITEM-NAME       TO SRT-ITEM-NAME.
036200     MOVE CDUE-BIN             TO SRT-BIN.
036300     MOVE CDUE-LAST-COUNT-DATE TO SRT-LAST-COUNT-DATE.
036400     MOVE WS-DAYS-SINCE        TO SRT-DAYS-SINCE.
036500     MOVE WS-AUDIT-SW          TO SRT-AUDIT-SW.
036600     RELEASE SORT-OVERDUE-RECORD.
036700 3100-CHECK-ONE-ITEM-EXIT.
036800     EXIT.
036900
037000 3300-SET-CLASS-SUB.
037100*    AN UNCLASSED ITEM IS SCHEDULED AS A C (SEE CDUEREC).
037200     MOVE 3 TO WS-CLS-SUB.
037300     IF WS-SCHED-CLASS = 'A'
037400         MOVE 1 TO WS-CLS-SUB
037500     END-IF.
037600     IF WS-SCHED-CLASS = 'B'
037700         MOVE 2 TO WS-CLS-SUB
037800     END-IF.
037900 3300-SET-CLASS-SUB-EXIT.
038000     EXIT.
038100
038200 4000-PRINT-OVERDUE.
038300     MOVE SPACES TO COVERAGE-REPORT-LINE.
038400     WRITE COVERAGE-REPORT-LINE.
038500     MOVE 'ITEMS OVERDUE FOR A COUNT, MOST OVERDUE FIRST'
038600         TO COVERAGE-REPORT-LINE.
038700     WRITE COVERAGE-REPORT-LINE.
038800     PERFORM 4100-PRINT-NEXT-ITEM
038900         THRU 4100-PRINT-NEXT-ITEM-EXIT
039000         UNTIL SORT-AT-EOF.
039100     IF WS-ITEMS-LISTED = ZERO
039200         MOVE SPACES TO COVERAGE-REPORT-LINE
039300         WRITE COVERAGE-REPORT-LINE
039400         MOVE '  NO ITEM IS OVERDUE' TO COVERAGE-REPORT-LINE
039500         WRITE COVERAGE-REPORT-LINE
039600     END-IF.
039700 4000-PRINT-OVERDUE-EXIT.
039800     EXIT.
039900
040000 4100-PRINT-NEXT-ITEM.
040100     RETURN SORT-WORK INTO SORT-OVERDUE-RECORD
040200         AT END SET SORT-AT-EOF TO TRUE
040300     END-RETURN.
040400     IF SORT-AT-EOF
040500         GO TO 4100-PRINT-NEXT-ITEM-EXIT
040600     END-IF.
040700
040800     IF WS-FIRST-CLASS
040900             OR SRT-CLASS-SUB NOT = WS-PREV-CLASS-SUB
041000         MOVE SPACES TO COVERAGE-REPORT-LINE
041100         WRITE COVERAGE-REPORT-LINE
041200         MOVE WS-CLS-INTERVAL(SRT-CLASS-SUB)
041300             TO WS-INTERVAL-EDIT
041400         MOVE SPACES TO COVERAGE-REPORT-LINE
041500         STRING 'CLASS ' WS-CLS-CODE(SRT-CLASS-SUB)
041600                ' - COUNTED EVERY ' WS-INTERVAL-EDIT ' DAYS'
041700             DELIMITED BY SIZE
041800             INTO COVERAGE-REPORT-LINE
041900         END-STRING
042000         WRITE COVERAGE-REPORT-LINE
042100         MOVE SPACES TO COVERAGE-REPORT-LINE
042200         STRING '  OWNER                ITEM                 '
042300                'BIN        LAST COUNT  SINCE   OVER'
042400             DELIMITED BY SIZE
042500             INTO COVERAGE-REPORT-LINE
042600         END-STRING
042700         WRITE COVERAGE-REPORT-LINE
042800     END-IF.
042900     MOVE 'N' TO WS-FIRST-CLASS-SW.
043000     MOVE SRT-CLASS-SUB TO WS-PREV-CLASS-SUB.
043100
043200     IF SRT-LAST-COUNT-DATE = ZERO
043300         MOVE 'NEVER' TO WS-LAST-COUNT-TEXT
043400         MOVE '  -  ' TO WS-SINCE-TEXT
043500         MOVE '  -  ' TO WS-OVER-TEXT
043600     ELSE
043700         MOVE SRT-LAST-COUNT-DATE TO WS-LAST-COUNT-TEXT
043800         MOVE SRT-DAYS-SINCE TO WS-DAYS-EDIT
043900         MOVE WS-DAYS-EDIT TO WS-SINCE-TEXT
044000         MOVE SRT-DAYS-OVERDUE TO WS-DAYS-EDIT
044100         MOVE WS-DAYS-EDIT TO WS-OVER-TEXT
044200     END-IF.
044300     IF SRT-AUDIT-MISS
044400         MOVE '  * NOT COUNTED IN 30 DAYS'
044500             TO WS-FLAG-TEXT
044600     ELSE
044700         MOVE SPACES TO WS-FLAG-TEXT
044800     END-IF.
044900     MOVE SPACES TO COVERAGE-REPORT-LINE.
045000     STRING '  ' SRT-OWNER ' ' SRT-ITEM-NAME ' ' SRT-BIN ' '
045100            WS-LAST-COUNT-TEXT '  ' WS-SINCE-TEXT '  '
045200            WS-OVER-TEXT WS-FLAG-TEXT
045300         DELIMITED BY SIZE
045400         INTO COVERAGE-REPORT-LINE
045500     END-STRING.
045600     WRITE COVERAGE-REPORT-LINE.
045700     ADD 1 TO WS-ITEMS-LISTED.
045800 4100-PRINT-NEXT-ITEM-EXIT.
045900     EXIT.
046000
046100 5000-PRINT-COVERAGE.
046200     MOVE SPACES TO COVERAGE-REPORT-LINE.
046300     WRITE COVERAGE-REPORT-LINE.
046400     MOVE 'COVERAGE BY CLASS' TO COVERAGE-REPORT-LINE.
046500     WRITE COVERAGE-REPORT-LINE.
046600     MOVE SPACES TO COVERAGE-REPORT-LINE.
046700     STRING '  CLASS  INTERVAL     ITEMS  ON TIME  OVERDUE'
046800            '    NEVER  COVERAGE'
046900         DELIMITED BY SIZE
047000         INTO COVERAGE-REPORT-LINE
047100     END-STRING.
047200     WRITE COVERAGE-REPORT-LINE.
047300     PERFORM 5100-PRINT-ONE-CLASS
047400         THRU 5100-PRINT-ONE-CLASS-EXIT
047500         VARYING WS-CLS-SUB FROM 1 BY 1
047600         UNTIL WS-CLS-SUB > 3.
047700
047800*    THE AUDIT STANDARD, ON ITS OWN LINE FOR THE AUDITORS.
047900     MOVE SPACES TO COVERAGE-REPORT-LINE.
048000     WRITE COVERAGE-REPORT-LINE.
048100     MOVE WS-AUDIT-MISSES TO WS-COUNT-EDIT.
048200     MOVE SPACES TO COVERAGE-REPORT-LINE.
048300     IF WS-AUDIT-MISSES = ZERO
048400         STRING 'A ITEMS NOT COUNTED IN THE LAST 30 DAYS: '
048500                WS-COUNT-EDIT '  - AUDIT STANDARD MET'
048600             DELIMITED BY SIZE
048700             INTO COVERAGE-REPORT-LINE
048800         END-STRING
048900     ELSE
049000         STRING 'A ITEMS NOT COUNTED IN THE LAST 30 DAYS: '
049100                WS-COUNT-EDIT
049200                '  *** AUDIT STANDARD NOT MET ***'
049300             DELIMITED BY SIZE
049400             INTO COVERAGE-REPORT-LINE
049500         END-STRING
049600         IF RC-NORMAL
049700             SET RC-WARNING TO TRUE
049800         END-IF
049900     END-IF.
050000     WRITE COVERAGE-REPORT-LINE.
050100     MOVE WS-RECORDS-RETIRED TO WS-COUNT-EDIT.
050200     MOVE SPACES TO COVERAGE-REPORT-LINE.
050300     STRING 'CYCDUE RECORDS NO LONGER ON ITEMEXT, NOT REPORTED: '
050400            WS-COUNT-EDIT
050500         DELIMITED BY SIZE
050600         INTO COVERAGE-REPORT-LINE
050700     END-STRING.
050800     WRITE COVERAGE-REPORT-LINE.
050900 5000-PRINT-COVERAGE-EXIT.
051000     EXIT.
051100
051200 5100-PRINT-ONE-CLASS.
051300     MOVE ZERO TO WS-COVERAGE-PCT.
051400     IF WS-CLS-ITEMS(WS-CLS-SUB) > ZERO
051500         COMPUTE WS-COVERAGE-PCT ROUNDED =
051600             WS-CLS-ON-TIME(WS-CLS-SUB) * 100
051700             / WS-CLS-ITEMS(WS-CLS-SUB)
051800     END-IF.
051900     MOVE WS-CLS-INTERVAL(WS-CLS-SUB) TO WS-INTERVAL-EDIT.
052000     MOVE WS-CLS-ITEMS(WS-CLS-SUB)    TO WS-COUNT-EDIT.
052100     MOVE WS-CLS-ON-TIME(WS-CLS-SUB)  TO WS-COUNT-EDIT-2.
052200     MOVE WS-CLS-OVERDUE(WS-CLS-SUB)  TO WS-COUNT-EDIT-3.
052300     MOVE WS-CLS-NEVER(WS-CLS-SUB)    TO WS-COUNT-EDIT-4.
052400     MOVE WS-COVERAGE-PCT             TO WS-PCT-EDIT.
052500     MOVE SPACES TO COVERAGE-REPORT-LINE.
052600     STRING '    ' WS-CLS-CODE(WS-CLS-SUB)
052700            '       ' WS-INTERVAL-EDIT
052800            '  ' WS-COUNT-EDIT
052900            '  ' WS-COUNT-EDIT-2
053000            '  ' WS-COUNT-EDIT-3
053100            '  ' WS-COUNT-EDIT-4
053200            '     ' WS-PCT-EDIT '%'
053300         DELIMITED BY SIZE
053400         INTO COVERAGE-REPORT-LINE
053500     END-STRING.
053600     WRITE COVERAGE-REPORT-LINE.
053700 5100-PRINT-ONE-CLASS-EXIT.
053800     EXIT.
053900
054000 9000-FINISH.
054100     CLOSE COVERAGE-REPORT.
054200     DISPLAY 'CYCCOVER - CYCDUE RECORDS READ : ' WS-RECORDS-READ.
054300     DISPLAY 'CYCCOVER - NO LONGER ON ITEMEXT: '
054400         WS-RECORDS-RETIRED.
054500     DISPLAY 'CYCCOVER - ITEMS LISTED        : ' WS-ITEMS-LISTED.
054600     DISPLAY 'CYCCOVER - A ITEMS PAST 30 DAYS: ' WS-AUDIT-MISSES.
054700     DISPLAY 'CYCCOVER - RETURN CODE         : ' WS-RETURN-CODE.
054800 9000-FINISH-EXIT.
054900     EXIT.
055000
055100 9999-EXIT.
055200     STOP RUN.
