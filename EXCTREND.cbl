000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXCTREND.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  WEEKLY EXCEPTION TREND
001000*                    REPORT FROM THE EXCHIST HISTORY THAT
001100*                    EXCMERGE APPENDS EACH NIGHT (SEE EXHREC).
001200*                    FOR THE EIGHT WEEKS ENDING ON THE BUSINESS
001300*                    DATE IT PRINTS THE EXCEPTIONS RAISED EACH
001400*                    WEEK BY PROGRAM AND REASON CODE, BIGGEST
001500*                    FIRST; THE KEYS - THE SAME STUDENT, OWNER
001600*                    OR ITEM - THAT REJECTED MOST OFTEN; AND BY
001700*                    PROGRAM THE AVERAGE DAYS AN EXCEPTION TOOK
001800*                    TO RESOLVE, WITH WHAT IS STILL OPEN ON
001900*                    EXCOPEN AND HOW OLD IT IS.  TELLS THE
002000*                    SOURCE DEPARTMENTS WHICH FEED PROBLEMS TO
002100*                    FIX FIRST.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT HISTORY-FILE ASSIGN TO "EXCHIST"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-HIST-STATUS.
002900
003000     SELECT CARRY-INPUT ASSIGN TO "EXCOPEN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CARRY-IN-STATUS.
003300
003400     SELECT SORT-WORK ASSIGN TO "EXCTSWRK".
003500
003600     SELECT TREND-REPORT ASSIGN TO "EXCTRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BUSDATE-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HISTORY-FILE.
004600     COPY EXHREC.
004700
004800*    THE EXCMERGE CARRY LAYOUT - THE EXCEPTION AS RAISED AND
004900*    THE DAYS IT HAS STOOD OPEN.
005000 FD  CARRY-INPUT.
005100 01  CARRY-RECORD-IN.
005200     05  CIN-EXCEPTION               PIC X(96).
005300     05  CIN-FIELDS REDEFINES CIN-EXCEPTION.
005400         10  CIN-PROGRAM-ID          PIC X(08).
005500         10  FILLER                  PIC X(88).
005600     05  CIN-AGE-DAYS                PIC 9(03).
005700
005800 SD  SORT-WORK.
005900 01  SORT-TREND-RECORD.
006000     05  SRT-TOTAL                   PIC 9(07).
006100     05  SRT-PROGRAM-ID              PIC X(08).
006200     05  SRT-REASON-CODE             PIC X(04).
006300     05  SRT-REASON-TEXT             PIC X(40).
006400     05  SRT-WEEK-COUNT OCCURS 8 TIMES
006500                                     PIC 9(05).
006600
006700 FD  TREND-REPORT.
006800 01  TREND-REPORT-LINE              PIC X(132).
006900
007000 FD  BUSDATE-FILE.
007100     COPY BUSDATE.
007200
007300 WORKING-STORAGE SECTION.
007400     COPY RETCODES.
007500
007600 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
007700     88  HIST-STATUS-OK              VALUE '00'.
007800     88  HIST-STATUS-EOF             VALUE '10'.
007900 01  WS-CARRY-IN-STATUS             PIC X(02) VALUE '00'.
008000     88  CARRY-IN-STATUS-OK          VALUE '00'.
008100     88  CARRY-IN-STATUS-EOF         VALUE '10'.
008200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008300     88  BUSDATE-STATUS-OK           VALUE '00'.
008400
008500 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
008600     88  SORT-AT-EOF                 VALUE 'Y'.
008700
008800*    WEEK 8 IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE,
008900*    WEEK 1 THE SEVEN DAYS SEVEN WEEKS BEFORE THAT.
009000 01  WS-WEEKS                       PIC 9(02) VALUE 8.
009100 01  WS-WINDOW-DAYS                 PIC 9(03) VALUE 56.
009200 01  WS-TODAY-INT                   PIC 9(09) COMP VALUE ZERO.
009300 01  WS-DATE-INT                    PIC 9(09) COMP VALUE ZERO.
009400 01  WS-DAYS-BACK                   PIC 9(09) COMP VALUE ZERO.
009500 01  WS-WEEKS-BACK                  PIC 9(02) COMP VALUE ZERO.
009600 01  WS-WEEK                        PIC 9(02) COMP VALUE ZERO.
009700 01  WS-WEEK-END-DATE               PIC 9(08) VALUE ZERO.
009800 01  WS-WINDOW-START                PIC 9(08) VALUE ZERO.
009900 01  WS-WEEK-TOTALS.
010000     05  WS-WEEK-TOTAL OCCURS 8 TIMES PIC 9(07).
010100 01  WS-GRAND-TOTAL                 PIC 9(07) VALUE ZERO.
010200
010300*    RAISED COUNTS BY PROGRAM AND REASON CODE.
010400 01  WS-CB-MAX                      PIC 9(03) VALUE 300.
010500 01  WS-CB-COUNT                    PIC 9(03) COMP VALUE ZERO.
010600 01  WS-CB-TABLE.
010700     05  WS-CB-ENTRY OCCURS 300 TIMES.
010800         10  WS-CB-PROGRAM           PIC X(08).
010900         10  WS-CB-REASON            PIC X(04).
011000         10  WS-CB-REASON-TEXT       PIC X(40).
011100         10  WS-CB-TOTAL             PIC 9(07).
011200         10  WS-CB-WEEK OCCURS 8 TIMES PIC 9(05).
011300 01  WS-CB-SUB                      PIC 9(03) COMP VALUE ZERO.
011400 01  WS-CB-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
011500
011600*    RAISED COUNTS BY PROGRAM AND KEY, FOR THE REPEAT
011700*    OFFENDERS.  THE TEN HIGHEST THAT CAME BACK AT LEAST TWICE
011800*    ARE PRINTED.
011900 01  WS-KY-MAX                      PIC 9(04) VALUE 2000.
012000 01  WS-KY-COUNT                    PIC 9(04) COMP VALUE ZERO.
012100 01  WS-KY-TABLE.
012200     05  WS-KY-ENTRY OCCURS 2000 TIMES.
012300         10  WS-KY-PROGRAM           PIC X(08).
012400         10  WS-KY-KEY               PIC X(20).
012500         10  WS-KY-REASON            PIC X(04).
012600         10  WS-KY-TIMES             PIC 9(05).
012700         10  WS-KY-LAST-DATE         PIC 9(08).
012800         10  WS-KY-PRINTED-SW        PIC X(01).
012900             88  WS-KY-PRINTED        VALUE 'Y'.
013000 01  WS-KY-SUB                      PIC 9(04) COMP VALUE ZERO.
013100 01  WS-KY-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
013200 01  WS-KY-BEST-SUB                 PIC 9(04) COMP VALUE ZERO.
013300 01  WS-TOP-KEYS                    PIC 9(02) VALUE 10.
013400 01  WS-TOP-RANK                    PIC 9(02) COMP VALUE ZERO.
013500 01  WS-KEYS-DONE-SW                PIC X(01) VALUE 'N'.
013600     88  WS-KEYS-DONE                VALUE 'Y'.
013700
013800*    RESOLUTION AND BACKLOG BY PROGRAM.
013900 01  WS-PG-MAX                      PIC 9(03) VALUE 100.
014000 01  WS-PG-COUNT                    PIC 9(03) COMP VALUE ZERO.
014100 01  WS-PG-TABLE.
014200     05  WS-PG-ENTRY OCCURS 100 TIMES.
014300         10  WS-PG-PROGRAM           PIC X(08).
014400         10  WS-PG-RAISED            PIC 9(07).
014500         10  WS-PG-RESOLVED          PIC 9(07).
014600         10  WS-PG-RES-DAYS          PIC 9(09).
014700         10  WS-PG-OPEN              PIC 9(07).
014800         10  WS-PG-OPEN-DAYS         PIC 9(09).
014900 01  WS-PG-SUB                      PIC 9(03) COMP VALUE ZERO.
015000 01  WS-PG-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
015100 01  WS-LOOKUP-PROGRAM              PIC X(08) VALUE SPACES.
015200
015300 01  WS-TABLE-FULL-SW               PIC X(01) VALUE 'N'.
015400     88  WS-TABLE-FULL               VALUE 'Y'.
015500 01  WS-AVERAGE                     PIC 9(05)V9 VALUE ZERO.
015600 01  WS-AVERAGE-EDIT                PIC ZZZZ9.9.
015700 01  WS-AVERAGE-EDIT-2              PIC ZZZZ9.9.
015800 01  WS-WEEK-EDIT                   PIC ZZZZZ9.
015900 01  WS-RANK-EDIT                   PIC Z9.
016000 01  WS-LINE-PTR                    PIC 9(03) COMP VALUE 1.
016100
016200 01  WS-HIST-READ                   PIC 9(07) COMP VALUE ZERO.
016300 01  WS-HIST-IN-WINDOW              PIC 9(07) COMP VALUE ZERO.
016400 01  WS-HIST-DROPPED                PIC 9(07) COMP VALUE ZERO.
016500 01  WS-OPEN-READ                   PIC 9(07) COMP VALUE ZERO.
016600
016700 01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
016800 01  WS-COUNT-EDIT-2                PIC ZZZ,ZZ9.
016900 01  WS-COUNT-EDIT-3                PIC ZZZ,ZZ9.
017000
017100 01  WS-CURRENT-DATE-TIME.
017200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
017300     05  WS-TIME-HHMMSSHH           PIC 9(08).
017400     05  FILLER                     PIC X(05).
017500
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE
017900         THRU 1000-INITIALIZE-EXIT.
018000     IF RC-SEVERE
018100         GO TO 0000-WRAP-UP
018200     END-IF.
018300
018400     PERFORM 2000-LOAD-HISTORY
018500         THRU 2000-LOAD-HISTORY-EXIT.
018600     PERFORM 2500-LOAD-OPEN-BACKLOG
018700         THRU 2500-LOAD-OPEN-BACKLOG-EXIT.
018800
018900     SORT SORT-WORK
019000         ON DESCENDING KEY SRT-TOTAL
019100         ON ASCENDING KEY SRT-PROGRAM-ID SRT-REASON-CODE
019200         INPUT PROCEDURE IS 3000-LOAD-SORT-WORK
019300             THRU 3000-LOAD-SORT-WORK-EXIT
019400         OUTPUT PROCEDURE IS 4000-PRINT-REASON-TREND
019500             THRU 4000-PRINT-REASON-TREND-EXIT.
019600
019700     PERFORM 5000-PRINT-TOP-KEYS
019800         THRU 5000-PRINT-TOP-KEYS-EXIT.
019900     PERFORM 6000-PRINT-RESOLUTION
020000         THRU 6000-PRINT-RESOLUTION-EXIT.
020100
020200 0000-WRAP-UP.
020300     PERFORM 9000-FINISH
020400         THRU 9000-FINISH-EXIT.
020500     MOVE WS-RETURN-CODE TO RETURN-CODE.
020600     GO TO 9999-EXIT.
020700
020800 1000-INITIALIZE.
020900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021000     PERFORM 1050-GET-BUSINESS-DATE
021100         THRU 1050-GET-BUSINESS-DATE-EXIT.
021200     COMPUTE WS-TODAY-INT =
021300         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
021400     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
021500         (WS-TODAY-INT - WS-WINDOW-DAYS + 1).
021600     INITIALIZE WS-WEEK-TOTALS.
021700*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
021800*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
021900     OPEN OUTPUT TREND-REPORT.
022000     MOVE SPACES TO TREND-REPORT-LINE.
022100     STRING 'EXCEPTION TREND - EIGHT WEEKS '
022200            WS-WINDOW-START ' TO ' WS-TODAY-YYYYMMDD
022300         DELIMITED BY SIZE
022400         INTO TREND-REPORT-LINE
022500     END-STRING.
022600     WRITE TREND-REPORT-LINE.
022700
022800     OPEN INPUT HISTORY-FILE.
022900     IF NOT HIST-STATUS-OK
023000         DISPLAY 'EXCTREND - UNABLE TO OPEN EXCHIST, STATUS='
023100             WS-HIST-STATUS
023200         SET RC-SEVERE TO TRUE
023300     END-IF.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600
023700 1050-GET-BUSINESS-DATE.
023800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
023900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
024000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
024100*    CLOCK TIME FIELD STAYS REAL.
024200     OPEN INPUT BUSDATE-FILE.
024300     IF NOT BUSDATE-STATUS-OK
024400         GO TO 1050-GET-BUSINESS-DATE-EXIT
024500     END-IF.
024600     READ BUSDATE-FILE
024700         AT END
024800             CLOSE BUSDATE-FILE
024900             GO TO 1050-GET-BUSINESS-DATE-EXIT
025000     END-READ.
025100     CLOSE BUSDATE-FILE.
025200     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
025300             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
025400         DISPLAY 'EXCTREND - RUNNING AS OF BUSINESS DATE '
025500             BUS-DATE
025600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
025700     END-IF.
025800 1050-GET-BUSINESS-DATE-EXIT.
025900     EXIT.
026000
026100 2000-LOAD-HISTORY.
026200     PERFORM 2100-LOAD-ONE-HISTORY
026300         THRU 2100-LOAD-ONE-HISTORY-EXIT
026400         UNTIL HIST-STATUS-EOF.
026500     CLOSE HISTORY-FILE.
026600 2000-LOAD-HISTORY-EXIT.
026700     EXIT.
026800
026900 2100-LOAD-ONE-HISTORY.
027000     READ HISTORY-FILE
027100         AT END SET HIST-STATUS-EOF TO TRUE
027200     END-READ.
027300     IF HIST-STATUS-EOF
027400         GO TO 2100-LOAD-ONE-HISTORY-EXIT
027500     END-IF.
027600     ADD 1 TO WS-HIST-READ.
027700*    ONLY THE EIGHT WEEKS BEING REPORTED.
027800     IF EXH-HIST-DATE IS NOT NUMERIC
027900             OR EXH-HIST-DATE < WS-WINDOW-START
028000             OR EXH-HIST-DATE > WS-TODAY-YYYYMMDD
028100         GO TO 2100-LOAD-ONE-HISTORY-EXIT
028200     END-IF.
028300     ADD 1 TO WS-HIST-IN-WINDOW.
028400     MOVE EXH-PROGRAM-ID TO WS-LOOKUP-PROGRAM.
028500     PERFORM 2400-FIND-PROGRAM
028600         THRU 2400-FIND-PROGRAM-EXIT.
028700
028800     IF EXH-RESOLVED
028900         IF WS-PG-FOUND-SUB > ZERO
029000             ADD 1 TO WS-PG-RESOLVED(WS-PG-FOUND-SUB)
029100             IF EXH-AGE-DAYS IS NUMERIC
029200                 ADD EXH-AGE-DAYS TO
029300                     WS-PG-RES-DAYS(WS-PG-FOUND-SUB)
029400             END-IF
029500         END-IF
029600         GO TO 2100-LOAD-ONE-HISTORY-EXIT
029700     END-IF.
029800     IF NOT EXH-RAISED
029900         GO TO 2100-LOAD-ONE-HISTORY-EXIT
030000     END-IF.
030100     IF WS-PG-FOUND-SUB > ZERO
030200         ADD 1 TO WS-PG-RAISED(WS-PG-FOUND-SUB)
030300     END-IF.
030400
030500     COMPUTE WS-DATE-INT =
030600         FUNCTION INTEGER-OF-DATE(EXH-HIST-DATE).
030700     COMPUTE WS-DAYS-BACK = WS-TODAY-INT - WS-DATE-INT.
030800     DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEKS-BACK.
030900     COMPUTE WS-WEEK = WS-WEEKS - WS-WEEKS-BACK.
031000     ADD 1 TO WS-WEEK-TOTAL(WS-WEEK).
031100     ADD 1 TO WS-GRAND-TOTAL.
031200
031300     PERFORM 2200-POST-REASON
031400         THRU 2200-POST-REASON-EXIT.
031500     IF EXH-KEY-VALUE NOT = SPACES
031600         PERFORM 2300-POST-KEY
031700             THRU 2300-POST-KEY-EXIT
031800     END-IF.
031900 2100-LOAD-ONE-HISTORY-EXIT.
032000     EXIT.
032100
032200 2200-POST-REASON.
032300     MOVE ZERO TO WS-CB-FOUND-SUB.
032400     PERFORM 2210-MATCH-ONE-REASON
032500         THRU 2210-MATCH-ONE-REASON-EXIT
032600         VARYING WS-CB-SUB FROM 1 BY 1
032700         UNTIL WS-CB-SUB > WS-CB-COUNT
032800            OR WS-CB-FOUND-SUB > ZERO.
032900     IF WS-CB-FOUND-SUB = ZERO
033000         IF WS-CB-COUNT NOT < WS-CB-MAX
033100             PERFORM 2900-TABLE-FULL
033200                 THRU 2900-TABLE-FULL-EXIT
033300             GO TO 2200-POST-REASON-EXIT
033400         END-IF
033500         ADD 1 TO WS-CB-COUNT
033600         MOVE WS-CB-COUNT     TO WS-CB-FOUND-SUB
033700         INITIALIZE WS-CB-ENTRY(WS-CB-COUNT)
033800         MOVE EXH-PROGRAM-ID  TO WS-CB-PROGRAM(WS-CB-COUNT)
033900         MOVE EXH-REASON-CODE TO WS-CB-REASON(WS-CB-COUNT)
034000         MOVE EXH-REASON-TEXT TO WS-CB-REASON-TEXT(WS-CB-COUNT)
034100     END-IF.
034200     ADD 1 TO WS-CB-TOTAL(WS-CB-FOUND-SUB).
034300     ADD 1 TO WS-CB-WEEK(WS-CB-FOUND-SUB, WS-WEEK).
034400 2200-POST-REASON-EXIT.
034500     EXIT.
034600
034700 2210-MATCH-ONE-REASON.
034800     IF WS-CB-PROGRAM(WS-CB-SUB) = EXH-PROGRAM-ID
034900             AND WS-CB-REASON(WS-CB-SUB) = EXH-REASON-CODE
035000         MOVE WS-CB-SUB TO WS-CB-FOUND-SUB
035100     END-IF.
035200 2210-MATCH-ONE-REASON-EXIT.
035300     EXIT.
035400
035500 2300-POST-KEY.
035600     MOVE ZERO TO WS-KY-FOUND-SUB.
035700     PERFORM 2310-MATCH-ONE-KEY
035800         THRU 2310-MATCH-ONE-KEY-EXIT
035900         VARYING WS-KY-SUB FROM 1 BY 1
036000         UNTIL WS-KY-SUB > WS-KY-COUNT
036100            OR WS-KY-FOUND-SUB > ZERO.
036200     IF WS-KY-FOUND-SUB = ZERO
036300         IF WS-KY-COUNT NOT < WS-KY-MAX
036400             PERFORM 2900-TABLE-FULL
036500                 THRU 2900-TABLE-FULL-EXIT
036600             GO TO 2300-POST-KEY-EXIT
036700         END-IF
036800         ADD 1 TO WS-KY-COUNT
036900         MOVE WS-KY-COUNT     TO WS-KY-FOUND-SUB
037000         MOVE EXH-PROGRAM-ID  TO WS-KY-PROGRAM(WS-KY-COUNT)
037100         MOVE EXH-KEY-VALUE   TO WS-KY-KEY(WS-KY-COUNT)
037200         MOVE ZERO            TO WS-KY-TIMES(WS-KY-COUNT)
037300         MOVE ZERO            TO WS-KY-LAST-DATE(WS-KY-COUNT)
037400         MOVE 'N'             TO WS-KY-PRINTED-SW(WS-KY-COUNT)
037500     END-IF.
037600     ADD 1 TO WS-KY-TIMES(WS-KY-FOUND-SUB).
037700*    THE REASON SHOWN IS THE LATEST ONE THE KEY REJECTED FOR.
037800     IF EXH-HIST-DATE NOT < WS-KY-LAST-DATE(WS-KY-FOUND-SUB)
037900         MOVE EXH-HIST-DATE   TO WS-KY-LAST-DATE(WS-KY-FOUND-SUB)
038000         MOVE EXH-REASON-CODE TO WS-KY-REASON(WS-KY-FOUND-SUB)
038100     END-IF.
038200 2300-POST-KEY-EXIT.
038300     EXIT.
038400
038500 2310-MATCH-ONE-KEY.
038600     IF WS-KY-PROGRAM(WS-KY-SUB) = EXH-PROGRAM-ID
038700             AND WS-KY-KEY(WS-KY-SUB) = EXH-KEY-VALUE
038800         MOVE WS-KY-SUB TO WS-KY-FOUND-SUB
038900     END-IF.
039000 2310-MATCH-ONE-KEY-EXIT.
039100     EXIT.
039200
039300 2400-FIND-PROGRAM.
039400     MOVE ZERO TO WS-PG-FOUND-SUB.
039500     PERFORM 2410-MATCH-ONE-PROGRAM
039600         THRU 2410-MATCH-ONE-PROGRAM-EXIT
039700         VARYING WS-PG-SUB FROM 1 BY 1
039800         UNTIL WS-PG-SUB > WS-PG-COUNT
039900            OR WS-PG-FOUND-SUB > ZERO.
040000     IF WS-PG-FOUND-SUB > ZERO
040100         GO TO 2400-FIND-PROGRAM-EXIT
040200     END-IF.
040300     IF WS-PG-COUNT NOT < WS-PG-MAX
040400         PERFORM 2900-TABLE-FULL
040500             THRU 2900-TABLE-FULL-EXIT
040600         GO TO 2400-FIND-PROGRAM-EXIT
040700     END-IF.
040800     ADD 1 TO WS-PG-COUNT.
040900     MOVE WS-PG-COUNT TO WS-PG-FOUND-SUB.
041000     INITIALIZE WS-PG-ENTRY(WS-PG-COUNT).
041100     MOVE WS-LOOKUP-PROGRAM TO WS-PG-PROGRAM(WS-PG-COUNT).
041200 2400-FIND-PROGRAM-EXIT.
041300     EXIT.
041400
041500 2410-MATCH-ONE-PROGRAM.
041600     IF WS-PG-PROGRAM(WS-PG-SUB) = WS-LOOKUP-PROGRAM
041700         MOVE WS-PG-SUB TO WS-PG-FOUND-SUB
041800     END-IF.
041900 2410-MATCH-ONE-PROGRAM-EXIT.
042000     EXIT.
042100
042200 2500-LOAD-OPEN-BACKLOG.
042300*    NO EXCOPEN ONLY MEANS NOTHING IS CARRIED OPEN.
042400     OPEN INPUT CARRY-INPUT.
042500     IF NOT CARRY-IN-STATUS-OK
042600         GO TO 2500-LOAD-OPEN-BACKLOG-EXIT
042700     END-IF.
042800     PERFORM 2510-LOAD-ONE-OPEN
042900         THRU 2510-LOAD-ONE-OPEN-EXIT
043000         UNTIL CARRY-IN-STATUS-EOF.
043100     CLOSE CARRY-INPUT.
043200 2500-LOAD-OPEN-BACKLOG-EXIT.
043300     EXIT.
043400
043500 2510-LOAD-ONE-OPEN.
043600     READ CARRY-INPUT
043700         AT END SET CARRY-IN-STATUS-EOF TO TRUE
043800     END-READ.
043900     IF CARRY-IN-STATUS-EOF
044000         GO TO 2510-LOAD-ONE-OPEN-EXIT
044100     END-IF.
044200     ADD 1 TO WS-OPEN-READ.
044300     MOVE CIN-PROGRAM-ID TO WS-LOOKUP-PROGRAM.
044400     PERFORM 2400-FIND-PROGRAM
044500         THRU 2400-FIND-PROGRAM-EXIT.
044600     IF WS-PG-FOUND-SUB = ZERO
044700         GO TO 2510-LOAD-ONE-OPEN-EXIT
044800     END-IF.
044900     ADD 1 TO WS-PG-OPEN(WS-PG-FOUND-SUB).
045000     IF CIN-AGE-DAYS IS NUMERIC
045100         ADD CIN-AGE-DAYS TO WS-PG-OPEN-DAYS(WS-PG-FOUND-SUB)
045200     END-IF.
045300 2510-LOAD-ONE-OPEN-EXIT.
045400     EXIT.
045500
045600 2900-TABLE-FULL.
045700*    COUNTED AND REPORTED, ONCE - THE REST OF THE REPORT
045800*    STILL STANDS.
045900     ADD 1 TO WS-HIST-DROPPED.
046000     IF NOT WS-TABLE-FULL
046100         DISPLAY 'EXCTREND - TREND TABLE FULL, ENTRIES DROPPED'
046200         SET WS-TABLE-FULL TO TRUE
046300         IF RC-NORMAL
046400             SET RC-WARNING TO TRUE
046500         END-IF
046600     END-IF.
046700 2900-TABLE-FULL-EXIT.
046800     EXIT.
046900
047000 3000-LOAD-SORT-WORK.
047100     PERFORM 3100-RELEASE-ONE-REASON
047200         THRU 3100-RELEASE-ONE-REASON-EXIT
047300         VARYING WS-CB-SUB FROM 1 BY 1
047400         UNTIL WS-CB-SUB > WS-CB-COUNT.
047500 3000-LOAD-SORT-WORK-EXIT.
047600     EXIT.
047700
047800 3100-RELEASE-ONE-REASON.
047900     MOVE WS-CB-TOTAL(WS-CB-SUB)       TO SRT-TOTAL.
048000     MOVE WS-CB-PROGRAM(WS-CB-SUB)     TO SRT-PROGRAM-ID.
048100     MOVE WS-CB-REASON(WS-CB-SUB)      TO SRT-REASON-CODE.
048200     MOVE WS-CB-REASON-TEXT(WS-CB-SUB) TO SRT-REASON-TEXT.
048300     PERFORM 3110-MOVE-ONE-WEEK
048400         THRU 3110-MOVE-ONE-WEEK-EXIT
048500         VARYING WS-WEEK FROM 1 BY 1
048600         UNTIL WS-WEEK > WS-WEEKS.
048700     RELEASE SORT-TREND-RECORD.
048800 3100-RELEASE-ONE-REASON-EXIT.
048900     EXIT.
049000
049100 3110-MOVE-ONE-WEEK.
049200     MOVE WS-CB-WEEK(WS-CB-SUB, WS-WEEK) TO
049300         SRT-WEEK-COUNT(WS-WEEK).
049400 3110-MOVE-ONE-WEEK-EXIT.
049500     EXIT.
049600
049700 4000-PRINT-REASON-TREND.
049800     MOVE SPACES TO TREND-REPORT-LINE.
049900     WRITE TREND-REPORT-LINE.
050000     MOVE 'EXCEPTIONS RAISED BY PROGRAM AND REASON - MOST FIRST'
050100         TO TREND-REPORT-LINE.
050200     WRITE TREND-REPORT-LINE.
050300*    ONE COLUMN PER WEEK, HEADED WITH THE MONTH AND DAY THE
050400*    WEEK ENDS.
050500     MOVE SPACES TO TREND-REPORT-LINE.
050600     MOVE 1 TO WS-LINE-PTR.
050700     STRING 'PROGRAM  CODE'
050800         DELIMITED BY SIZE
050900         INTO TREND-REPORT-LINE
051000         WITH POINTER WS-LINE-PTR
051100     END-STRING.
051200     MOVE 15 TO WS-LINE-PTR.
051300     PERFORM 4050-HEAD-ONE-WEEK
051400         THRU 4050-HEAD-ONE-WEEK-EXIT
051500         VARYING WS-WEEK FROM 1 BY 1
051600         UNTIL WS-WEEK > WS-WEEKS.
051700     STRING '    TOTAL  REASON'
051800         DELIMITED BY SIZE
051900         INTO TREND-REPORT-LINE
052000         WITH POINTER WS-LINE-PTR
052100     END-STRING.
052200     WRITE TREND-REPORT-LINE.
052300
052400     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
052500     PERFORM 4100-PRINT-ONE-REASON
052600         THRU 4100-PRINT-ONE-REASON-EXIT
052700         UNTIL SORT-AT-EOF.
052800
052900     MOVE SPACES TO TREND-REPORT-LINE.
053000     MOVE 1 TO WS-LINE-PTR.
053100     STRING 'ALL'
053200         DELIMITED BY SIZE
053300         INTO TREND-REPORT-LINE
053400         WITH POINTER WS-LINE-PTR
053500     END-STRING.
053600     MOVE 15 TO WS-LINE-PTR.
053700     PERFORM 4150-TOTAL-ONE-WEEK
053800         THRU 4150-TOTAL-ONE-WEEK-EXIT
053900         VARYING WS-WEEK FROM 1 BY 1
054000         UNTIL WS-WEEK > WS-WEEKS.
054100     MOVE WS-GRAND-TOTAL TO WS-COUNT-EDIT.
054200     STRING '  ' WS-COUNT-EDIT
054300         DELIMITED BY SIZE
054400         INTO TREND-REPORT-LINE
054500         WITH POINTER WS-LINE-PTR
054600     END-STRING.
054700     WRITE TREND-REPORT-LINE.
054800 4000-PRINT-REASON-TREND-EXIT.
054900     EXIT.
055000
055100 4050-HEAD-ONE-WEEK.
055200     COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
055300         (WS-TODAY-INT - ((WS-WEEKS - WS-WEEK) * 7)).
055400     STRING '   ' WS-WEEK-END-DATE(5:4)
055500         DELIMITED BY SIZE
055600         INTO TREND-REPORT-LINE
055700         WITH POINTER WS-LINE-PTR
055800     END-STRING.
055900 4050-HEAD-ONE-WEEK-EXIT.
056000     EXIT.
056100
056200 4100-PRINT-ONE-REASON.
056300     MOVE SPACES TO TREND-REPORT-LINE.
056400     MOVE 1 TO WS-LINE-PTR.
056500     STRING SRT-PROGRAM-ID ' ' SRT-REASON-CODE
056600         DELIMITED BY SIZE
056700         INTO TREND-REPORT-LINE
056800         WITH POINTER WS-LINE-PTR
056900     END-STRING.
057000     MOVE 15 TO WS-LINE-PTR.
057100     PERFORM 4110-PRINT-ONE-WEEK
057200         THRU 4110-PRINT-ONE-WEEK-EXIT
057300         VARYING WS-WEEK FROM 1 BY 1
057400         UNTIL WS-WEEK > WS-WEEKS.
057500     MOVE SRT-TOTAL TO WS-COUNT-EDIT.
057600     STRING '  ' WS-COUNT-EDIT '  ' SRT-REASON-TEXT
057700         DELIMITED BY SIZE
057800         INTO TREND-REPORT-LINE
057900         WITH POINTER WS-LINE-PTR
058000     END-STRING.
058100     WRITE TREND-REPORT-LINE.
058200     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
058300 4100-PRINT-ONE-REASON-EXIT.
058400     EXIT.
058500
058600 4110-PRINT-ONE-WEEK.
058700     MOVE SRT-WEEK-COUNT(WS-WEEK) TO WS-WEEK-EDIT.
058800     STRING ' ' WS-WEEK-EDIT
058900         DELIMITED BY SIZE
059000         INTO TREND-REPORT-LINE
059100         WITH POINTER WS-LINE-PTR
059200     END-STRING.
059300 4110-PRINT-ONE-WEEK-EXIT.
059400     EXIT.
059500
059600 4150-TOTAL-ONE-WEEK.
059700     MOVE WS-WEEK-TOTAL(WS-WEEK) TO WS-WEEK-EDIT.
059800     STRING ' ' WS-WEEK-EDIT
059900         DELIMITED BY SIZE
060000         INTO TREND-REPORT-LINE
060100         WITH POINTER WS-LINE-PTR
060200     END-STRING.
060300 4150-TOTAL-ONE-WEEK-EXIT.
060400     EXIT.
060500
060600 5000-PRINT-TOP-KEYS.
060700     MOVE SPACES TO TREND-REPORT-LINE.
060800     WRITE TREND-REPORT-LINE.
060900     MOVE 'RECURRING KEYS - MOST REJECTIONS IN THE EIGHT WEEKS'
061000         TO TREND-REPORT-LINE.
061100     WRITE TREND-REPORT-LINE.
061200     MOVE ' RANK  PROGRAM   KEY                   TIMES  LAST REJ
061300-        'ECTED  CODE' TO TREND-REPORT-LINE.
061400     WRITE TREND-REPORT-LINE.
061500     MOVE ZERO TO WS-TOP-RANK.
061600     PERFORM 5100-PRINT-NEXT-KEY
061700         THRU 5100-PRINT-NEXT-KEY-EXIT
061800         UNTIL WS-TOP-RANK NOT < WS-TOP-KEYS OR WS-KEYS-DONE.
061900     IF WS-TOP-RANK = ZERO
062000         MOVE '  NO KEY REJECTED MORE THAN ONCE' TO
062100             TREND-REPORT-LINE
062200         WRITE TREND-REPORT-LINE
062300     END-IF.
062400 5000-PRINT-TOP-KEYS-EXIT.
062500     EXIT.
062600
062700 5100-PRINT-NEXT-KEY.
062800*    PICK THE HIGHEST NOT YET PRINTED.  ONCE NOTHING LEFT HAS
062900*    COME BACK AT LEAST TWICE, THE LIST IS DONE.
063000     MOVE ZERO TO WS-KY-BEST-SUB.
063100     PERFORM 5110-CHECK-ONE-KEY
063200         THRU 5110-CHECK-ONE-KEY-EXIT
063300         VARYING WS-KY-SUB FROM 1 BY 1
063400         UNTIL WS-KY-SUB > WS-KY-COUNT.
063500     IF WS-KY-BEST-SUB = ZERO
063600         SET WS-KEYS-DONE TO TRUE
063700         GO TO 5100-PRINT-NEXT-KEY-EXIT
063800     END-IF.
063900     IF WS-KY-TIMES(WS-KY-BEST-SUB) < 2
064000         SET WS-KEYS-DONE TO TRUE
064100         GO TO 5100-PRINT-NEXT-KEY-EXIT
064200     END-IF.
064300     SET WS-KY-PRINTED(WS-KY-BEST-SUB) TO TRUE.
064400     ADD 1 TO WS-TOP-RANK.
064500     MOVE WS-TOP-RANK TO WS-RANK-EDIT.
064600     MOVE WS-KY-TIMES(WS-KY-BEST-SUB) TO WS-COUNT-EDIT.
064700     MOVE SPACES TO TREND-REPORT-LINE.
064800     STRING '  ' WS-RANK-EDIT '   '
064900            WS-KY-PROGRAM(WS-KY-BEST-SUB) '  '
065000            WS-KY-KEY(WS-KY-BEST-SUB)
065100            WS-COUNT-EDIT '  '
065200            WS-KY-LAST-DATE(WS-KY-BEST-SUB) '     '
065300            WS-KY-REASON(WS-KY-BEST-SUB)
065400         DELIMITED BY SIZE
065500         INTO TREND-REPORT-LINE
065600     END-STRING.
065700     WRITE TREND-REPORT-LINE.
065800 5100-PRINT-NEXT-KEY-EXIT.
065900     EXIT.
066000
066100 5110-CHECK-ONE-KEY.
066200     IF WS-KY-PRINTED(WS-KY-SUB)
066300         GO TO 5110-CHECK-ONE-KEY-EXIT
066400     END-IF.
066500     IF WS-KY-BEST-SUB = ZERO
066600         MOVE WS-KY-SUB TO WS-KY-BEST-SUB
066700         GO TO 5110-CHECK-ONE-KEY-EXIT
066800     END-IF.
066900     IF WS-KY-TIMES(WS-KY-SUB) > WS-KY-TIMES(WS-KY-BEST-SUB)
067000         MOVE WS-KY-SUB TO WS-KY-BEST-SUB
067100     END-IF.
067200 5110-CHECK-ONE-KEY-EXIT.
067300     EXIT.
067400
067500 6000-PRINT-RESOLUTION.
067600     MOVE SPACES TO TREND-REPORT-LINE.
067700     WRITE TREND-REPORT-LINE.
067800     MOVE 'RESOLUTION BY PROGRAM - EIGHT WEEKS, AND OPEN ON EXCOP
067900-        'EN NOW' TO TREND-REPORT-LINE.
068000     WRITE TREND-REPORT-LINE.
068100     MOVE 'PROGRAM    RAISED  RESOLVED  AVG DAYS TO RESOLVE     OP
068200-        'EN  AVG DAYS OPEN' TO TREND-REPORT-LINE.
068300     WRITE TREND-REPORT-LINE.
068400     PERFORM 6100-PRINT-ONE-PROGRAM
068500         THRU 6100-PRINT-ONE-PROGRAM-EXIT
068600         VARYING WS-PG-SUB FROM 1 BY 1
068700         UNTIL WS-PG-SUB > WS-PG-COUNT.
068800 6000-PRINT-RESOLUTION-EXIT.
068900     EXIT.
069000
069100 6100-PRINT-ONE-PROGRAM.
069200     MOVE ZERO TO WS-AVERAGE.
069300     IF WS-PG-RESOLVED(WS-PG-SUB) > ZERO
069400         DIVIDE WS-PG-RES-DAYS(WS-PG-SUB)
069500             BY WS-PG-RESOLVED(WS-PG-SUB)
069600             GIVING WS-AVERAGE ROUNDED
069700     END-IF.
069800     MOVE WS-AVERAGE TO WS-AVERAGE-EDIT.
069900     MOVE ZERO TO WS-AVERAGE.
070000     IF WS-PG-OPEN(WS-PG-SUB) > ZERO
070100         DIVIDE WS-PG-OPEN-DAYS(WS-PG-SUB)
070200             BY WS-PG-OPEN(WS-PG-SUB)
070300             GIVING WS-AVERAGE ROUNDED
070400     END-IF.
070500     MOVE WS-AVERAGE TO WS-AVERAGE-EDIT-2.
070600     MOVE WS-PG-RAISED(WS-PG-SUB)   TO WS-COUNT-EDIT.
070700     MOVE WS-PG-RESOLVED(WS-PG-SUB) TO WS-COUNT-EDIT-2.
070800     MOVE WS-PG-OPEN(WS-PG-SUB)     TO WS-COUNT-EDIT-3.
070900     MOVE SPACES TO TREND-REPORT-LINE.
071000     STRING WS-PG-PROGRAM(WS-PG-SUB) '  '
071100            WS-COUNT-EDIT '   ' WS-COUNT-EDIT-2
071200            '              ' WS-AVERAGE-EDIT
071300            '  ' WS-COUNT-EDIT-3
071400            '        ' WS-AVERAGE-EDIT-2
071500         DELIMITED BY SIZE
071600         INTO TREND-REPORT-LINE
071700     END-STRING.
071800     WRITE TREND-REPORT-LINE.
071900 6100-PRINT-ONE-PROGRAM-EXIT.
072000     EXIT.
072100
072200 9000-FINISH.
072300     CLOSE TREND-REPORT.
072400     DISPLAY 'EXCTREND - HISTORY RECORDS READ : ' WS-HIST-READ.
072500     DISPLAY 'EXCTREND - IN THE EIGHT WEEKS   : '
072600         WS-HIST-IN-WINDOW.
072700     DISPLAY 'EXCTREND - DROPPED, TABLE FULL  : '
072800         WS-HIST-DROPPED.
072900     DISPLAY 'EXCTREND - OPEN ON EXCOPEN      : ' WS-OPEN-READ.
073000     DISPLAY 'EXCTREND - RETURN CODE          : ' WS-RETURN-CODE.
073100 9000-FINISH-EXIT.
073200     EXIT.
073300
073400 9999-EXIT.
073500     STOP RUN.
