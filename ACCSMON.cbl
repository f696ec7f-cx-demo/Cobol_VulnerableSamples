000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCSMON.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  WEEKLY STUDENT-RECORD
001000*                    ACCESS MONITORING FOR THE COMPLIANCE
001100*                    OFFICE.  SORTS THE WEEK'S STUDENT LOOKUPS -
001200*                    STUDINQ AND STUDWEB 'INQ ' EVENTS FROM THE
001300*                    CGAUDIT TRAIL AND TRANSCRP 'TRNS' EVENTS
001400*                    FROM TRNSAUD - BY OPERATOR, AND FOR EACH
001500*                    OPERATOR LISTS EVERY LOOKUP MADE AFTER
001600*                    HOURS, OF A STUDENT UNDER A PRIVHOLD
001700*                    PRIVACY HOLD, OR OF A MERGED-AWAY ID FROM
001800*                    MERGAUDT, THEN PRINTS THE WEEK'S LOOKUP
001900*                    COUNT AGAINST THE OPERATOR'S OWN WEEKLY
002000*                    AVERAGE (KEPT ON ACCSOPH) AND FLAGS A WEEK
002100*                    FAR ABOVE IT.  REPLACES READING CGAUINQ
002200*                    SCREENS ONE AT A TIME.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700*    THE JOB CONCATENATES THE WEEK'S ROLLED CGAUDIT DATASETS;
002800*    ANYTHING OUTSIDE THE WEEK IS SKIPPED BY DATE.
002900     SELECT CGAUDIT-FILE ASSIGN TO "CGAUDIT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CGAUDIT-STATUS.
003200     SELECT TRANSCRIPT-AUDIT ASSIGN TO "TRNSAUD"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TAUD-STATUS.
003500     SELECT PRIVACY-FILE ASSIGN TO "PRIVHOLD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PRIV-STUDENT-ID
003900         FILE STATUS IS WS-PRIV-STATUS.
004000     SELECT MERGE-AUDIT ASSIGN TO "MERGAUDT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-MAUD-STATUS.
004300     SELECT MERGED-INDEX ASSIGN TO "ACCMIDX"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS MIX-LOSER-ID
004700         FILE STATUS IS WS-MIX-STATUS.
004800     SELECT OPERATOR-HISTORY ASSIGN TO "ACCSOPH"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS OPH-OPERATOR-ID
005200         FILE STATUS IS WS-OPH-STATUS.
005300     SELECT SORT-WORK ASSIGN TO "ACCSSWRK".
005400     SELECT ACCESS-REPORT ASSIGN TO "ACCSRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BUSDATE-STATUS.
005900     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PARM-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*    BOTH TRAILS ARE IN THE CGAUDIT LAYOUT AND ARE READ INTO
006600*    THE ONE WORKING-STORAGE COPY.
006700 FD  CGAUDIT-FILE.
006800 01  CGAUDIT-FILE-RECORD            PIC X(60).
006900
007000 FD  TRANSCRIPT-AUDIT.
007100 01  TRANSCRIPT-AUDIT-RECORD        PIC X(60).
007200
007300 FD  PRIVACY-FILE.
007400     COPY PRIVREC.
007500
007600 FD  MERGE-AUDIT.
007700 01  MERGE-AUDIT-LINE               PIC X(100).
007800 01  MERGE-AUDIT-MASTER-LINE REDEFINES MERGE-AUDIT-LINE.
007900     05  MAL-LITERAL                 PIC X(07).
008000     05  MAL-LOSER-ID                PIC X(09).
008100     05  MAL-MERGED-TEXT             PIC X(26).
008200     05  MAL-SURVIVOR-ID             PIC X(09).
008300     05  FILLER                      PIC X(49).
008400
008500*    WORK INDEX OF EVERY ID STUDMERG HAS MERGED AWAY, REBUILT
008600*    EACH RUN FROM THE MERGAUDT GENERATIONS.
008700 FD  MERGED-INDEX.
008800 01  MERGED-INDEX-RECORD.
008900     05  MIX-LOSER-ID                PIC 9(09).
009000     05  MIX-SURVIVOR-ID             PIC 9(09).
009100
009200*    ONE RECORD PER OPERATOR - THE WEEKS THEY LOOKED ANYTHING
009300*    UP AND THE LOOKUPS IN THOSE WEEKS, FOR THEIR OWN AVERAGE.
009400*    THE LAST WEEK APPLIED IS KEPT SO A RERUN BACKS IT OUT.
009500 FD  OPERATOR-HISTORY.
009600 01  OPERATOR-HISTORY-RECORD.
009700     05  OPH-OPERATOR-ID             PIC X(08).
009800     05  OPH-WEEKS-ACTIVE            PIC 9(05).
009900     05  OPH-TOTAL-LOOKUPS           PIC 9(09).
010000     05  OPH-LAST-WEEK-END           PIC 9(08).
010100     05  OPH-LAST-WEEK-LOOKUPS       PIC 9(07).
010200     05  FILLER                      PIC X(13).
010300
010400 SD  SORT-WORK.
010500 01  SORT-ACCESS-RECORD.
010600     05  SRT-OPERATOR-ID             PIC X(08).
010700     05  SRT-RUN-DATE                PIC X(08).
010800     05  SRT-RUN-TIME                PIC X(08).
010900     05  SRT-PROGRAM-ID              PIC X(08).
011000     05  SRT-STUDENT-ID              PIC 9(09).
011100     05  SRT-RESP-CODE               PIC 9(04).
011200
011300 FD  ACCESS-REPORT.
011400 01  ACCESS-REPORT-LINE             PIC X(100).
011500
011600 FD  BUSDATE-FILE.
011700     COPY BUSDATE.
011800
011900 FD  PARM-CARD-FILE.
012000     COPY PARMREC.
012100
012200 WORKING-STORAGE SECTION.
012300     COPY RETCODES.
012400     COPY CGAUDIT.
012500
012600 01  WS-CGAUDIT-STATUS              PIC X(02) VALUE '00'.
012700     88  CGAUDIT-STATUS-OK           VALUE '00'.
012800     88  CGAUDIT-STATUS-EOF          VALUE '10'.
012900 01  WS-TAUD-STATUS                 PIC X(02) VALUE '00'.
013000     88  TAUD-STATUS-OK              VALUE '00'.
013100     88  TAUD-STATUS-EOF             VALUE '10'.
013200 01  WS-PRIV-STATUS                 PIC X(02) VALUE '00'.
013300     88  PRIV-STATUS-OK              VALUE '00'.
013400 01  WS-MAUD-STATUS                 PIC X(02) VALUE '00'.
013500     88  MAUD-STATUS-OK              VALUE '00'.
013600     88  MAUD-STATUS-EOF             VALUE '10'.
013700 01  WS-MIX-STATUS                  PIC X(02) VALUE '00'.
013800     88  MIX-STATUS-OK               VALUE '00'.
013900 01  WS-OPH-STATUS                  PIC X(02) VALUE '00'.
014000     88  OPH-STATUS-OK               VALUE '00'.
014100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014200     88  BUSDATE-STATUS-OK           VALUE '00'.
014300 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
014400     88  PARM-STATUS-OK              VALUE '00'.
014500     88  PARM-STATUS-EOF             VALUE '10'.
014600
014700 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
014800     88  WS-PARM-FOUND               VALUE 'Y'.
014900 01  WS-PRIV-OPEN-SW                PIC X(01) VALUE 'N'.
015000     88  WS-PRIV-FILE-OPEN           VALUE 'Y'.
015100 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
015200     88  SORT-AT-EOF                 VALUE 'Y'.
015300 01  WS-FIRST-OPERATOR-SW           PIC X(01) VALUE 'Y'.
015400     88  WS-FIRST-OPERATOR           VALUE 'Y'.
015500 01  WS-OPH-FOUND-SW                PIC X(01) VALUE 'N'.
015600     88  WS-OPH-FOUND                VALUE 'Y'.
015700 01  WS-VOLUME-FLAG-SW              PIC X(01) VALUE 'N'.
015800     88  WS-VOLUME-FLAGGED           VALUE 'Y'.
015900
016000*    PARAMETER CARD 'ACCSMON' - COLS 9-10 HOW MANY TIMES THE
016100*    OPERATOR'S OWN WEEKLY AVERAGE COUNTS AS FAR ABOVE IT, COLS
016200*    11-14 AND 15-18 THE START AND END OF THE BUSINESS DAY
016300*    (HHMM), COLS 19-22 THE FEWEST LOOKUPS WORTH FLAGGING.
016400*    LOOKUPS OUTSIDE THE BUSINESS DAY, OR ON A SATURDAY OR
016500*    SUNDAY, ARE AFTER HOURS.
016600 01  WS-VOLUME-FACTOR               PIC 9(02) VALUE 03.
016700 01  WS-DAY-START-HHMM              PIC 9(04) VALUE 0700.
016800 01  WS-DAY-END-HHMM                PIC 9(04) VALUE 1900.
016900 01  WS-VOLUME-FLOOR                PIC 9(04) VALUE 0020.
017000*    AN AVERAGE NEEDS A FEW WEEKS BEHIND IT BEFORE A SPIKE
017100*    AGAINST IT MEANS ANYTHING.
017200 01  WS-MIN-HISTORY-WEEKS           PIC 9(02) VALUE 04.
017300
017400*    THE STUDENT'S OWN SELF-SERVICE LOOKUPS ARE COUNTED BUT
017500*    NEVER FLAGGED - A STUDENT MAY READ THEIR OWN RECORD AT ANY
017600*    HOUR, HOLD OR NOT.
017700 01  WS-SELF-SERVICE-OPERATOR       PIC X(08) VALUE 'WEBSELF'.
017800
017900 01  WS-WEEK-START                  PIC 9(08) VALUE ZERO.
018000 01  WS-WEEK-START-X REDEFINES WS-WEEK-START
018100                                    PIC X(08).
018200 01  WS-WEEK-END-X                  PIC X(08) VALUE SPACES.
018300 01  WS-DATE-INT                    PIC 9(08) VALUE ZERO.
018400 01  WS-DAY-NUMBER                  PIC 9(09) COMP VALUE ZERO.
018500 01  WS-DAY-QUOTIENT                PIC 9(09) COMP VALUE ZERO.
018600*    INTEGER-OF-DATE DAY 1 IS A MONDAY - REMAINDER 6 IS A
018700*    SATURDAY AND 0 A SUNDAY.
018800 01  WS-WEEKDAY                     PIC 9(01) VALUE ZERO.
018900     88  WS-WEEKEND-DAY              VALUE 0 6.
019000 01  WS-LOOKUP-HHMM                 PIC 9(04) VALUE ZERO.
019100
019200 01  WS-SORT-STUDENT-ID             PIC 9(09) VALUE ZERO.
019300 01  WS-RESOURCE-ID.
019400     05  FILLER                      PIC X(01) VALUE '0'.
019500     05  WS-RESOURCE-DIGITS          PIC X(08) VALUE SPACES.
019600 01  WS-RESOURCE-ID-N REDEFINES WS-RESOURCE-ID
019700                                    PIC 9(09).
019800
019900*    FLAGS ON THE LOOKUP IN HAND.
020000 01  WS-AFTER-HOURS-SW              PIC X(01) VALUE 'N'.
020100     88  WS-AFTER-HOURS              VALUE 'Y'.
020200 01  WS-HELD-SW                     PIC X(01) VALUE 'N'.
020300     88  WS-STUDENT-HELD             VALUE 'Y'.
020400 01  WS-MERGED-SW                   PIC X(01) VALUE 'N'.
020500     88  WS-MERGED-AWAY              VALUE 'Y'.
020600 01  WS-FLAG-TEXT                   PIC X(50) VALUE SPACES.
020700 01  WS-FLAG-PTR                    PIC 9(03) COMP VALUE 1.
020800
020900 01  WS-PREV-OPERATOR-ID            PIC X(08) VALUE SPACES.
021000 01  WS-OP-LOOKUPS                  PIC 9(07) COMP VALUE ZERO.
021100 01  WS-OP-AFTER-HOURS              PIC 9(07) COMP VALUE ZERO.
021200 01  WS-OP-HELD                     PIC 9(07) COMP VALUE ZERO.
021300 01  WS-OP-MERGED                   PIC 9(07) COMP VALUE ZERO.
021400 01  WS-OP-AVERAGE                  PIC 9(07) COMP VALUE ZERO.
021500 01  WS-OP-THRESHOLD                PIC 9(09) COMP VALUE ZERO.
021600
021700 01  WS-AUDIT-READ                  PIC 9(07) COMP VALUE ZERO.
021800 01  WS-LOOKUPS-SELECTED            PIC 9(07) COMP VALUE ZERO.
021900 01  WS-MERGED-IDS-LOADED           PIC 9(07) COMP VALUE ZERO.
022000 01  WS-OPERATORS-REPORTED          PIC 9(05) COMP VALUE ZERO.
022100 01  WS-OPERATORS-FLAGGED           PIC 9(05) COMP VALUE ZERO.
022200 01  WS-TOTAL-AFTER-HOURS           PIC 9(07) COMP VALUE ZERO.
022300 01  WS-TOTAL-HELD                  PIC 9(07) COMP VALUE ZERO.
022400 01  WS-TOTAL-MERGED                PIC 9(07) COMP VALUE ZERO.
022500
022600 01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
022700 01  WS-COUNT-EDIT-2                PIC ZZZ,ZZ9.
022800 01  WS-COUNT-EDIT-3                PIC ZZZ,ZZ9.
022900 01  WS-COUNT-EDIT-4                PIC ZZZ,ZZ9.
023000 01  WS-COUNT-EDIT-5                PIC ZZZ,ZZ9.
023100
023200 01  WS-CURRENT-DATE-TIME.
023300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
023400     05  WS-TIME-HHMMSSHH           PIC 9(08).
023500     05  FILLER                     PIC X(05).
023600
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE
024000         THRU 1000-INITIALIZE-EXIT.
024100     IF RC-SEVERE
024200         GO TO 0000-WRAP-UP
024300     END-IF.
024400
024500     SORT SORT-WORK
024600         ON ASCENDING KEY SRT-OPERATOR-ID SRT-RUN-DATE
024700                          SRT-RUN-TIME
024800         INPUT PROCEDURE IS 3000-LOAD-SORT-WORK
024900             THRU 3000-LOAD-SORT-WORK-EXIT
025000         OUTPUT PROCEDURE IS 4000-PRINT-ACCESS-REPORT
025100             THRU 4000-PRINT-ACCESS-REPORT-EXIT.
025200
025300 0000-WRAP-UP.
025400     PERFORM 9000-FINISH
025500         THRU 9000-FINISH-EXIT.
025600     MOVE WS-RETURN-CODE TO RETURN-CODE.
025700     GO TO 9999-EXIT.
025800
025900 1000-INITIALIZE.
026000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
026100     PERFORM 1050-GET-BUSINESS-DATE
026200         THRU 1050-GET-BUSINESS-DATE-EXIT.
026300     PERFORM 1080-READ-PARM-CARD
026400         THRU 1080-READ-PARM-CARD-EXIT.
026500*    THE WEEK IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE.
026600     MOVE WS-TODAY-YYYYMMDD TO WS-WEEK-END-X.
026700     COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
026800         (FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 6).
026900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
027000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
027100     OPEN OUTPUT ACCESS-REPORT.
027200     MOVE SPACES TO ACCESS-REPORT-LINE.
027300     STRING 'STUDENT RECORD ACCESS MONITORING - WEEK '
027400            WS-WEEK-START-X ' TO ' WS-WEEK-END-X
027500         DELIMITED BY SIZE
027600         INTO ACCESS-REPORT-LINE
027700     END-STRING.
027800     WRITE ACCESS-REPORT-LINE.
027900
028000     OPEN INPUT PRIVACY-FILE.
028100     IF PRIV-STATUS-OK
028200         SET WS-PRIV-FILE-OPEN TO TRUE
028300     ELSE
028400         DISPLAY 'ACCSMON - UNABLE TO OPEN PRIVHOLD, STATUS='
028500             WS-PRIV-STATUS
028600         MOVE '*** PRIVHOLD UNAVAILABLE - PRIVACY-HOLD LOOKUPS NOT
028700-            ' CHECKED ***' TO ACCESS-REPORT-LINE
028800         WRITE ACCESS-REPORT-LINE
028900         SET RC-WARNING TO TRUE
029000     END-IF.
029100
029200     OPEN OUTPUT MERGED-INDEX.
029300     IF NOT MIX-STATUS-OK
029400         DISPLAY 'ACCSMON - UNABLE TO BUILD ACCMIDX, STATUS='
029500             WS-MIX-STATUS
029600         SET RC-SEVERE TO TRUE
029700         GO TO 1000-INITIALIZE-EXIT
029800     END-IF.
029900     CLOSE MERGED-INDEX.
030000     OPEN I-O MERGED-INDEX.
030100     PERFORM 1300-LOAD-MERGED-IDS
030200         THRU 1300-LOAD-MERGED-IDS-EXIT.
030300
030400     OPEN I-O OPERATOR-HISTORY.
030500     IF NOT OPH-STATUS-OK
030600         OPEN OUTPUT OPERATOR-HISTORY
030700         IF NOT OPH-STATUS-OK
030800             DISPLAY 'ACCSMON - UNABLE TO OPEN ACCSOPH, STATUS='
030900                 WS-OPH-STATUS
031000             SET RC-SEVERE TO TRUE
031100             GO TO 1000-INITIALIZE-EXIT
031200         END-IF
031300         CLOSE OPERATOR-HISTORY
031400         OPEN I-O OPERATOR-HISTORY
031500     END-IF.
031600
031700     MOVE SPACES TO ACCESS-REPORT-LINE.
031800     WRITE ACCESS-REPORT-LINE.
031900     MOVE '  DATE     TIME     PROGRAM  STUDENT-ID  FINDING'
032000         TO ACCESS-REPORT-LINE.
032100     WRITE ACCESS-REPORT-LINE.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400
032500 1050-GET-BUSINESS-DATE.
032600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
032700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
032800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
032900*    CLOCK TIME FIELD STAYS REAL.
033000     OPEN INPUT BUSDATE-FILE.
033100     IF NOT BUSDATE-STATUS-OK
033200         GO TO 1050-GET-BUSINESS-DATE-EXIT
033300     END-IF.
033400     READ BUSDATE-FILE
033500         AT END
033600             CLOSE BUSDATE-FILE
033700             GO TO 1050-GET-BUSINESS-DATE-EXIT
033800     END-READ.
033900     CLOSE BUSDATE-FILE.
034000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
034100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
034200         DISPLAY 'ACCSMON - RUNNING AS OF BUSINESS DATE '
034300             BUS-DATE
034400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
034500     END-IF.
034600 1050-GET-BUSINESS-DATE-EXIT.
034700     EXIT.
034800
034900 1080-READ-PARM-CARD.
035000     MOVE 'N' TO WS-PARM-FOUND-SW.
035100     OPEN INPUT PARM-CARD-FILE.
035200     IF NOT PARM-STATUS-OK
035300         GO TO 1080-READ-PARM-CARD-EXIT
035400     END-IF.
035500     PERFORM 1081-SCAN-ONE-CARD
035600         THRU 1081-SCAN-ONE-CARD-EXIT
035700         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
035800     CLOSE PARM-CARD-FILE.
035900 1080-READ-PARM-CARD-EXIT.
036000     EXIT.
036100
036200 1081-SCAN-ONE-CARD.
036300     READ PARM-CARD-FILE
036400         AT END SET PARM-STATUS-EOF TO TRUE
036500     END-READ.
036600     IF PARM-STATUS-EOF
036700         GO TO 1081-SCAN-ONE-CARD-EXIT
036800     END-IF.
036900     IF PARM-PROGRAM-ID NOT = 'ACCSMON'
037000         GO TO 1081-SCAN-ONE-CARD-EXIT
037100     END-IF.
037200     SET WS-PARM-FOUND TO TRUE.
037300*    A BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT.
037400     IF PARM-OPTIONS(1:2) IS NUMERIC
037500             AND PARM-OPTIONS(1:2) NOT = '00'
037600         MOVE PARM-OPTIONS(1:2) TO WS-VOLUME-FACTOR
037700     END-IF.
037800     IF PARM-OPTIONS(3:4) IS NUMERIC
037900         MOVE PARM-OPTIONS(3:4) TO WS-DAY-START-HHMM
038000     END-IF.
038100     IF PARM-OPTIONS(7:4) IS NUMERIC
038200         MOVE PARM-OPTIONS(7:4) TO WS-DAY-END-HHMM
038300     END-IF.
038400     IF PARM-OPTIONS(11:4) IS NUMERIC
038500         MOVE PARM-OPTIONS(11:4) TO WS-VOLUME-FLOOR
038600     END-IF.
038700 1081-SCAN-ONE-CARD-EXIT.
038800     EXIT.
038900
039000 1300-LOAD-MERGED-IDS.
039100*    STUDMERG WRITES ONE 'MASTER <LOSER> ARCHIVED AND MERGED
039200*    INTO <SURVIVOR>' LINE PER MERGE.  NO MERGAUDT MEANS NO
039300*    MERGES HAVE BEEN RUN.
039400     OPEN INPUT MERGE-AUDIT.
039500     IF NOT MAUD-STATUS-OK
039600         GO TO 1300-LOAD-MERGED-IDS-EXIT
039700     END-IF.
039800     PERFORM 1310-LOAD-ONE-MERGE-LINE
039900         THRU 1310-LOAD-ONE-MERGE-LINE-EXIT
040000         UNTIL MAUD-STATUS-EOF.
040100     CLOSE MERGE-AUDIT.
040200 1300-LOAD-MERGED-IDS-EXIT.
040300     EXIT.
040400
040500 1310-LOAD-ONE-MERGE-LINE.
040600     READ MERGE-AUDIT
040700         AT END SET MAUD-STATUS-EOF TO TRUE
040800     END-READ.
040900     IF MAUD-STATUS-EOF
041000         GO TO 1310-LOAD-ONE-MERGE-LINE-EXIT
041100     END-IF.
041200     IF MAL-LITERAL NOT = 'MASTER '
041300             OR MAL-MERGED-TEXT NOT = ' ARCHIVED AND MERGED INTO '
041400             OR MAL-LOSER-ID IS NOT NUMERIC
041500         GO TO 1310-LOAD-ONE-MERGE-LINE-EXIT
041600     END-IF.
041700     MOVE MAL-LOSER-ID TO MIX-LOSER-ID.
041800     IF MAL-SURVIVOR-ID IS NUMERIC
041900         MOVE MAL-SURVIVOR-ID TO MIX-SURVIVOR-ID
042000     ELSE
042100         MOVE ZERO TO MIX-SURVIVOR-ID
042200     END-IF.
042300     WRITE MERGED-INDEX-RECORD
042400         INVALID KEY
042500             REWRITE MERGED-INDEX-RECORD
042600                 INVALID KEY CONTINUE
042700             END-REWRITE
042800     END-WRITE.
042900     ADD 1 TO WS-MERGED-IDS-LOADED.
043000 1310-LOAD-ONE-MERGE-LINE-EXIT.
043100     EXIT.
043200
043300 3000-LOAD-SORT-WORK.
043400     OPEN INPUT CGAUDIT-FILE.
043500     IF NOT CGAUDIT-STATUS-OK
043600         DISPLAY 'ACCSMON - UNABLE TO OPEN CGAUDIT, STATUS='
043700             WS-CGAUDIT-STATUS
043800         SET RC-SEVERE TO TRUE
043900         GO TO 3000-LOAD-SORT-WORK-EXIT
044000     END-IF.
044100     PERFORM 3100-RELEASE-NEXT-AUDIT
044200         THRU 3100-RELEASE-NEXT-AUDIT-EXIT
044300         UNTIL CGAUDIT-STATUS-EOF.
044400     CLOSE CGAUDIT-FILE.
044500*    NO TRNSAUD ONLY MEANS NO TRANSCRIPTS WERE RUN.
044600     OPEN INPUT TRANSCRIPT-AUDIT.
044700     IF NOT TAUD-STATUS-OK
044800         GO TO 3000-LOAD-SORT-WORK-EXIT
044900     END-IF.
045000     PERFORM 3200-RELEASE-NEXT-TRANSCRIPT
045100         THRU 3200-RELEASE-NEXT-TRANSCRIPT-EXIT
045200         UNTIL TAUD-STATUS-EOF.
045300     CLOSE TRANSCRIPT-AUDIT.
045400 3000-LOAD-SORT-WORK-EXIT.
045500     EXIT.
045600
045700 3100-RELEASE-NEXT-AUDIT.
045800     READ CGAUDIT-FILE INTO CGAUDIT-RECORD
045900         AT END SET CGAUDIT-STATUS-EOF TO TRUE
046000     END-READ.
046100     IF CGAUDIT-STATUS-EOF
046200         GO TO 3100-RELEASE-NEXT-AUDIT-EXIT
046300     END-IF.
046400     ADD 1 TO WS-AUDIT-READ.
046500     IF CGAUD-EVENT-TYPE NOT = 'INQ '
046600         GO TO 3100-RELEASE-NEXT-AUDIT-EXIT
046700     END-IF.
046800     IF CGAUD-PROGRAM-ID NOT = 'STUDINQ '
046900             AND CGAUD-PROGRAM-ID NOT = 'STUDWEB '
047000         GO TO 3100-RELEASE-NEXT-AUDIT-EXIT
047100     END-IF.
047200     PERFORM 3500-RELEASE-LOOKUP
047300         THRU 3500-RELEASE-LOOKUP-EXIT.
047400 3100-RELEASE-NEXT-AUDIT-EXIT.
047500     EXIT.
047600
047700 3200-RELEASE-NEXT-TRANSCRIPT.
047800     READ TRANSCRIPT-AUDIT INTO CGAUDIT-RECORD
047900         AT END SET TAUD-STATUS-EOF TO TRUE
048000     END-READ.
048100     IF TAUD-STATUS-EOF
048200         GO TO 3200-RELEASE-NEXT-TRANSCRIPT-EXIT
048300     END-IF.
048400     ADD 1 TO WS-AUDIT-READ.
048500     IF CGAUD-EVENT-TYPE NOT = 'TRNS'
048600         GO TO 3200-RELEASE-NEXT-TRANSCRIPT-EXIT
048700     END-IF.
048800     PERFORM 3500-RELEASE-LOOKUP
048900         THRU 3500-RELEASE-LOOKUP-EXIT.
049000 3200-RELEASE-NEXT-TRANSCRIPT-EXIT.
049100     EXIT.
049200
049300 3500-RELEASE-LOOKUP.
049400*    ONLY THE WEEK BEING REPORTED.  A RECORD WRITTEN BEFORE THE
049500*    TRAIL CARRIED THE OPERATOR AND THE FULL STUDENT-ID FALLS
049600*    BACK TO THE EIGHT-DIGIT RESOURCE NAME, UNDER '(NONE)'.
049700     IF CGAUD-RUN-DATE < WS-WEEK-START-X
049800             OR CGAUD-RUN-DATE > WS-WEEK-END-X
049900         GO TO 3500-RELEASE-LOOKUP-EXIT
050000     END-IF.
050100     IF CGAUD-STUDENT-ID IS NUMERIC
050200         MOVE CGAUD-STUDENT-ID-N TO WS-SORT-STUDENT-ID
050300     ELSE
050400         MOVE CGAUD-RESOURCE-NAME TO WS-RESOURCE-DIGITS
050500         IF WS-RESOURCE-DIGITS IS NUMERIC
050600             MOVE WS-RESOURCE-ID-N TO WS-SORT-STUDENT-ID
050700         ELSE
050800             MOVE ZERO TO WS-SORT-STUDENT-ID
050900         END-IF
051000     END-IF.
051100     IF WS-SORT-STUDENT-ID = ZERO
051200         GO TO 3500-RELEASE-LOOKUP-EXIT
051300     END-IF.
051400     IF CGAUD-OPERATOR-ID = SPACES OR LOW-VALUES
051500         MOVE '(NONE)' TO SRT-OPERATOR-ID
051600     ELSE
051700         MOVE CGAUD-OPERATOR-ID TO SRT-OPERATOR-ID
051800     END-IF.
051900     MOVE CGAUD-RUN-DATE    TO SRT-RUN-DATE.
052000     MOVE CGAUD-RUN-TIME    TO SRT-RUN-TIME.
052100     MOVE CGAUD-PROGRAM-ID  TO SRT-PROGRAM-ID.
052200     MOVE WS-SORT-STUDENT-ID TO SRT-STUDENT-ID.
052300     MOVE CGAUD-RESP-CODE   TO SRT-RESP-CODE.
052400     RELEASE SORT-ACCESS-RECORD.
052500     ADD 1 TO WS-LOOKUPS-SELECTED.
052600 3500-RELEASE-LOOKUP-EXIT.
052700     EXIT.
052800
052900 4000-PRINT-ACCESS-REPORT.
053000     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
053100     PERFORM 4100-PROCESS-ONE-LOOKUP
053200         THRU 4100-PROCESS-ONE-LOOKUP-EXIT
053300         UNTIL SORT-AT-EOF.
053400     IF NOT WS-FIRST-OPERATOR
053500         PERFORM 4500-OPERATOR-TOTAL
053600             THRU 4500-OPERATOR-TOTAL-EXIT
053700     END-IF.
053800 4000-PRINT-ACCESS-REPORT-EXIT.
053900     EXIT.
054000
054100 4100-PROCESS-ONE-LOOKUP.
054200     IF NOT WS-FIRST-OPERATOR
054300             AND SRT-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
054400         PERFORM 4500-OPERATOR-TOTAL
054500             THRU 4500-OPERATOR-TOTAL-EXIT
054600     END-IF.
054700     IF WS-FIRST-OPERATOR
054800             OR SRT-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
054900         MOVE SPACES TO ACCESS-REPORT-LINE
055000         WRITE ACCESS-REPORT-LINE
055100         MOVE SPACES TO ACCESS-REPORT-LINE
055200         STRING 'OPERATOR ' SRT-OPERATOR-ID
055300             DELIMITED BY SIZE
055400             INTO ACCESS-REPORT-LINE
055500         END-STRING
055600         WRITE ACCESS-REPORT-LINE
055700     END-IF.
055800     MOVE 'N' TO WS-FIRST-OPERATOR-SW.
055900     MOVE SRT-OPERATOR-ID TO WS-PREV-OPERATOR-ID.
056000     ADD 1 TO WS-OP-LOOKUPS.
056100
056200     IF SRT-OPERATOR-ID NOT = WS-SELF-SERVICE-OPERATOR
056300         PERFORM 4200-CHECK-LOOKUP
056400             THRU 4200-CHECK-LOOKUP-EXIT
056500     END-IF.
056600
056700     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
056800 4100-PROCESS-ONE-LOOKUP-EXIT.
056900     EXIT.
057000
057100 4200-CHECK-LOOKUP.
057200     MOVE 'N' TO WS-AFTER-HOURS-SW.
057300     MOVE 'N' TO WS-HELD-SW.
057400     MOVE 'N' TO WS-MERGED-SW.
057500
057600     MOVE SRT-RUN-TIME(1:4) TO WS-LOOKUP-HHMM.
057700     IF WS-LOOKUP-HHMM < WS-DAY-START-HHMM
057800             OR WS-LOOKUP-HHMM NOT < WS-DAY-END-HHMM
057900         SET WS-AFTER-HOURS TO TRUE
058000     END-IF.
058100     MOVE SRT-RUN-DATE TO WS-DATE-INT.
058200     COMPUTE WS-DAY-NUMBER =
058300         FUNCTION INTEGER-OF-DATE(WS-DATE-INT).
058400     DIVIDE WS-DAY-NUMBER BY 7
058500         GIVING WS-DAY-QUOTIENT
058600         REMAINDER WS-WEEKDAY.
058700     IF WS-WEEKEND-DAY
058800         SET WS-AFTER-HOURS TO TRUE
058900     END-IF.
059000
059100     IF WS-PRIV-FILE-OPEN
059200         MOVE SRT-STUDENT-ID TO PRIV-STUDENT-ID
059300         READ PRIVACY-FILE
059400             INVALID KEY CONTINUE
059500             NOT INVALID KEY
059600                 IF PRIV-HELD
059700                     SET WS-STUDENT-HELD TO TRUE
059800                 END-IF
059900         END-READ
060000     END-IF.
060100
060200     MOVE SRT-STUDENT-ID TO MIX-LOSER-ID.
060300     READ MERGED-INDEX
060400         INVALID KEY CONTINUE
060500         NOT INVALID KEY SET WS-MERGED-AWAY TO TRUE
060600     END-READ.
060700
060800     IF NOT WS-AFTER-HOURS AND NOT WS-STUDENT-HELD
060900             AND NOT WS-MERGED-AWAY
061000         GO TO 4200-CHECK-LOOKUP-EXIT
061100     END-IF.
061200
061300     MOVE SPACES TO WS-FLAG-TEXT.
061400     MOVE 1 TO WS-FLAG-PTR.
061500     IF WS-AFTER-HOURS
061600         ADD 1 TO WS-OP-AFTER-HOURS
061700         STRING 'AFTER HOURS  '
061800             DELIMITED BY SIZE
061900             INTO WS-FLAG-TEXT
062000             WITH POINTER WS-FLAG-PTR
062100         END-STRING
062200     END-IF.
062300     IF WS-STUDENT-HELD
062400         ADD 1 TO WS-OP-HELD
062500         STRING 'PRIVACY HOLD  '
062600             DELIMITED BY SIZE
062700             INTO WS-FLAG-TEXT
062800             WITH POINTER WS-FLAG-PTR
062900         END-STRING
063000     END-IF.
063100     IF WS-MERGED-AWAY
063200         ADD 1 TO WS-OP-MERGED
063300         STRING 'MERGED INTO ' MIX-SURVIVOR-ID
063400             DELIMITED BY SIZE
063500             INTO WS-FLAG-TEXT
063600             WITH POINTER WS-FLAG-PTR
063700         END-STRING
063800     END-IF.
063900
064000     MOVE SPACES TO ACCESS-REPORT-LINE.
064100     STRING '  ' SRT-RUN-DATE ' ' SRT-RUN-TIME(1:6) '   '
064200            SRT-PROGRAM-ID ' ' SRT-STUDENT-ID '   '
064300            WS-FLAG-TEXT
064400         DELIMITED BY SIZE
064500         INTO ACCESS-REPORT-LINE
064600     END-STRING.
064700     WRITE ACCESS-REPORT-LINE.
064800 4200-CHECK-LOOKUP-EXIT.
064900     EXIT.
065000
065100 4500-OPERATOR-TOTAL.
065200     ADD 1 TO WS-OPERATORS-REPORTED.
065300     ADD WS-OP-AFTER-HOURS TO WS-TOTAL-AFTER-HOURS.
065400     ADD WS-OP-HELD        TO WS-TOTAL-HELD.
065500     ADD WS-OP-MERGED      TO WS-TOTAL-MERGED.
065600     PERFORM 4600-CHECK-OPERATOR-VOLUME
065700         THRU 4600-CHECK-OPERATOR-VOLUME-EXIT.
065800
065900     MOVE WS-OP-LOOKUPS     TO WS-COUNT-EDIT.
066000     MOVE WS-OP-AFTER-HOURS TO WS-COUNT-EDIT-2.
066100     MOVE WS-OP-HELD        TO WS-COUNT-EDIT-3.
066200     MOVE WS-OP-MERGED      TO WS-COUNT-EDIT-4.
066300     MOVE WS-OP-AVERAGE     TO WS-COUNT-EDIT-5.
066400     MOVE SPACES TO ACCESS-REPORT-LINE.
066500     STRING '  LOOKUPS ' WS-COUNT-EDIT
066600            '  AFTER HOURS ' WS-COUNT-EDIT-2
066700            '  HELD ' WS-COUNT-EDIT-3
066800            '  MERGED ' WS-COUNT-EDIT-4
066900            '  WEEKLY AVERAGE ' WS-COUNT-EDIT-5
067000         DELIMITED BY SIZE
067100         INTO ACCESS-REPORT-LINE
067200     END-STRING.
067300     WRITE ACCESS-REPORT-LINE.
067400     IF WS-VOLUME-FLAGGED
067500         MOVE SPACES TO ACCESS-REPORT-LINE
067600         STRING '  *** VOLUME ABOVE ' WS-VOLUME-FACTOR
067700                ' TIMES THIS OPERATOR''S OWN WEEKLY AVERAGE ***'
067800             DELIMITED BY SIZE
067900             INTO ACCESS-REPORT-LINE
068000         END-STRING
068100         WRITE ACCESS-REPORT-LINE
068200     END-IF.
068300
068400     MOVE ZERO TO WS-OP-LOOKUPS.
068500     MOVE ZERO TO WS-OP-AFTER-HOURS.
068600     MOVE ZERO TO WS-OP-HELD.
068700     MOVE ZERO TO WS-OP-MERGED.
068800 4500-OPERATOR-TOTAL-EXIT.
068900     EXIT.
069000
069100 4600-CHECK-OPERATOR-VOLUME.
069200*    THE AVERAGE IS OVER THE WEEKS BEFORE THIS ONE IN WHICH
069300*    THE OPERATOR LOOKED ANYTHING UP.  A RERUN OF THE SAME
069400*    WEEK BACKS OUT WHAT THE FIRST RUN ADDED.
069500     MOVE 'N' TO WS-VOLUME-FLAG-SW.
069600     MOVE ZERO TO WS-OP-AVERAGE.
069700     MOVE 'N' TO WS-OPH-FOUND-SW.
069800     MOVE WS-PREV-OPERATOR-ID TO OPH-OPERATOR-ID.
069900     READ OPERATOR-HISTORY
070000         INVALID KEY CONTINUE
070100         NOT INVALID KEY SET WS-OPH-FOUND TO TRUE
070200     END-READ.
070300     IF NOT WS-OPH-FOUND
070400         MOVE SPACES TO OPERATOR-HISTORY-RECORD
070500         MOVE WS-PREV-OPERATOR-ID TO OPH-OPERATOR-ID
070600         MOVE ZERO TO OPH-WEEKS-ACTIVE
070700         MOVE ZERO TO OPH-TOTAL-LOOKUPS
070800         MOVE ZERO TO OPH-LAST-WEEK-END
070900         MOVE ZERO TO OPH-LAST-WEEK-LOOKUPS
071000     END-IF.
071100     IF OPH-LAST-WEEK-END = WS-TODAY-YYYYMMDD
071200             AND OPH-WEEKS-ACTIVE > ZERO
071300         SUBTRACT 1 FROM OPH-WEEKS-ACTIVE
071400         SUBTRACT OPH-LAST-WEEK-LOOKUPS FROM OPH-TOTAL-LOOKUPS
071500     END-IF.
071600
071700     IF OPH-WEEKS-ACTIVE > ZERO
071800         DIVIDE OPH-TOTAL-LOOKUPS BY OPH-WEEKS-ACTIVE
071900             GIVING WS-OP-AVERAGE ROUNDED
072000     END-IF.
072100     COMPUTE WS-OP-THRESHOLD = WS-OP-AVERAGE * WS-VOLUME-FACTOR.
072200     IF OPH-WEEKS-ACTIVE NOT < WS-MIN-HISTORY-WEEKS
072300             AND WS-OP-LOOKUPS NOT < WS-VOLUME-FLOOR
072400             AND WS-OP-LOOKUPS > WS-OP-THRESHOLD
072500             AND WS-PREV-OPERATOR-ID
072600             NOT = WS-SELF-SERVICE-OPERATOR
072700         SET WS-VOLUME-FLAGGED TO TRUE
072800         ADD 1 TO WS-OPERATORS-FLAGGED
072900         SET RC-WARNING TO TRUE
073000     END-IF.
073100
073200     ADD 1 TO OPH-WEEKS-ACTIVE.
073300     ADD WS-OP-LOOKUPS TO OPH-TOTAL-LOOKUPS.
073400     MOVE WS-TODAY-YYYYMMDD TO OPH-LAST-WEEK-END.
073500     MOVE WS-OP-LOOKUPS TO OPH-LAST-WEEK-LOOKUPS.
073600     IF WS-OPH-FOUND
073700         REWRITE OPERATOR-HISTORY-RECORD
073800             INVALID KEY CONTINUE
073900         END-REWRITE
074000     ELSE
074100         WRITE OPERATOR-HISTORY-RECORD
074200             INVALID KEY CONTINUE
074300         END-WRITE
074400     END-IF.
074500     IF NOT OPH-STATUS-OK
074600         DISPLAY 'ACCSMON - ACCSOPH UPDATE FAILED FOR '
074700             WS-PREV-OPERATOR-ID ', STATUS=' WS-OPH-STATUS
074800         SET RC-WARNING TO TRUE
074900     END-IF.
075000 4600-CHECK-OPERATOR-VOLUME-EXIT.
075100     EXIT.
075200
075300 9000-FINISH.
075400     IF NOT RC-SEVERE
075500         MOVE SPACES TO ACCESS-REPORT-LINE
075600         WRITE ACCESS-REPORT-LINE
075700         MOVE WS-LOOKUPS-SELECTED TO WS-COUNT-EDIT
075800         MOVE WS-OPERATORS-REPORTED TO WS-COUNT-EDIT-2
075900         MOVE WS-OPERATORS-FLAGGED TO WS-COUNT-EDIT-3
076000         MOVE SPACES TO ACCESS-REPORT-LINE
076100         STRING 'WEEK TOTAL  LOOKUPS ' WS-COUNT-EDIT
076200                '  OPERATORS ' WS-COUNT-EDIT-2
076300                '  ABOVE THEIR AVERAGE ' WS-COUNT-EDIT-3
076400             DELIMITED BY SIZE
076500             INTO ACCESS-REPORT-LINE
076600         END-STRING
076700         WRITE ACCESS-REPORT-LINE
076800         MOVE WS-TOTAL-AFTER-HOURS TO WS-COUNT-EDIT
076900         MOVE WS-TOTAL-HELD TO WS-COUNT-EDIT-2
077000         MOVE WS-TOTAL-MERGED TO WS-COUNT-EDIT-3
077100         MOVE SPACES TO ACCESS-REPORT-LINE
077200         STRING '            AFTER HOURS ' WS-COUNT-EDIT
077300                '  PRIVACY HOLD ' WS-COUNT-EDIT-2
077400                '  MERGED-AWAY IDS ' WS-COUNT-EDIT-3
077500             DELIMITED BY SIZE
077600             INTO ACCESS-REPORT-LINE
077700         END-STRING
077800         WRITE ACCESS-REPORT-LINE
077900     END-IF.
078000     IF WS-TOTAL-HELD > ZERO OR WS-TOTAL-MERGED > ZERO
078100         SET RC-WARNING TO TRUE
078200     END-IF.
078300
078400     IF WS-PRIV-FILE-OPEN
078500         CLOSE PRIVACY-FILE
078600     END-IF.
078700     CLOSE MERGED-INDEX.
078800     CLOSE OPERATOR-HISTORY.
078900     CLOSE ACCESS-REPORT.
079000     DISPLAY 'ACCSMON - AUDIT RECORDS READ   : ' WS-AUDIT-READ.
079100     DISPLAY 'ACCSMON - LOOKUPS IN THE WEEK  : '
079200         WS-LOOKUPS-SELECTED.
079300     DISPLAY 'ACCSMON - MERGED-AWAY IDS      : '
079400         WS-MERGED-IDS-LOADED.
079500     DISPLAY 'ACCSMON - OPERATORS REPORTED   : '
079600         WS-OPERATORS-REPORTED.
079700     DISPLAY 'ACCSMON - OPERATORS FLAGGED    : '
079800         WS-OPERATORS-FLAGGED.
079900     DISPLAY 'ACCSMON - RETURN CODE          : ' WS-RETURN-CODE.
080000 9000-FINISH-EXIT.
080100     EXIT.
080200
080300 9999-EXIT.
080400     STOP RUN.
