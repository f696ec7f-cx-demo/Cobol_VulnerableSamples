000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CENSUS.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  CENSUS-DATE ENROLLMENT
001000*                    FREEZE AND OFFICIAL HEADCOUNT STATISTICS.
001100*                    ON THE DATE CALFILE MARKS AS THE TERM'S
001200*                    CENSUS DATE (CAL-CENSUS-TERM) THE TERM'S
001300*                    REGISTERED ENROLLMENTS AND EACH STUDENT'S
001400*                    MASTER STATUS, CREDIT LOAD (CLASSIFIED ON
001500*                    THE TERMLOAD CARD'S THRESHOLDS) AND NEW/
001600*                    CONTINUING FLAG (NEW = ON NO EARLIER
001700*                    STUSNPH SNAPSHOT) ARE FROZEN TO CENSUSF
001800*                    (SEE CENSREC).  EVERY RUN THEN PRINTS THE
001900*                    STATISTICS FROM THE FROZEN COPY ONLY, SO A
002000*                    RERUN AFTER THE CENSUS DATE REPRODUCES THE
002100*                    SAME NUMBERS NO MATTER WHAT HAS CHANGED ON
002200*                    ENRLMAST OR THE CATALOG SINCE.  BEFORE THE
002300*                    CENSUS DATE THE STEP SKIPS WITH THE
002400*                    RUNCTL-SKIPPED RECORD.
002500*   2026-10-15 RLW  AN OPEN FAILURE IN THE FREEZE CLOSES THE FILES
002600*                    ALREADY OPENED BEFORE ENDING AT RC 12, AND
002700*                    THE REOPEN OF CENSPIDX IS STATUS-CHECKED.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STUDENT ASSIGN TO FILENAME
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS STUDENT-ID
003600         FILE STATUS IS WS-STUDENT-STATUS.
003700
003800     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ENRL-KEY
004200         FILE STATUS IS WS-ENRL-STATUS.
004300
004400     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS COURSE-ID
004800         FILE STATUS IS WS-COURSE-STATUS.
004900
005000     SELECT SNAPSHOT-HISTORY ASSIGN TO "STUSNPH"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SNAP-STATUS.
005300
005400     SELECT PRIOR-INDEX ASSIGN TO "CENSPIDX"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PRX-STUDENT-ID
005800         FILE STATUS IS WS-PRX-STATUS.
005900
006000     SELECT CENSUS-FILE ASSIGN TO "CENSUSF"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CENS-KEY
006400         FILE STATUS IS WS-CENS-STATUS.
006500
006600     SELECT SORT-WORK ASSIGN TO "CENSSWRK".
006700
006800     SELECT CENSUS-REPORT ASSIGN TO "CENSRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CALENDAR-STATUS.
007400
007500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-BUSDATE-STATUS.
007800
007900     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-PARM-STATUS.
008200
008300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RUNCTL-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  STUDENT.
009000     COPY STUDREC.
009100
009200 01  FILENAME                   PIC X(12).
009300
009400 FD  ENROLLMENT-FILE.
009500     COPY ENRLREC.
009600
009700 FD  COURSE-CATALOG.
009800     COPY COURSREC.
009900
010000 FD  SNAPSHOT-HISTORY.
010100 01  SNAPSHOT-RECORD.
010200     05  SNP-DATE                    PIC 9(08).
010300     05  SNP-STUDENT-ID              PIC 9(09).
010400     05  SNP-ENROLL-STATUS           PIC X(01).
010500     05  SNP-GPA                     PIC 9(01)V9(02).
010600
010700 FD  PRIOR-INDEX.
010800 01  PRIOR-INDEX-RECORD.
010900     05  PRX-STUDENT-ID              PIC 9(09).
011000
011100 FD  CENSUS-FILE.
011200     COPY CENSREC.
011300
011400 SD  SORT-WORK.
011500 01  SORT-ENROLLMENT-RECORD.
011600     05  SORT-COURSE-ID              PIC X(08).
011700     05  SORT-STUDENT-ID             PIC 9(09).
011800     05  SORT-SECTION                PIC X(03).
011900     05  SORT-CREDITS                PIC 9(03).
012000
012100 FD  CENSUS-REPORT.
012200 01  CENSUS-REPORT-LINE             PIC X(80).
012300
012400 FD  CALENDAR-FILE.
012500     COPY CALREC.
012600
012700 FD  BUSDATE-FILE.
012800     COPY BUSDATE.
012900
013000 FD  PARM-CARD-FILE.
013100     COPY PARMREC.
013200
013300 FD  RUNCTL-FILE.
013400     COPY RUNCTL.
013500
013600 WORKING-STORAGE SECTION.
013700     COPY RETCODES.
013800
013900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
014000     88  STUDENT-STATUS-OK           VALUE '00'.
014100 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
014200     88  ENRL-STATUS-OK              VALUE '00'.
014300     88  ENRL-STATUS-EOF             VALUE '10'.
014400 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
014500     88  COURSE-STATUS-OK            VALUE '00'.
014600 01  WS-SNAP-STATUS                 PIC X(02) VALUE '00'.
014700     88  SNAP-STATUS-OK              VALUE '00'.
014800     88  SNAP-STATUS-EOF             VALUE '10'.
014900 01  WS-PRX-STATUS                  PIC X(02) VALUE '00'.
015000     88  PRX-STATUS-OK               VALUE '00'.
015100 01  WS-CENS-STATUS                 PIC X(02) VALUE '00'.
015200     88  CENS-STATUS-OK              VALUE '00'.
015300     88  CENS-STATUS-EOF             VALUE '10'.
015400 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
015500     88  CALENDAR-STATUS-OK          VALUE '00'.
015600     88  CALENDAR-STATUS-EOF         VALUE '10'.
015700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015800     88  BUSDATE-STATUS-OK           VALUE '00'.
015900 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
016000     88  PARM-STATUS-OK              VALUE '00'.
016100     88  PARM-STATUS-EOF             VALUE '10'.
016200 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
016300     88  RUNCTL-STATUS-OK            VALUE '00'.
016400
016500 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
016600     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
016700 01  WS-STEP-SKIPPED-SW             PIC X(01) VALUE 'N'.
016800     88  WS-STEP-SKIPPED             VALUE 'Y'.
016900 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
017000     88  WS-PARM-FOUND               VALUE 'Y'.
017100 01  WS-LOAD-PARM-FOUND-SW          PIC X(01) VALUE 'N'.
017200     88  WS-LOAD-PARM-FOUND          VALUE 'Y'.
017300 01  WS-FROZEN-SW                   PIC X(01) VALUE 'N'.
017400     88  WS-TERM-FROZEN              VALUE 'Y'.
017500 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
017600     88  WS-FIRST-STUDENT            VALUE 'Y'.
017700 01  WS-FIRST-COURSE-SW             PIC X(01) VALUE 'Y'.
017800     88  WS-FIRST-COURSE             VALUE 'Y'.
017900 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
018000     88  SORT-AT-EOF                 VALUE 'Y'.
018100
018200 01  WS-CENSUS-TERM                 PIC X(05) VALUE SPACES.
018300 01  WS-CENSUS-DATE                 PIC 9(08) VALUE ZERO.
018400 01  WS-FREEZE-DATE                 PIC 9(08) VALUE ZERO.
018500*    THE LOAD BREAKS ARE TERMLOAD'S - READ OFF ITS OWN CARD SO
018600*    THE CENSUS AND THE AID FEED CLASSIFY A STUDENT ALIKE.
018700 01  WS-FULL-TIME-MIN               PIC 9(02) VALUE 12.
018800 01  WS-THREE-QTR-MIN               PIC 9(02) VALUE 9.
018900 01  WS-HALF-TIME-MIN               PIC 9(02) VALUE 6.
019000
019100 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
019200 01  WS-CREDIT-LOAD                 PIC 9(03) VALUE ZERO.
019300 01  WS-SECTION-CREDITS             PIC 9(03) VALUE ZERO.
019400 01  WS-PREV-COURSE-ID              PIC X(08) VALUE SPACES.
019500 01  WS-PREV-SORT-STUDENT           PIC 9(09) VALUE ZERO.
019600
019700 01  WS-ENROLLMENTS-FROZEN          PIC 9(07) COMP VALUE ZERO.
019800 01  WS-STUDENTS-FROZEN             PIC 9(07) COMP VALUE ZERO.
019900 01  WS-NOT-ON-MASTER               PIC 9(07) COMP VALUE ZERO.
020000
020100*    OFFICIAL COUNTS - HEADCOUNT AND CREDIT HOURS PER BREAK.
020200 01  WS-COURSE-HEADCOUNT            PIC 9(07) VALUE ZERO.
020300 01  WS-COURSE-HOURS                PIC 9(07) VALUE ZERO.
020400 01  WS-FT-HEADCOUNT                PIC 9(07) VALUE ZERO.
020500 01  WS-FT-HOURS                    PIC 9(07) VALUE ZERO.
020600 01  WS-TQ-HEADCOUNT                PIC 9(07) VALUE ZERO.
020700 01  WS-TQ-HOURS                    PIC 9(07) VALUE ZERO.
020800 01  WS-HT-HEADCOUNT                PIC 9(07) VALUE ZERO.
020900 01  WS-HT-HOURS                    PIC 9(07) VALUE ZERO.
021000 01  WS-LT-HEADCOUNT                PIC 9(07) VALUE ZERO.
021100 01  WS-LT-HOURS                    PIC 9(07) VALUE ZERO.
021200 01  WS-PT-HEADCOUNT                PIC 9(07) VALUE ZERO.
021300 01  WS-PT-HOURS                    PIC 9(07) VALUE ZERO.
021400 01  WS-NEW-HEADCOUNT               PIC 9(07) VALUE ZERO.
021500 01  WS-NEW-HOURS                   PIC 9(07) VALUE ZERO.
021600 01  WS-CONT-HEADCOUNT              PIC 9(07) VALUE ZERO.
021700 01  WS-CONT-HOURS                  PIC 9(07) VALUE ZERO.
021800 01  WS-TOTAL-HEADCOUNT             PIC 9(07) VALUE ZERO.
021900 01  WS-TOTAL-HOURS                 PIC 9(07) VALUE ZERO.
022000
022100 01  WS-STAT-LABEL                  PIC X(30) VALUE SPACES.
022200 01  WS-STAT-HEADCOUNT              PIC 9(07) VALUE ZERO.
022300 01  WS-STAT-HOURS                  PIC 9(07) VALUE ZERO.
022400 01  WS-HEADCOUNT-EDIT              PIC ZZZ,ZZ9.
022500 01  WS-HOURS-EDIT                  PIC ZZZ,ZZ9.
022600
022700 01  WS-CURRENT-DATE-TIME.
022800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
022900     05  WS-TIME-HHMMSSHH           PIC 9(08).
023000     05  FILLER                     PIC X(05).
023100
023200 PROCEDURE DIVISION.
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE
023500         THRU 1000-INITIALIZE-EXIT.
023600
023700     IF WS-STEP-SKIPPED OR RC-SEVERE
023800         GO TO 0000-WRAP-UP
023900     END-IF.
024000
024100     IF NOT WS-TERM-FROZEN
024200         PERFORM 2000-FREEZE-CENSUS
024300             THRU 2000-FREEZE-CENSUS-EXIT
024400         IF RC-SEVERE
024500             GO TO 0000-WRAP-UP
024600         END-IF
024700     END-IF.
024800
024900     SORT SORT-WORK
025000         ON ASCENDING KEY SORT-COURSE-ID SORT-STUDENT-ID
025100         INPUT PROCEDURE IS 3000-LOAD-FROZEN-COPY
025200             THRU 3000-LOAD-FROZEN-COPY-EXIT
025300         OUTPUT PROCEDURE IS 4000-PRINT-COURSE-COUNTS
025400             THRU 4000-PRINT-COURSE-COUNTS-EXIT.
025500
025600     IF RC-SEVERE
025700         GO TO 0000-WRAP-UP
025800     END-IF.
025900
026000     PERFORM 5000-PRINT-LOAD-AND-ADMIT
026100         THRU 5000-PRINT-LOAD-AND-ADMIT-EXIT.
026200
026300     PERFORM 7000-WRITE-RUNCTL-COMPLETE
026400         THRU 7000-WRITE-RUNCTL-COMPLETE-EXIT.
026500
026600 0000-WRAP-UP.
026700     PERFORM 9000-FINISH
026800         THRU 9000-FINISH-EXIT.
026900     MOVE WS-RETURN-CODE TO RETURN-CODE.
027000     GO TO 9999-EXIT.
027100
027200 1000-INITIALIZE.
027300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
027400     PERFORM 1050-GET-BUSINESS-DATE
027500         THRU 1050-GET-BUSINESS-DATE-EXIT.
027600     PERFORM 1080-READ-PARM-CARD
027700         THRU 1080-READ-PARM-CARD-EXIT.
027800     IF NOT WS-PARM-FOUND
027900         DISPLAY 'ENTER STUDENT DATASET NAME: '
028000         ACCEPT FILENAME
028100         DISPLAY 'ENTER CENSUS TERM (E.G. 2026F): '
028200         ACCEPT WS-CENSUS-TERM
028300     END-IF.
028400*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
028500*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
028600     OPEN OUTPUT CENSUS-REPORT.
028700*    A TERM ALREADY FROZEN REPORTS FROM ITS FROZEN COPY ON ANY
028800*    DATE - ONLY AN UNFROZEN TERM NEEDS THE CALENDAR.
028900     PERFORM 1060-CHECK-FROZEN
029000         THRU 1060-CHECK-FROZEN-EXIT.
029100     IF WS-TERM-FROZEN OR RC-SEVERE
029200         GO TO 1000-INITIALIZE-EXIT
029300     END-IF.
029400     PERFORM 1055-CHECK-CALENDAR
029500         THRU 1055-CHECK-CALENDAR-EXIT.
029600 1000-INITIALIZE-EXIT.
029700     EXIT.
029800
029900 1050-GET-BUSINESS-DATE.
030000*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
030100*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
030200*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
030300*    CLOCK TIME FIELD STAYS REAL.
030400     OPEN INPUT BUSDATE-FILE.
030500     IF NOT BUSDATE-STATUS-OK
030600         GO TO 1050-GET-BUSINESS-DATE-EXIT
030700     END-IF.
030800     READ BUSDATE-FILE
030900         AT END
031000             CLOSE BUSDATE-FILE
031100             GO TO 1050-GET-BUSINESS-DATE-EXIT
031200     END-READ.
031300     CLOSE BUSDATE-FILE.
031400     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
031500             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
031600         DISPLAY 'CENSUS - RUNNING AS OF BUSINESS DATE '
031700             BUS-DATE
031800         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
031900     END-IF.
032000 1050-GET-BUSINESS-DATE-EXIT.
032100     EXIT.
032200
032300 1055-CHECK-CALENDAR.
032400*    THE CENSUS DATE IS THE CALENDAR DATE CARRYING THE TERM IN
032500*    CAL-CENSUS-TERM.  BEFORE IT THE STEP SKIPS; ON IT THE TERM
032600*    FREEZES; PAST IT WITH NO FREEZE THE OFFICIAL NUMBERS ARE
032700*    GONE AND THE STEP FAILS RATHER THAN FREEZE LATE.
032800     MOVE 'N' TO WS-CAL-FOUND-SW.
032900     OPEN INPUT CALENDAR-FILE.
033000     IF NOT CALENDAR-STATUS-OK
033100         DISPLAY 'CENSUS - CALENDAR NOT AVAILABLE, SKIPPED'
033200         SET WS-STEP-SKIPPED TO TRUE
033300         PERFORM 1057-WRITE-SKIP-RECORD
033400             THRU 1057-WRITE-SKIP-RECORD-EXIT
033500         GO TO 1055-CHECK-CALENDAR-EXIT
033600     END-IF.
033700     PERFORM 1056-SCAN-ONE-CAL-DATE
033800         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
033900         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
034000     CLOSE CALENDAR-FILE.
034100     IF NOT WS-CAL-DATE-FOUND
034200             OR WS-TODAY-YYYYMMDD < WS-CENSUS-DATE
034300         DISPLAY 'CENSUS - BEFORE THE ' WS-CENSUS-TERM
034400             ' CENSUS DATE, SKIPPED'
034500         SET WS-STEP-SKIPPED TO TRUE
034600         PERFORM 1057-WRITE-SKIP-RECORD
034700             THRU 1057-WRITE-SKIP-RECORD-EXIT
034800         GO TO 1055-CHECK-CALENDAR-EXIT
034900     END-IF.
035000     IF WS-TODAY-YYYYMMDD > WS-CENSUS-DATE
035100         DISPLAY 'CENSUS - ' WS-CENSUS-TERM
035200             ' CENSUS DATE ' WS-CENSUS-DATE
035300             ' PASSED WITH NO FREEZE ON CENSUSF'
035400         SET RC-SEVERE TO TRUE
035500     END-IF.
035600 1055-CHECK-CALENDAR-EXIT.
035700     EXIT.
035800
035900 1056-SCAN-ONE-CAL-DATE.
036000     READ CALENDAR-FILE
036100         AT END SET CALENDAR-STATUS-EOF TO TRUE
036200     END-READ.
036300     IF CALENDAR-STATUS-EOF
036400         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
036500     END-IF.
036600     IF CAL-CENSUS-TERM = WS-CENSUS-TERM
036700         MOVE CAL-DATE TO WS-CENSUS-DATE
036800         SET WS-CAL-DATE-FOUND TO TRUE
036900     END-IF.
037000 1056-SCAN-ONE-CAL-DATE-EXIT.
037100     EXIT.
037200
037300 1057-WRITE-SKIP-RECORD.
037400*    THE SKIP GOES ON THE SHARED RUN-CONTROL HISTORY AS
037500*    INTENTIONALLY-SKIPPED, NOT FAILED.
037600     MOVE '00' TO WS-RUNCTL-STATUS.
037700     OPEN EXTEND RUNCTL-FILE.
037800     IF NOT RUNCTL-STATUS-OK
037900         OPEN OUTPUT RUNCTL-FILE
038000     END-IF.
038100     MOVE 'CENSUS  ' TO RUNCTL-STEP-NAME.
038200     SET RUNCTL-SKIPPED TO TRUE.
038300     MOVE 'CALENDAR' TO RUNCTL-LAST-KEY.
038400     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
038500     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
038600     MOVE SPACES TO RUNCTL-OPERATOR-ID.
038700     WRITE RUNCTL-RECORD.
038800     CLOSE RUNCTL-FILE.
038900 1057-WRITE-SKIP-RECORD-EXIT.
039000     EXIT.
039100
039200 1060-CHECK-FROZEN.
039300*    THE TERM'S HEADER IS WRITTEN LAST, SO IT IS ONLY ON FILE
039400*    FOR A FREEZE THAT RAN TO THE END.  NO CENSUSF AT ALL
039500*    SIMPLY MEANS NO TERM HAS BEEN FROZEN YET.
039600     MOVE 'N' TO WS-FROZEN-SW.
039700     OPEN INPUT CENSUS-FILE.
039800     IF NOT CENS-STATUS-OK
039900         GO TO 1060-CHECK-FROZEN-EXIT
040000     END-IF.
040100     MOVE WS-CENSUS-TERM TO CENS-TERM.
040200     MOVE ZERO TO CENS-STUDENT-ID.
040300     MOVE SPACES TO CENS-COURSE-ID.
040400     MOVE SPACES TO CENS-SECTION.
040500     READ CENSUS-FILE
040600         INVALID KEY CONTINUE
040700         NOT INVALID KEY
040800             IF CENS-HEADER
040900                 SET WS-TERM-FROZEN TO TRUE
041000                 MOVE CENS-FREEZE-DATE TO WS-FREEZE-DATE
041100             END-IF
041200     END-READ.
041300     CLOSE CENSUS-FILE.
041400     IF WS-TERM-FROZEN
041500         DISPLAY 'CENSUS - ' WS-CENSUS-TERM
041600             ' FROZEN ON ' WS-FREEZE-DATE
041700             ' - REPORTING FROM THE FROZEN COPY'
041800     END-IF.
041900 1060-CHECK-FROZEN-EXIT.
042000     EXIT.
042100
042200 1080-READ-PARM-CARD.
042300*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 THE
042400*    CENSUS TERM.  THE LOAD THRESHOLDS COME OFF THE TERMLOAD
042500*    CARD (COLS 14-19) WHEN ONE IS PRESENT.
042600     MOVE 'N' TO WS-PARM-FOUND-SW.
042700     MOVE 'N' TO WS-LOAD-PARM-FOUND-SW.
042800     OPEN INPUT PARM-CARD-FILE.
042900     IF NOT PARM-STATUS-OK
043000         GO TO 1080-READ-PARM-CARD-EXIT
043100     END-IF.
043200     PERFORM 1081-SCAN-ONE-CARD
043300         THRU 1081-SCAN-ONE-CARD-EXIT
043400         UNTIL PARM-STATUS-EOF.
043500     CLOSE PARM-CARD-FILE.
043600 1080-READ-PARM-CARD-EXIT.
043700     EXIT.
043800
043900 1081-SCAN-ONE-CARD.
044000     READ PARM-CARD-FILE
044100         AT END SET PARM-STATUS-EOF TO TRUE
044200     END-READ.
044300     IF PARM-STATUS-EOF
044400         GO TO 1081-SCAN-ONE-CARD-EXIT
044500     END-IF.
044600     IF PARM-PROGRAM-ID = 'CENSUS  '
044700             AND NOT WS-PARM-FOUND
044800             AND PARM-OPTIONS(1:12) NOT = SPACES
044900             AND PARM-OPTIONS(13:5) NOT = SPACES
045000         SET WS-PARM-FOUND TO TRUE
045100         MOVE PARM-OPTIONS(1:12) TO FILENAME
045200         MOVE PARM-OPTIONS(13:5) TO WS-CENSUS-TERM
045300     END-IF.
045400     IF PARM-PROGRAM-ID = 'TERMLOAD'
045500             AND NOT WS-LOAD-PARM-FOUND
045600         SET WS-LOAD-PARM-FOUND TO TRUE
045700         IF PARM-OPTIONS(6:2) IS NUMERIC
045800                 AND PARM-OPTIONS(6:2) NOT = '00'
045900             MOVE PARM-OPTIONS(6:2) TO WS-FULL-TIME-MIN
046000         END-IF
046100         IF PARM-OPTIONS(8:2) IS NUMERIC
046200                 AND PARM-OPTIONS(8:2) NOT = '00'
046300             MOVE PARM-OPTIONS(8:2) TO WS-THREE-QTR-MIN
046400         END-IF
046500         IF PARM-OPTIONS(10:2) IS NUMERIC
046600                 AND PARM-OPTIONS(10:2) NOT = '00'
046700             MOVE PARM-OPTIONS(10:2) TO WS-HALF-TIME-MIN
046800         END-IF
046900     END-IF.
047000 1081-SCAN-ONE-CARD-EXIT.
047100     EXIT.
047200
047300 2000-FREEZE-CENSUS.
047400     MOVE WS-TODAY-YYYYMMDD TO WS-FREEZE-DATE.
047500     PERFORM 2100-BUILD-PRIOR-INDEX
047600         THRU 2100-BUILD-PRIOR-INDEX-EXIT.
047700     IF RC-SEVERE
047800         GO TO 2000-FREEZE-CENSUS-EXIT
047900     END-IF.
048000     OPEN INPUT STUDENT.
048100     IF NOT STUDENT-STATUS-OK
048200         DISPLAY 'CENSUS - UNABLE TO OPEN STUDENT FILE, STATUS='
048300             WS-STUDENT-STATUS
048400         CLOSE PRIOR-INDEX
048500         SET RC-SEVERE TO TRUE
048600         GO TO 2000-FREEZE-CENSUS-EXIT
048700     END-IF.
048800     OPEN INPUT COURSE-CATALOG.
048900     IF NOT COURSE-STATUS-OK
049000         DISPLAY 'CENSUS - UNABLE TO OPEN CRSECAT, STATUS='
049100             WS-COURSE-STATUS
049200         CLOSE STUDENT
049300         CLOSE PRIOR-INDEX
049400         SET RC-SEVERE TO TRUE
049500         GO TO 2000-FREEZE-CENSUS-EXIT
049600     END-IF.
049700     OPEN INPUT ENROLLMENT-FILE.
049800     IF NOT ENRL-STATUS-OK
049900         DISPLAY 'CENSUS - UNABLE TO OPEN ENRLMAST, STATUS='
050000             WS-ENRL-STATUS
050100         CLOSE COURSE-CATALOG
050200         CLOSE STUDENT
050300         CLOSE PRIOR-INDEX
050400         SET RC-SEVERE TO TRUE
050500         GO TO 2000-FREEZE-CENSUS-EXIT
050600     END-IF.
050700     OPEN I-O CENSUS-FILE.
050800     IF NOT CENS-STATUS-OK
050900         OPEN OUTPUT CENSUS-FILE
051000         IF NOT CENS-STATUS-OK
051100             DISPLAY 'CENSUS - UNABLE TO OPEN CENSUSF, STATUS='
051200                 WS-CENS-STATUS
051300             CLOSE ENROLLMENT-FILE
051400             CLOSE COURSE-CATALOG
051500             CLOSE STUDENT
051600             CLOSE PRIOR-INDEX
051700             SET RC-SEVERE TO TRUE
051800             GO TO 2000-FREEZE-CENSUS-EXIT
051900         END-IF
052000     END-IF.
052100
052200     MOVE LOW-VALUES TO ENRL-KEY.
052300     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
052400         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
052500     END-START.
052600     PERFORM 2200-FREEZE-NEXT-ENROLLMENT
052700         THRU 2200-FREEZE-NEXT-ENROLLMENT-EXIT
052800         UNTIL ENRL-STATUS-EOF.
052900     IF NOT WS-FIRST-STUDENT
053000         PERFORM 2300-FREEZE-ONE-STUDENT
053100             THRU 2300-FREEZE-ONE-STUDENT-EXIT
053200     END-IF.
053300
053400*    THE HEADER GOES ON LAST - IT IS WHAT MARKS THE TERM
053500*    FROZEN.
053600     MOVE SPACES TO CENSUS-RECORD.
053700     MOVE WS-CENSUS-TERM TO CENS-TERM.
053800     MOVE ZERO TO CENS-STUDENT-ID.
053900     SET CENS-HEADER TO TRUE.
054000     MOVE WS-FREEZE-DATE TO CENS-FREEZE-DATE.
054100     MOVE ZERO TO CENS-CREDITS.
054200     PERFORM 2400-WRITE-CENSUS-RECORD
054300         THRU 2400-WRITE-CENSUS-RECORD-EXIT.
054400
054500     CLOSE ENROLLMENT-FILE.
054600     CLOSE COURSE-CATALOG.
054700     CLOSE STUDENT.
054800     CLOSE PRIOR-INDEX.
054900     CLOSE CENSUS-FILE.
055000     DISPLAY 'CENSUS - ' WS-CENSUS-TERM ' FROZEN ON '
055100         WS-FREEZE-DATE.
055200 2000-FREEZE-CENSUS-EXIT.
055300     EXIT.
055400
055500 2100-BUILD-PRIOR-INDEX.
055600*    EVERY STUDENT ON A STUSNPH SNAPSHOT TAKEN BEFORE THE
055700*    CENSUS DATE HAS BEEN HERE BEFORE - CONTINUING.  ANYONE
055800*    ELSE IS NEW THIS TERM.  NO SNAPSHOT HISTORY MAKES EVERY
055900*    STUDENT NEW, WHICH IS WORTH A WARNING.
056000     OPEN OUTPUT PRIOR-INDEX.
056100     IF NOT PRX-STATUS-OK
056200         DISPLAY 'CENSUS - UNABLE TO OPEN CENSPIDX, STATUS='
056300             WS-PRX-STATUS
056400         SET RC-SEVERE TO TRUE
056500         GO TO 2100-BUILD-PRIOR-INDEX-EXIT
056600     END-IF.
056700     OPEN INPUT SNAPSHOT-HISTORY.
056800     IF SNAP-STATUS-OK
056900         PERFORM 2110-INDEX-ONE-SNAPSHOT
057000             THRU 2110-INDEX-ONE-SNAPSHOT-EXIT
057100             UNTIL SNAP-STATUS-EOF
057200         CLOSE SNAPSHOT-HISTORY
057300     ELSE
057400         DISPLAY 'CENSUS - STUSNPH NOT AVAILABLE, STATUS='
057500             WS-SNAP-STATUS ' - EVERY STUDENT COUNTS AS NEW'
057600         SET RC-WARNING TO TRUE
057700     END-IF.
057800     CLOSE PRIOR-INDEX.
057900     OPEN INPUT PRIOR-INDEX.
058000     IF NOT PRX-STATUS-OK
058100         DISPLAY 'CENSUS - UNABLE TO REOPEN CENSPIDX, STATUS='
058200             WS-PRX-STATUS
058300         SET RC-SEVERE TO TRUE
058400     END-IF.
058500 2100-BUILD-PRIOR-INDEX-EXIT.
058600     EXIT.
058700
058800 2110-INDEX-ONE-SNAPSHOT.
058900     READ SNAPSHOT-HISTORY
059000         AT END SET SNAP-STATUS-EOF TO TRUE
059100     END-READ.
059200     IF SNAP-STATUS-EOF
059300         GO TO 2110-INDEX-ONE-SNAPSHOT-EXIT
059400     END-IF.
059500     IF SNP-DATE NOT < WS-FREEZE-DATE
059600         GO TO 2110-INDEX-ONE-SNAPSHOT-EXIT
059700     END-IF.
059800     MOVE SNP-STUDENT-ID TO PRX-STUDENT-ID.
059900     WRITE PRIOR-INDEX-RECORD
060000         INVALID KEY CONTINUE
060100     END-WRITE.
060200 2110-INDEX-ONE-SNAPSHOT-EXIT.
060300     EXIT.
060400
060500 2200-FREEZE-NEXT-ENROLLMENT.
060600     READ ENROLLMENT-FILE NEXT
060700         AT END SET ENRL-STATUS-EOF TO TRUE
060800     END-READ.
060900     IF NOT ENRL-STATUS-OK
061000         SET ENRL-STATUS-EOF TO TRUE
061100         GO TO 2200-FREEZE-NEXT-ENROLLMENT-EXIT
061200     END-IF.
061300     IF ENRL-TERM NOT = WS-CENSUS-TERM
061400             OR NOT ENRL-REGISTERED
061500         GO TO 2200-FREEZE-NEXT-ENROLLMENT-EXIT
061600     END-IF.
061700
061800     IF WS-FIRST-STUDENT
061900             OR ENRL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
062000         IF NOT WS-FIRST-STUDENT
062100             PERFORM 2300-FREEZE-ONE-STUDENT
062200                 THRU 2300-FREEZE-ONE-STUDENT-EXIT
062300         END-IF
062400         MOVE ENRL-STUDENT-ID TO WS-PREV-STUDENT-ID
062500         MOVE ZERO TO WS-CREDIT-LOAD
062600     END-IF.
062700     MOVE 'N' TO WS-FIRST-STUDENT-SW.
062800
062900     MOVE ZERO TO WS-SECTION-CREDITS.
063000     MOVE ENRL-COURSE-ID TO COURSE-ID.
063100     READ COURSE-CATALOG
063200         INVALID KEY CONTINUE
063300         NOT INVALID KEY
063400             IF COURSE-CREDITS IS NUMERIC
063500                 MOVE COURSE-CREDITS TO WS-SECTION-CREDITS
063600             END-IF
063700     END-READ.
063800     ADD WS-SECTION-CREDITS TO WS-CREDIT-LOAD.
063900
064000     MOVE SPACES TO CENSUS-RECORD.
064100     MOVE WS-CENSUS-TERM TO CENS-TERM.
064200     MOVE ENRL-STUDENT-ID TO CENS-STUDENT-ID.
064300     MOVE ENRL-COURSE-ID TO CENS-COURSE-ID.
064400     MOVE ENRL-SECTION TO CENS-SECTION.
064500     SET CENS-ENROLLMENT TO TRUE.
064600     MOVE WS-FREEZE-DATE TO CENS-FREEZE-DATE.
064700     MOVE WS-SECTION-CREDITS TO CENS-CREDITS.
064800     PERFORM 2400-WRITE-CENSUS-RECORD
064900         THRU 2400-WRITE-CENSUS-RECORD-EXIT.
065000     ADD 1 TO WS-ENROLLMENTS-FROZEN.
065100 2200-FREEZE-NEXT-ENROLLMENT-EXIT.
065200     EXIT.
065300
065400 2300-FREEZE-ONE-STUDENT.
065500     MOVE SPACES TO CENSUS-RECORD.
065600     MOVE WS-CENSUS-TERM TO CENS-TERM.
065700     MOVE WS-PREV-STUDENT-ID TO CENS-STUDENT-ID.
065800     SET CENS-STUDENT TO TRUE.
065900     MOVE WS-FREEZE-DATE TO CENS-FREEZE-DATE.
066000     MOVE WS-CREDIT-LOAD TO CENS-CREDITS.
066100*    AN ENROLLMENT WHOSE STUDENT IS OFF THE MASTER STILL
066200*    COUNTS - THE STATUS IS FROZEN AS '?' FOR FOLLOW-UP.
066300     MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
066400     READ STUDENT
066500         INVALID KEY
066600             MOVE '?' TO CENS-ENROLL-STATUS
066700             ADD 1 TO WS-NOT-ON-MASTER
066800             SET RC-WARNING TO TRUE
066900         NOT INVALID KEY
067000             MOVE STUDENT-ENROLL-STATUS TO CENS-ENROLL-STATUS
067100     END-READ.
067200     EVALUATE TRUE
067300         WHEN WS-CREDIT-LOAD NOT < WS-FULL-TIME-MIN
067400             SET CENS-FULL-TIME TO TRUE
067500         WHEN WS-CREDIT-LOAD NOT < WS-THREE-QTR-MIN
067600             SET CENS-THREE-QUARTER TO TRUE
067700         WHEN WS-CREDIT-LOAD NOT < WS-HALF-TIME-MIN
067800             SET CENS-HALF-TIME TO TRUE
067900         WHEN OTHER
068000             SET CENS-LESS-THAN-HALF TO TRUE
068100     END-EVALUATE.
068200     MOVE WS-PREV-STUDENT-ID TO PRX-STUDENT-ID.
068300     READ PRIOR-INDEX
068400         INVALID KEY SET CENS-NEW-STUDENT TO TRUE
068500         NOT INVALID KEY SET CENS-CONTINUING TO TRUE
068600     END-READ.
068700     PERFORM 2400-WRITE-CENSUS-RECORD
068800         THRU 2400-WRITE-CENSUS-RECORD-EXIT.
068900     ADD 1 TO WS-STUDENTS-FROZEN.
069000 2300-FREEZE-ONE-STUDENT-EXIT.
069100     EXIT.
069200
069300 2400-WRITE-CENSUS-RECORD.
069400*    A FREEZE THAT DIED BEFORE ITS HEADER IS RERUN ON THE
069500*    CENSUS DATE - ANY RECORD IT LEFT IS OVERWRITTEN.
069600     WRITE CENSUS-RECORD
069700         INVALID KEY
069800             REWRITE CENSUS-RECORD
069900                 INVALID KEY
070000                     DISPLAY 'CENSUS - UNABLE TO WRITE CENSUSF '
070100                         CENS-KEY ', STATUS=' WS-CENS-STATUS
070200                     SET RC-SEVERE TO TRUE
070300             END-REWRITE
070400     END-WRITE.
070500 2400-WRITE-CENSUS-RECORD-EXIT.
070600     EXIT.
070700
070800 3000-LOAD-FROZEN-COPY.
070900     OPEN INPUT CENSUS-FILE.
071000     IF NOT CENS-STATUS-OK
071100         DISPLAY 'CENSUS - UNABLE TO OPEN CENSUSF, STATUS='
071200             WS-CENS-STATUS
071300         SET RC-SEVERE TO TRUE
071400         GO TO 3000-LOAD-FROZEN-COPY-EXIT
071500     END-IF.
071600     MOVE WS-CENSUS-TERM TO CENS-TERM.
071700     MOVE ZERO TO CENS-STUDENT-ID.
071800     MOVE SPACES TO CENS-COURSE-ID.
071900     MOVE SPACES TO CENS-SECTION.
072000     START CENSUS-FILE KEY IS NOT LESS THAN CENS-KEY
072100         INVALID KEY SET CENS-STATUS-EOF TO TRUE
072200     END-START.
072300     PERFORM 3100-RELEASE-NEXT-CENSUS
072400         THRU 3100-RELEASE-NEXT-CENSUS-EXIT
072500         UNTIL CENS-STATUS-EOF.
072600     CLOSE CENSUS-FILE.
072700 3000-LOAD-FROZEN-COPY-EXIT.
072800     EXIT.
072900
073000 3100-RELEASE-NEXT-CENSUS.
073100     READ CENSUS-FILE NEXT
073200         AT END SET CENS-STATUS-EOF TO TRUE
073300     END-READ.
073400     IF NOT CENS-STATUS-OK
073500         SET CENS-STATUS-EOF TO TRUE
073600         GO TO 3100-RELEASE-NEXT-CENSUS-EXIT
073700     END-IF.
073800     IF CENS-TERM NOT = WS-CENSUS-TERM
073900         SET CENS-STATUS-EOF TO TRUE
074000         GO TO 3100-RELEASE-NEXT-CENSUS-EXIT
074100     END-IF.
074200     EVALUATE TRUE
074300         WHEN CENS-HEADER
074400             MOVE CENS-FREEZE-DATE TO WS-FREEZE-DATE
074500         WHEN CENS-STUDENT
074600             PERFORM 3200-COUNT-ONE-STUDENT
074700                 THRU 3200-COUNT-ONE-STUDENT-EXIT
074800         WHEN CENS-ENROLLMENT
074900             MOVE CENS-COURSE-ID  TO SORT-COURSE-ID
075000             MOVE CENS-STUDENT-ID TO SORT-STUDENT-ID
075100             MOVE CENS-SECTION    TO SORT-SECTION
075200             MOVE CENS-CREDITS    TO SORT-CREDITS
075300             RELEASE SORT-ENROLLMENT-RECORD
075400     END-EVALUATE.
075500 3100-RELEASE-NEXT-CENSUS-EXIT.
075600     EXIT.
075700
075800 3200-COUNT-ONE-STUDENT.
075900     ADD 1 TO WS-TOTAL-HEADCOUNT.
076000     ADD CENS-CREDITS TO WS-TOTAL-HOURS.
076100     EVALUATE TRUE
076200         WHEN CENS-FULL-TIME
076300             ADD 1 TO WS-FT-HEADCOUNT
076400             ADD CENS-CREDITS TO WS-FT-HOURS
076500         WHEN CENS-THREE-QUARTER
076600             ADD 1 TO WS-TQ-HEADCOUNT
076700             ADD CENS-CREDITS TO WS-TQ-HOURS
076800         WHEN CENS-HALF-TIME
076900             ADD 1 TO WS-HT-HEADCOUNT
077000             ADD CENS-CREDITS TO WS-HT-HOURS
077100         WHEN OTHER
077200             ADD 1 TO WS-LT-HEADCOUNT
077300             ADD CENS-CREDITS TO WS-LT-HOURS
077400     END-EVALUATE.
077500     IF NOT CENS-FULL-TIME
077600         ADD 1 TO WS-PT-HEADCOUNT
077700         ADD CENS-CREDITS TO WS-PT-HOURS
077800     END-IF.
077900     IF CENS-NEW-STUDENT
078000         ADD 1 TO WS-NEW-HEADCOUNT
078100         ADD CENS-CREDITS TO WS-NEW-HOURS
078200     ELSE
078300         ADD 1 TO WS-CONT-HEADCOUNT
078400         ADD CENS-CREDITS TO WS-CONT-HOURS
078500     END-IF.
078600 3200-COUNT-ONE-STUDENT-EXIT.
078700     EXIT.
078800
078900 4000-PRINT-COURSE-COUNTS.
079000     MOVE SPACES TO CENSUS-REPORT-LINE.
079100     STRING 'OFFICIAL CENSUS STATISTICS - TERM ' WS-CENSUS-TERM
079200            ' FROZEN ' WS-FREEZE-DATE
079300            ' RUN ' WS-TODAY-YYYYMMDD
079400         DELIMITED BY SIZE
079500         INTO CENSUS-REPORT-LINE
079600     END-STRING.
079700     WRITE CENSUS-REPORT-LINE.
079800     MOVE SPACES TO CENSUS-REPORT-LINE.
079900     WRITE CENSUS-REPORT-LINE.
080000     MOVE 'BY COURSE                        HEADCOUNT  CR HOURS'
080100         TO CENSUS-REPORT-LINE.
080200     WRITE CENSUS-REPORT-LINE.
080300     PERFORM 4100-RETURN-NEXT-ENROLLMENT
080400         THRU 4100-RETURN-NEXT-ENROLLMENT-EXIT
080500         UNTIL SORT-AT-EOF.
080600     IF NOT WS-FIRST-COURSE
080700         PERFORM 4200-PRINT-ONE-COURSE
080800             THRU 4200-PRINT-ONE-COURSE-EXIT
080900     END-IF.
081000 4000-PRINT-COURSE-COUNTS-EXIT.
081100     EXIT.
081200
081300 4100-RETURN-NEXT-ENROLLMENT.
081400     RETURN SORT-WORK INTO SORT-ENROLLMENT-RECORD
081500         AT END SET SORT-AT-EOF TO TRUE
081600     END-RETURN.
081700     IF SORT-AT-EOF
081800         GO TO 4100-RETURN-NEXT-ENROLLMENT-EXIT
081900     END-IF.
082000     IF NOT WS-FIRST-COURSE
082100             AND SORT-COURSE-ID NOT = WS-PREV-COURSE-ID
082200         PERFORM 4200-PRINT-ONE-COURSE
082300             THRU 4200-PRINT-ONE-COURSE-EXIT
082400     END-IF.
082500     IF WS-FIRST-COURSE
082600             OR SORT-COURSE-ID NOT = WS-PREV-COURSE-ID
082700         MOVE SORT-COURSE-ID TO WS-PREV-COURSE-ID
082800         MOVE ZERO TO WS-COURSE-HEADCOUNT
082900         MOVE ZERO TO WS-COURSE-HOURS
083000         MOVE ZERO TO WS-PREV-SORT-STUDENT
083100     END-IF.
083200     MOVE 'N' TO WS-FIRST-COURSE-SW.
083300*    A STUDENT HOLDING SEATS IN TWO SECTIONS OF ONE COURSE IS
083400*    ONE HEAD BUT BOTH SECTIONS' HOURS.
083500     IF SORT-STUDENT-ID NOT = WS-PREV-SORT-STUDENT
083600         ADD 1 TO WS-COURSE-HEADCOUNT
083700         MOVE SORT-STUDENT-ID TO WS-PREV-SORT-STUDENT
083800     END-IF.
083900     ADD SORT-CREDITS TO WS-COURSE-HOURS.
084000 4100-RETURN-NEXT-ENROLLMENT-EXIT.
084100     EXIT.
084200
084300 4200-PRINT-ONE-COURSE.
084400     MOVE SPACES TO WS-STAT-LABEL.
084500     MOVE WS-PREV-COURSE-ID TO WS-STAT-LABEL(3:8).
084600     MOVE WS-COURSE-HEADCOUNT TO WS-STAT-HEADCOUNT.
084700     MOVE WS-COURSE-HOURS TO WS-STAT-HOURS.
084800     PERFORM 6000-PRINT-STAT-LINE
084900         THRU 6000-PRINT-STAT-LINE-EXIT.
085000 4200-PRINT-ONE-COURSE-EXIT.
085100     EXIT.
085200
085300 5000-PRINT-LOAD-AND-ADMIT.
085400     MOVE SPACES TO CENSUS-REPORT-LINE.
085500     WRITE CENSUS-REPORT-LINE.
085600     MOVE 'BY ENROLLMENT LOAD               HEADCOUNT  CR HOURS'
085700         TO CENSUS-REPORT-LINE.
085800     WRITE CENSUS-REPORT-LINE.
085900     MOVE '  FULL TIME' TO WS-STAT-LABEL.
086000     MOVE WS-FT-HEADCOUNT TO WS-STAT-HEADCOUNT.
086100     MOVE WS-FT-HOURS TO WS-STAT-HOURS.
086200     PERFORM 6000-PRINT-STAT-LINE
086300         THRU 6000-PRINT-STAT-LINE-EXIT.
086400     MOVE '  PART TIME' TO WS-STAT-LABEL.
086500     MOVE WS-PT-HEADCOUNT TO WS-STAT-HEADCOUNT.
086600     MOVE WS-PT-HOURS TO WS-STAT-HOURS.
086700     PERFORM 6000-PRINT-STAT-LINE
086800         THRU 6000-PRINT-STAT-LINE-EXIT.
086900     MOVE '    THREE-QUARTER TIME' TO WS-STAT-LABEL.
087000     MOVE WS-TQ-HEADCOUNT TO WS-STAT-HEADCOUNT.
087100     MOVE WS-TQ-HOURS TO WS-STAT-HOURS.
087200     PERFORM 6000-PRINT-STAT-LINE
087300         THRU 6000-PRINT-STAT-LINE-EXIT.
087400     MOVE '    HALF TIME' TO WS-STAT-LABEL.
087500     MOVE WS-HT-HEADCOUNT TO WS-STAT-HEADCOUNT.
087600     MOVE WS-HT-HOURS TO WS-STAT-HOURS.
087700     PERFORM 6000-PRINT-STAT-LINE
087800         THRU 6000-PRINT-STAT-LINE-EXIT.
087900     MOVE '    LESS THAN HALF TIME' TO WS-STAT-LABEL.
088000     MOVE WS-LT-HEADCOUNT TO WS-STAT-HEADCOUNT.
088100     MOVE WS-LT-HOURS TO WS-STAT-HOURS.
088200     PERFORM 6000-PRINT-STAT-LINE
088300         THRU 6000-PRINT-STAT-LINE-EXIT.
088400
088500     MOVE SPACES TO CENSUS-REPORT-LINE.
088600     WRITE CENSUS-REPORT-LINE.
088700     MOVE 'BY ADMISSION                     HEADCOUNT  CR HOURS'
088800         TO CENSUS-REPORT-LINE.
088900     WRITE CENSUS-REPORT-LINE.
089000     MOVE '  NEW STUDENTS' TO WS-STAT-LABEL.
089100     MOVE WS-NEW-HEADCOUNT TO WS-STAT-HEADCOUNT.
089200     MOVE WS-NEW-HOURS TO WS-STAT-HOURS.
089300     PERFORM 6000-PRINT-STAT-LINE
089400         THRU 6000-PRINT-STAT-LINE-EXIT.
089500     MOVE '  CONTINUING STUDENTS' TO WS-STAT-LABEL.
089600     MOVE WS-CONT-HEADCOUNT TO WS-STAT-HEADCOUNT.
089700     MOVE WS-CONT-HOURS TO WS-STAT-HOURS.
089800     PERFORM 6000-PRINT-STAT-LINE
089900         THRU 6000-PRINT-STAT-LINE-EXIT.
090000
090100     MOVE SPACES TO CENSUS-REPORT-LINE.
090200     WRITE CENSUS-REPORT-LINE.
090300     MOVE 'TERM TOTAL' TO WS-STAT-LABEL.
090400     MOVE WS-TOTAL-HEADCOUNT TO WS-STAT-HEADCOUNT.
090500     MOVE WS-TOTAL-HOURS TO WS-STAT-HOURS.
090600     PERFORM 6000-PRINT-STAT-LINE
090700         THRU 6000-PRINT-STAT-LINE-EXIT.
090800 5000-PRINT-LOAD-AND-ADMIT-EXIT.
090900     EXIT.
091000
091100 6000-PRINT-STAT-LINE.
091200     MOVE WS-STAT-HEADCOUNT TO WS-HEADCOUNT-EDIT.
091300     MOVE WS-STAT-HOURS TO WS-HOURS-EDIT.
091400     MOVE SPACES TO CENSUS-REPORT-LINE.
091500     STRING WS-STAT-LABEL '   ' WS-HEADCOUNT-EDIT
091600            '   ' WS-HOURS-EDIT
091700         DELIMITED BY SIZE
091800         INTO CENSUS-REPORT-LINE
091900     END-STRING.
092000     WRITE CENSUS-REPORT-LINE.
092100 6000-PRINT-STAT-LINE-EXIT.
092200     EXIT.
092300
092400 7000-WRITE-RUNCTL-COMPLETE.
092500     MOVE '00' TO WS-RUNCTL-STATUS.
092600     OPEN EXTEND RUNCTL-FILE.
092700     IF NOT RUNCTL-STATUS-OK
092800         OPEN OUTPUT RUNCTL-FILE
092900     END-IF.
093000     MOVE 'CENSUS  ' TO RUNCTL-STEP-NAME.
093100     SET RUNCTL-COMPLETE TO TRUE.
093200     MOVE WS-CENSUS-TERM TO RUNCTL-LAST-KEY.
093300     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
093400     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
093500     MOVE SPACES TO RUNCTL-OPERATOR-ID.
093600     WRITE RUNCTL-RECORD.
093700     CLOSE RUNCTL-FILE.
093800 7000-WRITE-RUNCTL-COMPLETE-EXIT.
093900     EXIT.
094000
094100 9000-FINISH.
094200     CLOSE CENSUS-REPORT.
094300     DISPLAY 'CENSUS - TERM              : ' WS-CENSUS-TERM.
094400     DISPLAY 'CENSUS - ENROLLMENTS FROZEN: '
094500         WS-ENROLLMENTS-FROZEN.
094600     DISPLAY 'CENSUS - STUDENTS FROZEN   : ' WS-STUDENTS-FROZEN.
094700     DISPLAY 'CENSUS - NOT ON MASTER     : ' WS-NOT-ON-MASTER.
094800     DISPLAY 'CENSUS - OFFICIAL HEADCOUNT: ' WS-TOTAL-HEADCOUNT.
094900     DISPLAY 'CENSUS - RETURN CODE       : ' WS-RETURN-CODE.
095000 9000-FINISH-EXIT.
095100     EXIT.
095200
095300 9999-EXIT.
095400     STOP RUN.
