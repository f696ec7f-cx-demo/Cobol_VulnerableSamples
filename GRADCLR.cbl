002200*   2026-09-03 RLW  EVERY CLEARANCE NOW APPENDS A BEFORE/AFTER
002300*                    RECORD TO THE SHARED STUCHGLG STUDENT
002400*                    CHANGE LOG (SEE STUCHGRC).
002500*   2026-10-15 RLW  A CANDIDATE NOW ALSO NEEDS A COMPLETE DEGREE
002600*                    AUDIT ON THE DEGAUDF FILE DEGAUDIT BUILDS
002700*                    (SEE DAUDREC).  CREDITS AND GPA ALONE NO
002800*                    LONGER CLEAR - NO AUDIT RECORD, OR AN AUDIT
002900*                    WITH LINES IN PROGRESS OR UNMET, PRINTS AS
003000*                    A NEAR-MISS WITH THE AUDIT STATUS.
003100*   2026-10-15 RLW  EVERY CLEARANCE NOW ALSO APPENDS A 'GRAD'
003200*                    RECORD TO THE SHARED NOTIFQ NOTIFICATION
003300*                    QUEUE (SEE NOTFREC) FOR THE NIGHTLY
003400*                    NOTIFY STEP.
003500*   2026-10-15 RLW  LATIN HONORS AND CLASS RANK.  THE CLEARED
003600*                    CLASS IS SORTED BY STUDENT-GPA AND THEN
003700*                    DEGPFILE CREDITS, BOTH DESCENDING, AND
003800*                    RANKED (EQUAL GPA AND CREDITS SHARE A
003900*                    RANK).  CUM LAUDE, MAGNA AND SUMMA CUM
004000*                    LAUDE COME FROM THE GPA THRESHOLDS ON THE
004100*                    PARAMETER CARD, FOR GRADUATES WITH THE
004200*                    MINIMUM PROG-CREDITS-HERE.  THE DIPLOMA
004300*                    LIST NOW PRINTS IN RANK ORDER WITH RANK AND
004400*                    HONORS, AND A NEW COMMENCEMENT PROGRAM
004500*                    LISTING (COMMPGM) GROUPS THE CLASS BY
004600*                    HONORS.  THE PROGRAM IS PUBLIC, SO A
004700*                    PRIVHOLD STUDENT IS LISTED THERE BY NAME
004800*                    ONLY, WITH THE GRADUATES, AS REGXTR AND
004900*                    DEANLIST TREAT HELD STUDENTS.
005000*================================================================
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT STUDENT ASSIGN TO FILENAME
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS STUDENT-ID
005800         FILE STATUS IS WS-STUDENT-STATUS.
005900
006000     SELECT PROGRESS-FILE ASSIGN TO "DEGPFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PROG-STUDENT-ID
006400         FILE STATUS IS WS-PROG-STATUS.
006500
006600     SELECT AUDIT-FILE ASSIGN TO "DEGAUDF"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DAUD-STUDENT-ID
007000         FILE STATUS IS WS-DAUD-STATUS.
007100
007200     SELECT PRIVACY-FILE ASSIGN TO "PRIVHOLD"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS PRIV-STUDENT-ID
007600         FILE STATUS IS WS-PRIV-STATUS.
007700
007800     SELECT COMMENCEMENT-INDEX ASSIGN TO "COMMPIDX"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS CPX-KEY
008200         FILE STATUS IS WS-CPX-STATUS.
008300
008400     SELECT HONORS-SORT ASSIGN TO "GRADSWRK".
008500
008600     SELECT DIPLOMA-LIST ASSIGN TO "DIPLOMA"
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800
008900     SELECT COMMENCEMENT-PROGRAM ASSIGN TO "COMMPGM"
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200     SELECT CLEARANCE-REPORT ASSIGN TO "GRADCLRR"
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400
009500     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-CALENDAR-STATUS.
009800
009900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-BUSDATE-STATUS.
010200
010300     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-PARM-STATUS.
010600
010700     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-RUNCTL-STATUS.
011000
011100     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-CHGLOG-STATUS.
011400
011500     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQ"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-NOTF-STATUS.
011800
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  STUDENT.
012200     COPY STUDREC.
012300
012400 01  FILENAME                   PIC X(12).
012500
012600 FD  PROGRESS-FILE.
012700     COPY PROGREC.
012800
012900 FD  AUDIT-FILE.
013000     COPY DAUDREC.
013100
013200 FD  PRIVACY-FILE.
013300     COPY PRIVREC.
013400
013500*    THE COMMENCEMENT PROGRAM'S ORDER - HONORS GROUP, THEN
013600*    NAME.  GROUPS 1-3 ARE SUMMA, MAGNA AND CUM LAUDE, 4 THE
013700*    REST OF THE CLASS.
013800 FD  COMMENCEMENT-INDEX.
013900 01  COMMENCEMENT-INDEX-RECORD.
014000     05  CPX-KEY.
014100         10  CPX-HONORS-GROUP        PIC 9(01).
014200         10  CPX-NAME                PIC A(25).
014300         10  CPX-STUDENT-ID          PIC 9(09).
014400     05  CPX-PROGRAM-CODE            PIC X(06).
014500
014600 SD  HONORS-SORT.
014700 01  HONORS-SORT-RECORD.
014800     05  HSRT-GPA                    PIC 9(01)V9(02).
014900     05  HSRT-CREDITS                PIC 9(04).
015000     05  HSRT-STUDENT-ID             PIC 9(09).
015100     05  HSRT-NAME                   PIC A(25).
015200     05  HSRT-CREDITS-HERE           PIC 9(04).
015300     05  HSRT-PROGRAM-CODE           PIC X(06).
015400     05  HSRT-HELD-SW                PIC X(01).
015500         88  HSRT-HELD               VALUE 'Y'.
015600
015700 FD  DIPLOMA-LIST.
015800 01  DIPLOMA-LIST-LINE              PIC X(132).
015900
016000 FD  COMMENCEMENT-PROGRAM.
016100 01  COMMENCEMENT-PROGRAM-LINE      PIC X(80).
016200
016300 FD  CLEARANCE-REPORT.
016400 01  CLEARANCE-REPORT-LINE          PIC X(80).
016500
016600 FD  CALENDAR-FILE.
016700     COPY CALREC.
016800
016900 FD  BUSDATE-FILE.
017000     COPY BUSDATE.
017100
017200 FD  PARM-CARD-FILE.
017300     COPY PARMREC.
017400
017500 FD  RUNCTL-FILE.
017600     COPY RUNCTL.
017700
017800 FD  CHANGE-LOG.
017900     COPY STUCHGRC.
018000
018100 FD  NOTIFY-QUEUE.
018200     COPY NOTFREC.
018300
018400 WORKING-STORAGE SECTION.
018500     COPY STUDWS.
018600     COPY RETCODES.
018700
018800 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
018900     88  STUDENT-STATUS-OK           VALUE '00'.
019000 01  WS-PROG-STATUS                 PIC X(02) VALUE '00'.
019100     88  PROG-STATUS-OK              VALUE '00'.
019200     88  PROG-STATUS-EOF             VALUE '10'.
019300 01  WS-DAUD-STATUS                 PIC X(02) VALUE '00'.
019400     88  DAUD-STATUS-OK              VALUE '00'.
019500 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
019600     88  CALENDAR-STATUS-OK          VALUE '00'.
019700     88  CALENDAR-STATUS-EOF         VALUE '10'.
019800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
019900     88  BUSDATE-STATUS-OK           VALUE '00'.
020000 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
020100     88  PARM-STATUS-OK              VALUE '00'.
020200     88  PARM-STATUS-EOF             VALUE '10'.
020300 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
020400     88  RUNCTL-STATUS-OK            VALUE '00'.
020500 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
020600     88  CHGLOG-STATUS-OK            VALUE '00'.
020700 01  WS-NOTF-STATUS                 PIC X(02) VALUE '00'.
020800     88  NOTF-STATUS-OK              VALUE '00'.
020900 01  WS-PRIV-STATUS                 PIC X(02) VALUE '00'.
021000     88  PRIV-STATUS-OK              VALUE '00'.
021100 01  WS-CPX-STATUS                  PIC X(02) VALUE '00'.
021200     88  CPX-STATUS-OK               VALUE '00'.
021300     88  CPX-STATUS-EOF              VALUE '10'.
021400
021500 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
021600     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
021700 01  WS-STEP-SKIPPED-SW             PIC X(01) VALUE 'N'.
021800     88  WS-STEP-SKIPPED             VALUE 'Y'.
021900 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
022000     88  WS-PARM-FOUND               VALUE 'Y'.
022100 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
022200     88  WS-STUDENT-FOUND            VALUE 'Y'.
022300 01  WS-AUDIT-OPEN-SW               PIC X(01) VALUE 'N'.
022400     88  WS-AUDIT-OPEN               VALUE 'Y'.
022500 01  WS-AUDIT-FOUND-SW              PIC X(01) VALUE 'N'.
022600     88  WS-AUDIT-FOUND              VALUE 'Y'.
022700 01  WS-AUDIT-COMPLETE-SW           PIC X(01) VALUE 'N'.
022800     88  WS-AUDIT-COMPLETE           VALUE 'Y'.
022900 01  WS-PRIV-FILE-SW                PIC X(01) VALUE 'N'.
023000     88  WS-PRIV-FILE-OPEN           VALUE 'Y'.
023100 01  WS-HELD-SW                     PIC X(01) VALUE 'N'.
023200     88  WS-STUDENT-HELD             VALUE 'Y'.
023300 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
023400     88  SORT-AT-EOF                 VALUE 'Y'.
023500
023600 01  WS-REQUIRED-CREDITS            PIC 9(03) VALUE 120.
023700 01  WS-REQUIRED-GPA                PIC 9(01)V9(02) VALUE 2.00.
023800*    A NEAR-MISS IS WITHIN ONE TERM'S WORTH OF CREDITS, OR HAS
023900*    THE CREDITS BUT NOT THE GPA - EITHER WAY THE REGISTRAR
024000*    WANTS TO SEE EXACTLY WHAT IS MISSING.
024100 01  WS-NEAR-MISS-MARGIN            PIC 9(03) VALUE 12.
024200 01  WS-CREDITS-SHORT               PIC 9(04) VALUE ZERO.
024300*    THE CARD CARRIES THE GPA AS THREE DIGITS WITH AN IMPLIED
024400*    DECIMAL - '200' READS AS 2.00 THROUGH THE REDEFINES.
024500 01  WS-GPA-PARM-X                  PIC X(03) VALUE SPACES.
024600 01  WS-GPA-PARM REDEFINES WS-GPA-PARM-X
024700                                    PIC 9(01)V9(02).
024800*    LATIN HONORS - THE GPA FLOORS FOR EACH DISTINCTION, AND
024900*    THE CREDITS A GRADUATE MUST HAVE EARNED HERE, NOT BY
025000*    TRANSFER, TO BE ELIGIBLE FOR ANY OF THEM.
025100 01  WS-CUM-LAUDE-GPA               PIC 9(01)V9(02) VALUE 3.50.
025200 01  WS-MAGNA-GPA                   PIC 9(01)V9(02) VALUE 3.70.
025300 01  WS-SUMMA-GPA                   PIC 9(01)V9(02) VALUE 3.90.
025400 01  WS-HONORS-CREDITS-HERE         PIC 9(03) VALUE 060.
025500 01  WS-HONORS-TEXT                 PIC X(15) VALUE SPACES.
025600 01  WS-HONORS-GROUP                PIC 9(01) VALUE ZERO.
025700 01  WS-PREV-GROUP                  PIC 9(01) VALUE ZERO.
025800 01  WS-CREDITS-HERE                PIC 9(04) VALUE ZERO.
025900*    CLASS RANK - EQUAL GPA AND CREDITS SHARE THE RANK OF THE
026000*    FIRST OF THEM, AND THE NEXT DIFFERENT ONE TAKES ITS PLACE
026100*    IN LINE (1, 2, 2, 4).
026200 01  WS-RANK-SEQ                    PIC 9(05) VALUE ZERO.
026300 01  WS-CLASS-RANK                  PIC 9(05) VALUE ZERO.
026400 01  WS-PREV-RANK-GPA               PIC 9(01)V9(02) VALUE ZERO.
026500 01  WS-PREV-RANK-CREDITS           PIC 9(04) VALUE ZERO.
026600 01  WS-RANK-EDIT                   PIC ZZZZ9.
026700 01  WS-CLASS-SIZE-EDIT             PIC ZZZZ9.
026800
026900 01  WS-CANDIDATES-READ             PIC 9(07) COMP VALUE ZERO.
027000 01  WS-STUDENTS-CLEARED            PIC 9(07) COMP VALUE ZERO.
027100 01  WS-NEAR-MISSES                 PIC 9(07) COMP VALUE ZERO.
027200 01  WS-SUMMA-COUNT                 PIC 9(07) COMP VALUE ZERO.
027300 01  WS-MAGNA-COUNT                 PIC 9(07) COMP VALUE ZERO.
027400 01  WS-CUM-LAUDE-COUNT             PIC 9(07) COMP VALUE ZERO.
027500 01  WS-HONORS-WITHHELD             PIC 9(07) COMP VALUE ZERO.
027600
027700 01  WS-CURRENT-DATE-TIME.
027800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
027900     05  WS-TIME-HHMMSSHH           PIC 9(08).
028000     05  FILLER                     PIC X(05).
028100
028200 PROCEDURE DIVISION.
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE
028500         THRU 1000-INITIALIZE-EXIT.
028600
028700     IF WS-STEP-SKIPPED OR RC-SEVERE
028800         GO TO 0000-WRAP-UP
028900     END-IF.
029000
029100     SORT HONORS-SORT
029200         ON DESCENDING KEY HSRT-GPA HSRT-CREDITS
029300         ON ASCENDING KEY HSRT-STUDENT-ID
029400         INPUT PROCEDURE IS 2500-SELECT-GRADUATES
029500             THRU 2500-SELECT-GRADUATES-EXIT
029600         OUTPUT PROCEDURE IS 5000-RANK-GRADUATES
029700             THRU 5000-RANK-GRADUATES-EXIT.
029800
029900     PERFORM 6000-PRINT-COMMENCEMENT
030000         THRU 6000-PRINT-COMMENCEMENT-EXIT.
030100
030200     PERFORM 7000-WRITE-RUNCTL-COMPLETE
030300         THRU 7000-WRITE-RUNCTL-COMPLETE-EXIT.
030400
030500 0000-WRAP-UP.
030600     PERFORM 9000-FINISH
030700         THRU 9000-FINISH-EXIT.
030800     MOVE WS-RETURN-CODE TO RETURN-CODE.
030900     GO TO 9999-EXIT.
031000
031100 1000-INITIALIZE.
031200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
031300     PERFORM 1050-GET-BUSINESS-DATE
031400         THRU 1050-GET-BUSINESS-DATE-EXIT.
031500*    CLEARANCE BELONGS IN THE TERM-END WINDOW ONLY - THE
031600*    CALENDAR ENABLES, A MISSING CALENDAR FAILS CLOSED.
031700     PERFORM 1055-CHECK-CALENDAR
031800         THRU 1055-CHECK-CALENDAR-EXIT.
031900     IF WS-STEP-SKIPPED
032000         GO TO 1000-INITIALIZE-EXIT
032100     END-IF.
032200     PERFORM 1080-READ-PARM-CARD
032300         THRU 1080-READ-PARM-CARD-EXIT.
032400     IF NOT WS-PARM-FOUND
032500         DISPLAY 'ENTER STUDENT DATASET NAME: '
032600         ACCEPT FILENAME
032700     END-IF.
032800     OPEN OUTPUT DIPLOMA-LIST.
032900     OPEN OUTPUT CLEARANCE-REPORT.
033000     OPEN OUTPUT COMMENCEMENT-PROGRAM.
033100*    THE SHARED STUDENT CHANGE LOG IS PERMANENT - EXTEND.
033200     OPEN EXTEND CHANGE-LOG.
033300     IF NOT CHGLOG-STATUS-OK
033400         OPEN OUTPUT CHANGE-LOG
033500     END-IF.
033600*    SO IS THE SHARED NOTIFICATION QUEUE.
033700     OPEN EXTEND NOTIFY-QUEUE.
033800     IF NOT NOTF-STATUS-OK
033900         OPEN OUTPUT NOTIFY-QUEUE
034000     END-IF.
034100     MOVE SPACES TO CLEARANCE-REPORT-LINE.
034200     STRING 'GRADUATION CLEARANCE ' WS-TODAY-YYYYMMDD
034300            ' CREDITS ' WS-REQUIRED-CREDITS
034400            ' GPA ' WS-REQUIRED-GPA
034500         DELIMITED BY SIZE
034600         INTO CLEARANCE-REPORT-LINE
034700     END-STRING.
034800     WRITE CLEARANCE-REPORT-LINE.
034900     OPEN I-O STUDENT.
035000     IF NOT STUDENT-STATUS-OK
035100         DISPLAY 'GRADCLR - UNABLE TO OPEN STUDENT FILE, STATUS='
035200             WS-STUDENT-STATUS
035300         SET RC-SEVERE TO TRUE
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF.
035600     OPEN INPUT PROGRESS-FILE.
035700     IF NOT PROG-STATUS-OK
035800         DISPLAY 'GRADCLR - UNABLE TO OPEN DEGPFILE, STATUS='
035900             WS-PROG-STATUS
036000         SET RC-SEVERE TO TRUE
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF.
036300*    NO AUDIT FILE MEANS NO AUDIT IS COMPLETE - EVERY
036400*    CANDIDATE PRINTS AS A NEAR-MISS AND NOBODY CLEARS.
036500     OPEN INPUT AUDIT-FILE.
036600     IF DAUD-STATUS-OK
036700         SET WS-AUDIT-OPEN TO TRUE
036800     ELSE
036900         DISPLAY 'GRADCLR - DEGAUDF NOT AVAILABLE, STATUS='
037000             WS-DAUD-STATUS ' - NO CANDIDATE CLEARS'
037100         SET RC-WARNING TO TRUE
037200     END-IF.
037300*    A MISSING PRIVACY-HOLD FILE MEANS NO HOLDS CAN BE HONORED
037400*    - CLEARANCE GOES ON, BUT THE COMMENCEMENT PROGRAM SHOWS
037500*    NOBODY'S HONORS RATHER THAN RISK PUBLISHING A HELD ONE.
037600     OPEN INPUT PRIVACY-FILE.
037700     IF PRIV-STATUS-OK
037800         SET WS-PRIV-FILE-OPEN TO TRUE
037900     ELSE
038000         DISPLAY 'GRADCLR - UNABLE TO OPEN PRIVHOLD, STATUS='
038100             WS-PRIV-STATUS ' - ALL HONORS WITHHELD'
038200         SET RC-WARNING TO TRUE
038300     END-IF.
038400     OPEN OUTPUT COMMENCEMENT-INDEX.
038500     IF NOT CPX-STATUS-OK
038600         DISPLAY 'GRADCLR - UNABLE TO BUILD COMMPIDX, STATUS='
038700             WS-CPX-STATUS
038800         SET RC-SEVERE TO TRUE
038900         GO TO 1000-INITIALIZE-EXIT
039000     END-IF.
039100     CLOSE COMMENCEMENT-INDEX.
039200     OPEN I-O COMMENCEMENT-INDEX.
039300     MOVE LOW-VALUES TO PROG-STUDENT-ID.
039400     START PROGRESS-FILE KEY IS NOT LESS THAN PROG-STUDENT-ID
039500         INVALID KEY SET PROG-STATUS-EOF TO TRUE
039600     END-START.
039700 1000-INITIALIZE-EXIT.
039800     EXIT.
039900
040000 1050-GET-BUSINESS-DATE.
040100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
040200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
040300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
040400*    CLOCK TIME FIELD STAYS REAL.
040500     OPEN INPUT BUSDATE-FILE.
040600     IF NOT BUSDATE-STATUS-OK
040700         GO TO 1050-GET-BUSINESS-DATE-EXIT
040800     END-IF.
040900     READ BUSDATE-FILE
041000         AT END
041100             CLOSE BUSDATE-FILE
041200             GO TO 1050-GET-BUSINESS-DATE-EXIT
041300     END-READ.
041400     CLOSE BUSDATE-FILE.
041500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
041600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
041700         DISPLAY 'GRADCLR - RUNNING AS OF BUSINESS DATE '
041800             BUS-DATE
041900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
042000     END-IF.
042100 1050-GET-BUSINESS-DATE-EXIT.
042200     EXIT.
042300
042400 1055-CHECK-CALENDAR.
042500     MOVE 'N' TO WS-CAL-FOUND-SW.
042600     OPEN INPUT CALENDAR-FILE.
042700     IF NOT CALENDAR-STATUS-OK
042800         DISPLAY 'GRADCLR - CALENDAR NOT AVAILABLE, SKIPPED'
042900         SET WS-STEP-SKIPPED TO TRUE
043000         PERFORM 1057-WRITE-SKIP-RECORD
043100             THRU 1057-WRITE-SKIP-RECORD-EXIT
043200         GO TO 1055-CHECK-CALENDAR-EXIT
043300     END-IF.
043400     PERFORM 1056-SCAN-ONE-CAL-DATE
043500         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
043600         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
043700     CLOSE CALENDAR-FILE.
043800     IF NOT WS-CAL-DATE-FOUND
043900             OR NOT CAL-TERM-END-WINDOW
044000             OR CAL-HOLIDAY
044100         DISPLAY 'GRADCLR - OUTSIDE TERM-END WINDOW, SKIPPED'
044200         SET WS-STEP-SKIPPED TO TRUE
044300         PERFORM 1057-WRITE-SKIP-RECORD
044400             THRU 1057-WRITE-SKIP-RECORD-EXIT
044500     END-IF.
044600 1055-CHECK-CALENDAR-EXIT.
044700     EXIT.
044800
044900 1056-SCAN-ONE-CAL-DATE.
045000     READ CALENDAR-FILE
045100         AT END SET CALENDAR-STATUS-EOF TO TRUE
045200     END-READ.
045300     IF CALENDAR-STATUS-EOF
045400         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
045500     END-IF.
045600     IF CAL-DATE = WS-TODAY-YYYYMMDD
045700         SET WS-CAL-DATE-FOUND TO TRUE
045800     END-IF.
045900 1056-SCAN-ONE-CAL-DATE-EXIT.
046000     EXIT.
046100
046200 1057-WRITE-SKIP-RECORD.
046300*    THE SKIP GOES ON THE SHARED RUN-CONTROL HISTORY AS
046400*    INTENTIONALLY-SKIPPED, NOT FAILED.
046500     MOVE '00' TO WS-RUNCTL-STATUS.
046600     OPEN EXTEND RUNCTL-FILE.
046700     IF NOT RUNCTL-STATUS-OK
046800         OPEN OUTPUT RUNCTL-FILE
046900     END-IF.
047000     MOVE 'GRADCLR ' TO RUNCTL-STEP-NAME.
047100     SET RUNCTL-SKIPPED TO TRUE.
047200     MOVE 'CALENDAR' TO RUNCTL-LAST-KEY.
047300     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
047400     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
047500     MOVE SPACES TO RUNCTL-OPERATOR-ID.
047600     WRITE RUNCTL-RECORD.
047700     CLOSE RUNCTL-FILE.
047800 1057-WRITE-SKIP-RECORD-EXIT.
047900     EXIT.
048000
048100 1080-READ-PARM-CARD.
048200*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-23 THE
048300*    CREDITS REQUIRED, 24-26 THE GPA THRESHOLD AS 9V99 (BLANK
048400*    FIELDS TAKE THE 120 / 2.00 DEFAULTS).  27-29, 30-32 AND
048500*    33-35 THE CUM LAUDE, MAGNA AND SUMMA GPA FLOORS AS 9V99,
048600*    36-38 THE CREDITS EARNED HERE FOR HONORS (BLANK FIELDS
048700*    TAKE 3.50 / 3.70 / 3.90 AND 60).
048800     MOVE 'N' TO WS-PARM-FOUND-SW.
048900     OPEN INPUT PARM-CARD-FILE.
049000     IF NOT PARM-STATUS-OK
049100         GO TO 1080-READ-PARM-CARD-EXIT
049200     END-IF.
049300     PERFORM 1081-SCAN-ONE-CARD
049400         THRU 1081-SCAN-ONE-CARD-EXIT
049500         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
049600     CLOSE PARM-CARD-FILE.
049700     IF WS-PARM-FOUND
049800         IF PARM-OPTIONS(1:12) = SPACES
049900             MOVE 'N' TO WS-PARM-FOUND-SW
050000         ELSE
050100             MOVE PARM-OPTIONS(1:12) TO FILENAME
050200             IF PARM-OPTIONS(13:3) IS NUMERIC
050300                     AND PARM-OPTIONS(13:3) NOT = '000'
050400                 MOVE PARM-OPTIONS(13:3) TO WS-REQUIRED-CREDITS
050500             END-IF
050600             MOVE PARM-OPTIONS(16:3) TO WS-GPA-PARM-X
050700             IF WS-GPA-PARM IS NUMERIC
050800                     AND WS-GPA-PARM NOT = ZERO
050900                 MOVE WS-GPA-PARM TO WS-REQUIRED-GPA
051000             END-IF
051100             MOVE PARM-OPTIONS(19:3) TO WS-GPA-PARM-X
051200             IF WS-GPA-PARM IS NUMERIC
051300                     AND WS-GPA-PARM NOT = ZERO
051400                 MOVE WS-GPA-PARM TO WS-CUM-LAUDE-GPA
051500             END-IF
051600             MOVE PARM-OPTIONS(22:3) TO WS-GPA-PARM-X
051700             IF WS-GPA-PARM IS NUMERIC
051800                     AND WS-GPA-PARM NOT = ZERO
051900                 MOVE WS-GPA-PARM TO WS-MAGNA-GPA
052000             END-IF
052100             MOVE PARM-OPTIONS(25:3) TO WS-GPA-PARM-X
052200             IF WS-GPA-PARM IS NUMERIC
052300                     AND WS-GPA-PARM NOT = ZERO
052400                 MOVE WS-GPA-PARM TO WS-SUMMA-GPA
052500             END-IF
052600             IF PARM-OPTIONS(28:3) IS NUMERIC
052700                     AND PARM-OPTIONS(28:3) NOT = '000'
052800                 MOVE PARM-OPTIONS(28:3) TO WS-HONORS-CREDITS-HERE
052900             END-IF
053000         END-IF
053100     END-IF.
053200 1080-READ-PARM-CARD-EXIT.
053300     EXIT.
053400
053500 1081-SCAN-ONE-CARD.
053600     READ PARM-CARD-FILE
053700         AT END SET PARM-STATUS-EOF TO TRUE
053800     END-READ.
053900     IF PARM-STATUS-EOF
054000         GO TO 1081-SCAN-ONE-CARD-EXIT
054100     END-IF.
054200     IF PARM-PROGRAM-ID = 'GRADCLR '
054300         SET WS-PARM-FOUND TO TRUE
054400     END-IF.
054500 1081-SCAN-ONE-CARD-EXIT.
054600     EXIT.
054700
054800 2500-SELECT-GRADUATES.
054900     PERFORM 2000-CLEAR-NEXT-CANDIDATE
055000         THRU 2000-CLEAR-NEXT-CANDIDATE-EXIT
055100         UNTIL PROG-STATUS-EOF.
055200 2500-SELECT-GRADUATES-EXIT.
055300     EXIT.
055400
055500 2000-CLEAR-NEXT-CANDIDATE.
055600     READ PROGRESS-FILE NEXT
055700         AT END SET PROG-STATUS-EOF TO TRUE
055800     END-READ.
055900     IF NOT PROG-STATUS-OK
056000         SET PROG-STATUS-EOF TO TRUE
056100         GO TO 2000-CLEAR-NEXT-CANDIDATE-EXIT
056200     END-IF.
056300
056400     MOVE 'N' TO WS-STUDENT-FOUND-SW.
056500     MOVE PROG-STUDENT-ID TO STUDENT-ID.
056600     READ STUDENT INTO WS-STUDENT
056700         INVALID KEY CONTINUE
056800         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
056900     END-READ.
057000     IF NOT WS-STUDENT-FOUND
057100         GO TO 2000-CLEAR-NEXT-CANDIDATE-EXIT
057200     END-IF.
057300*    ONLY ACTIVE STUDENTS ARE CANDIDATES - INACTIVES, SUSPENDED
057400*    AND THE ALREADY-GRADUATED PASS STRAIGHT THROUGH.
057500     IF WS-STUDENT-ENROLL-STATUS NOT = 'A'
057600         GO TO 2000-CLEAR-NEXT-CANDIDATE-EXIT
057700     END-IF.
057800
057900     ADD 1 TO WS-CANDIDATES-READ.
058000
058100     PERFORM 2100-CHECK-DEGREE-AUDIT
058200         THRU 2100-CHECK-DEGREE-AUDIT-EXIT.
058300
058400     IF PROG-CREDITS-EARNED NOT < WS-REQUIRED-CREDITS
058500             AND WS-STUDENT-GPA NOT < WS-REQUIRED-GPA
058600             AND WS-AUDIT-COMPLETE
058700         PERFORM 3000-CLEAR-ONE-STUDENT
058800             THRU 3000-CLEAR-ONE-STUDENT-EXIT
058900         GO TO 2000-CLEAR-NEXT-CANDIDATE-EXIT
059000     END-IF.
059100
059200     PERFORM 4000-REPORT-NEAR-MISS
059300         THRU 4000-REPORT-NEAR-MISS-EXIT.
059400 2000-CLEAR-NEXT-CANDIDATE-EXIT.
059500     EXIT.
059600
059700 2100-CHECK-DEGREE-AUDIT.
059800     MOVE 'N' TO WS-AUDIT-FOUND-SW.
059900     MOVE 'N' TO WS-AUDIT-COMPLETE-SW.
060000     IF NOT WS-AUDIT-OPEN
060100         GO TO 2100-CHECK-DEGREE-AUDIT-EXIT
060200     END-IF.
060300     MOVE PROG-STUDENT-ID TO DAUD-STUDENT-ID.
060400     READ AUDIT-FILE
060500         INVALID KEY CONTINUE
060600         NOT INVALID KEY MOVE 'Y' TO WS-AUDIT-FOUND-SW
060700     END-READ.
060800     IF WS-AUDIT-FOUND AND DAUD-COMPLETE
060900         SET WS-AUDIT-COMPLETE TO TRUE
061000     END-IF.
061100 2100-CHECK-DEGREE-AUDIT-EXIT.
061200     EXIT.
061300
061400 3000-CLEAR-ONE-STUDENT.
061500     MOVE 'G' TO WS-STUDENT-ENROLL-STATUS.
061600     MOVE WS-STUDENT TO STUDENT-FILE.
061700     REWRITE STUDENT-FILE
061800         INVALID KEY CONTINUE
061900     END-REWRITE.
062000     IF NOT STUDENT-STATUS-OK
062100         DISPLAY 'GRADCLR - MASTER REWRITE FAILED, STATUS='
062200             WS-STUDENT-STATUS
062300         SET RC-ERROR TO TRUE
062400         GO TO 3000-CLEAR-ONE-STUDENT-EXIT
062500     END-IF.
062600     ADD 1 TO WS-STUDENTS-CLEARED.
062700     PERFORM 8800-WRITE-CHANGE-LOG
062800         THRU 8800-WRITE-CHANGE-LOG-EXIT.
062900     PERFORM 8900-WRITE-NOTIFICATION
063000         THRU 8900-WRITE-NOTIFICATION-EXIT.
063100*    THE DIPLOMA LIST WAITS FOR THE WHOLE CLASS - RANK IS
063200*    ONLY KNOWN ONCE EVERY GRADUATE HAS CLEARED.
063300     PERFORM 3100-CHECK-PRIVACY-HOLD
063400         THRU 3100-CHECK-PRIVACY-HOLD-EXIT.
063500*    A PROGRESS RECORD FROM BEFORE PROG-CREDITS-HERE WAS
063600*    POSTED HAS NO RESIDENT CREDIT ON IT YET.
063700     MOVE PROG-CREDITS-HERE TO WS-CREDITS-HERE.
063800     IF PROG-CREDITS-HERE IS NOT NUMERIC
063900         MOVE ZERO TO WS-CREDITS-HERE
064000     END-IF.
064100     MOVE WS-STUDENT-GPA      TO HSRT-GPA.
064200     MOVE PROG-CREDITS-EARNED TO HSRT-CREDITS.
064300     MOVE WS-STUDENT-ID       TO HSRT-STUDENT-ID.
064400     MOVE WS-NAME             TO HSRT-NAME.
064500     MOVE WS-CREDITS-HERE     TO HSRT-CREDITS-HERE.
064600     MOVE DAUD-PROGRAM-CODE   TO HSRT-PROGRAM-CODE.
064700     MOVE WS-HELD-SW          TO HSRT-HELD-SW.
064800     RELEASE HONORS-SORT-RECORD.
064900 3000-CLEAR-ONE-STUDENT-EXIT.
065000     EXIT.
065100
065200 3100-CHECK-PRIVACY-HOLD.
065300*    NO PRIVHOLD FILE - EVERY STUDENT IS TREATED AS HELD.
065400     MOVE 'Y' TO WS-HELD-SW.
065500     IF NOT WS-PRIV-FILE-OPEN
065600         GO TO 3100-CHECK-PRIVACY-HOLD-EXIT
065700     END-IF.
065800     MOVE 'N' TO WS-HELD-SW.
065900     MOVE WS-STUDENT-ID TO PRIV-STUDENT-ID.
066000     READ PRIVACY-FILE
066100         INVALID KEY CONTINUE
066200         NOT INVALID KEY
066300             IF PRIV-HELD
066400                 SET WS-STUDENT-HELD TO TRUE
066500             END-IF
066600     END-READ.
066700 3100-CHECK-PRIVACY-HOLD-EXIT.
066800     EXIT.
066900
067000 8800-WRITE-CHANGE-LOG.
067100*    SHARED STUDENT-MASTER CHANGE LOG (SEE STUCHGRC) - SPACES
067200*    FOR THE OPERATOR SINCE THIS STEP TAKES NO SIGN-ON.
067300     MOVE SPACES TO STUDENT-CHANGE-RECORD.
067400     MOVE 'GRADCLR ' TO SCHG-PROGRAM-ID.
067500     MOVE SPACES TO SCHG-OPERATOR-ID.
067600     MOVE WS-STUDENT-ID TO SCHG-STUDENT-ID.
067700     MOVE 'STATUS' TO SCHG-FIELD-NAME.
067800     MOVE 'A' TO SCHG-OLD-VALUE.
067900     MOVE 'G' TO SCHG-NEW-VALUE.
068000     MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE.
068100     MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME.
068200     WRITE STUDENT-CHANGE-RECORD.
068300 8800-WRITE-CHANGE-LOG-EXIT.
068400     EXIT.
068500
068600 8900-WRITE-NOTIFICATION.
068700*    SHARED NOTIFICATION QUEUE (SEE NOTFREC) - CLEARANCE
068800*    BELONGS TO NO ONE TERM, SO THE TERM STAYS BLANK.
068900     MOVE SPACES TO NOTIFICATION-RECORD.
069000     MOVE 'GRADCLR ' TO NOTF-PROGRAM-ID.
069100     MOVE WS-STUDENT-ID TO NOTF-STUDENT-ID.
069200     SET NOTF-GRAD-CLEARANCE TO TRUE.
069300     STRING 'CLEARED FOR GRADUATION - MAJOR '
069400            DAUD-PROGRAM-CODE
069500         DELIMITED BY SIZE
069600         INTO NOTF-DETAIL
069700     END-STRING.
069800     MOVE WS-TODAY-YYYYMMDD TO NOTF-EVENT-DATE.
069900     MOVE WS-TIME-HHMMSSHH  TO NOTF-EVENT-TIME.
070000     WRITE NOTIFICATION-RECORD.
070100 8900-WRITE-NOTIFICATION-EXIT.
070200     EXIT.
070300
070400 4000-REPORT-NEAR-MISS.
070500*    A NEAR-MISS IS WITHIN THE CREDIT MARGIN, OR HAS THE
070600*    CREDITS BUT NOT THE GPA.  EVERYONE ELSE IS SIMPLY NOT
070700*    CLOSE ENOUGH TO CLUTTER THE REGISTRAR'S REPORT.
070800     IF PROG-CREDITS-EARNED < WS-REQUIRED-CREDITS
070900         COMPUTE WS-CREDITS-SHORT =
071000             WS-REQUIRED-CREDITS - PROG-CREDITS-EARNED
071100     ELSE
071200         MOVE ZERO TO WS-CREDITS-SHORT
071300     END-IF.
071400     IF WS-CREDITS-SHORT > WS-NEAR-MISS-MARGIN
071500         GO TO 4000-REPORT-NEAR-MISS-EXIT
071600     END-IF.
071700
071800     ADD 1 TO WS-NEAR-MISSES.
071900     MOVE SPACES TO CLEARANCE-REPORT-LINE.
072000*    CREDITS AND GPA MET, SO IT IS THE AUDIT HOLDING THEM.
072100     IF WS-CREDITS-SHORT = ZERO
072200             AND WS-STUDENT-GPA NOT < WS-REQUIRED-GPA
072300         IF WS-AUDIT-FOUND
072400             STRING WS-STUDENT-ID ' ' WS-NAME
072500                    ' AUDIT ' DAUD-PROGRAM-CODE ' '
072600                    DAUD-REQS-UNMET ' UNMET '
072700                    DAUD-REQS-IN-PROGRESS ' IN PROG'
072800                 DELIMITED BY SIZE
072900                 INTO CLEARANCE-REPORT-LINE
073000             END-STRING
073100         ELSE
073200             STRING WS-STUDENT-ID ' ' WS-NAME
073300                    ' NO DEGREE AUDIT ON FILE'
073400                 DELIMITED BY SIZE
073500                 INTO CLEARANCE-REPORT-LINE
073600             END-STRING
073700         END-IF
073800         WRITE CLEARANCE-REPORT-LINE
073900         GO TO 4000-REPORT-NEAR-MISS-EXIT
074000     END-IF.
074100     IF WS-CREDITS-SHORT > ZERO
074200         STRING WS-STUDENT-ID ' ' WS-NAME
074300                ' SHORT ' WS-CREDITS-SHORT ' CREDITS'
074400             DELIMITED BY SIZE
074500             INTO CLEARANCE-REPORT-LINE
074600         END-STRING
074700     ELSE
074800         STRING WS-STUDENT-ID ' ' WS-NAME
074900                ' GPA ' WS-STUDENT-GPA
075000                ' BELOW ' WS-REQUIRED-GPA
075100             DELIMITED BY SIZE
075200             INTO CLEARANCE-REPORT-LINE
075300         END-STRING
075400     END-IF.
075500     WRITE CLEARANCE-REPORT-LINE.
075600 4000-REPORT-NEAR-MISS-EXIT.
075700     EXIT.
075800
075900 5000-RANK-GRADUATES.
076000     PERFORM 5100-RANK-ONE-GRADUATE
076100         THRU 5100-RANK-ONE-GRADUATE-EXIT
076200         UNTIL SORT-AT-EOF.
076300 5000-RANK-GRADUATES-EXIT.
076400     EXIT.
076500
076600 5100-RANK-ONE-GRADUATE.
076700     RETURN HONORS-SORT
076800         AT END SET SORT-AT-EOF TO TRUE
076900     END-RETURN.
077000     IF SORT-AT-EOF
077100         GO TO 5100-RANK-ONE-GRADUATE-EXIT
077200     END-IF.
077300     ADD 1 TO WS-RANK-SEQ.
077400     IF WS-RANK-SEQ = 1
077500             OR HSRT-GPA NOT = WS-PREV-RANK-GPA
077600             OR HSRT-CREDITS NOT = WS-PREV-RANK-CREDITS
077700         MOVE WS-RANK-SEQ TO WS-CLASS-RANK
077800         MOVE HSRT-GPA     TO WS-PREV-RANK-GPA
077900         MOVE HSRT-CREDITS TO WS-PREV-RANK-CREDITS
078000     END-IF.
078100     PERFORM 5200-ASSIGN-HONORS
078200         THRU 5200-ASSIGN-HONORS-EXIT.
078300     MOVE WS-CLASS-RANK       TO WS-RANK-EDIT.
078400     MOVE WS-STUDENTS-CLEARED TO WS-CLASS-SIZE-EDIT.
078500     MOVE SPACES TO DIPLOMA-LIST-LINE.
078600     STRING HSRT-STUDENT-ID ' ' HSRT-NAME
078700            ' CREDITS=' HSRT-CREDITS
078800            ' GPA=' HSRT-GPA
078900            ' MAJOR=' HSRT-PROGRAM-CODE
079000            ' RANK=' WS-RANK-EDIT '/' WS-CLASS-SIZE-EDIT
079100            ' ' WS-HONORS-TEXT
079200         DELIMITED BY SIZE
079300         INTO DIPLOMA-LIST-LINE
079400     END-STRING.
079500     WRITE DIPLOMA-LIST-LINE.
079600*    THE PUBLIC PROGRAM CARRIES NO HONORS FOR A HELD STUDENT -
079700*    THEY ARE LISTED BY NAME AMONG THE REST OF THE CLASS.
079800     MOVE WS-HONORS-GROUP TO CPX-HONORS-GROUP.
079900     IF HSRT-HELD
080000         MOVE 4 TO CPX-HONORS-GROUP
080100         IF WS-HONORS-GROUP < 4
080200             ADD 1 TO WS-HONORS-WITHHELD
080300         END-IF
080400     END-IF.
080500     MOVE HSRT-NAME         TO CPX-NAME.
080600     MOVE HSRT-STUDENT-ID   TO CPX-STUDENT-ID.
080700     MOVE HSRT-PROGRAM-CODE TO CPX-PROGRAM-CODE.
080800     WRITE COMMENCEMENT-INDEX-RECORD
080900         INVALID KEY CONTINUE
081000     END-WRITE.
081100 5100-RANK-ONE-GRADUATE-EXIT.
081200     EXIT.
081300
081400 5200-ASSIGN-HONORS.
081500     MOVE SPACES TO WS-HONORS-TEXT.
081600     MOVE 4 TO WS-HONORS-GROUP.
081700     IF HSRT-CREDITS-HERE < WS-HONORS-CREDITS-HERE
081800         GO TO 5200-ASSIGN-HONORS-EXIT
081900     END-IF.
082000     EVALUATE TRUE
082100         WHEN HSRT-GPA NOT < WS-SUMMA-GPA
082200             MOVE 'SUMMA CUM LAUDE' TO WS-HONORS-TEXT
082300             MOVE 1 TO WS-HONORS-GROUP
082400             ADD 1 TO WS-SUMMA-COUNT
082500         WHEN HSRT-GPA NOT < WS-MAGNA-GPA
082600             MOVE 'MAGNA CUM LAUDE' TO WS-HONORS-TEXT
082700             MOVE 2 TO WS-HONORS-GROUP
082800             ADD 1 TO WS-MAGNA-COUNT
082900         WHEN HSRT-GPA NOT < WS-CUM-LAUDE-GPA
083000             MOVE 'CUM LAUDE' TO WS-HONORS-TEXT
083100             MOVE 3 TO WS-HONORS-GROUP
083200             ADD 1 TO WS-CUM-LAUDE-COUNT
083300         WHEN OTHER
083400             CONTINUE
083500     END-EVALUATE.
083600 5200-ASSIGN-HONORS-EXIT.
083700     EXIT.
083800
083900 6000-PRINT-COMMENCEMENT.
084000     MOVE SPACES TO COMMENCEMENT-PROGRAM-LINE.
084100     STRING 'COMMENCEMENT - GRADUATING CLASS CLEARED '
084200            WS-TODAY-YYYYMMDD
084300         DELIMITED BY SIZE
084400         INTO COMMENCEMENT-PROGRAM-LINE
084500     END-STRING.
084600     WRITE COMMENCEMENT-PROGRAM-LINE.
084700     MOVE ZERO TO WS-PREV-GROUP.
084800     MOVE LOW-VALUES TO CPX-KEY.
084900     START COMMENCEMENT-INDEX KEY IS NOT LESS THAN CPX-KEY
085000         INVALID KEY SET CPX-STATUS-EOF TO TRUE
085100     END-START.
085200     PERFORM 6100-PRINT-ONE-GRADUATE
085300         THRU 6100-PRINT-ONE-GRADUATE-EXIT
085400         UNTIL CPX-STATUS-EOF.
085500 6000-PRINT-COMMENCEMENT-EXIT.
085600     EXIT.
085700
085800 6100-PRINT-ONE-GRADUATE.
085900     READ COMMENCEMENT-INDEX NEXT
086000         AT END SET CPX-STATUS-EOF TO TRUE
086100     END-READ.
086200     IF NOT CPX-STATUS-OK
086300         SET CPX-STATUS-EOF TO TRUE
086400         GO TO 6100-PRINT-ONE-GRADUATE-EXIT
086500     END-IF.
086600     IF CPX-HONORS-GROUP NOT = WS-PREV-GROUP
086700         MOVE CPX-HONORS-GROUP TO WS-PREV-GROUP
086800         MOVE SPACES TO COMMENCEMENT-PROGRAM-LINE
086900         WRITE COMMENCEMENT-PROGRAM-LINE
087000         EVALUATE CPX-HONORS-GROUP
087100             WHEN 1
087200                 MOVE 'SUMMA CUM LAUDE'
087300                     TO COMMENCEMENT-PROGRAM-LINE
087400             WHEN 2
087500                 MOVE 'MAGNA CUM LAUDE'
087600                     TO COMMENCEMENT-PROGRAM-LINE
087700             WHEN 3
087800                 MOVE 'CUM LAUDE' TO COMMENCEMENT-PROGRAM-LINE
087900             WHEN OTHER
088000                 MOVE 'CANDIDATES FOR THE DEGREE'
088100                     TO COMMENCEMENT-PROGRAM-LINE
088200         END-EVALUATE
088300         WRITE COMMENCEMENT-PROGRAM-LINE
088400     END-IF.
088500     MOVE SPACES TO COMMENCEMENT-PROGRAM-LINE.
088600     STRING '    ' CPX-NAME '  ' CPX-PROGRAM-CODE
088700         DELIMITED BY SIZE
088800         INTO COMMENCEMENT-PROGRAM-LINE
088900     END-STRING.
089000     WRITE COMMENCEMENT-PROGRAM-LINE.
089100 6100-PRINT-ONE-GRADUATE-EXIT.
089200     EXIT.
089300
089400 7000-WRITE-RUNCTL-COMPLETE.
089500     MOVE '00' TO WS-RUNCTL-STATUS.
089600     OPEN EXTEND RUNCTL-FILE.
089700     IF NOT RUNCTL-STATUS-OK
089800         OPEN OUTPUT RUNCTL-FILE
089900     END-IF.
090000     MOVE 'GRADCLR ' TO RUNCTL-STEP-NAME.
090100     SET RUNCTL-COMPLETE TO TRUE.
090200     MOVE SPACES TO RUNCTL-LAST-KEY.
090300     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
090400     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
090500     MOVE SPACES TO RUNCTL-OPERATOR-ID.
090600     WRITE RUNCTL-RECORD.
090700     CLOSE RUNCTL-FILE.
090800 7000-WRITE-RUNCTL-COMPLETE-EXIT.
090900     EXIT.
091000
091100 9000-FINISH.
091200     CLOSE STUDENT.
091300     CLOSE PROGRESS-FILE.
091400     IF WS-AUDIT-OPEN
091500         CLOSE AUDIT-FILE
091600     END-IF.
091700     IF WS-PRIV-FILE-OPEN
091800         CLOSE PRIVACY-FILE
091900     END-IF.
092000     CLOSE COMMENCEMENT-INDEX.
092100     CLOSE DIPLOMA-LIST.
092200     CLOSE CLEARANCE-REPORT.
092300     CLOSE COMMENCEMENT-PROGRAM.
092400     CLOSE CHANGE-LOG.
092500     CLOSE NOTIFY-QUEUE.
092600     DISPLAY 'GRADCLR - CANDIDATES READ : ' WS-CANDIDATES-READ.
092700     DISPLAY 'GRADCLR - STUDENTS CLEARED: ' WS-STUDENTS-CLEARED.
092800     DISPLAY 'GRADCLR - NEAR MISSES     : ' WS-NEAR-MISSES.
092900     DISPLAY 'GRADCLR - SUMMA CUM LAUDE : ' WS-SUMMA-COUNT.
093000     DISPLAY 'GRADCLR - MAGNA CUM LAUDE : ' WS-MAGNA-COUNT.
093100     DISPLAY 'GRADCLR - CUM LAUDE       : ' WS-CUM-LAUDE-COUNT.
093200     DISPLAY 'GRADCLR - HONORS WITHHELD : ' WS-HONORS-WITHHELD.
093300     DISPLAY 'GRADCLR - RETURN CODE     : ' WS-RETURN-CODE.
093400 9000-FINISH-EXIT.
093500     EXIT.
093600
093700 9999-EXIT.
093800     STOP RUN.
