000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ATTEND.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  ATTENDANCE REPORTING AND
001000*                    NEVER-ATTENDED PROCESSING FOR THE AID
001100*                    RULES.  LOADS THE INSTRUCTORS' ATTENDANCE
001200*                    CONFIRMATIONS (ATTNCONF) ONTO THE INDEXED
001300*                    ATTNFILE (SEE ATTNREC), EDITING EACH ONE
001400*                    AGAINST ENRLMAST, THEN LISTS EVERY
001500*                    REGISTERED ENROLLMENT FOR THE TERM NOT
001600*                    CONFIRMED AS ATTENDED, GROUPED BY INSTMAST
001700*                    INSTRUCTOR, THE WAY GRADRIN LISTS MISSING
001800*                    GRADES.  ONCE THE BUSINESS DATE IS PAST
001900*                    THE TERM'S CALFILE ATTENDANCE DEADLINE
002000*                    (CAL-ATTEND-TERM) EACH NEVER-ATTENDED
002100*                    ENROLLMENT IS QUEUED ON DROPREQ SO THE NEXT
002200*                    CRSEDROP RUN POSTS THE WITHDRAWAL AND ITS
002300*                    REFUND LIKE ANY OTHER, AND THE AID OFFICE
002400*                    GETS THE ATTNAID LIST OF THE STUDENTS
002500*                    AFFECTED WITH THEIR LOAD BEFORE AND AFTER,
002600*                    CLASSIFIED ON THE TERMLOAD CARD'S BREAKS.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STUDENT ASSIGN TO FILENAME
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS STUDENT-ID
003500         FILE STATUS IS WS-STUDENT-STATUS.
003600
003700     SELECT CONFIRMATION-FILE ASSIGN TO "ATTNCONF"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CONF-STATUS.
004000
004100     SELECT ATTENDANCE-FILE ASSIGN TO "ATTNFILE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ATTN-KEY
004500         FILE STATUS IS WS-ATTN-STATUS.
004600
004700     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ENRL-KEY
005100         FILE STATUS IS WS-ENRL-STATUS.
005200
005300     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS COURSE-ID
005700         FILE STATUS IS WS-COURSE-STATUS.
005800
005900     SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS INST-KEY
006300         FILE STATUS IS WS-INST-STATUS.
006400
006500     SELECT DROP-REQUEST-LIST ASSIGN TO "DROPREQ"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-DRQ-STATUS.
006800
006900     SELECT SORT-WORK ASSIGN TO "ATTNSWRK".
007000
007100     SELECT ATTENDANCE-REPORT ASSIGN TO "ATTNRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT AID-LIST ASSIGN TO "ATTNAID"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CALENDAR-STATUS.
008000
008100     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-BUSDATE-STATUS.
008400
008500     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-PARM-STATUS.
008800
008900     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-RUNCTL-STATUS.
009200
009300     SELECT EXCEPTION-FILE ASSIGN TO "ATTNEXC"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  STUDENT.
009900     COPY STUDREC.
010000
010100 01  FILENAME                   PIC X(12).
010200
010300*    ONE LINE PER STUDENT PER SECTION FROM THE INSTRUCTOR -
010400*    Y ATTENDED, N NEVER ATTENDED.
010500 FD  CONFIRMATION-FILE.
010600 01  CONFIRMATION-RECORD.
010700     05  ACNF-STUDENT-ID             PIC X(09).
010800     05  ACNF-STUDENT-ID-N REDEFINES ACNF-STUDENT-ID
010900                                     PIC 9(09).
011000     05  FILLER                      PIC X(01).
011100     05  ACNF-COURSE-ID              PIC X(08).
011200     05  FILLER                      PIC X(01).
011300     05  ACNF-SECTION                PIC X(03).
011400     05  FILLER                      PIC X(01).
011500     05  ACNF-TERM                   PIC X(05).
011600     05  FILLER                      PIC X(01).
011700     05  ACNF-INSTRUCTOR-ID          PIC X(08).
011800     05  FILLER                      PIC X(01).
011900     05  ACNF-ATTENDED-SW            PIC X(01).
012000         88  ACNF-ATTENDED           VALUE 'Y'.
012100         88  ACNF-NEVER-ATTENDED     VALUE 'N'.
012200
012300 FD  ATTENDANCE-FILE.
012400     COPY ATTNREC.
012500
012600 FD  ENROLLMENT-FILE.
012700     COPY ENRLREC.
012800
012900 FD  COURSE-CATALOG.
013000     COPY COURSREC.
013100
013200 FD  INSTRUCTOR-FILE.
013300     COPY INSTREC.
013400
013500*    SAME LAYOUT CRSEDROP READS.
013600 FD  DROP-REQUEST-LIST.
013700 01  DROP-REQUEST-RECORD.
013800     05  DRQ-STUDENT-ID              PIC 9(09).
013900     05  FILLER                      PIC X(01).
014000     05  DRQ-COURSE-ID               PIC X(08).
014100     05  FILLER                      PIC X(01).
014200     05  DRQ-TERM                    PIC X(05).
014300     05  FILLER                      PIC X(01).
014400     05  DRQ-SECTION                 PIC X(03).
014500
014600 SD  SORT-WORK.
014700 01  SORT-ATTEND-RECORD.
014800     05  SORT-INSTRUCTOR-ID          PIC X(08).
014900     05  SORT-COURSE-ID              PIC X(08).
015000     05  SORT-SECTION                PIC X(03).
015100     05  SORT-STUDENT-ID             PIC 9(09).
015200     05  SORT-INSTRUCTOR-NAME        PIC X(25).
015300     05  SORT-CONFIRM-SW             PIC X(01).
015400         88  SORT-CONFIRMED-ABSENT   VALUE 'N'.
015500     05  SORT-QUEUED-SW              PIC X(01).
015600         88  SORT-WITHDRAWAL-QUEUED  VALUE 'W'.
015700
015800 FD  ATTENDANCE-REPORT.
015900 01  ATTENDANCE-REPORT-LINE         PIC X(80).
016000
016100 FD  AID-LIST.
016200 01  AID-LIST-LINE                  PIC X(80).
016300
016400 FD  CALENDAR-FILE.
016500     COPY CALREC.
016600
016700 FD  BUSDATE-FILE.
016800     COPY BUSDATE.
016900
017000 FD  PARM-CARD-FILE.
017100     COPY PARMREC.
017200
017300 FD  RUNCTL-FILE.
017400     COPY RUNCTL.
017500
017600 FD  EXCEPTION-FILE.
017700     COPY EXCREC.
017800
017900 WORKING-STORAGE SECTION.
018000     COPY STUDWS.
018100     COPY RETCODES.
018200
018300 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
018400     88  STUDENT-STATUS-OK           VALUE '00'.
018500 01  WS-CONF-STATUS                 PIC X(02) VALUE '00'.
018600     88  CONF-STATUS-OK              VALUE '00'.
018700     88  CONF-STATUS-EOF             VALUE '10'.
018800 01  WS-ATTN-STATUS                 PIC X(02) VALUE '00'.
018900     88  ATTN-STATUS-OK              VALUE '00'.
019000 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
019100     88  ENRL-STATUS-OK              VALUE '00'.
019200     88  ENRL-STATUS-EOF             VALUE '10'.
019300 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
019400     88  COURSE-STATUS-OK            VALUE '00'.
019500 01  WS-INST-STATUS                 PIC X(02) VALUE '00'.
019600     88  INST-STATUS-OK              VALUE '00'.
019700 01  WS-DRQ-STATUS                  PIC X(02) VALUE '00'.
019800     88  DRQ-STATUS-OK               VALUE '00'.
019900 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
020000     88  CALENDAR-STATUS-OK          VALUE '00'.
020100     88  CALENDAR-STATUS-EOF         VALUE '10'.
020200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
020300     88  BUSDATE-STATUS-OK           VALUE '00'.
020400 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
020500     88  PARM-STATUS-OK              VALUE '00'.
020600     88  PARM-STATUS-EOF             VALUE '10'.
020700 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
020800     88  RUNCTL-STATUS-OK            VALUE '00'.
020900
021000 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
021100     88  WS-PARM-FOUND               VALUE 'Y'.
021200 01  WS-LOAD-PARM-FOUND-SW          PIC X(01) VALUE 'N'.
021300     88  WS-LOAD-PARM-FOUND          VALUE 'Y'.
021400 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
021500     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
021600 01  WS-WITHDRAW-SW                 PIC X(01) VALUE 'N'.
021700     88  WS-PAST-DEADLINE            VALUE 'Y'.
021800 01  WS-CONF-OPEN-SW                PIC X(01) VALUE 'N'.
021900     88  WS-CONF-FILE-OPEN           VALUE 'Y'.
022000 01  WS-INST-OPEN-SW                PIC X(01) VALUE 'N'.
022100     88  WS-INST-OPEN                VALUE 'Y'.
022200 01  WS-DRQ-OPEN-SW                 PIC X(01) VALUE 'N'.
022300     88  WS-DRQ-OPEN                 VALUE 'Y'.
022400 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
022500     88  WS-FIRST-STUDENT            VALUE 'Y'.
022600 01  WS-FIRST-INSTRUCTOR-SW         PIC X(01) VALUE 'Y'.
022700     88  WS-FIRST-INSTRUCTOR         VALUE 'Y'.
022800 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
022900     88  SORT-AT-EOF                 VALUE 'Y'.
023000
023100 01  WS-ATTEND-TERM                 PIC X(05) VALUE SPACES.
023200 01  WS-ATTEND-DEADLINE             PIC 9(08) VALUE ZERO.
023300*    THE LOAD BREAKS ARE TERMLOAD'S - READ OFF ITS OWN CARD SO
023400*    THE REVISED LOAD MATCHES WHAT THE AID FEED WILL SHOW.
023500 01  WS-FULL-TIME-MIN               PIC 9(02) VALUE 12.
023600 01  WS-THREE-QTR-MIN               PIC 9(02) VALUE 9.
023700 01  WS-HALF-TIME-MIN               PIC 9(02) VALUE 6.
023800
023900 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
024000 01  WS-COURSE-CREDITS              PIC 9(03) VALUE ZERO.
024100 01  WS-CREDIT-LOAD                 PIC 9(03) VALUE ZERO.
024200 01  WS-WITHDRAWN-CREDITS           PIC 9(03) VALUE ZERO.
024300 01  WS-REVISED-LOAD                PIC 9(03) VALUE ZERO.
024400 01  WS-STUDENT-WITHDRAWN           PIC 9(03) VALUE ZERO.
024500 01  WS-CLASS-CREDITS               PIC 9(03) VALUE ZERO.
024600 01  WS-CLASS-CODE                  PIC X(02) VALUE SPACES.
024700 01  WS-LOAD-BEFORE-CLASS           PIC X(02) VALUE SPACES.
024800 01  WS-LOAD-AFTER-CLASS            PIC X(02) VALUE SPACES.
024900 01  WS-PREV-INSTRUCTOR-ID          PIC X(08) VALUE SPACES.
025000 01  WS-INSTRUCTOR-COUNT            PIC 9(05) VALUE ZERO.
025100 01  WS-TOTAL-EDIT                  PIC ZZZ,ZZ9.
025200 01  WS-CREDITS-EDIT                PIC ZZ9.
025300 01  WS-REVISED-EDIT                PIC ZZ9.
025400 01  WS-LINE-STATUS                 PIC X(24) VALUE SPACES.
025500
025600 01  WS-CONFIRMATIONS-READ          PIC 9(07) COMP VALUE ZERO.
025700 01  WS-CONFIRMATIONS-POSTED        PIC 9(07) COMP VALUE ZERO.
025800 01  WS-CONFIRMATIONS-REJECTED      PIC 9(07) COMP VALUE ZERO.
025900 01  WS-ENROLLMENTS-CHECKED         PIC 9(07) COMP VALUE ZERO.
026000 01  WS-NEVER-ATTENDED              PIC 9(07) COMP VALUE ZERO.
026100 01  WS-WITHDRAWALS-QUEUED          PIC 9(07) COMP VALUE ZERO.
026200 01  WS-STUDENTS-AFFECTED           PIC 9(07) COMP VALUE ZERO.
026300
026400 01  WS-CURRENT-DATE-TIME.
026500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
026600     05  WS-TIME-HHMMSSHH           PIC 9(08).
026700     05  FILLER                     PIC X(05).
026800
026900 PROCEDURE DIVISION.
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE
027200         THRU 1000-INITIALIZE-EXIT.
027300
027400     IF NOT RC-SEVERE AND WS-CONF-FILE-OPEN
027500         PERFORM 2000-LOAD-NEXT-CONFIRMATION
027600             THRU 2000-LOAD-NEXT-CONFIRMATION-EXIT
027700             UNTIL CONF-STATUS-EOF
027800     END-IF.
027900
028000     IF NOT RC-SEVERE
028100         SORT SORT-WORK
028200             ON ASCENDING KEY SORT-INSTRUCTOR-ID SORT-COURSE-ID
028300                 SORT-SECTION SORT-STUDENT-ID
028400             INPUT PROCEDURE IS 3000-SELECT-NEVER-ATTENDED
028500                 THRU 3000-SELECT-NEVER-ATTENDED-EXIT
028600             OUTPUT PROCEDURE IS 4000-PRINT-NEVER-ATTENDED
028700                 THRU 4000-PRINT-NEVER-ATTENDED-EXIT
028800     END-IF.
028900
029000     IF NOT RC-SEVERE
029100         PERFORM 7000-WRITE-RUNCTL-COMPLETE
029200             THRU 7000-WRITE-RUNCTL-COMPLETE-EXIT
029300     END-IF.
029400
029500     PERFORM 9000-FINISH
029600         THRU 9000-FINISH-EXIT.
029700
029800     MOVE WS-RETURN-CODE TO RETURN-CODE.
029900     GO TO 9999-EXIT.
030000
030100 1000-INITIALIZE.
030200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030300     PERFORM 1050-GET-BUSINESS-DATE
030400         THRU 1050-GET-BUSINESS-DATE-EXIT.
030500*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
030600*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
030700     OPEN OUTPUT EXCEPTION-FILE.
030800     OPEN OUTPUT ATTENDANCE-REPORT.
030900     OPEN OUTPUT AID-LIST.
031000     PERFORM 1080-READ-PARM-CARD
031100         THRU 1080-READ-PARM-CARD-EXIT.
031200     IF NOT WS-PARM-FOUND
031300         DISPLAY 'ENTER STUDENT DATASET NAME: '
031400         ACCEPT FILENAME
031500         DISPLAY 'ENTER TERM FOR ATTENDANCE (E.G. 2026F): '
031600         ACCEPT WS-ATTEND-TERM
031700     END-IF.
031800     PERFORM 1055-CHECK-CALENDAR
031900         THRU 1055-CHECK-CALENDAR-EXIT.
032000     OPEN INPUT STUDENT.
032100     IF NOT STUDENT-STATUS-OK
032200         DISPLAY 'ATTEND - UNABLE TO OPEN STUDENT FILE, STATUS='
032300             WS-STUDENT-STATUS
032400         SET RC-SEVERE TO TRUE
032500         GO TO 1000-INITIALIZE-EXIT
032600     END-IF.
032700     OPEN INPUT ENROLLMENT-FILE.
032800     IF NOT ENRL-STATUS-OK
032900         DISPLAY 'ATTEND - UNABLE TO OPEN ENRLMAST, STATUS='
033000             WS-ENRL-STATUS
033100         SET RC-SEVERE TO TRUE
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF.
033400     OPEN INPUT COURSE-CATALOG.
033500     IF NOT COURSE-STATUS-OK
033600         DISPLAY 'ATTEND - UNABLE TO OPEN CRSECAT, STATUS='
033700             WS-COURSE-STATUS
033800         SET RC-SEVERE TO TRUE
033900         GO TO 1000-INITIALIZE-EXIT
034000     END-IF.
034100     OPEN INPUT INSTRUCTOR-FILE.
034200     IF INST-STATUS-OK
034300         SET WS-INST-OPEN TO TRUE
034400     END-IF.
034500*    THE FIRST RUN OF ALL FINDS NO ATTNFILE AND CREATES IT.
034600     OPEN I-O ATTENDANCE-FILE.
034700     IF NOT ATTN-STATUS-OK
034800         OPEN OUTPUT ATTENDANCE-FILE
034900         CLOSE ATTENDANCE-FILE
035000         OPEN I-O ATTENDANCE-FILE
035100     END-IF.
035200     IF NOT ATTN-STATUS-OK
035300         DISPLAY 'ATTEND - UNABLE TO OPEN ATTNFILE, STATUS='
035400             WS-ATTN-STATUS
035500         SET RC-SEVERE TO TRUE
035600         GO TO 1000-INITIALIZE-EXIT
035700     END-IF.
035800     IF WS-PAST-DEADLINE
035900         MOVE '00' TO WS-DRQ-STATUS
036000         OPEN EXTEND DROP-REQUEST-LIST
036100         IF NOT DRQ-STATUS-OK
036200             OPEN OUTPUT DROP-REQUEST-LIST
036300         END-IF
036400         IF NOT DRQ-STATUS-OK
036500             DISPLAY 'ATTEND - UNABLE TO OPEN DROPREQ, STATUS='
036600                 WS-DRQ-STATUS
036700             SET RC-SEVERE TO TRUE
036800             GO TO 1000-INITIALIZE-EXIT
036900         END-IF
037000         SET WS-DRQ-OPEN TO TRUE
037100     END-IF.
037200*    NO CONFIRMATIONS IN TONIGHT IS NOT AN ERROR - THE LIST
037300*    STILL RUNS FROM WHAT ATTNFILE ALREADY HOLDS.
037400     OPEN INPUT CONFIRMATION-FILE.
037500     IF NOT CONF-STATUS-OK
037600         DISPLAY 'ATTEND - NO ATTNCONF CONFIRMATIONS, STATUS='
037700             WS-CONF-STATUS
037800         GO TO 1000-INITIALIZE-EXIT
037900     END-IF.
038000     SET WS-CONF-FILE-OPEN TO TRUE.
038100 1000-INITIALIZE-EXIT.
038200     EXIT.
038300
038400 1050-GET-BUSINESS-DATE.
038500*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
038600*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
038700*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
038800*    CLOCK TIME FIELD STAYS REAL.
038900     OPEN INPUT BUSDATE-FILE.
039000     IF NOT BUSDATE-STATUS-OK
039100         GO TO 1050-GET-BUSINESS-DATE-EXIT
039200     END-IF.
039300     READ BUSDATE-FILE
039400         AT END
039500             CLOSE BUSDATE-FILE
039600             GO TO 1050-GET-BUSINESS-DATE-EXIT
039700     END-READ.
039800     CLOSE BUSDATE-FILE.
039900     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
040000             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
040100         DISPLAY 'ATTEND - RUNNING AS OF BUSINESS DATE '
040200             BUS-DATE
040300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
040400     END-IF.
040500 1050-GET-BUSINESS-DATE-EXIT.
040600     EXIT.
040700
040800 1055-CHECK-CALENDAR.
040900*    THE DEADLINE IS THE CALENDAR DATE CARRYING THE TERM IN
041000*    CAL-ATTEND-TERM.  UP TO AND ON IT THE STEP ONLY REPORTS;
041100*    PAST IT THE NEVER-ATTENDED ARE WITHDRAWN.  NO DEADLINE ON
041200*    THE CALENDAR NEVER WITHDRAWS ANYONE - THE CALENDAR
041300*    RESTRICTS, IT DOES NOT ENABLE, AND A WITHDRAWAL CANNOT
041400*    BE TAKEN BACK BY RERUNNING.
041500     MOVE 'N' TO WS-CAL-FOUND-SW.
041600     MOVE 'N' TO WS-WITHDRAW-SW.
041700     OPEN INPUT CALENDAR-FILE.
041800     IF NOT CALENDAR-STATUS-OK
041900         DISPLAY 'ATTEND - CALENDAR NOT AVAILABLE, REPORT ONLY'
042000         GO TO 1055-CHECK-CALENDAR-EXIT
042100     END-IF.
042200     PERFORM 1056-SCAN-ONE-CAL-DATE
042300         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
042400         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
042500     CLOSE CALENDAR-FILE.
042600     IF NOT WS-CAL-DATE-FOUND
042700         DISPLAY 'ATTEND - NO ' WS-ATTEND-TERM
042800             ' ATTENDANCE DEADLINE ON CALFILE, REPORT ONLY'
042900         GO TO 1055-CHECK-CALENDAR-EXIT
043000     END-IF.
043100     IF WS-TODAY-YYYYMMDD > WS-ATTEND-DEADLINE
043200         SET WS-PAST-DEADLINE TO TRUE
043300         DISPLAY 'ATTEND - ' WS-ATTEND-TERM
043400             ' DEADLINE ' WS-ATTEND-DEADLINE
043500             ' PASSED, WITHDRAWING NEVER-ATTENDED'
043600     END-IF.
043700 1055-CHECK-CALENDAR-EXIT.
043800     EXIT.
043900
044000 1056-SCAN-ONE-CAL-DATE.
044100     READ CALENDAR-FILE
044200         AT END SET CALENDAR-STATUS-EOF TO TRUE
044300     END-READ.
044400     IF CALENDAR-STATUS-EOF
044500         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
044600     END-IF.
044700     IF CAL-ATTEND-TERM = WS-ATTEND-TERM
044800         MOVE CAL-DATE TO WS-ATTEND-DEADLINE
044900         SET WS-CAL-DATE-FOUND TO TRUE
045000     END-IF.
045100 1056-SCAN-ONE-CAL-DATE-EXIT.
045200     EXIT.
045300
045400 1080-READ-PARM-CARD.
045500*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 THE
045600*    TERM.  THE LOAD THRESHOLDS COME OFF THE TERMLOAD CARD
045700*    (COLS 14-19) WHEN ONE IS PRESENT.
045800     MOVE 'N' TO WS-PARM-FOUND-SW.
045900     MOVE 'N' TO WS-LOAD-PARM-FOUND-SW.
046000     OPEN INPUT PARM-CARD-FILE.
046100     IF NOT PARM-STATUS-OK
046200         GO TO 1080-READ-PARM-CARD-EXIT
046300     END-IF.
046400     PERFORM 1081-SCAN-ONE-CARD
046500         THRU 1081-SCAN-ONE-CARD-EXIT
046600         UNTIL PARM-STATUS-EOF.
046700     CLOSE PARM-CARD-FILE.
046800 1080-READ-PARM-CARD-EXIT.
046900     EXIT.
047000
047100 1081-SCAN-ONE-CARD.
047200     READ PARM-CARD-FILE
047300         AT END SET PARM-STATUS-EOF TO TRUE
047400     END-READ.
047500     IF PARM-STATUS-EOF
047600         GO TO 1081-SCAN-ONE-CARD-EXIT
047700     END-IF.
047800     IF PARM-PROGRAM-ID = 'ATTEND  '
047900             AND NOT WS-PARM-FOUND
048000             AND PARM-OPTIONS(1:12) NOT = SPACES
048100             AND PARM-OPTIONS(13:5) NOT = SPACES
048200         SET WS-PARM-FOUND TO TRUE
048300         MOVE PARM-OPTIONS(1:12) TO FILENAME
048400         MOVE PARM-OPTIONS(13:5) TO WS-ATTEND-TERM
048500     END-IF.
048600     IF PARM-PROGRAM-ID = 'TERMLOAD'
048700             AND NOT WS-LOAD-PARM-FOUND
048800         SET WS-LOAD-PARM-FOUND TO TRUE
048900         IF PARM-OPTIONS(6:2) IS NUMERIC
049000                 AND PARM-OPTIONS(6:2) NOT = '00'
049100             MOVE PARM-OPTIONS(6:2) TO WS-FULL-TIME-MIN
049200         END-IF
049300         IF PARM-OPTIONS(8:2) IS NUMERIC
049400                 AND PARM-OPTIONS(8:2) NOT = '00'
049500             MOVE PARM-OPTIONS(8:2) TO WS-THREE-QTR-MIN
049600         END-IF
049700         IF PARM-OPTIONS(10:2) IS NUMERIC
049800                 AND PARM-OPTIONS(10:2) NOT = '00'
049900             MOVE PARM-OPTIONS(10:2) TO WS-HALF-TIME-MIN
050000         END-IF
050100     END-IF.
050200 1081-SCAN-ONE-CARD-EXIT.
050300     EXIT.
050400
050500 2000-LOAD-NEXT-CONFIRMATION.
050600     READ CONFIRMATION-FILE
050700         AT END SET CONF-STATUS-EOF TO TRUE
050800     END-READ.
050900     IF CONF-STATUS-EOF
051000         GO TO 2000-LOAD-NEXT-CONFIRMATION-EXIT
051100     END-IF.
051200     ADD 1 TO WS-CONFIRMATIONS-READ.
051300*    A BLANK SECTION IS '001', AS ON THE DROP REQUEST CARDS.
051400     IF ACNF-SECTION = SPACES
051500         MOVE '001' TO ACNF-SECTION
051600     END-IF.
051700     IF ACNF-STUDENT-ID IS NOT NUMERIC
051800         MOVE 'E240' TO EXC-REASON-CODE
051900         MOVE 'STUDENT ID NOT NUMERIC' TO EXC-REASON-TEXT
052000         PERFORM 2900-WRITE-EXCEPTION
052100             THRU 2900-WRITE-EXCEPTION-EXIT
052200         GO TO 2000-LOAD-NEXT-CONFIRMATION-EXIT
052300     END-IF.
052400     IF ACNF-TERM NOT = WS-ATTEND-TERM
052500         MOVE 'E241' TO EXC-REASON-CODE
052600         MOVE 'CONFIRMATION NOT FOR THE RUN TERM' TO
052700             EXC-REASON-TEXT
052800         PERFORM 2900-WRITE-EXCEPTION
052900             THRU 2900-WRITE-EXCEPTION-EXIT
053000         GO TO 2000-LOAD-NEXT-CONFIRMATION-EXIT
053100     END-IF.
053200     IF NOT ACNF-ATTENDED AND NOT ACNF-NEVER-ATTENDED
053300         MOVE 'E242' TO EXC-REASON-CODE
053400         MOVE 'ATTENDED FLAG MUST BE Y OR N' TO
053500             EXC-REASON-TEXT
053600         PERFORM 2900-WRITE-EXCEPTION
053700             THRU 2900-WRITE-EXCEPTION-EXIT
053800         GO TO 2000-LOAD-NEXT-CONFIRMATION-EXIT
053900     END-IF.
054000     MOVE ACNF-STUDENT-ID-N TO ENRL-STUDENT-ID.
054100     MOVE ACNF-COURSE-ID    TO ENRL-COURSE-ID.
054200     MOVE ACNF-TERM         TO ENRL-TERM.
054300     MOVE ACNF-SECTION      TO ENRL-SECTION.
054400     READ ENROLLMENT-FILE
054500         INVALID KEY MOVE SPACES TO ENRL-STATUS
054600     END-READ.
054700     IF NOT ENRL-REGISTERED
054800         MOVE 'E243' TO EXC-REASON-CODE
054900         MOVE 'NO REGISTERED ENROLLMENT FOR SECTION' TO
055000             EXC-REASON-TEXT
055100         PERFORM 2900-WRITE-EXCEPTION
055200             THRU 2900-WRITE-EXCEPTION-EXIT
055300         GO TO 2000-LOAD-NEXT-CONFIRMATION-EXIT
055400     END-IF.
055500     PERFORM 2100-POST-CONFIRMATION
055600         THRU 2100-POST-CONFIRMATION-EXIT.
055700 2000-LOAD-NEXT-CONFIRMATION-EXIT.
055800     EXIT.
055900
056000 2100-POST-CONFIRMATION.
056100*    A LATER CONFIRMATION REPLACES AN EARLIER ONE, AND ONE
056200*    ARRIVING AFTER THE DEADLINE STILL COUNTS - A STUDENT WHO
056300*    DID ATTEND IS NOT WITHDRAWN OVER LATE PAPERWORK.  ONCE
056400*    THE WITHDRAWAL IS QUEUED IT IS CRSEDROP'S TO POST.
056500     MOVE ACNF-STUDENT-ID-N TO ATTN-STUDENT-ID.
056600     MOVE ACNF-COURSE-ID    TO ATTN-COURSE-ID.
056700     MOVE ACNF-SECTION      TO ATTN-SECTION.
056800     MOVE ACNF-TERM         TO ATTN-TERM.
056900     READ ATTENDANCE-FILE
057000         INVALID KEY
057100             MOVE SPACES TO ATTN-STATUS
057200             MOVE ZERO TO ATTN-WITHDRAW-DATE
057300     END-READ.
057400     IF ATTN-WITHDRAWAL-QUEUED
057500         MOVE 'E244' TO EXC-REASON-CODE
057600         MOVE 'WITHDRAWAL ALREADY QUEUED FOR CRSEDROP' TO
057700             EXC-REASON-TEXT
057800         PERFORM 2900-WRITE-EXCEPTION
057900             THRU 2900-WRITE-EXCEPTION-EXIT
058000         GO TO 2100-POST-CONFIRMATION-EXIT
058100     END-IF.
058200     IF ACNF-ATTENDED
058300         SET ATTN-ATTENDED TO TRUE
058400     ELSE
058500         SET ATTN-NEVER-ATTENDED TO TRUE
058600     END-IF.
058700     MOVE ACNF-INSTRUCTOR-ID TO ATTN-INSTRUCTOR-ID.
058800     MOVE WS-TODAY-YYYYMMDD  TO ATTN-CONFIRM-DATE.
058900     WRITE ATTENDANCE-RECORD
059000         INVALID KEY
059100             REWRITE ATTENDANCE-RECORD
059200             END-REWRITE
059300     END-WRITE.
059400     ADD 1 TO WS-CONFIRMATIONS-POSTED.
059500 2100-POST-CONFIRMATION-EXIT.
059600     EXIT.
059700
059800 2900-WRITE-EXCEPTION.
059900     ADD 1 TO WS-CONFIRMATIONS-REJECTED.
060000     MOVE SPACES TO EXC-KEY-VALUE.
060100     STRING ACNF-STUDENT-ID '/' ACNF-COURSE-ID(1:6) '/'
060200            ACNF-SECTION
060300         DELIMITED BY SIZE
060400         INTO EXC-KEY-VALUE
060500     END-STRING.
060600     PERFORM 2910-WRITE-EXC-RECORD
060700         THRU 2910-WRITE-EXC-RECORD-EXIT.
060800 2900-WRITE-EXCEPTION-EXIT.
060900     EXIT.
061000
061100 2910-WRITE-EXC-RECORD.
061200     MOVE 'ATTEND' TO EXC-PROGRAM-ID.
061300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
061400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
061500     MOVE SPACES TO EXC-OPERATOR-ID.
061600     WRITE EXC-RECORD.
061700     SET RC-WARNING TO TRUE.
061800 2910-WRITE-EXC-RECORD-EXIT.
061900     EXIT.
062000
062100 3000-SELECT-NEVER-ATTENDED.
062200*    ENRLMAST IS IN STUDENT ORDER, SO EACH STUDENT'S TERM
062300*    LOAD IS TOTALLED ON THE SAME PASS THAT PICKS OUT THE
062400*    NEVER-ATTENDED SECTIONS.
062500     IF WS-PAST-DEADLINE
062600         MOVE SPACES TO AID-LIST-LINE
062700         STRING 'NEVER-ATTENDED WITHDRAWALS - REVISED LOAD - '
062800                'TERM ' WS-ATTEND-TERM
062900                '  AS OF ' WS-TODAY-YYYYMMDD
063000             DELIMITED BY SIZE
063100             INTO AID-LIST-LINE
063200         END-STRING
063300         WRITE AID-LIST-LINE
063400         MOVE SPACES TO AID-LIST-LINE
063500         WRITE AID-LIST-LINE
063600         MOVE SPACES TO AID-LIST-LINE
063700         STRING 'STUDENT   NAME                       '
063800                'CR BEFORE   CR AFTER  COURSES'
063900             DELIMITED BY SIZE
064000             INTO AID-LIST-LINE
064100         END-STRING
064200         WRITE AID-LIST-LINE
064300     END-IF.
064400     MOVE LOW-VALUES TO ENRL-KEY.
064500     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
064600         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
064700     END-START.
064800     PERFORM 3100-CHECK-NEXT-ENRL
064900         THRU 3100-CHECK-NEXT-ENRL-EXIT
065000         UNTIL ENRL-STATUS-EOF.
065100     IF NOT WS-FIRST-STUDENT
065200         PERFORM 3300-CLOSE-ONE-STUDENT
065300             THRU 3300-CLOSE-ONE-STUDENT-EXIT
065400     END-IF.
065500 3000-SELECT-NEVER-ATTENDED-EXIT.
065600     EXIT.
065700
065800 3100-CHECK-NEXT-ENRL.
065900     READ ENROLLMENT-FILE NEXT
066000         AT END SET ENRL-STATUS-EOF TO TRUE
066100     END-READ.
066200     IF ENRL-STATUS-EOF
066300         GO TO 3100-CHECK-NEXT-ENRL-EXIT
066400     END-IF.
066500     IF ENRL-TERM NOT = WS-ATTEND-TERM
066600             OR NOT ENRL-REGISTERED
066700         GO TO 3100-CHECK-NEXT-ENRL-EXIT
066800     END-IF.
066900     IF WS-FIRST-STUDENT
067000             OR ENRL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
067100         IF NOT WS-FIRST-STUDENT
067200             PERFORM 3300-CLOSE-ONE-STUDENT
067300                 THRU 3300-CLOSE-ONE-STUDENT-EXIT
067400         END-IF
067500         MOVE ENRL-STUDENT-ID TO WS-PREV-STUDENT-ID
067600         MOVE ZERO TO WS-CREDIT-LOAD
067700         MOVE ZERO TO WS-WITHDRAWN-CREDITS
067800         MOVE ZERO TO WS-STUDENT-WITHDRAWN
067900     END-IF.
068000     MOVE 'N' TO WS-FIRST-STUDENT-SW.
068100     ADD 1 TO WS-ENROLLMENTS-CHECKED.
068200
068300     MOVE ZERO TO WS-COURSE-CREDITS.
068400     MOVE ENRL-COURSE-ID TO COURSE-ID.
068500     READ COURSE-CATALOG
068600         INVALID KEY CONTINUE
068700         NOT INVALID KEY
068800             IF COURSE-CREDITS IS NUMERIC
068900                 MOVE COURSE-CREDITS TO WS-COURSE-CREDITS
069000             END-IF
069100     END-READ.
069200     ADD WS-COURSE-CREDITS TO WS-CREDIT-LOAD.
069300
069400     MOVE ENRL-STUDENT-ID TO ATTN-STUDENT-ID.
069500     MOVE ENRL-COURSE-ID  TO ATTN-COURSE-ID.
069600     MOVE ENRL-SECTION    TO ATTN-SECTION.
069700     MOVE ENRL-TERM       TO ATTN-TERM.
069800     READ ATTENDANCE-FILE
069900         INVALID KEY
070000             MOVE SPACES TO ATTN-STATUS
070100             MOVE ZERO TO ATTN-WITHDRAW-DATE
070200     END-READ.
070300     IF ATTN-ATTENDED
070400         GO TO 3100-CHECK-NEXT-ENRL-EXIT
070500     END-IF.
070600
070700     MOVE SPACES TO SORT-INSTRUCTOR-ID.
070800     MOVE '** NO INSTRUCTOR ASSIGNED **' TO SORT-INSTRUCTOR-NAME.
070900     IF WS-INST-OPEN
071000         MOVE ENRL-COURSE-ID TO INST-COURSE-ID
071100         MOVE ENRL-SECTION   TO INST-SECTION
071200         MOVE ENRL-TERM      TO INST-TERM
071300         READ INSTRUCTOR-FILE
071400             NOT INVALID KEY
071500                 MOVE INST-INSTRUCTOR-ID   TO SORT-INSTRUCTOR-ID
071600                 MOVE INST-INSTRUCTOR-NAME TO
071700                     SORT-INSTRUCTOR-NAME
071800         END-READ
071900     END-IF.
072000     MOVE ENRL-COURSE-ID  TO SORT-COURSE-ID.
072100     MOVE ENRL-SECTION    TO SORT-SECTION.
072200     MOVE ENRL-STUDENT-ID TO SORT-STUDENT-ID.
072300     MOVE SPACES TO SORT-CONFIRM-SW.
072400     MOVE SPACES TO SORT-QUEUED-SW.
072500     IF ATTN-NEVER-ATTENDED
072600         SET SORT-CONFIRMED-ABSENT TO TRUE
072700     END-IF.
072800     ADD 1 TO WS-NEVER-ATTENDED.
072900
073000     IF WS-PAST-DEADLINE
073100         PERFORM 3200-QUEUE-WITHDRAWAL
073200             THRU 3200-QUEUE-WITHDRAWAL-EXIT
073300         SET SORT-WITHDRAWAL-QUEUED TO TRUE
073400     END-IF.
073500     RELEASE SORT-ATTEND-RECORD.
073600 3100-CHECK-NEXT-ENRL-EXIT.
073700     EXIT.
073800
073900 3200-QUEUE-WITHDRAWAL.
074000*    THE WITHDRAWAL GOES TO CRSEDROP AS AN ORDINARY DROP
074100*    REQUEST, SO IT POSTS, REFUNDS AND REACHES THE AID FEED
074200*    EXACTLY AS A STUDENT'S OWN WITHDRAWAL WOULD.  A SECTION
074300*    ALREADY QUEUED (STILL REGISTERED UNTIL CRSEDROP RUNS) IS
074400*    NOT QUEUED AGAIN, BUT STILL COUNTS AGAINST THE LOAD.
074500     ADD WS-COURSE-CREDITS TO WS-WITHDRAWN-CREDITS.
074600     ADD 1 TO WS-STUDENT-WITHDRAWN.
074700     IF ATTN-WITHDRAWAL-QUEUED
074800         GO TO 3200-QUEUE-WITHDRAWAL-EXIT
074900     END-IF.
075000     MOVE SPACES TO DROP-REQUEST-RECORD.
075100     MOVE ENRL-STUDENT-ID TO DRQ-STUDENT-ID.
075200     MOVE ENRL-COURSE-ID  TO DRQ-COURSE-ID.
075300     MOVE ENRL-TERM       TO DRQ-TERM.
075400     MOVE ENRL-SECTION    TO DRQ-SECTION.
075500     WRITE DROP-REQUEST-RECORD.
075600     ADD 1 TO WS-WITHDRAWALS-QUEUED.
075700     IF ATTN-STATUS = SPACES
075800         MOVE SPACES TO ATTN-INSTRUCTOR-ID
075900         MOVE ZERO TO ATTN-CONFIRM-DATE
076000         SET ATTN-WITHDRAWAL-QUEUED TO TRUE
076100         MOVE WS-TODAY-YYYYMMDD TO ATTN-WITHDRAW-DATE
076200         WRITE ATTENDANCE-RECORD
076300             INVALID KEY CONTINUE
076400         END-WRITE
076500     ELSE
076600         SET ATTN-WITHDRAWAL-QUEUED TO TRUE
076700         MOVE WS-TODAY-YYYYMMDD TO ATTN-WITHDRAW-DATE
076800         REWRITE ATTENDANCE-RECORD
076900             INVALID KEY CONTINUE
077000         END-REWRITE
077100     END-IF.
077200 3200-QUEUE-WITHDRAWAL-EXIT.
077300     EXIT.
077400
077500 3300-CLOSE-ONE-STUDENT.
077600*    ONE AID-LIST LINE PER STUDENT LOSING ANY CREDIT - THE
077700*    TERM LOAD AS REGISTERED AND AS IT WILL STAND ONCE
077800*    CRSEDROP HAS POSTED THE WITHDRAWALS.
077900     IF WS-STUDENT-WITHDRAWN = ZERO
078000         GO TO 3300-CLOSE-ONE-STUDENT-EXIT
078100     END-IF.
078200     MOVE WS-CREDIT-LOAD TO WS-CLASS-CREDITS.
078300     PERFORM 3310-CLASSIFY-LOAD
078400         THRU 3310-CLASSIFY-LOAD-EXIT.
078500     MOVE WS-CLASS-CODE TO WS-LOAD-BEFORE-CLASS.
078600     SUBTRACT WS-WITHDRAWN-CREDITS FROM WS-CREDIT-LOAD
078700         GIVING WS-REVISED-LOAD.
078800     MOVE WS-REVISED-LOAD TO WS-CLASS-CREDITS.
078900     PERFORM 3310-CLASSIFY-LOAD
079000         THRU 3310-CLASSIFY-LOAD-EXIT.
079100     MOVE WS-CLASS-CODE TO WS-LOAD-AFTER-CLASS.
079200     MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
079300     READ STUDENT INTO WS-STUDENT
079400         INVALID KEY
079500             MOVE WS-PREV-STUDENT-ID TO WS-STUDENT-ID
079600             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
079700     END-READ.
079800     MOVE WS-CREDIT-LOAD  TO WS-CREDITS-EDIT.
079900     MOVE WS-REVISED-LOAD TO WS-REVISED-EDIT.
080000     MOVE WS-STUDENT-WITHDRAWN TO WS-TOTAL-EDIT.
080100     MOVE SPACES TO AID-LIST-LINE.
080200     STRING WS-STUDENT-ID ' ' WS-NAME '  '
080300            WS-CREDITS-EDIT ' ' WS-LOAD-BEFORE-CLASS '    '
080400            WS-REVISED-EDIT ' ' WS-LOAD-AFTER-CLASS '  '
080500            WS-TOTAL-EDIT
080600         DELIMITED BY SIZE
080700         INTO AID-LIST-LINE
080800     END-STRING.
080900     WRITE AID-LIST-LINE.
081000     ADD 1 TO WS-STUDENTS-AFFECTED.
081100 3300-CLOSE-ONE-STUDENT-EXIT.
081200     EXIT.
081300
081400 3310-CLASSIFY-LOAD.
081500     EVALUATE TRUE
081600         WHEN WS-CLASS-CREDITS NOT < WS-FULL-TIME-MIN
081700             MOVE 'FT' TO WS-CLASS-CODE
081800         WHEN WS-CLASS-CREDITS NOT < WS-THREE-QTR-MIN
081900             MOVE 'TQ' TO WS-CLASS-CODE
082000         WHEN WS-CLASS-CREDITS NOT < WS-HALF-TIME-MIN
082100             MOVE 'HT' TO WS-CLASS-CODE
082200         WHEN OTHER
082300             MOVE 'LT' TO WS-CLASS-CODE
082400     END-EVALUATE.
082500 3310-CLASSIFY-LOAD-EXIT.
082600     EXIT.
082700
082800 4000-PRINT-NEVER-ATTENDED.
082900     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
083000     STRING 'ATTENDANCE NOT CONFIRMED - TERM ' WS-ATTEND-TERM
083100            '     AS OF ' WS-TODAY-YYYYMMDD
083200         DELIMITED BY SIZE
083300         INTO ATTENDANCE-REPORT-LINE
083400     END-STRING.
083500     WRITE ATTENDANCE-REPORT-LINE.
083600     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
083700     IF WS-CAL-DATE-FOUND
083800         STRING 'CONFIRMATION DEADLINE ' WS-ATTEND-DEADLINE
083900             DELIMITED BY SIZE
084000             INTO ATTENDANCE-REPORT-LINE
084100         END-STRING
084200     ELSE
084300         MOVE 'NO CONFIRMATION DEADLINE ON THE CALENDAR' TO
084400             ATTENDANCE-REPORT-LINE
084500     END-IF.
084600     WRITE ATTENDANCE-REPORT-LINE.
084700     PERFORM 4100-RETURN-NEXT
084800         THRU 4100-RETURN-NEXT-EXIT
084900         UNTIL SORT-AT-EOF.
085000     IF NOT WS-FIRST-INSTRUCTOR
085100         PERFORM 4400-WRITE-INSTRUCTOR-TOTAL
085200             THRU 4400-WRITE-INSTRUCTOR-TOTAL-EXIT
085300     END-IF.
085400     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
085500     WRITE ATTENDANCE-REPORT-LINE.
085600     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
085700     MOVE WS-NEVER-ATTENDED TO WS-TOTAL-EDIT.
085800     STRING 'TOTAL ENROLLMENTS NOT CONFIRMED: ' WS-TOTAL-EDIT
085900         DELIMITED BY SIZE
086000         INTO ATTENDANCE-REPORT-LINE
086100     END-STRING.
086200     WRITE ATTENDANCE-REPORT-LINE.
086300 4000-PRINT-NEVER-ATTENDED-EXIT.
086400     EXIT.
086500
086600 4100-RETURN-NEXT.
086700     RETURN SORT-WORK INTO SORT-ATTEND-RECORD
086800         AT END SET SORT-AT-EOF TO TRUE
086900     END-RETURN.
087000     IF SORT-AT-EOF
087100         GO TO 4100-RETURN-NEXT-EXIT
087200     END-IF.
087300     IF WS-FIRST-INSTRUCTOR
087400             OR SORT-INSTRUCTOR-ID NOT = WS-PREV-INSTRUCTOR-ID
087500         IF NOT WS-FIRST-INSTRUCTOR
087600             PERFORM 4400-WRITE-INSTRUCTOR-TOTAL
087700                 THRU 4400-WRITE-INSTRUCTOR-TOTAL-EXIT
087800         END-IF
087900         PERFORM 4200-WRITE-INSTRUCTOR-HEADER
088000             THRU 4200-WRITE-INSTRUCTOR-HEADER-EXIT
088100     END-IF.
088200     MOVE 'N' TO WS-FIRST-INSTRUCTOR-SW.
088300     MOVE SORT-INSTRUCTOR-ID TO WS-PREV-INSTRUCTOR-ID.
088400     PERFORM 4300-WRITE-STUDENT-LINE
088500         THRU 4300-WRITE-STUDENT-LINE-EXIT.
088600 4100-RETURN-NEXT-EXIT.
088700     EXIT.
088800
088900 4200-WRITE-INSTRUCTOR-HEADER.
089000     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
089100     WRITE ATTENDANCE-REPORT-LINE.
089200     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
089300     STRING 'INSTRUCTOR ' SORT-INSTRUCTOR-ID ' '
089400            SORT-INSTRUCTOR-NAME
089500         DELIMITED BY SIZE
089600         INTO ATTENDANCE-REPORT-LINE
089700     END-STRING.
089800     WRITE ATTENDANCE-REPORT-LINE.
089900 4200-WRITE-INSTRUCTOR-HEADER-EXIT.
090000     EXIT.
090100
090200 4300-WRITE-STUDENT-LINE.
090300     MOVE SORT-STUDENT-ID TO STUDENT-ID.
090400     READ STUDENT INTO WS-STUDENT
090500         INVALID KEY
090600             MOVE SORT-STUDENT-ID TO WS-STUDENT-ID
090700             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
090800     END-READ.
090900     EVALUATE TRUE
091000         WHEN SORT-WITHDRAWAL-QUEUED
091100             MOVE 'WITHDRAWN' TO WS-LINE-STATUS
091200         WHEN SORT-CONFIRMED-ABSENT
091300             MOVE 'NEVER ATTENDED' TO WS-LINE-STATUS
091400         WHEN OTHER
091500             MOVE 'NOT CONFIRMED' TO WS-LINE-STATUS
091600     END-EVALUATE.
091700     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
091800     STRING '  ' SORT-COURSE-ID ' SEC ' SORT-SECTION
091900            '  ' WS-STUDENT-ID ' ' WS-NAME ' '
092000            WS-LINE-STATUS
092100         DELIMITED BY SIZE
092200         INTO ATTENDANCE-REPORT-LINE
092300     END-STRING.
092400     WRITE ATTENDANCE-REPORT-LINE.
092500     ADD 1 TO WS-INSTRUCTOR-COUNT.
092600 4300-WRITE-STUDENT-LINE-EXIT.
092700     EXIT.
092800
092900 4400-WRITE-INSTRUCTOR-TOTAL.
093000     MOVE SPACES TO ATTENDANCE-REPORT-LINE.
093100     STRING '  ENROLLMENTS NOT CONFIRMED: ' WS-INSTRUCTOR-COUNT
093200         DELIMITED BY SIZE
093300         INTO ATTENDANCE-REPORT-LINE
093400     END-STRING.
093500     WRITE ATTENDANCE-REPORT-LINE.
093600     MOVE ZERO TO WS-INSTRUCTOR-COUNT.
093700 4400-WRITE-INSTRUCTOR-TOTAL-EXIT.
093800     EXIT.
093900
094000 7000-WRITE-RUNCTL-COMPLETE.
094100     MOVE '00' TO WS-RUNCTL-STATUS.
094200     OPEN EXTEND RUNCTL-FILE.
094300     IF NOT RUNCTL-STATUS-OK
094400         OPEN OUTPUT RUNCTL-FILE
094500     END-IF.
094600     MOVE 'ATTEND  ' TO RUNCTL-STEP-NAME.
094700     SET RUNCTL-COMPLETE TO TRUE.
094800     MOVE WS-ATTEND-TERM TO RUNCTL-LAST-KEY.
094900     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
095000     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
095100     MOVE SPACES TO RUNCTL-OPERATOR-ID.
095200     WRITE RUNCTL-RECORD.
095300     CLOSE RUNCTL-FILE.
095400 7000-WRITE-RUNCTL-COMPLETE-EXIT.
095500     EXIT.
095600
095700 9000-FINISH.
095800     CLOSE STUDENT.
095900     CLOSE ENROLLMENT-FILE.
096000     CLOSE COURSE-CATALOG.
096100     CLOSE ATTENDANCE-FILE.
096200     IF WS-INST-OPEN
096300         CLOSE INSTRUCTOR-FILE
096400     END-IF.
096500     IF WS-CONF-FILE-OPEN
096600         CLOSE CONFIRMATION-FILE
096700     END-IF.
096800     IF WS-DRQ-OPEN
096900         CLOSE DROP-REQUEST-LIST
097000     END-IF.
097100     IF WS-PAST-DEADLINE
097200         MOVE SPACES TO AID-LIST-LINE
097300         WRITE AID-LIST-LINE
097400         MOVE SPACES TO AID-LIST-LINE
097500         MOVE WS-STUDENTS-AFFECTED TO WS-TOTAL-EDIT
097600         STRING 'STUDENTS AFFECTED: ' WS-TOTAL-EDIT
097700             DELIMITED BY SIZE
097800             INTO AID-LIST-LINE
097900         END-STRING
098000         WRITE AID-LIST-LINE
098100     END-IF.
098200     CLOSE AID-LIST.
098300     CLOSE ATTENDANCE-REPORT.
098400     CLOSE EXCEPTION-FILE.
098500     DISPLAY 'ATTEND - TERM                  : ' WS-ATTEND-TERM.
098600     DISPLAY 'ATTEND - CONFIRMATIONS READ    : '
098700         WS-CONFIRMATIONS-READ.
098800     DISPLAY 'ATTEND - CONFIRMATIONS POSTED  : '
098900         WS-CONFIRMATIONS-POSTED.
099000     DISPLAY 'ATTEND - CONFIRMATIONS REJECTED: '
099100         WS-CONFIRMATIONS-REJECTED.
099200     DISPLAY 'ATTEND - ENROLLMENTS CHECKED   : '
099300         WS-ENROLLMENTS-CHECKED.
099400     DISPLAY 'ATTEND - NOT CONFIRMED         : '
099500         WS-NEVER-ATTENDED.
099600     DISPLAY 'ATTEND - WITHDRAWALS QUEUED    : '
099700         WS-WITHDRAWALS-QUEUED.
099800     DISPLAY 'ATTEND - AID STUDENTS AFFECTED : '
099900         WS-STUDENTS-AFFECTED.
100000     DISPLAY 'ATTEND - RETURN CODE           : ' WS-RETURN-CODE.
100100 9000-FINISH-EXIT.
100200     EXIT.
100300
100400 9999-EXIT.
100500     STOP RUN.
