000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETNPURG.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  RECORDS-RETENTION
001000*                    DESTRUCTION FOR DEPARTED STUDENTS, UNDER THE
001100*                    LEVEL-3 OPERATOR SIGN-ON.  THE RETNSCHD
001200*                    SCHEDULE (SEE RETNREC) GIVES THE YEARS EACH
001300*                    RECORD TYPE IS KEPT AFTER DEPARTURE - THE
001400*                    DATE ON THE STUDENT'S STUDHIST ARCHIVE
001500*                    LINE.  EXPIRED RECORDS ON STUDHIST,
001600*                    GRADHIST, STUDADDR, STUDRECV AND PRIVHOLD
001700*                    ARE LEFT OFF NEW-COPY DATASETS (THE
001800*                    OWNMASTN PATTERN) THAT OPERATIONS SWAPS IN
001900*                    AFTER A CLEAN END, AND THE RETNCERT
002000*                    CERTIFICATE OF DESTRUCTION LISTS WHAT WAS
002100*                    DESTROYED BY CATEGORY AND COUNT.  A STUDENT
002200*                    BACK ON THE MASTER (RESTORED BY STUDREST)
002300*                    IS NEVER TOUCHED.
002400*   2026-10-15 RLW  STUDRECN WIDENED TO THE 103-BYTE RECVREC SO
002500*                    RECV-REFUNDED IS CARRIED TO THE NEW COPY.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STUDENT ASSIGN TO FILENAME
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS STUDENT-ID
003400         FILE STATUS IS WS-STUDENT-STATUS.
003500
003600     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SHST-STATUS.
003900     SELECT STUDENT-HISTORY-NEW ASSIGN TO "STUDHSTN"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-GRADE-STATUS.
004500     SELECT GRADE-HISTORY-NEW ASSIGN TO "GRADHSTN"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ADDR-STUDENT-ID
005200         FILE STATUS IS WS-ADDR-STATUS.
005300     SELECT ADDRESS-NEW ASSIGN TO "STUDADDN"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS ADDN-STUDENT-ID
005700         FILE STATUS IS WS-ADDN-STATUS.
005800
005900     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS RECV-KEY
006300         FILE STATUS IS WS-RECV-STATUS.
006400     SELECT RECEIVABLE-NEW ASSIGN TO "STUDRECN"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS RECN-KEY
006800         FILE STATUS IS WS-RECN-STATUS.
006900
007000     SELECT PRIVACY-FILE ASSIGN TO "PRIVHOLD"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS PRIV-STUDENT-ID
007400         FILE STATUS IS WS-PRIV-STATUS.
007500     SELECT PRIVACY-NEW ASSIGN TO "PRIVHOLN"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS PRVN-STUDENT-ID
007900         FILE STATUS IS WS-PRVN-STATUS.
008000
008100     SELECT DEPARTURE-INDEX ASSIGN TO "RETNIDX"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS DIX-STUDENT-ID
008500         FILE STATUS IS WS-DIX-STATUS.
008600
008700     SELECT RETENTION-SCHEDULE ASSIGN TO "RETNSCHD"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-SCHED-STATUS.
009000
009100     SELECT CERTIFICATE-REPORT ASSIGN TO "RETNCERT"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400     SELECT EXCEPTION-FILE ASSIGN TO "RETNEXC"
009500         ORGANIZATION IS LINE SEQUENTIAL.
009600
009700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-BUSDATE-STATUS.
010000
010100     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-PARM-STATUS.
010400
010500     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-OPAUTH-STATUS.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  STUDENT.
011200     COPY STUDREC.
011300
011400 01  FILENAME                   PIC X(12).
011500
011600*    THE ARCHIVE LINE AS STRUNG BY STUDARCH AND STUDMERG - THE
011700*    DEPARTURE DATE IN COLS 43-50 IS ABSENT ON LINES ARCHIVED
011800*    BEFORE IT WAS ADDED.
011900 FD  STUDENT-HISTORY.
012000 01  HISTORY-LINE                   PIC X(80).
012100 01  HISTORY-RECORD REDEFINES HISTORY-LINE.
012200     05  HIST-STUDENT-ID             PIC X(09).
012300     05  HIST-STUDENT-ID-N REDEFINES HIST-STUDENT-ID
012400                                     PIC 9(09).
012500     05  FILLER                      PIC X(32).
012600     05  HIST-DATE-SEPARATOR         PIC X(01).
012700     05  HIST-ARCHIVE-DATE           PIC X(08).
012800     05  HIST-ARCHIVE-DATE-N REDEFINES HIST-ARCHIVE-DATE
012900                                     PIC 9(08).
013000     05  FILLER                      PIC X(30).
013100
013200 FD  STUDENT-HISTORY-NEW.
013300 01  HISTORY-NEW-LINE               PIC X(80).
013400
013500 FD  GRADE-HISTORY.
013600     COPY GRADREC.
013700
013800 FD  GRADE-HISTORY-NEW.
013900 01  GRADE-NEW-RECORD               PIC X(35).
014000
014100 FD  ADDRESS-FILE.
014200     COPY ADDRREC.
014300
014400 FD  ADDRESS-NEW.
014500 01  ADDRESS-NEW-RECORD.
014600     05  ADDN-STUDENT-ID             PIC 9(09).
014700     05  FILLER                      PIC X(114).
014800
014900 FD  RECEIVABLE-FILE.
015000     COPY RECVREC.
015100
015200 FD  RECEIVABLE-NEW.
015300 01  RECEIVABLE-NEW-RECORD.
015400     05  RECN-KEY                    PIC X(14).
015500     05  FILLER                      PIC X(89).
015600
015700 FD  PRIVACY-FILE.
015800     COPY PRIVREC.
015900
016000 FD  PRIVACY-NEW.
016100 01  PRIVACY-NEW-RECORD.
016200     05  PRVN-STUDENT-ID             PIC 9(09).
016300     05  FILLER                      PIC X(09).
016400
016500*    WORK INDEX - ONE ENTRY PER ARCHIVED STUDENT, WITH THE
016600*    LATEST DEPARTURE DATE ON STUDHIST AND WHETHER THEY ARE
016700*    BACK ON THE MASTER.  REBUILT EVERY RUN.
016800 FD  DEPARTURE-INDEX.
016900 01  DEPARTURE-INDEX-RECORD.
017000     05  DIX-STUDENT-ID              PIC 9(09).
017100     05  DIX-DEPARTURE-DATE          PIC 9(08).
017200     05  DIX-ON-MASTER-SW            PIC X(01).
017300         88  DIX-ON-MASTER           VALUE 'Y'.
017400
017500 FD  RETENTION-SCHEDULE.
017600     COPY RETNREC.
017700
017800 FD  CERTIFICATE-REPORT.
017900 01  CERTIFICATE-LINE               PIC X(100).
018000
018100 FD  EXCEPTION-FILE.
018200     COPY EXCREC.
018300
018400 FD  BUSDATE-FILE.
018500     COPY BUSDATE.
018600
018700 FD  PARM-CARD-FILE.
018800     COPY PARMREC.
018900
019000 FD  OPAUTH-FILE.
019100     COPY OPAUTH.
019200
019300 WORKING-STORAGE SECTION.
019400     COPY RETCODES.
019500
019600 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
019700     88  STUDENT-STATUS-OK           VALUE '00'.
019800 01  WS-SHST-STATUS                 PIC X(02) VALUE '00'.
019900     88  SHST-STATUS-OK              VALUE '00'.
020000     88  SHST-STATUS-EOF             VALUE '10'.
020100 01  WS-GRADE-STATUS                PIC X(02) VALUE '00'.
020200     88  GRADE-STATUS-OK             VALUE '00'.
020300     88  GRADE-STATUS-EOF            VALUE '10'.
020400 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
020500     88  ADDR-STATUS-OK              VALUE '00'.
020600     88  ADDR-STATUS-EOF             VALUE '10'.
020700 01  WS-ADDN-STATUS                 PIC X(02) VALUE '00'.
020800     88  ADDN-STATUS-OK              VALUE '00'.
020900 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
021000     88  RECV-STATUS-OK              VALUE '00'.
021100     88  RECV-STATUS-EOF             VALUE '10'.
021200 01  WS-RECN-STATUS                 PIC X(02) VALUE '00'.
021300     88  RECN-STATUS-OK              VALUE '00'.
021400 01  WS-PRIV-STATUS                 PIC X(02) VALUE '00'.
021500     88  PRIV-STATUS-OK              VALUE '00'.
021600     88  PRIV-STATUS-EOF             VALUE '10'.
021700 01  WS-PRVN-STATUS                 PIC X(02) VALUE '00'.
021800     88  PRVN-STATUS-OK              VALUE '00'.
021900 01  WS-DIX-STATUS                  PIC X(02) VALUE '00'.
022000     88  DIX-STATUS-OK               VALUE '00'.
022100 01  WS-SCHED-STATUS                PIC X(02) VALUE '00'.
022200     88  SCHED-STATUS-OK             VALUE '00'.
022300     88  SCHED-STATUS-EOF            VALUE '10'.
022400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
022500     88  BUSDATE-STATUS-OK           VALUE '00'.
022600
022700*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
022800*    OPAUTH) - DESTRUCTION IS A PURGE, SO LEVEL 3, AND THE
022900*    OPERATOR IS NAMED ON THE CERTIFICATE.
023000 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
023100     88  OPAUTH-STATUS-OK            VALUE '00'.
023200     88  OPAUTH-STATUS-EOF           VALUE '10'.
023300 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
023400 01  WS-OPERATOR-NAME               PIC X(25) VALUE SPACES.
023500 01  WS-OPER-LEVEL-FOUND            PIC 9(01) VALUE ZERO.
023600 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
023700 01  WS-SIGNON-OK-SW                PIC X(01) VALUE 'N'.
023800     88  WS-SIGNON-OK                VALUE 'Y'.
023900
024000 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
024100     88  PARM-STATUS-OK              VALUE '00'.
024200     88  PARM-STATUS-EOF             VALUE '10'.
024300 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
024400     88  WS-PARM-FOUND               VALUE 'Y'.
024500
024600*    ONE ENTRY PER RECORD TYPE, IN THE ORDER THEY ARE PURGED.
024700*    YEARS DEFAULT TO 999 (PERMANENT) UNTIL THE SCHEDULE SAYS
024800*    OTHERWISE.
024900 01  WS-CAT-HIST                    PIC 9(01) VALUE 1.
025000 01  WS-CAT-GRADE                   PIC 9(01) VALUE 2.
025100 01  WS-CAT-ADDR                    PIC 9(01) VALUE 3.
025200 01  WS-CAT-RECV                    PIC 9(01) VALUE 4.
025300 01  WS-CAT-PRIV                    PIC 9(01) VALUE 5.
025400 01  WS-CATEGORY-NAMES.
025500     05  FILLER                     PIC X(08) VALUE 'STUDHIST'.
025600     05  FILLER                     PIC X(08) VALUE 'GRADHIST'.
025700     05  FILLER                     PIC X(08) VALUE 'STUDADDR'.
025800     05  FILLER                     PIC X(08) VALUE 'STUDRECV'.
025900     05  FILLER                     PIC X(08) VALUE 'PRIVHOLD'.
026000 01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
026100     05  WS-CAT-NAME OCCURS 5 TIMES PIC X(08).
026200 01  WS-CATEGORY-TABLE.
026300     05  WS-CAT-ENTRY OCCURS 5 TIMES.
026400         10  WS-CAT-YEARS           PIC 9(03).
026500         10  WS-CAT-SCHEDULED-SW    PIC X(01).
026600             88  WS-CAT-SCHEDULED   VALUE 'Y'.
026700         10  WS-CAT-PRESENT-SW      PIC X(01).
026800             88  WS-CAT-PRESENT     VALUE 'Y'.
026900         10  WS-CAT-READ            PIC 9(07) COMP.
027000         10  WS-CAT-DESTROYED       PIC 9(07) COMP.
027100         10  WS-CAT-KEPT            PIC 9(07) COMP.
027200 01  WS-CAT-SUB                     PIC 9(02) COMP VALUE ZERO.
027300*    STUDHIST CARRIES THE DEPARTURE DATE EVERY OTHER TYPE IS
027400*    MEASURED FROM, SO AN ARCHIVE LINE IS KEPT AS LONG AS THE
027500*    LONGEST-KEPT TYPE - A PERMANENT TRANSCRIPT KEEPS IT
027600*    PERMANENTLY.
027700 01  WS-HIST-EFFECTIVE-YEARS        PIC 9(03) VALUE 999.
027800
027900*    EXPIRY TEST - CALLER SETS THE STUDENT AND THE YEARS.
028000 01  WS-TEST-STUDENT-ID             PIC 9(09) VALUE ZERO.
028100 01  WS-TEST-YEARS                  PIC 9(03) VALUE 999.
028200 01  WS-EXPIRY-DATE                 PIC 9(08) VALUE ZERO.
028300 01  WS-EXPIRED-SW                  PIC X(01) VALUE 'N'.
028400     88  WS-EXPIRED                  VALUE 'Y'.
028500
028600 01  WS-LINE-DATE                   PIC 9(08) VALUE ZERO.
028700 01  WS-HIST-UNDATED                PIC 9(07) COMP VALUE ZERO.
028800 01  WS-RECV-OPEN-KEPT              PIC 9(07) COMP VALUE ZERO.
028900 01  WS-DEPARTED-STUDENTS           PIC 9(07) COMP VALUE ZERO.
029000 01  WS-RESTORED-STUDENTS           PIC 9(07) COMP VALUE ZERO.
029100 01  WS-TOTAL-DESTROYED             PIC 9(07) COMP VALUE ZERO.
029200 01  WS-NEW-COPY-FAILED-SW          PIC X(01) VALUE 'N'.
029300     88  WS-NEW-COPY-FAILED          VALUE 'Y'.
029400
029500 01  WS-YEARS-TEXT                  PIC X(10) VALUE SPACES.
029600 01  WS-YEARS-EDIT                  PIC ZZ9.
029700 01  WS-COUNT-EDIT                  PIC Z,ZZZ,ZZ9.
029800 01  WS-COUNT-EDIT-2                PIC Z,ZZZ,ZZ9.
029900 01  WS-COUNT-EDIT-3                PIC Z,ZZZ,ZZ9.
030000
030100 01  WS-CURRENT-DATE-TIME.
030200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
030300     05  WS-TIME-HHMMSSHH           PIC 9(08).
030400     05  FILLER                     PIC X(05).
030500
030600 PROCEDURE DIVISION.
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE
030900         THRU 1000-INITIALIZE-EXIT.
031000
031100*    DESTRUCTION IS A PRIVILEGED FUNCTION.  A SEVERE START-UP
031200*    FAILURE SKIPS THE CHECK - THE RUN IS ALREADY DEAD AND THE
031300*    SEVERE CODE MUST STAND.
031400     IF RC-SEVERE
031500         GO TO 0000-WRAP-UP
031600     END-IF.
031700     MOVE 3 TO WS-REQUIRED-LEVEL.
031800     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
031900         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
032000     IF NOT WS-SIGNON-OK
032100         DISPLAY 'RETNPURG - OPERATOR NOT AUTHORIZED: '
032200             WS-OPERATOR-ID
032300         SET RC-ERROR TO TRUE
032400         GO TO 0000-WRAP-UP
032500     END-IF.
032600
032700     PERFORM 1200-LOAD-SCHEDULE
032800         THRU 1200-LOAD-SCHEDULE-EXIT.
032900     IF RC-SEVERE
033000         GO TO 0000-WRAP-UP
033100     END-IF.
033200     PERFORM 2000-BUILD-DEPARTURES
033300         THRU 2000-BUILD-DEPARTURES-EXIT.
033400     IF RC-SEVERE
033500         GO TO 0000-WRAP-UP
033600     END-IF.
033700
033800     PERFORM 3000-PURGE-STUDENT-HISTORY
033900         THRU 3000-PURGE-STUDENT-HISTORY-EXIT.
034000     PERFORM 3100-PURGE-GRADE-HISTORY
034100         THRU 3100-PURGE-GRADE-HISTORY-EXIT.
034200     PERFORM 3200-PURGE-ADDRESSES
034300         THRU 3200-PURGE-ADDRESSES-EXIT.
034400     PERFORM 3300-PURGE-RECEIVABLES
034500         THRU 3300-PURGE-RECEIVABLES-EXIT.
034600     PERFORM 3400-PURGE-PRIVACY-HOLDS
034700         THRU 3400-PURGE-PRIVACY-HOLDS-EXIT.
034800
034900     PERFORM 8000-PRINT-CERTIFICATE
035000         THRU 8000-PRINT-CERTIFICATE-EXIT.
035100
035200 0000-WRAP-UP.
035300     PERFORM 9000-FINISH
035400         THRU 9000-FINISH-EXIT.
035500     MOVE WS-RETURN-CODE TO RETURN-CODE.
035600     GO TO 9999-EXIT.
035700
035800 1000-INITIALIZE.
035900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
036000     PERFORM 1050-GET-BUSINESS-DATE
036100         THRU 1050-GET-BUSINESS-DATE-EXIT.
036200*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
036300*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
036400     OPEN OUTPUT EXCEPTION-FILE.
036500     OPEN OUTPUT CERTIFICATE-REPORT.
036600     MOVE 1 TO WS-CAT-SUB.
036700     PERFORM 1010-CLEAR-ONE-CATEGORY
036800         THRU 1010-CLEAR-ONE-CATEGORY-EXIT
036900         VARYING WS-CAT-SUB FROM 1 BY 1
037000         UNTIL WS-CAT-SUB > 5.
037100
037200     PERFORM 1080-READ-PARM-CARD
037300         THRU 1080-READ-PARM-CARD-EXIT.
037400     IF NOT WS-PARM-FOUND
037500         DISPLAY 'ENTER STUDENT DATASET NAME: '
037600         ACCEPT FILENAME
037700         DISPLAY 'ENTER OPERATOR ID: '
037800         ACCEPT WS-OPERATOR-ID
037900     END-IF.
038000
038100*    THE MASTER IS NEEDED TO SPARE A RESTORED STUDENT - NO
038200*    MASTER, NO DESTRUCTION.
038300     OPEN INPUT STUDENT.
038400     IF NOT STUDENT-STATUS-OK
038500         DISPLAY 'RETNPURG - UNABLE TO OPEN STUDENT FILE, STATUS='
038600             WS-STUDENT-STATUS
038700         SET RC-SEVERE TO TRUE
038800         GO TO 1000-INITIALIZE-EXIT
038900     END-IF.
039000     OPEN OUTPUT DEPARTURE-INDEX.
039100     IF NOT DIX-STATUS-OK
039200         DISPLAY 'RETNPURG - UNABLE TO BUILD RETNIDX, STATUS='
039300             WS-DIX-STATUS
039400         SET RC-SEVERE TO TRUE
039500         GO TO 1000-INITIALIZE-EXIT
039600     END-IF.
039700     CLOSE DEPARTURE-INDEX.
039800     OPEN I-O DEPARTURE-INDEX.
039900 1000-INITIALIZE-EXIT.
040000     EXIT.
040100
040200 1010-CLEAR-ONE-CATEGORY.
040300     MOVE 999  TO WS-CAT-YEARS(WS-CAT-SUB).
040400     MOVE 'N'  TO WS-CAT-SCHEDULED-SW(WS-CAT-SUB).
040500     MOVE 'N'  TO WS-CAT-PRESENT-SW(WS-CAT-SUB).
040600     MOVE ZERO TO WS-CAT-READ(WS-CAT-SUB).
040700     MOVE ZERO TO WS-CAT-DESTROYED(WS-CAT-SUB).
040800     MOVE ZERO TO WS-CAT-KEPT(WS-CAT-SUB).
040900 1010-CLEAR-ONE-CATEGORY-EXIT.
041000     EXIT.
041100
041200 1050-GET-BUSINESS-DATE.
041300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
041400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
041500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
041600*    CLOCK TIME FIELD STAYS REAL.
041700     OPEN INPUT BUSDATE-FILE.
041800     IF NOT BUSDATE-STATUS-OK
041900         GO TO 1050-GET-BUSINESS-DATE-EXIT
042000     END-IF.
042100     READ BUSDATE-FILE
042200         AT END
042300             CLOSE BUSDATE-FILE
042400             GO TO 1050-GET-BUSINESS-DATE-EXIT
042500     END-READ.
042600     CLOSE BUSDATE-FILE.
042700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
042800             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
042900         DISPLAY 'RETNPURG - RUNNING AS OF BUSINESS DATE '
043000             BUS-DATE
043100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
043200     END-IF.
043300 1050-GET-BUSINESS-DATE-EXIT.
043400     EXIT.
043500
043600 1070-CHECK-OPERATOR-AUTHORITY.
043700*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
043800*    THE LEVEL THE CALLER PUT IN WS-REQUIRED-LEVEL.
043900     MOVE 'N' TO WS-SIGNON-OK-SW.
044000     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
044100     IF WS-OPERATOR-ID = SPACES
044200         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
044300     END-IF.
044400     MOVE '00' TO WS-OPAUTH-STATUS.
044500     OPEN INPUT OPAUTH-FILE.
044600     IF NOT OPAUTH-STATUS-OK
044700         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
044800     END-IF.
044900     PERFORM 1071-SCAN-ONE-OPERATOR
045000         THRU 1071-SCAN-ONE-OPERATOR-EXIT
045100         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
045200     CLOSE OPAUTH-FILE.
045300 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
045400     EXIT.
045500
045600 1071-SCAN-ONE-OPERATOR.
045700     READ OPAUTH-FILE
045800         AT END SET OPAUTH-STATUS-EOF TO TRUE
045900     END-READ.
046000     IF OPAUTH-STATUS-EOF
046100         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
046200     END-IF.
046300     IF OPER-ID = WS-OPERATOR-ID
046400         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
046500         MOVE OPER-NAME TO WS-OPERATOR-NAME
046600         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
046700             SET WS-SIGNON-OK TO TRUE
046800         END-IF
046900         SET OPAUTH-STATUS-EOF TO TRUE
047000     END-IF.
047100 1071-SCAN-ONE-OPERATOR-EXIT.
047200     EXIT.
047300
047400 1080-READ-PARM-CARD.
047500*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-28
047600*    OPERATOR ID, AS STUDARCH'S CARD.
047700     MOVE 'N' TO WS-PARM-FOUND-SW.
047800     OPEN INPUT PARM-CARD-FILE.
047900     IF NOT PARM-STATUS-OK
048000         GO TO 1080-READ-PARM-CARD-EXIT
048100     END-IF.
048200     PERFORM 1081-SCAN-ONE-CARD
048300         THRU 1081-SCAN-ONE-CARD-EXIT
048400         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
048500     CLOSE PARM-CARD-FILE.
048600 1080-READ-PARM-CARD-EXIT.
048700     EXIT.
048800
048900 1081-SCAN-ONE-CARD.
049000     READ PARM-CARD-FILE
049100         AT END SET PARM-STATUS-EOF TO TRUE
049200     END-READ.
049300     IF PARM-STATUS-EOF
049400         GO TO 1081-SCAN-ONE-CARD-EXIT
049500     END-IF.
049600     IF PARM-PROGRAM-ID = 'RETNPURG'
049700             AND PARM-OPTIONS(1:12) NOT = SPACES
049800         SET WS-PARM-FOUND TO TRUE
049900         MOVE PARM-OPTIONS(1:12) TO FILENAME
050000         MOVE PARM-OPTIONS(13:8) TO WS-OPERATOR-ID
050100     END-IF.
050200 1081-SCAN-ONE-CARD-EXIT.
050300     EXIT.
050400
050500 1200-LOAD-SCHEDULE.
050600*    NO SCHEDULE, NO DESTRUCTION - THE RUN STOPS SEVERE RATHER
050700*    THAN GUESS AT THE POLICY.
050800     OPEN INPUT RETENTION-SCHEDULE.
050900     IF NOT SCHED-STATUS-OK
051000         DISPLAY 'RETNPURG - UNABLE TO OPEN RETNSCHD, STATUS='
051100             WS-SCHED-STATUS
051200         SET RC-SEVERE TO TRUE
051300         GO TO 1200-LOAD-SCHEDULE-EXIT
051400     END-IF.
051500     PERFORM 1210-LOAD-ONE-SCHEDULE-LINE
051600         THRU 1210-LOAD-ONE-SCHEDULE-LINE-EXIT
051700         UNTIL SCHED-STATUS-EOF.
051800     CLOSE RETENTION-SCHEDULE.
051900
052000     MOVE ZERO TO WS-HIST-EFFECTIVE-YEARS.
052100     PERFORM 1220-LONGEST-RETENTION
052200         THRU 1220-LONGEST-RETENTION-EXIT
052300         VARYING WS-CAT-SUB FROM 1 BY 1
052400         UNTIL WS-CAT-SUB > 5.
052500 1200-LOAD-SCHEDULE-EXIT.
052600     EXIT.
052700
052800 1210-LOAD-ONE-SCHEDULE-LINE.
052900     READ RETENTION-SCHEDULE
053000         AT END SET SCHED-STATUS-EOF TO TRUE
053100     END-READ.
053200     IF SCHED-STATUS-EOF
053300         GO TO 1210-LOAD-ONE-SCHEDULE-LINE-EXIT
053400     END-IF.
053500     IF RETN-RECORD-TYPE = SPACES
053600         GO TO 1210-LOAD-ONE-SCHEDULE-LINE-EXIT
053700     END-IF.
053800     EVALUATE TRUE
053900         WHEN RETN-STUDENT-HISTORY
054000             MOVE WS-CAT-HIST  TO WS-CAT-SUB
054100         WHEN RETN-GRADE-HISTORY
054200             MOVE WS-CAT-GRADE TO WS-CAT-SUB
054300         WHEN RETN-ADDRESS
054400             MOVE WS-CAT-ADDR  TO WS-CAT-SUB
054500         WHEN RETN-RECEIVABLE
054600             MOVE WS-CAT-RECV  TO WS-CAT-SUB
054700         WHEN RETN-PRIVACY-HOLD
054800             MOVE WS-CAT-PRIV  TO WS-CAT-SUB
054900         WHEN OTHER
055000             MOVE RETN-RECORD-TYPE TO EXC-KEY-VALUE
055100             MOVE 'E294' TO EXC-REASON-CODE
055200             MOVE 'UNKNOWN RECORD TYPE ON RETNSCHD - IGNORED'
055300                 TO EXC-REASON-TEXT
055400             PERFORM 2900-WRITE-EXCEPTION
055500                 THRU 2900-WRITE-EXCEPTION-EXIT
055600             GO TO 1210-LOAD-ONE-SCHEDULE-LINE-EXIT
055700     END-EVALUATE.
055800     IF RETN-YEARS IS NOT NUMERIC OR RETN-YEARS = ZERO
055900         MOVE RETN-RECORD-TYPE TO EXC-KEY-VALUE
056000         MOVE 'E295' TO EXC-REASON-CODE
056100         MOVE 'RETENTION YEARS NOT 001-999 - KEPT PERMANENTLY'
056200             TO EXC-REASON-TEXT
056300         PERFORM 2900-WRITE-EXCEPTION
056400             THRU 2900-WRITE-EXCEPTION-EXIT
056500         GO TO 1210-LOAD-ONE-SCHEDULE-LINE-EXIT
056600     END-IF.
056700     MOVE RETN-YEARS TO WS-CAT-YEARS(WS-CAT-SUB).
056800     SET WS-CAT-SCHEDULED(WS-CAT-SUB) TO TRUE.
056900 1210-LOAD-ONE-SCHEDULE-LINE-EXIT.
057000     EXIT.
057100
057200 1220-LONGEST-RETENTION.
057300     IF WS-CAT-YEARS(WS-CAT-SUB) > WS-HIST-EFFECTIVE-YEARS
057400         MOVE WS-CAT-YEARS(WS-CAT-SUB)
057500             TO WS-HIST-EFFECTIVE-YEARS
057600     END-IF.
057700 1220-LONGEST-RETENTION-EXIT.
057800     EXIT.
057900
058000 2000-BUILD-DEPARTURES.
058100*    NO STUDHIST MEANS NOBODY HAS EVER BEEN ARCHIVED, SO
058200*    NOTHING CAN HAVE EXPIRED.
058300     OPEN INPUT STUDENT-HISTORY.
058400     IF NOT SHST-STATUS-OK
058500         GO TO 2000-BUILD-DEPARTURES-EXIT
058600     END-IF.
058700     PERFORM 2100-LOAD-ONE-DEPARTURE
058800         THRU 2100-LOAD-ONE-DEPARTURE-EXIT
058900         UNTIL SHST-STATUS-EOF.
059000     CLOSE STUDENT-HISTORY.
059100 2000-BUILD-DEPARTURES-EXIT.
059200     EXIT.
059300
059400 2100-LOAD-ONE-DEPARTURE.
059500*    A STUDENT ARCHIVED MORE THAN ONCE (ARCHIVED, RESTORED,
059600*    ARCHIVED AGAIN) DEPARTED ON THE LATEST DATE.  AN UNDATED
059700*    LINE STARTS ITS CLOCK TODAY - IT IS DATED ON THE NEW COPY.
059800     READ STUDENT-HISTORY
059900         AT END SET SHST-STATUS-EOF TO TRUE
060000     END-READ.
060100     IF SHST-STATUS-EOF
060200         GO TO 2100-LOAD-ONE-DEPARTURE-EXIT
060300     END-IF.
060400     IF HIST-STUDENT-ID IS NOT NUMERIC
060500         GO TO 2100-LOAD-ONE-DEPARTURE-EXIT
060600     END-IF.
060700     PERFORM 2200-LINE-DEPARTURE-DATE
060800         THRU 2200-LINE-DEPARTURE-DATE-EXIT.
060900     MOVE HIST-STUDENT-ID-N TO DIX-STUDENT-ID.
061000     READ DEPARTURE-INDEX
061100         INVALID KEY
061200             MOVE WS-LINE-DATE TO DIX-DEPARTURE-DATE
061300             MOVE 'N' TO DIX-ON-MASTER-SW
061400             MOVE HIST-STUDENT-ID-N TO STUDENT-ID
061500             READ STUDENT
061600                 INVALID KEY ADD 1 TO WS-DEPARTED-STUDENTS
061700                 NOT INVALID KEY
061800                     SET DIX-ON-MASTER TO TRUE
061900                     ADD 1 TO WS-RESTORED-STUDENTS
062000             END-READ
062100             WRITE DEPARTURE-INDEX-RECORD
062200                 INVALID KEY CONTINUE
062300             END-WRITE
062400             GO TO 2100-LOAD-ONE-DEPARTURE-EXIT
062500     END-READ.
062600     IF WS-LINE-DATE > DIX-DEPARTURE-DATE
062700         MOVE WS-LINE-DATE TO DIX-DEPARTURE-DATE
062800         REWRITE DEPARTURE-INDEX-RECORD
062900             INVALID KEY CONTINUE
063000         END-REWRITE
063100     END-IF.
063200 2100-LOAD-ONE-DEPARTURE-EXIT.
063300     EXIT.
063400
063500 2200-LINE-DEPARTURE-DATE.
063600     IF HIST-ARCHIVE-DATE IS NUMERIC
063700             AND HIST-ARCHIVE-DATE-N NOT = ZERO
063800         MOVE HIST-ARCHIVE-DATE-N TO WS-LINE-DATE
063900     ELSE
064000         MOVE WS-TODAY-YYYYMMDD TO WS-LINE-DATE
064100     END-IF.
064200 2200-LINE-DEPARTURE-DATE-EXIT.
064300     EXIT.
064400
064500 2900-WRITE-EXCEPTION.
064600     MOVE 'RETNPURG' TO EXC-PROGRAM-ID.
064700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
064800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
064900     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
065000     WRITE EXC-RECORD.
065100     SET RC-WARNING TO TRUE.
065200 2900-WRITE-EXCEPTION-EXIT.
065300     EXIT.
065400
065500 3000-PURGE-STUDENT-HISTORY.
065600     OPEN INPUT STUDENT-HISTORY.
065700     IF NOT SHST-STATUS-OK
065800         GO TO 3000-PURGE-STUDENT-HISTORY-EXIT
065900     END-IF.
066000     SET WS-CAT-PRESENT(WS-CAT-HIST) TO TRUE.
066100     OPEN OUTPUT STUDENT-HISTORY-NEW.
066200     MOVE WS-HIST-EFFECTIVE-YEARS TO WS-TEST-YEARS.
066300     PERFORM 3010-SIFT-ONE-HISTORY-LINE
066400         THRU 3010-SIFT-ONE-HISTORY-LINE-EXIT
066500         UNTIL SHST-STATUS-EOF.
066600     CLOSE STUDENT-HISTORY.
066700     CLOSE STUDENT-HISTORY-NEW.
066800 3000-PURGE-STUDENT-HISTORY-EXIT.
066900     EXIT.
067000
067100 3010-SIFT-ONE-HISTORY-LINE.
067200     READ STUDENT-HISTORY
067300         AT END SET SHST-STATUS-EOF TO TRUE
067400     END-READ.
067500     IF SHST-STATUS-EOF
067600         GO TO 3010-SIFT-ONE-HISTORY-LINE-EXIT
067700     END-IF.
067800     ADD 1 TO WS-CAT-READ(WS-CAT-HIST).
067900     IF HIST-STUDENT-ID IS NUMERIC
068000         MOVE HIST-STUDENT-ID-N TO WS-TEST-STUDENT-ID
068100         PERFORM 5000-TEST-EXPIRY
068200             THRU 5000-TEST-EXPIRY-EXIT
068300         IF WS-EXPIRED
068400             ADD 1 TO WS-CAT-DESTROYED(WS-CAT-HIST)
068500             GO TO 3010-SIFT-ONE-HISTORY-LINE-EXIT
068600         END-IF
068700         IF HIST-ARCHIVE-DATE IS NOT NUMERIC
068800                 OR HIST-ARCHIVE-DATE-N = ZERO
068900             MOVE SPACE TO HIST-DATE-SEPARATOR
069000             MOVE WS-TODAY-YYYYMMDD TO HIST-ARCHIVE-DATE-N
069100             ADD 1 TO WS-HIST-UNDATED
069200         END-IF
069300     END-IF.
069400     MOVE HISTORY-LINE TO HISTORY-NEW-LINE.
069500     WRITE HISTORY-NEW-LINE.
069600     ADD 1 TO WS-CAT-KEPT(WS-CAT-HIST).
069700 3010-SIFT-ONE-HISTORY-LINE-EXIT.
069800     EXIT.
069900
070000 3100-PURGE-GRADE-HISTORY.
070100     OPEN INPUT GRADE-HISTORY.
070200     IF NOT GRADE-STATUS-OK
070300         GO TO 3100-PURGE-GRADE-HISTORY-EXIT
070400     END-IF.
070500     SET WS-CAT-PRESENT(WS-CAT-GRADE) TO TRUE.
070600     OPEN OUTPUT GRADE-HISTORY-NEW.
070700     MOVE WS-CAT-YEARS(WS-CAT-GRADE) TO WS-TEST-YEARS.
070800     PERFORM 3110-SIFT-ONE-GRADE
070900         THRU 3110-SIFT-ONE-GRADE-EXIT
071000         UNTIL GRADE-STATUS-EOF.
071100     CLOSE GRADE-HISTORY.
071200     CLOSE GRADE-HISTORY-NEW.
071300 3100-PURGE-GRADE-HISTORY-EXIT.
071400     EXIT.
071500
071600 3110-SIFT-ONE-GRADE.
071700     READ GRADE-HISTORY
071800         AT END SET GRADE-STATUS-EOF TO TRUE
071900     END-READ.
072000     IF GRADE-STATUS-EOF
072100         GO TO 3110-SIFT-ONE-GRADE-EXIT
072200     END-IF.
072300     ADD 1 TO WS-CAT-READ(WS-CAT-GRADE).
072400     MOVE GRADE-STUDENT-ID TO WS-TEST-STUDENT-ID.
072500     PERFORM 5000-TEST-EXPIRY
072600         THRU 5000-TEST-EXPIRY-EXIT.
072700     IF WS-EXPIRED
072800         ADD 1 TO WS-CAT-DESTROYED(WS-CAT-GRADE)
072900         GO TO 3110-SIFT-ONE-GRADE-EXIT
073000     END-IF.
073100     MOVE GRADE-RECORD TO GRADE-NEW-RECORD.
073200     WRITE GRADE-NEW-RECORD.
073300     ADD 1 TO WS-CAT-KEPT(WS-CAT-GRADE).
073400 3110-SIFT-ONE-GRADE-EXIT.
073500     EXIT.
073600
073700 3200-PURGE-ADDRESSES.
073800     OPEN INPUT ADDRESS-FILE.
073900     IF NOT ADDR-STATUS-OK
074000         GO TO 3200-PURGE-ADDRESSES-EXIT
074100     END-IF.
074200     SET WS-CAT-PRESENT(WS-CAT-ADDR) TO TRUE.
074300     OPEN OUTPUT ADDRESS-NEW.
074400     IF NOT ADDN-STATUS-OK
074500         DISPLAY 'RETNPURG - UNABLE TO OPEN STUDADDN, STATUS='
074600             WS-ADDN-STATUS
074700         SET WS-NEW-COPY-FAILED TO TRUE
074800         SET RC-SEVERE TO TRUE
074900         CLOSE ADDRESS-FILE
075000         GO TO 3200-PURGE-ADDRESSES-EXIT
075100     END-IF.
075200     MOVE WS-CAT-YEARS(WS-CAT-ADDR) TO WS-TEST-YEARS.
075300     MOVE LOW-VALUES TO ADDR-STUDENT-ID.
075400     START ADDRESS-FILE KEY IS NOT LESS THAN ADDR-STUDENT-ID
075500         INVALID KEY SET ADDR-STATUS-EOF TO TRUE
075600     END-START.
075700     PERFORM 3210-SIFT-ONE-ADDRESS
075800         THRU 3210-SIFT-ONE-ADDRESS-EXIT
075900         UNTIL ADDR-STATUS-EOF.
076000     CLOSE ADDRESS-FILE.
076100     CLOSE ADDRESS-NEW.
076200 3200-PURGE-ADDRESSES-EXIT.
076300     EXIT.
076400
076500 3210-SIFT-ONE-ADDRESS.
076600     READ ADDRESS-FILE NEXT
076700         AT END SET ADDR-STATUS-EOF TO TRUE
076800     END-READ.
076900     IF ADDR-STATUS-EOF
077000         GO TO 3210-SIFT-ONE-ADDRESS-EXIT
077100     END-IF.
077200     ADD 1 TO WS-CAT-READ(WS-CAT-ADDR).
077300     MOVE ADDR-STUDENT-ID TO WS-TEST-STUDENT-ID.
077400     PERFORM 5000-TEST-EXPIRY
077500         THRU 5000-TEST-EXPIRY-EXIT.
077600     IF WS-EXPIRED
077700         ADD 1 TO WS-CAT-DESTROYED(WS-CAT-ADDR)
077800         GO TO 3210-SIFT-ONE-ADDRESS-EXIT
077900     END-IF.
078000     MOVE ADDRESS-RECORD TO ADDRESS-NEW-RECORD.
078100     WRITE ADDRESS-NEW-RECORD
078200         INVALID KEY SET WS-NEW-COPY-FAILED TO TRUE
078300     END-WRITE.
078400     ADD 1 TO WS-CAT-KEPT(WS-CAT-ADDR).
078500 3210-SIFT-ONE-ADDRESS-EXIT.
078600     EXIT.
078700
078800 3300-PURGE-RECEIVABLES.
078900     OPEN INPUT RECEIVABLE-FILE.
079000     IF NOT RECV-STATUS-OK
079100         GO TO 3300-PURGE-RECEIVABLES-EXIT
079200     END-IF.
079300     SET WS-CAT-PRESENT(WS-CAT-RECV) TO TRUE.
079400     OPEN OUTPUT RECEIVABLE-NEW.
079500     IF NOT RECN-STATUS-OK
079600         DISPLAY 'RETNPURG - UNABLE TO OPEN STUDRECN, STATUS='
079700             WS-RECN-STATUS
079800         SET WS-NEW-COPY-FAILED TO TRUE
079900         SET RC-SEVERE TO TRUE
080000         CLOSE RECEIVABLE-FILE
080100         GO TO 3300-PURGE-RECEIVABLES-EXIT
080200     END-IF.
080300     MOVE WS-CAT-YEARS(WS-CAT-RECV) TO WS-TEST-YEARS.
080400     MOVE LOW-VALUES TO RECV-KEY.
080500     START RECEIVABLE-FILE KEY IS NOT LESS THAN RECV-KEY
080600         INVALID KEY SET RECV-STATUS-EOF TO TRUE
080700     END-START.
080800     PERFORM 3310-SIFT-ONE-RECEIVABLE
080900         THRU 3310-SIFT-ONE-RECEIVABLE-EXIT
081000         UNTIL RECV-STATUS-EOF.
081100     CLOSE RECEIVABLE-FILE.
081200     CLOSE RECEIVABLE-NEW.
081300 3300-PURGE-RECEIVABLES-EXIT.
081400     EXIT.
081500
081600 3310-SIFT-ONE-RECEIVABLE.
081700*    MONEY STILL OWED EITHER WAY IS NEVER DESTROYED, WHATEVER
081800*    THE SCHEDULE SAYS - IT IS KEPT AND COUNTED SEPARATELY.
081900     READ RECEIVABLE-FILE NEXT
082000         AT END SET RECV-STATUS-EOF TO TRUE
082100     END-READ.
082200     IF RECV-STATUS-EOF
082300         GO TO 3310-SIFT-ONE-RECEIVABLE-EXIT
082400     END-IF.
082500     ADD 1 TO WS-CAT-READ(WS-CAT-RECV).
082600     MOVE RECV-STUDENT-ID TO WS-TEST-STUDENT-ID.
082700     PERFORM 5000-TEST-EXPIRY
082800         THRU 5000-TEST-EXPIRY-EXIT.
082900     IF WS-EXPIRED
083000         IF RECV-BALANCE > ZERO OR RECV-REFUND-DUE > ZERO
083100             ADD 1 TO WS-RECV-OPEN-KEPT
083200         ELSE
083300             ADD 1 TO WS-CAT-DESTROYED(WS-CAT-RECV)
083400             GO TO 3310-SIFT-ONE-RECEIVABLE-EXIT
083500         END-IF
083600     END-IF.
083700     MOVE RECEIVABLE-RECORD TO RECEIVABLE-NEW-RECORD.
083800     WRITE RECEIVABLE-NEW-RECORD
083900         INVALID KEY SET WS-NEW-COPY-FAILED TO TRUE
084000     END-WRITE.
084100     ADD 1 TO WS-CAT-KEPT(WS-CAT-RECV).
084200 3310-SIFT-ONE-RECEIVABLE-EXIT.
084300     EXIT.
084400
084500 3400-PURGE-PRIVACY-HOLDS.
084600     OPEN INPUT PRIVACY-FILE.
084700     IF NOT PRIV-STATUS-OK
084800         GO TO 3400-PURGE-PRIVACY-HOLDS-EXIT
084900     END-IF.
085000     SET WS-CAT-PRESENT(WS-CAT-PRIV) TO TRUE.
085100     OPEN OUTPUT PRIVACY-NEW.
085200     IF NOT PRVN-STATUS-OK
085300         DISPLAY 'RETNPURG - UNABLE TO OPEN PRIVHOLN, STATUS='
085400             WS-PRVN-STATUS
085500         SET WS-NEW-COPY-FAILED TO TRUE
085600         SET RC-SEVERE TO TRUE
085700         CLOSE PRIVACY-FILE
085800         GO TO 3400-PURGE-PRIVACY-HOLDS-EXIT
085900     END-IF.
086000     MOVE WS-CAT-YEARS(WS-CAT-PRIV) TO WS-TEST-YEARS.
086100     MOVE LOW-VALUES TO PRIV-STUDENT-ID.
086200     START PRIVACY-FILE KEY IS NOT LESS THAN PRIV-STUDENT-ID
086300         INVALID KEY SET PRIV-STATUS-EOF TO TRUE
086400     END-START.
086500     PERFORM 3410-SIFT-ONE-PRIVACY-HOLD
086600         THRU 3410-SIFT-ONE-PRIVACY-HOLD-EXIT
086700         UNTIL PRIV-STATUS-EOF.
086800     CLOSE PRIVACY-FILE.
086900     CLOSE PRIVACY-NEW.
087000 3400-PURGE-PRIVACY-HOLDS-EXIT.
087100     EXIT.
087200
087300 3410-SIFT-ONE-PRIVACY-HOLD.
087400     READ PRIVACY-FILE NEXT
087500         AT END SET PRIV-STATUS-EOF TO TRUE
087600     END-READ.
087700     IF PRIV-STATUS-EOF
087800         GO TO 3410-SIFT-ONE-PRIVACY-HOLD-EXIT
087900     END-IF.
088000     ADD 1 TO WS-CAT-READ(WS-CAT-PRIV).
088100     MOVE PRIV-STUDENT-ID TO WS-TEST-STUDENT-ID.
088200     PERFORM 5000-TEST-EXPIRY
088300         THRU 5000-TEST-EXPIRY-EXIT.
088400     IF WS-EXPIRED
088500         ADD 1 TO WS-CAT-DESTROYED(WS-CAT-PRIV)
088600         GO TO 3410-SIFT-ONE-PRIVACY-HOLD-EXIT
088700     END-IF.
088800     MOVE PRIVACY-RECORD TO PRIVACY-NEW-RECORD.
088900     WRITE PRIVACY-NEW-RECORD
089000         INVALID KEY SET WS-NEW-COPY-FAILED TO TRUE
089100     END-WRITE.
089200     ADD 1 TO WS-CAT-KEPT(WS-CAT-PRIV).
089300 3410-SIFT-ONE-PRIVACY-HOLD-EXIT.
089400     EXIT.
089500
089600 5000-TEST-EXPIRY.
089700*    EXPIRED ONLY WHEN THE STUDENT HAS DEPARTED (ON STUDHIST),
089800*    IS NOT BACK ON THE MASTER, THE TYPE IS NOT PERMANENT, AND
089900*    THE RETENTION YEARS HAVE RUN FROM THE DEPARTURE DATE.
090000     MOVE 'N' TO WS-EXPIRED-SW.
090100     IF WS-TEST-YEARS = 999
090200         GO TO 5000-TEST-EXPIRY-EXIT
090300     END-IF.
090400     MOVE WS-TEST-STUDENT-ID TO DIX-STUDENT-ID.
090500     READ DEPARTURE-INDEX
090600         INVALID KEY GO TO 5000-TEST-EXPIRY-EXIT
090700     END-READ.
090800     IF DIX-ON-MASTER
090900         GO TO 5000-TEST-EXPIRY-EXIT
091000     END-IF.
091100     COMPUTE WS-EXPIRY-DATE =
091200         DIX-DEPARTURE-DATE + WS-TEST-YEARS * 10000.
091300     IF WS-EXPIRY-DATE NOT > WS-TODAY-YYYYMMDD
091400         SET WS-EXPIRED TO TRUE
091500     END-IF.
091600 5000-TEST-EXPIRY-EXIT.
091700     EXIT.
091800
091900 8000-PRINT-CERTIFICATE.
092000     MOVE 'CERTIFICATE OF RECORDS DESTRUCTION - REGISTRAR STUDENT
092100-        'RECORDS' TO CERTIFICATE-LINE.
092200     WRITE CERTIFICATE-LINE.
092300     MOVE SPACES TO CERTIFICATE-LINE.
092400     STRING 'RUN DATE ' WS-TODAY-YYYYMMDD
092500            '  TIME ' WS-TIME-HHMMSSHH(1:6)
092600            '  PROGRAM RETNPURG'
092700         DELIMITED BY SIZE
092800         INTO CERTIFICATE-LINE
092900     END-STRING.
093000     WRITE CERTIFICATE-LINE.
093100     MOVE SPACES TO CERTIFICATE-LINE.
093200     STRING 'AUTHORIZED BY OPERATOR ' WS-OPERATOR-ID
093300            ' ' WS-OPERATOR-NAME
093400         DELIMITED BY SIZE
093500         INTO CERTIFICATE-LINE
093600     END-STRING.
093700     WRITE CERTIFICATE-LINE.
093800     MOVE SPACES TO CERTIFICATE-LINE.
093900     WRITE CERTIFICATE-LINE.
094000     MOVE 'RECORD TYPE  RETENTION AFTER DEPARTURE        READ  DES
094100-        'TROYED    RETAINED' TO CERTIFICATE-LINE.
094200     WRITE CERTIFICATE-LINE.
094300     PERFORM 8100-PRINT-ONE-CATEGORY
094400         THRU 8100-PRINT-ONE-CATEGORY-EXIT
094500         VARYING WS-CAT-SUB FROM 1 BY 1
094600         UNTIL WS-CAT-SUB > 5.
094700
094800     MOVE SPACES TO CERTIFICATE-LINE.
094900     WRITE CERTIFICATE-LINE.
095000     MOVE WS-TOTAL-DESTROYED TO WS-COUNT-EDIT.
095100     MOVE SPACES TO CERTIFICATE-LINE.
095200     STRING 'TOTAL RECORDS DESTROYED ' WS-COUNT-EDIT
095300         DELIMITED BY SIZE
095400         INTO CERTIFICATE-LINE
095500     END-STRING.
095600     WRITE CERTIFICATE-LINE.
095700     MOVE WS-DEPARTED-STUDENTS TO WS-COUNT-EDIT.
095800     MOVE WS-RESTORED-STUDENTS TO WS-COUNT-EDIT-2.
095900     MOVE SPACES TO CERTIFICATE-LINE.
096000     STRING 'DEPARTED STUDENTS ON STUDHIST ' WS-COUNT-EDIT
096100            '  RESTORED TO THE MASTER (UNTOUCHED) '
096200            WS-COUNT-EDIT-2
096300         DELIMITED BY SIZE
096400         INTO CERTIFICATE-LINE
096500     END-STRING.
096600     WRITE CERTIFICATE-LINE.
096700     IF WS-RECV-OPEN-KEPT > ZERO
096800         MOVE WS-RECV-OPEN-KEPT TO WS-COUNT-EDIT
096900         MOVE SPACES TO CERTIFICATE-LINE
097000         STRING 'STUDRECV RECORDS PAST RETENTION KEPT FOR AN '
097100                'OPEN BALANCE OR REFUND ' WS-COUNT-EDIT
097200             DELIMITED BY SIZE
097300             INTO CERTIFICATE-LINE
097400         END-STRING
097500         WRITE CERTIFICATE-LINE
097600     END-IF.
097700     IF WS-HIST-UNDATED > ZERO
097800         MOVE WS-HIST-UNDATED TO WS-COUNT-EDIT
097900         MOVE SPACES TO CERTIFICATE-LINE
098000         STRING 'UNDATED STUDHIST LINES DATED TODAY - RETENTION '
098100                'STARTS NOW ' WS-COUNT-EDIT
098200             DELIMITED BY SIZE
098300             INTO CERTIFICATE-LINE
098400         END-STRING
098500         WRITE CERTIFICATE-LINE
098600     END-IF.
098700     MOVE SPACES TO CERTIFICATE-LINE.
098800     WRITE CERTIFICATE-LINE.
098900     IF WS-NEW-COPY-FAILED
099000         MOVE '*** A NEW-COPY DATASET FAILED - DO NOT SWAP IN ANY
099100-            'NEW COPY FROM THIS RUN ***' TO CERTIFICATE-LINE
099200         WRITE CERTIFICATE-LINE
099300         SET RC-SEVERE TO TRUE
099400     ELSE
099500         MOVE 'DESTROYED RECORDS ARE ABSENT FROM STUDHSTN, GRADHST
099600-            'N, STUDADDN, STUDRECN AND PRIVHOLN,' TO
099700             CERTIFICATE-LINE
099800         WRITE CERTIFICATE-LINE
099900         MOVE 'WHICH REPLACE THE ORIGINALS AT THE END OF THE JOB.'
100000             TO CERTIFICATE-LINE
100100         WRITE CERTIFICATE-LINE
100200     END-IF.
100300     MOVE SPACES TO CERTIFICATE-LINE.
100400     WRITE CERTIFICATE-LINE.
100500     MOVE 'CERTIFIED BY ______________________________   DATE ____
100600-        '______' TO CERTIFICATE-LINE.
100700     WRITE CERTIFICATE-LINE.
100800 8000-PRINT-CERTIFICATE-EXIT.
100900     EXIT.
101000
101100 8100-PRINT-ONE-CATEGORY.
101200     ADD WS-CAT-DESTROYED(WS-CAT-SUB) TO WS-TOTAL-DESTROYED.
101300     IF WS-CAT-SUB = WS-CAT-HIST
101400         MOVE WS-HIST-EFFECTIVE-YEARS TO WS-YEARS-EDIT
101500     ELSE
101600         MOVE WS-CAT-YEARS(WS-CAT-SUB) TO WS-YEARS-EDIT
101700     END-IF.
101800     MOVE SPACES TO WS-YEARS-TEXT.
101900     IF WS-YEARS-EDIT = '999'
102000         MOVE 'PERMANENT' TO WS-YEARS-TEXT
102100     ELSE
102200         STRING WS-YEARS-EDIT ' YEARS'
102300             DELIMITED BY SIZE
102400             INTO WS-YEARS-TEXT
102500         END-STRING
102600     END-IF.
102700     MOVE WS-CAT-READ(WS-CAT-SUB)      TO WS-COUNT-EDIT.
102800     MOVE WS-CAT-DESTROYED(WS-CAT-SUB) TO WS-COUNT-EDIT-2.
102900     MOVE WS-CAT-KEPT(WS-CAT-SUB)      TO WS-COUNT-EDIT-3.
103000     MOVE SPACES TO CERTIFICATE-LINE.
103100     IF NOT WS-CAT-PRESENT(WS-CAT-SUB)
103200         STRING WS-CAT-NAME(WS-CAT-SUB) '     '
103300                WS-YEARS-TEXT
103400                '                    DATASET NOT PRESENT'
103500             DELIMITED BY SIZE
103600             INTO CERTIFICATE-LINE
103700         END-STRING
103800     ELSE
103900         STRING WS-CAT-NAME(WS-CAT-SUB) '     '
104000                WS-YEARS-TEXT '              '
104100                WS-COUNT-EDIT ' ' WS-COUNT-EDIT-2 '   '
104200                WS-COUNT-EDIT-3
104300             DELIMITED BY SIZE
104400             INTO CERTIFICATE-LINE
104500         END-STRING
104600     END-IF.
104700     WRITE CERTIFICATE-LINE.
104800     IF WS-CAT-SUB = WS-CAT-HIST
104900             AND WS-HIST-EFFECTIVE-YEARS
105000                 NOT = WS-CAT-YEARS(WS-CAT-HIST)
105100         MOVE '             (KEPT AS LONG AS THE LONGEST-KEPT TYPE
105200-            ' - IT HOLDS THE DEPARTURE DATE)' TO CERTIFICATE-LINE
105300         WRITE CERTIFICATE-LINE
105400     END-IF.
105500 8100-PRINT-ONE-CATEGORY-EXIT.
105600     EXIT.
105700
105800 9000-FINISH.
105900     CLOSE STUDENT.
106000     CLOSE DEPARTURE-INDEX.
106100     CLOSE CERTIFICATE-REPORT.
106200     CLOSE EXCEPTION-FILE.
106300     DISPLAY 'RETNPURG - DEPARTED STUDENTS  : '
106400         WS-DEPARTED-STUDENTS.
106500     DISPLAY 'RETNPURG - STUDHIST DESTROYED : '
106600         WS-CAT-DESTROYED(1).
106700     DISPLAY 'RETNPURG - GRADHIST DESTROYED : '
106800         WS-CAT-DESTROYED(2).
106900     DISPLAY 'RETNPURG - STUDADDR DESTROYED : '
107000         WS-CAT-DESTROYED(3).
107100     DISPLAY 'RETNPURG - STUDRECV DESTROYED : '
107200         WS-CAT-DESTROYED(4).
107300     DISPLAY 'RETNPURG - PRIVHOLD DESTROYED : '
107400         WS-CAT-DESTROYED(5).
107500     DISPLAY 'RETNPURG - TOTAL DESTROYED    : '
107600         WS-TOTAL-DESTROYED.
107700     DISPLAY 'RETNPURG - RETURN CODE        : ' WS-RETURN-CODE.
107800 9000-FINISH-EXIT.
107900     EXIT.
108000
108100 9999-EXIT.
108200     STOP RUN.
