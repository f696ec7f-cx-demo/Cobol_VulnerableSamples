002500*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
002600*                    SO THE RUNBAL BALANCING STEP CAN PROVE
002700*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
002800*   2026-10-15 RLW  THE ENDED TERM'S WAITLIST ENTRIES GO TO
002900*                    ENRLHIST AS THEY ARE PURGED, IN THE
003000*                    ENROLLMENT LINE LAYOUT WITH STATUS 'Q' AND
003100*                    THE QUEUED DATE, SO SECTDMND CAN REPORT
003200*                    PAST TERMS' UNMET DEMAND.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ENRL-KEY
004100         FILE STATUS IS WS-ENRL-STATUS.
004200
004300     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS COURSE-ID
004700         FILE STATUS IS WS-COURSE-STATUS.
004800
004900     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-HISTORY-STATUS.
005200
005300     SELECT ENROLL-REQUEST-LIST ASSIGN TO "ENRLREQ"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REQUEST-STATUS.
005600
005700     SELECT ENROLL-REQUEST-NEW ASSIGN TO "ENRLREQN"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-WAITLIST-STATUS.
006300
006400     SELECT WAITLIST-NEW ASSIGN TO "WAITLSTN"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CALENDAR-STATUS.
007000
007100     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-BUSDATE-STATUS.
007400
007500     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PARM-STATUS.
007800
007900     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-OPAUTH-STATUS.
008200
008300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RUNCTL-STATUS.
008600
008700     SELECT EXCEPTION-FILE ASSIGN TO "TRLLEXC"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-BALM-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  ENROLLMENT-FILE.
009700     COPY ENRLREC.
009800
009900 FD  COURSE-CATALOG.
010000     COPY COURSREC.
010100
010200 FD  ENROLLMENT-HISTORY.
010300 01  HISTORY-LINE                   PIC X(80).
010400
010500 FD  ENROLL-REQUEST-LIST.
010600 01  ENROLL-REQUEST-RECORD          PIC X(32).
010700
010800 FD  ENROLL-REQUEST-NEW.
010900 01  ENROLL-REQUEST-NEW-RECORD      PIC X(32).
011000
011100 FD  WAITLIST-FILE.
011200     COPY WAITREC.
011300
011400 FD  WAITLIST-NEW.
011500 01  WAITLIST-NEW-RECORD            PIC X(38).
011600
011700 FD  CALENDAR-FILE.
011800     COPY CALREC.
011900
012000 FD  BUSDATE-FILE.
012100     COPY BUSDATE.
012200
012300 FD  PARM-CARD-FILE.
012400     COPY PARMREC.
012500
012600 FD  OPAUTH-FILE.
012700     COPY OPAUTH.
012800
012900 FD  RUNCTL-FILE.
013000     COPY RUNCTL.
013100
013200 FD  EXCEPTION-FILE.
013300     COPY EXCREC.
013400
013500 FD  BALANCE-MOVEMENT-FILE.
013600     COPY BALREC.
013700
013800 WORKING-STORAGE SECTION.
013900     COPY RETCODES.
014000
014100 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
014200     88  ENRL-STATUS-OK              VALUE '00'.
014300     88  ENRL-STATUS-EOF             VALUE '10'.
014400 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
014500     88  COURSE-STATUS-OK            VALUE '00'.
014600     88  COURSE-STATUS-EOF           VALUE '10'.
014700 01  WS-HISTORY-STATUS              PIC X(02) VALUE '00'.
014800     88  HISTORY-STATUS-OK           VALUE '00'.
014900 01  WS-REQUEST-STATUS              PIC X(02) VALUE '00'.
015000     88  REQUEST-STATUS-OK           VALUE '00'.
015100     88  REQUEST-STATUS-EOF          VALUE '10'.
015200 01  WS-WAITLIST-STATUS             PIC X(02) VALUE '00'.
015300     88  WAITLIST-STATUS-OK          VALUE '00'.
015400     88  WAITLIST-STATUS-EOF         VALUE '10'.
015500 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
015600     88  CALENDAR-STATUS-OK          VALUE '00'.
015700     88  CALENDAR-STATUS-EOF         VALUE '10'.
015800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015900     88  BUSDATE-STATUS-OK           VALUE '00'.
016000 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
016100     88  PARM-STATUS-OK              VALUE '00'.
016200     88  PARM-STATUS-EOF             VALUE '10'.
016300 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
016400     88  OPAUTH-STATUS-OK            VALUE '00'.
016500     88  OPAUTH-STATUS-EOF           VALUE '10'.
016600 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
016700     88  RUNCTL-STATUS-OK            VALUE '00'.
016800
016900 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
017000     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
017100 01  WS-STEP-SKIPPED-SW             PIC X(01) VALUE 'N'.
017200     88  WS-STEP-SKIPPED             VALUE 'Y'.
017300 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
017400     88  WS-PARM-FOUND               VALUE 'Y'.
017500
017600*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
017700*    OPAUTH) - A ROLLOVER DELETES ENROLLMENT RECORDS AND IS AS
017800*    PRIVILEGED AS THE STUDARCH PURGE.
017900 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
018000 01  WS-OPER-LEVEL-FOUND            PIC 9(01) VALUE ZERO.
018100 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
018200 01  WS-SIGNON-OK-SW                PIC X(01) VALUE 'N'.
018300     88  WS-SIGNON-OK                VALUE 'Y'.
018400
018500 01  WS-ENDED-TERM                  PIC X(05) VALUE SPACES.
018600
018700*    ARCHIVE CANDIDATE KEYS, COLLECTED ON A FIND PASS AND ACTED
018800*    ON AFTER, STUDARCH FASHION.  WHEN THE TABLE FILLS, THE
018900*    FIND/ARCHIVE CYCLE SIMPLY RUNS AGAIN UNTIL NOTHING IS LEFT.
019000 01  WS-ARCH-TABLE.
019100     05  WS-ARCH-ENTRY OCCURS 500 TIMES.
019200         10  WS-ARCH-STUDENT-ID     PIC 9(09).
019300         10  WS-ARCH-COURSE-ID      PIC X(08).
019400         10  WS-ARCH-TERM           PIC X(05).
019500         10  WS-ARCH-SECTION        PIC X(03).
019600 01  WS-ARCH-COUNT                  PIC 9(04) COMP VALUE ZERO.
019700 01  WS-ARCH-SUB                    PIC 9(04) COMP VALUE ZERO.
019800
019900 01  WS-ENRL-ARCHIVED               PIC 9(07) COMP VALUE ZERO.
020000 01  WS-REQUESTS-KEPT               PIC 9(07) COMP VALUE ZERO.
020100 01  WS-REQUESTS-PURGED             PIC 9(07) COMP VALUE ZERO.
020200 01  WS-WAITS-KEPT                  PIC 9(07) COMP VALUE ZERO.
020300 01  WS-WAITS-PURGED                PIC 9(07) COMP VALUE ZERO.
020400 01  WS-COURSES-REOPENED            PIC 9(07) COMP VALUE ZERO.
020500
020600 01  WS-CURRENT-DATE-TIME.
020700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
020800     05  WS-TIME-HHMMSSHH           PIC 9(08).
020900     05  FILLER                     PIC X(05).
021000
021100 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
021200     88  BALM-STATUS-OK              VALUE '00'.
021300 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
021400 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
021500 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
021600
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000         THRU 1000-INITIALIZE-EXIT.
022100
022200     IF WS-STEP-SKIPPED OR RC-SEVERE
022300         GO TO 0000-WRAP-UP
022400     END-IF.
022500
022600     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
022700         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
022800     IF NOT WS-SIGNON-OK
022900         DISPLAY 'TERMROLL - OPERATOR NOT AUTHORIZED: '
023000             WS-OPERATOR-ID
023100         SET RC-ERROR TO TRUE
023200         GO TO 0000-WRAP-UP
023300     END-IF.
023400
023500     IF WS-ENDED-TERM = SPACES
023600         DISPLAY 'TERMROLL - NO ENDED TERM GIVEN, NOTHING DONE'
023700         SET RC-ERROR TO TRUE
023800         GO TO 0000-WRAP-UP
023900     END-IF.
024000
024100     PERFORM 2000-ARCHIVE-ENROLLMENTS
024200         THRU 2000-ARCHIVE-ENROLLMENTS-EXIT.
024300     PERFORM 4000-PURGE-REQUESTS
024400         THRU 4000-PURGE-REQUESTS-EXIT.
024500     PERFORM 5000-PURGE-WAITLIST
024600         THRU 5000-PURGE-WAITLIST-EXIT.
024700     PERFORM 6000-REOPEN-CATALOG
024800         THRU 6000-REOPEN-CATALOG-EXIT.
024900     PERFORM 7000-WRITE-RUNCTL-COMPLETE
025000         THRU 7000-WRITE-RUNCTL-COMPLETE-EXIT.
025100
025200 0000-WRAP-UP.
025300     PERFORM 9000-FINISH
025400         THRU 9000-FINISH-EXIT.
025500     MOVE 'ENRLMAST' TO WS-BAL-FILE-ID.
025600     MOVE '-' TO WS-BAL-SIGN.
025700     MOVE WS-ENRL-ARCHIVED TO WS-BAL-COUNT.
025800     PERFORM 9600-WRITE-BALANCE-MOVEMENT
025900         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
026000     MOVE WS-RETURN-CODE TO RETURN-CODE.
026100     GO TO 9999-EXIT.
026200
026300 1000-INITIALIZE.
026400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
026500     PERFORM 1050-GET-BUSINESS-DATE
026600         THRU 1050-GET-BUSINESS-DATE-EXIT.
026700     OPEN OUTPUT EXCEPTION-FILE.
026800*    THE ROLLOVER BELONGS IN THE TERM-END WINDOW ONLY - THE
026900*    CALENDAR ENABLES HERE, AND A MISSING CALENDAR OR AN
027000*    UNLISTED DATE FAILS CLOSED WITH AN INTENTIONAL SKIP.
027100     PERFORM 1055-CHECK-CALENDAR
027200         THRU 1055-CHECK-CALENDAR-EXIT.
027300     IF WS-STEP-SKIPPED
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027600     PERFORM 1080-READ-PARM-CARD
027700         THRU 1080-READ-PARM-CARD-EXIT.
027800     IF NOT WS-PARM-FOUND
027900         DISPLAY 'ENTER ENDED TERM (E.G. 2026F): '
028000         ACCEPT WS-ENDED-TERM
028100         DISPLAY 'ENTER OPERATOR ID: '
028200         ACCEPT WS-OPERATOR-ID
028300     END-IF.
028400     OPEN I-O ENROLLMENT-FILE.
028500     IF NOT ENRL-STATUS-OK
028600         DISPLAY 'TERMROLL - UNABLE TO OPEN ENRLMAST, STATUS='
028700             WS-ENRL-STATUS
028800         SET RC-SEVERE TO TRUE
028900         GO TO 1000-INITIALIZE-EXIT
029000     END-IF.
029100     OPEN I-O COURSE-CATALOG.
029200     IF NOT COURSE-STATUS-OK
029300         DISPLAY 'TERMROLL - UNABLE TO OPEN CRSECAT, STATUS='
029400             WS-COURSE-STATUS
029500         SET RC-SEVERE TO TRUE
029600         GO TO 1000-INITIALIZE-EXIT
029700     END-IF.
029800*    THE HISTORY ACCUMULATES ACROSS TERMS - EXTEND, NOT OUTPUT.
029900     OPEN EXTEND ENROLLMENT-HISTORY.
030000     IF NOT HISTORY-STATUS-OK
030100         OPEN OUTPUT ENROLLMENT-HISTORY
030200     END-IF.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500
030600 1050-GET-BUSINESS-DATE.
030700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
030800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
030900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
031000*    CLOCK TIME FIELD STAYS REAL.
031100     OPEN INPUT BUSDATE-FILE.
031200     IF NOT BUSDATE-STATUS-OK
031300         GO TO 1050-GET-BUSINESS-DATE-EXIT
031400     END-IF.
031500     READ BUSDATE-FILE
031600         AT END
031700             CLOSE BUSDATE-FILE
031800             GO TO 1050-GET-BUSINESS-DATE-EXIT
031900     END-READ.
032000     CLOSE BUSDATE-FILE.
032100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
032200             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
032300         DISPLAY 'TERMROLL - RUNNING AS OF BUSINESS DATE '
032400             BUS-DATE
032500         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
032600     END-IF.
032700 1050-GET-BUSINESS-DATE-EXIT.
032800     EXIT.
032900
033000 1055-CHECK-CALENDAR.
033100     MOVE 'N' TO WS-CAL-FOUND-SW.
033200     OPEN INPUT CALENDAR-FILE.
033300     IF NOT CALENDAR-STATUS-OK
033400         DISPLAY 'TERMROLL - CALENDAR NOT AVAILABLE, SKIPPED'
033500         SET WS-STEP-SKIPPED TO TRUE
033600         PERFORM 1057-WRITE-SKIP-RECORD
033700             THRU 1057-WRITE-SKIP-RECORD-EXIT
033800         GO TO 1055-CHECK-CALENDAR-EXIT
033900     END-IF.
034000     PERFORM 1056-SCAN-ONE-CAL-DATE
034100         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
034200         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
034300     CLOSE CALENDAR-FILE.
034400     IF NOT WS-CAL-DATE-FOUND
034500             OR NOT CAL-TERM-END-WINDOW
034600             OR CAL-HOLIDAY
034700         DISPLAY 'TERMROLL - OUTSIDE TERM-END WINDOW, SKIPPED'
034800         SET WS-STEP-SKIPPED TO TRUE
034900         PERFORM 1057-WRITE-SKIP-RECORD
035000             THRU 1057-WRITE-SKIP-RECORD-EXIT
035100     END-IF.
035200 1055-CHECK-CALENDAR-EXIT.
035300     EXIT.
035400
035500 1056-SCAN-ONE-CAL-DATE.
035600     READ CALENDAR-FILE
035700         AT END SET CALENDAR-STATUS-EOF TO TRUE
035800     END-READ.
035900     IF CALENDAR-STATUS-EOF
036000         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
036100     END-IF.
036200     IF CAL-DATE = WS-TODAY-YYYYMMDD
036300         SET WS-CAL-DATE-FOUND TO TRUE
036400     END-IF.
036500 1056-SCAN-ONE-CAL-DATE-EXIT.
036600     EXIT.
036700
036800 1057-WRITE-SKIP-RECORD.
036900*    THE SKIP GOES ON THE SHARED RUN-CONTROL HISTORY AS
037000*    INTENTIONALLY-SKIPPED, NOT FAILED.
037100     MOVE '00' TO WS-RUNCTL-STATUS.
037200     OPEN EXTEND RUNCTL-FILE.
037300     IF NOT RUNCTL-STATUS-OK
037400         OPEN OUTPUT RUNCTL-FILE
037500     END-IF.
037600     MOVE 'TERMROLL' TO RUNCTL-STEP-NAME.
037700     SET RUNCTL-SKIPPED TO TRUE.
037800     MOVE 'CALENDAR' TO RUNCTL-LAST-KEY.
037900     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
038000     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
038100     MOVE SPACES TO RUNCTL-OPERATOR-ID.
038200     WRITE RUNCTL-RECORD.
038300     CLOSE RUNCTL-FILE.
038400 1057-WRITE-SKIP-RECORD-EXIT.
038500     EXIT.
038600
038700 1070-CHECK-OPERATOR-AUTHORITY.
038800*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
038900*    THE REQUIRED LEVEL.
039000     MOVE 'N' TO WS-SIGNON-OK-SW.
039100     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
039200     IF WS-OPERATOR-ID = SPACES
039300         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
039400     END-IF.
039500     MOVE '00' TO WS-OPAUTH-STATUS.
039600     OPEN INPUT OPAUTH-FILE.
039700     IF NOT OPAUTH-STATUS-OK
039800         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
039900     END-IF.
040000     PERFORM 1071-SCAN-ONE-OPERATOR
040100         THRU 1071-SCAN-ONE-OPERATOR-EXIT
040200         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
040300     CLOSE OPAUTH-FILE.
040400 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
040500     EXIT.
040600
040700 1071-SCAN-ONE-OPERATOR.
040800     READ OPAUTH-FILE
040900         AT END SET OPAUTH-STATUS-EOF TO TRUE
041000     END-READ.
041100     IF OPAUTH-STATUS-EOF
041200         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
041300     END-IF.
041400     IF OPER-ID = WS-OPERATOR-ID
041500         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
041600         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
041700             SET WS-SIGNON-OK TO TRUE
041800         END-IF
041900         SET OPAUTH-STATUS-EOF TO TRUE
042000     END-IF.
042100 1071-SCAN-ONE-OPERATOR-EXIT.
042200     EXIT.
042300
042400 1080-READ-PARM-CARD.
042500*    CARD LAYOUT - COLS 9-13 ENDED TERM, 14-21 OPERATOR ID.
042600     MOVE 'N' TO WS-PARM-FOUND-SW.
042700     OPEN INPUT PARM-CARD-FILE.
042800     IF NOT PARM-STATUS-OK
042900         GO TO 1080-READ-PARM-CARD-EXIT
043000     END-IF.
043100     PERFORM 1081-SCAN-ONE-CARD
043200         THRU 1081-SCAN-ONE-CARD-EXIT
043300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
043400     CLOSE PARM-CARD-FILE.
043500     IF WS-PARM-FOUND
043600         IF PARM-OPTIONS(1:5) = SPACES
043700             MOVE 'N' TO WS-PARM-FOUND-SW
043800             MOVE 'TERMROLL' TO EXC-PROGRAM-ID
043900             MOVE PARM-OPTIONS(1:5) TO EXC-KEY-VALUE
044000             MOVE 'E391' TO EXC-REASON-CODE
044100             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
044200                 EXC-REASON-TEXT
044300             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
044400             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
044500             MOVE SPACES TO EXC-OPERATOR-ID
044600             WRITE EXC-RECORD
044700             SET RC-WARNING TO TRUE
044800         ELSE
044900             MOVE PARM-OPTIONS(1:5) TO WS-ENDED-TERM
045000             MOVE PARM-OPTIONS(6:8) TO WS-OPERATOR-ID
045100         END-IF
045200     END-IF.
045300 1080-READ-PARM-CARD-EXIT.
045400     EXIT.
045500
045600 1081-SCAN-ONE-CARD.
045700     READ PARM-CARD-FILE
045800         AT END SET PARM-STATUS-EOF TO TRUE
045900     END-READ.
046000     IF PARM-STATUS-EOF
046100         GO TO 1081-SCAN-ONE-CARD-EXIT
046200     END-IF.
046300     IF PARM-PROGRAM-ID = 'TERMROLL'
046400         SET WS-PARM-FOUND TO TRUE
046500     END-IF.
046600 1081-SCAN-ONE-CARD-EXIT.
046700     EXIT.
046800
046900 2000-ARCHIVE-ENROLLMENTS.
047000*    FIND-THEN-ARCHIVE, REPEATED UNTIL A FIND PASS COMES BACK
047100*    EMPTY - THE BOUNDED KEY TABLE NEVER OVERFLOWS, IT JUST
047200*    TAKES ANOTHER LAP.
047300     PERFORM 2100-ONE-ARCHIVE-PASS
047400         THRU 2100-ONE-ARCHIVE-PASS-EXIT.
047500     PERFORM 2100-ONE-ARCHIVE-PASS
047600         THRU 2100-ONE-ARCHIVE-PASS-EXIT
047700         UNTIL WS-ARCH-COUNT = ZERO OR RC-SEVERE.
047800 2000-ARCHIVE-ENROLLMENTS-EXIT.
047900     EXIT.
048000
048100 2100-ONE-ARCHIVE-PASS.
048200     MOVE ZERO TO WS-ARCH-COUNT.
048300     MOVE LOW-VALUES TO ENRL-KEY.
048400     MOVE '00' TO WS-ENRL-STATUS.
048500     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
048600         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
048700     END-START.
048800     PERFORM 2200-FIND-ONE-CANDIDATE
048900         THRU 2200-FIND-ONE-CANDIDATE-EXIT
049000         UNTIL ENRL-STATUS-EOF OR WS-ARCH-COUNT = 500.
049100
049200     PERFORM 2300-ARCHIVE-ONE
049300         THRU 2300-ARCHIVE-ONE-EXIT
049400         VARYING WS-ARCH-SUB FROM 1 BY 1
049500         UNTIL WS-ARCH-SUB > WS-ARCH-COUNT.
049600 2100-ONE-ARCHIVE-PASS-EXIT.
049700     EXIT.
049800
049900 2200-FIND-ONE-CANDIDATE.
050000     READ ENROLLMENT-FILE NEXT
050100         AT END SET ENRL-STATUS-EOF TO TRUE
050200     END-READ.
050300     IF NOT ENRL-STATUS-OK
050400         SET ENRL-STATUS-EOF TO TRUE
050500         GO TO 2200-FIND-ONE-CANDIDATE-EXIT
050600     END-IF.
050700     IF ENRL-TERM = WS-ENDED-TERM
050800         ADD 1 TO WS-ARCH-COUNT
050900         MOVE ENRL-STUDENT-ID TO WS-ARCH-STUDENT-ID(WS-ARCH-COUNT)
051000         MOVE ENRL-COURSE-ID  TO WS-ARCH-COURSE-ID(WS-ARCH-COUNT)
051100         MOVE ENRL-TERM       TO WS-ARCH-TERM(WS-ARCH-COUNT)
051200         MOVE ENRL-SECTION    TO WS-ARCH-SECTION(WS-ARCH-COUNT)
051300     END-IF.
051400 2200-FIND-ONE-CANDIDATE-EXIT.
051500     EXIT.
051600
051700 2300-ARCHIVE-ONE.
051800     MOVE WS-ARCH-STUDENT-ID(WS-ARCH-SUB) TO ENRL-STUDENT-ID.
051900     MOVE WS-ARCH-COURSE-ID(WS-ARCH-SUB)  TO ENRL-COURSE-ID.
052000     MOVE WS-ARCH-TERM(WS-ARCH-SUB)       TO ENRL-TERM.
052100     MOVE WS-ARCH-SECTION(WS-ARCH-SUB)    TO ENRL-SECTION.
052200     READ ENROLLMENT-FILE
052300         INVALID KEY GO TO 2300-ARCHIVE-ONE-EXIT
052400     END-READ.
052500
052600     MOVE SPACES TO HISTORY-LINE.
052700     STRING ENRL-STUDENT-ID
052800            ' ' ENRL-COURSE-ID
052900            ' ' ENRL-TERM
053000            ' ' ENRL-SECTION
053100            ' ' ENRL-STATUS
053200            ' ' ENRL-REG-DATE
053300         DELIMITED BY SIZE
053400         INTO HISTORY-LINE
053500     END-STRING.
053600     WRITE HISTORY-LINE.
053700
053800     DELETE ENROLLMENT-FILE
053900         INVALID KEY GO TO 2300-ARCHIVE-ONE-EXIT
054000     END-DELETE.
054100     ADD 1 TO WS-ENRL-ARCHIVED.
054200 2300-ARCHIVE-ONE-EXIT.
054300     EXIT.
054400
054500 4000-PURGE-REQUESTS.
054600*    LEFTOVER REQUESTS FOR THE ENDED TERM MUST NEVER POST NEXT
054700*    TERM - SURVIVORS GO TO THE NEW-COPY DATASET OPERATIONS
054800*    SWAPS IN, THE OWNMASTN PATTERN.
054900     OPEN INPUT ENROLL-REQUEST-LIST.
055000     IF NOT REQUEST-STATUS-OK
055100         GO TO 4000-PURGE-REQUESTS-EXIT
055200     END-IF.
055300     OPEN OUTPUT ENROLL-REQUEST-NEW.
055400     PERFORM 4100-SIFT-ONE-REQUEST
055500         THRU 4100-SIFT-ONE-REQUEST-EXIT
055600         UNTIL REQUEST-STATUS-EOF.
055700     CLOSE ENROLL-REQUEST-LIST.
055800     CLOSE ENROLL-REQUEST-NEW.
055900 4000-PURGE-REQUESTS-EXIT.
056000     EXIT.
056100
056200 4100-SIFT-ONE-REQUEST.
056300     READ ENROLL-REQUEST-LIST
056400         AT END SET REQUEST-STATUS-EOF TO TRUE
056500     END-READ.
056600     IF REQUEST-STATUS-EOF
056700         GO TO 4100-SIFT-ONE-REQUEST-EXIT
056800     END-IF.
056900*    THE TERM SITS IN COLS 20-24 OF THE REQUEST CARD.
057000     IF ENROLL-REQUEST-RECORD(20:5) = WS-ENDED-TERM
057100         ADD 1 TO WS-REQUESTS-PURGED
057200     ELSE
057300         MOVE ENROLL-REQUEST-RECORD TO ENROLL-REQUEST-NEW-RECORD
057400         WRITE ENROLL-REQUEST-NEW-RECORD
057500         ADD 1 TO WS-REQUESTS-KEPT
057600     END-IF.
057700 4100-SIFT-ONE-REQUEST-EXIT.
057800     EXIT.
057900
058000 5000-PURGE-WAITLIST.
058100     OPEN INPUT WAITLIST-FILE.
058200     IF NOT WAITLIST-STATUS-OK
058300         GO TO 5000-PURGE-WAITLIST-EXIT
058400     END-IF.
058500     OPEN OUTPUT WAITLIST-NEW.
058600     PERFORM 5100-SIFT-ONE-WAIT
058700         THRU 5100-SIFT-ONE-WAIT-EXIT
058800         UNTIL WAITLIST-STATUS-EOF.
058900     CLOSE WAITLIST-FILE.
059000     CLOSE WAITLIST-NEW.
059100 5000-PURGE-WAITLIST-EXIT.
059200     EXIT.
059300
059400 5100-SIFT-ONE-WAIT.
059500     READ WAITLIST-FILE
059600         AT END SET WAITLIST-STATUS-EOF TO TRUE
059700     END-READ.
059800     IF WAITLIST-STATUS-EOF
059900         GO TO 5100-SIFT-ONE-WAIT-EXIT
060000     END-IF.
060100     IF WAIT-TERM = WS-ENDED-TERM
060200*        STILL QUEUED AT TERM END - KEPT ON THE HISTORY AS
060300*        STATUS 'Q' SO THE DEMAND IT REPRESENTS IS NOT LOST.
060400         MOVE SPACES TO HISTORY-LINE
060500         STRING WAIT-STUDENT-ID
060600                ' ' WAIT-COURSE-ID
060700                ' ' WAIT-TERM
060800                ' ' WAIT-SECTION
060900                ' Q'
061000                ' ' WAIT-QUEUED-DATE
061100             DELIMITED BY SIZE
061200             INTO HISTORY-LINE
061300         END-STRING
061400         WRITE HISTORY-LINE
061500         ADD 1 TO WS-WAITS-PURGED
061600     ELSE
061700         MOVE WAITLIST-RECORD TO WAITLIST-NEW-RECORD
061800         WRITE WAITLIST-NEW-RECORD
061900         ADD 1 TO WS-WAITS-KEPT
062000     END-IF.
062100 5100-SIFT-ONE-WAIT-EXIT.
062200     EXIT.
062300
062400 6000-REOPEN-CATALOG.
062500*    EVERY COURSE OPENS FOR THE NEW TERM - CAPACITY CLOSES THEM
062600*    AGAIN AS THE SECTIONS FILL.
062700     MOVE LOW-VALUES TO COURSE-ID.
062800     MOVE '00' TO WS-COURSE-STATUS.
062900     START COURSE-CATALOG KEY IS NOT LESS THAN COURSE-ID
063000         INVALID KEY SET COURSE-STATUS-EOF TO TRUE
063100     END-START.
063200     PERFORM 6100-REOPEN-ONE-COURSE
063300         THRU 6100-REOPEN-ONE-COURSE-EXIT
063400         UNTIL COURSE-STATUS-EOF.
063500 6000-REOPEN-CATALOG-EXIT.
063600     EXIT.
063700
063800 6100-REOPEN-ONE-COURSE.
063900     READ COURSE-CATALOG NEXT
064000         AT END SET COURSE-STATUS-EOF TO TRUE
064100     END-READ.
064200     IF NOT COURSE-STATUS-OK
064300         SET COURSE-STATUS-EOF TO TRUE
064400         GO TO 6100-REOPEN-ONE-COURSE-EXIT
064500     END-IF.
064600     IF COURSE-CLOSED
064700         SET COURSE-OPEN TO TRUE
064800         REWRITE COURSE-RECORD
064900             INVALID KEY CONTINUE
065000         END-REWRITE
065100         IF COURSE-STATUS-OK
065200             ADD 1 TO WS-COURSES-REOPENED
065300         END-IF
065400     END-IF.
065500 6100-REOPEN-ONE-COURSE-EXIT.
065600     EXIT.
065700
065800 7000-WRITE-RUNCTL-COMPLETE.
065900     MOVE '00' TO WS-RUNCTL-STATUS.
066000     OPEN EXTEND RUNCTL-FILE.
066100     IF NOT RUNCTL-STATUS-OK
066200         OPEN OUTPUT RUNCTL-FILE
066300     END-IF.
066400     MOVE 'TERMROLL' TO RUNCTL-STEP-NAME.
066500     SET RUNCTL-COMPLETE TO TRUE.
066600     MOVE WS-ENDED-TERM TO RUNCTL-LAST-KEY.
066700     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
066800     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
066900     MOVE WS-OPERATOR-ID TO RUNCTL-OPERATOR-ID.
067000     WRITE RUNCTL-RECORD.
067100     CLOSE RUNCTL-FILE.
067200 7000-WRITE-RUNCTL-COMPLETE-EXIT.
067300     EXIT.
067400
067500 9000-FINISH.
067600     CLOSE ENROLLMENT-FILE.
067700     CLOSE COURSE-CATALOG.
067800     CLOSE ENROLLMENT-HISTORY.
067900     CLOSE EXCEPTION-FILE.
068000     DISPLAY 'TERMROLL - ENDED TERM        : ' WS-ENDED-TERM.
068100     DISPLAY 'TERMROLL - ENRLS ARCHIVED    : ' WS-ENRL-ARCHIVED.
068200     DISPLAY 'TERMROLL - REQUESTS PURGED   : '
068300         WS-REQUESTS-PURGED.
068400     DISPLAY 'TERMROLL - REQUESTS KEPT     : ' WS-REQUESTS-KEPT.
068500     DISPLAY 'TERMROLL - WAITLIST PURGED   : ' WS-WAITS-PURGED.
068600     DISPLAY 'TERMROLL - WAITLIST KEPT     : ' WS-WAITS-KEPT.
068700     DISPLAY 'TERMROLL - COURSES REOPENED  : '
068800         WS-COURSES-REOPENED.
068900     DISPLAY 'TERMROLL - RETURN CODE       : ' WS-RETURN-CODE.
069000 9000-FINISH-EXIT.
069100     EXIT.
069200
069300 9600-WRITE-BALANCE-MOVEMENT.
069400*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
069500*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
069600*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
069700*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
069800     IF WS-BAL-COUNT = ZERO
069900         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
070000     END-IF.
070100     OPEN EXTEND BALANCE-MOVEMENT-FILE.
070200     IF NOT BALM-STATUS-OK
070300         OPEN OUTPUT BALANCE-MOVEMENT-FILE
070400     END-IF.
070500     IF NOT BALM-STATUS-OK
070600         DISPLAY 'TERMROLL - UNABLE TO OPEN RUNBALM, STATUS='
070700             WS-BALM-STATUS
070800         SET RC-WARNING TO TRUE
070900         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
071000     END-IF.
071100     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
071200     MOVE WS-BAL-SIGN TO BAL-SIGN.
071300     MOVE WS-BAL-COUNT TO BAL-COUNT.
071400     MOVE 'TERMROLL' TO BAL-PROGRAM.
071500     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
071600     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
071700     WRITE BALANCE-MOVEMENT-RECORD.
071800     CLOSE BALANCE-MOVEMENT-FILE.
071900 9600-WRITE-BALANCE-MOVEMENT-EXIT.
072000     EXIT.
072100
072200 9999-EXIT.
072300     STOP RUN.
