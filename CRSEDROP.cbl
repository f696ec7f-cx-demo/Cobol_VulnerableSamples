002400*   2026-09-03 RLW  DROP REQUESTS CARRY THE SECTION NOW THAT THE
002500*                    ENROLLMENT KEY DOES - A BLANK SECTION POSTS
002600*                    AS '001' SO OLD REQUEST CARDS STILL WORK.
002700*   2026-10-15 RLW  TUITION REFUNDS - A DROP OR WITHDRAWAL OF A
002800*                    COURSE ALREADY BILLED CREDITS THE STUDENT'S
002900*                    STUDRECV RECEIVABLE (SEE RECVREC) WITH THE
003000*                    PERCENTAGE OF THE COURSE CHARGE THE DATED
003100*                    REFSCHED SCHEDULE GIVES FOR THE TERM, AND
003200*                    RECORDS THE REFUND ON REFNDHST (SEE
003300*                    REFNDREC) SO TUITBILL NEVER REFUNDS IT
003400*                    TWICE.  EVERY RECEIVABLE LEFT WITH A CREDIT
003500*                    BALANCE PRINTS ON THE RFNDCHK REFUND CHECK
003600*                    REGISTER - THE BURSAR STOPS WORKING REFUNDS
003700*                    BY HAND FROM THE DROP REPORT.
003800*   2026-10-15 RLW  A CREDIT LISTED ON THE REFUND CHECK REGISTER
003900*                    IS NOW RECORDED AS ISSUED - ADDED TO
004000*                    RECV-REFUNDED (SEE RECVREC) AND THE BALANCE
004100*                    RESTATED, WHICH CLEARS RECV-REFUND-DUE.  THE
004200*                    SAME CREDIT NO LONGER LISTS NIGHT AFTER
004300*                    NIGHT FOR ANOTHER CHECK.
004400*   2026-10-15 RLW  THE STUDRECV REWRITE FOR AN ISSUED REFUND
004500*                    CHECK IS STATUS-CHECKED; A FAILURE STOPS THE
004600*                    REGISTER AT RC 12 WITHOUT LISTING THE CHECK.
004700*================================================================
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ENRL-KEY
005500         FILE STATUS IS WS-ENRL-STATUS.
005600
005700     SELECT DROP-REQUEST-LIST ASSIGN TO "DROPREQ"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REQUEST-STATUS.
006000
006100     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CALENDAR-STATUS.
006400
006500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BUSDATE-STATUS.
006800
006900     SELECT DROP-REGISTER ASSIGN TO "DROPRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT EXCEPTION-FILE ASSIGN TO "CRSDEXC"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS COURSE-ID
007900         FILE STATUS IS WS-COURSE-STATUS.
008000
008100     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS RECV-KEY
008500         FILE STATUS IS WS-RECV-STATUS.
008600
008700     SELECT REFUND-HISTORY ASSIGN TO "REFNDHST"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS REFH-KEY
009100         FILE STATUS IS WS-REFH-STATUS.
009200
009300     SELECT REFUND-SCHEDULE ASSIGN TO "REFSCHED"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-RSCH-STATUS.
009600
009700     SELECT RATE-FILE ASSIGN TO "TUITRATE"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-RATE-STATUS.
010000
010100     SELECT REFUND-REGISTER ASSIGN TO "RFNDCHK"
010200         ORGANIZATION IS LINE SEQUENTIAL.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  ENROLLMENT-FILE.
010700     COPY ENRLREC.
010800
010900 FD  DROP-REQUEST-LIST.
011000 01  DROP-REQUEST-RECORD.
011100     05  DRQ-STUDENT-ID              PIC 9(09).
011200     05  FILLER                      PIC X(01).
011300     05  DRQ-COURSE-ID               PIC X(08).
011400     05  FILLER                      PIC X(01).
011500     05  DRQ-TERM                    PIC X(05).
011600     05  FILLER                      PIC X(01).
011700     05  DRQ-SECTION                 PIC X(03).
011800
011900 FD  CALENDAR-FILE.
012000     COPY CALREC.
012100
012200 FD  BUSDATE-FILE.
012300     COPY BUSDATE.
012400
012500 FD  DROP-REGISTER.
012600 01  DROP-REGISTER-LINE             PIC X(80).
012700
012800 FD  EXCEPTION-FILE.
012900     COPY EXCREC.
013000
013100 FD  COURSE-CATALOG.
013200     COPY COURSREC.
013300
013400 FD  RECEIVABLE-FILE.
013500     COPY RECVREC.
013600
013700 FD  REFUND-HISTORY.
013800     COPY REFNDREC.
013900
014000*    ONE LINE PER TERM AND THROUGH-DATE, KEYED BY THE BURSAR -
014100*    A DROP POSTED ON OR BEFORE THE THROUGH-DATE REFUNDS THE
014200*    PERCENT, THE EARLIEST DATE NOT YET PASSED WINNING.  PAST
014300*    THE LAST LINE, OR FOR A TERM WITH NO LINES, NOTHING
014400*    REFUNDS.  E.G. 2026F 20260907 100, 2026F 20260928 050.
014500 FD  REFUND-SCHEDULE.
014600 01  REFUND-SCHEDULE-RECORD.
014700     05  RSCH-TERM                   PIC X(05).
014800     05  FILLER                      PIC X(01).
014900     05  RSCH-THROUGH-DATE           PIC 9(08).
015000     05  FILLER                      PIC X(01).
015100     05  RSCH-PERCENT                PIC 9(03).
015200
015300 FD  RATE-FILE.
015400 01  RATE-RECORD.
015500     05  RATE-PER-CREDIT             PIC 9(05)V9(02).
015600
015700 FD  REFUND-REGISTER.
015800 01  REFUND-REGISTER-LINE           PIC X(80).
015900
016000 WORKING-STORAGE SECTION.
016100     COPY RETCODES.
016200
016300 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
016400     88  ENRL-STATUS-OK              VALUE '00'.
016500 01  WS-REQUEST-STATUS              PIC X(02) VALUE '00'.
016600     88  REQUEST-STATUS-OK           VALUE '00'.
016700     88  REQUEST-STATUS-EOF          VALUE '10'.
016800 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
016900     88  CALENDAR-STATUS-OK          VALUE '00'.
017000     88  CALENDAR-STATUS-EOF         VALUE '10'.
017100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
017200     88  BUSDATE-STATUS-OK           VALUE '00'.
017300 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
017400     88  COURSE-STATUS-OK            VALUE '00'.
017500 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
017600     88  RECV-STATUS-OK              VALUE '00'.
017700     88  RECV-STATUS-EOF             VALUE '10'.
017800 01  WS-REFH-STATUS                 PIC X(02) VALUE '00'.
017900     88  REFH-STATUS-OK              VALUE '00'.
018000     88  REFH-STATUS-DUPKEY          VALUE '22'.
018100 01  WS-RSCH-STATUS                 PIC X(02) VALUE '00'.
018200     88  RSCH-STATUS-OK              VALUE '00'.
018300     88  RSCH-STATUS-EOF             VALUE '10'.
018400 01  WS-RATE-STATUS                 PIC X(02) VALUE '00'.
018500     88  RATE-STATUS-OK              VALUE '00'.
018600
018700 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
018800     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
018900 01  WS-ENRL-FOUND-SW               PIC X(01) VALUE 'N'.
019000     88  WS-ENRL-FOUND               VALUE 'Y'.
019100
019200*    WHAT THE CALENDAR SAYS ABOUT THE BUSINESS DATE - DECIDED
019300*    ONCE AT START-UP AND APPLIED TO EVERY REQUEST.
019400 01  WS-DROP-MODE                   PIC X(01) VALUE 'D'.
019500     88  WS-MODE-DROP                VALUE 'D'.
019600     88  WS-MODE-WITHDRAW            VALUE 'W'.
019700     88  WS-MODE-REJECT              VALUE 'R'.
019800
019900 01  WS-REQ-SECTION                 PIC X(03) VALUE SPACES.
020000
020100 01  WS-REQUESTS-READ               PIC 9(07) COMP VALUE ZERO.
020200 01  WS-DROPS-POSTED                PIC 9(07) COMP VALUE ZERO.
020300 01  WS-WITHDRAWALS-POSTED          PIC 9(07) COMP VALUE ZERO.
020400 01  WS-REQUESTS-REJECTED           PIC 9(07) COMP VALUE ZERO.
020500
020600*    REFUNDS.  WITHOUT THE RECEIVABLE, THE REFUND HISTORY AND A
020700*    PER-CREDIT RATE NOTHING CAN BE PRICED - DROPS STILL POST
020800*    AND THE SWITCH STAYS OFF.
020900 01  WS-REFUNDS-ON-SW               PIC X(01) VALUE 'N'.
021000     88  WS-REFUNDS-ON               VALUE 'Y'.
021100 01  WS-RECV-FOUND-SW               PIC X(01) VALUE 'N'.
021200     88  WS-RECV-FOUND               VALUE 'Y'.
021300 01  WS-RATE-PER-CREDIT             PIC 9(05)V9(02) VALUE ZERO.
021400 01  WS-CREDITS-NUM                 PIC 9(02) VALUE ZERO.
021500 01  WS-REFUND-CHARGE               PIC 9(07)V9(02) VALUE ZERO.
021600 01  WS-REFUND-PERCENT              PIC 9(03) VALUE ZERO.
021700 01  WS-REFUND-AMOUNT               PIC 9(07)V9(02) VALUE ZERO.
021800 01  WS-NET-BALANCE                 PIC S9(08)V9(02) VALUE ZERO.
021900 01  WS-AMOUNT-EDIT                 PIC Z(06)9.99.
022000 01  WS-REFUNDS-CREDITED            PIC 9(07) COMP VALUE ZERO.
022100 01  WS-REFUND-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
022200 01  WS-REFUND-TOTAL                PIC 9(09)V9(02) VALUE ZERO.
022300 01  WS-CHECKS-LISTED               PIC 9(07) COMP VALUE ZERO.
022400 01  WS-CHECK-TOTAL                 PIC 9(09)V9(02) VALUE ZERO.
022500
022600*    THE REFUND SCHEDULE, LOADED ONCE AT START-UP - THE SAME
022700*    GUARDED-TABLE DISCIPLINE CRSEREG USES FOR ITS WAITLIST.
022800 01  WS-RSCH-TABLE.
022900     05  WS-RSCH-ENTRY OCCURS 100 TIMES.
023000         10  WS-RSCH-TERM           PIC X(05).
023100         10  WS-RSCH-THROUGH-DATE   PIC 9(08).
023200         10  WS-RSCH-PERCENT        PIC 9(03).
023300 01  WS-RSCH-COUNT                  PIC 9(04) COMP VALUE ZERO.
023400 01  WS-RSCH-SUB                    PIC 9(04) COMP VALUE ZERO.
023500 01  WS-RSCH-BEST-DATE              PIC 9(08) VALUE ZERO.
023600
023700 01  WS-CURRENT-DATE-TIME.
023800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
023900     05  WS-TIME-HHMMSSHH           PIC 9(08).
024000     05  FILLER                     PIC X(05).
024100
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE
024500         THRU 1000-INITIALIZE-EXIT.
024600
024700     PERFORM 2000-POST-NEXT-DROP
024800         THRU 2000-POST-NEXT-DROP-EXIT
024900         UNTIL REQUEST-STATUS-EOF.
025000
025100     PERFORM 9000-FINISH
025200         THRU 9000-FINISH-EXIT.
025300
025400     MOVE WS-RETURN-CODE TO RETURN-CODE.
025500     GO TO 9999-EXIT.
025600
025700 1000-INITIALIZE.
025800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025900     PERFORM 1050-GET-BUSINESS-DATE
026000         THRU 1050-GET-BUSINESS-DATE-EXIT.
026100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
026200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
026300     OPEN OUTPUT EXCEPTION-FILE.
026400     OPEN OUTPUT DROP-REGISTER.
026500     MOVE SPACES TO DROP-REGISTER-LINE.
026600     STRING 'DROP/WITHDRAWAL REGISTER ' WS-TODAY-YYYYMMDD
026700         DELIMITED BY SIZE
026800         INTO DROP-REGISTER-LINE
026900     END-STRING.
027000     WRITE DROP-REGISTER-LINE.
027100     PERFORM 1055-CHECK-CALENDAR
027200         THRU 1055-CHECK-CALENDAR-EXIT.
027300     OPEN I-O ENROLLMENT-FILE.
027400     IF NOT ENRL-STATUS-OK
027500         DISPLAY 'CRSEDROP - UNABLE TO OPEN ENRLMAST, STATUS='
027600             WS-ENRL-STATUS
027700         SET RC-SEVERE TO TRUE
027800         SET REQUEST-STATUS-EOF TO TRUE
027900         GO TO 1000-INITIALIZE-EXIT
028000     END-IF.
028100     OPEN INPUT DROP-REQUEST-LIST.
028200     IF NOT REQUEST-STATUS-OK
028300         DISPLAY 'CRSEDROP - UNABLE TO OPEN DROPREQ, STATUS='
028400             WS-REQUEST-STATUS
028500         SET RC-SEVERE TO TRUE
028600         SET REQUEST-STATUS-EOF TO TRUE
028700         GO TO 1000-INITIALIZE-EXIT
028800     END-IF.
028900     PERFORM 1100-OPEN-REFUND-FILES
029000         THRU 1100-OPEN-REFUND-FILES-EXIT.
029100 1000-INITIALIZE-EXIT.
029200     EXIT.
029300
029400 1050-GET-BUSINESS-DATE.
029500*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
029600*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
029700*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
029800*    CLOCK TIME FIELD STAYS REAL.
029900     OPEN INPUT BUSDATE-FILE.
030000     IF NOT BUSDATE-STATUS-OK
030100         GO TO 1050-GET-BUSINESS-DATE-EXIT
030200     END-IF.
030300     READ BUSDATE-FILE
030400         AT END
030500             CLOSE BUSDATE-FILE
030600             GO TO 1050-GET-BUSINESS-DATE-EXIT
030700     END-READ.
030800     CLOSE BUSDATE-FILE.
030900     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
031000             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
031100         DISPLAY 'CRSEDROP - RUNNING AS OF BUSINESS DATE '
031200             BUS-DATE
031300         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
031400     END-IF.
031500 1050-GET-BUSINESS-DATE-EXIT.
031600     EXIT.
031700
031800 1055-CHECK-CALENDAR.
031900*    THE CALENDAR DECIDES THE RUN MODE ONCE - DROP, WITHDRAW OR
032000*    REJECT.  A MISSING CALENDAR OR AN UNLISTED DATE POSTS CLEAN
032100*    DROPS, PER THE CALREC CONVENTION THAT THE CALENDAR
032200*    RESTRICTS BUT DOES NOT ENABLE.
032300     MOVE 'N' TO WS-CAL-FOUND-SW.
032400     SET WS-MODE-DROP TO TRUE.
032500     OPEN INPUT CALENDAR-FILE.
032600     IF NOT CALENDAR-STATUS-OK
032700         GO TO 1055-CHECK-CALENDAR-EXIT
032800     END-IF.
032900     PERFORM 1056-SCAN-ONE-CAL-DATE
033000         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
033100         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
033200     CLOSE CALENDAR-FILE.
033300     IF NOT WS-CAL-DATE-FOUND
033400         GO TO 1055-CHECK-CALENDAR-EXIT
033500     END-IF.
033600     IF CAL-TERM-OVER
033700         SET WS-MODE-REJECT TO TRUE
033800         DISPLAY 'CRSEDROP - TERM OVER, ALL REQUESTS REJECT'
033900     ELSE
034000         IF NOT CAL-DROP-ALLOWED
034100             SET WS-MODE-WITHDRAW TO TRUE
034200             DISPLAY 'CRSEDROP - PAST DROP DEADLINE, '
034300                 'POSTING WITHDRAWALS'
034400         END-IF
034500     END-IF.
034600 1055-CHECK-CALENDAR-EXIT.
034700     EXIT.
034800
034900 1056-SCAN-ONE-CAL-DATE.
035000     READ CALENDAR-FILE
035100         AT END SET CALENDAR-STATUS-EOF TO TRUE
035200     END-READ.
035300     IF CALENDAR-STATUS-EOF
035400         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
035500     END-IF.
035600     IF CAL-DATE = WS-TODAY-YYYYMMDD
035700         SET WS-CAL-DATE-FOUND TO TRUE
035800     END-IF.
035900 1056-SCAN-ONE-CAL-DATE-EXIT.
036000     EXIT.
036100
036200 1100-OPEN-REFUND-FILES.
036300*    A DROP STILL POSTS WHEN REFUNDS CANNOT BE PRICED - THE
036400*    FAILURE IS DISPLAYED, THE RUN ENDS WITH A WARNING, AND THE
036500*    BURSAR WORKS THAT DAY'S REFUNDS FROM THE DROP REGISTER.
036600     OPEN OUTPUT REFUND-REGISTER.
036700     MOVE SPACES TO REFUND-REGISTER-LINE.
036800     STRING 'REFUND CHECK REGISTER ' WS-TODAY-YYYYMMDD
036900         DELIMITED BY SIZE
037000         INTO REFUND-REGISTER-LINE
037100     END-STRING.
037200     WRITE REFUND-REGISTER-LINE.
037300     OPEN INPUT RATE-FILE.
037400     IF NOT RATE-STATUS-OK
037500         DISPLAY 'CRSEDROP - UNABLE TO OPEN TUITRATE, STATUS='
037600             WS-RATE-STATUS ' - NO REFUNDS CREDITED'
037700         SET RC-WARNING TO TRUE
037800         GO TO 1100-OPEN-REFUND-FILES-EXIT
037900     END-IF.
038000     READ RATE-FILE
038100         AT END MOVE ZERO TO RATE-PER-CREDIT
038200     END-READ.
038300     CLOSE RATE-FILE.
038400     IF RATE-PER-CREDIT IS NOT NUMERIC
038500             OR RATE-PER-CREDIT = ZERO
038600         DISPLAY 'CRSEDROP - TUITRATE RATE INVALID - NO '
038700             'REFUNDS CREDITED'
038800         SET RC-WARNING TO TRUE
038900         GO TO 1100-OPEN-REFUND-FILES-EXIT
039000     END-IF.
039100     MOVE RATE-PER-CREDIT TO WS-RATE-PER-CREDIT.
039200     OPEN INPUT COURSE-CATALOG.
039300     IF NOT COURSE-STATUS-OK
039400         DISPLAY 'CRSEDROP - UNABLE TO OPEN CRSECAT, STATUS='
039500             WS-COURSE-STATUS ' - NO REFUNDS CREDITED'
039600         SET RC-WARNING TO TRUE
039700         GO TO 1100-OPEN-REFUND-FILES-EXIT
039800     END-IF.
039900     OPEN I-O RECEIVABLE-FILE.
040000     IF NOT RECV-STATUS-OK
040100         DISPLAY 'CRSEDROP - UNABLE TO OPEN STUDRECV, STATUS='
040200             WS-RECV-STATUS ' - NO REFUNDS CREDITED'
040300         SET RC-WARNING TO TRUE
040400         CLOSE COURSE-CATALOG
040500         GO TO 1100-OPEN-REFUND-FILES-EXIT
040600     END-IF.
040700     OPEN I-O REFUND-HISTORY.
040800     IF NOT REFH-STATUS-OK
040900         OPEN OUTPUT REFUND-HISTORY
041000         IF REFH-STATUS-OK
041100             CLOSE REFUND-HISTORY
041200             OPEN I-O REFUND-HISTORY
041300         END-IF
041400     END-IF.
041500     IF NOT REFH-STATUS-OK
041600         DISPLAY 'CRSEDROP - UNABLE TO OPEN REFNDHST, STATUS='
041700             WS-REFH-STATUS ' - NO REFUNDS CREDITED'
041800         SET RC-WARNING TO TRUE
041900         CLOSE COURSE-CATALOG
042000         CLOSE RECEIVABLE-FILE
042100         GO TO 1100-OPEN-REFUND-FILES-EXIT
042200     END-IF.
042300     SET WS-REFUNDS-ON TO TRUE.
042400     PERFORM 1110-LOAD-REFUND-SCHEDULE
042500         THRU 1110-LOAD-REFUND-SCHEDULE-EXIT.
042600 1100-OPEN-REFUND-FILES-EXIT.
042700     EXIT.
042800
042900 1110-LOAD-REFUND-SCHEDULE.
043000*    A MISSING SCHEDULE IS AN EMPTY ONE - EVERY DROP CREDITS
043100*    ZERO PERCENT, BUT THE REFUND HISTORY IS STILL WRITTEN SO
043200*    THE CHARGE STANDS ON A REBILL.
043300     OPEN INPUT REFUND-SCHEDULE.
043400     IF NOT RSCH-STATUS-OK
043500         DISPLAY 'CRSEDROP - NO REFSCHED SCHEDULE, REFUNDS '
043600             'CREDIT ZERO PERCENT'
043700         SET RC-WARNING TO TRUE
043800         GO TO 1110-LOAD-REFUND-SCHEDULE-EXIT
043900     END-IF.
044000     PERFORM 1120-LOAD-ONE-SCHEDULE-LINE
044100         THRU 1120-LOAD-ONE-SCHEDULE-LINE-EXIT
044200         UNTIL RSCH-STATUS-EOF.
044300     CLOSE REFUND-SCHEDULE.
044400 1110-LOAD-REFUND-SCHEDULE-EXIT.
044500     EXIT.
044600
044700 1120-LOAD-ONE-SCHEDULE-LINE.
044800     READ REFUND-SCHEDULE
044900         AT END SET RSCH-STATUS-EOF TO TRUE
045000     END-READ.
045100     IF RSCH-STATUS-EOF
045200         GO TO 1120-LOAD-ONE-SCHEDULE-LINE-EXIT
045300     END-IF.
045400     IF RSCH-THROUGH-DATE IS NOT NUMERIC
045500             OR RSCH-PERCENT IS NOT NUMERIC
045600             OR RSCH-PERCENT > 100
045700         DISPLAY 'CRSEDROP - REFSCHED LINE IGNORED: '
045800             REFUND-SCHEDULE-RECORD
045900         SET RC-WARNING TO TRUE
046000         GO TO 1120-LOAD-ONE-SCHEDULE-LINE-EXIT
046100     END-IF.
046200     IF WS-RSCH-COUNT < 100
046300         ADD 1 TO WS-RSCH-COUNT
046400         MOVE RSCH-TERM TO WS-RSCH-TERM(WS-RSCH-COUNT)
046500         MOVE RSCH-THROUGH-DATE TO
046600             WS-RSCH-THROUGH-DATE(WS-RSCH-COUNT)
046700         MOVE RSCH-PERCENT TO WS-RSCH-PERCENT(WS-RSCH-COUNT)
046800     ELSE
046900         DISPLAY 'CRSEDROP - REFSCHED TABLE FULL, LINE '
047000             'DROPPED: ' REFUND-SCHEDULE-RECORD
047100         SET RC-WARNING TO TRUE
047200     END-IF.
047300 1120-LOAD-ONE-SCHEDULE-LINE-EXIT.
047400     EXIT.
047500
047600 2000-POST-NEXT-DROP.
047700     READ DROP-REQUEST-LIST
047800         AT END SET REQUEST-STATUS-EOF TO TRUE
047900     END-READ.
048000     IF REQUEST-STATUS-EOF
048100         GO TO 2000-POST-NEXT-DROP-EXIT
048200     END-IF.
048300
048400     ADD 1 TO WS-REQUESTS-READ.
048500*    OLD REQUEST CARDS CARRY NO SECTION - THEY POST AS '001'.
048600     IF DRQ-SECTION = SPACES OR DRQ-SECTION = LOW-VALUES
048700         MOVE '001' TO WS-REQ-SECTION
048800     ELSE
048900         MOVE DRQ-SECTION TO WS-REQ-SECTION
049000     END-IF.
049100
049200     IF DRQ-STUDENT-ID IS NOT NUMERIC
049300             OR DRQ-STUDENT-ID = ZERO
049400         MOVE 'E130' TO EXC-REASON-CODE
049500         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
049600             EXC-REASON-TEXT
049700         PERFORM 2900-WRITE-EXCEPTION
049800             THRU 2900-WRITE-EXCEPTION-EXIT
049900         GO TO 2000-POST-NEXT-DROP-EXIT
050000     END-IF.
050100
050200     IF WS-MODE-REJECT
050300         MOVE 'E133' TO EXC-REASON-CODE
050400         MOVE 'TERM OVER - DROP NOT ACCEPTED' TO EXC-REASON-TEXT
050500         PERFORM 2900-WRITE-EXCEPTION
050600             THRU 2900-WRITE-EXCEPTION-EXIT
050700         GO TO 2000-POST-NEXT-DROP-EXIT
050800     END-IF.
050900
051000     PERFORM 3000-POST-ONE-DROP
051100         THRU 3000-POST-ONE-DROP-EXIT.
051200 2000-POST-NEXT-DROP-EXIT.
051300     EXIT.
051400
051500 3000-POST-ONE-DROP.
051600     MOVE 'N' TO WS-ENRL-FOUND-SW.
051700     MOVE DRQ-STUDENT-ID TO ENRL-STUDENT-ID.
051800     MOVE DRQ-COURSE-ID  TO ENRL-COURSE-ID.
051900     MOVE DRQ-TERM       TO ENRL-TERM.
052000     MOVE WS-REQ-SECTION TO ENRL-SECTION.
052100     READ ENROLLMENT-FILE
052200         INVALID KEY CONTINUE
052300         NOT INVALID KEY SET WS-ENRL-FOUND TO TRUE
052400     END-READ.
052500
052600     IF NOT WS-ENRL-FOUND
052700         MOVE 'E131' TO EXC-REASON-CODE
052800         MOVE 'NO ENROLLMENT FOR STUDENT/COURSE/TERM' TO
052900             EXC-REASON-TEXT
053000         PERFORM 2900-WRITE-EXCEPTION
053100             THRU 2900-WRITE-EXCEPTION-EXIT
053200         GO TO 3000-POST-ONE-DROP-EXIT
053300     END-IF.
053400
053500     IF NOT ENRL-REGISTERED
053600         MOVE 'E132' TO EXC-REASON-CODE
053700         MOVE 'ENROLLMENT NOT IN REGISTERED STATUS' TO
053800             EXC-REASON-TEXT
053900         PERFORM 2900-WRITE-EXCEPTION
054000             THRU 2900-WRITE-EXCEPTION-EXIT
054100         GO TO 3000-POST-ONE-DROP-EXIT
054200     END-IF.
054300
054400     IF WS-MODE-DROP
054500         SET ENRL-DROPPED TO TRUE
054600     ELSE
054700         SET ENRL-WITHDRAWN TO TRUE
054800     END-IF.
054900     REWRITE ENROLLMENT-RECORD
055000         INVALID KEY CONTINUE
055100     END-REWRITE.
055200     IF NOT ENRL-STATUS-OK
055300         MOVE 'E134' TO EXC-REASON-CODE
055400         MOVE 'ENROLLMENT REWRITE FAILED, SEE FILE STATUS' TO
055500             EXC-REASON-TEXT
055600         PERFORM 2900-WRITE-EXCEPTION
055700             THRU 2900-WRITE-EXCEPTION-EXIT
055800         GO TO 3000-POST-ONE-DROP-EXIT
055900     END-IF.
056000
056100     MOVE SPACES TO DROP-REGISTER-LINE.
056200     IF WS-MODE-DROP
056300         ADD 1 TO WS-DROPS-POSTED
056400         STRING 'DROPPED   STUDENT ' DRQ-STUDENT-ID
056500                ' COURSE ' DRQ-COURSE-ID
056600                ' TERM ' DRQ-TERM
056700                ' SEC ' WS-REQ-SECTION
056800             DELIMITED BY SIZE
056900             INTO DROP-REGISTER-LINE
057000         END-STRING
057100     ELSE
057200         ADD 1 TO WS-WITHDRAWALS-POSTED
057300         STRING 'WITHDRAWN STUDENT ' DRQ-STUDENT-ID
057400                ' COURSE ' DRQ-COURSE-ID
057500                ' TERM ' DRQ-TERM
057600                ' SEC ' WS-REQ-SECTION
057700             DELIMITED BY SIZE
057800             INTO DROP-REGISTER-LINE
057900         END-STRING
058000     END-IF.
058100     WRITE DROP-REGISTER-LINE.
058200
058300     IF WS-REFUNDS-ON
058400         PERFORM 3100-CREDIT-REFUND
058500             THRU 3100-CREDIT-REFUND-EXIT
058600     END-IF.
058700 3000-POST-ONE-DROP-EXIT.
058800     EXIT.
058900
059000 3100-CREDIT-REFUND.
059100*    NO RECEIVABLE FOR THE TERM MEANS THE TERM IS NOT BILLED
059200*    YET - THE COURSE WAS NEVER CHARGED, SO NOTHING REFUNDS AND
059300*    TUITBILL WILL SIMPLY NOT BILL IT.
059400     MOVE 'N' TO WS-RECV-FOUND-SW.
059500     MOVE DRQ-STUDENT-ID TO RECV-STUDENT-ID.
059600     MOVE DRQ-TERM       TO RECV-TERM.
059700     READ RECEIVABLE-FILE
059800         INVALID KEY CONTINUE
059900         NOT INVALID KEY SET WS-RECV-FOUND TO TRUE
060000     END-READ.
060100     IF NOT WS-RECV-FOUND
060200         GO TO 3100-CREDIT-REFUND-EXIT
060300     END-IF.
060400
060500*    THE CHARGE IS PRICED THE WAY TUITBILL PRICED IT - CATALOG
060600*    CREDITS TIMES THE PER-CREDIT RATE.
060700     MOVE DRQ-COURSE-ID TO COURSE-ID.
060800     READ COURSE-CATALOG
060900         INVALID KEY MOVE ZERO TO COURSE-CREDITS
061000     END-READ.
061100     IF COURSE-CREDITS IS NUMERIC
061200         MOVE COURSE-CREDITS TO WS-CREDITS-NUM
061300     ELSE
061400         MOVE ZERO TO WS-CREDITS-NUM
061500     END-IF.
061600     COMPUTE WS-REFUND-CHARGE =
061700         WS-CREDITS-NUM * WS-RATE-PER-CREDIT.
061800     PERFORM 3150-FIND-REFUND-PERCENT
061900         THRU 3150-FIND-REFUND-PERCENT-EXIT.
062000     COMPUTE WS-REFUND-AMOUNT ROUNDED =
062100         WS-REFUND-CHARGE * WS-REFUND-PERCENT / 100.
062200
062300*    THE HISTORY RECORD GOES FIRST - A COURSE ALREADY ON IT WAS
062400*    REFUNDED ONCE AND IS NEVER CREDITED AGAIN.
062500     MOVE DRQ-STUDENT-ID TO REFH-STUDENT-ID.
062600     MOVE DRQ-COURSE-ID  TO REFH-COURSE-ID.
062700     MOVE DRQ-TERM       TO REFH-TERM.
062800     MOVE WS-REQ-SECTION TO REFH-SECTION.
062900     MOVE ENRL-STATUS    TO REFH-ENRL-STATUS.
063000     MOVE WS-REFUND-CHARGE  TO REFH-CHARGE.
063100     MOVE WS-REFUND-PERCENT TO REFH-PERCENT.
063200     MOVE WS-REFUND-AMOUNT  TO REFH-AMOUNT.
063300     MOVE WS-TODAY-YYYYMMDD TO REFH-POST-DATE.
063400     WRITE REFUND-HISTORY-RECORD
063500         INVALID KEY CONTINUE
063600     END-WRITE.
063700     IF REFH-STATUS-DUPKEY
063800         MOVE 'E135' TO EXC-REASON-CODE
063900         MOVE 'REFUND ALREADY POSTED FOR THIS COURSE' TO
064000             EXC-REASON-TEXT
064100         PERFORM 2950-WRITE-REFUND-EXCEPTION
064200             THRU 2950-WRITE-REFUND-EXCEPTION-EXIT
064300         GO TO 3100-CREDIT-REFUND-EXIT
064400     END-IF.
064500     IF NOT REFH-STATUS-OK
064600         MOVE 'E136' TO EXC-REASON-CODE
064700         MOVE 'REFUND HISTORY WRITE FAILED - NO CREDIT' TO
064800             EXC-REASON-TEXT
064900         PERFORM 2950-WRITE-REFUND-EXCEPTION
065000             THRU 2950-WRITE-REFUND-EXCEPTION-EXIT
065100         GO TO 3100-CREDIT-REFUND-EXIT
065200     END-IF.
065300
065400     ADD WS-REFUND-AMOUNT TO RECV-CREDITED.
065500     PERFORM 3200-RESTATE-BALANCE
065600         THRU 3200-RESTATE-BALANCE-EXIT.
065700     REWRITE RECEIVABLE-RECORD
065800         INVALID KEY CONTINUE
065900     END-REWRITE.
066000     IF NOT RECV-STATUS-OK
066100*        BACK THE HISTORY OUT SO A RERUN CAN CREDIT IT.
066200         DELETE REFUND-HISTORY
066300             INVALID KEY CONTINUE
066400         END-DELETE
066500         MOVE 'E137' TO EXC-REASON-CODE
066600         MOVE 'RECEIVABLE REWRITE FAILED - NO CREDIT' TO
066700             EXC-REASON-TEXT
066800         PERFORM 2950-WRITE-REFUND-EXCEPTION
066900             THRU 2950-WRITE-REFUND-EXCEPTION-EXIT
067000         GO TO 3100-CREDIT-REFUND-EXIT
067100     END-IF.
067200
067300     ADD 1 TO WS-REFUNDS-CREDITED.
067400     ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
067500     MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-EDIT.
067600     MOVE SPACES TO DROP-REGISTER-LINE.
067700     STRING '          REFUND ' WS-REFUND-PERCENT
067800            '% CREDITED ' WS-AMOUNT-EDIT
067900         DELIMITED BY SIZE
068000         INTO DROP-REGISTER-LINE
068100     END-STRING.
068200     WRITE DROP-REGISTER-LINE.
068300 3100-CREDIT-REFUND-EXIT.
068400     EXIT.
068500
068600 3150-FIND-REFUND-PERCENT.
068700*    THE EARLIEST THROUGH-DATE FOR THE TERM NOT YET PASSED
068800*    GIVES THE PERCENT - NONE LEFT MEANS NOTHING REFUNDS.
068900     MOVE ZERO TO WS-REFUND-PERCENT.
069000     MOVE ZERO TO WS-RSCH-BEST-DATE.
069100     PERFORM 3160-CHECK-ONE-SCHEDULE-LINE
069200         THRU 3160-CHECK-ONE-SCHEDULE-LINE-EXIT
069300         VARYING WS-RSCH-SUB FROM 1 BY 1
069400         UNTIL WS-RSCH-SUB > WS-RSCH-COUNT.
069500 3150-FIND-REFUND-PERCENT-EXIT.
069600     EXIT.
069700
069800 3160-CHECK-ONE-SCHEDULE-LINE.
069900     IF WS-RSCH-TERM(WS-RSCH-SUB) = DRQ-TERM
070000             AND WS-RSCH-THROUGH-DATE(WS-RSCH-SUB) NOT <
070100                 WS-TODAY-YYYYMMDD
070200         IF WS-RSCH-BEST-DATE = ZERO
070300                 OR WS-RSCH-THROUGH-DATE(WS-RSCH-SUB) <
070400                     WS-RSCH-BEST-DATE
070500             MOVE WS-RSCH-THROUGH-DATE(WS-RSCH-SUB) TO
070600                 WS-RSCH-BEST-DATE
070700             MOVE WS-RSCH-PERCENT(WS-RSCH-SUB) TO
070800                 WS-REFUND-PERCENT
070900         END-IF
071000     END-IF.
071100 3160-CHECK-ONE-SCHEDULE-LINE-EXIT.
071200     EXIT.
071300
071400 3200-RESTATE-BALANCE.
071500*    BILLED LESS CREDITED LESS PAID, PLUS ANY REFUND CHECK
071600*    ALREADY ISSUED.  A NEGATIVE RESULT IS A
071700*    CREDIT BALANCE - THE BALANCE STOPS AT ZERO AND THE EXCESS
071800*    IS OWED BACK TO THE STUDENT (SEE RECVREC).
071900     COMPUTE WS-NET-BALANCE =
072000         RECV-BILLED - RECV-CREDITED - RECV-PAID
072100         + RECV-REFUNDED.
072200     IF WS-NET-BALANCE < ZERO
072300         MOVE ZERO TO RECV-BALANCE
072400         COMPUTE RECV-REFUND-DUE = ZERO - WS-NET-BALANCE
072500     ELSE
072600         MOVE WS-NET-BALANCE TO RECV-BALANCE
072700         MOVE ZERO TO RECV-REFUND-DUE
072800     END-IF.
072900 3200-RESTATE-BALANCE-EXIT.
073000     EXIT.
073100
073200 5000-PRINT-REFUND-REGISTER.
073300*    EVERY RECEIVABLE CARRYING A CREDIT BALANCE, WHENEVER IT
073400*    AROSE, LISTS ONCE - LISTING IT ISSUES THE CHECK THAT
073500*    CLEARS IT.
073600     MOVE LOW-VALUES TO RECV-KEY.
073700     MOVE '00' TO WS-RECV-STATUS.
073800     START RECEIVABLE-FILE KEY IS NOT LESS THAN RECV-KEY
073900         INVALID KEY SET RECV-STATUS-EOF TO TRUE
074000     END-START.
074100     PERFORM 5100-LIST-ONE-CREDIT
074200         THRU 5100-LIST-ONE-CREDIT-EXIT
074300         UNTIL RECV-STATUS-EOF.
074400     MOVE SPACES TO REFUND-REGISTER-LINE.
074500     WRITE REFUND-REGISTER-LINE.
074600     MOVE WS-CHECK-TOTAL TO WS-AMOUNT-EDIT.
074700     MOVE SPACES TO REFUND-REGISTER-LINE.
074800     STRING 'TOTAL REFUNDS DUE : ' WS-AMOUNT-EDIT
074900         DELIMITED BY SIZE
075000         INTO REFUND-REGISTER-LINE
075100     END-STRING.
075200     WRITE REFUND-REGISTER-LINE.
075300 5000-PRINT-REFUND-REGISTER-EXIT.
075400     EXIT.
075500
075600 5100-LIST-ONE-CREDIT.
075700     READ RECEIVABLE-FILE NEXT
075800         AT END SET RECV-STATUS-EOF TO TRUE
075900     END-READ.
076000     IF NOT RECV-STATUS-OK
076100         SET RECV-STATUS-EOF TO TRUE
076200         GO TO 5100-LIST-ONE-CREDIT-EXIT
076300     END-IF.
076400     IF RECV-REFUND-DUE IS NOT NUMERIC
076500             OR RECV-REFUND-DUE = ZERO
076600         GO TO 5100-LIST-ONE-CREDIT-EXIT
076700     END-IF.
076800     ADD 1 TO WS-CHECKS-LISTED.
076900     ADD RECV-REFUND-DUE TO WS-CHECK-TOTAL.
077000     MOVE RECV-REFUND-DUE TO WS-AMOUNT-EDIT.
077100     MOVE SPACES TO REFUND-REGISTER-LINE.
077200     STRING 'STUDENT ' RECV-STUDENT-ID
077300            ' TERM ' RECV-TERM
077400            ' REFUND DUE ' WS-AMOUNT-EDIT
077500         DELIMITED BY SIZE
077600         INTO REFUND-REGISTER-LINE
077700     END-STRING.
077800*    THE LISTED CHECK IS THE ONE ISSUED - RECORD IT AGAINST THE
077900*    ACCOUNT SO THE CREDIT IS NOT OWED, OR LISTED, A SECOND TIME.
078000*    GLFEED JOURNALS THE CHECK FROM RECV-REFUNDED.  A CHECK IS
078100*    ONLY LISTED ONCE THE ACCOUNT HAS TAKEN IT.
078200     ADD RECV-REFUND-DUE TO RECV-REFUNDED.
078300     PERFORM 3200-RESTATE-BALANCE
078400         THRU 3200-RESTATE-BALANCE-EXIT.
078500     REWRITE RECEIVABLE-RECORD
078600         INVALID KEY CONTINUE
078700     END-REWRITE.
078800     IF NOT RECV-STATUS-OK
078900         DISPLAY 'CRSEDROP - STUDRECV REWRITE FAILED, STATUS='
079000             WS-RECV-STATUS ' STUDENT ' RECV-STUDENT-ID
079100         SET RC-SEVERE TO TRUE
079200         SET RECV-STATUS-EOF TO TRUE
079300         GO TO 5100-LIST-ONE-CREDIT-EXIT
079400     END-IF.
079500     WRITE REFUND-REGISTER-LINE.
079600 5100-LIST-ONE-CREDIT-EXIT.
079700     EXIT.
079800
079900 2900-WRITE-EXCEPTION.
080000*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
080100*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
080200     ADD 1 TO WS-REQUESTS-REJECTED.
080300     MOVE 'CRSEDROP' TO EXC-PROGRAM-ID.
080400     MOVE SPACES TO EXC-KEY-VALUE.
080500     STRING DRQ-STUDENT-ID '/' DRQ-COURSE-ID '/' DRQ-TERM
080600         DELIMITED BY SIZE
080700         INTO EXC-KEY-VALUE
080800     END-STRING.
080900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
081000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
081100     MOVE SPACES TO EXC-OPERATOR-ID.
081200     WRITE EXC-RECORD.
081300     SET RC-WARNING TO TRUE.
081400 2900-WRITE-EXCEPTION-EXIT.
081500     EXIT.
081600
081700 2950-WRITE-REFUND-EXCEPTION.
081800*    THE DROP ITSELF HAS POSTED - ONLY ITS REFUND FAILED, SO THE
081900*    REQUEST IS NOT COUNTED AS REJECTED.
082000     ADD 1 TO WS-REFUND-EXCEPTIONS.
082100     MOVE 'CRSEDROP' TO EXC-PROGRAM-ID.
082200     MOVE SPACES TO EXC-KEY-VALUE.
082300     STRING DRQ-STUDENT-ID '/' DRQ-COURSE-ID '/' DRQ-TERM
082400         DELIMITED BY SIZE
082500         INTO EXC-KEY-VALUE
082600     END-STRING.
082700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
082800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
082900     MOVE SPACES TO EXC-OPERATOR-ID.
083000     WRITE EXC-RECORD.
083100     SET RC-WARNING TO TRUE.
083200 2950-WRITE-REFUND-EXCEPTION-EXIT.
083300     EXIT.
083400
083500 9000-FINISH.
083600     IF WS-REFUNDS-ON
083700         PERFORM 5000-PRINT-REFUND-REGISTER
083800             THRU 5000-PRINT-REFUND-REGISTER-EXIT
083900         CLOSE COURSE-CATALOG
084000         CLOSE RECEIVABLE-FILE
084100         CLOSE REFUND-HISTORY
084200     END-IF.
084300     CLOSE REFUND-REGISTER.
084400     CLOSE ENROLLMENT-FILE.
084500     CLOSE DROP-REQUEST-LIST.
084600     CLOSE DROP-REGISTER.
084700     CLOSE EXCEPTION-FILE.
084800     DISPLAY 'CRSEDROP - REQUESTS READ     : ' WS-REQUESTS-READ.
084900     DISPLAY 'CRSEDROP - DROPS POSTED      : ' WS-DROPS-POSTED.
085000     DISPLAY 'CRSEDROP - WITHDRAWALS POSTED: '
085100         WS-WITHDRAWALS-POSTED.
085200     DISPLAY 'CRSEDROP - REQUESTS REJECTED : '
085300         WS-REQUESTS-REJECTED.
085400     DISPLAY 'CRSEDROP - REFUNDS CREDITED  : '
085500         WS-REFUNDS-CREDITED.
085600     DISPLAY 'CRSEDROP - REFUND AMOUNT     : ' WS-REFUND-TOTAL.
085700     DISPLAY 'CRSEDROP - REFUND EXCEPTIONS : '
085800         WS-REFUND-EXCEPTIONS.
085900     DISPLAY 'CRSEDROP - REFUND CHECKS DUE : ' WS-CHECKS-LISTED.
086000     DISPLAY 'CRSEDROP - RETURN CODE       : ' WS-RETURN-CODE.
086100 9000-FINISH-EXIT.
086200     EXIT.
086300
086400 9999-EXIT.
086500     STOP RUN.
