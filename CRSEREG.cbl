006000*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
006100*                    SO THE RUNBAL BALANCING STEP CAN PROVE
006200*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
006300*   2026-10-15 RLW  REGISTRATION HOLDS - A STUDENT WITH ANY HOLD
006400*                    ON THE STUHOLD FILE (SEE REGHOLD) REJECTS
006500*                    WITH E124 NAMING THE HOLD TYPE AND REASON,
006600*                    AND A HELD STUDENT ON THE WAITLIST IS
006700*                    PASSED OVER FOR PROMOTION BUT KEEPS THEIR
006800*                    POSITION UNTIL THE HOLD IS RELEASED.
006900*   2026-10-15 RLW  SECTION SCHEDULES - A REQUEST WHOSE SECTION
007000*                    MEETS AT THE SAME TIME AS A SECTION THE
007100*                    STUDENT ALREADY HOLDS THAT TERM (SEE
007200*                    SCHDREC) REJECTS WITH E126 NAMING THE
007300*                    CLASHING SECTION, AND A WAITER WHO WOULD
007400*                    CLASH IS PASSED OVER FOR PROMOTION BUT
007500*                    KEEPS THEIR PLACE.  AT START-UP EVERY
007600*                    SCHEDULED SECTION WHOSE ROOM (SEE ROOMREC)
007700*                    SEATS FEWER THAN COURSE-CAPACITY IS
007800*                    FLAGGED E125, AND ONE NAMING A ROOM NOT ON
007900*                    ROOMMAST E127.
008000*   2026-10-15 RLW  EVERY WAITLIST PROMOTION NOW APPENDS A
008100*                    'WAIT' RECORD TO THE SHARED NOTIFQ
008200*                    NOTIFICATION QUEUE (SEE NOTFREC), SO THE
008300*                    STUDENT HEARS OF THE SEAT THAT NIGHT.
008400*================================================================
008500 ENVIRONMENT DIVISION.
008600 INPUT-OUTPUT SECTION.
008700 FILE-CONTROL.
008800     SELECT STUDENT ASSIGN TO FILENAME
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS STUDENT-ID
009200         FILE STATUS IS WS-STUDENT-STATUS.
009300
009400     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS COURSE-ID
009800         FILE STATUS IS WS-COURSE-STATUS.
009900
010000     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS ENRL-KEY
010400         FILE STATUS IS WS-ENRL-STATUS.
010500
010600     SELECT ENROLL-REQUEST-LIST ASSIGN TO "ENRLREQ"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-REQUEST-STATUS.
010900
011000     SELECT EXCEPTION-FILE ASSIGN TO "CRSEEXC"
011100         ORGANIZATION IS LINE SEQUENTIAL.
011200
011300     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-WAITLIST-STATUS.
011600
011700     SELECT WAITLIST-REPORT ASSIGN TO "WAITRPT"
011800         ORGANIZATION IS LINE SEQUENTIAL.
011900
012000     SELECT PREREQ-FILE ASSIGN TO "CRSEPREQ"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS WS-PREQ-STATUS.
012300
012400     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS WS-HIST-STATUS.
012700
012800     SELECT GRADE-INDEX ASSIGN TO "CRSEGIDX"
012900         ORGANIZATION IS INDEXED
013000         ACCESS MODE IS DYNAMIC
013100         RECORD KEY IS GRX-KEY
013200         FILE STATUS IS WS-GRX-STATUS.
013300
013400     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
013500         ORGANIZATION IS LINE SEQUENTIAL
013600         FILE STATUS IS WS-TICKET-STATUS.
013700
013800     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         FILE STATUS IS WS-BALM-STATUS.
014100
014200     SELECT HOLD-FILE ASSIGN TO "STUHOLD"
014300         ORGANIZATION IS INDEXED
014400         ACCESS MODE IS DYNAMIC
014500         RECORD KEY IS RHLD-KEY
014600         FILE STATUS IS WS-HOLD-STATUS.
014700
014800     SELECT SCHEDULE-FILE ASSIGN TO "SECTSCHD"
014900         ORGANIZATION IS INDEXED
015000         ACCESS MODE IS DYNAMIC
015100         RECORD KEY IS SCHD-KEY
015200         FILE STATUS IS WS-SCHD-STATUS.
015300
015400     SELECT ROOM-FILE ASSIGN TO "ROOMMAST"
015500         ORGANIZATION IS INDEXED
015600         ACCESS MODE IS RANDOM
015700         RECORD KEY IS ROOM-ID
015800         FILE STATUS IS WS-ROOM-STATUS.
015900
016000     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQ"
016100         ORGANIZATION IS LINE SEQUENTIAL
016200         FILE STATUS IS WS-NOTF-STATUS.
016300
016400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
016500         ORGANIZATION IS LINE SEQUENTIAL
016600         FILE STATUS IS WS-BUSDATE-STATUS.
016700
016800 DATA DIVISION.
016900 FILE SECTION.
017000 FD  STUDENT.
017100     COPY STUDREC.
017200
017300 01  FILENAME                   PIC X(12).
017400
017500 FD  COURSE-CATALOG.
017600     COPY COURSREC.
017700
017800 FD  ENROLLMENT-FILE.
017900     COPY ENRLREC.
018000
018100 FD  ENROLL-REQUEST-LIST.
018200 01  ENROLL-REQUEST-RECORD.
018300     05  REQ-STUDENT-ID              PIC 9(09).
018400     05  FILLER                      PIC X(01).
018500     05  REQ-COURSE-ID               PIC X(08).
018600     05  FILLER                      PIC X(01).
018700     05  REQ-TERM                    PIC X(05).
018800     05  FILLER                      PIC X(01).
018900     05  REQ-SECTION                 PIC X(03).
019000
019100 FD  EXCEPTION-FILE.
019200     COPY EXCREC.
019300
019400 FD  WAITLIST-FILE.
019500     COPY WAITREC.
019600
019700 FD  WAITLIST-REPORT.
019800 01  WAITLIST-REPORT-LINE           PIC X(80).
019900
020000 FD  PREREQ-FILE.
020100     COPY PREQREC.
020200
020300 FD  GRADE-HISTORY.
020400     COPY GRADREC.
020500
020600 FD  GRADE-INDEX.
020700 01  GRADE-INDEX-RECORD.
020800     05  GRX-KEY.
020900         10  GRX-STUDENT-ID          PIC 9(09).
021000         10  GRX-COURSE-ID           PIC X(08).
021100     05  GRX-BEST-POINTS             PIC 9(01)V9(02).
021200
021300 FD  TICKET-INTAKE.
021400     COPY TICKREC.
021500
021600 FD  BALANCE-MOVEMENT-FILE.
021700     COPY BALREC.
021800
021900 FD  HOLD-FILE.
022000     COPY REGHOLD.
022100
022200 FD  SCHEDULE-FILE.
022300     COPY SCHDREC.
022400
022500 FD  ROOM-FILE.
022600     COPY ROOMREC.
022700
022800 FD  NOTIFY-QUEUE.
022900     COPY NOTFREC.
023000
023100 FD  BUSDATE-FILE.
023200     COPY BUSDATE.
023300
023400 WORKING-STORAGE SECTION.
023500     COPY STUDWS.
023600     COPY RETCODES.
023700
023800 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
023900     88  STUDENT-STATUS-OK           VALUE '00'.
024000 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
024100     88  COURSE-STATUS-OK            VALUE '00'.
024200 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
024300     88  ENRL-STATUS-OK              VALUE '00'.
024400     88  ENRL-STATUS-DUPKEY          VALUE '22'.
024500     88  ENRL-STATUS-EOF             VALUE '10'.
024600 01  WS-REQUEST-STATUS              PIC X(02) VALUE '00'.
024700     88  REQUEST-STATUS-OK           VALUE '00'.
024800     88  REQUEST-STATUS-EOF          VALUE '10'.
024900 01  WS-WAITLIST-STATUS             PIC X(02) VALUE '00'.
025000     88  WAITLIST-STATUS-OK          VALUE '00'.
025100     88  WAITLIST-STATUS-EOF         VALUE '10'.
025200 01  WS-PREQ-STATUS                 PIC X(02) VALUE '00'.
025300     88  PREQ-STATUS-OK              VALUE '00'.
025400     88  PREQ-STATUS-EOF             VALUE '10'.
025500 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
025600     88  HIST-STATUS-OK              VALUE '00'.
025700     88  HIST-STATUS-EOF             VALUE '10'.
025800 01  WS-GRX-STATUS                  PIC X(02) VALUE '00'.
025900     88  GRX-STATUS-OK               VALUE '00'.
026000     88  GRX-STATUS-DUPKEY           VALUE '22'.
026100 01  WS-HOLD-STATUS                 PIC X(02) VALUE '00'.
026200     88  HOLD-STATUS-OK              VALUE '00'.
026300 01  WS-SCHD-STATUS                 PIC X(02) VALUE '00'.
026400     88  SCHD-STATUS-OK              VALUE '00'.
026500     88  SCHD-STATUS-EOF             VALUE '10'.
026600 01  WS-ROOM-STATUS                 PIC X(02) VALUE '00'.
026700     88  ROOM-STATUS-OK              VALUE '00'.
026800
026900 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
027000     88  WS-STUDENT-FOUND            VALUE 'Y'.
027100 01  WS-COURSE-FOUND-SW             PIC X(01) VALUE 'N'.
027200     88  WS-COURSE-FOUND             VALUE 'Y'.
027300 01  WS-REQUEST-VALID-SW            PIC X(01) VALUE 'Y'.
027400     88  WS-REQUEST-VALID            VALUE 'Y'.
027500
027600 01  WS-REQUESTS-READ               PIC 9(07) COMP VALUE ZERO.
027700 01  WS-REQUESTS-ACCEPTED           PIC 9(07) COMP VALUE ZERO.
027800 01  WS-REQUESTS-REJECTED           PIC 9(07) COMP VALUE ZERO.
027900 01  WS-REQUESTS-WAITLISTED         PIC 9(07) COMP VALUE ZERO.
028000 01  WS-STUDENTS-PROMOTED           PIC 9(07) COMP VALUE ZERO.
028100 01  WS-WAIT-DUPLICATES             PIC 9(07) COMP VALUE ZERO.
028200 01  WS-WAIT-INELIGIBLE             PIC 9(07) COMP VALUE ZERO.
028300 01  WS-COURSES-CLOSED              PIC 9(07) COMP VALUE ZERO.
028400
028500*    THE WAITLIST RIDES THE RUN IN A BOUNDED TABLE, LOADED AT
028600*    START-UP AND WRITTEN BACK AT END OF RUN WITH THE PROMOTED
028700*    ENTRIES REMOVED - THE SAME GUARDED-TABLE DISCIPLINE
028800*    STUDARCH USES FOR ITS ARCHIVE CANDIDATES.
028900 01  WS-WAIT-TABLE.
029000     05  WS-WAIT-ENTRY OCCURS 500 TIMES.
029100         10  WS-WAIT-COURSE-ID      PIC X(08).
029200         10  WS-WAIT-TERM           PIC X(05).
029300         10  WS-WAIT-SECTION        PIC X(03).
029400         10  WS-WAIT-POSITION       PIC 9(04).
029500         10  WS-WAIT-STUDENT-ID     PIC 9(09).
029600         10  WS-WAIT-STATUS         PIC X(01).
029700         10  WS-WAIT-QUEUED-DATE    PIC X(08).
029800 01  WS-WAIT-COUNT                  PIC 9(04) COMP VALUE ZERO.
029900 01  WS-WAIT-SUB                    PIC 9(04) COMP VALUE ZERO.
030000 01  WS-WAIT-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
030100 01  WS-WAIT-NEXT-POSITION          PIC 9(04) VALUE ZERO.
030200
030300*    SEATS FREED BY DROPS, COLLECTED ON THE SCAN PASS AND ACTED
030400*    ON AFTERWARD SO THE SEQUENTIAL READ IS NEVER DISTURBED.
030500 01  WS-DROP-TABLE.
030600     05  WS-DROP-ENTRY OCCURS 200 TIMES.
030700         10  WS-DROP-STUDENT-ID     PIC 9(09).
030800         10  WS-DROP-COURSE-ID      PIC X(08).
030900         10  WS-DROP-TERM           PIC X(05).
031000         10  WS-DROP-SECTION        PIC X(03).
031100 01  WS-DROP-COUNT                  PIC 9(04) COMP VALUE ZERO.
031200 01  WS-DROP-SUB                    PIC 9(04) COMP VALUE ZERO.
031300 01  WS-SEAT-FILLED-SW              PIC X(01) VALUE 'N'.
031400     88  WS-SEAT-FILLED              VALUE 'Y'.
031500
031600*    PREREQUISITE PAIRS, LOADED ONCE AT START-UP.  A COURSE WITH
031700*    NO ENTRIES HAS NO PREREQUISITES.
031800 01  WS-PREQ-TABLE.
031900     05  WS-PREQ-ENTRY OCCURS 500 TIMES.
032000         10  WS-PREQ-COURSE-ID      PIC X(08).
032100         10  WS-PREQ-REQUIRED       PIC X(08).
032200         10  WS-PREQ-MIN-POINTS     PIC 9(01)V9(02).
032300 01  WS-PREQ-COUNT                  PIC 9(04) COMP VALUE ZERO.
032400 01  WS-PREQ-SUB                    PIC 9(04) COMP VALUE ZERO.
032500 01  WS-PREQ-SATISFIED-SW           PIC X(01) VALUE 'Y'.
032600     88  WS-PREQ-SATISFIED           VALUE 'Y'.
032700 01  WS-PREQ-MISSING-COURSE         PIC X(08) VALUE SPACES.
032800 01  WS-GRX-FOUND-SW                PIC X(01) VALUE 'N'.
032900     88  WS-GRX-FOUND                VALUE 'Y'.
033000 01  WS-PREQ-REJECTS                PIC 9(07) COMP VALUE ZERO.
033100
033200*    REGISTRATION HOLDS.  A MISSING STUHOLD FILE MEANS NOBODY
033300*    IS HELD - THE SWITCH STAYS OFF AND THE CHECK IS SKIPPED.
033400 01  WS-HOLD-OPEN-SW                PIC X(01) VALUE 'N'.
033500     88  WS-HOLD-FILE-OPEN           VALUE 'Y'.
033600 01  WS-HOLD-FOUND-SW               PIC X(01) VALUE 'N'.
033700     88  WS-HOLD-FOUND               VALUE 'Y'.
033800 01  WS-HOLD-CHECK-ID               PIC 9(09) VALUE ZERO.
033900 01  WS-HOLD-REJECTS                PIC 9(07) COMP VALUE ZERO.
034000 01  WS-WAIT-HELD                   PIC 9(07) COMP VALUE ZERO.
034100
034200*    SECTION SCHEDULES.  A MISSING SECTSCHD FILE MEANS NOTHING
034300*    IS SCHEDULED, SO NOTHING CAN CLASH; A MISSING ROOMMAST
034400*    ONLY SKIPS THE ROOM-SIZE CHECK.  THE CONF- FIELDS NAME THE
034500*    STUDENT AND SECTION 2610-FIND-CONFLICT TESTS.
034600 01  WS-SCHD-OPEN-SW                PIC X(01) VALUE 'N'.
034700     88  WS-SCHD-FILE-OPEN           VALUE 'Y'.
034800 01  WS-ROOM-OPEN-SW                PIC X(01) VALUE 'N'.
034900     88  WS-ROOM-FILE-OPEN           VALUE 'Y'.
035000 01  WS-CONF-STUDENT-ID             PIC 9(09) VALUE ZERO.
035100 01  WS-CONF-COURSE-ID              PIC X(08) VALUE SPACES.
035200 01  WS-CONF-TERM                   PIC X(05) VALUE SPACES.
035300 01  WS-CONF-SECTION                PIC X(03) VALUE SPACES.
035400 01  WS-CONF-DAYS                   PIC X(07) VALUE SPACES.
035500 01  WS-CONF-DAY-FLAGS REDEFINES WS-CONF-DAYS.
035600     05  WS-CONF-DAY                PIC X(01) OCCURS 7 TIMES.
035700 01  WS-CONF-START-TIME             PIC 9(04) VALUE ZERO.
035800 01  WS-CONF-END-TIME               PIC 9(04) VALUE ZERO.
035900 01  WS-CONF-SCAN-SW                PIC X(01) VALUE 'N'.
036000     88  WS-CONF-SCAN-DONE           VALUE 'Y'.
036100 01  WS-CONFLICT-FOUND-SW           PIC X(01) VALUE 'N'.
036200     88  WS-CONFLICT-FOUND           VALUE 'Y'.
036300 01  WS-CONFLICT-COURSE-ID          PIC X(08) VALUE SPACES.
036400 01  WS-CONFLICT-SECTION            PIC X(03) VALUE SPACES.
036500 01  WS-DAY-OVERLAP-SW              PIC X(01) VALUE 'N'.
036600     88  WS-DAY-OVERLAP              VALUE 'Y'.
036700 01  WS-DAY-SUB                     PIC 9(04) COMP VALUE ZERO.
036800 01  WS-CONFLICT-REJECTS            PIC 9(07) COMP VALUE ZERO.
036900 01  WS-WAIT-CONFLICTS              PIC 9(07) COMP VALUE ZERO.
037000 01  WS-ROOM-WARNINGS               PIC 9(07) COMP VALUE ZERO.
037100
037200*    LIVE REGISTERED COUNTS PER COURSE AND TERM, BUILT FROM ONE
037300*    PASS OF THE ENROLLMENT FILE AT START-UP AND KEPT CURRENT AS
037400*    REQUESTS POST, SO THE CAPACITY CHECK NEVER RE-SCANS.
037500 01  WS-SEAT-TABLE.
037600     05  WS-SEAT-ENTRY OCCURS 500 TIMES.
037700         10  WS-SEAT-COURSE-ID      PIC X(08).
037800         10  WS-SEAT-TERM           PIC X(05).
037900         10  WS-SEAT-SECTION        PIC X(03).
038000         10  WS-SEAT-REGISTERED     PIC 9(04) COMP.
038100 01  WS-SEAT-COUNT                  PIC 9(04) COMP VALUE ZERO.
038200 01  WS-SEAT-SUB                    PIC 9(04) COMP VALUE ZERO.
038300 01  WS-SEAT-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
038400 01  WS-SEAT-OVERFLOW-SW            PIC X(01) VALUE 'N'.
038500     88  WS-SEAT-OVERFLOW            VALUE 'Y'.
038600 01  WS-CAPACITY-NUM                PIC 9(04) VALUE ZERO.
038700 01  WS-REQ-SECTION                 PIC X(03) VALUE SPACES.
038800 01  WS-SECTION-OPEN-SW             PIC X(01) VALUE 'N'.
038900     88  WS-SECTION-STILL-OPEN       VALUE 'Y'.
039000
039100 01  WS-CURRENT-DATE-TIME.
039200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
039300     05  WS-TIME-HHMMSSHH           PIC 9(08).
039400     05  FILLER                     PIC X(05).
039500
039600 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
039700     88  TICKET-STATUS-OK            VALUE '00'.
039800
039900 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
040000     88  BALM-STATUS-OK              VALUE '00'.
040100 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
040200 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
040300 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
040400
040500 01  WS-NOTF-STATUS                 PIC X(02) VALUE '00'.
040600     88  NOTF-STATUS-OK              VALUE '00'.
040700
040800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
040900     88  BUSDATE-STATUS-OK           VALUE '00'.
041000
041100*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
041200*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
041300*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
041400 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
041500 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
041600 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
041700
041800 PROCEDURE DIVISION.
041900 0000-MAINLINE.
042000     PERFORM 1000-INITIALIZE
042100         THRU 1000-INITIALIZE-EXIT.
042200
042300     PERFORM 2000-PROCESS-NEXT-REQUEST
042400         THRU 2000-PROCESS-NEXT-REQUEST-EXIT
042500         UNTIL REQUEST-STATUS-EOF.
042600
042700     IF NOT RC-SEVERE
042800         PERFORM 4000-PROMOTE-FROM-WAITLIST
042900             THRU 4000-PROMOTE-FROM-WAITLIST-EXIT
043000         PERFORM 5000-REWRITE-WAITLIST
043100             THRU 5000-REWRITE-WAITLIST-EXIT
043200     END-IF.
043300
043400     PERFORM 9000-FINISH
043500         THRU 9000-FINISH-EXIT.
043600
043700     IF RC-ERROR OR RC-SEVERE
043800         PERFORM 9500-OPEN-ERROR-TICKET
043900             THRU 9500-OPEN-ERROR-TICKET-EXIT
044000     END-IF.
044100*    ACCEPTED REQUESTS AND WAITLIST PROMOTIONS BOTH WRITE NEW
044200*    ENROLLMENT RECORDS - ONE MOVEMENT COVERS BOTH.
044300     MOVE 'ENRLMAST' TO WS-BAL-FILE-ID.
044400     MOVE '+' TO WS-BAL-SIGN.
044500     COMPUTE WS-BAL-COUNT =
044600         WS-REQUESTS-ACCEPTED + WS-STUDENTS-PROMOTED.
044700     PERFORM 9600-WRITE-BALANCE-MOVEMENT
044800         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
044900     MOVE WS-RETURN-CODE TO RETURN-CODE.
045000     GO TO 9999-EXIT.
045100
045200 1000-INITIALIZE.
045300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
045400     PERFORM 1050-GET-BUSINESS-DATE
045500         THRU 1050-GET-BUSINESS-DATE-EXIT.
045600     DISPLAY 'ENTER STUDENT DATASET NAME: '.
045700     ACCEPT FILENAME.
045800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
045900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
046000     OPEN OUTPUT EXCEPTION-FILE.
046100     OPEN OUTPUT WAITLIST-REPORT.
046200*    THE SHARED NOTIFICATION QUEUE IS PERMANENT - EXTEND.
046300     OPEN EXTEND NOTIFY-QUEUE.
046400     IF NOT NOTF-STATUS-OK
046500         OPEN OUTPUT NOTIFY-QUEUE
046600     END-IF.
046700     MOVE SPACES TO WAITLIST-REPORT-LINE.
046800     STRING 'WAITLIST ACTIVITY ' WS-TODAY-YYYYMMDD
046900         DELIMITED BY SIZE
047000         INTO WAITLIST-REPORT-LINE
047100     END-STRING.
047200     WRITE WAITLIST-REPORT-LINE.
047300     OPEN INPUT STUDENT.
047400     IF NOT STUDENT-STATUS-OK
047500         DISPLAY 'CRSEREG - UNABLE TO OPEN STUDENT FILE, STATUS='
047600             WS-STUDENT-STATUS
047700         SET RC-SEVERE TO TRUE
047800         SET REQUEST-STATUS-EOF TO TRUE
047900         GO TO 1000-INITIALIZE-EXIT
048000     END-IF.
048100*    THE CATALOG OPENS I-O - A COURSE WHOSE LAST SEAT FILLS IS
048200*    FLIPPED TO CLOSED IN PLACE.
048300     OPEN I-O COURSE-CATALOG.
048400     IF NOT COURSE-STATUS-OK
048500         DISPLAY 'CRSEREG - UNABLE TO OPEN CRSECAT, STATUS='
048600             WS-COURSE-STATUS
048700         SET RC-SEVERE TO TRUE
048800         SET REQUEST-STATUS-EOF TO TRUE
048900         GO TO 1000-INITIALIZE-EXIT
049000     END-IF.
049100     OPEN I-O ENROLLMENT-FILE.
049200     IF NOT ENRL-STATUS-OK
049300         OPEN OUTPUT ENROLLMENT-FILE
049400         IF NOT ENRL-STATUS-OK
049500             DISPLAY 'CRSEREG - UNABLE TO OPEN ENRLMAST, STATUS='
049600                 WS-ENRL-STATUS
049700             SET RC-SEVERE TO TRUE
049800             SET REQUEST-STATUS-EOF TO TRUE
049900             GO TO 1000-INITIALIZE-EXIT
050000         END-IF
050100     END-IF.
050200     OPEN INPUT ENROLL-REQUEST-LIST.
050300     IF NOT REQUEST-STATUS-OK
050400         DISPLAY 'CRSEREG - UNABLE TO OPEN ENRLREQ, STATUS='
050500             WS-REQUEST-STATUS
050600         SET RC-SEVERE TO TRUE
050700         SET REQUEST-STATUS-EOF TO TRUE
050800         GO TO 1000-INITIALIZE-EXIT
050900     END-IF.
051000*    A MISSING HOLD FILE IS NO HOLDS - THE FILE RESTRICTS, IT
051100*    DOES NOT ENABLE, THE SAME AS THE PREREQUISITE DATASET.
051200     OPEN INPUT HOLD-FILE.
051300     IF HOLD-STATUS-OK
051400         SET WS-HOLD-FILE-OPEN TO TRUE
051500     END-IF.
051600     OPEN INPUT SCHEDULE-FILE.
051700     IF SCHD-STATUS-OK
051800         SET WS-SCHD-FILE-OPEN TO TRUE
051900     END-IF.
052000     OPEN INPUT ROOM-FILE.
052100     IF ROOM-STATUS-OK
052200         SET WS-ROOM-FILE-OPEN TO TRUE
052300     END-IF.
052400     PERFORM 1200-LOAD-WAITLIST
052500         THRU 1200-LOAD-WAITLIST-EXIT.
052600     PERFORM 1300-COUNT-ENROLLMENTS
052700         THRU 1300-COUNT-ENROLLMENTS-EXIT.
052800     PERFORM 1400-LOAD-PREREQS
052900         THRU 1400-LOAD-PREREQS-EXIT.
053000     PERFORM 1500-BUILD-GRADE-INDEX
053100         THRU 1500-BUILD-GRADE-INDEX-EXIT.
053200     PERFORM 1600-CHECK-ROOM-SIZES
053300         THRU 1600-CHECK-ROOM-SIZES-EXIT.
053400 1000-INITIALIZE-EXIT.
053500     EXIT.
053600
053700 1200-LOAD-WAITLIST.
053800*    A MISSING WAITLIST DATASET IS AN EMPTY WAITLIST - THE FILE
053900*    IS CREATED ON THE FIRST RUN THAT QUEUES ANYONE.
054000     OPEN INPUT WAITLIST-FILE.
054100     IF NOT WAITLIST-STATUS-OK
054200         SET WAITLIST-STATUS-EOF TO TRUE
054300         GO TO 1200-LOAD-WAITLIST-EXIT
054400     END-IF.
054500     PERFORM 1210-LOAD-ONE-WAIT
054600         THRU 1210-LOAD-ONE-WAIT-EXIT
054700         UNTIL WAITLIST-STATUS-EOF.
054800     CLOSE WAITLIST-FILE.
054900 1200-LOAD-WAITLIST-EXIT.
055000     EXIT.
055100
055200 1210-LOAD-ONE-WAIT.
055300     READ WAITLIST-FILE
055400         AT END SET WAITLIST-STATUS-EOF TO TRUE
055500     END-READ.
055600     IF WAITLIST-STATUS-EOF
055700         GO TO 1210-LOAD-ONE-WAIT-EXIT
055800     END-IF.
055900     IF WS-WAIT-COUNT < 500
056000         ADD 1 TO WS-WAIT-COUNT
056100         MOVE WAIT-COURSE-ID   TO
056200             WS-WAIT-COURSE-ID(WS-WAIT-COUNT)
056300         MOVE WAIT-TERM        TO WS-WAIT-TERM(WS-WAIT-COUNT)
056400         MOVE WAIT-SECTION     TO WS-WAIT-SECTION(WS-WAIT-COUNT)
056500         MOVE WAIT-POSITION    TO WS-WAIT-POSITION(WS-WAIT-COUNT)
056600         MOVE WAIT-STUDENT-ID  TO
056700             WS-WAIT-STUDENT-ID(WS-WAIT-COUNT)
056800         MOVE WAIT-STATUS      TO WS-WAIT-STATUS(WS-WAIT-COUNT)
056900         MOVE WAIT-QUEUED-DATE TO
057000             WS-WAIT-QUEUED-DATE(WS-WAIT-COUNT)
057100     ELSE
057200*        THE SAME GUARDED-TABLE OVERFLOW HANDLING STUDARCH USES -
057300*        THE ENTRY IS LOGGED AND DROPPED, NEVER WRITTEN PAST THE
057400*        END OF THE TABLE.
057500         PERFORM 1290-WRITE-WAIT-OVERFLOW
057600             THRU 1290-WRITE-WAIT-OVERFLOW-EXIT
057700     END-IF.
057800 1210-LOAD-ONE-WAIT-EXIT.
057900     EXIT.
058000
058100 1290-WRITE-WAIT-OVERFLOW.
058200     MOVE 'CRSEREG ' TO EXC-PROGRAM-ID.
058300     MOVE SPACES TO EXC-KEY-VALUE.
058400     STRING WAIT-STUDENT-ID '/' WAIT-COURSE-ID '/' WAIT-TERM
058500         DELIMITED BY SIZE
058600         INTO EXC-KEY-VALUE
058700     END-STRING.
058800     MOVE 'E123' TO EXC-REASON-CODE.
058900     MOVE 'WAITLIST TABLE FULL - ENTRY DROPPED' TO
059000         EXC-REASON-TEXT.
059100     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
059200     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
059300     MOVE SPACES TO EXC-OPERATOR-ID.
059400     WRITE EXC-RECORD.
059500     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
059600     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
059700     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
059800     SET RC-WARNING TO TRUE.
059900 1290-WRITE-WAIT-OVERFLOW-EXIT.
060000     EXIT.
060100
060200 1300-COUNT-ENROLLMENTS.
060300*    ONE SEQUENTIAL PASS OF THE ENROLLMENT FILE LOADS THE LIVE
060400*    REGISTERED COUNT PER COURSE AND TERM.  THE CAPACITY CHECK
060500*    AND THE AUTO-CLOSE WORK FROM THIS TABLE FOR THE WHOLE RUN.
060600     MOVE LOW-VALUES TO ENRL-KEY.
060700     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
060800         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
060900     END-START.
061000     PERFORM 1310-COUNT-ONE-ENRL
061100         THRU 1310-COUNT-ONE-ENRL-EXIT
061200         UNTIL ENRL-STATUS-EOF.
061300 1300-COUNT-ENROLLMENTS-EXIT.
061400     EXIT.
061500
061600 1310-COUNT-ONE-ENRL.
061700     READ ENROLLMENT-FILE NEXT
061800         AT END SET ENRL-STATUS-EOF TO TRUE
061900     END-READ.
062000     IF NOT ENRL-STATUS-OK
062100         SET ENRL-STATUS-EOF TO TRUE
062200         GO TO 1310-COUNT-ONE-ENRL-EXIT
062300     END-IF.
062400     IF NOT ENRL-REGISTERED
062500         GO TO 1310-COUNT-ONE-ENRL-EXIT
062600     END-IF.
062700
062800     MOVE ZERO TO WS-SEAT-FOUND-SUB.
062900     PERFORM 1320-MATCH-ONE-COUNT
063000         THRU 1320-MATCH-ONE-COUNT-EXIT
063100         VARYING WS-SEAT-SUB FROM 1 BY 1
063200         UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
063300             OR WS-SEAT-FOUND-SUB > ZERO.
063400     IF WS-SEAT-FOUND-SUB = ZERO
063500         IF WS-SEAT-COUNT < 500
063600             ADD 1 TO WS-SEAT-COUNT
063700             MOVE ENRL-COURSE-ID TO
063800                 WS-SEAT-COURSE-ID(WS-SEAT-COUNT)
063900             MOVE ENRL-TERM TO WS-SEAT-TERM(WS-SEAT-COUNT)
064000             MOVE ENRL-SECTION TO
064100                 WS-SEAT-SECTION(WS-SEAT-COUNT)
064200             MOVE ZERO TO WS-SEAT-REGISTERED(WS-SEAT-COUNT)
064300             MOVE WS-SEAT-COUNT TO WS-SEAT-FOUND-SUB
064400         ELSE
064500             IF NOT WS-SEAT-OVERFLOW
064600                 DISPLAY 'CRSEREG - SEAT TABLE FULL, CAPACITY '
064700                     'NOT ENFORCED PAST 500 COURSE/TERMS'
064800                 SET WS-SEAT-OVERFLOW TO TRUE
064900                 SET RC-WARNING TO TRUE
065000             END-IF
065100             GO TO 1310-COUNT-ONE-ENRL-EXIT
065200         END-IF
065300     END-IF.
065400     ADD 1 TO WS-SEAT-REGISTERED(WS-SEAT-FOUND-SUB).
065500 1310-COUNT-ONE-ENRL-EXIT.
065600     EXIT.
065700
065800 1320-MATCH-ONE-COUNT.
065900     IF WS-SEAT-COURSE-ID(WS-SEAT-SUB) = ENRL-COURSE-ID
066000             AND WS-SEAT-TERM(WS-SEAT-SUB) = ENRL-TERM
066100             AND WS-SEAT-SECTION(WS-SEAT-SUB) = ENRL-SECTION
066200         MOVE WS-SEAT-SUB TO WS-SEAT-FOUND-SUB
066300     END-IF.
066400 1320-MATCH-ONE-COUNT-EXIT.
066500     EXIT.
066600
066700 1400-LOAD-PREREQS.
066800*    A MISSING PREREQUISITE DATASET MEANS NO COURSE HAS
066900*    PREREQUISITES - THE FILE RESTRICTS, IT DOES NOT ENABLE.
067000     OPEN INPUT PREREQ-FILE.
067100     IF NOT PREQ-STATUS-OK
067200         GO TO 1400-LOAD-PREREQS-EXIT
067300     END-IF.
067400     PERFORM 1410-LOAD-ONE-PREREQ
067500         THRU 1410-LOAD-ONE-PREREQ-EXIT
067600         UNTIL PREQ-STATUS-EOF.
067700     CLOSE PREREQ-FILE.
067800 1400-LOAD-PREREQS-EXIT.
067900     EXIT.
068000
068100 1410-LOAD-ONE-PREREQ.
068200     READ PREREQ-FILE
068300         AT END SET PREQ-STATUS-EOF TO TRUE
068400     END-READ.
068500     IF PREQ-STATUS-EOF
068600         GO TO 1410-LOAD-ONE-PREREQ-EXIT
068700     END-IF.
068800     IF WS-PREQ-COUNT < 500
068900         ADD 1 TO WS-PREQ-COUNT
069000         MOVE PREQ-COURSE-ID TO
069100             WS-PREQ-COURSE-ID(WS-PREQ-COUNT)
069200         MOVE PREQ-REQUIRED-COURSE TO
069300             WS-PREQ-REQUIRED(WS-PREQ-COUNT)
069400         IF PREQ-MIN-POINTS IS NUMERIC
069500             MOVE PREQ-MIN-POINTS TO
069600                 WS-PREQ-MIN-POINTS(WS-PREQ-COUNT)
069700         ELSE
069800             MOVE ZERO TO WS-PREQ-MIN-POINTS(WS-PREQ-COUNT)
069900         END-IF
070000     ELSE
070100         DISPLAY 'CRSEREG - PREREQ TABLE FULL, ENTRY IGNORED'
070200         SET RC-WARNING TO TRUE
070300     END-IF.
070400 1410-LOAD-ONE-PREREQ-EXIT.
070500     EXIT.
070600
070700 1500-BUILD-GRADE-INDEX.
070800*    THE POSTED GRADE HISTORY GOES TO A KEYED WORK FILE SO THE
070900*    PREREQUISITE CHECK IS A RANDOM READ PER PAIR INSTEAD OF A
071000*    HISTORY SCAN PER REQUEST - THE GLCIDX PATTERN GLFEED USES.
071100*    RETAKES KEEP THE BEST GRADE.
071200     OPEN INPUT GRADE-HISTORY.
071300     IF NOT HIST-STATUS-OK
071400*        NO POSTED HISTORY YET - THE INDEX STAYS EMPTY AND ONLY
071500*        PREREQUISITE-BEARING REQUESTS CAN REJECT.
071600         GO TO 1500-BUILD-GRADE-INDEX-EXIT
071700     END-IF.
071800     OPEN OUTPUT GRADE-INDEX.
071900     IF NOT GRX-STATUS-OK
072000         DISPLAY 'CRSEREG - UNABLE TO BUILD CRSEGIDX, STATUS='
072100             WS-GRX-STATUS
072200         SET RC-SEVERE TO TRUE
072300         SET REQUEST-STATUS-EOF TO TRUE
072400         CLOSE GRADE-HISTORY
072500         GO TO 1500-BUILD-GRADE-INDEX-EXIT
072600     END-IF.
072700     PERFORM 1510-INDEX-ONE-GRADE
072800         THRU 1510-INDEX-ONE-GRADE-EXIT
072900         UNTIL HIST-STATUS-EOF.
073000     CLOSE GRADE-HISTORY.
073100     CLOSE GRADE-INDEX.
073200     OPEN INPUT GRADE-INDEX.
073300 1500-BUILD-GRADE-INDEX-EXIT.
073400     EXIT.
073500
073600 1510-INDEX-ONE-GRADE.
073700     READ GRADE-HISTORY
073800         AT END SET HIST-STATUS-EOF TO TRUE
073900     END-READ.
074000     IF HIST-STATUS-EOF
074100         GO TO 1510-INDEX-ONE-GRADE-EXIT
074200     END-IF.
074300     IF GRADE-POINTS IS NOT NUMERIC
074400         GO TO 1510-INDEX-ONE-GRADE-EXIT
074500     END-IF.
074600     MOVE GRADE-STUDENT-ID TO GRX-STUDENT-ID.
074700     MOVE GRADE-COURSE-ID  TO GRX-COURSE-ID.
074800     MOVE GRADE-POINTS     TO GRX-BEST-POINTS.
074900     WRITE GRADE-INDEX-RECORD
075000         INVALID KEY
075100             PERFORM 1520-KEEP-BEST-GRADE
075200                 THRU 1520-KEEP-BEST-GRADE-EXIT
075300     END-WRITE.
075400 1510-INDEX-ONE-GRADE-EXIT.
075500     EXIT.
075600
075700 1520-KEEP-BEST-GRADE.
075800     MOVE GRADE-STUDENT-ID TO GRX-STUDENT-ID.
075900     MOVE GRADE-COURSE-ID  TO GRX-COURSE-ID.
076000     READ GRADE-INDEX
076100         INVALID KEY GO TO 1520-KEEP-BEST-GRADE-EXIT
076200     END-READ.
076300     IF GRADE-POINTS > GRX-BEST-POINTS
076400         MOVE GRADE-POINTS TO GRX-BEST-POINTS
076500         REWRITE GRADE-INDEX-RECORD
076600             INVALID KEY CONTINUE
076700         END-REWRITE
076800     END-IF.
076900 1520-KEEP-BEST-GRADE-EXIT.
077000     EXIT.
077100
077200 1600-CHECK-ROOM-SIZES.
077300*    ONE PASS OF THE SECTION SCHEDULES FLAGS EVERY SECTION
077400*    BOOKED INTO A ROOM THAT CANNOT SEAT THE COURSE'S
077500*    CAPACITY, SO THE REGISTRAR MOVES IT BEFORE IT FILLS.
077600*    THE FLAG IS A WARNING - REGISTRATION STILL RUNS TO THE
077700*    CATALOG CAPACITY.
077800     IF NOT WS-SCHD-FILE-OPEN OR NOT WS-ROOM-FILE-OPEN
077900         GO TO 1600-CHECK-ROOM-SIZES-EXIT
078000     END-IF.
078100     MOVE LOW-VALUES TO SCHD-KEY.
078200     START SCHEDULE-FILE KEY IS NOT LESS THAN SCHD-KEY
078300         INVALID KEY SET SCHD-STATUS-EOF TO TRUE
078400     END-START.
078500     PERFORM 1610-CHECK-ONE-ROOM
078600         THRU 1610-CHECK-ONE-ROOM-EXIT
078700         UNTIL SCHD-STATUS-EOF.
078800 1600-CHECK-ROOM-SIZES-EXIT.
078900     EXIT.
079000
079100 1610-CHECK-ONE-ROOM.
079200     READ SCHEDULE-FILE NEXT
079300         AT END SET SCHD-STATUS-EOF TO TRUE
079400     END-READ.
079500     IF NOT SCHD-STATUS-OK
079600         SET SCHD-STATUS-EOF TO TRUE
079700         GO TO 1610-CHECK-ONE-ROOM-EXIT
079800     END-IF.
079900     IF SCHD-ROOM-ID = SPACES
080000         GO TO 1610-CHECK-ONE-ROOM-EXIT
080100     END-IF.
080200     MOVE SCHD-ROOM-ID TO ROOM-ID.
080300     READ ROOM-FILE
080400         INVALID KEY
080500             MOVE 'E127' TO EXC-REASON-CODE
080600             MOVE SPACES TO EXC-REASON-TEXT
080700             STRING 'ROOM ' SCHD-ROOM-ID ' NOT ON ROOMMAST'
080800                 DELIMITED BY SIZE
080900                 INTO EXC-REASON-TEXT
081000             END-STRING
081100             PERFORM 1690-WRITE-ROOM-WARNING
081200                 THRU 1690-WRITE-ROOM-WARNING-EXIT
081300             GO TO 1610-CHECK-ONE-ROOM-EXIT
081400     END-READ.
081500     MOVE SCHD-COURSE-ID TO COURSE-ID.
081600     READ COURSE-CATALOG
081700         INVALID KEY GO TO 1610-CHECK-ONE-ROOM-EXIT
081800     END-READ.
081900*    AN UNLIMITED COURSE HAS NO SEAT COUNT TO MEASURE THE ROOM
082000*    AGAINST.
082100     IF COURSE-CAPACITY IS NOT NUMERIC
082200             OR COURSE-CAPACITY = ZERO
082300             OR ROOM-SEATS IS NOT NUMERIC
082400         GO TO 1610-CHECK-ONE-ROOM-EXIT
082500     END-IF.
082600     IF ROOM-SEATS < COURSE-CAPACITY
082700         MOVE 'E125' TO EXC-REASON-CODE
082800         MOVE SPACES TO EXC-REASON-TEXT
082900         STRING 'ROOM ' SCHD-ROOM-ID ' HOLDS ' ROOM-SEATS
083000                ' OF CAP ' COURSE-CAPACITY
083100             DELIMITED BY SIZE
083200             INTO EXC-REASON-TEXT
083300         END-STRING
083400         PERFORM 1690-WRITE-ROOM-WARNING
083500             THRU 1690-WRITE-ROOM-WARNING-EXIT
083600     END-IF.
083700 1610-CHECK-ONE-ROOM-EXIT.
083800     EXIT.
083900
084000 1690-WRITE-ROOM-WARNING.
084100*    KEYED BY SECTION, NOT BY REQUEST - NO REQUEST IS REJECTED.
084200     ADD 1 TO WS-ROOM-WARNINGS.
084300     MOVE 'CRSEREG ' TO EXC-PROGRAM-ID.
084400     MOVE SPACES TO EXC-KEY-VALUE.
084500     STRING SCHD-COURSE-ID '/' SCHD-SECTION '/' SCHD-TERM
084600         DELIMITED BY SIZE
084700         INTO EXC-KEY-VALUE
084800     END-STRING.
084900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
085000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
085100     MOVE SPACES TO EXC-OPERATOR-ID.
085200     WRITE EXC-RECORD.
085300     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
085400     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
085500     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
085600     SET RC-WARNING TO TRUE.
085700 1690-WRITE-ROOM-WARNING-EXIT.
085800     EXIT.
085900
086000 2000-PROCESS-NEXT-REQUEST.
086100     READ ENROLL-REQUEST-LIST
086200         AT END SET REQUEST-STATUS-EOF TO TRUE
086300     END-READ.
086400     IF REQUEST-STATUS-EOF
086500         GO TO 2000-PROCESS-NEXT-REQUEST-EXIT
086600     END-IF.
086700
086800     ADD 1 TO WS-REQUESTS-READ.
086900     MOVE 'Y' TO WS-REQUEST-VALID-SW.
087000*    OLD REQUEST CARDS CARRY NO SECTION - THEY POST AS '001'.
087100     IF REQ-SECTION = SPACES OR REQ-SECTION = LOW-VALUES
087200         MOVE '001' TO WS-REQ-SECTION
087300     ELSE
087400         MOVE REQ-SECTION TO WS-REQ-SECTION
087500     END-IF.
087600
087700     PERFORM 2100-CHECK-STUDENT
087800         THRU 2100-CHECK-STUDENT-EXIT.
087900*    PREREQUISITES ARE CHECKED BEFORE THE COURSE DECISION -
088000*    2200-CHECK-COURSE MAY QUEUE A CLOSED-COURSE REQUEST TO
088100*    THE WAITLIST, AND NOBODY QUEUES FOR A SEAT THEY COULD
088200*    NOT HOLD.
088300     IF WS-REQUEST-VALID
088400         PERFORM 2500-CHECK-PREREQS
088500             THRU 2500-CHECK-PREREQS-EXIT
088600     END-IF.
088700     IF WS-REQUEST-VALID
088800         PERFORM 2600-CHECK-SCHEDULE
088900             THRU 2600-CHECK-SCHEDULE-EXIT
089000     END-IF.
089100     IF WS-REQUEST-VALID
089200         PERFORM 2200-CHECK-COURSE
089300             THRU 2200-CHECK-COURSE-EXIT
089400     END-IF.
089500     IF WS-REQUEST-VALID
089600         PERFORM 3000-WRITE-ENROLLMENT
089700             THRU 3000-WRITE-ENROLLMENT-EXIT
089800     END-IF.
089900 2000-PROCESS-NEXT-REQUEST-EXIT.
090000     EXIT.
090100
090200 2100-CHECK-STUDENT.
090300*    THE REQUEST MUST NAME A STUDENT ON THE MASTER, AND INACTIVE
090400*    OR SUSPENDED STUDENTS MAY NOT REGISTER.
090500     MOVE 'N' TO WS-STUDENT-FOUND-SW.
090600     IF REQ-STUDENT-ID IS NOT NUMERIC
090700             OR REQ-STUDENT-ID = ZERO
090800         MOVE 'E101' TO EXC-REASON-CODE
090900         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
091000             EXC-REASON-TEXT
091100         PERFORM 2900-WRITE-EXCEPTION
091200             THRU 2900-WRITE-EXCEPTION-EXIT
091300         GO TO 2100-CHECK-STUDENT-EXIT
091400     END-IF.
091500
091600     MOVE REQ-STUDENT-ID TO STUDENT-ID.
091700     READ STUDENT INTO WS-STUDENT
091800         INVALID KEY CONTINUE
091900         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
092000     END-READ.
092100
092200     IF NOT WS-STUDENT-FOUND
092300         MOVE 'E102' TO EXC-REASON-CODE
092400         MOVE 'STUDENT NOT ON STUDENT MASTER' TO EXC-REASON-TEXT
092500         PERFORM 2900-WRITE-EXCEPTION
092600             THRU 2900-WRITE-EXCEPTION-EXIT
092700         GO TO 2100-CHECK-STUDENT-EXIT
092800     END-IF.
092900
093000     IF WS-STUDENT-ENROLL-STATUS = 'I'
093100         MOVE 'E103' TO EXC-REASON-CODE
093200         MOVE 'STUDENT INACTIVE - MAY NOT REGISTER' TO
093300             EXC-REASON-TEXT
093400         PERFORM 2900-WRITE-EXCEPTION
093500             THRU 2900-WRITE-EXCEPTION-EXIT
093600         GO TO 2100-CHECK-STUDENT-EXIT
093700     END-IF.
093800     IF WS-STUDENT-ENROLL-STATUS = 'S'
093900         MOVE 'E104' TO EXC-REASON-CODE
094000         MOVE 'STUDENT SUSPENDED - MAY NOT REGISTER' TO
094100             EXC-REASON-TEXT
094200         PERFORM 2900-WRITE-EXCEPTION
094300             THRU 2900-WRITE-EXCEPTION-EXIT
094400         GO TO 2100-CHECK-STUDENT-EXIT
094500     END-IF.
094600
094700     PERFORM 2150-CHECK-HOLDS
094800         THRU 2150-CHECK-HOLDS-EXIT.
094900 2100-CHECK-STUDENT-EXIT.
095000     EXIT.
095100
095200 2150-CHECK-HOLDS.
095300*    ANY HOLD ON FILE BLOCKS REGISTRATION, WHATEVER ITS TYPE.
095400*    THE EXCEPTION NAMES THE FIRST HOLD FOUND SO THE STUDENT
095500*    KNOWS WHICH OFFICE TO SEE.
095600     MOVE REQ-STUDENT-ID TO WS-HOLD-CHECK-ID.
095700     PERFORM 2160-FIND-HOLD
095800         THRU 2160-FIND-HOLD-EXIT.
095900     IF NOT WS-HOLD-FOUND
096000         GO TO 2150-CHECK-HOLDS-EXIT
096100     END-IF.
096200     ADD 1 TO WS-HOLD-REJECTS.
096300     MOVE 'E124' TO EXC-REASON-CODE.
096400     MOVE SPACES TO EXC-REASON-TEXT.
096500     STRING 'HOLD ' RHLD-HOLD-TYPE ' - ' RHLD-REASON
096600         DELIMITED BY SIZE
096700         INTO EXC-REASON-TEXT
096800     END-STRING.
096900     PERFORM 2900-WRITE-EXCEPTION
097000         THRU 2900-WRITE-EXCEPTION-EXIT.
097100 2150-CHECK-HOLDS-EXIT.
097200     EXIT.
097300
097400 2160-FIND-HOLD.
097500*    POSITIONS ON THE STUDENT'S LOWEST HOLD KEY AND READS ONE
097600*    RECORD - A HOLD BELONGS TO THE STUDENT ONLY IF THE
097700*    STUDENT-ID PART OF THE KEY STILL MATCHES.  CALLED WITH
097800*    WS-HOLD-CHECK-ID SET; THE HOLD STAYS IN THE RECORD AREA.
097900     MOVE 'N' TO WS-HOLD-FOUND-SW.
098000     IF NOT WS-HOLD-FILE-OPEN
098100         GO TO 2160-FIND-HOLD-EXIT
098200     END-IF.
098300     MOVE WS-HOLD-CHECK-ID TO RHLD-STUDENT-ID.
098400     MOVE LOW-VALUES TO RHLD-HOLD-TYPE.
098500     START HOLD-FILE KEY IS NOT LESS THAN RHLD-KEY
098600         INVALID KEY GO TO 2160-FIND-HOLD-EXIT
098700     END-START.
098800     READ HOLD-FILE NEXT
098900         AT END GO TO 2160-FIND-HOLD-EXIT
099000     END-READ.
099100     IF HOLD-STATUS-OK
099200             AND RHLD-STUDENT-ID = WS-HOLD-CHECK-ID
099300         SET WS-HOLD-FOUND TO TRUE
099400     END-IF.
099500 2160-FIND-HOLD-EXIT.
099600     EXIT.
099700
099800 2200-CHECK-COURSE.
099900     MOVE 'N' TO WS-COURSE-FOUND-SW.
100000     MOVE REQ-COURSE-ID TO COURSE-ID.
100100     READ COURSE-CATALOG
100200         INVALID KEY CONTINUE
100300         NOT INVALID KEY MOVE 'Y' TO WS-COURSE-FOUND-SW
100400     END-READ.
100500
100600     IF NOT WS-COURSE-FOUND
100700         MOVE 'E105' TO EXC-REASON-CODE
100800         MOVE 'COURSE NOT IN COURSE CATALOG' TO EXC-REASON-TEXT
100900         PERFORM 2900-WRITE-EXCEPTION
101000             THRU 2900-WRITE-EXCEPTION-EXIT
101100         GO TO 2200-CHECK-COURSE-EXIT
101200     END-IF.
101300
101400     IF COURSE-CLOSED
101500*        A CLOSED COURSE NO LONGER REJECTS THE REQUEST - THE
101600*        STUDENT QUEUES ON THE WAITLIST FOR THE NEXT FREED SEAT.
101700         PERFORM 2300-QUEUE-TO-WAITLIST
101800             THRU 2300-QUEUE-TO-WAITLIST-EXIT
101900         GO TO 2200-CHECK-COURSE-EXIT
102000     END-IF.
102100
102200     PERFORM 2400-CHECK-CAPACITY
102300         THRU 2400-CHECK-CAPACITY-EXIT.
102400 2200-CHECK-COURSE-EXIT.
102500     EXIT.
102600
102700 2400-CHECK-CAPACITY.
102800*    AN OPEN COURSE ALREADY AT CAPACITY SHOULD HAVE BEEN CLOSED -
102900*    CLOSE IT NOW, AND THE REQUEST QUEUES LIKE ANY OTHER REQUEST
103000*    AGAINST A CLOSED COURSE.  CAPACITY ZERO OR UNSET MEANS THE
103100*    COURSE IS UNLIMITED, SO OLD CATALOG RECORDS STILL WORK.
103200     IF COURSE-CAPACITY IS NOT NUMERIC
103300             OR COURSE-CAPACITY = ZERO
103400         GO TO 2400-CHECK-CAPACITY-EXIT
103500     END-IF.
103600     MOVE COURSE-CAPACITY TO WS-CAPACITY-NUM.
103700     PERFORM 2410-FIND-SEAT-ENTRY
103800         THRU 2410-FIND-SEAT-ENTRY-EXIT.
103900     IF WS-SEAT-FOUND-SUB = ZERO
104000         GO TO 2400-CHECK-CAPACITY-EXIT
104100     END-IF.
104200     IF WS-SEAT-REGISTERED(WS-SEAT-FOUND-SUB) NOT <
104300             WS-CAPACITY-NUM
104400*        THE REQUESTED SECTION IS FULL - THE COURSE ITSELF ONLY
104500*        CLOSES WHEN NO SECTION WITH LIVE REGISTRATIONS HAS A
104600*        SEAT LEFT.
104700         PERFORM 3150-CHECK-ALL-SECTIONS
104800             THRU 3150-CHECK-ALL-SECTIONS-EXIT
104900         IF NOT WS-SECTION-STILL-OPEN
105000             PERFORM 3200-CLOSE-FULL-COURSE
105100                 THRU 3200-CLOSE-FULL-COURSE-EXIT
105200         END-IF
105300         PERFORM 2300-QUEUE-TO-WAITLIST
105400             THRU 2300-QUEUE-TO-WAITLIST-EXIT
105500     END-IF.
105600 2400-CHECK-CAPACITY-EXIT.
105700     EXIT.
105800
105900 2410-FIND-SEAT-ENTRY.
106000     MOVE ZERO TO WS-SEAT-FOUND-SUB.
106100     PERFORM 2420-MATCH-ONE-SEAT
106200         THRU 2420-MATCH-ONE-SEAT-EXIT
106300         VARYING WS-SEAT-SUB FROM 1 BY 1
106400         UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
106500             OR WS-SEAT-FOUND-SUB > ZERO.
106600 2410-FIND-SEAT-ENTRY-EXIT.
106700     EXIT.
106800
106900 2420-MATCH-ONE-SEAT.
107000     IF WS-SEAT-COURSE-ID(WS-SEAT-SUB) = REQ-COURSE-ID
107100             AND WS-SEAT-TERM(WS-SEAT-SUB) = REQ-TERM
107200             AND WS-SEAT-SECTION(WS-SEAT-SUB) = WS-REQ-SECTION
107300         MOVE WS-SEAT-SUB TO WS-SEAT-FOUND-SUB
107400     END-IF.
107500 2420-MATCH-ONE-SEAT-EXIT.
107600     EXIT.
107700
107800 2500-CHECK-PREREQS.
107900*    EVERY PREREQUISITE PAIR FOR THE REQUESTED COURSE MUST BE
108000*    SATISFIED BY A POSTED GRADE AT OR ABOVE THE MINIMUM.  THE
108100*    FIRST MISSING PREREQUISITE NAMES ITSELF ON THE REJECTION.
108200     MOVE 'Y' TO WS-PREQ-SATISFIED-SW.
108300     MOVE SPACES TO WS-PREQ-MISSING-COURSE.
108400     PERFORM 2510-CHECK-ONE-PREREQ
108500         THRU 2510-CHECK-ONE-PREREQ-EXIT
108600         VARYING WS-PREQ-SUB FROM 1 BY 1
108700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
108800             OR NOT WS-PREQ-SATISFIED.
108900     IF NOT WS-PREQ-SATISFIED
109000         ADD 1 TO WS-PREQ-REJECTS
109100         MOVE 'E122' TO EXC-REASON-CODE
109200         MOVE SPACES TO EXC-REASON-TEXT
109300         STRING 'MISSING PREREQUISITE ' WS-PREQ-MISSING-COURSE
109400             DELIMITED BY SIZE
109500             INTO EXC-REASON-TEXT
109600         END-STRING
109700         PERFORM 2900-WRITE-EXCEPTION
109800             THRU 2900-WRITE-EXCEPTION-EXIT
109900     END-IF.
110000 2500-CHECK-PREREQS-EXIT.
110100     EXIT.
110200
110300 2510-CHECK-ONE-PREREQ.
110400     IF WS-PREQ-COURSE-ID(WS-PREQ-SUB) NOT = REQ-COURSE-ID
110500         GO TO 2510-CHECK-ONE-PREREQ-EXIT
110600     END-IF.
110700     MOVE 'N' TO WS-GRX-FOUND-SW.
110800     MOVE REQ-STUDENT-ID TO GRX-STUDENT-ID.
110900     MOVE WS-PREQ-REQUIRED(WS-PREQ-SUB) TO GRX-COURSE-ID.
111000     READ GRADE-INDEX
111100         INVALID KEY CONTINUE
111200         NOT INVALID KEY SET WS-GRX-FOUND TO TRUE
111300     END-READ.
111400     IF NOT WS-GRX-FOUND
111500             OR GRX-BEST-POINTS < WS-PREQ-MIN-POINTS(WS-PREQ-SUB)
111600         MOVE 'N' TO WS-PREQ-SATISFIED-SW
111700         MOVE WS-PREQ-REQUIRED(WS-PREQ-SUB) TO
111800             WS-PREQ-MISSING-COURSE
111900     END-IF.
112000 2510-CHECK-ONE-PREREQ-EXIT.
112100     EXIT.
112200
112300 2600-CHECK-SCHEDULE.
112400*    THE REQUESTED SECTION MAY NOT MEET AT THE SAME TIME AS
112500*    ANY SECTION THE STUDENT ALREADY HOLDS IN THE TERM.  LIKE
112600*    PREREQUISITES IT IS CHECKED BEFORE THE WAITLIST DECISION.
112700     MOVE REQ-STUDENT-ID TO WS-CONF-STUDENT-ID.
112800     MOVE REQ-COURSE-ID  TO WS-CONF-COURSE-ID.
112900     MOVE REQ-TERM       TO WS-CONF-TERM.
113000     MOVE WS-REQ-SECTION TO WS-CONF-SECTION.
113100     PERFORM 2610-FIND-CONFLICT
113200         THRU 2610-FIND-CONFLICT-EXIT.
113300     IF WS-CONFLICT-FOUND
113400         ADD 1 TO WS-CONFLICT-REJECTS
113500         MOVE 'E126' TO EXC-REASON-CODE
113600         MOVE SPACES TO EXC-REASON-TEXT
113700         STRING 'SCHEDULE CONFLICT WITH '
113800                WS-CONFLICT-COURSE-ID ' SEC '
113900                WS-CONFLICT-SECTION
114000             DELIMITED BY SIZE
114100             INTO EXC-REASON-TEXT
114200         END-STRING
114300         PERFORM 2900-WRITE-EXCEPTION
114400             THRU 2900-WRITE-EXCEPTION-EXIT
114500     END-IF.
114600 2600-CHECK-SCHEDULE-EXIT.
114700     EXIT.
114800
114900 2610-FIND-CONFLICT.
115000*    CALLED WITH THE WS-CONF- FIELDS SET.  AN UNSCHEDULED
115100*    SECTION CLASHES WITH NOTHING; OTHERWISE THE STUDENT'S
115200*    ENROLLMENTS ARE READ IN KEY ORDER FROM THEIR FIRST KEY
115300*    AND EACH LIVE SECTION IN THE SAME TERM IS COMPARED.  THE
115400*    FIRST CLASH FOUND IS LEFT IN WS-CONFLICT-COURSE-ID AND
115500*    WS-CONFLICT-SECTION.
115600     MOVE 'N' TO WS-CONFLICT-FOUND-SW.
115700     IF NOT WS-SCHD-FILE-OPEN
115800         GO TO 2610-FIND-CONFLICT-EXIT
115900     END-IF.
116000     MOVE WS-CONF-COURSE-ID TO SCHD-COURSE-ID.
116100     MOVE WS-CONF-SECTION   TO SCHD-SECTION.
116200     MOVE WS-CONF-TERM      TO SCHD-TERM.
116300     READ SCHEDULE-FILE
116400         INVALID KEY GO TO 2610-FIND-CONFLICT-EXIT
116500     END-READ.
116600     IF SCHD-DAYS = SPACES
116700             OR SCHD-START-TIME IS NOT NUMERIC
116800             OR SCHD-END-TIME IS NOT NUMERIC
116900         GO TO 2610-FIND-CONFLICT-EXIT
117000     END-IF.
117100     MOVE SCHD-DAYS       TO WS-CONF-DAYS.
117200     MOVE SCHD-START-TIME TO WS-CONF-START-TIME.
117300     MOVE SCHD-END-TIME   TO WS-CONF-END-TIME.
117400
117500     MOVE WS-CONF-STUDENT-ID TO ENRL-STUDENT-ID.
117600     MOVE LOW-VALUES TO ENRL-COURSE-ID.
117700     MOVE LOW-VALUES TO ENRL-TERM.
117800     MOVE LOW-VALUES TO ENRL-SECTION.
117900     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
118000         INVALID KEY GO TO 2610-FIND-CONFLICT-EXIT
118100     END-START.
118200     MOVE 'N' TO WS-CONF-SCAN-SW.
118300     PERFORM 2620-CHECK-ONE-SECTION
118400         THRU 2620-CHECK-ONE-SECTION-EXIT
118500         UNTIL WS-CONF-SCAN-DONE OR WS-CONFLICT-FOUND.
118600 2610-FIND-CONFLICT-EXIT.
118700     EXIT.
118800
118900 2620-CHECK-ONE-SECTION.
119000     READ ENROLLMENT-FILE NEXT
119100         AT END SET WS-CONF-SCAN-DONE TO TRUE
119200     END-READ.
119300     IF NOT ENRL-STATUS-OK
119400             OR ENRL-STUDENT-ID NOT = WS-CONF-STUDENT-ID
119500         SET WS-CONF-SCAN-DONE TO TRUE
119600         GO TO 2620-CHECK-ONE-SECTION-EXIT
119700     END-IF.
119800     IF NOT ENRL-REGISTERED
119900             OR ENRL-TERM NOT = WS-CONF-TERM
120000         GO TO 2620-CHECK-ONE-SECTION-EXIT
120100     END-IF.
120200*    THE SAME SECTION AGAIN IS THE DUPLICATE 3000 REJECTS.
120300     IF ENRL-COURSE-ID = WS-CONF-COURSE-ID
120400             AND ENRL-SECTION = WS-CONF-SECTION
120500         GO TO 2620-CHECK-ONE-SECTION-EXIT
120600     END-IF.
120700     MOVE ENRL-COURSE-ID TO SCHD-COURSE-ID.
120800     MOVE ENRL-SECTION   TO SCHD-SECTION.
120900     MOVE ENRL-TERM      TO SCHD-TERM.
121000     READ SCHEDULE-FILE
121100         INVALID KEY GO TO 2620-CHECK-ONE-SECTION-EXIT
121200     END-READ.
121300     IF SCHD-START-TIME IS NOT NUMERIC
121400             OR SCHD-END-TIME IS NOT NUMERIC
121500         GO TO 2620-CHECK-ONE-SECTION-EXIT
121600     END-IF.
121700*    TWO MEETINGS CLASH WHEN THEY SHARE A DAY AND EACH STARTS
121800*    BEFORE THE OTHER ENDS - BACK-TO-BACK IS NOT A CLASH.
121900     MOVE 'N' TO WS-DAY-OVERLAP-SW.
122000     PERFORM 2630-COMPARE-ONE-DAY
122100         THRU 2630-COMPARE-ONE-DAY-EXIT
122200         VARYING WS-DAY-SUB FROM 1 BY 1
122300         UNTIL WS-DAY-SUB > 7 OR WS-DAY-OVERLAP.
122400     IF WS-DAY-OVERLAP
122500             AND SCHD-START-TIME < WS-CONF-END-TIME
122600             AND WS-CONF-START-TIME < SCHD-END-TIME
122700         SET WS-CONFLICT-FOUND TO TRUE
122800         MOVE ENRL-COURSE-ID TO WS-CONFLICT-COURSE-ID
122900         MOVE ENRL-SECTION   TO WS-CONFLICT-SECTION
123000     END-IF.
123100 2620-CHECK-ONE-SECTION-EXIT.
123200     EXIT.
123300
123400 2630-COMPARE-ONE-DAY.
123500     IF SCHD-DAY(WS-DAY-SUB) NOT = SPACE
123600             AND WS-CONF-DAY(WS-DAY-SUB) NOT = SPACE
123700         SET WS-DAY-OVERLAP TO TRUE
123800     END-IF.
123900 2630-COMPARE-ONE-DAY-EXIT.
124000     EXIT.
124100
124200 2300-QUEUE-TO-WAITLIST.
124300     MOVE 'N' TO WS-REQUEST-VALID-SW.
124400
124500     MOVE ZERO TO WS-WAIT-FOUND-SUB.
124600     MOVE ZERO TO WS-WAIT-NEXT-POSITION.
124700     PERFORM 2310-SCAN-ONE-WAIT
124800         THRU 2310-SCAN-ONE-WAIT-EXIT
124900         VARYING WS-WAIT-SUB FROM 1 BY 1
125000         UNTIL WS-WAIT-SUB > WS-WAIT-COUNT.
125100
125200     IF WS-WAIT-FOUND-SUB > ZERO
125300         MOVE 'E121' TO EXC-REASON-CODE
125400         MOVE 'STUDENT ALREADY ON COURSE WAITLIST' TO
125500             EXC-REASON-TEXT
125600         PERFORM 2900-WRITE-EXCEPTION
125700             THRU 2900-WRITE-EXCEPTION-EXIT
125800         GO TO 2300-QUEUE-TO-WAITLIST-EXIT
125900     END-IF.
126000
126100     IF WS-WAIT-COUNT NOT < 500
126200         MOVE 'E120' TO EXC-REASON-CODE
126300         MOVE 'WAITLIST FULL - REQUEST REJECTED' TO
126400             EXC-REASON-TEXT
126500         PERFORM 2900-WRITE-EXCEPTION
126600             THRU 2900-WRITE-EXCEPTION-EXIT
126700         GO TO 2300-QUEUE-TO-WAITLIST-EXIT
126800     END-IF.
126900
127000     ADD 1 TO WS-WAIT-COUNT.
127100     ADD 1 TO WS-WAIT-NEXT-POSITION.
127200     MOVE REQ-COURSE-ID TO WS-WAIT-COURSE-ID(WS-WAIT-COUNT).
127300     MOVE REQ-TERM      TO WS-WAIT-TERM(WS-WAIT-COUNT).
127400     MOVE WS-REQ-SECTION TO WS-WAIT-SECTION(WS-WAIT-COUNT).
127500     MOVE WS-WAIT-NEXT-POSITION TO
127600         WS-WAIT-POSITION(WS-WAIT-COUNT).
127700     MOVE REQ-STUDENT-ID TO WS-WAIT-STUDENT-ID(WS-WAIT-COUNT).
127800     MOVE 'W' TO WS-WAIT-STATUS(WS-WAIT-COUNT).
127900     MOVE WS-TODAY-YYYYMMDD TO
128000         WS-WAIT-QUEUED-DATE(WS-WAIT-COUNT).
128100     ADD 1 TO WS-REQUESTS-WAITLISTED.
128200
128300     MOVE SPACES TO WAITLIST-REPORT-LINE.
128400     STRING 'QUEUED   STUDENT ' REQ-STUDENT-ID
128500            ' COURSE ' REQ-COURSE-ID
128600            ' TERM ' REQ-TERM
128700            ' SEC ' WS-REQ-SECTION
128800            ' POSITION ' WS-WAIT-POSITION(WS-WAIT-COUNT)
128900         DELIMITED BY SIZE
129000         INTO WAITLIST-REPORT-LINE
129100     END-STRING.
129200     WRITE WAITLIST-REPORT-LINE.
129300 2300-QUEUE-TO-WAITLIST-EXIT.
129400     EXIT.
129500
129600 2310-SCAN-ONE-WAIT.
129700*    ONE PASS FINDS BOTH THE DUPLICATE CHECK AND THE HIGHEST
129800*    POSITION ALREADY ASSIGNED FOR THE COURSE AND TERM.
129900     IF WS-WAIT-COURSE-ID(WS-WAIT-SUB) = REQ-COURSE-ID
130000             AND WS-WAIT-TERM(WS-WAIT-SUB) = REQ-TERM
130100             AND WS-WAIT-SECTION(WS-WAIT-SUB) = WS-REQ-SECTION
130200         IF WS-WAIT-POSITION(WS-WAIT-SUB) > WS-WAIT-NEXT-POSITION
130300             MOVE WS-WAIT-POSITION(WS-WAIT-SUB) TO
130400                 WS-WAIT-NEXT-POSITION
130500         END-IF
130600         IF WS-WAIT-STUDENT-ID(WS-WAIT-SUB) = REQ-STUDENT-ID
130700                 AND WS-WAIT-STATUS(WS-WAIT-SUB) = 'W'
130800             MOVE WS-WAIT-SUB TO WS-WAIT-FOUND-SUB
130900         END-IF
131000     END-IF.
131100 2310-SCAN-ONE-WAIT-EXIT.
131200     EXIT.
131300
131400 3000-WRITE-ENROLLMENT.
131500     MOVE REQ-STUDENT-ID TO ENRL-STUDENT-ID.
131600     MOVE REQ-COURSE-ID  TO ENRL-COURSE-ID.
131700     MOVE REQ-TERM       TO ENRL-TERM.
131800     MOVE WS-REQ-SECTION TO ENRL-SECTION.
131900     SET ENRL-REGISTERED TO TRUE.
132000     MOVE WS-TODAY-YYYYMMDD TO ENRL-REG-DATE.
132100     WRITE ENROLLMENT-RECORD
132200         INVALID KEY CONTINUE
132300     END-WRITE.
132400
132500     IF ENRL-STATUS-OK
132600         ADD 1 TO WS-REQUESTS-ACCEPTED
132700         PERFORM 3100-BUMP-SEAT-COUNT
132800             THRU 3100-BUMP-SEAT-COUNT-EXIT
132900     ELSE
133000         IF ENRL-STATUS-DUPKEY
133100             MOVE 'E107' TO EXC-REASON-CODE
133200             MOVE 'STUDENT ALREADY REGISTERED IN COURSE/TERM' TO
133300                 EXC-REASON-TEXT
133400         ELSE
133500             MOVE 'E108' TO EXC-REASON-CODE
133600             MOVE 'ENROLLMENT WRITE FAILED, SEE FILE STATUS' TO
133700                 EXC-REASON-TEXT
133800         END-IF
133900         PERFORM 2900-WRITE-EXCEPTION
134000             THRU 2900-WRITE-EXCEPTION-EXIT
134100     END-IF.
134200 3000-WRITE-ENROLLMENT-EXIT.
134300     EXIT.
134400
134500 3100-BUMP-SEAT-COUNT.
134600*    KEEP THE LIVE COUNT CURRENT AS REQUESTS POST, AND CLOSE THE
134700*    COURSE THE MOMENT THE LAST SEAT FILLS.  THE CATALOG RECORD
134800*    FOR THE REQUEST IS STILL IN THE BUFFER FROM 2200.
134900     PERFORM 2410-FIND-SEAT-ENTRY
135000         THRU 2410-FIND-SEAT-ENTRY-EXIT.
135100     IF WS-SEAT-FOUND-SUB = ZERO
135200         IF WS-SEAT-COUNT < 500
135300             ADD 1 TO WS-SEAT-COUNT
135400             MOVE REQ-COURSE-ID TO
135500                 WS-SEAT-COURSE-ID(WS-SEAT-COUNT)
135600             MOVE REQ-TERM TO WS-SEAT-TERM(WS-SEAT-COUNT)
135700             MOVE WS-REQ-SECTION TO
135800                 WS-SEAT-SECTION(WS-SEAT-COUNT)
135900             MOVE ZERO TO WS-SEAT-REGISTERED(WS-SEAT-COUNT)
136000             MOVE WS-SEAT-COUNT TO WS-SEAT-FOUND-SUB
136100         ELSE
136200             IF NOT WS-SEAT-OVERFLOW
136300                 DISPLAY 'CRSEREG - SEAT TABLE FULL, CAPACITY '
136400                     'NOT ENFORCED PAST 500 COURSE/TERMS'
136500                 SET WS-SEAT-OVERFLOW TO TRUE
136600                 SET RC-WARNING TO TRUE
136700             END-IF
136800             GO TO 3100-BUMP-SEAT-COUNT-EXIT
136900         END-IF
137000     END-IF.
137100     ADD 1 TO WS-SEAT-REGISTERED(WS-SEAT-FOUND-SUB).
137200
137300     IF COURSE-OPEN
137400             AND COURSE-CAPACITY IS NUMERIC
137500             AND COURSE-CAPACITY > ZERO
137600         MOVE COURSE-CAPACITY TO WS-CAPACITY-NUM
137700         IF WS-SEAT-REGISTERED(WS-SEAT-FOUND-SUB) NOT <
137800                 WS-CAPACITY-NUM
137900             PERFORM 3150-CHECK-ALL-SECTIONS
138000                 THRU 3150-CHECK-ALL-SECTIONS-EXIT
138100             IF NOT WS-SECTION-STILL-OPEN
138200                 PERFORM 3200-CLOSE-FULL-COURSE
138300                     THRU 3200-CLOSE-FULL-COURSE-EXIT
138400             END-IF
138500         END-IF
138600     END-IF.
138700 3100-BUMP-SEAT-COUNT-EXIT.
138800     EXIT.
138900
139000 3150-CHECK-ALL-SECTIONS.
139100*    SCAN EVERY SECTION OF THE REQUEST'S COURSE AND TERM IN THE
139200*    SEAT TABLE - ONE SECTION BELOW CAPACITY KEEPS THE COURSE
139300*    OPEN ON THE CATALOG.
139400     MOVE 'N' TO WS-SECTION-OPEN-SW.
139500     PERFORM 3160-CHECK-ONE-SECTION
139600         THRU 3160-CHECK-ONE-SECTION-EXIT
139700         VARYING WS-SEAT-SUB FROM 1 BY 1
139800         UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
139900             OR WS-SECTION-STILL-OPEN.
140000 3150-CHECK-ALL-SECTIONS-EXIT.
140100     EXIT.
140200
140300 3160-CHECK-ONE-SECTION.
140400     IF WS-SEAT-COURSE-ID(WS-SEAT-SUB) = REQ-COURSE-ID
140500             AND WS-SEAT-TERM(WS-SEAT-SUB) = REQ-TERM
140600             AND WS-SEAT-REGISTERED(WS-SEAT-SUB) <
140700                 WS-CAPACITY-NUM
140800         SET WS-SECTION-STILL-OPEN TO TRUE
140900     END-IF.
141000 3160-CHECK-ONE-SECTION-EXIT.
141100     EXIT.
141200
141300 3200-CLOSE-FULL-COURSE.
141400     IF COURSE-CLOSED
141500         GO TO 3200-CLOSE-FULL-COURSE-EXIT
141600     END-IF.
141700     SET COURSE-CLOSED TO TRUE.
141800     REWRITE COURSE-RECORD
141900         INVALID KEY CONTINUE
142000     END-REWRITE.
142100     IF COURSE-STATUS-OK
142200         ADD 1 TO WS-COURSES-CLOSED
142300         MOVE SPACES TO WAITLIST-REPORT-LINE
142400         STRING 'CLOSED   COURSE ' COURSE-ID
142500                ' AT CAPACITY ' COURSE-CAPACITY
142600             DELIMITED BY SIZE
142700             INTO WAITLIST-REPORT-LINE
142800         END-STRING
142900         WRITE WAITLIST-REPORT-LINE
143000     ELSE
143100         DISPLAY 'CRSEREG - CATALOG REWRITE FAILED, STATUS='
143200             WS-COURSE-STATUS
143300         SET RC-ERROR TO TRUE
143400     END-IF.
143500 3200-CLOSE-FULL-COURSE-EXIT.
143600     EXIT.
143700
143800 2900-WRITE-EXCEPTION.
143900*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
144000*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
144100     MOVE 'N' TO WS-REQUEST-VALID-SW.
144200     ADD 1 TO WS-REQUESTS-REJECTED.
144300     MOVE 'CRSEREG ' TO EXC-PROGRAM-ID.
144400     MOVE SPACES TO EXC-KEY-VALUE.
144500     STRING REQ-STUDENT-ID '/' REQ-COURSE-ID '/' REQ-TERM
144600         DELIMITED BY SIZE
144700         INTO EXC-KEY-VALUE
144800     END-STRING.
144900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
145000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
145100     MOVE SPACES TO EXC-OPERATOR-ID.
145200     WRITE EXC-RECORD.
145300     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
145400     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
145500     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
145600     SET RC-WARNING TO TRUE.
145700 2900-WRITE-EXCEPTION-EXIT.
145800     EXIT.
145900
146000 4000-PROMOTE-FROM-WAITLIST.
146100*    EVERY SEAT A DROP HAS FREED GOES TO THE LOWEST WAITLIST
146200*    POSITION FOR THE COURSE AND TERM.  THE DROPPED RECORDS ARE
146300*    COLLECTED ON A SEQUENTIAL SCAN FIRST AND ACTED ON AFTER,
146400*    THE WAY STUDARCH SEPARATES ITS FIND AND ARCHIVE PASSES.
146500     IF WS-WAIT-COUNT = ZERO
146600         GO TO 4000-PROMOTE-FROM-WAITLIST-EXIT
146700     END-IF.
146800     MOVE LOW-VALUES TO ENRL-KEY.
146900     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
147000         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
147100     END-START.
147200     PERFORM 4100-COLLECT-ONE-DROP
147300         THRU 4100-COLLECT-ONE-DROP-EXIT
147400         UNTIL ENRL-STATUS-EOF.
147500
147600     PERFORM 4200-PROMOTE-ONE-DROP
147700         THRU 4200-PROMOTE-ONE-DROP-EXIT
147800         VARYING WS-DROP-SUB FROM 1 BY 1
147900         UNTIL WS-DROP-SUB > WS-DROP-COUNT.
148000 4000-PROMOTE-FROM-WAITLIST-EXIT.
148100     EXIT.
148200
148300 4100-COLLECT-ONE-DROP.
148400     READ ENROLLMENT-FILE NEXT
148500         AT END SET ENRL-STATUS-EOF TO TRUE
148600     END-READ.
148700     IF NOT ENRL-STATUS-OK
148800         SET ENRL-STATUS-EOF TO TRUE
148900         GO TO 4100-COLLECT-ONE-DROP-EXIT
149000     END-IF.
149100     IF ENRL-DROPPED
149200         IF WS-DROP-COUNT < 200
149300             ADD 1 TO WS-DROP-COUNT
149400             MOVE ENRL-STUDENT-ID TO
149500                 WS-DROP-STUDENT-ID(WS-DROP-COUNT)
149600             MOVE ENRL-COURSE-ID TO
149700                 WS-DROP-COURSE-ID(WS-DROP-COUNT)
149800             MOVE ENRL-TERM TO WS-DROP-TERM(WS-DROP-COUNT)
149900             MOVE ENRL-SECTION TO
150000                 WS-DROP-SECTION(WS-DROP-COUNT)
150100         ELSE
150200*            A SEAT PAST THE TABLE BOUND SIMPLY WAITS FOR THE
150300*            NEXT RUN - THE DROPPED RECORD KEEPS ITS 'D' STATUS.
150400             CONTINUE
150500         END-IF
150600     END-IF.
150700 4100-COLLECT-ONE-DROP-EXIT.
150800     EXIT.
150900
151000 4200-PROMOTE-ONE-DROP.
151100     MOVE 'N' TO WS-SEAT-FILLED-SW.
151200*    THE UNTIL TESTS BEFORE THE FIRST PASS AND THE SUBSCRIPT
151300*    USUALLY ARRIVES ZERO FROM AN EARLIER SCAN - PRIME IT SO
151400*    4310-FIND-LOWEST-WAITING GETS ITS FIRST LOOK AT EVERY
151500*    DROP'S OWN COURSE.
151600     MOVE 1 TO WS-WAIT-FOUND-SUB.
151700     PERFORM 4300-TRY-NEXT-CANDIDATE
151800         THRU 4300-TRY-NEXT-CANDIDATE-EXIT
151900         UNTIL WS-SEAT-FILLED OR WS-WAIT-FOUND-SUB = ZERO.
152000 4200-PROMOTE-ONE-DROP-EXIT.
152100     EXIT.
152200
152300 4300-TRY-NEXT-CANDIDATE.
152400     PERFORM 4310-FIND-LOWEST-WAITING
152500         THRU 4310-FIND-LOWEST-WAITING-EXIT.
152600     IF WS-WAIT-FOUND-SUB = ZERO
152700         GO TO 4300-TRY-NEXT-CANDIDATE-EXIT
152800     END-IF.
152900
153000*    ELIGIBILITY WAS CHECKED WHEN THE STUDENT QUEUED, BUT A
153100*    STATUS CAN CHANGE WHILE THEY WAIT - A STUDENT SUSPENDED,
153200*    INACTIVATED OR GONE FROM THE MASTER LEAVES THE LIST
153300*    INSTEAD OF TAKING THE SEAT.
153400     MOVE 'N' TO WS-STUDENT-FOUND-SW.
153500     MOVE WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB) TO STUDENT-ID.
153600     READ STUDENT INTO WS-STUDENT
153700         INVALID KEY CONTINUE
153800         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
153900     END-READ.
154000     IF NOT WS-STUDENT-FOUND
154100             OR WS-STUDENT-ENROLL-STATUS = 'I'
154200             OR WS-STUDENT-ENROLL-STATUS = 'S'
154300         MOVE 'X' TO WS-WAIT-STATUS(WS-WAIT-FOUND-SUB)
154400         ADD 1 TO WS-WAIT-INELIGIBLE
154500         MOVE SPACES TO WAITLIST-REPORT-LINE
154600         STRING 'REMOVED INELIGIBLE WAITER '
154700                WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB)
154800                ' COURSE ' WS-DROP-COURSE-ID(WS-DROP-SUB)
154900             DELIMITED BY SIZE
155000             INTO WAITLIST-REPORT-LINE
155100         END-STRING
155200         WRITE WAITLIST-REPORT-LINE
155300         GO TO 4300-TRY-NEXT-CANDIDATE-EXIT
155400     END-IF.
155500*    A HELD STUDENT IS PASSED OVER FOR THIS RUN BUT KEEPS THEIR
155600*    PLACE - 'H' ONLY LIVES IN THE TABLE, AND 5100 WRITES THE
155700*    ENTRY BACK AS STILL WAITING.
155800     MOVE WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB) TO
155900         WS-HOLD-CHECK-ID.
156000     PERFORM 2160-FIND-HOLD
156100         THRU 2160-FIND-HOLD-EXIT.
156200     IF WS-HOLD-FOUND
156300         MOVE 'H' TO WS-WAIT-STATUS(WS-WAIT-FOUND-SUB)
156400         ADD 1 TO WS-WAIT-HELD
156500         MOVE SPACES TO WAITLIST-REPORT-LINE
156600         STRING 'SKIPPED HELD WAITER '
156700                WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB)
156800                ' COURSE ' WS-DROP-COURSE-ID(WS-DROP-SUB)
156900                ' HOLD ' RHLD-HOLD-TYPE
157000             DELIMITED BY SIZE
157100             INTO WAITLIST-REPORT-LINE
157200         END-STRING
157300         WRITE WAITLIST-REPORT-LINE
157400         GO TO 4300-TRY-NEXT-CANDIDATE-EXIT
157500     END-IF.
157600*    A WAITER WHO HAS SINCE TAKEN A SECTION MEETING AT THE SAME
157700*    TIME IS PASSED OVER THE SAME WAY - 'C' WRITES BACK AS
157800*    STILL WAITING, IN CASE THEY DROP THE CLASHING SECTION.
157900     MOVE WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB) TO
158000         WS-CONF-STUDENT-ID.
158100     MOVE WS-DROP-COURSE-ID(WS-DROP-SUB) TO WS-CONF-COURSE-ID.
158200     MOVE WS-DROP-TERM(WS-DROP-SUB)      TO WS-CONF-TERM.
158300     MOVE WS-DROP-SECTION(WS-DROP-SUB)   TO WS-CONF-SECTION.
158400     PERFORM 2610-FIND-CONFLICT
158500         THRU 2610-FIND-CONFLICT-EXIT.
158600     IF WS-CONFLICT-FOUND
158700         MOVE 'C' TO WS-WAIT-STATUS(WS-WAIT-FOUND-SUB)
158800         ADD 1 TO WS-WAIT-CONFLICTS
158900         MOVE SPACES TO WAITLIST-REPORT-LINE
159000         STRING 'SKIPPED CLASHING WAITER '
159100                WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB)
159200                ' COURSE ' WS-DROP-COURSE-ID(WS-DROP-SUB)
159300                ' CLASHES ' WS-CONFLICT-COURSE-ID
159400             DELIMITED BY SIZE
159500             INTO WAITLIST-REPORT-LINE
159600         END-STRING
159700         WRITE WAITLIST-REPORT-LINE
159800         GO TO 4300-TRY-NEXT-CANDIDATE-EXIT
159900     END-IF.
160000
160100     MOVE WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB) TO
160200         ENRL-STUDENT-ID.
160300     MOVE WS-DROP-COURSE-ID(WS-DROP-SUB) TO ENRL-COURSE-ID.
160400     MOVE WS-DROP-TERM(WS-DROP-SUB)      TO ENRL-TERM.
160500     MOVE WS-DROP-SECTION(WS-DROP-SUB)   TO ENRL-SECTION.
160600     SET ENRL-REGISTERED TO TRUE.
160700     MOVE WS-TODAY-YYYYMMDD TO ENRL-REG-DATE.
160800     WRITE ENROLLMENT-RECORD
160900         INVALID KEY CONTINUE
161000     END-WRITE.
161100
161200     IF ENRL-STATUS-DUPKEY
161300*        THE WAITING STUDENT IS ALREADY REGISTERED - THE ENTRY
161400*        IS SATISFIED AND LEAVES THE LIST, AND THE SEAT GOES TO
161500*        THE NEXT POSITION.
161600         MOVE 'X' TO WS-WAIT-STATUS(WS-WAIT-FOUND-SUB)
161700         ADD 1 TO WS-WAIT-DUPLICATES
161800         GO TO 4300-TRY-NEXT-CANDIDATE-EXIT
161900     END-IF.
162000     IF NOT ENRL-STATUS-OK
162100         DISPLAY 'CRSEREG - PROMOTION WRITE FAILED, STATUS='
162200             WS-ENRL-STATUS
162300         SET RC-ERROR TO TRUE
162400         MOVE ZERO TO WS-WAIT-FOUND-SUB
162500         GO TO 4300-TRY-NEXT-CANDIDATE-EXIT
162600     END-IF.
162700
162800     SET WS-SEAT-FILLED TO TRUE.
162900     MOVE 'P' TO WS-WAIT-STATUS(WS-WAIT-FOUND-SUB).
163000     ADD 1 TO WS-STUDENTS-PROMOTED.
163100     MOVE SPACES TO WAITLIST-REPORT-LINE.
163200     STRING 'PROMOTED STUDENT '
163300            WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB)
163400            ' COURSE ' WS-DROP-COURSE-ID(WS-DROP-SUB)
163500            ' TERM ' WS-DROP-TERM(WS-DROP-SUB)
163600            ' SEC ' WS-DROP-SECTION(WS-DROP-SUB)
163700            ' FROM POSITION '
163800            WS-WAIT-POSITION(WS-WAIT-FOUND-SUB)
163900         DELIMITED BY SIZE
164000         INTO WAITLIST-REPORT-LINE
164100     END-STRING.
164200     WRITE WAITLIST-REPORT-LINE.
164300     PERFORM 8900-WRITE-NOTIFICATION
164400         THRU 8900-WRITE-NOTIFICATION-EXIT.
164500     PERFORM 4400-MARK-SEAT-REFILLED
164600         THRU 4400-MARK-SEAT-REFILLED-EXIT.
164700 4300-TRY-NEXT-CANDIDATE-EXIT.
164800     EXIT.
164900
165000 4310-FIND-LOWEST-WAITING.
165100     MOVE ZERO TO WS-WAIT-FOUND-SUB.
165200     PERFORM 4320-CHECK-ONE-CANDIDATE
165300         THRU 4320-CHECK-ONE-CANDIDATE-EXIT
165400         VARYING WS-WAIT-SUB FROM 1 BY 1
165500         UNTIL WS-WAIT-SUB > WS-WAIT-COUNT.
165600 4310-FIND-LOWEST-WAITING-EXIT.
165700     EXIT.
165800
165900 4320-CHECK-ONE-CANDIDATE.
166000     IF WS-WAIT-STATUS(WS-WAIT-SUB) = 'W'
166100             AND WS-WAIT-COURSE-ID(WS-WAIT-SUB) =
166200                 WS-DROP-COURSE-ID(WS-DROP-SUB)
166300             AND WS-WAIT-TERM(WS-WAIT-SUB) =
166400                 WS-DROP-TERM(WS-DROP-SUB)
166500             AND WS-WAIT-SECTION(WS-WAIT-SUB) =
166600                 WS-DROP-SECTION(WS-DROP-SUB)
166700         IF WS-WAIT-FOUND-SUB = ZERO
166800                 OR WS-WAIT-POSITION(WS-WAIT-SUB) <
166900                     WS-WAIT-POSITION(WS-WAIT-FOUND-SUB)
167000             MOVE WS-WAIT-SUB TO WS-WAIT-FOUND-SUB
167100         END-IF
167200     END-IF.
167300 4320-CHECK-ONE-CANDIDATE-EXIT.
167400     EXIT.
167500
167600 4400-MARK-SEAT-REFILLED.
167700*    THE DROPPED RECORD FLIPS TO 'F' SO THE NEXT RUN DOES NOT
167800*    PROMOTE A SECOND STUDENT INTO THE SAME FREED SEAT.
167900     MOVE WS-DROP-STUDENT-ID(WS-DROP-SUB) TO ENRL-STUDENT-ID.
168000     MOVE WS-DROP-COURSE-ID(WS-DROP-SUB)  TO ENRL-COURSE-ID.
168100     MOVE WS-DROP-TERM(WS-DROP-SUB)       TO ENRL-TERM.
168200     MOVE WS-DROP-SECTION(WS-DROP-SUB)    TO ENRL-SECTION.
168300     READ ENROLLMENT-FILE
168400         INVALID KEY GO TO 4400-MARK-SEAT-REFILLED-EXIT
168500     END-READ.
168600     IF ENRL-DROPPED
168700         SET ENRL-SEAT-REFILLED TO TRUE
168800         REWRITE ENROLLMENT-RECORD
168900             INVALID KEY CONTINUE
169000         END-REWRITE
169100     END-IF.
169200 4400-MARK-SEAT-REFILLED-EXIT.
169300     EXIT.
169400
169500 5000-REWRITE-WAITLIST.
169600*    ONLY STUDENTS STILL WAITING GO BACK TO THE DATASET - THE
169700*    PROMOTED AND SATISFIED ENTRIES ARE ON THE ACTIVITY REPORT.
169800*    A HELD WAITER PASSED OVER THIS RUN ('H') STILL WAITS, AS
169900*    DOES ONE PASSED OVER FOR A SCHEDULE CLASH ('C').
170000     OPEN OUTPUT WAITLIST-FILE.
170100     IF NOT WAITLIST-STATUS-OK
170200         DISPLAY 'CRSEREG - UNABLE TO REWRITE WAITLIST, STATUS='
170300             WS-WAITLIST-STATUS
170400         SET RC-ERROR TO TRUE
170500         GO TO 5000-REWRITE-WAITLIST-EXIT
170600     END-IF.
170700     PERFORM 5100-WRITE-ONE-WAIT
170800         THRU 5100-WRITE-ONE-WAIT-EXIT
170900         VARYING WS-WAIT-SUB FROM 1 BY 1
171000         UNTIL WS-WAIT-SUB > WS-WAIT-COUNT.
171100     CLOSE WAITLIST-FILE.
171200 5000-REWRITE-WAITLIST-EXIT.
171300     EXIT.
171400
171500 5100-WRITE-ONE-WAIT.
171600     IF WS-WAIT-STATUS(WS-WAIT-SUB) = 'W'
171700             OR WS-WAIT-STATUS(WS-WAIT-SUB) = 'H'
171800             OR WS-WAIT-STATUS(WS-WAIT-SUB) = 'C'
171900         MOVE WS-WAIT-COURSE-ID(WS-WAIT-SUB)   TO WAIT-COURSE-ID
172000         MOVE WS-WAIT-TERM(WS-WAIT-SUB)        TO WAIT-TERM
172100         MOVE WS-WAIT-SECTION(WS-WAIT-SUB)     TO WAIT-SECTION
172200         MOVE WS-WAIT-POSITION(WS-WAIT-SUB)    TO WAIT-POSITION
172300         MOVE WS-WAIT-STUDENT-ID(WS-WAIT-SUB)  TO WAIT-STUDENT-ID
172400         MOVE 'W'                              TO WAIT-STATUS
172500         MOVE WS-WAIT-QUEUED-DATE(WS-WAIT-SUB) TO
172600             WAIT-QUEUED-DATE
172700         WRITE WAITLIST-RECORD
172800     END-IF.
172900 5100-WRITE-ONE-WAIT-EXIT.
173000     EXIT.
173100
173200 8900-WRITE-NOTIFICATION.
173300*    SHARED NOTIFICATION QUEUE (SEE NOTFREC) - NOTIFY TELLS
173400*    THE STUDENT THE SEAT IS THEIRS.
173500     MOVE SPACES TO NOTIFICATION-RECORD.
173600     MOVE 'CRSEREG ' TO NOTF-PROGRAM-ID.
173700     MOVE WS-WAIT-STUDENT-ID(WS-WAIT-FOUND-SUB) TO
173800         NOTF-STUDENT-ID.
173900     SET NOTF-WAITLIST-PROMOTION TO TRUE.
174000     MOVE WS-DROP-TERM(WS-DROP-SUB) TO NOTF-TERM.
174100     STRING 'REGISTERED FROM WAITLIST '
174200            WS-DROP-COURSE-ID(WS-DROP-SUB)
174300            ' SEC ' WS-DROP-SECTION(WS-DROP-SUB)
174400         DELIMITED BY SIZE
174500         INTO NOTF-DETAIL
174600     END-STRING.
174700     MOVE WS-TODAY-YYYYMMDD TO NOTF-EVENT-DATE.
174800     MOVE WS-TIME-HHMMSSHH  TO NOTF-EVENT-TIME.
174900     WRITE NOTIFICATION-RECORD.
175000 8900-WRITE-NOTIFICATION-EXIT.
175100     EXIT.
175200
175300 9000-FINISH.
175400     CLOSE STUDENT.
175500     CLOSE COURSE-CATALOG.
175600     CLOSE ENROLLMENT-FILE.
175700     CLOSE ENROLL-REQUEST-LIST.
175800     CLOSE GRADE-INDEX.
175900     IF WS-HOLD-FILE-OPEN
176000         CLOSE HOLD-FILE
176100     END-IF.
176200     IF WS-SCHD-FILE-OPEN
176300         CLOSE SCHEDULE-FILE
176400     END-IF.
176500     IF WS-ROOM-FILE-OPEN
176600         CLOSE ROOM-FILE
176700     END-IF.
176800     CLOSE EXCEPTION-FILE.
176900     CLOSE WAITLIST-REPORT.
177000     CLOSE NOTIFY-QUEUE.
177100     DISPLAY 'CRSEREG - REQUESTS READ    : ' WS-REQUESTS-READ.
177200     DISPLAY 'CRSEREG - REQUESTS ACCEPTED: ' WS-REQUESTS-ACCEPTED.
177300     DISPLAY 'CRSEREG - REQUESTS REJECTED: ' WS-REQUESTS-REJECTED.
177400     DISPLAY 'CRSEREG - COURSES CLOSED   : ' WS-COURSES-CLOSED.
177500     DISPLAY 'CRSEREG - PREREQ REJECTS   : ' WS-PREQ-REJECTS.
177600     DISPLAY 'CRSEREG - HOLD REJECTS     : ' WS-HOLD-REJECTS.
177700     DISPLAY 'CRSEREG - CLASH REJECTS    : '
177800         WS-CONFLICT-REJECTS.
177900     DISPLAY 'CRSEREG - ROOM WARNINGS    : ' WS-ROOM-WARNINGS.
178000     DISPLAY 'CRSEREG - WAITLISTED       : '
178100         WS-REQUESTS-WAITLISTED.
178200     DISPLAY 'CRSEREG - PROMOTED         : '
178300         WS-STUDENTS-PROMOTED.
178400     DISPLAY 'CRSEREG - WAIT SATISFIED   : ' WS-WAIT-DUPLICATES.
178500     DISPLAY 'CRSEREG - WAIT INELIGIBLE  : ' WS-WAIT-INELIGIBLE.
178600     DISPLAY 'CRSEREG - WAIT HELD        : ' WS-WAIT-HELD.
178700     DISPLAY 'CRSEREG - WAIT CLASHING    : ' WS-WAIT-CONFLICTS.
178800     DISPLAY 'CRSEREG - RETURN CODE      : ' WS-RETURN-CODE.
178900 9000-FINISH-EXIT.
179000     EXIT.
179100
179200 9500-OPEN-ERROR-TICKET.
179300*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
179400*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
179500*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
179600     OPEN EXTEND TICKET-INTAKE.
179700     IF NOT TICKET-STATUS-OK
179800         OPEN OUTPUT TICKET-INTAKE
179900     END-IF.
180000     IF NOT TICKET-STATUS-OK
180100         DISPLAY 'CRSEREG - UNABLE TO OPEN TICKETS, STATUS='
180200             WS-TICKET-STATUS
180300         GO TO 9500-OPEN-ERROR-TICKET-EXIT
180400     END-IF.
180500*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
180600*    UNIQUE WITHIN THE DAY THE SAME WAY.
180700     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
180800     MOVE 'CRSEREG ' TO TICK-PROGRAM.
180900     IF WS-LAST-EXC-KEY NOT = SPACES
181000         MOVE SPACES TO TICK-ERROR-DETAIL
181100         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
181200                ' ' WS-LAST-EXC-TEXT(1:14)
181300             DELIMITED BY SIZE
181400             INTO TICK-ERROR-DETAIL
181500         END-STRING
181600     ELSE
181700         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
181800             TICK-ERROR-DETAIL
181900     END-IF.
182000     SET TICK-OPEN TO TRUE.
182100     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
182200     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
182300     MOVE ZERO TO TICK-RESOLVED-DATE.
182400     WRITE TICKET-RECORD.
182500     CLOSE TICKET-INTAKE.
182600 9500-OPEN-ERROR-TICKET-EXIT.
182700     EXIT.
182800
182900 9600-WRITE-BALANCE-MOVEMENT.
183000*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
183100*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
183200*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
183300*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
183400     IF WS-BAL-COUNT = ZERO
183500         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
183600     END-IF.
183700     OPEN EXTEND BALANCE-MOVEMENT-FILE.
183800     IF NOT BALM-STATUS-OK
183900         OPEN OUTPUT BALANCE-MOVEMENT-FILE
184000     END-IF.
184100     IF NOT BALM-STATUS-OK
184200         DISPLAY 'CRSEREG - UNABLE TO OPEN RUNBALM, STATUS='
184300             WS-BALM-STATUS
184400         SET RC-WARNING TO TRUE
184500         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
184600     END-IF.
184700     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
184800     MOVE WS-BAL-SIGN TO BAL-SIGN.
184900     MOVE WS-BAL-COUNT TO BAL-COUNT.
185000     MOVE 'CRSEREG ' TO BAL-PROGRAM.
185100     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
185200     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
185300     WRITE BALANCE-MOVEMENT-RECORD.
185400     CLOSE BALANCE-MOVEMENT-FILE.
185500 9600-WRITE-BALANCE-MOVEMENT-EXIT.
185600     EXIT.
185700
185800 1050-GET-BUSINESS-DATE.
185900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
186000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
186100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
186200*    CLOCK TIME FIELD STAYS REAL.  THE BALANCE MOVEMENTS THIS
186300*    PROGRAM WRITES MUST CARRY THE DATE RUNBAL COUNTS BY.
186400     OPEN INPUT BUSDATE-FILE.
186500     IF NOT BUSDATE-STATUS-OK
186600         GO TO 1050-GET-BUSINESS-DATE-EXIT
186700     END-IF.
186800     READ BUSDATE-FILE
186900         AT END
187000             CLOSE BUSDATE-FILE
187100             GO TO 1050-GET-BUSINESS-DATE-EXIT
187200     END-READ.
187300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
187400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
187500     END-IF.
187600     CLOSE BUSDATE-FILE.
187700 1050-GET-BUSINESS-DATE-EXIT.
187800     EXIT.
187900
188000 9999-EXIT.
188100     STOP RUN.
