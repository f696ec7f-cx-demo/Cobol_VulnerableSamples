000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSASGN.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  RESIDENCE HALL ROOM
001000*                    ASSIGNMENT RUN.  SORTS THE TERM'S HOUSING
001100*                    APPLICATIONS (HOUSAPPL) INTO PRIORITY
001200*                    ORDER - PRIORITY CODE, THEN APPLICATION
001300*                    DATE - AND GIVES EACH ACTIVE STUDENT
001400*                    REGISTERED FOR THE TERM A BED ON HOUSMAST
001500*                    (SEE HOUSREC), IN THE PREFERRED HALL IF
001600*                    ONE IS FREE, ELSE THE FIRST FREE BED.  WHEN
001700*                    THE BEDS RUN OUT THE REST GO ON THE HOUSING
001800*                    WAITLIST.  EACH PLACEMENT IS KEPT ON
001900*                    ROOMASGN (SEE HASGREC), ITS ROOM RATE POSTS
002000*                    TO STUDRECV THE WAY TUITBILL POSTS TUITION
002100*                    - A RERUN REBILLS IN PLACE, IT NEVER
002200*                    DOUBLES (RECV-HOUSING-BILLED, SEE RECVREC)
002300*                    - AND IS LOGGED ON THE CUMULATIVE HOUSREG
002400*                    CHARGE REGISTER.  ENDS WITH A ROOM ROSTER
002500*                    PER HALL FOR THE RESIDENCE STAFF.
002600*   2026-10-15 RLW  THE RESTATED BALANCE ADDS BACK THE REFUND
002700*                    CHECKS ALREADY ISSUED (RECV-REFUNDED, SEE
002800*                    RECVREC), AND A NEW RECEIVABLE STARTS WITH
002900*                    NONE.
003000*   2026-10-15 RLW  A HOUSASGN PARM CARD WITH NO DATASET NAME OR
003100*                    AN INVALID TERM IS REPORTED AS E392 (RC 4)
003200*                    AND THE PROMPTS ARE USED, AS IN TUITBILL.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STUDENT ASSIGN TO FILENAME
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS STUDENT-ID
004100         FILE STATUS IS WS-STUDENT-STATUS.
004200     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ENRL-KEY
004600         FILE STATUS IS WS-ENRL-STATUS.
004700     SELECT ROOM-FILE ASSIGN TO "HOUSMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HOUS-KEY
005100         FILE STATUS IS WS-HOUS-STATUS.
005200     SELECT ASSIGNMENT-FILE ASSIGN TO "ROOMASGN"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HASG-KEY
005600         FILE STATUS IS WS-HASG-STATUS.
005700     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RECV-KEY
006100         FILE STATUS IS WS-RECV-STATUS.
006200     SELECT APPLICATION-FILE ASSIGN TO "HOUSAPPL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-APPL-STATUS.
006500     SELECT APPL-SORT ASSIGN TO "HOUSSWRK".
006600     SELECT ROSTER-SORT ASSIGN TO "HROSWRK".
006700     SELECT HOUSING-REGISTER ASSIGN TO "HOUSREG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-HREG-STATUS.
007000     SELECT ASSIGN-REPORT ASSIGN TO "HOUSRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT ROSTER-REPORT ASSIGN TO "ROOMROST"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RUNCTL-STATUS.
007700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-BUSDATE-STATUS.
008000     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PARM-STATUS.
008300     SELECT EXCEPTION-FILE ASSIGN TO "HOUSEXC"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  STUDENT.
008900     COPY STUDREC.
009000 01  FILENAME                   PIC X(12).
009100
009200 FD  ENROLLMENT-FILE.
009300     COPY ENRLREC.
009400
009500 FD  ROOM-FILE.
009600     COPY HOUSREC.
009700
009800 FD  ASSIGNMENT-FILE.
009900     COPY HASGREC.
010000
010100 FD  RECEIVABLE-FILE.
010200     COPY RECVREC.
010300
010400*    ONE LINE PER APPLICANT FROM THE HOUSING OFFICE.  THE
010500*    PRIORITY CODE IS THE OFFICE'S OWN (01 FIRST); A BLANK
010600*    PRIORITY GOES LAST, A BLANK HALL TAKES ANY FREE BED.
010700 FD  APPLICATION-FILE.
010800 01  APPLICATION-RECORD.
010900     05  HAPP-STUDENT-ID             PIC X(09).
011000     05  HAPP-STUDENT-ID-N REDEFINES HAPP-STUDENT-ID
011100                                     PIC 9(09).
011200     05  FILLER                      PIC X(01).
011300     05  HAPP-TERM                   PIC X(05).
011400     05  FILLER                      PIC X(01).
011500     05  HAPP-PRIORITY               PIC X(02).
011600     05  HAPP-PRIORITY-N REDEFINES HAPP-PRIORITY
011700                                     PIC 9(02).
011800     05  FILLER                      PIC X(01).
011900     05  HAPP-APPL-DATE              PIC X(08).
012000     05  HAPP-APPL-DATE-N REDEFINES HAPP-APPL-DATE
012100                                     PIC 9(08).
012200     05  FILLER                      PIC X(01).
012300     05  HAPP-PREF-HALL              PIC X(04).
012400
012500 SD  APPL-SORT.
012600 01  APPL-SORT-RECORD.
012700     05  ASRT-PRIORITY               PIC 9(02).
012800     05  ASRT-APPL-DATE              PIC 9(08).
012900     05  ASRT-STUDENT-ID             PIC 9(09).
013000     05  ASRT-NAME                   PIC X(25).
013100     05  ASRT-PREF-HALL              PIC X(04).
013200
013300 SD  ROSTER-SORT.
013400 01  ROSTER-SORT-RECORD.
013500     05  RSRT-ROOM-KEY.
013600         10  RSRT-HALL-ID            PIC X(04).
013700         10  RSRT-ROOM-ID            PIC X(05).
013800     05  RSRT-NAME                   PIC X(25).
013900     05  RSRT-STUDENT-ID             PIC 9(09).
014000
014100 FD  HOUSING-REGISTER.
014200 01  HOUSING-REGISTER-LINE.
014300     05  HREG-DATE                   PIC X(08).
014400     05  FILLER                      PIC X(01).
014500     05  HREG-TIME                   PIC X(08).
014600     05  FILLER                      PIC X(09).
014700     05  HREG-STUDENT-ID             PIC X(09).
014800     05  FILLER                      PIC X(06).
014900     05  HREG-TERM                   PIC X(05).
015000     05  FILLER                      PIC X(05).
015100     05  HREG-AMOUNT                 PIC 9(07)V9(02).
015200     05  FILLER                      PIC X(01).
015300     05  HREG-PRIOR-AMOUNT           PIC 9(07)V9(02).
015400     05  FILLER                      PIC X(01).
015500     05  HREG-HALL-ID                PIC X(04).
015600     05  FILLER                      PIC X(01).
015700     05  HREG-ROOM-ID                PIC X(05).
015800
015900 FD  ASSIGN-REPORT.
016000 01  ASSIGN-REPORT-LINE             PIC X(80).
016100
016200 FD  ROSTER-REPORT.
016300 01  ROSTER-REPORT-LINE             PIC X(80).
016400
016500 FD  RUNCTL-FILE.
016600     COPY RUNCTL.
016700
016800 FD  BUSDATE-FILE.
016900     COPY BUSDATE.
017000
017100 FD  PARM-CARD-FILE.
017200     COPY PARMREC.
017300
017400 FD  EXCEPTION-FILE.
017500     COPY EXCREC.
017600
017700 WORKING-STORAGE SECTION.
017800     COPY RETCODES.
017900
018000 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
018100     88  STUDENT-STATUS-OK           VALUE '00'.
018200 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
018300     88  ENRL-STATUS-OK              VALUE '00'.
018400 01  WS-HOUS-STATUS                 PIC X(02) VALUE '00'.
018500     88  HOUS-STATUS-OK              VALUE '00'.
018600     88  HOUS-STATUS-EOF             VALUE '10'.
018700 01  WS-HASG-STATUS                 PIC X(02) VALUE '00'.
018800     88  HASG-STATUS-OK              VALUE '00'.
018900     88  HASG-STATUS-EOF             VALUE '10'.
019000 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
019100     88  RECV-STATUS-OK              VALUE '00'.
019200 01  WS-APPL-STATUS                 PIC X(02) VALUE '00'.
019300     88  APPL-STATUS-OK              VALUE '00'.
019400     88  APPL-STATUS-EOF             VALUE '10'.
019500 01  WS-HREG-STATUS                 PIC X(02) VALUE '00'.
019600     88  HREG-STATUS-OK              VALUE '00'.
019700 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
019800     88  RUNCTL-STATUS-OK            VALUE '00'.
019900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
020000     88  BUSDATE-STATUS-OK           VALUE '00'.
020100 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
020200     88  PARM-STATUS-OK              VALUE '00'.
020300     88  PARM-STATUS-EOF             VALUE '10'.
020400
020500 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
020600     88  WS-PARM-FOUND               VALUE 'Y'.
020700 01  WS-ENRL-DONE-SW                PIC X(01) VALUE 'N'.
020800     88  WS-ENRL-DONE                VALUE 'Y'.
020900 01  WS-HASG-FOUND-SW               PIC X(01) VALUE 'N'.
021000     88  WS-HASG-FOUND               VALUE 'Y'.
021100 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
021200     88  SORT-AT-EOF                 VALUE 'Y'.
021300 01  WS-ROSTER-EOF-SW               PIC X(01) VALUE 'N'.
021400     88  ROSTER-AT-EOF               VALUE 'Y'.
021500
021600 01  WS-HOUSING-TERM                PIC X(05) VALUE SPACES.
021700 01  WS-WALK-STUDENT-ID             PIC 9(09) VALUE ZERO.
021800 01  WS-REGISTERED-COURSES          PIC 9(03) VALUE ZERO.
021900 01  WS-ROOM-CHARGE                 PIC 9(07)V9(02) VALUE ZERO.
022000 01  WS-PRIOR-HOUSING               PIC 9(07)V9(02) VALUE ZERO.
022100 01  WS-NET-BALANCE                 PIC S9(08)V9(02) VALUE ZERO.
022200 01  WS-RESULT-TEXT                 PIC X(17) VALUE SPACES.
022300 01  WS-AMOUNT-EDIT                 PIC Z(06)9.99.
022400 01  WS-PRIORITY-EDIT               PIC Z9.
022500
022600*    THE ROOM MASTER IS HELD IN KEY ORDER - HALL, THEN ROOM -
022700*    WITH THE TERM'S OCCUPANTS COUNTED FROM ROOMASGN, SO A BED
022800*    IS FOUND WITHOUT A PASS OF THE ASSIGNMENTS EACH TIME.
022900 01  WS-ROOM-TABLE.
023000     05  WS-ROOM-ENTRY OCCURS 500 TIMES.
023100         10  WS-RM-KEY.
023200             15  WS-RM-HALL-ID      PIC X(04).
023300             15  WS-RM-ROOM-ID      PIC X(05).
023400         10  WS-RM-HALL-NAME        PIC X(25).
023500         10  WS-RM-BEDS             PIC 9(03) COMP.
023600         10  WS-RM-OCCUPIED         PIC 9(03) COMP.
023700         10  WS-RM-RATE             PIC 9(05)V9(02).
023800         10  WS-RM-STATUS           PIC X(01).
023900             88  WS-RM-OPEN         VALUE 'O'.
024000 01  WS-ROOM-COUNT                  PIC 9(04) COMP VALUE ZERO.
024100 01  WS-ROOM-SUB                    PIC 9(04) COMP VALUE ZERO.
024200 01  WS-ROOM-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
024300 01  WS-WANT-KEY.
024400     05  WS-WANT-HALL-ID            PIC X(04).
024500     05  WS-WANT-ROOM-ID            PIC X(05).
024600
024700 01  WS-PREV-HALL-ID                PIC X(04) VALUE SPACES.
024800 01  WS-ROOM-OCCUPANTS              PIC 9(03) COMP VALUE ZERO.
024900 01  WS-VACANT-BEDS                 PIC 9(03) COMP VALUE ZERO.
025000 01  WS-HALL-BEDS                   PIC 9(05) COMP VALUE ZERO.
025100 01  WS-HALL-OCCUPANTS              PIC 9(05) COMP VALUE ZERO.
025200 01  WS-COUNT-EDIT                  PIC ZZ,ZZ9.
025300 01  WS-COUNT-EDIT-2                PIC ZZ,ZZ9.
025400
025500 01  WS-APPS-READ                   PIC 9(07) COMP VALUE ZERO.
025600 01  WS-APPS-REJECTED               PIC 9(07) COMP VALUE ZERO.
025700 01  WS-BEDS-ASSIGNED               PIC 9(07) COMP VALUE ZERO.
025800 01  WS-ALREADY-HOUSED              PIC 9(07) COMP VALUE ZERO.
025900 01  WS-WAITLISTED                  PIC 9(07) COMP VALUE ZERO.
026000 01  WS-CHARGES-POSTED              PIC 9(07) COMP VALUE ZERO.
026100 01  WS-HALL-PAGES                  PIC 9(07) COMP VALUE ZERO.
026200 01  WS-TOTAL-CHARGED               PIC 9(09)V9(02) VALUE ZERO.
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
027400     IF NOT RC-SEVERE
027500         PERFORM 1200-LOAD-ROOMS
027600             THRU 1200-LOAD-ROOMS-EXIT
027700         PERFORM 1300-COUNT-OCCUPANTS
027800             THRU 1300-COUNT-OCCUPANTS-EXIT
027900         SORT APPL-SORT
028000             ON ASCENDING KEY ASRT-PRIORITY ASRT-APPL-DATE
028100                 ASRT-STUDENT-ID
028200             INPUT PROCEDURE IS 2000-SELECT-APPLICANTS
028300                 THRU 2000-SELECT-APPLICANTS-EXIT
028400             OUTPUT PROCEDURE IS 3000-ASSIGN-ROOMS
028500                 THRU 3000-ASSIGN-ROOMS-EXIT
028600         SORT ROSTER-SORT
028700             ON ASCENDING KEY RSRT-ROOM-KEY RSRT-NAME
028800                 RSRT-STUDENT-ID
028900             INPUT PROCEDURE IS 5000-SELECT-OCCUPANTS
029000                 THRU 5000-SELECT-OCCUPANTS-EXIT
029100             OUTPUT PROCEDURE IS 6000-PRINT-ROSTERS
029200                 THRU 6000-PRINT-ROSTERS-EXIT
029300     END-IF.
029400
029500     IF NOT RC-SEVERE
029600         PERFORM 7000-WRITE-RUNCTL-COMPLETE
029700             THRU 7000-WRITE-RUNCTL-COMPLETE-EXIT
029800     END-IF.
029900
030000     PERFORM 9000-FINISH
030100         THRU 9000-FINISH-EXIT.
030200     MOVE WS-RETURN-CODE TO RETURN-CODE.
030300     GO TO 9999-EXIT.
030400
030500 1000-INITIALIZE.
030600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030700     PERFORM 1050-GET-BUSINESS-DATE
030800         THRU 1050-GET-BUSINESS-DATE-EXIT.
030900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
031000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
031100     OPEN OUTPUT EXCEPTION-FILE.
031200     OPEN OUTPUT ASSIGN-REPORT.
031300     OPEN OUTPUT ROSTER-REPORT.
031400*    THE CHARGE REGISTER ACCUMULATES ACROSS RUNS, AS TUITREG
031500*    DOES - EXTEND, NOT OUTPUT.  THE FIRST RUN CREATES IT.
031600     OPEN EXTEND HOUSING-REGISTER.
031700     IF NOT HREG-STATUS-OK
031800         OPEN OUTPUT HOUSING-REGISTER
031900     END-IF.
032000     PERFORM 1080-READ-PARM-CARD
032100         THRU 1080-READ-PARM-CARD-EXIT.
032200     IF NOT WS-PARM-FOUND
032300         DISPLAY 'ENTER STUDENT DATASET NAME: '
032400         ACCEPT FILENAME
032500         DISPLAY 'ENTER TERM FOR HOUSING (E.G. 2026F): '
032600         ACCEPT WS-HOUSING-TERM
032700     END-IF.
032800     OPEN INPUT STUDENT.
032900     IF NOT STUDENT-STATUS-OK
033000         DISPLAY 'HOUSASGN - UNABLE TO OPEN STUDENT FILE, STATUS='
033100             WS-STUDENT-STATUS
033200         SET RC-SEVERE TO TRUE
033300         GO TO 1000-INITIALIZE-EXIT
033400     END-IF.
033500     OPEN INPUT ENROLLMENT-FILE.
033600     IF NOT ENRL-STATUS-OK
033700         DISPLAY 'HOUSASGN - UNABLE TO OPEN ENRLMAST, STATUS='
033800             WS-ENRL-STATUS
033900         SET RC-SEVERE TO TRUE
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF.
034200     OPEN INPUT ROOM-FILE.
034300     IF NOT HOUS-STATUS-OK
034400         DISPLAY 'HOUSASGN - UNABLE TO OPEN HOUSMAST, STATUS='
034500             WS-HOUS-STATUS
034600         SET RC-SEVERE TO TRUE
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900     OPEN I-O ASSIGNMENT-FILE.
035000     IF NOT HASG-STATUS-OK
035100         OPEN OUTPUT ASSIGNMENT-FILE
035200         IF NOT HASG-STATUS-OK
035300             DISPLAY 'HOUSASGN - UNABLE TO OPEN ROOMASGN, STATUS='
035400                 WS-HASG-STATUS
035500             SET RC-SEVERE TO TRUE
035600             GO TO 1000-INITIALIZE-EXIT
035700         END-IF
035800         CLOSE ASSIGNMENT-FILE
035900         OPEN I-O ASSIGNMENT-FILE
036000     END-IF.
036100     OPEN I-O RECEIVABLE-FILE.
036200     IF NOT RECV-STATUS-OK
036300         OPEN OUTPUT RECEIVABLE-FILE
036400         IF NOT RECV-STATUS-OK
036500             DISPLAY 'HOUSASGN - UNABLE TO OPEN STUDRECV, STATUS='
036600                 WS-RECV-STATUS
036700             SET RC-SEVERE TO TRUE
036800             GO TO 1000-INITIALIZE-EXIT
036900         END-IF
037000         CLOSE RECEIVABLE-FILE
037100         OPEN I-O RECEIVABLE-FILE
037200     END-IF.
037300     OPEN INPUT APPLICATION-FILE.
037400     IF NOT APPL-STATUS-OK
037500         DISPLAY 'HOUSASGN - UNABLE TO OPEN HOUSAPPL, STATUS='
037600             WS-APPL-STATUS
037700         SET RC-SEVERE TO TRUE
037800         GO TO 1000-INITIALIZE-EXIT
037900     END-IF.
038000 1000-INITIALIZE-EXIT.
038100     EXIT.
038200
038300 1050-GET-BUSINESS-DATE.
038400*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
038500*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
038600*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
038700*    CLOCK TIME FIELD STAYS REAL.
038800     OPEN INPUT BUSDATE-FILE.
038900     IF NOT BUSDATE-STATUS-OK
039000         GO TO 1050-GET-BUSINESS-DATE-EXIT
039100     END-IF.
039200     READ BUSDATE-FILE
039300         AT END
039400             CLOSE BUSDATE-FILE
039500             GO TO 1050-GET-BUSINESS-DATE-EXIT
039600     END-READ.
039700     CLOSE BUSDATE-FILE.
039800     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
039900             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
040000         DISPLAY 'HOUSASGN - RUNNING AS OF BUSINESS DATE '
040100             BUS-DATE
040200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
040300     END-IF.
040400 1050-GET-BUSINESS-DATE-EXIT.
040500     EXIT.
040600
040700 1080-READ-PARM-CARD.
040800*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 TERM.
040900     MOVE 'N' TO WS-PARM-FOUND-SW.
041000     OPEN INPUT PARM-CARD-FILE.
041100     IF NOT PARM-STATUS-OK
041200         GO TO 1080-READ-PARM-CARD-EXIT
041300     END-IF.
041400     PERFORM 1081-SCAN-ONE-CARD
041500         THRU 1081-SCAN-ONE-CARD-EXIT
041600         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
041700     CLOSE PARM-CARD-FILE.
041800     IF WS-PARM-FOUND
041900         IF PARM-OPTIONS(1:12) = SPACES
042000                 OR PARM-OPTIONS(13:5) = SPACES
042100                 OR PARM-OPTIONS(13:4) IS NOT NUMERIC
042200             MOVE 'N' TO WS-PARM-FOUND-SW
042300             MOVE PARM-OPTIONS(1:17) TO EXC-KEY-VALUE
042400             MOVE 'E392' TO EXC-REASON-CODE
042500             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
042600                 EXC-REASON-TEXT
042700             PERFORM 8900-WRITE-EXCEPTION
042800                 THRU 8900-WRITE-EXCEPTION-EXIT
042900         ELSE
043000             MOVE PARM-OPTIONS(1:12) TO FILENAME
043100             MOVE PARM-OPTIONS(13:5) TO WS-HOUSING-TERM
043200         END-IF
043300     END-IF.
043400 1080-READ-PARM-CARD-EXIT.
043500     EXIT.
043600
043700 1081-SCAN-ONE-CARD.
043800     READ PARM-CARD-FILE
043900         AT END SET PARM-STATUS-EOF TO TRUE
044000     END-READ.
044100     IF PARM-STATUS-EOF
044200         GO TO 1081-SCAN-ONE-CARD-EXIT
044300     END-IF.
044400     IF PARM-PROGRAM-ID = 'HOUSASGN'
044500         SET WS-PARM-FOUND TO TRUE
044600     END-IF.
044700 1081-SCAN-ONE-CARD-EXIT.
044800     EXIT.
044900
045000 1200-LOAD-ROOMS.
045100     MOVE LOW-VALUES TO HOUS-KEY.
045200     START ROOM-FILE KEY IS NOT LESS THAN HOUS-KEY
045300         INVALID KEY SET HOUS-STATUS-EOF TO TRUE
045400     END-START.
045500     PERFORM 1210-LOAD-ONE-ROOM
045600         THRU 1210-LOAD-ONE-ROOM-EXIT
045700         UNTIL HOUS-STATUS-EOF.
045800 1200-LOAD-ROOMS-EXIT.
045900     EXIT.
046000
046100 1210-LOAD-ONE-ROOM.
046200     READ ROOM-FILE NEXT
046300         AT END SET HOUS-STATUS-EOF TO TRUE
046400     END-READ.
046500     IF HOUS-STATUS-EOF
046600         GO TO 1210-LOAD-ONE-ROOM-EXIT
046700     END-IF.
046800     IF WS-ROOM-COUNT NOT < 500
046900         MOVE SPACES TO EXC-KEY-VALUE
047000         STRING HOUS-HALL-ID '/' HOUS-ROOM-ID
047100             DELIMITED BY SIZE
047200             INTO EXC-KEY-VALUE
047300         END-STRING
047400         MOVE 'E275' TO EXC-REASON-CODE
047500         MOVE 'ROOM TABLE FULL - ROOM NOT ASSIGNED' TO
047600             EXC-REASON-TEXT
047700         PERFORM 8900-WRITE-EXCEPTION
047800             THRU 8900-WRITE-EXCEPTION-EXIT
047900         GO TO 1210-LOAD-ONE-ROOM-EXIT
048000     END-IF.
048100     ADD 1 TO WS-ROOM-COUNT.
048200     MOVE HOUS-HALL-ID     TO WS-RM-HALL-ID(WS-ROOM-COUNT).
048300     MOVE HOUS-ROOM-ID     TO WS-RM-ROOM-ID(WS-ROOM-COUNT).
048400     MOVE HOUS-HALL-NAME   TO WS-RM-HALL-NAME(WS-ROOM-COUNT).
048500     MOVE HOUS-ROOM-STATUS TO WS-RM-STATUS(WS-ROOM-COUNT).
048600     MOVE ZERO             TO WS-RM-OCCUPIED(WS-ROOM-COUNT).
048700     IF HOUS-BED-CAPACITY IS NUMERIC
048800         MOVE HOUS-BED-CAPACITY TO WS-RM-BEDS(WS-ROOM-COUNT)
048900     ELSE
049000         MOVE ZERO TO WS-RM-BEDS(WS-ROOM-COUNT)
049100     END-IF.
049200     IF HOUS-ROOM-RATE IS NUMERIC
049300         MOVE HOUS-ROOM-RATE TO WS-RM-RATE(WS-ROOM-COUNT)
049400     ELSE
049500         MOVE ZERO TO WS-RM-RATE(WS-ROOM-COUNT)
049600     END-IF.
049700 1210-LOAD-ONE-ROOM-EXIT.
049800     EXIT.
049900
050000 1300-COUNT-OCCUPANTS.
050100*    BEDS ALREADY GIVEN OUT FOR THE TERM - BY AN EARLIER RUN -
050200*    ARE TAKEN BEFORE ANY NEW APPLICANT IS PLACED.
050300     MOVE LOW-VALUES TO HASG-KEY.
050400     MOVE '00' TO WS-HASG-STATUS.
050500     START ASSIGNMENT-FILE KEY IS NOT LESS THAN HASG-KEY
050600         INVALID KEY SET HASG-STATUS-EOF TO TRUE
050700     END-START.
050800     PERFORM 1310-COUNT-ONE-ASSIGNMENT
050900         THRU 1310-COUNT-ONE-ASSIGNMENT-EXIT
051000         UNTIL HASG-STATUS-EOF.
051100 1300-COUNT-OCCUPANTS-EXIT.
051200     EXIT.
051300
051400 1310-COUNT-ONE-ASSIGNMENT.
051500     READ ASSIGNMENT-FILE NEXT
051600         AT END SET HASG-STATUS-EOF TO TRUE
051700     END-READ.
051800     IF HASG-STATUS-EOF
051900         GO TO 1310-COUNT-ONE-ASSIGNMENT-EXIT
052000     END-IF.
052100     IF HASG-TERM NOT = WS-HOUSING-TERM OR NOT HASG-ASSIGNED
052200         GO TO 1310-COUNT-ONE-ASSIGNMENT-EXIT
052300     END-IF.
052400     MOVE HASG-HALL-ID TO WS-WANT-HALL-ID.
052500     MOVE HASG-ROOM-ID TO WS-WANT-ROOM-ID.
052600     PERFORM 1400-FIND-ROOM
052700         THRU 1400-FIND-ROOM-EXIT.
052800     IF WS-ROOM-FOUND-SUB > ZERO
052900         ADD 1 TO WS-RM-OCCUPIED(WS-ROOM-FOUND-SUB)
053000     ELSE
053100         MOVE SPACES TO EXC-KEY-VALUE
053200         STRING HASG-STUDENT-ID '/' HASG-TERM
053300             DELIMITED BY SIZE
053400             INTO EXC-KEY-VALUE
053500         END-STRING
053600         MOVE 'E276' TO EXC-REASON-CODE
053700         MOVE 'ASSIGNED ROOM NOT ON HOUSMAST' TO
053800             EXC-REASON-TEXT
053900         PERFORM 8900-WRITE-EXCEPTION
054000             THRU 8900-WRITE-EXCEPTION-EXIT
054100     END-IF.
054200 1310-COUNT-ONE-ASSIGNMENT-EXIT.
054300     EXIT.
054400
054500 1400-FIND-ROOM.
054600     MOVE ZERO TO WS-ROOM-FOUND-SUB.
054700     PERFORM 1410-MATCH-ONE-ROOM
054800         THRU 1410-MATCH-ONE-ROOM-EXIT
054900         VARYING WS-ROOM-SUB FROM 1 BY 1
055000         UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
055100             OR WS-ROOM-FOUND-SUB > ZERO.
055200 1400-FIND-ROOM-EXIT.
055300     EXIT.
055400
055500 1410-MATCH-ONE-ROOM.
055600     IF WS-RM-KEY(WS-ROOM-SUB) = WS-WANT-KEY
055700         MOVE WS-ROOM-SUB TO WS-ROOM-FOUND-SUB
055800     END-IF.
055900 1410-MATCH-ONE-ROOM-EXIT.
056000     EXIT.
056100
056200 2000-SELECT-APPLICANTS.
056300     PERFORM 2100-EDIT-NEXT-APPLICATION
056400         THRU 2100-EDIT-NEXT-APPLICATION-EXIT
056500         UNTIL APPL-STATUS-EOF.
056600 2000-SELECT-APPLICANTS-EXIT.
056700     EXIT.
056800
056900 2100-EDIT-NEXT-APPLICATION.
057000     READ APPLICATION-FILE
057100         AT END SET APPL-STATUS-EOF TO TRUE
057200     END-READ.
057300     IF APPL-STATUS-EOF
057400         GO TO 2100-EDIT-NEXT-APPLICATION-EXIT
057500     END-IF.
057600     ADD 1 TO WS-APPS-READ.
057700     IF HAPP-STUDENT-ID IS NOT NUMERIC
057800         MOVE 'E271' TO EXC-REASON-CODE
057900         MOVE 'STUDENT ID NOT NUMERIC' TO EXC-REASON-TEXT
058000         PERFORM 2900-REJECT-APPLICATION
058100             THRU 2900-REJECT-APPLICATION-EXIT
058200         GO TO 2100-EDIT-NEXT-APPLICATION-EXIT
058300     END-IF.
058400     IF HAPP-TERM NOT = WS-HOUSING-TERM
058500         MOVE 'E272' TO EXC-REASON-CODE
058600         MOVE 'APPLICATION NOT FOR THE RUN TERM' TO
058700             EXC-REASON-TEXT
058800         PERFORM 2900-REJECT-APPLICATION
058900             THRU 2900-REJECT-APPLICATION-EXIT
059000         GO TO 2100-EDIT-NEXT-APPLICATION-EXIT
059100     END-IF.
059200     MOVE HAPP-STUDENT-ID-N TO STUDENT-ID.
059300     READ STUDENT
059400         INVALID KEY MOVE SPACE TO STUDENT-ENROLL-STATUS
059500     END-READ.
059600     IF NOT STU-ACTIVE
059700         MOVE 'E273' TO EXC-REASON-CODE
059800         MOVE 'STUDENT NOT ON MASTER OR NOT ACTIVE' TO
059900             EXC-REASON-TEXT
060000         PERFORM 2900-REJECT-APPLICATION
060100             THRU 2900-REJECT-APPLICATION-EXIT
060200         GO TO 2100-EDIT-NEXT-APPLICATION-EXIT
060300     END-IF.
060400     MOVE HAPP-STUDENT-ID-N TO WS-WALK-STUDENT-ID.
060500     PERFORM 2300-COUNT-REGISTERED
060600         THRU 2300-COUNT-REGISTERED-EXIT.
060700     IF WS-REGISTERED-COURSES = ZERO
060800         MOVE 'E274' TO EXC-REASON-CODE
060900         MOVE 'STUDENT NOT REGISTERED FOR THE TERM' TO
061000             EXC-REASON-TEXT
061100         PERFORM 2900-REJECT-APPLICATION
061200             THRU 2900-REJECT-APPLICATION-EXIT
061300         GO TO 2100-EDIT-NEXT-APPLICATION-EXIT
061400     END-IF.
061500     MOVE SPACES TO APPL-SORT-RECORD.
061600     IF HAPP-PRIORITY IS NUMERIC
061700         MOVE HAPP-PRIORITY-N TO ASRT-PRIORITY
061800     ELSE
061900         MOVE 99 TO ASRT-PRIORITY
062000     END-IF.
062100     IF HAPP-APPL-DATE IS NUMERIC
062200         MOVE HAPP-APPL-DATE-N TO ASRT-APPL-DATE
062300     ELSE
062400         MOVE 99999999 TO ASRT-APPL-DATE
062500     END-IF.
062600     MOVE HAPP-STUDENT-ID-N TO ASRT-STUDENT-ID.
062700     MOVE NAME              TO ASRT-NAME.
062800     MOVE HAPP-PREF-HALL    TO ASRT-PREF-HALL.
062900     RELEASE APPL-SORT-RECORD.
063000 2100-EDIT-NEXT-APPLICATION-EXIT.
063100     EXIT.
063200
063300 2300-COUNT-REGISTERED.
063400     MOVE ZERO TO WS-REGISTERED-COURSES.
063500     MOVE 'N' TO WS-ENRL-DONE-SW.
063600     MOVE LOW-VALUES TO ENRL-KEY.
063700     MOVE WS-WALK-STUDENT-ID TO ENRL-STUDENT-ID.
063800     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
063900         INVALID KEY SET WS-ENRL-DONE TO TRUE
064000     END-START.
064100     PERFORM 2310-COUNT-ONE-REGISTERED
064200         THRU 2310-COUNT-ONE-REGISTERED-EXIT
064300         UNTIL WS-ENRL-DONE.
064400 2300-COUNT-REGISTERED-EXIT.
064500     EXIT.
064600
064700 2310-COUNT-ONE-REGISTERED.
064800     READ ENROLLMENT-FILE NEXT
064900         AT END SET WS-ENRL-DONE TO TRUE
065000     END-READ.
065100     IF WS-ENRL-DONE
065200         GO TO 2310-COUNT-ONE-REGISTERED-EXIT
065300     END-IF.
065400     IF ENRL-STUDENT-ID NOT = WS-WALK-STUDENT-ID
065500         SET WS-ENRL-DONE TO TRUE
065600         GO TO 2310-COUNT-ONE-REGISTERED-EXIT
065700     END-IF.
065800     IF ENRL-TERM = WS-HOUSING-TERM AND ENRL-REGISTERED
065900         ADD 1 TO WS-REGISTERED-COURSES
066000     END-IF.
066100 2310-COUNT-ONE-REGISTERED-EXIT.
066200     EXIT.
066300
066400 2900-REJECT-APPLICATION.
066500*    A REJECTED APPLICANT KEEPS WHATEVER ROOMASGN ALREADY
066600*    HOLDS - RELEASING A BED IS THE HOUSING OFFICE'S CALL.
066700     ADD 1 TO WS-APPS-REJECTED.
066800     MOVE SPACES TO EXC-KEY-VALUE.
066900     STRING HAPP-STUDENT-ID '/' HAPP-TERM
067000         DELIMITED BY SIZE
067100         INTO EXC-KEY-VALUE
067200     END-STRING.
067300     PERFORM 8900-WRITE-EXCEPTION
067400         THRU 8900-WRITE-EXCEPTION-EXIT.
067500 2900-REJECT-APPLICATION-EXIT.
067600     EXIT.
067700
067800 3000-ASSIGN-ROOMS.
067900     MOVE SPACES TO ASSIGN-REPORT-LINE.
068000     STRING 'RESIDENCE HALL ASSIGNMENTS - TERM ' WS-HOUSING-TERM
068100            '     AS OF ' WS-TODAY-YYYYMMDD
068200         DELIMITED BY SIZE
068300         INTO ASSIGN-REPORT-LINE
068400     END-STRING.
068500     WRITE ASSIGN-REPORT-LINE.
068600     MOVE SPACES TO ASSIGN-REPORT-LINE.
068700     WRITE ASSIGN-REPORT-LINE.
068800     MOVE 'STUDENT   NAME                      PRI RESULT'
068900         TO ASSIGN-REPORT-LINE.
069000     MOVE 'HALL ROOM        RATE' TO ASSIGN-REPORT-LINE(59:21).
069100     WRITE ASSIGN-REPORT-LINE.
069200     PERFORM 3100-RETURN-NEXT
069300         THRU 3100-RETURN-NEXT-EXIT
069400         UNTIL SORT-AT-EOF.
069500 3000-ASSIGN-ROOMS-EXIT.
069600     EXIT.
069700
069800 3100-RETURN-NEXT.
069900     RETURN APPL-SORT INTO APPL-SORT-RECORD
070000         AT END SET SORT-AT-EOF TO TRUE
070100     END-RETURN.
070200     IF SORT-AT-EOF
070300         GO TO 3100-RETURN-NEXT-EXIT
070400     END-IF.
070500     MOVE 'N' TO WS-HASG-FOUND-SW.
070600     MOVE ASRT-STUDENT-ID TO HASG-STUDENT-ID.
070700     MOVE WS-HOUSING-TERM TO HASG-TERM.
070800     READ ASSIGNMENT-FILE
070900         INVALID KEY CONTINUE
071000         NOT INVALID KEY SET WS-HASG-FOUND TO TRUE
071100     END-READ.
071200*    A STUDENT ALREADY HOUSED KEEPS THE BED AND THE RATE IT WAS
071300*    GIVEN AT; THE CHARGE IS STILL RE-POSTED SO A RERUN RESTORES
071400*    IT, BUT IN PLACE - NEVER A SECOND TIME.
071500     IF WS-HASG-FOUND AND HASG-ASSIGNED
071600         ADD 1 TO WS-ALREADY-HOUSED
071700         MOVE 'ALREADY ASSIGNED' TO WS-RESULT-TEXT
071800         PERFORM 4000-POST-RECEIVABLE
071900             THRU 4000-POST-RECEIVABLE-EXIT
072000         PERFORM 3900-WRITE-RESULT-LINE
072100             THRU 3900-WRITE-RESULT-LINE-EXIT
072200         GO TO 3100-RETURN-NEXT-EXIT
072300     END-IF.
072400     PERFORM 3200-FIND-BED
072500         THRU 3200-FIND-BED-EXIT.
072600     IF WS-ROOM-FOUND-SUB = ZERO
072700         PERFORM 3400-WAITLIST-APPLICANT
072800             THRU 3400-WAITLIST-APPLICANT-EXIT
072900     ELSE
073000         PERFORM 3300-ASSIGN-BED
073100             THRU 3300-ASSIGN-BED-EXIT
073200     END-IF.
073300 3100-RETURN-NEXT-EXIT.
073400     EXIT.
073500
073600 3200-FIND-BED.
073700*    THE PREFERRED HALL FIRST, THEN THE FIRST FREE BED IN HALL
073800*    AND ROOM ORDER.  A CLOSED ROOM TAKES NOBODY NEW.
073900     MOVE ZERO TO WS-ROOM-FOUND-SUB.
074000     IF ASRT-PREF-HALL NOT = SPACES
074100         MOVE ASRT-PREF-HALL TO WS-WANT-HALL-ID
074200         PERFORM 3210-TRY-ONE-ROOM
074300             THRU 3210-TRY-ONE-ROOM-EXIT
074400             VARYING WS-ROOM-SUB FROM 1 BY 1
074500             UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
074600                 OR WS-ROOM-FOUND-SUB > ZERO
074700     END-IF.
074800     IF WS-ROOM-FOUND-SUB > ZERO
074900         GO TO 3200-FIND-BED-EXIT
075000     END-IF.
075100     MOVE SPACES TO WS-WANT-HALL-ID.
075200     PERFORM 3210-TRY-ONE-ROOM
075300         THRU 3210-TRY-ONE-ROOM-EXIT
075400         VARYING WS-ROOM-SUB FROM 1 BY 1
075500         UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
075600             OR WS-ROOM-FOUND-SUB > ZERO.
075700 3200-FIND-BED-EXIT.
075800     EXIT.
075900
076000 3210-TRY-ONE-ROOM.
076100     IF NOT WS-RM-OPEN(WS-ROOM-SUB)
076200             OR WS-RM-OCCUPIED(WS-ROOM-SUB)
076300                 NOT < WS-RM-BEDS(WS-ROOM-SUB)
076400         GO TO 3210-TRY-ONE-ROOM-EXIT
076500     END-IF.
076600     IF WS-WANT-HALL-ID = SPACES
076700             OR WS-RM-HALL-ID(WS-ROOM-SUB) = WS-WANT-HALL-ID
076800         MOVE WS-ROOM-SUB TO WS-ROOM-FOUND-SUB
076900     END-IF.
077000 3210-TRY-ONE-ROOM-EXIT.
077100     EXIT.
077200
077300 3300-ASSIGN-BED.
077400     ADD 1 TO WS-RM-OCCUPIED(WS-ROOM-FOUND-SUB).
077500     ADD 1 TO WS-BEDS-ASSIGNED.
077600     MOVE ASRT-STUDENT-ID TO HASG-STUDENT-ID.
077700     MOVE WS-HOUSING-TERM TO HASG-TERM.
077800     SET HASG-ASSIGNED TO TRUE.
077900     MOVE WS-RM-HALL-ID(WS-ROOM-FOUND-SUB) TO HASG-HALL-ID.
078000     MOVE WS-RM-ROOM-ID(WS-ROOM-FOUND-SUB) TO HASG-ROOM-ID.
078100     MOVE WS-RM-RATE(WS-ROOM-FOUND-SUB)    TO HASG-ROOM-RATE.
078200     MOVE ASRT-PRIORITY   TO HASG-PRIORITY.
078300     MOVE ASRT-APPL-DATE  TO HASG-APPL-DATE.
078400     MOVE WS-TODAY-YYYYMMDD TO HASG-STATUS-DATE.
078500*    A WAITLISTED APPLICANT FROM AN EARLIER RUN IS PROMOTED IN
078600*    PLACE.
078700     IF WS-HASG-FOUND
078800         REWRITE HOUSING-ASSIGN-RECORD
078900             INVALID KEY CONTINUE
079000         END-REWRITE
079100     ELSE
079200         WRITE HOUSING-ASSIGN-RECORD
079300             INVALID KEY CONTINUE
079400         END-WRITE
079500     END-IF.
079600     MOVE 'ASSIGNED' TO WS-RESULT-TEXT.
079700     PERFORM 4000-POST-RECEIVABLE
079800         THRU 4000-POST-RECEIVABLE-EXIT.
079900     PERFORM 3900-WRITE-RESULT-LINE
080000         THRU 3900-WRITE-RESULT-LINE-EXIT.
080100 3300-ASSIGN-BED-EXIT.
080200     EXIT.
080300
080400 3400-WAITLIST-APPLICANT.
080500*    NO BED, NO CHARGE.  AN APPLICANT ALREADY WAITING KEEPS THE
080600*    DATE THEY WERE FIRST WAITLISTED.
080700     ADD 1 TO WS-WAITLISTED.
080800     MOVE 'WAITLISTED' TO WS-RESULT-TEXT.
080900     IF NOT WS-HASG-FOUND
081000         MOVE ASRT-STUDENT-ID TO HASG-STUDENT-ID
081100         MOVE WS-HOUSING-TERM TO HASG-TERM
081200         SET HASG-WAITLISTED TO TRUE
081300         MOVE SPACES          TO HASG-HALL-ID
081400         MOVE SPACES          TO HASG-ROOM-ID
081500         MOVE ZERO            TO HASG-ROOM-RATE
081600         MOVE ASRT-PRIORITY   TO HASG-PRIORITY
081700         MOVE ASRT-APPL-DATE  TO HASG-APPL-DATE
081800         MOVE WS-TODAY-YYYYMMDD TO HASG-STATUS-DATE
081900         WRITE HOUSING-ASSIGN-RECORD
082000             INVALID KEY CONTINUE
082100         END-WRITE
082200     END-IF.
082300     PERFORM 3900-WRITE-RESULT-LINE
082400         THRU 3900-WRITE-RESULT-LINE-EXIT.
082500 3400-WAITLIST-APPLICANT-EXIT.
082600     EXIT.
082700
082800 3900-WRITE-RESULT-LINE.
082900     MOVE SPACES TO ASSIGN-REPORT-LINE.
083000     MOVE ASRT-PRIORITY TO WS-PRIORITY-EDIT.
083100     STRING ASRT-STUDENT-ID ' ' ASRT-NAME ' ' WS-PRIORITY-EDIT
083200            '  ' WS-RESULT-TEXT
083300         DELIMITED BY SIZE
083400         INTO ASSIGN-REPORT-LINE
083500     END-STRING.
083600     IF HASG-ASSIGNED
083700         MOVE HASG-ROOM-RATE TO WS-AMOUNT-EDIT
083800         MOVE HASG-HALL-ID   TO ASSIGN-REPORT-LINE(59:4)
083900         MOVE HASG-ROOM-ID   TO ASSIGN-REPORT-LINE(64:5)
084000         MOVE WS-AMOUNT-EDIT TO ASSIGN-REPORT-LINE(70:10)
084100     END-IF.
084200     WRITE ASSIGN-REPORT-LINE.
084300 3900-WRITE-RESULT-LINE-EXIT.
084400     EXIT.
084500
084600 4000-POST-RECEIVABLE.
084700*    THE SAME REBILL-IN-PLACE RULE AS TUITBILL - THE ROOM
084800*    CHARGE IS THE HOUSING SHARE OF RECV-BILLED, AND A RERUN
084900*    REPLACES THAT SHARE RATHER THAN ADDING TO IT.  THE
085000*    TUITION SHARE IS LEFT ALONE.
085100     MOVE HASG-ROOM-RATE     TO WS-ROOM-CHARGE.
085200     MOVE ZERO               TO WS-PRIOR-HOUSING.
085300     MOVE HASG-STUDENT-ID    TO RECV-STUDENT-ID.
085400     MOVE WS-HOUSING-TERM    TO RECV-TERM.
085500     MOVE WS-TODAY-YYYYMMDD  TO RECV-BILL-DATE.
085600     MOVE WS-ROOM-CHARGE     TO RECV-BILLED.
085700     MOVE ZERO               TO RECV-PAID.
085800     MOVE WS-ROOM-CHARGE     TO RECV-BALANCE.
085900     MOVE ZERO               TO RECV-CREDITED.
086000     MOVE ZERO               TO RECV-REFUND-DUE.
086100     MOVE ZERO               TO RECV-REFUNDED.
086200     SET RECV-IN-HOUSE       TO TRUE.
086300     MOVE ZERO               TO RECV-PLACED-DATE.
086400     MOVE ZERO               TO RECV-AID-DISBURSED.
086500     MOVE WS-ROOM-CHARGE     TO RECV-HOUSING-BILLED.
086600     WRITE RECEIVABLE-RECORD
086700         INVALID KEY
086800             PERFORM 4050-REBILL-IN-PLACE
086900                 THRU 4050-REBILL-IN-PLACE-EXIT
087000     END-WRITE.
087100     ADD 1 TO WS-CHARGES-POSTED.
087200     ADD WS-ROOM-CHARGE TO WS-TOTAL-CHARGED.
087300     PERFORM 4100-WRITE-REGISTER-LINE
087400         THRU 4100-WRITE-REGISTER-LINE-EXIT.
087500 4000-POST-RECEIVABLE-EXIT.
087600     EXIT.
087700
087800 4050-REBILL-IN-PLACE.
087900     MOVE HASG-STUDENT-ID TO RECV-STUDENT-ID.
088000     MOVE WS-HOUSING-TERM TO RECV-TERM.
088100     READ RECEIVABLE-FILE
088200         INVALID KEY GO TO 4050-REBILL-IN-PLACE-EXIT
088300     END-READ.
088400     MOVE RECV-HOUSING-BILLED TO WS-PRIOR-HOUSING.
088500     MOVE WS-TODAY-YYYYMMDD   TO RECV-BILL-DATE.
088600     COMPUTE RECV-BILLED =
088700         RECV-BILLED - WS-PRIOR-HOUSING + WS-ROOM-CHARGE.
088800     MOVE WS-ROOM-CHARGE      TO RECV-HOUSING-BILLED.
088900*    SAME RULE AS CRSEDROP - A CREDIT BALANCE STOPS AT ZERO AND
089000*    THE EXCESS IS OWED BACK (SEE RECVREC).
089100     COMPUTE WS-NET-BALANCE =
089200         RECV-BILLED - RECV-CREDITED - RECV-PAID
089300         + RECV-REFUNDED.
089400     IF WS-NET-BALANCE < ZERO
089500         MOVE ZERO TO RECV-BALANCE
089600         COMPUTE RECV-REFUND-DUE = ZERO - WS-NET-BALANCE
089700     ELSE
089800         MOVE WS-NET-BALANCE TO RECV-BALANCE
089900         MOVE ZERO TO RECV-REFUND-DUE
090000     END-IF.
090100     REWRITE RECEIVABLE-RECORD
090200         INVALID KEY CONTINUE
090300     END-REWRITE.
090400 4050-REBILL-IN-PLACE-EXIT.
090500     EXIT.
090600
090700 4100-WRITE-REGISTER-LINE.
090800*    THE TUITREG LAYOUT PLUS THE ROOM - ONE LINE PER POSTING,
090900*    THE LATEST LINE FOR A STUDENT/TERM IS THE ONE THAT STANDS
091000*    AND THE PRIOR AMOUNT GIVES THE CHANGE.
091100     MOVE SPACES TO HOUSING-REGISTER-LINE.
091200     MOVE WS-TODAY-YYYYMMDD TO HREG-DATE.
091300     MOVE WS-TIME-HHMMSSHH  TO HREG-TIME.
091400     MOVE HASG-STUDENT-ID   TO HREG-STUDENT-ID.
091500     MOVE WS-HOUSING-TERM   TO HREG-TERM.
091600     MOVE WS-ROOM-CHARGE    TO HREG-AMOUNT.
091700     MOVE WS-PRIOR-HOUSING  TO HREG-PRIOR-AMOUNT.
091800     MOVE HASG-HALL-ID      TO HREG-HALL-ID.
091900     MOVE HASG-ROOM-ID      TO HREG-ROOM-ID.
092000     WRITE HOUSING-REGISTER-LINE.
092100 4100-WRITE-REGISTER-LINE-EXIT.
092200     EXIT.
092300
092400 5000-SELECT-OCCUPANTS.
092500     MOVE LOW-VALUES TO HASG-KEY.
092600     MOVE '00' TO WS-HASG-STATUS.
092700     START ASSIGNMENT-FILE KEY IS NOT LESS THAN HASG-KEY
092800         INVALID KEY SET HASG-STATUS-EOF TO TRUE
092900     END-START.
093000     PERFORM 5100-SELECT-ONE-OCCUPANT
093100         THRU 5100-SELECT-ONE-OCCUPANT-EXIT
093200         UNTIL HASG-STATUS-EOF.
093300 5000-SELECT-OCCUPANTS-EXIT.
093400     EXIT.
093500
093600 5100-SELECT-ONE-OCCUPANT.
093700     READ ASSIGNMENT-FILE NEXT
093800         AT END SET HASG-STATUS-EOF TO TRUE
093900     END-READ.
094000     IF HASG-STATUS-EOF
094100         GO TO 5100-SELECT-ONE-OCCUPANT-EXIT
094200     END-IF.
094300     IF HASG-TERM NOT = WS-HOUSING-TERM OR NOT HASG-ASSIGNED
094400         GO TO 5100-SELECT-ONE-OCCUPANT-EXIT
094500     END-IF.
094600     MOVE HASG-STUDENT-ID TO STUDENT-ID.
094700     READ STUDENT
094800         INVALID KEY
094900             MOVE '** NOT ON STUDENT MASTER **' TO NAME
095000     END-READ.
095100     MOVE HASG-HALL-ID    TO RSRT-HALL-ID.
095200     MOVE HASG-ROOM-ID    TO RSRT-ROOM-ID.
095300     MOVE NAME            TO RSRT-NAME.
095400     MOVE HASG-STUDENT-ID TO RSRT-STUDENT-ID.
095500     RELEASE ROSTER-SORT-RECORD.
095600 5100-SELECT-ONE-OCCUPANT-EXIT.
095700     EXIT.
095800
095900 6000-PRINT-ROSTERS.
096000*    THE ROOM TABLE DRIVES THE ROSTER SO EMPTY ROOMS AND EMPTY
096100*    BEDS PRINT TOO; THE SORTED OCCUPANTS ARE MATCHED TO IT.
096200*    AN OCCUPANT OF A ROOM NO LONGER ON HOUSMAST WAS ALREADY
096300*    REPORTED WHEN THE BEDS WERE COUNTED.
096400     PERFORM 6900-RETURN-OCCUPANT
096500         THRU 6900-RETURN-OCCUPANT-EXIT.
096600     PERFORM 6100-PRINT-ONE-ROOM
096700         THRU 6100-PRINT-ONE-ROOM-EXIT
096800         VARYING WS-ROOM-SUB FROM 1 BY 1
096900         UNTIL WS-ROOM-SUB > WS-ROOM-COUNT.
097000     IF WS-ROOM-COUNT > ZERO
097100         PERFORM 6400-WRITE-HALL-TOTALS
097200             THRU 6400-WRITE-HALL-TOTALS-EXIT
097300     END-IF.
097400 6000-PRINT-ROSTERS-EXIT.
097500     EXIT.
097600
097700 6100-PRINT-ONE-ROOM.
097800     IF WS-ROOM-SUB = 1
097900             OR WS-RM-HALL-ID(WS-ROOM-SUB) NOT = WS-PREV-HALL-ID
098000         IF WS-ROOM-SUB > 1
098100             PERFORM 6400-WRITE-HALL-TOTALS
098200                 THRU 6400-WRITE-HALL-TOTALS-EXIT
098300         END-IF
098400         PERFORM 6200-WRITE-HALL-HEADING
098500             THRU 6200-WRITE-HALL-HEADING-EXIT
098600     END-IF.
098700     MOVE WS-RM-HALL-ID(WS-ROOM-SUB) TO WS-PREV-HALL-ID.
098800     MOVE WS-RM-KEY(WS-ROOM-SUB) TO WS-WANT-KEY.
098900     MOVE WS-RM-BEDS(WS-ROOM-SUB) TO WS-COUNT-EDIT.
099000     MOVE SPACES TO ROSTER-REPORT-LINE.
099100     STRING 'ROOM ' WS-RM-ROOM-ID(WS-ROOM-SUB)
099200            '  BEDS ' WS-COUNT-EDIT
099300         DELIMITED BY SIZE
099400         INTO ROSTER-REPORT-LINE
099500     END-STRING.
099600     IF NOT WS-RM-OPEN(WS-ROOM-SUB)
099700         MOVE '(CLOSED)' TO ROSTER-REPORT-LINE(26:8)
099800     END-IF.
099900     WRITE ROSTER-REPORT-LINE.
100000     MOVE ZERO TO WS-ROOM-OCCUPANTS.
100100     PERFORM 6300-PRINT-ONE-OCCUPANT
100200         THRU 6300-PRINT-ONE-OCCUPANT-EXIT
100300         UNTIL ROSTER-AT-EOF
100400             OR RSRT-ROOM-KEY > WS-WANT-KEY.
100500     MOVE ZERO TO WS-VACANT-BEDS.
100600     IF WS-RM-BEDS(WS-ROOM-SUB) > WS-ROOM-OCCUPANTS
100700         COMPUTE WS-VACANT-BEDS =
100800             WS-RM-BEDS(WS-ROOM-SUB) - WS-ROOM-OCCUPANTS
100900     END-IF.
101000     PERFORM 6350-PRINT-VACANT-BED
101100         THRU 6350-PRINT-VACANT-BED-EXIT
101200         WS-VACANT-BEDS TIMES.
101300     ADD WS-RM-BEDS(WS-ROOM-SUB) TO WS-HALL-BEDS.
101400     ADD WS-ROOM-OCCUPANTS TO WS-HALL-OCCUPANTS.
101500 6100-PRINT-ONE-ROOM-EXIT.
101600     EXIT.
101700
101800 6200-WRITE-HALL-HEADING.
101900     ADD 1 TO WS-HALL-PAGES.
102000     MOVE ZERO TO WS-HALL-BEDS.
102100     MOVE ZERO TO WS-HALL-OCCUPANTS.
102200     MOVE SPACES TO ROSTER-REPORT-LINE.
102300     STRING 'RESIDENCE HALL ROOM ROSTER - TERM ' WS-HOUSING-TERM
102400            '     AS OF ' WS-TODAY-YYYYMMDD
102500         DELIMITED BY SIZE
102600         INTO ROSTER-REPORT-LINE
102700     END-STRING.
102800     WRITE ROSTER-REPORT-LINE AFTER ADVANCING PAGE.
102900     MOVE SPACES TO ROSTER-REPORT-LINE.
103000     STRING 'HALL ' WS-RM-HALL-ID(WS-ROOM-SUB) ' '
103100            WS-RM-HALL-NAME(WS-ROOM-SUB)
103200         DELIMITED BY SIZE
103300         INTO ROSTER-REPORT-LINE
103400     END-STRING.
103500     WRITE ROSTER-REPORT-LINE.
103600     MOVE SPACES TO ROSTER-REPORT-LINE.
103700     WRITE ROSTER-REPORT-LINE.
103800 6200-WRITE-HALL-HEADING-EXIT.
103900     EXIT.
104000
104100 6300-PRINT-ONE-OCCUPANT.
104200     IF RSRT-ROOM-KEY = WS-WANT-KEY
104300         ADD 1 TO WS-ROOM-OCCUPANTS
104400         MOVE SPACES TO ROSTER-REPORT-LINE
104500         STRING '    ' RSRT-STUDENT-ID '  ' RSRT-NAME
104600             DELIMITED BY SIZE
104700             INTO ROSTER-REPORT-LINE
104800         END-STRING
104900         WRITE ROSTER-REPORT-LINE
105000     END-IF.
105100     PERFORM 6900-RETURN-OCCUPANT
105200         THRU 6900-RETURN-OCCUPANT-EXIT.
105300 6300-PRINT-ONE-OCCUPANT-EXIT.
105400     EXIT.
105500
105600 6350-PRINT-VACANT-BED.
105700     MOVE '    -- VACANT BED --' TO ROSTER-REPORT-LINE.
105800     WRITE ROSTER-REPORT-LINE.
105900 6350-PRINT-VACANT-BED-EXIT.
106000     EXIT.
106100
106200 6400-WRITE-HALL-TOTALS.
106300     MOVE SPACES TO ROSTER-REPORT-LINE.
106400     WRITE ROSTER-REPORT-LINE.
106500     MOVE WS-HALL-BEDS TO WS-COUNT-EDIT.
106600     MOVE WS-HALL-OCCUPANTS TO WS-COUNT-EDIT-2.
106700     MOVE SPACES TO ROSTER-REPORT-LINE.
106800     STRING 'HALL ' WS-PREV-HALL-ID ' TOTAL BEDS ' WS-COUNT-EDIT
106900            '   OCCUPIED ' WS-COUNT-EDIT-2
107000         DELIMITED BY SIZE
107100         INTO ROSTER-REPORT-LINE
107200     END-STRING.
107300     WRITE ROSTER-REPORT-LINE.
107400 6400-WRITE-HALL-TOTALS-EXIT.
107500     EXIT.
107600
107700 6900-RETURN-OCCUPANT.
107800     RETURN ROSTER-SORT INTO ROSTER-SORT-RECORD
107900         AT END SET ROSTER-AT-EOF TO TRUE
108000     END-RETURN.
108100 6900-RETURN-OCCUPANT-EXIT.
108200     EXIT.
108300
108400 7000-WRITE-RUNCTL-COMPLETE.
108500     MOVE '00' TO WS-RUNCTL-STATUS.
108600     OPEN EXTEND RUNCTL-FILE.
108700     IF NOT RUNCTL-STATUS-OK
108800         OPEN OUTPUT RUNCTL-FILE
108900     END-IF.
109000     MOVE 'HOUSASGN' TO RUNCTL-STEP-NAME.
109100     SET RUNCTL-COMPLETE TO TRUE.
109200     MOVE WS-HOUSING-TERM TO RUNCTL-LAST-KEY.
109300     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
109400     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
109500     MOVE SPACES TO RUNCTL-OPERATOR-ID.
109600     WRITE RUNCTL-RECORD.
109700     CLOSE RUNCTL-FILE.
109800 7000-WRITE-RUNCTL-COMPLETE-EXIT.
109900     EXIT.
110000
110100 8900-WRITE-EXCEPTION.
110200     MOVE 'HOUSASGN' TO EXC-PROGRAM-ID.
110300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
110400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
110500     MOVE SPACES TO EXC-OPERATOR-ID.
110600     WRITE EXC-RECORD.
110700     SET RC-WARNING TO TRUE.
110800 8900-WRITE-EXCEPTION-EXIT.
110900     EXIT.
111000
111100 9000-FINISH.
111200     CLOSE STUDENT.
111300     CLOSE ENROLLMENT-FILE.
111400     CLOSE ROOM-FILE.
111500     CLOSE ASSIGNMENT-FILE.
111600     CLOSE RECEIVABLE-FILE.
111700     CLOSE APPLICATION-FILE.
111800     CLOSE HOUSING-REGISTER.
111900     CLOSE ASSIGN-REPORT.
112000     CLOSE ROSTER-REPORT.
112100     CLOSE EXCEPTION-FILE.
112200     DISPLAY 'HOUSASGN - APPLICATIONS READ : ' WS-APPS-READ.
112300     DISPLAY 'HOUSASGN - APPLICATIONS REJ  : ' WS-APPS-REJECTED.
112400     DISPLAY 'HOUSASGN - ROOMS ON MASTER   : ' WS-ROOM-COUNT.
112500     DISPLAY 'HOUSASGN - BEDS ASSIGNED     : ' WS-BEDS-ASSIGNED.
112600     DISPLAY 'HOUSASGN - ALREADY HOUSED    : ' WS-ALREADY-HOUSED.
112700     DISPLAY 'HOUSASGN - WAITLISTED        : ' WS-WAITLISTED.
112800     DISPLAY 'HOUSASGN - CHARGES POSTED    : ' WS-CHARGES-POSTED.
112900     DISPLAY 'HOUSASGN - TOTAL CHARGED     : ' WS-TOTAL-CHARGED.
113000     DISPLAY 'HOUSASGN - HALL ROSTERS      : ' WS-HALL-PAGES.
113100     DISPLAY 'HOUSASGN - RETURN CODE       : ' WS-RETURN-CODE.
113200 9000-FINISH-EXIT.
113300     EXIT.
113400
113500 9999-EXIT.
113600     STOP RUN.
