000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERLYALRT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MIDTERM EARLY-ALERT
001000*                    REPORT.  READS THE INSTRUCTORS' AT-RISK
001100*                    FLAGS (EARLYALR), EDITS EACH AGAINST
001200*                    ENRLMAST, AND PRINTS ONE PAGE PER ADVISOR
001300*                    (STUDADVR/ADVMAST, SEE ADVSREC AND ADVRREC)
001400*                    LISTING EACH ADVISEE WITH AN ALERT - WITH
001500*                    THE STUDENT'S CURRENT STUDENT-GPA AND
001600*                    ACADSTND STANDING - AND EVERY ADVISEE ON
001700*                    PROBATION WHETHER ALERTED OR NOT, SO THE
001800*                    ADVISOR HEARS BEFORE ACADSTND SUSPENDS.
001900*                    ONCE THE DROP DEADLINE HAS PASSED EACH
002000*                    LISTED STUDENT ALSO SHOWS THE COURSES IN
002100*                    WHICH THEY ARE THE ONLY ONE OF THAT
002200*                    ADVISOR'S ADVISEES STILL REGISTERED.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STUDENT ASSIGN TO FILENAME
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS STUDENT-ID
003100         FILE STATUS IS WS-STUDENT-STATUS.
003200
003300     SELECT ALERT-FILE ASSIGN TO "EARLYALR"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ALRT-STATUS.
003600
003700     SELECT ADVISOR-FILE ASSIGN TO "ADVMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ADVR-ADVISOR-ID
004100         FILE STATUS IS WS-ADVR-STATUS.
004200
004300     SELECT ADVISEE-FILE ASSIGN TO "STUDADVR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ADVS-STUDENT-ID
004700         FILE STATUS IS WS-ADVS-STATUS.
004800
004900     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ENRL-KEY
005300         FILE STATUS IS WS-ENRL-STATUS.
005400
005500     SELECT COURSE-COUNT-INDEX ASSIGN TO "ALRTCIDX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ACX-KEY
005900         FILE STATUS IS WS-ACX-STATUS.
006000
006100     SELECT SORT-WORK ASSIGN TO "ALRTSWRK".
006200
006300     SELECT ALERT-REPORT ASSIGN TO "ALRTRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CALENDAR-STATUS.
006900
007000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-BUSDATE-STATUS.
007300
007400     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PARM-STATUS.
007700
007800     SELECT EXCEPTION-FILE ASSIGN TO "ALRTEXC"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  STUDENT.
008400     COPY STUDREC.
008500
008600 01  FILENAME                   PIC X(12).
008700
008800*    ONE LINE PER FLAGGED STUDENT PER SECTION FROM THE
008900*    INSTRUCTOR - THE REASON IS THE INSTRUCTOR'S OWN SHORT CODE
009000*    (E.G. AT ATTENDANCE, GR GRADES, WK MISSING WORK).
009100 FD  ALERT-FILE.
009200 01  ALERT-RECORD.
009300     05  ALRT-STUDENT-ID             PIC X(09).
009400     05  ALRT-STUDENT-ID-N REDEFINES ALRT-STUDENT-ID
009500                                     PIC 9(09).
009600     05  FILLER                      PIC X(01).
009700     05  ALRT-COURSE-ID              PIC X(08).
009800     05  FILLER                      PIC X(01).
009900     05  ALRT-SECTION                PIC X(03).
010000     05  FILLER                      PIC X(01).
010100     05  ALRT-TERM                   PIC X(05).
010200     05  FILLER                      PIC X(01).
010300     05  ALRT-INSTRUCTOR-ID          PIC X(08).
010400     05  FILLER                      PIC X(01).
010500     05  ALRT-REASON                 PIC X(02).
010600     05  FILLER                      PIC X(01).
010700     05  ALRT-COMMENT                PIC X(30).
010800
010900 FD  ADVISOR-FILE.
011000     COPY ADVRREC.
011100
011200 FD  ADVISEE-FILE.
011300     COPY ADVSREC.
011400
011500 FD  ENROLLMENT-FILE.
011600     COPY ENRLREC.
011700
011800*    HOW MANY OF ONE ADVISOR'S ADVISEES ARE REGISTERED IN A
011900*    COURSE FOR THE TERM.
012000 FD  COURSE-COUNT-INDEX.
012100 01  COURSE-COUNT-RECORD.
012200     05  ACX-KEY.
012300         10  ACX-ADVISOR-ID          PIC X(08).
012400         10  ACX-COURSE-ID           PIC X(08).
012500     05  ACX-ADVISEE-COUNT           PIC 9(05).
012600
012700 SD  SORT-WORK.
012800 01  SORT-ALERT-RECORD.
012900     05  SORT-ADVISOR-ID             PIC X(08).
013000     05  SORT-STUDENT-ID             PIC 9(09).
013100     05  SORT-REC-TYPE               PIC X(01).
013200         88  SORT-IS-ALERT           VALUE 'A'.
013300         88  SORT-IS-PROBATION       VALUE 'P'.
013400     05  SORT-COURSE-ID              PIC X(08).
013500     05  SORT-SECTION                PIC X(03).
013600     05  SORT-INSTRUCTOR-ID          PIC X(08).
013700     05  SORT-REASON                 PIC X(02).
013800     05  SORT-COMMENT                PIC X(30).
013900
014000 FD  ALERT-REPORT.
014100 01  ALERT-REPORT-LINE              PIC X(80).
014200
014300 FD  CALENDAR-FILE.
014400     COPY CALREC.
014500
014600 FD  BUSDATE-FILE.
014700     COPY BUSDATE.
014800
014900 FD  PARM-CARD-FILE.
015000     COPY PARMREC.
015100
015200 FD  EXCEPTION-FILE.
015300     COPY EXCREC.
015400
015500 WORKING-STORAGE SECTION.
015600     COPY STUDWS.
015700     COPY RETCODES.
015800
015900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
016000     88  STUDENT-STATUS-OK           VALUE '00'.
016100 01  WS-ALRT-STATUS                 PIC X(02) VALUE '00'.
016200     88  ALRT-STATUS-OK              VALUE '00'.
016300     88  ALRT-STATUS-EOF             VALUE '10'.
016400 01  WS-ADVR-STATUS                 PIC X(02) VALUE '00'.
016500     88  ADVR-STATUS-OK              VALUE '00'.
016600 01  WS-ADVS-STATUS                 PIC X(02) VALUE '00'.
016700     88  ADVS-STATUS-OK              VALUE '00'.
016800     88  ADVS-STATUS-EOF             VALUE '10'.
016900 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
017000     88  ENRL-STATUS-OK              VALUE '00'.
017100 01  WS-ACX-STATUS                  PIC X(02) VALUE '00'.
017200     88  ACX-STATUS-OK               VALUE '00'.
017300 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
017400     88  CALENDAR-STATUS-OK          VALUE '00'.
017500     88  CALENDAR-STATUS-EOF         VALUE '10'.
017600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
017700     88  BUSDATE-STATUS-OK           VALUE '00'.
017800 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
017900     88  PARM-STATUS-OK              VALUE '00'.
018000     88  PARM-STATUS-EOF             VALUE '10'.
018100
018200 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
018300     88  WS-PARM-FOUND               VALUE 'Y'.
018400 01  WS-ALRT-OPEN-SW                PIC X(01) VALUE 'N'.
018500     88  WS-ALRT-FILE-OPEN           VALUE 'Y'.
018600 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
018700     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
018800 01  WS-DEADLINE-SW                 PIC X(01) VALUE 'N'.
018900     88  WS-PAST-DROP-DEADLINE       VALUE 'Y'.
019000 01  WS-ENRL-DONE-SW                PIC X(01) VALUE 'N'.
019100     88  WS-ENRL-DONE                VALUE 'Y'.
019200 01  WS-FIRST-ADVISOR-SW            PIC X(01) VALUE 'Y'.
019300     88  WS-FIRST-ADVISOR            VALUE 'Y'.
019400 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
019500     88  WS-FIRST-STUDENT            VALUE 'Y'.
019600 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
019700     88  SORT-AT-EOF                 VALUE 'Y'.
019800
019900 01  WS-ALERT-TERM                  PIC X(05) VALUE SPACES.
020000*    ACADSTND'S PROBATION FLOOR - AN ACTIVE STUDENT BELOW IT IS
020100*    ON THE ROAD TO SUSPENSION.
020200 01  WS-GPA-FLOOR                   PIC 9(01)V9(02) VALUE 2.00.
020300
020400 01  WS-WALK-STUDENT-ID             PIC 9(09) VALUE ZERO.
020500 01  WS-WALK-ADVISOR-ID             PIC X(08) VALUE SPACES.
020600 01  WS-LAST-COURSE-ID              PIC X(08) VALUE SPACES.
020700 01  WS-REGISTERED-COURSES          PIC 9(03) VALUE ZERO.
020800 01  WS-PREV-ADVISOR-ID             PIC X(08) VALUE SPACES.
020900 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
021000 01  WS-STANDING-TEXT               PIC X(10) VALUE SPACES.
021100 01  WS-GPA-EDIT                    PIC 9.99.
021200 01  WS-STUDENT-ALERTS              PIC 9(03) VALUE ZERO.
021300 01  WS-SOLE-COURSES                PIC 9(03) VALUE ZERO.
021400 01  WS-ADVISOR-STUDENTS            PIC 9(05) VALUE ZERO.
021500 01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
021600
021700 01  WS-ALERTS-READ                 PIC 9(07) COMP VALUE ZERO.
021800 01  WS-ALERTS-ACCEPTED             PIC 9(07) COMP VALUE ZERO.
021900 01  WS-ALERTS-REJECTED             PIC 9(07) COMP VALUE ZERO.
022000 01  WS-ADVISEES-COUNTED            PIC 9(07) COMP VALUE ZERO.
022100 01  WS-PROBATION-LISTED            PIC 9(07) COMP VALUE ZERO.
022200 01  WS-ADVISOR-PAGES               PIC 9(07) COMP VALUE ZERO.
022300 01  WS-STUDENTS-LISTED             PIC 9(07) COMP VALUE ZERO.
022400
022500 01  WS-CURRENT-DATE-TIME.
022600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
022700     05  WS-TIME-HHMMSSHH           PIC 9(08).
022800     05  FILLER                     PIC X(05).
022900
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300         THRU 1000-INITIALIZE-EXIT.
023400
023500     IF NOT RC-SEVERE
023600         PERFORM 2000-COUNT-ADVISEE-COURSES
023700             THRU 2000-COUNT-ADVISEE-COURSES-EXIT
023800     END-IF.
023900
024000     IF NOT RC-SEVERE
024100         SORT SORT-WORK
024200             ON ASCENDING KEY SORT-ADVISOR-ID SORT-STUDENT-ID
024300                 SORT-REC-TYPE SORT-COURSE-ID SORT-SECTION
024400             INPUT PROCEDURE IS 3000-SELECT-STUDENTS
024500                 THRU 3000-SELECT-STUDENTS-EXIT
024600             OUTPUT PROCEDURE IS 4000-PRINT-ADVISOR-PAGES
024700                 THRU 4000-PRINT-ADVISOR-PAGES-EXIT
024800     END-IF.
024900
025000     PERFORM 9000-FINISH
025100         THRU 9000-FINISH-EXIT.
025200
025300     MOVE WS-RETURN-CODE TO RETURN-CODE.
025400     GO TO 9999-EXIT.
025500
025600 1000-INITIALIZE.
025700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025800     PERFORM 1050-GET-BUSINESS-DATE
025900         THRU 1050-GET-BUSINESS-DATE-EXIT.
026000*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
026100*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
026200     OPEN OUTPUT EXCEPTION-FILE.
026300     OPEN OUTPUT ALERT-REPORT.
026400     PERFORM 1080-READ-PARM-CARD
026500         THRU 1080-READ-PARM-CARD-EXIT.
026600     IF NOT WS-PARM-FOUND
026700         DISPLAY 'ENTER STUDENT DATASET NAME: '
026800         ACCEPT FILENAME
026900         DISPLAY 'ENTER TERM FOR EARLY ALERTS (E.G. 2026F): '
027000         ACCEPT WS-ALERT-TERM
027100     END-IF.
027200     PERFORM 1055-CHECK-CALENDAR
027300         THRU 1055-CHECK-CALENDAR-EXIT.
027400     OPEN INPUT STUDENT.
027500     IF NOT STUDENT-STATUS-OK
027600         DISPLAY 'ERLYALRT - UNABLE TO OPEN STUDENT FILE, STATUS='
027700             WS-STUDENT-STATUS
027800         SET RC-SEVERE TO TRUE
027900         GO TO 1000-INITIALIZE-EXIT
028000     END-IF.
028100     OPEN INPUT ENROLLMENT-FILE.
028200     IF NOT ENRL-STATUS-OK
028300         DISPLAY 'ERLYALRT - UNABLE TO OPEN ENRLMAST, STATUS='
028400             WS-ENRL-STATUS
028500         SET RC-SEVERE TO TRUE
028600         GO TO 1000-INITIALIZE-EXIT
028700     END-IF.
028800     OPEN INPUT ADVISOR-FILE.
028900     IF NOT ADVR-STATUS-OK
029000         DISPLAY 'ERLYALRT - UNABLE TO OPEN ADVMAST, STATUS='
029100             WS-ADVR-STATUS
029200         SET RC-SEVERE TO TRUE
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF.
029500     OPEN INPUT ADVISEE-FILE.
029600     IF NOT ADVS-STATUS-OK
029700         DISPLAY 'ERLYALRT - UNABLE TO OPEN STUDADVR, STATUS='
029800             WS-ADVS-STATUS
029900         SET RC-SEVERE TO TRUE
030000         GO TO 1000-INITIALIZE-EXIT
030100     END-IF.
030200     OPEN OUTPUT COURSE-COUNT-INDEX.
030300     IF NOT ACX-STATUS-OK
030400         DISPLAY 'ERLYALRT - UNABLE TO BUILD ALRTCIDX, STATUS='
030500             WS-ACX-STATUS
030600         SET RC-SEVERE TO TRUE
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF.
030900     CLOSE COURSE-COUNT-INDEX.
031000     OPEN I-O COURSE-COUNT-INDEX.
031100*    NO ALERTS IN IS NOT AN ERROR - THE PROBATION ADVISEES
031200*    STILL PRINT.
031300     OPEN INPUT ALERT-FILE.
031400     IF NOT ALRT-STATUS-OK
031500         DISPLAY 'ERLYALRT - NO EARLYALR ALERTS, STATUS='
031600             WS-ALRT-STATUS
031700         GO TO 1000-INITIALIZE-EXIT
031800     END-IF.
031900     SET WS-ALRT-FILE-OPEN TO TRUE.
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200
032300 1050-GET-BUSINESS-DATE.
032400*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
032500*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
032600*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
032700*    CLOCK TIME FIELD STAYS REAL.
032800     OPEN INPUT BUSDATE-FILE.
032900     IF NOT BUSDATE-STATUS-OK
033000         GO TO 1050-GET-BUSINESS-DATE-EXIT
033100     END-IF.
033200     READ BUSDATE-FILE
033300         AT END
033400             CLOSE BUSDATE-FILE
033500             GO TO 1050-GET-BUSINESS-DATE-EXIT
033600     END-READ.
033700     CLOSE BUSDATE-FILE.
033800     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
033900             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
034000         DISPLAY 'ERLYALRT - RUNNING AS OF BUSINESS DATE '
034100             BUS-DATE
034200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
034300     END-IF.
034400 1050-GET-BUSINESS-DATE-EXIT.
034500     EXIT.
034600
034700 1055-CHECK-CALENDAR.
034800*    THE DROP DEADLINE IS CRSEDROP'S - THE BUSINESS DATE IS
034900*    PAST IT WHEN ITS CALENDAR RECORD NO LONGER CARRIES
035000*    CAL-DROP-ALLOWED.  A DATE NOT ON THE CALENDAR STILL
035100*    POSTS CLEAN DROPS, SO IT COUNTS AS INSIDE THE WINDOW.
035200     MOVE 'N' TO WS-CAL-FOUND-SW.
035300     MOVE 'N' TO WS-DEADLINE-SW.
035400     OPEN INPUT CALENDAR-FILE.
035500     IF NOT CALENDAR-STATUS-OK
035600         GO TO 1055-CHECK-CALENDAR-EXIT
035700     END-IF.
035800     PERFORM 1056-SCAN-ONE-CAL-DATE
035900         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
036000         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
036100     CLOSE CALENDAR-FILE.
036200     IF WS-CAL-DATE-FOUND AND NOT CAL-DROP-ALLOWED
036300         SET WS-PAST-DROP-DEADLINE TO TRUE
036400     END-IF.
036500 1055-CHECK-CALENDAR-EXIT.
036600     EXIT.
036700
036800 1056-SCAN-ONE-CAL-DATE.
036900     READ CALENDAR-FILE
037000         AT END SET CALENDAR-STATUS-EOF TO TRUE
037100     END-READ.
037200     IF CALENDAR-STATUS-EOF
037300         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
037400     END-IF.
037500     IF CAL-DATE = WS-TODAY-YYYYMMDD
037600         SET WS-CAL-DATE-FOUND TO TRUE
037700     END-IF.
037800 1056-SCAN-ONE-CAL-DATE-EXIT.
037900     EXIT.
038000
038100 1080-READ-PARM-CARD.
038200*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 TERM.
038300     MOVE 'N' TO WS-PARM-FOUND-SW.
038400     OPEN INPUT PARM-CARD-FILE.
038500     IF NOT PARM-STATUS-OK
038600         GO TO 1080-READ-PARM-CARD-EXIT
038700     END-IF.
038800     PERFORM 1081-SCAN-ONE-CARD
038900         THRU 1081-SCAN-ONE-CARD-EXIT
039000         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
039100     CLOSE PARM-CARD-FILE.
039200 1080-READ-PARM-CARD-EXIT.
039300     EXIT.
039400
039500 1081-SCAN-ONE-CARD.
039600     READ PARM-CARD-FILE
039700         AT END SET PARM-STATUS-EOF TO TRUE
039800     END-READ.
039900     IF PARM-STATUS-EOF
040000         GO TO 1081-SCAN-ONE-CARD-EXIT
040100     END-IF.
040200     IF PARM-PROGRAM-ID = 'ERLYALRT'
040300             AND PARM-OPTIONS(1:12) NOT = SPACES
040400             AND PARM-OPTIONS(13:5) NOT = SPACES
040500         SET WS-PARM-FOUND TO TRUE
040600         MOVE PARM-OPTIONS(1:12) TO FILENAME
040700         MOVE PARM-OPTIONS(13:5) TO WS-ALERT-TERM
040800     END-IF.
040900 1081-SCAN-ONE-CARD-EXIT.
041000     EXIT.
041100
041200 2000-COUNT-ADVISEE-COURSES.
041300*    ONE PASS OF STUDADVR COUNTS, PER ADVISOR AND COURSE, THE
041400*    ADVISEES REGISTERED FOR THE TERM - A COUNT OF ONE IS A
041500*    COURSE WHERE THAT STUDENT IS THE ADVISOR'S ONLY ADVISEE.
041600     MOVE ZERO TO ADVS-STUDENT-ID.
041700     START ADVISEE-FILE KEY IS NOT LESS THAN ADVS-STUDENT-ID
041800         INVALID KEY SET ADVS-STATUS-EOF TO TRUE
041900     END-START.
042000     PERFORM 2100-COUNT-ONE-ADVISEE
042100         THRU 2100-COUNT-ONE-ADVISEE-EXIT
042200         UNTIL ADVS-STATUS-EOF.
042300 2000-COUNT-ADVISEE-COURSES-EXIT.
042400     EXIT.
042500
042600 2100-COUNT-ONE-ADVISEE.
042700     READ ADVISEE-FILE NEXT
042800         AT END SET ADVS-STATUS-EOF TO TRUE
042900     END-READ.
043000     IF ADVS-STATUS-EOF
043100         GO TO 2100-COUNT-ONE-ADVISEE-EXIT
043200     END-IF.
043300     ADD 1 TO WS-ADVISEES-COUNTED.
043400     MOVE ADVS-STUDENT-ID TO WS-WALK-STUDENT-ID.
043500     MOVE ADVS-ADVISOR-ID TO WS-WALK-ADVISOR-ID.
043600     MOVE SPACES TO WS-LAST-COURSE-ID.
043700     MOVE 'N' TO WS-ENRL-DONE-SW.
043800     MOVE LOW-VALUES TO ENRL-KEY.
043900     MOVE WS-WALK-STUDENT-ID TO ENRL-STUDENT-ID.
044000     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
044100         INVALID KEY SET WS-ENRL-DONE TO TRUE
044200     END-START.
044300     PERFORM 2110-COUNT-ONE-ENROLLMENT
044400         THRU 2110-COUNT-ONE-ENROLLMENT-EXIT
044500         UNTIL WS-ENRL-DONE.
044600 2100-COUNT-ONE-ADVISEE-EXIT.
044700     EXIT.
044800
044900 2110-COUNT-ONE-ENROLLMENT.
045000     READ ENROLLMENT-FILE NEXT
045100         AT END SET WS-ENRL-DONE TO TRUE
045200     END-READ.
045300     IF WS-ENRL-DONE
045400         GO TO 2110-COUNT-ONE-ENROLLMENT-EXIT
045500     END-IF.
045600     IF ENRL-STUDENT-ID NOT = WS-WALK-STUDENT-ID
045700         SET WS-ENRL-DONE TO TRUE
045800         GO TO 2110-COUNT-ONE-ENROLLMENT-EXIT
045900     END-IF.
046000*    TWO SECTIONS OF ONE COURSE STILL COUNT THE STUDENT ONCE.
046100     IF ENRL-TERM NOT = WS-ALERT-TERM
046200             OR NOT ENRL-REGISTERED
046300             OR ENRL-COURSE-ID = WS-LAST-COURSE-ID
046400         GO TO 2110-COUNT-ONE-ENROLLMENT-EXIT
046500     END-IF.
046600     MOVE ENRL-COURSE-ID TO WS-LAST-COURSE-ID.
046700     MOVE WS-WALK-ADVISOR-ID TO ACX-ADVISOR-ID.
046800     MOVE ENRL-COURSE-ID     TO ACX-COURSE-ID.
046900     READ COURSE-COUNT-INDEX
047000         INVALID KEY
047100             MOVE 1 TO ACX-ADVISEE-COUNT
047200             WRITE COURSE-COUNT-RECORD
047300                 INVALID KEY CONTINUE
047400             END-WRITE
047500         NOT INVALID KEY
047600             ADD 1 TO ACX-ADVISEE-COUNT
047700             REWRITE COURSE-COUNT-RECORD
047800                 INVALID KEY CONTINUE
047900             END-REWRITE
048000     END-READ.
048100 2110-COUNT-ONE-ENROLLMENT-EXIT.
048200     EXIT.
048300
048400 3000-SELECT-STUDENTS.
048500     IF WS-ALRT-FILE-OPEN
048600         PERFORM 3100-EDIT-NEXT-ALERT
048700             THRU 3100-EDIT-NEXT-ALERT-EXIT
048800             UNTIL ALRT-STATUS-EOF
048900     END-IF.
049000     MOVE ZERO TO ADVS-STUDENT-ID.
049100     MOVE '00' TO WS-ADVS-STATUS.
049200     START ADVISEE-FILE KEY IS NOT LESS THAN ADVS-STUDENT-ID
049300         INVALID KEY SET ADVS-STATUS-EOF TO TRUE
049400     END-START.
049500     PERFORM 3200-CHECK-NEXT-ADVISEE
049600         THRU 3200-CHECK-NEXT-ADVISEE-EXIT
049700         UNTIL ADVS-STATUS-EOF.
049800 3000-SELECT-STUDENTS-EXIT.
049900     EXIT.
050000
050100 3100-EDIT-NEXT-ALERT.
050200     READ ALERT-FILE
050300         AT END SET ALRT-STATUS-EOF TO TRUE
050400     END-READ.
050500     IF ALRT-STATUS-EOF
050600         GO TO 3100-EDIT-NEXT-ALERT-EXIT
050700     END-IF.
050800     ADD 1 TO WS-ALERTS-READ.
050900*    A BLANK SECTION IS '001', AS ON THE DROP REQUEST CARDS.
051000     IF ALRT-SECTION = SPACES
051100         MOVE '001' TO ALRT-SECTION
051200     END-IF.
051300     IF ALRT-STUDENT-ID IS NOT NUMERIC
051400         MOVE 'E259' TO EXC-REASON-CODE
051500         MOVE 'STUDENT ID NOT NUMERIC' TO EXC-REASON-TEXT
051600         PERFORM 3900-WRITE-EXCEPTION
051700             THRU 3900-WRITE-EXCEPTION-EXIT
051800         GO TO 3100-EDIT-NEXT-ALERT-EXIT
051900     END-IF.
052000     IF ALRT-TERM NOT = WS-ALERT-TERM
052100         MOVE 'E260' TO EXC-REASON-CODE
052200         MOVE 'ALERT NOT FOR THE RUN TERM' TO EXC-REASON-TEXT
052300         PERFORM 3900-WRITE-EXCEPTION
052400             THRU 3900-WRITE-EXCEPTION-EXIT
052500         GO TO 3100-EDIT-NEXT-ALERT-EXIT
052600     END-IF.
052700     MOVE ALRT-STUDENT-ID-N TO ENRL-STUDENT-ID.
052800     MOVE ALRT-COURSE-ID    TO ENRL-COURSE-ID.
052900     MOVE ALRT-TERM         TO ENRL-TERM.
053000     MOVE ALRT-SECTION      TO ENRL-SECTION.
053100     READ ENROLLMENT-FILE
053200         INVALID KEY MOVE SPACES TO ENRL-STATUS
053300     END-READ.
053400     IF NOT ENRL-REGISTERED
053500         MOVE 'E261' TO EXC-REASON-CODE
053600         MOVE 'NO REGISTERED ENROLLMENT FOR SECTION' TO
053700             EXC-REASON-TEXT
053800         PERFORM 3900-WRITE-EXCEPTION
053900             THRU 3900-WRITE-EXCEPTION-EXIT
054000         GO TO 3100-EDIT-NEXT-ALERT-EXIT
054100     END-IF.
054200*    AN UNADVISED STUDENT STILL PRINTS, ON THE UNASSIGNED
054300*    PAGE, AND IS REPORTED SO THE REGISTRAR ASSIGNS ONE.
054400     MOVE ALRT-STUDENT-ID-N TO ADVS-STUDENT-ID.
054500     READ ADVISEE-FILE
054600         INVALID KEY MOVE SPACES TO ADVS-ADVISOR-ID
054700     END-READ.
054800     IF ADVS-ADVISOR-ID = SPACES
054900         MOVE 'E262' TO EXC-REASON-CODE
055000         MOVE 'ALERTED STUDENT HAS NO ADVISOR' TO
055100             EXC-REASON-TEXT
055200         PERFORM 3900-WRITE-EXCEPTION
055300             THRU 3900-WRITE-EXCEPTION-EXIT
055400*        THE ALERT ITSELF IS STILL ACCEPTED.
055500         SUBTRACT 1 FROM WS-ALERTS-REJECTED
055600     END-IF.
055700     MOVE SPACES TO SORT-ALERT-RECORD.
055800     MOVE ADVS-ADVISOR-ID    TO SORT-ADVISOR-ID.
055900     MOVE ALRT-STUDENT-ID-N  TO SORT-STUDENT-ID.
056000     SET SORT-IS-ALERT       TO TRUE.
056100     MOVE ALRT-COURSE-ID     TO SORT-COURSE-ID.
056200     MOVE ALRT-SECTION       TO SORT-SECTION.
056300     MOVE ALRT-INSTRUCTOR-ID TO SORT-INSTRUCTOR-ID.
056400     MOVE ALRT-REASON        TO SORT-REASON.
056500     MOVE ALRT-COMMENT       TO SORT-COMMENT.
056600     RELEASE SORT-ALERT-RECORD.
056700     ADD 1 TO WS-ALERTS-ACCEPTED.
056800 3100-EDIT-NEXT-ALERT-EXIT.
056900     EXIT.
057000
057100 3200-CHECK-NEXT-ADVISEE.
057200*    AN ACTIVE ADVISEE REGISTERED THIS TERM WITH A GPA UNDER
057300*    THE FLOOR IS LISTED WHETHER ANY INSTRUCTOR FLAGGED THEM.
057400     READ ADVISEE-FILE NEXT
057500         AT END SET ADVS-STATUS-EOF TO TRUE
057600     END-READ.
057700     IF ADVS-STATUS-EOF
057800         GO TO 3200-CHECK-NEXT-ADVISEE-EXIT
057900     END-IF.
058000     MOVE ADVS-STUDENT-ID TO STUDENT-ID.
058100     READ STUDENT
058200         INVALID KEY GO TO 3200-CHECK-NEXT-ADVISEE-EXIT
058300     END-READ.
058400     IF NOT STU-ACTIVE
058500             OR STUDENT-GPA IS NOT NUMERIC
058600             OR STUDENT-GPA NOT < WS-GPA-FLOOR
058700         GO TO 3200-CHECK-NEXT-ADVISEE-EXIT
058800     END-IF.
058900     MOVE ADVS-STUDENT-ID TO WS-WALK-STUDENT-ID.
059000     PERFORM 3300-COUNT-REGISTERED
059100         THRU 3300-COUNT-REGISTERED-EXIT.
059200     IF WS-REGISTERED-COURSES = ZERO
059300         GO TO 3200-CHECK-NEXT-ADVISEE-EXIT
059400     END-IF.
059500     MOVE SPACES TO SORT-ALERT-RECORD.
059600     MOVE ADVS-ADVISOR-ID TO SORT-ADVISOR-ID.
059700     MOVE ADVS-STUDENT-ID TO SORT-STUDENT-ID.
059800     SET SORT-IS-PROBATION TO TRUE.
059900     RELEASE SORT-ALERT-RECORD.
060000     ADD 1 TO WS-PROBATION-LISTED.
060100 3200-CHECK-NEXT-ADVISEE-EXIT.
060200     EXIT.
060300
060400 3300-COUNT-REGISTERED.
060500     MOVE ZERO TO WS-REGISTERED-COURSES.
060600     MOVE 'N' TO WS-ENRL-DONE-SW.
060700     MOVE LOW-VALUES TO ENRL-KEY.
060800     MOVE WS-WALK-STUDENT-ID TO ENRL-STUDENT-ID.
060900     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
061000         INVALID KEY SET WS-ENRL-DONE TO TRUE
061100     END-START.
061200     PERFORM 3310-COUNT-ONE-REGISTERED
061300         THRU 3310-COUNT-ONE-REGISTERED-EXIT
061400         UNTIL WS-ENRL-DONE.
061500 3300-COUNT-REGISTERED-EXIT.
061600     EXIT.
061700
061800 3310-COUNT-ONE-REGISTERED.
061900     READ ENROLLMENT-FILE NEXT
062000         AT END SET WS-ENRL-DONE TO TRUE
062100     END-READ.
062200     IF WS-ENRL-DONE
062300         GO TO 3310-COUNT-ONE-REGISTERED-EXIT
062400     END-IF.
062500     IF ENRL-STUDENT-ID NOT = WS-WALK-STUDENT-ID
062600         SET WS-ENRL-DONE TO TRUE
062700         GO TO 3310-COUNT-ONE-REGISTERED-EXIT
062800     END-IF.
062900     IF ENRL-TERM = WS-ALERT-TERM AND ENRL-REGISTERED
063000         ADD 1 TO WS-REGISTERED-COURSES
063100     END-IF.
063200 3310-COUNT-ONE-REGISTERED-EXIT.
063300     EXIT.
063400
063500 3900-WRITE-EXCEPTION.
063600     ADD 1 TO WS-ALERTS-REJECTED.
063700     MOVE SPACES TO EXC-KEY-VALUE.
063800     STRING ALRT-STUDENT-ID '/' ALRT-COURSE-ID(1:6) '/'
063900            ALRT-SECTION
064000         DELIMITED BY SIZE
064100         INTO EXC-KEY-VALUE
064200     END-STRING.
064300     MOVE 'ERLYALRT' TO EXC-PROGRAM-ID.
064400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
064500     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
064600     MOVE SPACES TO EXC-OPERATOR-ID.
064700     WRITE EXC-RECORD.
064800     SET RC-WARNING TO TRUE.
064900 3900-WRITE-EXCEPTION-EXIT.
065000     EXIT.
065100
065200 4000-PRINT-ADVISOR-PAGES.
065300     PERFORM 4100-RETURN-NEXT
065400         THRU 4100-RETURN-NEXT-EXIT
065500         UNTIL SORT-AT-EOF.
065600     IF NOT WS-FIRST-ADVISOR
065700         PERFORM 4500-CLOSE-STUDENT
065800             THRU 4500-CLOSE-STUDENT-EXIT
065900         PERFORM 4600-CLOSE-ADVISOR
066000             THRU 4600-CLOSE-ADVISOR-EXIT
066100     END-IF.
066200 4000-PRINT-ADVISOR-PAGES-EXIT.
066300     EXIT.
066400
066500 4100-RETURN-NEXT.
066600     RETURN SORT-WORK INTO SORT-ALERT-RECORD
066700         AT END SET SORT-AT-EOF TO TRUE
066800     END-RETURN.
066900     IF SORT-AT-EOF
067000         GO TO 4100-RETURN-NEXT-EXIT
067100     END-IF.
067200     IF WS-FIRST-ADVISOR
067300             OR SORT-ADVISOR-ID NOT = WS-PREV-ADVISOR-ID
067400         IF NOT WS-FIRST-ADVISOR
067500             PERFORM 4500-CLOSE-STUDENT
067600                 THRU 4500-CLOSE-STUDENT-EXIT
067700             PERFORM 4600-CLOSE-ADVISOR
067800                 THRU 4600-CLOSE-ADVISOR-EXIT
067900         END-IF
068000         PERFORM 4200-WRITE-ADVISOR-HEADING
068100             THRU 4200-WRITE-ADVISOR-HEADING-EXIT
068200         MOVE 'Y' TO WS-FIRST-STUDENT-SW
068300     END-IF.
068400     MOVE 'N' TO WS-FIRST-ADVISOR-SW.
068500     MOVE SORT-ADVISOR-ID TO WS-PREV-ADVISOR-ID.
068600     IF WS-FIRST-STUDENT
068700             OR SORT-STUDENT-ID NOT = WS-PREV-STUDENT-ID
068800         IF NOT WS-FIRST-STUDENT
068900             PERFORM 4500-CLOSE-STUDENT
069000                 THRU 4500-CLOSE-STUDENT-EXIT
069100         END-IF
069200         PERFORM 4300-WRITE-STUDENT-LINE
069300             THRU 4300-WRITE-STUDENT-LINE-EXIT
069400     END-IF.
069500     MOVE 'N' TO WS-FIRST-STUDENT-SW.
069600     MOVE SORT-STUDENT-ID TO WS-PREV-STUDENT-ID.
069700     IF SORT-IS-ALERT
069800         PERFORM 4400-WRITE-ALERT-LINE
069900             THRU 4400-WRITE-ALERT-LINE-EXIT
070000     END-IF.
070100 4100-RETURN-NEXT-EXIT.
070200     EXIT.
070300
070400 4200-WRITE-ADVISOR-HEADING.
070500     ADD 1 TO WS-ADVISOR-PAGES.
070600     MOVE ZERO TO WS-ADVISOR-STUDENTS.
070700     MOVE SORT-ADVISOR-ID TO ADVR-ADVISOR-ID.
070800     READ ADVISOR-FILE
070900         INVALID KEY
071000             MOVE '** NO ADVISOR ASSIGNED **' TO ADVR-NAME
071100             MOVE SPACES TO ADVR-DEPARTMENT
071200     END-READ.
071300     MOVE SPACES TO ALERT-REPORT-LINE.
071400     STRING 'MIDTERM EARLY ALERTS - TERM ' WS-ALERT-TERM
071500            '     AS OF ' WS-TODAY-YYYYMMDD
071600         DELIMITED BY SIZE
071700         INTO ALERT-REPORT-LINE
071800     END-STRING.
071900     WRITE ALERT-REPORT-LINE AFTER ADVANCING PAGE.
072000     MOVE SPACES TO ALERT-REPORT-LINE.
072100     STRING 'ADVISOR ' SORT-ADVISOR-ID ' ' ADVR-NAME
072200            ' ' ADVR-DEPARTMENT
072300         DELIMITED BY SIZE
072400         INTO ALERT-REPORT-LINE
072500     END-STRING.
072600     WRITE ALERT-REPORT-LINE.
072700     IF NOT WS-PAST-DROP-DEADLINE
072800         MOVE '(DROP PERIOD STILL OPEN - NO SOLE-ADVISEE LIST)'
072900             TO ALERT-REPORT-LINE
073000         WRITE ALERT-REPORT-LINE
073100     END-IF.
073200     MOVE SPACES TO ALERT-REPORT-LINE.
073300     WRITE ALERT-REPORT-LINE.
073400 4200-WRITE-ADVISOR-HEADING-EXIT.
073500     EXIT.
073600
073700 4300-WRITE-STUDENT-LINE.
073800     ADD 1 TO WS-ADVISOR-STUDENTS.
073900     ADD 1 TO WS-STUDENTS-LISTED.
074000     MOVE ZERO TO WS-STUDENT-ALERTS.
074100     MOVE SORT-STUDENT-ID TO STUDENT-ID.
074200     READ STUDENT INTO WS-STUDENT
074300         INVALID KEY
074400             MOVE SORT-STUDENT-ID TO WS-STUDENT-ID
074500             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
074600             MOVE SPACES TO WS-STUDENT-ENROLL-STATUS
074700             MOVE ZERO TO WS-STUDENT-GPA
074800     END-READ.
074900     IF WS-STUDENT-GPA IS NOT NUMERIC
075000         MOVE ZERO TO WS-STUDENT-GPA
075100     END-IF.
075200     EVALUATE WS-STUDENT-ENROLL-STATUS
075300         WHEN 'A'
075400             IF WS-STUDENT-GPA < WS-GPA-FLOOR
075500                 MOVE 'PROBATION' TO WS-STANDING-TEXT
075600             ELSE
075700                 MOVE 'ACTIVE' TO WS-STANDING-TEXT
075800             END-IF
075900         WHEN 'S'
076000             MOVE 'SUSPENDED' TO WS-STANDING-TEXT
076100         WHEN 'I'
076200             MOVE 'INACTIVE' TO WS-STANDING-TEXT
076300         WHEN 'G'
076400             MOVE 'GRADUATED' TO WS-STANDING-TEXT
076500         WHEN OTHER
076600             MOVE 'UNKNOWN' TO WS-STANDING-TEXT
076700     END-EVALUATE.
076800     MOVE WS-STUDENT-GPA TO WS-GPA-EDIT.
076900     MOVE SPACES TO ALERT-REPORT-LINE.
077000     STRING WS-STUDENT-ID ' ' WS-NAME '  GPA ' WS-GPA-EDIT
077100            '  ' WS-STANDING-TEXT
077200         DELIMITED BY SIZE
077300         INTO ALERT-REPORT-LINE
077400     END-STRING.
077500     WRITE ALERT-REPORT-LINE.
077600 4300-WRITE-STUDENT-LINE-EXIT.
077700     EXIT.
077800
077900 4400-WRITE-ALERT-LINE.
078000     ADD 1 TO WS-STUDENT-ALERTS.
078100     MOVE SPACES TO ALERT-REPORT-LINE.
078200     STRING '    ALERT ' SORT-COURSE-ID ' SEC ' SORT-SECTION
078300            ' BY ' SORT-INSTRUCTOR-ID ' ' SORT-REASON ' '
078400            SORT-COMMENT
078500         DELIMITED BY SIZE
078600         INTO ALERT-REPORT-LINE
078700     END-STRING.
078800     WRITE ALERT-REPORT-LINE.
078900 4400-WRITE-ALERT-LINE-EXIT.
079000     EXIT.
079100
079200 4500-CLOSE-STUDENT.
079300     IF WS-STUDENT-ALERTS = ZERO
079400         MOVE '    NO EARLY ALERT - ON PROBATION' TO
079500             ALERT-REPORT-LINE
079600         WRITE ALERT-REPORT-LINE
079700     END-IF.
079800     IF WS-PAST-DROP-DEADLINE
079900         MOVE ZERO TO WS-SOLE-COURSES
080000         MOVE WS-PREV-STUDENT-ID TO WS-WALK-STUDENT-ID
080100         MOVE SPACES TO WS-LAST-COURSE-ID
080200         MOVE 'N' TO WS-ENRL-DONE-SW
080300         MOVE LOW-VALUES TO ENRL-KEY
080400         MOVE WS-WALK-STUDENT-ID TO ENRL-STUDENT-ID
080500         START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
080600             INVALID KEY SET WS-ENRL-DONE TO TRUE
080700         END-START
080800         PERFORM 4510-CHECK-SOLE-COURSE
080900             THRU 4510-CHECK-SOLE-COURSE-EXIT
081000             UNTIL WS-ENRL-DONE
081100     END-IF.
081200 4500-CLOSE-STUDENT-EXIT.
081300     EXIT.
081400
081500 4510-CHECK-SOLE-COURSE.
081600     READ ENROLLMENT-FILE NEXT
081700         AT END SET WS-ENRL-DONE TO TRUE
081800     END-READ.
081900     IF WS-ENRL-DONE
082000         GO TO 4510-CHECK-SOLE-COURSE-EXIT
082100     END-IF.
082200     IF ENRL-STUDENT-ID NOT = WS-WALK-STUDENT-ID
082300         SET WS-ENRL-DONE TO TRUE
082400         GO TO 4510-CHECK-SOLE-COURSE-EXIT
082500     END-IF.
082600     IF ENRL-TERM NOT = WS-ALERT-TERM
082700             OR NOT ENRL-REGISTERED
082800             OR ENRL-COURSE-ID = WS-LAST-COURSE-ID
082900         GO TO 4510-CHECK-SOLE-COURSE-EXIT
083000     END-IF.
083100     MOVE ENRL-COURSE-ID TO WS-LAST-COURSE-ID.
083200     MOVE WS-PREV-ADVISOR-ID TO ACX-ADVISOR-ID.
083300     MOVE ENRL-COURSE-ID     TO ACX-COURSE-ID.
083400     READ COURSE-COUNT-INDEX
083500         INVALID KEY MOVE ZERO TO ACX-ADVISEE-COUNT
083600     END-READ.
083700     IF ACX-ADVISEE-COUNT = 1
083800         ADD 1 TO WS-SOLE-COURSES
083900         MOVE SPACES TO ALERT-REPORT-LINE
084000         STRING '    ONLY ADVISEE STILL REGISTERED IN '
084100                ENRL-COURSE-ID
084200             DELIMITED BY SIZE
084300             INTO ALERT-REPORT-LINE
084400         END-STRING
084500         WRITE ALERT-REPORT-LINE
084600     END-IF.
084700 4510-CHECK-SOLE-COURSE-EXIT.
084800     EXIT.
084900
085000 4600-CLOSE-ADVISOR.
085100     MOVE SPACES TO ALERT-REPORT-LINE.
085200     WRITE ALERT-REPORT-LINE.
085300     MOVE WS-ADVISOR-STUDENTS TO WS-COUNT-EDIT.
085400     MOVE SPACES TO ALERT-REPORT-LINE.
085500     STRING 'ADVISEES LISTED: ' WS-COUNT-EDIT
085600         DELIMITED BY SIZE
085700         INTO ALERT-REPORT-LINE
085800     END-STRING.
085900     WRITE ALERT-REPORT-LINE.
086000 4600-CLOSE-ADVISOR-EXIT.
086100     EXIT.
086200
086300 9000-FINISH.
086400     CLOSE STUDENT.
086500     CLOSE ENROLLMENT-FILE.
086600     CLOSE ADVISOR-FILE.
086700     CLOSE ADVISEE-FILE.
086800     CLOSE COURSE-COUNT-INDEX.
086900     IF WS-ALRT-FILE-OPEN
087000         CLOSE ALERT-FILE
087100     END-IF.
087200     CLOSE ALERT-REPORT.
087300     CLOSE EXCEPTION-FILE.
087400     DISPLAY 'ERLYALRT - TERM               : ' WS-ALERT-TERM.
087500     DISPLAY 'ERLYALRT - ALERTS READ        : ' WS-ALERTS-READ.
087600     DISPLAY 'ERLYALRT - ALERTS ACCEPTED    : '
087700         WS-ALERTS-ACCEPTED.
087800     DISPLAY 'ERLYALRT - ALERTS REJECTED    : '
087900         WS-ALERTS-REJECTED.
088000     DISPLAY 'ERLYALRT - ADVISEES COUNTED   : '
088100         WS-ADVISEES-COUNTED.
088200     DISPLAY 'ERLYALRT - PROBATION ADVISEES : '
088300         WS-PROBATION-LISTED.
088400     DISPLAY 'ERLYALRT - ADVISOR PAGES      : ' WS-ADVISOR-PAGES.
088500     DISPLAY 'ERLYALRT - STUDENTS LISTED    : '
088600         WS-STUDENTS-LISTED.
088700     DISPLAY 'ERLYALRT - RETURN CODE        : ' WS-RETURN-CODE.
088800 9000-FINISH-EXIT.
088900     EXIT.
089000
089100 9999-EXIT.
089200     STOP RUN.
