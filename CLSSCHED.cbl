000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLSSCHED.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  STUDENT CLASS SCHEDULES -
001000*                    FOR ONE TERM, WALKS THE ENROLLMENT FILE IN
001100*                    KEY ORDER (STUDENT FIRST) AND PRINTS EACH
001200*                    STUDENT'S REGISTERED SECTIONS WITH COURSE
001300*                    TITLE AND CREDITS FROM THE CATALOG, THE
001400*                    MEETING DAYS AND TIMES FROM SECTSCHD (SEE
001500*                    SCHDREC) AND THE ROOM FROM ROOMMAST (SEE
001600*                    ROOMREC), UNDER THE STUDADDR ADDRESS
001700*                    BLOCK.  A SECTION WITH NO SCHEDULE RECORD
001800*                    PRINTS AS BY ARRANGEMENT.  RUN AFTER
001900*                    CRSEREG SO THE DAY'S REGISTRATIONS AND
002000*                    PROMOTIONS ARE ON THE PRINT.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STUDENT ASSIGN TO FILENAME
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS STUDENT-ID
002900         FILE STATUS IS WS-STUDENT-STATUS.
003000
003100     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ENRL-KEY
003500         FILE STATUS IS WS-ENRL-STATUS.
003600
003700     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS COURSE-ID
004100         FILE STATUS IS WS-COURSE-STATUS.
004200
004300     SELECT SCHEDULE-FILE ASSIGN TO "SECTSCHD"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SCHD-KEY
004700         FILE STATUS IS WS-SCHD-STATUS.
004800
004900     SELECT ROOM-FILE ASSIGN TO "ROOMMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS ROOM-ID
005300         FILE STATUS IS WS-ROOM-STATUS.
005400
005500     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ADDR-STUDENT-ID
005900         FILE STATUS IS WS-ADDR-STATUS.
006000
006100     SELECT SCHEDULE-PRINT ASSIGN TO "CLSSCHDP"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARM-STATUS.
006700
006800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-BUSDATE-STATUS.
007100
007200     SELECT EXCEPTION-FILE ASSIGN TO "CLSSEXC"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  STUDENT.
007800     COPY STUDREC.
007900
008000 01  FILENAME                   PIC X(12).
008100
008200 FD  ENROLLMENT-FILE.
008300     COPY ENRLREC.
008400
008500 FD  COURSE-CATALOG.
008600     COPY COURSREC.
008700
008800 FD  SCHEDULE-FILE.
008900     COPY SCHDREC.
009000
009100 FD  ROOM-FILE.
009200     COPY ROOMREC.
009300
009400 FD  ADDRESS-FILE.
009500     COPY ADDRREC.
009600
009700 FD  SCHEDULE-PRINT.
009800 01  SCHEDULE-PRINT-LINE            PIC X(80).
009900
010000 FD  PARM-CARD-FILE.
010100     COPY PARMREC.
010200
010300 FD  BUSDATE-FILE.
010400     COPY BUSDATE.
010500
010600 FD  EXCEPTION-FILE.
010700     COPY EXCREC.
010800
010900 WORKING-STORAGE SECTION.
011000     COPY STUDWS.
011100     COPY RETCODES.
011200
011300 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
011400     88  STUDENT-STATUS-OK           VALUE '00'.
011500 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
011600     88  ENRL-STATUS-OK              VALUE '00'.
011700     88  ENRL-STATUS-EOF             VALUE '10'.
011800 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
011900     88  COURSE-STATUS-OK            VALUE '00'.
012000 01  WS-SCHD-STATUS                 PIC X(02) VALUE '00'.
012100     88  SCHD-STATUS-OK              VALUE '00'.
012200 01  WS-ROOM-STATUS                 PIC X(02) VALUE '00'.
012300     88  ROOM-STATUS-OK              VALUE '00'.
012400 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
012500     88  ADDR-STATUS-OK              VALUE '00'.
012600 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
012700     88  PARM-STATUS-OK              VALUE '00'.
012800     88  PARM-STATUS-EOF             VALUE '10'.
012900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013000     88  BUSDATE-STATUS-OK           VALUE '00'.
013100
013200 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
013300     88  WS-PARM-FOUND               VALUE 'Y'.
013400*    SECTSCHD, ROOMMAST AND STUDADDR ONLY DRESS THE PRINT - A
013500*    MISSING ONE LEAVES ITS COLUMNS BLANK, IT DOES NOT STOP
013600*    THE SCHEDULES.
013700 01  WS-SCHD-OPEN-SW                PIC X(01) VALUE 'N'.
013800     88  WS-SCHD-FILE-OPEN           VALUE 'Y'.
013900 01  WS-ROOM-OPEN-SW                PIC X(01) VALUE 'N'.
014000     88  WS-ROOM-FILE-OPEN           VALUE 'Y'.
014100 01  WS-ADDR-OPEN-SW                PIC X(01) VALUE 'N'.
014200     88  WS-ADDR-FILE-OPEN           VALUE 'Y'.
014300 01  WS-ADDR-FOUND-SW               PIC X(01) VALUE 'N'.
014400     88  WS-ADDR-FOUND               VALUE 'Y'.
014500 01  WS-SCHD-FOUND-SW               PIC X(01) VALUE 'N'.
014600     88  WS-SCHD-FOUND               VALUE 'Y'.
014700
014800 01  WS-SCHED-TERM                  PIC X(05) VALUE SPACES.
014900 01  WS-CUR-STUDENT-ID              PIC 9(09) VALUE ZERO.
015000 01  WS-STU-CREDITS                 PIC 9(03) VALUE ZERO.
015100
015200*    ONE PRINTED SECTION LINE.
015300 01  WS-SECTION-LINE.
015400     05  FILLER                     PIC X(02) VALUE SPACES.
015500     05  WS-SL-COURSE-ID            PIC X(08).
015600     05  FILLER                     PIC X(01) VALUE SPACE.
015700     05  WS-SL-SECTION              PIC X(03).
015800     05  FILLER                     PIC X(01) VALUE SPACE.
015900     05  WS-SL-TITLE                PIC X(22).
016000     05  FILLER                     PIC X(01) VALUE SPACE.
016100     05  WS-SL-CREDITS              PIC Z9.
016200     05  FILLER                     PIC X(01) VALUE SPACE.
016300     05  WS-SL-DAYS                 PIC X(07).
016400     05  FILLER                     PIC X(01) VALUE SPACE.
016500     05  WS-SL-TIMES.
016600         10  WS-SL-START-HH         PIC 9(02).
016700         10  FILLER                 PIC X(01) VALUE ':'.
016800         10  WS-SL-START-MM         PIC 9(02).
016900         10  FILLER                 PIC X(01) VALUE '-'.
017000         10  WS-SL-END-HH           PIC 9(02).
017100         10  FILLER                 PIC X(01) VALUE ':'.
017200         10  WS-SL-END-MM           PIC 9(02).
017300     05  FILLER                     PIC X(01) VALUE SPACE.
017400     05  WS-SL-ROOM-ID              PIC X(08).
017500     05  FILLER                     PIC X(01) VALUE SPACE.
017600     05  WS-SL-BUILDING             PIC X(10).
017700 01  WS-TIME-WORK                   PIC 9(04) VALUE ZERO.
017800 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
017900     05  WS-TIME-WORK-HH            PIC 9(02).
018000     05  WS-TIME-WORK-MM            PIC 9(02).
018100 01  WS-CREDITS-EDIT                PIC ZZ9.
018200
018300 01  WS-ENROLLMENTS-READ            PIC 9(07) COMP VALUE ZERO.
018400 01  WS-SCHEDULES-PRINTED           PIC 9(07) COMP VALUE ZERO.
018500 01  WS-SECTIONS-LISTED             PIC 9(07) COMP VALUE ZERO.
018600 01  WS-SECTIONS-UNSCHEDULED        PIC 9(07) COMP VALUE ZERO.
018700
018800 01  WS-CURRENT-DATE-TIME.
018900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019000     05  WS-TIME-HHMMSSHH           PIC 9(08).
019100     05  FILLER                     PIC X(05).
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600         THRU 1000-INITIALIZE-EXIT.
019700
019800     PERFORM 2000-PRINT-NEXT-ENROLLMENT
019900         THRU 2000-PRINT-NEXT-ENROLLMENT-EXIT
020000         UNTIL ENRL-STATUS-EOF.
020100     IF WS-CUR-STUDENT-ID NOT = ZERO
020200         PERFORM 3000-CLOSE-STUDENT
020300             THRU 3000-CLOSE-STUDENT-EXIT
020400     END-IF.
020500
020600     PERFORM 9000-FINISH
020700         THRU 9000-FINISH-EXIT.
020800
020900     MOVE WS-RETURN-CODE TO RETURN-CODE.
021000     GO TO 9999-EXIT.
021100
021200 1000-INITIALIZE.
021300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021400     PERFORM 1050-GET-BUSINESS-DATE
021500         THRU 1050-GET-BUSINESS-DATE-EXIT.
021600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
021700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
021800     OPEN OUTPUT EXCEPTION-FILE.
021900     OPEN OUTPUT SCHEDULE-PRINT.
022000     PERFORM 1080-READ-PARM-CARD
022100         THRU 1080-READ-PARM-CARD-EXIT.
022200     IF NOT WS-PARM-FOUND
022300         DISPLAY 'ENTER STUDENT DATASET NAME: '
022400         ACCEPT FILENAME
022500         DISPLAY 'ENTER TERM (E.G. 2026F): '
022600         ACCEPT WS-SCHED-TERM
022700     END-IF.
022800     OPEN INPUT STUDENT.
022900     IF NOT STUDENT-STATUS-OK
023000         DISPLAY 'CLSSCHED - UNABLE TO OPEN STUDENT FILE, STATUS='
023100             WS-STUDENT-STATUS
023200         SET RC-SEVERE TO TRUE
023300         SET ENRL-STATUS-EOF TO TRUE
023400         GO TO 1000-INITIALIZE-EXIT
023500     END-IF.
023600     OPEN INPUT COURSE-CATALOG.
023700     IF NOT COURSE-STATUS-OK
023800         DISPLAY 'CLSSCHED - UNABLE TO OPEN CRSECAT, STATUS='
023900             WS-COURSE-STATUS
024000         SET RC-SEVERE TO TRUE
024100         SET ENRL-STATUS-EOF TO TRUE
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF.
024400     OPEN INPUT SCHEDULE-FILE.
024500     IF SCHD-STATUS-OK
024600         SET WS-SCHD-FILE-OPEN TO TRUE
024700     END-IF.
024800     OPEN INPUT ROOM-FILE.
024900     IF ROOM-STATUS-OK
025000         SET WS-ROOM-FILE-OPEN TO TRUE
025100     END-IF.
025200     OPEN INPUT ADDRESS-FILE.
025300     IF ADDR-STATUS-OK
025400         SET WS-ADDR-FILE-OPEN TO TRUE
025500     END-IF.
025600     OPEN INPUT ENROLLMENT-FILE.
025700     IF NOT ENRL-STATUS-OK
025800         DISPLAY 'CLSSCHED - UNABLE TO OPEN ENRLMAST, STATUS='
025900             WS-ENRL-STATUS
026000         SET RC-SEVERE TO TRUE
026100         SET ENRL-STATUS-EOF TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     MOVE LOW-VALUES TO ENRL-KEY.
026500     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
026600         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
026700     END-START.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000
027100 1050-GET-BUSINESS-DATE.
027200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
027400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
027500*    CLOCK TIME FIELD STAYS REAL.
027600     OPEN INPUT BUSDATE-FILE.
027700     IF NOT BUSDATE-STATUS-OK
027800         GO TO 1050-GET-BUSINESS-DATE-EXIT
027900     END-IF.
028000     READ BUSDATE-FILE
028100         AT END
028200             CLOSE BUSDATE-FILE
028300             GO TO 1050-GET-BUSINESS-DATE-EXIT
028400     END-READ.
028500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
028600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
028700     END-IF.
028800     CLOSE BUSDATE-FILE.
028900 1050-GET-BUSINESS-DATE-EXIT.
029000     EXIT.
029100
029200 1080-READ-PARM-CARD.
029300*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 TERM.
029400     MOVE 'N' TO WS-PARM-FOUND-SW.
029500     OPEN INPUT PARM-CARD-FILE.
029600     IF NOT PARM-STATUS-OK
029700         GO TO 1080-READ-PARM-CARD-EXIT
029800     END-IF.
029900     PERFORM 1081-SCAN-ONE-CARD
030000         THRU 1081-SCAN-ONE-CARD-EXIT
030100         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
030200     CLOSE PARM-CARD-FILE.
030300     IF WS-PARM-FOUND
030400         IF PARM-OPTIONS(1:12) = SPACES
030500                 OR PARM-OPTIONS(13:5) = SPACES
030600             MOVE 'N' TO WS-PARM-FOUND-SW
030700             MOVE 'CLSSCHED' TO EXC-PROGRAM-ID
030800             MOVE PARM-OPTIONS(1:20) TO EXC-KEY-VALUE
030900             MOVE 'E392' TO EXC-REASON-CODE
031000             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
031100                 EXC-REASON-TEXT
031200             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
031300             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
031400             MOVE SPACES TO EXC-OPERATOR-ID
031500             WRITE EXC-RECORD
031600             SET RC-WARNING TO TRUE
031700         ELSE
031800             MOVE PARM-OPTIONS(1:12) TO FILENAME
031900             MOVE PARM-OPTIONS(13:5) TO WS-SCHED-TERM
032000         END-IF
032100     END-IF.
032200 1080-READ-PARM-CARD-EXIT.
032300     EXIT.
032400
032500 1081-SCAN-ONE-CARD.
032600     READ PARM-CARD-FILE
032700         AT END SET PARM-STATUS-EOF TO TRUE
032800     END-READ.
032900     IF PARM-STATUS-EOF
033000         GO TO 1081-SCAN-ONE-CARD-EXIT
033100     END-IF.
033200     IF PARM-PROGRAM-ID = 'CLSSCHED'
033300         SET WS-PARM-FOUND TO TRUE
033400     END-IF.
033500 1081-SCAN-ONE-CARD-EXIT.
033600     EXIT.
033700
033800 2000-PRINT-NEXT-ENROLLMENT.
033900     READ ENROLLMENT-FILE NEXT
034000         AT END SET ENRL-STATUS-EOF TO TRUE
034100     END-READ.
034200     IF NOT ENRL-STATUS-OK
034300         SET ENRL-STATUS-EOF TO TRUE
034400         GO TO 2000-PRINT-NEXT-ENROLLMENT-EXIT
034500     END-IF.
034600     ADD 1 TO WS-ENROLLMENTS-READ.
034700*    ONLY SEATS THE STUDENT STILL HOLDS IN THE TERM PRINT -
034800*    DROPS AND WITHDRAWALS MEET NOWHERE.
034900     IF NOT ENRL-REGISTERED
035000             OR ENRL-TERM NOT = WS-SCHED-TERM
035100         GO TO 2000-PRINT-NEXT-ENROLLMENT-EXIT
035200     END-IF.
035300*    THE FILE IS IN STUDENT ORDER, SO A NEW STUDENT-ID CLOSES
035400*    THE LAST SCHEDULE AND HEADS THE NEXT.
035500     IF ENRL-STUDENT-ID NOT = WS-CUR-STUDENT-ID
035600         IF WS-CUR-STUDENT-ID NOT = ZERO
035700             PERFORM 3000-CLOSE-STUDENT
035800                 THRU 3000-CLOSE-STUDENT-EXIT
035900         END-IF
036000         MOVE ENRL-STUDENT-ID TO WS-CUR-STUDENT-ID
036100         PERFORM 2100-PRINT-HEADING
036200             THRU 2100-PRINT-HEADING-EXIT
036300     END-IF.
036400     PERFORM 2200-PRINT-SECTION
036500         THRU 2200-PRINT-SECTION-EXIT.
036600 2000-PRINT-NEXT-ENROLLMENT-EXIT.
036700     EXIT.
036800
036900 2100-PRINT-HEADING.
037000     ADD 1 TO WS-SCHEDULES-PRINTED.
037100     MOVE ZERO TO WS-STU-CREDITS.
037200     MOVE WS-CUR-STUDENT-ID TO STUDENT-ID.
037300     READ STUDENT INTO WS-STUDENT
037400         INVALID KEY
037500             MOVE WS-CUR-STUDENT-ID TO WS-STUDENT-ID
037600             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
037700     END-READ.
037800     MOVE 'N' TO WS-ADDR-FOUND-SW.
037900     IF WS-ADDR-FILE-OPEN
038000         MOVE WS-CUR-STUDENT-ID TO ADDR-STUDENT-ID
038100         READ ADDRESS-FILE
038200             INVALID KEY CONTINUE
038300             NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SW
038400         END-READ
038500     END-IF.
038600
038700     MOVE SPACES TO SCHEDULE-PRINT-LINE.
038800     WRITE SCHEDULE-PRINT-LINE.
038900     MOVE SPACES TO SCHEDULE-PRINT-LINE.
039000     STRING 'CLASS SCHEDULE - TERM ' WS-SCHED-TERM
039100            '     PRINTED ' WS-TODAY-YYYYMMDD
039200         DELIMITED BY SIZE
039300         INTO SCHEDULE-PRINT-LINE
039400     END-STRING.
039500     WRITE SCHEDULE-PRINT-LINE.
039600     MOVE SPACES TO SCHEDULE-PRINT-LINE.
039700     WRITE SCHEDULE-PRINT-LINE.
039800*    THE SAME NAME/STREET/CITY BLOCK ADDRPRNT PRINTS.
039900     MOVE SPACES TO SCHEDULE-PRINT-LINE.
040000     STRING WS-NAME '  ID ' WS-CUR-STUDENT-ID
040100         DELIMITED BY SIZE
040200         INTO SCHEDULE-PRINT-LINE
040300     END-STRING.
040400     WRITE SCHEDULE-PRINT-LINE.
040500     IF WS-ADDR-FOUND
040600         MOVE ADDR-STREET TO SCHEDULE-PRINT-LINE
040700         WRITE SCHEDULE-PRINT-LINE
040800         MOVE SPACES TO SCHEDULE-PRINT-LINE
040900         STRING ADDR-CITY ' ' ADDR-STATE ' ' ADDR-ZIP
041000             DELIMITED BY SIZE
041100             INTO SCHEDULE-PRINT-LINE
041200         END-STRING
041300         WRITE SCHEDULE-PRINT-LINE
041400     END-IF.
041500     MOVE SPACES TO SCHEDULE-PRINT-LINE.
041600     WRITE SCHEDULE-PRINT-LINE.
041700     MOVE SPACES TO SCHEDULE-PRINT-LINE.
041800     STRING '  COURSE   SEC TITLE                  CR DAYS    '
041900            'TIME        ROOM     BUILDING'
042000         DELIMITED BY SIZE
042100         INTO SCHEDULE-PRINT-LINE
042200     END-STRING.
042300     WRITE SCHEDULE-PRINT-LINE.
042400 2100-PRINT-HEADING-EXIT.
042500     EXIT.
042600
042700 2200-PRINT-SECTION.
042800     ADD 1 TO WS-SECTIONS-LISTED.
042900     MOVE ENRL-COURSE-ID TO WS-SL-COURSE-ID.
043000     MOVE ENRL-SECTION   TO WS-SL-SECTION.
043100     MOVE ENRL-COURSE-ID TO COURSE-ID.
043200     READ COURSE-CATALOG
043300         INVALID KEY
043400             MOVE '** NOT IN CATALOG **' TO WS-SL-TITLE
043500             MOVE ZERO TO WS-SL-CREDITS
043600         NOT INVALID KEY
043700             MOVE COURSE-TITLE TO WS-SL-TITLE
043800             IF COURSE-CREDITS IS NUMERIC
043900                 MOVE COURSE-CREDITS TO WS-SL-CREDITS
044000                 ADD COURSE-CREDITS TO WS-STU-CREDITS
044100             ELSE
044200                 MOVE ZERO TO WS-SL-CREDITS
044300             END-IF
044400     END-READ.
044500
044600     MOVE 'N' TO WS-SCHD-FOUND-SW.
044700     IF WS-SCHD-FILE-OPEN
044800         MOVE ENRL-COURSE-ID TO SCHD-COURSE-ID
044900         MOVE ENRL-SECTION   TO SCHD-SECTION
045000         MOVE ENRL-TERM      TO SCHD-TERM
045100         READ SCHEDULE-FILE
045200             INVALID KEY CONTINUE
045300             NOT INVALID KEY MOVE 'Y' TO WS-SCHD-FOUND-SW
045400         END-READ
045500     END-IF.
045600     IF WS-SCHD-FOUND
045700             AND SCHD-START-TIME IS NUMERIC
045800             AND SCHD-END-TIME IS NUMERIC
045900         MOVE SCHD-DAYS TO WS-SL-DAYS
046000         MOVE SCHD-START-TIME TO WS-TIME-WORK
046100         MOVE WS-TIME-WORK-HH TO WS-SL-START-HH
046200         MOVE WS-TIME-WORK-MM TO WS-SL-START-MM
046300         MOVE SCHD-END-TIME TO WS-TIME-WORK
046400         MOVE WS-TIME-WORK-HH TO WS-SL-END-HH
046500         MOVE WS-TIME-WORK-MM TO WS-SL-END-MM
046600         MOVE SCHD-ROOM-ID TO WS-SL-ROOM-ID
046700         PERFORM 2210-GET-BUILDING
046800             THRU 2210-GET-BUILDING-EXIT
046900     ELSE
047000         ADD 1 TO WS-SECTIONS-UNSCHEDULED
047100         MOVE 'BY ARR ' TO WS-SL-DAYS
047200         MOVE SPACES TO WS-SL-TIMES
047300         MOVE SPACES TO WS-SL-ROOM-ID
047400         MOVE SPACES TO WS-SL-BUILDING
047500     END-IF.
047600     MOVE WS-SECTION-LINE TO SCHEDULE-PRINT-LINE.
047700     WRITE SCHEDULE-PRINT-LINE.
047800 2200-PRINT-SECTION-EXIT.
047900     EXIT.
048000
048100 2210-GET-BUILDING.
048200     MOVE SPACES TO WS-SL-BUILDING.
048300     IF NOT WS-ROOM-FILE-OPEN OR SCHD-ROOM-ID = SPACES
048400         GO TO 2210-GET-BUILDING-EXIT
048500     END-IF.
048600     MOVE SCHD-ROOM-ID TO ROOM-ID.
048700     READ ROOM-FILE
048800         INVALID KEY GO TO 2210-GET-BUILDING-EXIT
048900     END-READ.
049000     MOVE ROOM-BUILDING TO WS-SL-BUILDING.
049100 2210-GET-BUILDING-EXIT.
049200     EXIT.
049300
049400 3000-CLOSE-STUDENT.
049500     MOVE WS-STU-CREDITS TO WS-CREDITS-EDIT.
049600     MOVE SPACES TO SCHEDULE-PRINT-LINE.
049700     STRING '                             TOTAL CREDITS '
049800            WS-CREDITS-EDIT
049900         DELIMITED BY SIZE
050000         INTO SCHEDULE-PRINT-LINE
050100     END-STRING.
050200     WRITE SCHEDULE-PRINT-LINE.
050300 3000-CLOSE-STUDENT-EXIT.
050400     EXIT.
050500
050600 9000-FINISH.
050700     CLOSE STUDENT.
050800     CLOSE COURSE-CATALOG.
050900     CLOSE ENROLLMENT-FILE.
051000     IF WS-SCHD-FILE-OPEN
051100         CLOSE SCHEDULE-FILE
051200     END-IF.
051300     IF WS-ROOM-FILE-OPEN
051400         CLOSE ROOM-FILE
051500     END-IF.
051600     IF WS-ADDR-FILE-OPEN
051700         CLOSE ADDRESS-FILE
051800     END-IF.
051900     CLOSE SCHEDULE-PRINT.
052000     CLOSE EXCEPTION-FILE.
052100     DISPLAY 'CLSSCHED - TERM             : ' WS-SCHED-TERM.
052200     DISPLAY 'CLSSCHED - ENROLLMENTS READ : '
052300         WS-ENROLLMENTS-READ.
052400     DISPLAY 'CLSSCHED - SCHEDULES PRINTED: '
052500         WS-SCHEDULES-PRINTED.
052600     DISPLAY 'CLSSCHED - SECTIONS LISTED  : ' WS-SECTIONS-LISTED.
052700     DISPLAY 'CLSSCHED - BY ARRANGEMENT   : '
052800         WS-SECTIONS-UNSCHEDULED.
052900     DISPLAY 'CLSSCHED - RETURN CODE      : ' WS-RETURN-CODE.
053000 9000-FINISH-EXIT.
053100     EXIT.
053200
053300 9999-EXIT.
053400     STOP RUN.
