001900*                    CREDITS REQUIRED TO GRADUATE.  ADVISING CAN
002000*                    FINALLY ANSWER HOW CLOSE A STUDENT IS
002100*                    WITHOUT HAND-COUNTING TRANSCRIPT LINES.
002200*   2026-10-15 RLW  A PASS (P) LETTER GRADE EARNS THE COURSE
002300*                    CREDITS THOUGH IT POSTS AT ZERO POINTS.
002400*                    INCOMPLETE AND WITHDRAWAL GRADES, ALSO AT
002500*                    ZERO, STILL EARN NOTHING.
002600*   2026-10-15 RLW  ACCEPTED TRANSFER CREDIT ON XFERHIST (SEE
002700*                    XFERREC) NOW COUNTS TOWARD CREDITS EARNED -
002800*                    AN EQUIVALENT OF OUR COURSE EARNS THAT
002900*                    COURSE ONCE LIKE A PASSED GRADE, AND
003000*                    ELECTIVE CREDIT EARNS THE CREDITS POSTED.
003100*   2026-10-15 RLW  ALSO POSTS PROG-CREDITS-HERE - THE CREDITS
003200*                    EARNED BY A GRADE POSTED HERE RATHER THAN
003300*                    BY TRANSFER - FOR GRADCLR'S LATIN HONORS
003400*                    RESIDENCY MINIMUM.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STUDENT ASSIGN TO FILENAME
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS STUDENT-ID
004300         FILE STATUS IS WS-STUDENT-STATUS.
004400
004500     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HIST-STATUS.
004800
004900     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS COURSE-ID
005300         FILE STATUS IS WS-COURSE-STATUS.
005400
005500     SELECT GRADE-INDEX ASSIGN TO "DEGPGIDX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS GRX-KEY
005900         FILE STATUS IS WS-GRX-STATUS.
006000
006100     SELECT TRANSFER-FILE ASSIGN TO "XFERHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS XFER-KEY
006500         FILE STATUS IS WS-XFER-STATUS.
006600
006700     SELECT PROGRESS-FILE ASSIGN TO "DEGPFILE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PROG-STUDENT-ID
007100         FILE STATUS IS WS-PROG-STATUS.
007200
007300     SELECT PROGRESS-REPORT ASSIGN TO "DEGPRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PARM-STATUS.
007900
008000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-BUSDATE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  STUDENT.
008700     COPY STUDREC.
008800
008900 01  FILENAME                   PIC X(12).
009000
009100 FD  GRADE-HISTORY.
009200     COPY GRADREC.
009300
009400 FD  COURSE-CATALOG.
009500     COPY COURSREC.
009600
009700 FD  GRADE-INDEX.
009800 01  GRADE-INDEX-RECORD.
009900     05  GRX-KEY.
010000         10  GRX-STUDENT-ID          PIC 9(09).
010100         10  GRX-COURSE-ID           PIC X(08).
010200     05  GRX-BEST-POINTS             PIC 9(01)V9(02).
010300     05  GRX-PASSED-SW               PIC X(01).
010400         88  GRX-PASSED              VALUE 'Y'.
010500     05  GRX-XFER-CREDITS            PIC 9(03).
010600     05  GRX-HERE-SW                 PIC X(01).
010700         88  GRX-EARNED-HERE         VALUE 'Y'.
010800
010900 FD  TRANSFER-FILE.
011000     COPY XFERREC.
011100
011200 FD  PROGRESS-FILE.
011300     COPY PROGREC.
011400
011500 FD  PROGRESS-REPORT.
011600 01  PROGRESS-REPORT-LINE           PIC X(80).
011700
011800 FD  PARM-CARD-FILE.
011900     COPY PARMREC.
012000
012100 FD  BUSDATE-FILE.
012200     COPY BUSDATE.
012300
012400 WORKING-STORAGE SECTION.
012500     COPY STUDWS.
012600     COPY RETCODES.
012700
012800 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
012900     88  STUDENT-STATUS-OK           VALUE '00'.
013000 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
013100     88  HIST-STATUS-OK              VALUE '00'.
013200     88  HIST-STATUS-EOF             VALUE '10'.
013300 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
013400     88  COURSE-STATUS-OK            VALUE '00'.
013500 01  WS-GRX-STATUS                  PIC X(02) VALUE '00'.
013600     88  GRX-STATUS-OK               VALUE '00'.
013700     88  GRX-STATUS-EOF              VALUE '10'.
013800 01  WS-XFER-STATUS                 PIC X(02) VALUE '00'.
013900     88  XFER-STATUS-OK              VALUE '00'.
014000     88  XFER-STATUS-EOF             VALUE '10'.
014100 01  WS-PROG-STATUS                 PIC X(02) VALUE '00'.
014200     88  PROG-STATUS-OK              VALUE '00'.
014300 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
014400     88  PARM-STATUS-OK              VALUE '00'.
014500     88  PARM-STATUS-EOF             VALUE '10'.
014600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014700     88  BUSDATE-STATUS-OK           VALUE '00'.
014800
014900 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
015000     88  WS-PARM-FOUND               VALUE 'Y'.
015100 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
015200     88  WS-FIRST-STUDENT            VALUE 'Y'.
015300
015400 01  WS-REQUIRED-CREDITS            PIC 9(03) VALUE 120.
015500 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
015600 01  WS-CREDITS-EARNED              PIC 9(04) VALUE ZERO.
015700 01  WS-CREDITS-HERE                PIC 9(04) VALUE ZERO.
015800 01  WS-CREDITS-REMAINING           PIC 9(04) VALUE ZERO.
015900
016000 01  WS-STUDENTS-UPDATED            PIC 9(07) COMP VALUE ZERO.
016100 01  WS-COURSES-UNPRICED            PIC 9(07) COMP VALUE ZERO.
016200 01  WS-TRANSFERS-COUNTED           PIC 9(07) COMP VALUE ZERO.
016300
016400 01  WS-CURRENT-DATE-TIME.
016500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
016600     05  WS-TIME-HHMMSSHH           PIC 9(08).
016700     05  FILLER                     PIC X(05).
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200         THRU 1000-INITIALIZE-EXIT.
017300     IF RC-SEVERE
017400         GO TO 0000-WRAP-UP
017500     END-IF.
017600
017700     PERFORM 2000-TOTAL-NEXT-COURSE
017800         THRU 2000-TOTAL-NEXT-COURSE-EXIT
017900         UNTIL GRX-STATUS-EOF.
018000
018100     IF NOT WS-FIRST-STUDENT
018200         PERFORM 3000-POST-ONE-STUDENT
018300             THRU 3000-POST-ONE-STUDENT-EXIT
018400     END-IF.
018500
018600 0000-WRAP-UP.
018700     PERFORM 9000-FINISH
018800         THRU 9000-FINISH-EXIT.
018900     MOVE WS-RETURN-CODE TO RETURN-CODE.
019000     GO TO 9999-EXIT.
019100
019200 1000-INITIALIZE.
019300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019400     PERFORM 1050-GET-BUSINESS-DATE
019500         THRU 1050-GET-BUSINESS-DATE-EXIT.
019600     PERFORM 1080-READ-PARM-CARD
019700         THRU 1080-READ-PARM-CARD-EXIT.
019800     IF NOT WS-PARM-FOUND
019900         DISPLAY 'ENTER STUDENT DATASET NAME: '
020000         ACCEPT FILENAME
020100     END-IF.
020200     OPEN OUTPUT PROGRESS-REPORT.
020300     MOVE SPACES TO PROGRESS-REPORT-LINE.
020400     STRING 'DEGREE PROGRESS ' WS-TODAY-YYYYMMDD
020500            ' - REQUIRED CREDITS ' WS-REQUIRED-CREDITS
020600         DELIMITED BY SIZE
020700         INTO PROGRESS-REPORT-LINE
020800     END-STRING.
020900     WRITE PROGRESS-REPORT-LINE.
021000
021100     OPEN INPUT STUDENT.
021200     IF NOT STUDENT-STATUS-OK
021300         DISPLAY 'DEGPROG - UNABLE TO OPEN STUDENT FILE, STATUS='
021400             WS-STUDENT-STATUS
021500         SET RC-SEVERE TO TRUE
021600         GO TO 1000-INITIALIZE-EXIT
021700     END-IF.
021800     OPEN INPUT COURSE-CATALOG.
021900     IF NOT COURSE-STATUS-OK
022000         DISPLAY 'DEGPROG - UNABLE TO OPEN CRSECAT, STATUS='
022100             WS-COURSE-STATUS
022200         SET RC-SEVERE TO TRUE
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF.
022500     OPEN I-O PROGRESS-FILE.
022600     IF NOT PROG-STATUS-OK
022700         OPEN OUTPUT PROGRESS-FILE
022800         IF NOT PROG-STATUS-OK
022900             DISPLAY 'DEGPROG - UNABLE TO OPEN DEGPFILE, STATUS='
023000                 WS-PROG-STATUS
023100             SET RC-SEVERE TO TRUE
023200             GO TO 1000-INITIALIZE-EXIT
023300         END-IF
023400     END-IF.
023500     PERFORM 1500-BUILD-GRADE-INDEX
023600         THRU 1500-BUILD-GRADE-INDEX-EXIT.
023700     IF RC-SEVERE
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF.
024000     MOVE LOW-VALUES TO GRX-KEY.
024100     START GRADE-INDEX KEY IS NOT LESS THAN GRX-KEY
024200         INVALID KEY SET GRX-STATUS-EOF TO TRUE
024300     END-START.
024400 1000-INITIALIZE-EXIT.
024500     EXIT.
024600
024700 1050-GET-BUSINESS-DATE.
024800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
024900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
025000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
025100*    CLOCK TIME FIELD STAYS REAL.
025200     OPEN INPUT BUSDATE-FILE.
025300     IF NOT BUSDATE-STATUS-OK
025400         GO TO 1050-GET-BUSINESS-DATE-EXIT
025500     END-IF.
025600     READ BUSDATE-FILE
025700         AT END
025800             CLOSE BUSDATE-FILE
025900             GO TO 1050-GET-BUSINESS-DATE-EXIT
026000     END-READ.
026100     CLOSE BUSDATE-FILE.
026200     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
026300             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
026400         DISPLAY 'DEGPROG - RUNNING AS OF BUSINESS DATE '
026500             BUS-DATE
026600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
026700     END-IF.
026800 1050-GET-BUSINESS-DATE-EXIT.
026900     EXIT.
027000
027100 1080-READ-PARM-CARD.
027200*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-23 THE
027300*    CREDITS REQUIRED TO GRADUATE (BLANK TAKES THE 120 DEFAULT).
027400     MOVE 'N' TO WS-PARM-FOUND-SW.
027500     OPEN INPUT PARM-CARD-FILE.
027600     IF NOT PARM-STATUS-OK
027700         GO TO 1080-READ-PARM-CARD-EXIT
027800     END-IF.
027900     PERFORM 1081-SCAN-ONE-CARD
028000         THRU 1081-SCAN-ONE-CARD-EXIT
028100         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
028200     CLOSE PARM-CARD-FILE.
028300     IF WS-PARM-FOUND
028400         IF PARM-OPTIONS(1:12) = SPACES
028500             MOVE 'N' TO WS-PARM-FOUND-SW
028600         ELSE
028700             MOVE PARM-OPTIONS(1:12) TO FILENAME
028800             IF PARM-OPTIONS(13:3) IS NUMERIC
028900                     AND PARM-OPTIONS(13:3) NOT = '000'
029000                 MOVE PARM-OPTIONS(13:3) TO WS-REQUIRED-CREDITS
029100             END-IF
029200         END-IF
029300     END-IF.
029400 1080-READ-PARM-CARD-EXIT.
029500     EXIT.
029600
029700 1081-SCAN-ONE-CARD.
029800     READ PARM-CARD-FILE
029900         AT END SET PARM-STATUS-EOF TO TRUE
030000     END-READ.
030100     IF PARM-STATUS-EOF
030200         GO TO 1081-SCAN-ONE-CARD-EXIT
030300     END-IF.
030400     IF PARM-PROGRAM-ID = 'DEGPROG '
030500         SET WS-PARM-FOUND TO TRUE
030600     END-IF.
030700 1081-SCAN-ONE-CARD-EXIT.
030800     EXIT.
030900
031000 1500-BUILD-GRADE-INDEX.
031100*    THE POSTED HISTORY GOES TO A KEYED WORK FILE SO RETAKES
031200*    COLLAPSE TO ONE BEST GRADE PER STUDENT AND COURSE - THE
031300*    CRSEGIDX PATTERN CRSEREG USES FOR PREREQUISITES.
031400     OPEN INPUT GRADE-HISTORY.
031500     IF NOT HIST-STATUS-OK
031600         DISPLAY 'DEGPROG - UNABLE TO OPEN GRADHIST, STATUS='
031700             WS-HIST-STATUS
031800         SET RC-SEVERE TO TRUE
031900         GO TO 1500-BUILD-GRADE-INDEX-EXIT
032000     END-IF.
032100     OPEN OUTPUT GRADE-INDEX.
032200     IF NOT GRX-STATUS-OK
032300         DISPLAY 'DEGPROG - UNABLE TO BUILD DEGPGIDX, STATUS='
032400             WS-GRX-STATUS
032500         SET RC-SEVERE TO TRUE
032600         CLOSE GRADE-HISTORY
032700         GO TO 1500-BUILD-GRADE-INDEX-EXIT
032800     END-IF.
032900     PERFORM 1510-INDEX-ONE-GRADE
033000         THRU 1510-INDEX-ONE-GRADE-EXIT
033100         UNTIL HIST-STATUS-EOF.
033200     CLOSE GRADE-HISTORY.
033300     PERFORM 1530-LOAD-TRANSFERS
033400         THRU 1530-LOAD-TRANSFERS-EXIT.
033500     CLOSE GRADE-INDEX.
033600     OPEN INPUT GRADE-INDEX.
033700 1500-BUILD-GRADE-INDEX-EXIT.
033800     EXIT.
033900
034000 1510-INDEX-ONE-GRADE.
034100     READ GRADE-HISTORY
034200         AT END SET HIST-STATUS-EOF TO TRUE
034300     END-READ.
034400     IF HIST-STATUS-EOF
034500         GO TO 1510-INDEX-ONE-GRADE-EXIT
034600     END-IF.
034700     IF GRADE-POINTS IS NOT NUMERIC
034800         GO TO 1510-INDEX-ONE-GRADE-EXIT
034900     END-IF.
035000     MOVE GRADE-STUDENT-ID TO GRX-STUDENT-ID.
035100     MOVE GRADE-COURSE-ID  TO GRX-COURSE-ID.
035200     MOVE GRADE-POINTS     TO GRX-BEST-POINTS.
035300     MOVE 'N'              TO GRX-PASSED-SW.
035400     MOVE ZERO             TO GRX-XFER-CREDITS.
035500     MOVE 'N'              TO GRX-HERE-SW.
035600     IF GRADE-IS-PASS
035700         SET GRX-PASSED TO TRUE
035800     END-IF.
035900     IF GRADE-POINTS > ZERO OR GRADE-IS-PASS
036000         SET GRX-EARNED-HERE TO TRUE
036100     END-IF.
036200     WRITE GRADE-INDEX-RECORD
036300         INVALID KEY
036400             PERFORM 1520-KEEP-BEST-GRADE
036500                 THRU 1520-KEEP-BEST-GRADE-EXIT
036600     END-WRITE.
036700 1510-INDEX-ONE-GRADE-EXIT.
036800     EXIT.
036900
037000 1520-KEEP-BEST-GRADE.
037100     MOVE GRADE-STUDENT-ID TO GRX-STUDENT-ID.
037200     MOVE GRADE-COURSE-ID  TO GRX-COURSE-ID.
037300     READ GRADE-INDEX
037400         INVALID KEY GO TO 1520-KEEP-BEST-GRADE-EXIT
037500     END-READ.
037600*    A PASSING GRADE HERE MAKES THE COURSE RESIDENT CREDIT EVEN
037700*    WHEN TRANSFER CREDIT FOR IT IS ALSO ON FILE.
037800     IF (GRADE-POINTS > ZERO OR GRADE-IS-PASS)
037900             AND NOT GRX-EARNED-HERE
038000         SET GRX-EARNED-HERE TO TRUE
038100         REWRITE GRADE-INDEX-RECORD
038200             INVALID KEY CONTINUE
038300         END-REWRITE
038400     END-IF.
038500     IF GRADE-POINTS > GRX-BEST-POINTS
038600             OR (GRADE-IS-PASS AND NOT GRX-PASSED)
038700         IF GRADE-POINTS > GRX-BEST-POINTS
038800             MOVE GRADE-POINTS TO GRX-BEST-POINTS
038900         END-IF
039000         IF GRADE-IS-PASS
039100             SET GRX-PASSED TO TRUE
039200         END-IF
039300         REWRITE GRADE-INDEX-RECORD
039400             INVALID KEY CONTINUE
039500         END-REWRITE
039600     END-IF.
039700 1520-KEEP-BEST-GRADE-EXIT.
039800     EXIT.
039900
040000 1530-LOAD-TRANSFERS.
040100*    NO XFERHIST FILE SIMPLY MEANS NO TRANSFER CREDIT YET.
040200     OPEN INPUT TRANSFER-FILE.
040300     IF NOT XFER-STATUS-OK
040400         DISPLAY 'DEGPROG - NO XFERHIST, NO TRANSFER CREDIT, '
040500             'STATUS=' WS-XFER-STATUS
040600         GO TO 1530-LOAD-TRANSFERS-EXIT
040700     END-IF.
040800     PERFORM 1540-INDEX-ONE-TRANSFER
040900         THRU 1540-INDEX-ONE-TRANSFER-EXIT
041000         UNTIL XFER-STATUS-EOF.
041100     CLOSE TRANSFER-FILE.
041200 1530-LOAD-TRANSFERS-EXIT.
041300     EXIT.
041400
041500 1540-INDEX-ONE-TRANSFER.
041600     READ TRANSFER-FILE NEXT
041700         AT END SET XFER-STATUS-EOF TO TRUE
041800     END-READ.
041900     IF NOT XFER-STATUS-OK
042000         SET XFER-STATUS-EOF TO TRUE
042100         GO TO 1540-INDEX-ONE-TRANSFER-EXIT
042200     END-IF.
042300     ADD 1 TO WS-TRANSFERS-COUNTED.
042400*    AN EQUIVALENT OF OUR COURSE PASSES THAT COURSE, SO A
042500*    RETAKE HERE NEVER DOUBLE-COUNTS IT.  ELECTIVE CREDIT
042600*    ACCUMULATES UNDER ITS ELECTIVE CODE.
042700     MOVE XFER-STUDENT-ID TO GRX-STUDENT-ID.
042800     MOVE XFER-COURSE-ID  TO GRX-COURSE-ID.
042900     MOVE ZERO            TO GRX-BEST-POINTS.
043000     SET GRX-PASSED TO TRUE.
043100     MOVE ZERO            TO GRX-XFER-CREDITS.
043200     MOVE 'N'             TO GRX-HERE-SW.
043300     IF XFER-ELECTIVE
043400         MOVE XFER-CREDITS TO GRX-XFER-CREDITS
043500     END-IF.
043600     WRITE GRADE-INDEX-RECORD
043700         INVALID KEY
043800             PERFORM 1550-ADD-TO-INDEXED-COURSE
043900                 THRU 1550-ADD-TO-INDEXED-COURSE-EXIT
044000     END-WRITE.
044100 1540-INDEX-ONE-TRANSFER-EXIT.
044200     EXIT.
044300
044400 1550-ADD-TO-INDEXED-COURSE.
044500     READ GRADE-INDEX
044600         INVALID KEY GO TO 1550-ADD-TO-INDEXED-COURSE-EXIT
044700     END-READ.
044800     SET GRX-PASSED TO TRUE.
044900     IF XFER-ELECTIVE
045000         ADD XFER-CREDITS TO GRX-XFER-CREDITS
045100     END-IF.
045200     REWRITE GRADE-INDEX-RECORD
045300         INVALID KEY CONTINUE
045400     END-REWRITE.
045500 1550-ADD-TO-INDEXED-COURSE-EXIT.
045600     EXIT.
045700
045800 2000-TOTAL-NEXT-COURSE.
045900     READ GRADE-INDEX NEXT
046000         AT END SET GRX-STATUS-EOF TO TRUE
046100     END-READ.
046200     IF NOT GRX-STATUS-OK
046300         SET GRX-STATUS-EOF TO TRUE
046400         GO TO 2000-TOTAL-NEXT-COURSE-EXIT
046500     END-IF.
046600
046700     IF WS-FIRST-STUDENT
046800             OR GRX-STUDENT-ID NOT = WS-PREV-STUDENT-ID
046900         IF NOT WS-FIRST-STUDENT
047000             PERFORM 3000-POST-ONE-STUDENT
047100                 THRU 3000-POST-ONE-STUDENT-EXIT
047200         END-IF
047300         MOVE GRX-STUDENT-ID TO WS-PREV-STUDENT-ID
047400         MOVE ZERO TO WS-CREDITS-EARNED
047500         MOVE ZERO TO WS-CREDITS-HERE
047600     END-IF.
047700     MOVE 'N' TO WS-FIRST-STUDENT-SW.
047800
047900*    ELECTIVE TRANSFER CREDIT HAS NO CATALOG ENTRY - IT EARNS
048000*    THE CREDITS POSTED WITH IT.
048100     IF GRX-XFER-CREDITS > ZERO
048200         ADD GRX-XFER-CREDITS TO WS-CREDITS-EARNED
048300         GO TO 2000-TOTAL-NEXT-COURSE-EXIT
048400     END-IF.
048500*    A FAILED COURSE (ZERO POINTS) EARNS NOTHING - UNLESS IT
048600*    WAS TAKEN PASS/FAIL AND PASSED.
048700     IF GRX-BEST-POINTS = ZERO
048800             AND NOT GRX-PASSED
048900         GO TO 2000-TOTAL-NEXT-COURSE-EXIT
049000     END-IF.
049100     MOVE GRX-COURSE-ID TO COURSE-ID.
049200     READ COURSE-CATALOG
049300         INVALID KEY
049400             ADD 1 TO WS-COURSES-UNPRICED
049500             SET RC-WARNING TO TRUE
049600             GO TO 2000-TOTAL-NEXT-COURSE-EXIT
049700     END-READ.
049800     IF COURSE-CREDITS IS NUMERIC
049900         ADD COURSE-CREDITS TO WS-CREDITS-EARNED
050000         IF GRX-EARNED-HERE
050100             ADD COURSE-CREDITS TO WS-CREDITS-HERE
050200         END-IF
050300     END-IF.
050400 2000-TOTAL-NEXT-COURSE-EXIT.
050500     EXIT.
050600
050700 3000-POST-ONE-STUDENT.
050800     MOVE WS-PREV-STUDENT-ID TO PROG-STUDENT-ID.
050900     MOVE WS-CREDITS-EARNED  TO PROG-CREDITS-EARNED.
051000     MOVE WS-CREDITS-HERE    TO PROG-CREDITS-HERE.
051100     MOVE WS-TODAY-YYYYMMDD  TO PROG-LAST-UPDATE.
051200     WRITE PROGRESS-RECORD
051300         INVALID KEY
051400             REWRITE PROGRESS-RECORD
051500                 INVALID KEY CONTINUE
051600             END-REWRITE
051700     END-WRITE.
051800     ADD 1 TO WS-STUDENTS-UPDATED.
051900
052000     MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
052100     READ STUDENT INTO WS-STUDENT
052200         INVALID KEY
052300             MOVE WS-PREV-STUDENT-ID TO WS-STUDENT-ID
052400             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
052500     END-READ.
052600
052700     MOVE SPACES TO PROGRESS-REPORT-LINE.
052800     IF WS-CREDITS-EARNED NOT < WS-REQUIRED-CREDITS
052900         STRING WS-STUDENT-ID ' ' WS-NAME
053000                ' EARNED=' WS-CREDITS-EARNED
053100                ' REQUIREMENT MET'
053200             DELIMITED BY SIZE
053300             INTO PROGRESS-REPORT-LINE
053400         END-STRING
053500     ELSE
053600         COMPUTE WS-CREDITS-REMAINING =
053700             WS-REQUIRED-CREDITS - WS-CREDITS-EARNED
053800         STRING WS-STUDENT-ID ' ' WS-NAME
053900                ' EARNED=' WS-CREDITS-EARNED
054000                ' REMAINING=' WS-CREDITS-REMAINING
054100             DELIMITED BY SIZE
054200             INTO PROGRESS-REPORT-LINE
054300         END-STRING
054400     END-IF.
054500     WRITE PROGRESS-REPORT-LINE.
054600 3000-POST-ONE-STUDENT-EXIT.
054700     EXIT.
054800
054900 9000-FINISH.
055000     CLOSE STUDENT.
055100     CLOSE COURSE-CATALOG.
055200     CLOSE GRADE-INDEX.
055300     CLOSE PROGRESS-FILE.
055400     CLOSE PROGRESS-REPORT.
055500     DISPLAY 'DEGPROG - STUDENTS UPDATED : ' WS-STUDENTS-UPDATED.
055600     DISPLAY 'DEGPROG - COURSES NOT IN CATALOG: '
055700         WS-COURSES-UNPRICED.
055800     DISPLAY 'DEGPROG - TRANSFER COURSES READ : '
055900         WS-TRANSFERS-COUNTED.
056000     DISPLAY 'DEGPROG - RETURN CODE      : ' WS-RETURN-CODE.
056100 9000-FINISH-EXIT.
056200     EXIT.
056300
056400 9999-EXIT.
056500     STOP RUN.
