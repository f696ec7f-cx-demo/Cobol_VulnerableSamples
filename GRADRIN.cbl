000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADRIN.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  TAKES BACK THE COMPLETED
001000*                    GRADROST TURNAROUND FILE (GRADRTN, SEE
001100*                    ROSTREC), EDITS EACH GRADE AGAINST ENRLMAST
001200*                    AND GRADHIST AND WRITES THE ACCEPTED ONES AS
001300*                    THE GRADTRAN INPUT TO GRADPOST.  THEN LISTS
001400*                    EVERY REGISTERED ENROLLMENT FOR THE TERM
001500*                    STILL WITHOUT A GRADE, GROUPED BY INSTMAST
001600*                    INSTRUCTOR, SO THE REGISTRAR CAN CHASE THEM
001700*                    BEFORE GRADPOST RUNS.
001800*   2026-10-15 RLW  A ROSTER GRADE MAY NOW BE A LETTER FROM
001900*                    GRDSCALE AS WELL AS 9.99 POINTS - IT GOES
002000*                    TO GRADTRAN WITH THE LETTER AND ITS SCALE
002100*                    POINTS.
002200*   2026-10-15 RLW  GRADTRAN IS OPENED EXTEND (OUTPUT ONLY WHEN
002300*                    IT DOES NOT EXIST) SO CORRECTIONS INCLAPSE
002400*                    HAS QUEUED FOR GRADPOST ARE NOT LOST.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STUDENT ASSIGN TO FILENAME
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS STUDENT-ID
003300         FILE STATUS IS WS-STUDENT-STATUS.
003400
003500     SELECT ROSTER-RETURN ASSIGN TO "GRADRTN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ROST-STATUS.
003800
003900     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ENRL-KEY
004300         FILE STATUS IS WS-ENRL-STATUS.
004400
004500     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HIST-STATUS.
004800
004900     SELECT INSTRUCTOR-FILE ASSIGN TO "INSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS INST-KEY
005300         FILE STATUS IS WS-INST-STATUS.
005400
005500     SELECT GRADE-TRAN-FILE ASSIGN TO "GRADTRAN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TRAN-STATUS.
005800
005900     SELECT GRADE-INDEX ASSIGN TO "GRADRIDX"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS GRX-KEY
006300         FILE STATUS IS WS-GRX-STATUS.
006400
006500     SELECT SORT-WORK ASSIGN TO "GRADRWRK".
006600
006700     SELECT MISSING-REPORT ASSIGN TO "GRADMISS"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PARM-STATUS.
007300
007400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BUSDATE-STATUS.
007700
007800     SELECT EXCEPTION-FILE ASSIGN TO "GRINEXC"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  STUDENT.
008400     COPY STUDREC.
008500
008600 01  FILENAME                   PIC X(12).
008700
008800 FD  ROSTER-RETURN.
008900     COPY ROSTREC.
009000
009100 FD  ENROLLMENT-FILE.
009200     COPY ENRLREC.
009300
009400 FD  GRADE-HISTORY.
009500     COPY GRADREC.
009600
009700 FD  INSTRUCTOR-FILE.
009800     COPY INSTREC.
009900
010000*    SAME LAYOUT GRADPOST READS.
010100 FD  GRADE-TRAN-FILE.
010200 01  GRADE-TRAN-RECORD.
010300     05  TRAN-STUDENT-ID             PIC 9(09).
010400     05  FILLER                      PIC X(01).
010500     05  TRAN-COURSE-ID              PIC X(08).
010600     05  FILLER                      PIC X(01).
010700     05  TRAN-TERM                   PIC X(05).
010800     05  FILLER                      PIC X(01).
010900     05  TRAN-GRADE-POINTS           PIC 9(01)V9(02).
011000     05  FILLER                      PIC X(01).
011100     05  TRAN-ACTION                 PIC X(01).
011200     05  FILLER                      PIC X(01).
011300     05  TRAN-LETTER-GRADE           PIC X(02).
011400
011500 FD  GRADE-INDEX.
011600 01  GRADE-INDEX-RECORD.
011700     05  GRX-KEY.
011800         10  GRX-STUDENT-ID          PIC 9(09).
011900         10  GRX-COURSE-ID           PIC X(08).
012000         10  GRX-TERM                PIC X(05).
012100     05  GRX-SOURCE                  PIC X(01).
012200         88  GRX-FROM-HISTORY        VALUE 'H'.
012300         88  GRX-FROM-ROSTER         VALUE 'R'.
012400
012500 SD  SORT-WORK.
012600 01  SORT-MISSING-RECORD.
012700     05  SORT-INSTRUCTOR-ID          PIC X(08).
012800     05  SORT-COURSE-ID              PIC X(08).
012900     05  SORT-SECTION                PIC X(03).
013000     05  SORT-STUDENT-ID             PIC 9(09).
013100     05  SORT-INSTRUCTOR-NAME        PIC X(25).
013200
013300 FD  MISSING-REPORT.
013400 01  MISSING-REPORT-LINE            PIC X(80).
013500
013600 FD  PARM-CARD-FILE.
013700     COPY PARMREC.
013800
013900 FD  BUSDATE-FILE.
014000     COPY BUSDATE.
014100
014200 FD  EXCEPTION-FILE.
014300     COPY EXCREC.
014400
014500 WORKING-STORAGE SECTION.
014600     COPY STUDWS.
014700     COPY RETCODES.
014800     COPY GRDSCALE.
014900
015000 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
015100     88  STUDENT-STATUS-OK           VALUE '00'.
015200 01  WS-ROST-STATUS                 PIC X(02) VALUE '00'.
015300     88  ROST-STATUS-OK              VALUE '00'.
015400     88  ROST-STATUS-EOF             VALUE '10'.
015500 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
015600     88  ENRL-STATUS-OK              VALUE '00'.
015700     88  ENRL-STATUS-EOF             VALUE '10'.
015800 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
015900     88  HIST-STATUS-OK              VALUE '00'.
016000     88  HIST-STATUS-EOF             VALUE '10'.
016100 01  WS-INST-STATUS                 PIC X(02) VALUE '00'.
016200     88  INST-STATUS-OK              VALUE '00'.
016300 01  WS-INST-OPEN-SW                PIC X(01) VALUE 'N'.
016400     88  WS-INST-OPEN                VALUE 'Y'.
016500 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
016600     88  TRAN-STATUS-OK              VALUE '00'.
016700     88  TRAN-STATUS-NOT-FOUND       VALUE '35'.
016800 01  WS-ROST-OPEN-SW                PIC X(01) VALUE 'N'.
016900     88  WS-ROST-FILE-OPEN           VALUE 'Y'.
017000 01  WS-GRX-STATUS                  PIC X(02) VALUE '00'.
017100     88  GRX-STATUS-OK               VALUE '00'.
017200 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
017300     88  PARM-STATUS-OK              VALUE '00'.
017400     88  PARM-STATUS-EOF             VALUE '10'.
017500 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
017600     88  BUSDATE-STATUS-OK           VALUE '00'.
017700 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
017800     88  WS-PARM-FOUND               VALUE 'Y'.
017900
018000 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
018100     88  SORT-AT-EOF                 VALUE 'Y'.
018200 01  WS-FIRST-INSTRUCTOR-SW         PIC X(01) VALUE 'Y'.
018300     88  WS-FIRST-INSTRUCTOR         VALUE 'Y'.
018400
018500 01  WS-GRADE-TERM                  PIC X(05) VALUE SPACES.
018600 01  WS-GRADE-POINTS                PIC 9(01)V9(02) VALUE ZERO.
018700 01  WS-GRADE-LETTER                PIC X(02) VALUE SPACES.
018800 01  WS-MAX-GRADE-POINTS            PIC 9(01)V9(02) VALUE 4.00.
018900 01  WS-PREV-INSTRUCTOR-ID          PIC X(08) VALUE SPACES.
019000 01  WS-INSTRUCTOR-MISSING          PIC 9(05) VALUE ZERO.
019100
019200 01  WS-ROSTER-LINES-READ           PIC 9(07) COMP VALUE ZERO.
019300 01  WS-GRADES-ACCEPTED             PIC 9(07) COMP VALUE ZERO.
019400 01  WS-GRADES-BLANK                PIC 9(07) COMP VALUE ZERO.
019500 01  WS-LINES-REJECTED              PIC 9(07) COMP VALUE ZERO.
019600 01  WS-HISTORY-INDEXED             PIC 9(07) COMP VALUE ZERO.
019700 01  WS-ENROLLMENTS-CHECKED         PIC 9(07) COMP VALUE ZERO.
019800 01  WS-GRADES-MISSING              PIC 9(07) COMP VALUE ZERO.
019900
020000 01  WS-CURRENT-DATE-TIME.
020100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
020200     05  WS-TIME-HHMMSSHH           PIC 9(08).
020300     05  FILLER                     PIC X(05).
020400
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE
020800         THRU 1000-INITIALIZE-EXIT.
020900
021000     IF NOT RC-SEVERE
021100         PERFORM 1100-BUILD-GRADE-INDEX
021200             THRU 1100-BUILD-GRADE-INDEX-EXIT
021300     END-IF.
021400
021500     IF NOT RC-SEVERE AND WS-ROST-FILE-OPEN
021600         PERFORM 2000-EDIT-NEXT-LINE
021700             THRU 2000-EDIT-NEXT-LINE-EXIT
021800             UNTIL ROST-STATUS-EOF
021900     END-IF.
022000
022100     IF NOT RC-SEVERE
022200         SORT SORT-WORK
022300             ON ASCENDING KEY SORT-INSTRUCTOR-ID SORT-COURSE-ID
022400                 SORT-SECTION SORT-STUDENT-ID
022500             INPUT PROCEDURE IS 3000-SELECT-MISSING
022600                 THRU 3000-SELECT-MISSING-EXIT
022700             OUTPUT PROCEDURE IS 4000-PRINT-MISSING
022800                 THRU 4000-PRINT-MISSING-EXIT
022900     END-IF.
023000
023100     PERFORM 9000-FINISH
023200         THRU 9000-FINISH-EXIT.
023300
023400     MOVE WS-RETURN-CODE TO RETURN-CODE.
023500     GO TO 9999-EXIT.
023600
023700 1000-INITIALIZE.
023800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023900     PERFORM 1050-GET-BUSINESS-DATE
024000         THRU 1050-GET-BUSINESS-DATE-EXIT.
024100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
024200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
024300     OPEN OUTPUT EXCEPTION-FILE.
024400     OPEN OUTPUT MISSING-REPORT.
024500     PERFORM 1080-READ-PARM-CARD
024600         THRU 1080-READ-PARM-CARD-EXIT.
024700     IF NOT WS-PARM-FOUND
024800         DISPLAY 'ENTER STUDENT DATASET NAME: '
024900         ACCEPT FILENAME
025000         DISPLAY 'ENTER TERM BEING GRADED (E.G. 2026F): '
025100         ACCEPT WS-GRADE-TERM
025200     END-IF.
025300     OPEN INPUT STUDENT.
025400     IF NOT STUDENT-STATUS-OK
025500         DISPLAY 'GRADRIN - UNABLE TO OPEN STUDENT FILE, STATUS='
025600             WS-STUDENT-STATUS
025700         SET RC-SEVERE TO TRUE
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000     OPEN INPUT ENROLLMENT-FILE.
026100     IF NOT ENRL-STATUS-OK
026200         DISPLAY 'GRADRIN - UNABLE TO OPEN ENRLMAST, STATUS='
026300             WS-ENRL-STATUS
026400         SET RC-SEVERE TO TRUE
026500         GO TO 1000-INITIALIZE-EXIT
026600     END-IF.
026700     OPEN INPUT INSTRUCTOR-FILE.
026800     IF INST-STATUS-OK
026900         SET WS-INST-OPEN TO TRUE
027000     END-IF.
027100*    NO ROSTERS BACK YET IS NOT AN ERROR - THE MISSING-GRADE
027200*    LIST STILL RUNS, AND GRADTRAN IS LEFT AS IT STANDS SO A
027300*    HAND-BUILT TRANSACTION FILE IS NOT WIPED OUT.
027400     OPEN INPUT ROSTER-RETURN.
027500     IF NOT ROST-STATUS-OK
027600         DISPLAY 'GRADRIN - NO GRADRTN ROSTERS, STATUS='
027700             WS-ROST-STATUS
027800         GO TO 1000-INITIALIZE-EXIT
027900     END-IF.
028000     SET WS-ROST-FILE-OPEN TO TRUE.
028100*    GRADTRAN MAY ALREADY HOLD INCLAPSE'S 'C' CORRECTIONS FOR
028200*    THE NEXT GRADPOST - EXTEND, NOT OUTPUT.  ONLY A FILE THAT
028300*    IS NOT THERE YET IS CREATED.
028400     OPEN EXTEND GRADE-TRAN-FILE.
028500     IF TRAN-STATUS-NOT-FOUND
028600         OPEN OUTPUT GRADE-TRAN-FILE
028700     END-IF.
028800     IF NOT TRAN-STATUS-OK
028900         DISPLAY 'GRADRIN - UNABLE TO OPEN GRADTRAN, STATUS='
029000             WS-TRAN-STATUS
029100         SET RC-SEVERE TO TRUE
029200         GO TO 1000-INITIALIZE-EXIT
029300     END-IF.
029400 1000-INITIALIZE-EXIT.
029500     EXIT.
029600
029700 1050-GET-BUSINESS-DATE.
029800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
029900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
030000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
030100*    CLOCK TIME FIELD STAYS REAL.
030200     OPEN INPUT BUSDATE-FILE.
030300     IF NOT BUSDATE-STATUS-OK
030400         GO TO 1050-GET-BUSINESS-DATE-EXIT
030500     END-IF.
030600     READ BUSDATE-FILE
030700         AT END
030800             CLOSE BUSDATE-FILE
030900             GO TO 1050-GET-BUSINESS-DATE-EXIT
031000     END-READ.
031100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
031200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
031300     END-IF.
031400     CLOSE BUSDATE-FILE.
031500 1050-GET-BUSINESS-DATE-EXIT.
031600     EXIT.
031700
031800 1080-READ-PARM-CARD.
031900*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 TERM.
032000     MOVE 'N' TO WS-PARM-FOUND-SW.
032100     OPEN INPUT PARM-CARD-FILE.
032200     IF NOT PARM-STATUS-OK
032300         GO TO 1080-READ-PARM-CARD-EXIT
032400     END-IF.
032500     PERFORM 1081-SCAN-ONE-CARD
032600         THRU 1081-SCAN-ONE-CARD-EXIT
032700         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
032800     CLOSE PARM-CARD-FILE.
032900     IF WS-PARM-FOUND
033000         IF PARM-OPTIONS(1:12) = SPACES
033100                 OR PARM-OPTIONS(13:5) = SPACES
033200             MOVE 'N' TO WS-PARM-FOUND-SW
033300             MOVE PARM-OPTIONS(1:20) TO EXC-KEY-VALUE
033400             MOVE 'E392' TO EXC-REASON-CODE
033500             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
033600                 EXC-REASON-TEXT
033700             PERFORM 2910-WRITE-EXC-RECORD
033800                 THRU 2910-WRITE-EXC-RECORD-EXIT
033900         ELSE
034000             MOVE PARM-OPTIONS(1:12) TO FILENAME
034100             MOVE PARM-OPTIONS(13:5) TO WS-GRADE-TERM
034200         END-IF
034300     END-IF.
034400 1080-READ-PARM-CARD-EXIT.
034500     EXIT.
034600
034700 1081-SCAN-ONE-CARD.
034800     READ PARM-CARD-FILE
034900         AT END SET PARM-STATUS-EOF TO TRUE
035000     END-READ.
035100     IF PARM-STATUS-EOF
035200         GO TO 1081-SCAN-ONE-CARD-EXIT
035300     END-IF.
035400     IF PARM-PROGRAM-ID = 'GRADRIN '
035500         SET WS-PARM-FOUND TO TRUE
035600     END-IF.
035700 1081-SCAN-ONE-CARD-EXIT.
035800     EXIT.
035900
036000 1100-BUILD-GRADE-INDEX.
036100*    EVERY STUDENT/COURSE/TERM ALREADY HOLDING A GRADE, KEYED -
036200*    THE GLCIDX PATTERN.  ROSTER GRADES ARE ADDED AS THEY ARE
036300*    ACCEPTED, SO THE MISSING LIST SEES BOTH.  A MISSING
036400*    HISTORY IS AN EMPTY INDEX.
036500     OPEN OUTPUT GRADE-INDEX.
036600     IF NOT GRX-STATUS-OK
036700         DISPLAY 'GRADRIN - UNABLE TO BUILD GRADRIDX, STATUS='
036800             WS-GRX-STATUS
036900         SET RC-SEVERE TO TRUE
037000         GO TO 1100-BUILD-GRADE-INDEX-EXIT
037100     END-IF.
037200     OPEN INPUT GRADE-HISTORY.
037300     IF NOT HIST-STATUS-OK
037400         CLOSE GRADE-INDEX
037500         OPEN I-O GRADE-INDEX
037600         GO TO 1100-BUILD-GRADE-INDEX-EXIT
037700     END-IF.
037800     PERFORM 1110-INDEX-ONE-GRADE
037900         THRU 1110-INDEX-ONE-GRADE-EXIT
038000         UNTIL HIST-STATUS-EOF.
038100     CLOSE GRADE-HISTORY.
038200     CLOSE GRADE-INDEX.
038300     OPEN I-O GRADE-INDEX.
038400 1100-BUILD-GRADE-INDEX-EXIT.
038500     EXIT.
038600
038700 1110-INDEX-ONE-GRADE.
038800     READ GRADE-HISTORY
038900         AT END SET HIST-STATUS-EOF TO TRUE
039000     END-READ.
039100     IF HIST-STATUS-EOF
039200         GO TO 1110-INDEX-ONE-GRADE-EXIT
039300     END-IF.
039400     IF GRADE-TERM NOT = WS-GRADE-TERM
039500         GO TO 1110-INDEX-ONE-GRADE-EXIT
039600     END-IF.
039700     MOVE GRADE-STUDENT-ID TO GRX-STUDENT-ID.
039800     MOVE GRADE-COURSE-ID  TO GRX-COURSE-ID.
039900     MOVE GRADE-TERM       TO GRX-TERM.
040000     SET GRX-FROM-HISTORY  TO TRUE.
040100     WRITE GRADE-INDEX-RECORD
040200         INVALID KEY CONTINUE
040300         NOT INVALID KEY ADD 1 TO WS-HISTORY-INDEXED
040400     END-WRITE.
040500 1110-INDEX-ONE-GRADE-EXIT.
040600     EXIT.
040700
040800 2000-EDIT-NEXT-LINE.
040900     READ ROSTER-RETURN
041000         AT END SET ROST-STATUS-EOF TO TRUE
041100     END-READ.
041200     IF ROST-STATUS-EOF
041300         GO TO 2000-EDIT-NEXT-LINE-EXIT
041400     END-IF.
041500     ADD 1 TO WS-ROSTER-LINES-READ.
041600
041700     IF ROST-STUDENT-ID IS NOT NUMERIC
041800         MOVE 'E190' TO EXC-REASON-CODE
041900         MOVE 'STUDENT ID NOT NUMERIC' TO EXC-REASON-TEXT
042000         PERFORM 2900-WRITE-EXCEPTION
042100             THRU 2900-WRITE-EXCEPTION-EXIT
042200         GO TO 2000-EDIT-NEXT-LINE-EXIT
042300     END-IF.
042400     IF ROST-TERM NOT = WS-GRADE-TERM
042500         MOVE 'E191' TO EXC-REASON-CODE
042600         MOVE 'ROSTER NOT FOR THE TERM BEING GRADED' TO
042700             EXC-REASON-TEXT
042800         PERFORM 2900-WRITE-EXCEPTION
042900             THRU 2900-WRITE-EXCEPTION-EXIT
043000         GO TO 2000-EDIT-NEXT-LINE-EXIT
043100     END-IF.
043200*    A BLANK GRADE IS THE INSTRUCTOR NOT YET GRADING THAT SEAT -
043300*    IT SHOWS ON THE MISSING LIST RATHER THAN AS AN EXCEPTION.
043400     IF ROST-GRADE = SPACES
043500         ADD 1 TO WS-GRADES-BLANK
043600         GO TO 2000-EDIT-NEXT-LINE-EXIT
043700     END-IF.
043800*    A GRADE STARTING WITH A DIGIT IS POINTS, ANYTHING ELSE IS
043900*    TAKEN AS A LETTER AND MUST BE ON THE GRADE SCALE.
044000     MOVE SPACES TO WS-GRADE-LETTER.
044100     IF ROST-GRADE-WHOLE IS NOT NUMERIC
044200         PERFORM 2100-EDIT-LETTER-GRADE
044300             THRU 2100-EDIT-LETTER-GRADE-EXIT
044400         IF WS-SCALE-MATCH-SUB = ZERO
044500             GO TO 2000-EDIT-NEXT-LINE-EXIT
044600         END-IF
044700     ELSE
044800         IF ROST-GRADE-POINT NOT = '.'
044900                 OR ROST-GRADE-FRACTION IS NOT NUMERIC
045000             MOVE 'E192' TO EXC-REASON-CODE
045100             MOVE 'GRADE NOT A LETTER OR 9.99 POINTS' TO
045200                 EXC-REASON-TEXT
045300             PERFORM 2900-WRITE-EXCEPTION
045400                 THRU 2900-WRITE-EXCEPTION-EXIT
045500             GO TO 2000-EDIT-NEXT-LINE-EXIT
045600         END-IF
045700         COMPUTE WS-GRADE-POINTS = ROST-GRADE-WHOLE
045800             + ROST-GRADE-FRACTION / 100
045900     END-IF.
046000     IF WS-GRADE-POINTS > WS-MAX-GRADE-POINTS
046100         MOVE 'E193' TO EXC-REASON-CODE
046200         MOVE 'GRADE POINTS ABOVE 4.00' TO EXC-REASON-TEXT
046300         PERFORM 2900-WRITE-EXCEPTION
046400             THRU 2900-WRITE-EXCEPTION-EXIT
046500         GO TO 2000-EDIT-NEXT-LINE-EXIT
046600     END-IF.
046700
046800     MOVE ROST-STUDENT-ID TO ENRL-STUDENT-ID.
046900     MOVE ROST-COURSE-ID  TO ENRL-COURSE-ID.
047000     MOVE ROST-TERM       TO ENRL-TERM.
047100     MOVE ROST-SECTION    TO ENRL-SECTION.
047200     IF ENRL-SECTION = SPACES
047300         MOVE '001' TO ENRL-SECTION
047400     END-IF.
047500     READ ENROLLMENT-FILE
047600         INVALID KEY MOVE SPACES TO ENRL-STATUS
047700     END-READ.
047800     IF NOT ENRL-REGISTERED
047900         MOVE 'E194' TO EXC-REASON-CODE
048000         MOVE 'NOT REGISTERED IN THIS SECTION' TO
048100             EXC-REASON-TEXT
048200         PERFORM 2900-WRITE-EXCEPTION
048300             THRU 2900-WRITE-EXCEPTION-EXIT
048400         GO TO 2000-EDIT-NEXT-LINE-EXIT
048500     END-IF.
048600
048700     MOVE ROST-STUDENT-ID TO GRX-STUDENT-ID.
048800     MOVE ROST-COURSE-ID  TO GRX-COURSE-ID.
048900     MOVE ROST-TERM       TO GRX-TERM.
049000     READ GRADE-INDEX
049100         INVALID KEY MOVE SPACES TO GRX-SOURCE
049200     END-READ.
049300*    A ROSTER ONLY FIRST-POSTS - A CHANGE TO A POSTED GRADE IS A
049400*    KEYED 'C' TRANSACTION SO IT GOES THROUGH THE GRADAUDT TRAIL.
049500     IF GRX-FROM-HISTORY
049600         MOVE 'E195' TO EXC-REASON-CODE
049700         MOVE 'GRADE ALREADY POSTED - KEY A CORRECTION' TO
049800             EXC-REASON-TEXT
049900         PERFORM 2900-WRITE-EXCEPTION
050000             THRU 2900-WRITE-EXCEPTION-EXIT
050100         GO TO 2000-EDIT-NEXT-LINE-EXIT
050200     END-IF.
050300     IF GRX-FROM-ROSTER
050400         MOVE 'E196' TO EXC-REASON-CODE
050500         MOVE 'DUPLICATE ROSTER LINE - FIRST KEPT' TO
050600             EXC-REASON-TEXT
050700         PERFORM 2900-WRITE-EXCEPTION
050800             THRU 2900-WRITE-EXCEPTION-EXIT
050900         GO TO 2000-EDIT-NEXT-LINE-EXIT
051000     END-IF.
051100
051200     MOVE SPACES TO GRADE-TRAN-RECORD.
051300     MOVE ROST-STUDENT-ID TO TRAN-STUDENT-ID.
051400     MOVE ROST-COURSE-ID  TO TRAN-COURSE-ID.
051500     MOVE ROST-TERM       TO TRAN-TERM.
051600     MOVE WS-GRADE-POINTS TO TRAN-GRADE-POINTS.
051700     MOVE SPACE           TO TRAN-ACTION.
051800     MOVE WS-GRADE-LETTER TO TRAN-LETTER-GRADE.
051900     WRITE GRADE-TRAN-RECORD.
052000     SET GRX-FROM-ROSTER TO TRUE.
052100     WRITE GRADE-INDEX-RECORD
052200         INVALID KEY CONTINUE
052300     END-WRITE.
052400     ADD 1 TO WS-GRADES-ACCEPTED.
052500 2000-EDIT-NEXT-LINE-EXIT.
052600     EXIT.
052700
052800 2100-EDIT-LETTER-GRADE.
052900     MOVE ZERO TO WS-SCALE-MATCH-SUB.
053000     IF ROST-GRADE(3:2) = SPACES
053100         PERFORM 2110-CHECK-ONE-LETTER
053200             THRU 2110-CHECK-ONE-LETTER-EXIT
053300             VARYING WS-SCALE-SUB FROM 1 BY 1
053400             UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
053500                 OR WS-SCALE-MATCH-SUB > ZERO
053600     END-IF.
053700     IF WS-SCALE-MATCH-SUB = ZERO
053800         MOVE 'E192' TO EXC-REASON-CODE
053900         MOVE 'GRADE NOT A LETTER OR 9.99 POINTS' TO
054000             EXC-REASON-TEXT
054100         PERFORM 2900-WRITE-EXCEPTION
054200             THRU 2900-WRITE-EXCEPTION-EXIT
054300         GO TO 2100-EDIT-LETTER-GRADE-EXIT
054400     END-IF.
054500     MOVE WS-SCALE-LETTER(WS-SCALE-MATCH-SUB) TO WS-GRADE-LETTER.
054600     MOVE WS-SCALE-POINTS(WS-SCALE-MATCH-SUB) TO WS-GRADE-POINTS.
054700 2100-EDIT-LETTER-GRADE-EXIT.
054800     EXIT.
054900
055000 2110-CHECK-ONE-LETTER.
055100     IF WS-SCALE-LETTER(WS-SCALE-SUB) = ROST-GRADE(1:2)
055200         MOVE WS-SCALE-SUB TO WS-SCALE-MATCH-SUB
055300     END-IF.
055400 2110-CHECK-ONE-LETTER-EXIT.
055500     EXIT.
055600
055700 2900-WRITE-EXCEPTION.
055800     ADD 1 TO WS-LINES-REJECTED.
055900     MOVE SPACES TO EXC-KEY-VALUE.
056000     STRING ROST-STUDENT-ID '/' ROST-COURSE-ID '/'
056100            ROST-SECTION '/' ROST-TERM
056200         DELIMITED BY SIZE
056300         INTO EXC-KEY-VALUE
056400     END-STRING.
056500     PERFORM 2910-WRITE-EXC-RECORD
056600         THRU 2910-WRITE-EXC-RECORD-EXIT.
056700 2900-WRITE-EXCEPTION-EXIT.
056800     EXIT.
056900
057000 2910-WRITE-EXC-RECORD.
057100     MOVE 'GRADRIN' TO EXC-PROGRAM-ID.
057200     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
057300     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
057400     MOVE SPACES TO EXC-OPERATOR-ID.
057500     WRITE EXC-RECORD.
057600     SET RC-WARNING TO TRUE.
057700 2910-WRITE-EXC-RECORD-EXIT.
057800     EXIT.
057900
058000 3000-SELECT-MISSING.
058100     MOVE LOW-VALUES TO ENRL-KEY.
058200     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
058300         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
058400     END-START.
058500     PERFORM 3100-CHECK-NEXT-ENRL
058600         THRU 3100-CHECK-NEXT-ENRL-EXIT
058700         UNTIL ENRL-STATUS-EOF.
058800 3000-SELECT-MISSING-EXIT.
058900     EXIT.
059000
059100 3100-CHECK-NEXT-ENRL.
059200     READ ENROLLMENT-FILE NEXT
059300         AT END SET ENRL-STATUS-EOF TO TRUE
059400     END-READ.
059500     IF ENRL-STATUS-EOF
059600         GO TO 3100-CHECK-NEXT-ENRL-EXIT
059700     END-IF.
059800     IF ENRL-TERM NOT = WS-GRADE-TERM
059900             OR NOT ENRL-REGISTERED
060000         GO TO 3100-CHECK-NEXT-ENRL-EXIT
060100     END-IF.
060200     ADD 1 TO WS-ENROLLMENTS-CHECKED.
060300     MOVE ENRL-STUDENT-ID TO GRX-STUDENT-ID.
060400     MOVE ENRL-COURSE-ID  TO GRX-COURSE-ID.
060500     MOVE ENRL-TERM       TO GRX-TERM.
060600     READ GRADE-INDEX
060700         INVALID KEY MOVE SPACES TO GRX-SOURCE
060800     END-READ.
060900     IF GRX-FROM-HISTORY OR GRX-FROM-ROSTER
061000         GO TO 3100-CHECK-NEXT-ENRL-EXIT
061100     END-IF.
061200
061300     MOVE SPACES TO SORT-INSTRUCTOR-ID.
061400     MOVE '** NO INSTRUCTOR ASSIGNED **' TO SORT-INSTRUCTOR-NAME.
061500     IF WS-INST-OPEN
061600         MOVE ENRL-COURSE-ID TO INST-COURSE-ID
061700         MOVE ENRL-SECTION   TO INST-SECTION
061800         MOVE ENRL-TERM      TO INST-TERM
061900         READ INSTRUCTOR-FILE
062000             NOT INVALID KEY
062100                 MOVE INST-INSTRUCTOR-ID   TO SORT-INSTRUCTOR-ID
062200                 MOVE INST-INSTRUCTOR-NAME TO
062300                     SORT-INSTRUCTOR-NAME
062400         END-READ
062500     END-IF.
062600     MOVE ENRL-COURSE-ID  TO SORT-COURSE-ID.
062700     MOVE ENRL-SECTION    TO SORT-SECTION.
062800     MOVE ENRL-STUDENT-ID TO SORT-STUDENT-ID.
062900     RELEASE SORT-MISSING-RECORD.
063000     ADD 1 TO WS-GRADES-MISSING.
063100 3100-CHECK-NEXT-ENRL-EXIT.
063200     EXIT.
063300
063400 4000-PRINT-MISSING.
063500     MOVE SPACES TO MISSING-REPORT-LINE.
063600     STRING 'GRADES NOT YET RECEIVED - TERM ' WS-GRADE-TERM
063700            '     AS OF ' WS-TODAY-YYYYMMDD
063800         DELIMITED BY SIZE
063900         INTO MISSING-REPORT-LINE
064000     END-STRING.
064100     WRITE MISSING-REPORT-LINE.
064200     PERFORM 4100-RETURN-NEXT
064300         THRU 4100-RETURN-NEXT-EXIT
064400         UNTIL SORT-AT-EOF.
064500     IF NOT WS-FIRST-INSTRUCTOR
064600         PERFORM 4400-WRITE-INSTRUCTOR-TOTAL
064700             THRU 4400-WRITE-INSTRUCTOR-TOTAL-EXIT
064800     END-IF.
064900     MOVE SPACES TO MISSING-REPORT-LINE.
065000     WRITE MISSING-REPORT-LINE.
065100     MOVE SPACES TO MISSING-REPORT-LINE.
065200     MOVE WS-GRADES-MISSING TO WS-INSTRUCTOR-MISSING.
065300     STRING 'TOTAL ENROLLMENTS WITHOUT A GRADE: '
065400            WS-INSTRUCTOR-MISSING
065500         DELIMITED BY SIZE
065600         INTO MISSING-REPORT-LINE
065700     END-STRING.
065800     WRITE MISSING-REPORT-LINE.
065900 4000-PRINT-MISSING-EXIT.
066000     EXIT.
066100
066200 4100-RETURN-NEXT.
066300     RETURN SORT-WORK INTO SORT-MISSING-RECORD
066400         AT END SET SORT-AT-EOF TO TRUE
066500     END-RETURN.
066600     IF SORT-AT-EOF
066700         GO TO 4100-RETURN-NEXT-EXIT
066800     END-IF.
066900     IF WS-FIRST-INSTRUCTOR
067000             OR SORT-INSTRUCTOR-ID NOT = WS-PREV-INSTRUCTOR-ID
067100         IF NOT WS-FIRST-INSTRUCTOR
067200             PERFORM 4400-WRITE-INSTRUCTOR-TOTAL
067300                 THRU 4400-WRITE-INSTRUCTOR-TOTAL-EXIT
067400         END-IF
067500         PERFORM 4200-WRITE-INSTRUCTOR-HEADER
067600             THRU 4200-WRITE-INSTRUCTOR-HEADER-EXIT
067700     END-IF.
067800     MOVE 'N' TO WS-FIRST-INSTRUCTOR-SW.
067900     MOVE SORT-INSTRUCTOR-ID TO WS-PREV-INSTRUCTOR-ID.
068000     PERFORM 4300-WRITE-MISSING-LINE
068100         THRU 4300-WRITE-MISSING-LINE-EXIT.
068200 4100-RETURN-NEXT-EXIT.
068300     EXIT.
068400
068500 4200-WRITE-INSTRUCTOR-HEADER.
068600     MOVE SPACES TO MISSING-REPORT-LINE.
068700     WRITE MISSING-REPORT-LINE.
068800     MOVE SPACES TO MISSING-REPORT-LINE.
068900     STRING 'INSTRUCTOR ' SORT-INSTRUCTOR-ID ' '
069000            SORT-INSTRUCTOR-NAME
069100         DELIMITED BY SIZE
069200         INTO MISSING-REPORT-LINE
069300     END-STRING.
069400     WRITE MISSING-REPORT-LINE.
069500 4200-WRITE-INSTRUCTOR-HEADER-EXIT.
069600     EXIT.
069700
069800 4300-WRITE-MISSING-LINE.
069900     MOVE SORT-STUDENT-ID TO STUDENT-ID.
070000     READ STUDENT INTO WS-STUDENT
070100         INVALID KEY
070200             MOVE SORT-STUDENT-ID TO WS-STUDENT-ID
070300             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
070400     END-READ.
070500     MOVE SPACES TO MISSING-REPORT-LINE.
070600     STRING '  ' SORT-COURSE-ID ' SEC ' SORT-SECTION
070700            '  ' WS-STUDENT-ID ' ' WS-NAME
070800         DELIMITED BY SIZE
070900         INTO MISSING-REPORT-LINE
071000     END-STRING.
071100     WRITE MISSING-REPORT-LINE.
071200     ADD 1 TO WS-INSTRUCTOR-MISSING.
071300 4300-WRITE-MISSING-LINE-EXIT.
071400     EXIT.
071500
071600 4400-WRITE-INSTRUCTOR-TOTAL.
071700     MOVE SPACES TO MISSING-REPORT-LINE.
071800     STRING '  GRADES OUTSTANDING: ' WS-INSTRUCTOR-MISSING
071900         DELIMITED BY SIZE
072000         INTO MISSING-REPORT-LINE
072100     END-STRING.
072200     WRITE MISSING-REPORT-LINE.
072300     MOVE ZERO TO WS-INSTRUCTOR-MISSING.
072400 4400-WRITE-INSTRUCTOR-TOTAL-EXIT.
072500     EXIT.
072600
072700 9000-FINISH.
072800     CLOSE STUDENT.
072900     CLOSE ENROLLMENT-FILE.
073000     IF WS-INST-OPEN
073100         CLOSE INSTRUCTOR-FILE
073200     END-IF.
073300     IF WS-ROST-FILE-OPEN
073400         CLOSE ROSTER-RETURN
073500         CLOSE GRADE-TRAN-FILE
073600     END-IF.
073700     CLOSE GRADE-INDEX.
073800     CLOSE MISSING-REPORT.
073900     CLOSE EXCEPTION-FILE.
074000     DISPLAY 'GRADRIN - TERM                 : ' WS-GRADE-TERM.
074100     DISPLAY 'GRADRIN - ROSTER LINES READ    : '
074200         WS-ROSTER-LINES-READ.
074300     DISPLAY 'GRADRIN - GRADES TO GRADTRAN   : '
074400         WS-GRADES-ACCEPTED.
074500     DISPLAY 'GRADRIN - GRADES LEFT BLANK    : '
074600         WS-GRADES-BLANK.
074700     DISPLAY 'GRADRIN - LINES REJECTED       : '
074800         WS-LINES-REJECTED.
074900     DISPLAY 'GRADRIN - ALREADY IN GRADHIST  : '
075000         WS-HISTORY-INDEXED.
075100     DISPLAY 'GRADRIN - ENROLLMENTS CHECKED  : '
075200         WS-ENROLLMENTS-CHECKED.
075300     DISPLAY 'GRADRIN - GRADES MISSING       : '
075400         WS-GRADES-MISSING.
075500     DISPLAY 'GRADRIN - RETURN CODE          : ' WS-RETURN-CODE.
075600 9000-FINISH-EXIT.
075700     EXIT.
075800
075900 9999-EXIT.
076000     STOP RUN.
