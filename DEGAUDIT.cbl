000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEGAUDIT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  REQUIREMENT-LEVEL DEGREE
001000*                    AUDIT - WALKS THE STUDMAJR MAJOR FILE (SEE
001100*                    MAJRREC), LOADS EACH STUDENT'S PROGRAM
001200*                    FROM THE PROGREQ REQUIREMENTS FILE (SEE
001300*                    DREQREC), AND CHECKS EVERY REQUIRED COURSE,
001400*                    ELECTIVE POOL AND THE MINIMUM GPA IN THE
001500*                    MAJOR AGAINST THE POSTED GRADHIST GRADES
001600*                    AND THE REGISTERED ENRLMAST ENROLLMENTS.
001700*                    EACH LINE PRINTS AS MET, IN PROGRESS OR
001800*                    UNMET ON THE DAUDRPT AUDIT REPORT, AND THE
001900*                    RESULT PER STUDENT IS REBUILT ON THE
002000*                    DEGAUDF FILE (SEE DAUDREC) THAT GRADCLR
002100*                    CLEARS CANDIDATES FROM.  RUNS AFTER DEGPROG
002200*                    AND BEFORE GRADCLR.
002300*   2026-10-15 RLW  ACCEPTED TRANSFER CREDIT ON XFERHIST (SEE
002400*                    XFERREC) COUNTS AS A PASSED COURSE - OUR
002500*                    EQUIVALENT COURSE MEETS ITS REQUIRED LINE
002600*                    OR POOL, AND ELECTIVE CREDIT FILLS ANY POOL
002700*                    WHOSE MEMBERS MATCH ITS ELECTIVE CODE.
002800*                    TRANSFER GRADES NEVER ENTER THE MAJOR GPA.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT STUDENT ASSIGN TO FILENAME
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS STUDENT-ID
003700         FILE STATUS IS WS-STUDENT-STATUS.
003800
003900     SELECT MAJOR-FILE ASSIGN TO "STUDMAJR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MAJR-STUDENT-ID
004300         FILE STATUS IS WS-MAJR-STATUS.
004400
004500     SELECT REQUIREMENT-FILE ASSIGN TO "PROGREQ"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DREQ-KEY
004900         FILE STATUS IS WS-DREQ-STATUS.
005000
005100     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIST-STATUS.
005400
005500     SELECT GRADE-INDEX ASSIGN TO "DAUDGIDX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS GAX-KEY
005900         FILE STATUS IS WS-GAX-STATUS.
006000
006100     SELECT TRANSFER-FILE ASSIGN TO "XFERHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS XFER-KEY
006500         FILE STATUS IS WS-XFER-STATUS.
006600
006700     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS ENRL-KEY
007100         FILE STATUS IS WS-ENRL-STATUS.
007200
007300     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS COURSE-ID
007700         FILE STATUS IS WS-COURSE-STATUS.
007800
007900     SELECT AUDIT-FILE ASSIGN TO "DEGAUDF"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS DAUD-STUDENT-ID
008300         FILE STATUS IS WS-DAUD-STATUS.
008400
008500     SELECT AUDIT-REPORT ASSIGN TO "DAUDRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT EXCEPTION-FILE ASSIGN TO "DAUDEXC"
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000
009100     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-PARM-STATUS.
009400
009500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-BUSDATE-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  STUDENT.
010200     COPY STUDREC.
010300
010400 01  FILENAME                   PIC X(12).
010500
010600 FD  MAJOR-FILE.
010700     COPY MAJRREC.
010800
010900 FD  REQUIREMENT-FILE.
011000     COPY DREQREC.
011100
011200 FD  GRADE-HISTORY.
011300     COPY GRADREC.
011400
011500 FD  GRADE-INDEX.
011600 01  GRADE-INDEX-RECORD.
011700     05  GAX-KEY.
011800         10  GAX-STUDENT-ID          PIC 9(09).
011900         10  GAX-COURSE-ID           PIC X(08).
012000         10  GAX-TERM                PIC X(05).
012100     05  GAX-POINTS                  PIC 9(01)V9(02).
012200     05  GAX-LETTER                  PIC X(02).
012300         88  GAX-NOT-IN-GPA          VALUE 'P ' 'I ' 'W '.
012400         88  GAX-IS-PASS             VALUE 'P '.
012500
012600 FD  TRANSFER-FILE.
012700     COPY XFERREC.
012800
012900 FD  ENROLLMENT-FILE.
013000     COPY ENRLREC.
013100
013200 FD  COURSE-CATALOG.
013300     COPY COURSREC.
013400
013500 FD  AUDIT-FILE.
013600     COPY DAUDREC.
013700
013800 FD  AUDIT-REPORT.
013900 01  AUDIT-REPORT-LINE              PIC X(80).
014000
014100 FD  EXCEPTION-FILE.
014200     COPY EXCREC.
014300
014400 FD  PARM-CARD-FILE.
014500     COPY PARMREC.
014600
014700 FD  BUSDATE-FILE.
014800     COPY BUSDATE.
014900
015000 WORKING-STORAGE SECTION.
015100     COPY STUDWS.
015200     COPY RETCODES.
015300
015400 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
015500     88  STUDENT-STATUS-OK           VALUE '00'.
015600 01  WS-MAJR-STATUS                 PIC X(02) VALUE '00'.
015700     88  MAJR-STATUS-OK              VALUE '00'.
015800     88  MAJR-STATUS-EOF             VALUE '10'.
015900 01  WS-DREQ-STATUS                 PIC X(02) VALUE '00'.
016000     88  DREQ-STATUS-OK              VALUE '00'.
016100 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
016200     88  HIST-STATUS-OK              VALUE '00'.
016300     88  HIST-STATUS-EOF             VALUE '10'.
016400 01  WS-GAX-STATUS                  PIC X(02) VALUE '00'.
016500     88  GAX-STATUS-OK               VALUE '00'.
016600 01  WS-XFER-STATUS                 PIC X(02) VALUE '00'.
016700     88  XFER-STATUS-OK              VALUE '00'.
016800 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
016900     88  ENRL-STATUS-OK              VALUE '00'.
017000 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
017100     88  COURSE-STATUS-OK            VALUE '00'.
017200 01  WS-DAUD-STATUS                 PIC X(02) VALUE '00'.
017300     88  DAUD-STATUS-OK              VALUE '00'.
017400 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
017500     88  PARM-STATUS-OK              VALUE '00'.
017600     88  PARM-STATUS-EOF             VALUE '10'.
017700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
017800     88  BUSDATE-STATUS-OK           VALUE '00'.
017900
018000 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
018100     88  WS-PARM-FOUND               VALUE 'Y'.
018200 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
018300     88  WS-STUDENT-FOUND            VALUE 'Y'.
018400 01  WS-LIST-DONE-SW                PIC X(01) VALUE 'N'.
018500     88  WS-LIST-DONE                VALUE 'Y'.
018600 01  WS-XFER-OPEN-SW                PIC X(01) VALUE 'N'.
018700     88  WS-XFER-OPEN                VALUE 'Y'.
018800 01  WS-XFER-ELECTIVE-SW            PIC X(01) VALUE 'N'.
018900     88  WS-XFER-ELECTIVE-CODE       VALUE 'Y'.
019000 01  WS-REQ-OVERFLOW-SW             PIC X(01) VALUE 'N'.
019100     88  WS-REQ-OVERFLOW             VALUE 'Y'.
019200 01  WS-POOL-MATCH-SW               PIC X(01) VALUE 'N'.
019300     88  WS-POOL-MATCH               VALUE 'Y'.
019400*    AN ELECTIVE POOL IS FILLED FROM PASSED COURSES FIRST, THEN
019500*    TOPPED UP FROM COURSES STILL IN PROGRESS.
019600 01  WS-POOL-PASS-SW                PIC X(01) VALUE 'D'.
019700     88  WS-POOL-PASS-DONE           VALUE 'D'.
019800     88  WS-POOL-PASS-ENROLLED       VALUE 'E'.
019900
020000*    THE STUDENT'S PROGRAM, ONE ENTRY PER PROGREQ LINE AFTER
020100*    THE HEADER.  POOL MEMBER ('P') LINES RIDE ALONG SO THE
020200*    POOL CHECK CAN SCAN THEM.
020300 01  WS-REQ-TABLE.
020400     05  WS-REQ-ENTRY OCCURS 60 TIMES.
020500         10  WS-REQ-TYPE             PIC X(01).
020600             88  WS-REQ-REQUIRED-COURSE VALUE 'C'.
020700             88  WS-REQ-ELECTIVE-POOL   VALUE 'E'.
020800             88  WS-REQ-POOL-COURSE     VALUE 'P'.
020900         10  WS-REQ-COURSE-ID        PIC X(08).
021000         10  WS-REQ-POOL-ID          PIC X(04).
021100         10  WS-REQ-MIN-CREDITS      PIC 9(03).
021200         10  WS-REQ-DESCRIPTION      PIC X(30).
021300         10  WS-REQ-RESULT           PIC X(01).
021400             88  WS-REQ-MET          VALUE 'M'.
021500             88  WS-REQ-IN-PROGRESS  VALUE 'P'.
021600             88  WS-REQ-UNMET        VALUE 'U'.
021700         10  WS-REQ-CREDITS          PIC 9(03).
021800         10  WS-REQ-PENDING          PIC 9(03).
021900 01  WS-REQ-COUNT                   PIC 9(02) COMP VALUE ZERO.
022000 01  WS-REQ-SUB                     PIC 9(02) COMP.
022100 01  WS-POOL-SUB                    PIC 9(02) COMP.
022200 01  WS-MIN-MAJOR-GPA               PIC 9(01)V9(02) VALUE ZERO.
022300
022400*    ONE ENTRY PER COURSE THE STUDENT HAS A GRADE OR A CURRENT
022500*    REGISTRATION FOR.  RETAKES COLLAPSE TO ONE ENTRY - PASSED
022600*    IF ANY ATTEMPT PASSED, AND THE BEST GPA-COUNTING GRADE.
022700 01  WS-CRS-TABLE.
022800     05  WS-CRS-ENTRY OCCURS 100 TIMES.
022900         10  WS-CRS-COURSE-ID        PIC X(08).
023000         10  WS-CRS-CREDITS          PIC 9(03).
023100         10  WS-CRS-BEST-POINTS      PIC 9(01)V9(02).
023200         10  WS-CRS-PASSED-SW        PIC X(01).
023300             88  WS-CRS-PASSED       VALUE 'Y'.
023400         10  WS-CRS-IN-GPA-SW        PIC X(01).
023500             88  WS-CRS-IN-GPA       VALUE 'Y'.
023600         10  WS-CRS-ENROLLED-SW      PIC X(01).
023700             88  WS-CRS-ENROLLED     VALUE 'Y'.
023800         10  WS-CRS-USED-SW          PIC X(01).
023900             88  WS-CRS-USED         VALUE 'Y'.
024000         10  WS-CRS-MAJOR-SW         PIC X(01).
024100             88  WS-CRS-IN-MAJOR     VALUE 'Y'.
024200 01  WS-CRS-COUNT                   PIC 9(03) COMP VALUE ZERO.
024300 01  WS-CRS-SUB                     PIC 9(03) COMP.
024400 01  WS-CRS-MATCH-SUB               PIC 9(03) COMP VALUE ZERO.
024500 01  WS-LOOKUP-COURSE               PIC X(08) VALUE SPACES.
024600 01  WS-PATTERN                     PIC X(08) VALUE SPACES.
024700 01  WS-PATTERN-LEN                 PIC 9(02) COMP VALUE ZERO.
024800
024900 01  WS-GPA-SUM                     PIC 9(05)V9(02) VALUE ZERO.
025000 01  WS-GPA-COUNT                   PIC 9(03) COMP VALUE ZERO.
025100 01  WS-MAJOR-GPA                   PIC 9(01)V9(02) VALUE ZERO.
025200 01  WS-MAJOR-PENDING-SW            PIC X(01) VALUE 'N'.
025300     88  WS-MAJOR-PENDING            VALUE 'Y'.
025400 01  WS-GPA-RESULT                  PIC X(01) VALUE SPACE.
025500 01  WS-REQS-MET                    PIC 9(03) VALUE ZERO.
025600 01  WS-REQS-IN-PROGRESS            PIC 9(03) VALUE ZERO.
025700 01  WS-REQS-UNMET                  PIC 9(03) VALUE ZERO.
025800 01  WS-RESULT-CODE                 PIC X(01) VALUE SPACE.
025900 01  WS-RESULT-TEXT                 PIC X(11) VALUE SPACES.
026000 01  WS-GPA-DISPLAY                 PIC 9.99.
026100 01  WS-MIN-GPA-DISPLAY             PIC 9.99.
026200
026300 01  WS-GRADES-INDEXED              PIC 9(07) COMP VALUE ZERO.
026400 01  WS-STUDENTS-AUDITED            PIC 9(07) COMP VALUE ZERO.
026500 01  WS-AUDITS-COMPLETE             PIC 9(07) COMP VALUE ZERO.
026600 01  WS-AUDITS-IN-PROGRESS          PIC 9(07) COMP VALUE ZERO.
026700 01  WS-AUDITS-UNMET                PIC 9(07) COMP VALUE ZERO.
026800 01  WS-STUDENTS-SKIPPED            PIC 9(07) COMP VALUE ZERO.
026900
027000 01  WS-CURRENT-DATE-TIME.
027100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
027200     05  WS-TIME-HHMMSSHH           PIC 9(08).
027300     05  FILLER                     PIC X(05).
027400
027500 PROCEDURE DIVISION.
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-INITIALIZE-EXIT.
027900     IF RC-SEVERE
028000         GO TO 0000-WRAP-UP
028100     END-IF.
028200
028300     PERFORM 2000-AUDIT-NEXT-STUDENT
028400         THRU 2000-AUDIT-NEXT-STUDENT-EXIT
028500         UNTIL MAJR-STATUS-EOF.
028600
028700 0000-WRAP-UP.
028800     PERFORM 9000-FINISH
028900         THRU 9000-FINISH-EXIT.
029000     MOVE WS-RETURN-CODE TO RETURN-CODE.
029100     GO TO 9999-EXIT.
029200
029300 1000-INITIALIZE.
029400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
029500     PERFORM 1050-GET-BUSINESS-DATE
029600         THRU 1050-GET-BUSINESS-DATE-EXIT.
029700     PERFORM 1080-READ-PARM-CARD
029800         THRU 1080-READ-PARM-CARD-EXIT.
029900     IF NOT WS-PARM-FOUND
030000         DISPLAY 'ENTER STUDENT DATASET NAME: '
030100         ACCEPT FILENAME
030200     END-IF.
030300*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
030400*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
030500     OPEN OUTPUT AUDIT-REPORT.
030600     OPEN OUTPUT EXCEPTION-FILE.
030700     MOVE SPACES TO AUDIT-REPORT-LINE.
030800     STRING 'DEGREE AUDIT - AS OF ' WS-TODAY-YYYYMMDD
030900         DELIMITED BY SIZE
031000         INTO AUDIT-REPORT-LINE
031100     END-STRING.
031200     WRITE AUDIT-REPORT-LINE.
031300
031400     OPEN INPUT STUDENT.
031500     IF NOT STUDENT-STATUS-OK
031600         DISPLAY 'DEGAUDIT - UNABLE TO OPEN STUDENT FILE, STATUS='
031700             WS-STUDENT-STATUS
031800         SET RC-SEVERE TO TRUE
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100     OPEN INPUT MAJOR-FILE.
032200     IF NOT MAJR-STATUS-OK
032300         DISPLAY 'DEGAUDIT - UNABLE TO OPEN STUDMAJR, STATUS='
032400             WS-MAJR-STATUS
032500         SET RC-SEVERE TO TRUE
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800     OPEN INPUT REQUIREMENT-FILE.
032900     IF NOT DREQ-STATUS-OK
033000         DISPLAY 'DEGAUDIT - UNABLE TO OPEN PROGREQ, STATUS='
033100             WS-DREQ-STATUS
033200         SET RC-SEVERE TO TRUE
033300         GO TO 1000-INITIALIZE-EXIT
033400     END-IF.
033500     OPEN INPUT ENROLLMENT-FILE.
033600     IF NOT ENRL-STATUS-OK
033700         DISPLAY 'DEGAUDIT - UNABLE TO OPEN ENRLMAST, STATUS='
033800             WS-ENRL-STATUS
033900         SET RC-SEVERE TO TRUE
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF.
034200     OPEN INPUT COURSE-CATALOG.
034300     IF NOT COURSE-STATUS-OK
034400         DISPLAY 'DEGAUDIT - UNABLE TO OPEN CRSECAT, STATUS='
034500             WS-COURSE-STATUS
034600         SET RC-SEVERE TO TRUE
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900*    THE AUDIT FILE IS REBUILT EVERY RUN - A STUDENT WHO HAS
035000*    DROPPED A MAJOR SINCE THE LAST RUN LEAVES NO RECORD.
035100     OPEN OUTPUT AUDIT-FILE.
035200     IF NOT DAUD-STATUS-OK
035300         DISPLAY 'DEGAUDIT - UNABLE TO OPEN DEGAUDF, STATUS='
035400             WS-DAUD-STATUS
035500         SET RC-SEVERE TO TRUE
035600         GO TO 1000-INITIALIZE-EXIT
035700     END-IF.
035800*    NO XFERHIST FILE SIMPLY MEANS NO TRANSFER CREDIT YET.
035900     OPEN INPUT TRANSFER-FILE.
036000     IF XFER-STATUS-OK
036100         SET WS-XFER-OPEN TO TRUE
036200     END-IF.
036300     PERFORM 1200-BUILD-GRADE-INDEX
036400         THRU 1200-BUILD-GRADE-INDEX-EXIT.
036500     IF RC-SEVERE
036600         GO TO 1000-INITIALIZE-EXIT
036700     END-IF.
036800     MOVE LOW-VALUES TO MAJR-STUDENT-ID.
036900     START MAJOR-FILE KEY IS NOT LESS THAN MAJR-STUDENT-ID
037000         INVALID KEY SET MAJR-STATUS-EOF TO TRUE
037100     END-START.
037200 1000-INITIALIZE-EXIT.
037300     EXIT.
037400
037500 1050-GET-BUSINESS-DATE.
037600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
037700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
037800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
037900*    CLOCK TIME FIELD STAYS REAL.
038000     OPEN INPUT BUSDATE-FILE.
038100     IF NOT BUSDATE-STATUS-OK
038200         GO TO 1050-GET-BUSINESS-DATE-EXIT
038300     END-IF.
038400     READ BUSDATE-FILE
038500         AT END
038600             CLOSE BUSDATE-FILE
038700             GO TO 1050-GET-BUSINESS-DATE-EXIT
038800     END-READ.
038900     CLOSE BUSDATE-FILE.
039000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
039100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
039200         DISPLAY 'DEGAUDIT - RUNNING AS OF BUSINESS DATE '
039300             BUS-DATE
039400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
039500     END-IF.
039600 1050-GET-BUSINESS-DATE-EXIT.
039700     EXIT.
039800
039900 1080-READ-PARM-CARD.
040000*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME.
040100     MOVE 'N' TO WS-PARM-FOUND-SW.
040200     OPEN INPUT PARM-CARD-FILE.
040300     IF NOT PARM-STATUS-OK
040400         GO TO 1080-READ-PARM-CARD-EXIT
040500     END-IF.
040600     PERFORM 1081-SCAN-ONE-CARD
040700         THRU 1081-SCAN-ONE-CARD-EXIT
040800         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
040900     CLOSE PARM-CARD-FILE.
041000     IF WS-PARM-FOUND
041100         IF PARM-OPTIONS(1:12) = SPACES
041200             MOVE 'N' TO WS-PARM-FOUND-SW
041300         ELSE
041400             MOVE PARM-OPTIONS(1:12) TO FILENAME
041500         END-IF
041600     END-IF.
041700 1080-READ-PARM-CARD-EXIT.
041800     EXIT.
041900
042000 1081-SCAN-ONE-CARD.
042100     READ PARM-CARD-FILE
042200         AT END SET PARM-STATUS-EOF TO TRUE
042300     END-READ.
042400     IF PARM-STATUS-EOF
042500         GO TO 1081-SCAN-ONE-CARD-EXIT
042600     END-IF.
042700     IF PARM-PROGRAM-ID = 'DEGAUDIT'
042800         SET WS-PARM-FOUND TO TRUE
042900     END-IF.
043000 1081-SCAN-ONE-CARD-EXIT.
043100     EXIT.
043200
043300 1200-BUILD-GRADE-INDEX.
043400*    LATEST POSTING PER STUDENT/COURSE/TERM, KEYED - THE GLCIDX
043500*    PATTERN.  A CORRECTED GRADE REPLACES THE ONE IT CORRECTS,
043600*    AND AN ENROLLMENT WITH A GRADE FOR ITS TERM IS NO LONGER
043700*    IN PROGRESS.
043800     OPEN OUTPUT GRADE-INDEX.
043900     IF NOT GAX-STATUS-OK
044000         DISPLAY 'DEGAUDIT - UNABLE TO BUILD DAUDGIDX, STATUS='
044100             WS-GAX-STATUS
044200         SET RC-SEVERE TO TRUE
044300         GO TO 1200-BUILD-GRADE-INDEX-EXIT
044400     END-IF.
044500     OPEN INPUT GRADE-HISTORY.
044600     IF NOT HIST-STATUS-OK
044700         DISPLAY 'DEGAUDIT - UNABLE TO OPEN GRADHIST, STATUS='
044800             WS-HIST-STATUS
044900         CLOSE GRADE-INDEX
045000         SET RC-SEVERE TO TRUE
045100         GO TO 1200-BUILD-GRADE-INDEX-EXIT
045200     END-IF.
045300     PERFORM 1210-INDEX-ONE-GRADE
045400         THRU 1210-INDEX-ONE-GRADE-EXIT
045500         UNTIL HIST-STATUS-EOF.
045600     CLOSE GRADE-HISTORY.
045700     CLOSE GRADE-INDEX.
045800     OPEN INPUT GRADE-INDEX.
045900 1200-BUILD-GRADE-INDEX-EXIT.
046000     EXIT.
046100
046200 1210-INDEX-ONE-GRADE.
046300     READ GRADE-HISTORY
046400         AT END SET HIST-STATUS-EOF TO TRUE
046500     END-READ.
046600     IF HIST-STATUS-EOF
046700         GO TO 1210-INDEX-ONE-GRADE-EXIT
046800     END-IF.
046900     IF GRADE-POINTS IS NOT NUMERIC
047000         GO TO 1210-INDEX-ONE-GRADE-EXIT
047100     END-IF.
047200*    FILE ORDER IS POSTING ORDER - A LATER RECORD FOR THE SAME
047300*    KEY IS THE LATER POSTING AND REPLACES THE EARLIER ONE.
047400     MOVE GRADE-STUDENT-ID TO GAX-STUDENT-ID.
047500     MOVE GRADE-COURSE-ID  TO GAX-COURSE-ID.
047600     MOVE GRADE-TERM       TO GAX-TERM.
047700     MOVE GRADE-POINTS     TO GAX-POINTS.
047800     MOVE GRADE-LETTER     TO GAX-LETTER.
047900     WRITE GRADE-INDEX-RECORD
048000         INVALID KEY
048100             REWRITE GRADE-INDEX-RECORD
048200                 INVALID KEY CONTINUE
048300             END-REWRITE
048400     END-WRITE.
048500     ADD 1 TO WS-GRADES-INDEXED.
048600 1210-INDEX-ONE-GRADE-EXIT.
048700     EXIT.
048800
048900 2000-AUDIT-NEXT-STUDENT.
049000     READ MAJOR-FILE NEXT
049100         AT END SET MAJR-STATUS-EOF TO TRUE
049200     END-READ.
049300     IF NOT MAJR-STATUS-OK
049400         SET MAJR-STATUS-EOF TO TRUE
049500         GO TO 2000-AUDIT-NEXT-STUDENT-EXIT
049600     END-IF.
049700
049800     MOVE 'N' TO WS-STUDENT-FOUND-SW.
049900     MOVE MAJR-STUDENT-ID TO STUDENT-ID.
050000     READ STUDENT INTO WS-STUDENT
050100         INVALID KEY CONTINUE
050200         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
050300     END-READ.
050400     IF NOT WS-STUDENT-FOUND
050500         MOVE 'E210' TO EXC-REASON-CODE
050600         MOVE 'MAJOR ON FILE FOR STUDENT NOT ON MASTER' TO
050700             EXC-REASON-TEXT
050800         PERFORM 2900-WRITE-EXCEPTION
050900             THRU 2900-WRITE-EXCEPTION-EXIT
051000         ADD 1 TO WS-STUDENTS-SKIPPED
051100         GO TO 2000-AUDIT-NEXT-STUDENT-EXIT
051200     END-IF.
051300
051400     PERFORM 2100-LOAD-REQUIREMENTS
051500         THRU 2100-LOAD-REQUIREMENTS-EXIT.
051600     IF WS-REQ-COUNT = ZERO
051700         MOVE 'E211' TO EXC-REASON-CODE
051800         MOVE 'PROGRAM HAS NO REQUIREMENT LINES ON PROGREQ' TO
051900             EXC-REASON-TEXT
052000         PERFORM 2900-WRITE-EXCEPTION
052100             THRU 2900-WRITE-EXCEPTION-EXIT
052200         ADD 1 TO WS-STUDENTS-SKIPPED
052300         GO TO 2000-AUDIT-NEXT-STUDENT-EXIT
052400     END-IF.
052500
052600     MOVE ZERO TO WS-CRS-COUNT.
052700     PERFORM 2200-LOAD-GRADES
052800         THRU 2200-LOAD-GRADES-EXIT.
052900     PERFORM 2250-LOAD-TRANSFERS
053000         THRU 2250-LOAD-TRANSFERS-EXIT.
053100     PERFORM 2300-LOAD-ENROLLMENTS
053200         THRU 2300-LOAD-ENROLLMENTS-EXIT.
053300
053400     PERFORM 3000-EVALUATE-PROGRAM
053500         THRU 3000-EVALUATE-PROGRAM-EXIT.
053600     PERFORM 4000-REPORT-STUDENT
053700         THRU 4000-REPORT-STUDENT-EXIT.
053800     ADD 1 TO WS-STUDENTS-AUDITED.
053900 2000-AUDIT-NEXT-STUDENT-EXIT.
054000     EXIT.
054100
054200 2100-LOAD-REQUIREMENTS.
054300     MOVE ZERO TO WS-REQ-COUNT.
054400     MOVE ZERO TO WS-MIN-MAJOR-GPA.
054500     MOVE 'N' TO WS-REQ-OVERFLOW-SW.
054600     MOVE 'N' TO WS-LIST-DONE-SW.
054700     MOVE MAJR-PROGRAM-CODE TO DREQ-PROGRAM-CODE.
054800     MOVE ZERO TO DREQ-SEQ.
054900     START REQUIREMENT-FILE KEY IS NOT LESS THAN DREQ-KEY
055000         INVALID KEY SET WS-LIST-DONE TO TRUE
055100     END-START.
055200     PERFORM 2110-LOAD-ONE-REQUIREMENT
055300         THRU 2110-LOAD-ONE-REQUIREMENT-EXIT
055400         UNTIL WS-LIST-DONE.
055500 2100-LOAD-REQUIREMENTS-EXIT.
055600     EXIT.
055700
055800 2110-LOAD-ONE-REQUIREMENT.
055900     READ REQUIREMENT-FILE NEXT
056000         AT END SET WS-LIST-DONE TO TRUE
056100     END-READ.
056200     IF WS-LIST-DONE
056300             OR NOT DREQ-STATUS-OK
056400             OR DREQ-PROGRAM-CODE NOT = MAJR-PROGRAM-CODE
056500         SET WS-LIST-DONE TO TRUE
056600         GO TO 2110-LOAD-ONE-REQUIREMENT-EXIT
056700     END-IF.
056800     IF DREQ-HEADER
056900         IF DREQ-MIN-GPA IS NUMERIC
057000             MOVE DREQ-MIN-GPA TO WS-MIN-MAJOR-GPA
057100         END-IF
057200         GO TO 2110-LOAD-ONE-REQUIREMENT-EXIT
057300     END-IF.
057400     IF NOT DREQ-REQUIRED-COURSE
057500             AND NOT DREQ-ELECTIVE-POOL
057600             AND NOT DREQ-POOL-COURSE
057700         GO TO 2110-LOAD-ONE-REQUIREMENT-EXIT
057800     END-IF.
057900     IF WS-REQ-COUNT NOT < 60
058000         IF NOT WS-REQ-OVERFLOW
058100             SET WS-REQ-OVERFLOW TO TRUE
058200             MOVE 'E212' TO EXC-REASON-CODE
058300             MOVE 'OVER 60 REQUIREMENT LINES - REST IGNORED' TO
058400                 EXC-REASON-TEXT
058500             PERFORM 2900-WRITE-EXCEPTION
058600                 THRU 2900-WRITE-EXCEPTION-EXIT
058700         END-IF
058800         GO TO 2110-LOAD-ONE-REQUIREMENT-EXIT
058900     END-IF.
059000     ADD 1 TO WS-REQ-COUNT.
059100     MOVE DREQ-TYPE        TO WS-REQ-TYPE(WS-REQ-COUNT).
059200     MOVE DREQ-COURSE-ID   TO WS-REQ-COURSE-ID(WS-REQ-COUNT).
059300     MOVE DREQ-POOL-ID     TO WS-REQ-POOL-ID(WS-REQ-COUNT).
059400     MOVE DREQ-DESCRIPTION TO WS-REQ-DESCRIPTION(WS-REQ-COUNT).
059500     MOVE ZERO TO WS-REQ-MIN-CREDITS(WS-REQ-COUNT).
059600     IF DREQ-MIN-CREDITS IS NUMERIC
059700         MOVE DREQ-MIN-CREDITS TO
059800             WS-REQ-MIN-CREDITS(WS-REQ-COUNT)
059900     END-IF.
060000     MOVE SPACE TO WS-REQ-RESULT(WS-REQ-COUNT).
060100     MOVE ZERO  TO WS-REQ-CREDITS(WS-REQ-COUNT).
060200     MOVE ZERO  TO WS-REQ-PENDING(WS-REQ-COUNT).
060300 2110-LOAD-ONE-REQUIREMENT-EXIT.
060400     EXIT.
060500
060600 2200-LOAD-GRADES.
060700     MOVE 'N' TO WS-LIST-DONE-SW.
060800     MOVE LOW-VALUES TO GAX-KEY.
060900     MOVE MAJR-STUDENT-ID TO GAX-STUDENT-ID.
061000     START GRADE-INDEX KEY IS NOT LESS THAN GAX-KEY
061100         INVALID KEY SET WS-LIST-DONE TO TRUE
061200     END-START.
061300     PERFORM 2210-LOAD-ONE-GRADE
061400         THRU 2210-LOAD-ONE-GRADE-EXIT
061500         UNTIL WS-LIST-DONE.
061600 2200-LOAD-GRADES-EXIT.
061700     EXIT.
061800
061900 2210-LOAD-ONE-GRADE.
062000     READ GRADE-INDEX NEXT
062100         AT END SET WS-LIST-DONE TO TRUE
062200     END-READ.
062300     IF WS-LIST-DONE
062400             OR NOT GAX-STATUS-OK
062500             OR GAX-STUDENT-ID NOT = MAJR-STUDENT-ID
062600         SET WS-LIST-DONE TO TRUE
062700         GO TO 2210-LOAD-ONE-GRADE-EXIT
062800     END-IF.
062900     MOVE GAX-COURSE-ID TO WS-LOOKUP-COURSE.
063000     PERFORM 2500-FIND-OR-ADD-COURSE
063100         THRU 2500-FIND-OR-ADD-COURSE-EXIT.
063200     IF WS-CRS-MATCH-SUB = ZERO
063300         GO TO 2210-LOAD-ONE-GRADE-EXIT
063400     END-IF.
063500*    A PASS, OR ANY GPA-COUNTING GRADE ABOVE ZERO, PASSES THE
063600*    COURSE.  INCOMPLETES AND WITHDRAWALS PASS NOTHING.
063700     IF GAX-IS-PASS
063800             OR (NOT GAX-NOT-IN-GPA AND GAX-POINTS > ZERO)
063900         SET WS-CRS-PASSED(WS-CRS-MATCH-SUB) TO TRUE
064000     END-IF.
064100     IF GAX-NOT-IN-GPA
064200         GO TO 2210-LOAD-ONE-GRADE-EXIT
064300     END-IF.
064400     IF NOT WS-CRS-IN-GPA(WS-CRS-MATCH-SUB)
064500             OR GAX-POINTS >
064600                 WS-CRS-BEST-POINTS(WS-CRS-MATCH-SUB)
064700         MOVE GAX-POINTS TO
064800             WS-CRS-BEST-POINTS(WS-CRS-MATCH-SUB)
064900     END-IF.
065000     SET WS-CRS-IN-GPA(WS-CRS-MATCH-SUB) TO TRUE.
065100 2210-LOAD-ONE-GRADE-EXIT.
065200     EXIT.
065300
065400 2250-LOAD-TRANSFERS.
065500     IF NOT WS-XFER-OPEN
065600         GO TO 2250-LOAD-TRANSFERS-EXIT
065700     END-IF.
065800     MOVE 'N' TO WS-LIST-DONE-SW.
065900     MOVE LOW-VALUES TO XFER-KEY.
066000     MOVE MAJR-STUDENT-ID TO XFER-STUDENT-ID.
066100     START TRANSFER-FILE KEY IS NOT LESS THAN XFER-KEY
066200         INVALID KEY SET WS-LIST-DONE TO TRUE
066300     END-START.
066400     PERFORM 2260-LOAD-ONE-TRANSFER
066500         THRU 2260-LOAD-ONE-TRANSFER-EXIT
066600         UNTIL WS-LIST-DONE.
066700     MOVE 'N' TO WS-XFER-ELECTIVE-SW.
066800 2250-LOAD-TRANSFERS-EXIT.
066900     EXIT.
067000
067100 2260-LOAD-ONE-TRANSFER.
067200     READ TRANSFER-FILE NEXT
067300         AT END SET WS-LIST-DONE TO TRUE
067400     END-READ.
067500     IF WS-LIST-DONE
067600             OR NOT XFER-STATUS-OK
067700             OR XFER-STUDENT-ID NOT = MAJR-STUDENT-ID
067800         SET WS-LIST-DONE TO TRUE
067900         GO TO 2260-LOAD-ONE-TRANSFER-EXIT
068000     END-IF.
068100*    ELECTIVE CODES ARE NOT CATALOG COURSES - THEY CARRY THE
068200*    CREDITS POSTED WITH THEM, SUMMED ACROSS TRANSFERS.
068300     MOVE 'N' TO WS-XFER-ELECTIVE-SW.
068400     IF XFER-ELECTIVE
068500         SET WS-XFER-ELECTIVE-CODE TO TRUE
068600     END-IF.
068700     MOVE XFER-COURSE-ID TO WS-LOOKUP-COURSE.
068800     PERFORM 2500-FIND-OR-ADD-COURSE
068900         THRU 2500-FIND-OR-ADD-COURSE-EXIT.
069000     IF WS-CRS-MATCH-SUB = ZERO
069100         GO TO 2260-LOAD-ONE-TRANSFER-EXIT
069200     END-IF.
069300     SET WS-CRS-PASSED(WS-CRS-MATCH-SUB) TO TRUE.
069400     IF XFER-ELECTIVE
069500         ADD XFER-CREDITS TO WS-CRS-CREDITS(WS-CRS-MATCH-SUB)
069600     END-IF.
069700 2260-LOAD-ONE-TRANSFER-EXIT.
069800     EXIT.
069900
070000 2300-LOAD-ENROLLMENTS.
070100*    A REGISTERED ENROLLMENT WITH NO GRADE POSTED FOR ITS TERM
070200*    IS A COURSE IN PROGRESS.
070300     MOVE 'N' TO WS-LIST-DONE-SW.
070400     MOVE LOW-VALUES TO ENRL-KEY.
070500     MOVE MAJR-STUDENT-ID TO ENRL-STUDENT-ID.
070600     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
070700         INVALID KEY SET WS-LIST-DONE TO TRUE
070800     END-START.
070900     PERFORM 2310-LOAD-ONE-ENROLLMENT
071000         THRU 2310-LOAD-ONE-ENROLLMENT-EXIT
071100         UNTIL WS-LIST-DONE.
071200 2300-LOAD-ENROLLMENTS-EXIT.
071300     EXIT.
071400
071500 2310-LOAD-ONE-ENROLLMENT.
071600     READ ENROLLMENT-FILE NEXT
071700         AT END SET WS-LIST-DONE TO TRUE
071800     END-READ.
071900     IF WS-LIST-DONE
072000             OR NOT ENRL-STATUS-OK
072100             OR ENRL-STUDENT-ID NOT = MAJR-STUDENT-ID
072200         SET WS-LIST-DONE TO TRUE
072300         GO TO 2310-LOAD-ONE-ENROLLMENT-EXIT
072400     END-IF.
072500     IF NOT ENRL-REGISTERED
072600         GO TO 2310-LOAD-ONE-ENROLLMENT-EXIT
072700     END-IF.
072800     MOVE ENRL-STUDENT-ID TO GAX-STUDENT-ID.
072900     MOVE ENRL-COURSE-ID  TO GAX-COURSE-ID.
073000     MOVE ENRL-TERM       TO GAX-TERM.
073100     READ GRADE-INDEX
073200         INVALID KEY CONTINUE
073300     END-READ.
073400     IF GAX-STATUS-OK
073500         GO TO 2310-LOAD-ONE-ENROLLMENT-EXIT
073600     END-IF.
073700     MOVE ENRL-COURSE-ID TO WS-LOOKUP-COURSE.
073800     PERFORM 2500-FIND-OR-ADD-COURSE
073900         THRU 2500-FIND-OR-ADD-COURSE-EXIT.
074000     IF WS-CRS-MATCH-SUB > ZERO
074100         SET WS-CRS-ENROLLED(WS-CRS-MATCH-SUB) TO TRUE
074200     END-IF.
074300 2310-LOAD-ONE-ENROLLMENT-EXIT.
074400     EXIT.
074500
074600 2500-FIND-OR-ADD-COURSE.
074700     PERFORM 2550-FIND-COURSE
074800         THRU 2550-FIND-COURSE-EXIT.
074900     IF WS-CRS-MATCH-SUB > ZERO
075000         GO TO 2500-FIND-OR-ADD-COURSE-EXIT
075100     END-IF.
075200     IF WS-CRS-COUNT NOT < 100
075300         MOVE 'E213' TO EXC-REASON-CODE
075400         MOVE 'OVER 100 COURSES - COURSE NOT AUDITED' TO
075500             EXC-REASON-TEXT
075600         PERFORM 2900-WRITE-EXCEPTION
075700             THRU 2900-WRITE-EXCEPTION-EXIT
075800         GO TO 2500-FIND-OR-ADD-COURSE-EXIT
075900     END-IF.
076000     ADD 1 TO WS-CRS-COUNT.
076100     MOVE WS-CRS-COUNT TO WS-CRS-MATCH-SUB.
076200     MOVE WS-LOOKUP-COURSE TO WS-CRS-COURSE-ID(WS-CRS-COUNT).
076300     MOVE ZERO TO WS-CRS-CREDITS(WS-CRS-COUNT).
076400     MOVE ZERO TO WS-CRS-BEST-POINTS(WS-CRS-COUNT).
076500     MOVE 'N'  TO WS-CRS-PASSED-SW(WS-CRS-COUNT).
076600     MOVE 'N'  TO WS-CRS-IN-GPA-SW(WS-CRS-COUNT).
076700     MOVE 'N'  TO WS-CRS-ENROLLED-SW(WS-CRS-COUNT).
076800     MOVE 'N'  TO WS-CRS-USED-SW(WS-CRS-COUNT).
076900     MOVE 'N'  TO WS-CRS-MAJOR-SW(WS-CRS-COUNT).
077000     IF WS-XFER-ELECTIVE-CODE
077100         GO TO 2500-FIND-OR-ADD-COURSE-EXIT
077200     END-IF.
077300     MOVE WS-LOOKUP-COURSE TO COURSE-ID.
077400     READ COURSE-CATALOG
077500         INVALID KEY
077600             MOVE 'E214' TO EXC-REASON-CODE
077700             MOVE 'COURSE NOT ON CRSECAT - NO CREDITS COUNTED'
077800                 TO EXC-REASON-TEXT
077900             PERFORM 2900-WRITE-EXCEPTION
078000                 THRU 2900-WRITE-EXCEPTION-EXIT
078100             GO TO 2500-FIND-OR-ADD-COURSE-EXIT
078200     END-READ.
078300     IF COURSE-CREDITS IS NUMERIC
078400         MOVE COURSE-CREDITS TO WS-CRS-CREDITS(WS-CRS-COUNT)
078500     END-IF.
078600 2500-FIND-OR-ADD-COURSE-EXIT.
078700     EXIT.
078800
078900 2550-FIND-COURSE.
079000     MOVE ZERO TO WS-CRS-MATCH-SUB.
079100     PERFORM 2560-CHECK-ONE-COURSE
079200         THRU 2560-CHECK-ONE-COURSE-EXIT
079300         VARYING WS-CRS-SUB FROM 1 BY 1
079400         UNTIL WS-CRS-SUB > WS-CRS-COUNT
079500             OR WS-CRS-MATCH-SUB > ZERO.
079600 2550-FIND-COURSE-EXIT.
079700     EXIT.
079800
079900 2560-CHECK-ONE-COURSE.
080000     IF WS-CRS-COURSE-ID(WS-CRS-SUB) = WS-LOOKUP-COURSE
080100         MOVE WS-CRS-SUB TO WS-CRS-MATCH-SUB
080200     END-IF.
080300 2560-CHECK-ONE-COURSE-EXIT.
080400     EXIT.
080500
080600 2900-WRITE-EXCEPTION.
080700     MOVE 'DEGAUDIT' TO EXC-PROGRAM-ID.
080800     MOVE MAJR-STUDENT-ID TO EXC-KEY-VALUE.
080900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
081000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
081100     MOVE SPACES TO EXC-OPERATOR-ID.
081200     WRITE EXC-RECORD.
081300     SET RC-WARNING TO TRUE.
081400 2900-WRITE-EXCEPTION-EXIT.
081500     EXIT.
081600
081700 3000-EVALUATE-PROGRAM.
081800*    REQUIRED COURSES TAKE THEIR COURSES FIRST, SO A COURSE
081900*    NAMED OUTRIGHT IS NEVER SPENT ON AN ELECTIVE POOL.
082000     PERFORM 3100-CHECK-REQUIRED-LINE
082100         THRU 3100-CHECK-REQUIRED-LINE-EXIT
082200         VARYING WS-REQ-SUB FROM 1 BY 1
082300         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
082400     PERFORM 3200-CHECK-POOL-LINE
082500         THRU 3200-CHECK-POOL-LINE-EXIT
082600         VARYING WS-REQ-SUB FROM 1 BY 1
082700         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
082800     PERFORM 3300-CHECK-MAJOR-GPA
082900         THRU 3300-CHECK-MAJOR-GPA-EXIT.
083000
083100     MOVE ZERO TO WS-REQS-MET.
083200     MOVE ZERO TO WS-REQS-IN-PROGRESS.
083300     MOVE ZERO TO WS-REQS-UNMET.
083400     PERFORM 3400-TALLY-ONE-LINE
083500         THRU 3400-TALLY-ONE-LINE-EXIT
083600         VARYING WS-REQ-SUB FROM 1 BY 1
083700         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
083800     EVALUATE WS-GPA-RESULT
083900         WHEN 'M'
084000             ADD 1 TO WS-REQS-MET
084100         WHEN 'P'
084200             ADD 1 TO WS-REQS-IN-PROGRESS
084300         WHEN 'U'
084400             ADD 1 TO WS-REQS-UNMET
084500     END-EVALUATE.
084600 3000-EVALUATE-PROGRAM-EXIT.
084700     EXIT.
084800
084900 3100-CHECK-REQUIRED-LINE.
085000     IF NOT WS-REQ-REQUIRED-COURSE(WS-REQ-SUB)
085100         GO TO 3100-CHECK-REQUIRED-LINE-EXIT
085200     END-IF.
085300     SET WS-REQ-UNMET(WS-REQ-SUB) TO TRUE.
085400     MOVE WS-REQ-COURSE-ID(WS-REQ-SUB) TO WS-LOOKUP-COURSE.
085500     PERFORM 2550-FIND-COURSE
085600         THRU 2550-FIND-COURSE-EXIT.
085700     IF WS-CRS-MATCH-SUB = ZERO
085800         GO TO 3100-CHECK-REQUIRED-LINE-EXIT
085900     END-IF.
086000     SET WS-CRS-IN-MAJOR(WS-CRS-MATCH-SUB) TO TRUE.
086100     IF WS-CRS-USED(WS-CRS-MATCH-SUB)
086200         GO TO 3100-CHECK-REQUIRED-LINE-EXIT
086300     END-IF.
086400     IF WS-CRS-PASSED(WS-CRS-MATCH-SUB)
086500         SET WS-REQ-MET(WS-REQ-SUB) TO TRUE
086600         SET WS-CRS-USED(WS-CRS-MATCH-SUB) TO TRUE
086700         MOVE WS-CRS-CREDITS(WS-CRS-MATCH-SUB) TO
086800             WS-REQ-CREDITS(WS-REQ-SUB)
086900         GO TO 3100-CHECK-REQUIRED-LINE-EXIT
087000     END-IF.
087100     IF WS-CRS-ENROLLED(WS-CRS-MATCH-SUB)
087200         SET WS-REQ-IN-PROGRESS(WS-REQ-SUB) TO TRUE
087300         SET WS-CRS-USED(WS-CRS-MATCH-SUB) TO TRUE
087400         MOVE WS-CRS-CREDITS(WS-CRS-MATCH-SUB) TO
087500             WS-REQ-PENDING(WS-REQ-SUB)
087600     END-IF.
087700 3100-CHECK-REQUIRED-LINE-EXIT.
087800     EXIT.
087900
088000 3200-CHECK-POOL-LINE.
088100     IF NOT WS-REQ-ELECTIVE-POOL(WS-REQ-SUB)
088200         GO TO 3200-CHECK-POOL-LINE-EXIT
088300     END-IF.
088400     SET WS-POOL-PASS-DONE TO TRUE.
088500     PERFORM 3210-CHECK-POOL-COURSE
088600         THRU 3210-CHECK-POOL-COURSE-EXIT
088700         VARYING WS-CRS-SUB FROM 1 BY 1
088800         UNTIL WS-CRS-SUB > WS-CRS-COUNT.
088900     SET WS-POOL-PASS-ENROLLED TO TRUE.
089000     PERFORM 3210-CHECK-POOL-COURSE
089100         THRU 3210-CHECK-POOL-COURSE-EXIT
089200         VARYING WS-CRS-SUB FROM 1 BY 1
089300         UNTIL WS-CRS-SUB > WS-CRS-COUNT.
089400     IF WS-REQ-CREDITS(WS-REQ-SUB) NOT <
089500             WS-REQ-MIN-CREDITS(WS-REQ-SUB)
089600         SET WS-REQ-MET(WS-REQ-SUB) TO TRUE
089700     ELSE
089800         IF WS-REQ-CREDITS(WS-REQ-SUB) +
089900                 WS-REQ-PENDING(WS-REQ-SUB) NOT <
090000                 WS-REQ-MIN-CREDITS(WS-REQ-SUB)
090100             SET WS-REQ-IN-PROGRESS(WS-REQ-SUB) TO TRUE
090200         ELSE
090300             SET WS-REQ-UNMET(WS-REQ-SUB) TO TRUE
090400         END-IF
090500     END-IF.
090600 3200-CHECK-POOL-LINE-EXIT.
090700     EXIT.
090800
090900 3210-CHECK-POOL-COURSE.
091000     MOVE 'N' TO WS-POOL-MATCH-SW.
091100     PERFORM 3220-MATCH-POOL-MEMBER
091200         THRU 3220-MATCH-POOL-MEMBER-EXIT
091300         VARYING WS-POOL-SUB FROM 1 BY 1
091400         UNTIL WS-POOL-SUB > WS-REQ-COUNT
091500             OR WS-POOL-MATCH.
091600     IF NOT WS-POOL-MATCH
091700         GO TO 3210-CHECK-POOL-COURSE-EXIT
091800     END-IF.
091900     SET WS-CRS-IN-MAJOR(WS-CRS-SUB) TO TRUE.
092000     IF WS-CRS-USED(WS-CRS-SUB)
092100         GO TO 3210-CHECK-POOL-COURSE-EXIT
092200     END-IF.
092300*    ONCE THE POOL HAS ITS CREDITS, FURTHER COURSES ARE LEFT
092400*    FREE FOR ANY LATER POOL THEY ALSO MATCH.
092500     IF WS-POOL-PASS-DONE
092600         IF WS-CRS-PASSED(WS-CRS-SUB)
092700                 AND WS-REQ-CREDITS(WS-REQ-SUB) <
092800                     WS-REQ-MIN-CREDITS(WS-REQ-SUB)
092900             ADD WS-CRS-CREDITS(WS-CRS-SUB) TO
093000                 WS-REQ-CREDITS(WS-REQ-SUB)
093100             SET WS-CRS-USED(WS-CRS-SUB) TO TRUE
093200         END-IF
093300         GO TO 3210-CHECK-POOL-COURSE-EXIT
093400     END-IF.
093500     IF WS-CRS-ENROLLED(WS-CRS-SUB)
093600             AND NOT WS-CRS-PASSED(WS-CRS-SUB)
093700             AND WS-REQ-CREDITS(WS-REQ-SUB) +
093800                 WS-REQ-PENDING(WS-REQ-SUB) <
093900                 WS-REQ-MIN-CREDITS(WS-REQ-SUB)
094000         ADD WS-CRS-CREDITS(WS-CRS-SUB) TO
094100             WS-REQ-PENDING(WS-REQ-SUB)
094200         SET WS-CRS-USED(WS-CRS-SUB) TO TRUE
094300     END-IF.
094400 3210-CHECK-POOL-COURSE-EXIT.
094500     EXIT.
094600
094700 3220-MATCH-POOL-MEMBER.
094800*    A POOL MEMBER'S COURSE ID IS A PREFIX - IT MATCHES EVERY
094900*    COURSE THAT STARTS WITH THE CHARACTERS GIVEN.
095000     IF NOT WS-REQ-POOL-COURSE(WS-POOL-SUB)
095100             OR WS-REQ-POOL-ID(WS-POOL-SUB) NOT =
095200                 WS-REQ-POOL-ID(WS-REQ-SUB)
095300         GO TO 3220-MATCH-POOL-MEMBER-EXIT
095400     END-IF.
095500     MOVE WS-REQ-COURSE-ID(WS-POOL-SUB) TO WS-PATTERN.
095600     MOVE ZERO TO WS-PATTERN-LEN.
095700     INSPECT WS-PATTERN TALLYING WS-PATTERN-LEN
095800         FOR CHARACTERS BEFORE INITIAL SPACE.
095900     IF WS-PATTERN-LEN = ZERO
096000         GO TO 3220-MATCH-POOL-MEMBER-EXIT
096100     END-IF.
096200     IF WS-CRS-COURSE-ID(WS-CRS-SUB)(1:WS-PATTERN-LEN) =
096300             WS-PATTERN(1:WS-PATTERN-LEN)
096400         SET WS-POOL-MATCH TO TRUE
096500     END-IF.
096600 3220-MATCH-POOL-MEMBER-EXIT.
096700     EXIT.
096800
096900 3300-CHECK-MAJOR-GPA.
097000*    THE MAJOR GPA AVERAGES THE BEST GPA-COUNTING GRADE IN
097100*    EVERY COURSE THE PROGRAM NAMES OR POOLS, THE SAME
097200*    UNWEIGHTED AVERAGE GRADPOST KEEPS FOR THE OVERALL GPA.
097300     MOVE ZERO TO WS-GPA-SUM.
097400     MOVE ZERO TO WS-GPA-COUNT.
097500     MOVE ZERO TO WS-MAJOR-GPA.
097600     MOVE 'N' TO WS-MAJOR-PENDING-SW.
097700     PERFORM 3310-ADD-ONE-MAJOR-GRADE
097800         THRU 3310-ADD-ONE-MAJOR-GRADE-EXIT
097900         VARYING WS-CRS-SUB FROM 1 BY 1
098000         UNTIL WS-CRS-SUB > WS-CRS-COUNT.
098100     IF WS-GPA-COUNT > ZERO
098200         COMPUTE WS-MAJOR-GPA ROUNDED =
098300             WS-GPA-SUM / WS-GPA-COUNT
098400     END-IF.
098500     MOVE SPACE TO WS-GPA-RESULT.
098600     IF WS-MIN-MAJOR-GPA = ZERO
098700         GO TO 3300-CHECK-MAJOR-GPA-EXIT
098800     END-IF.
098900*    A SHORTFALL WITH MAJOR COURSES STILL IN PROGRESS CAN YET
099000*    BE MADE UP, SO IT READS AS IN PROGRESS, NOT UNMET.
099100     IF WS-GPA-COUNT > ZERO
099200             AND WS-MAJOR-GPA NOT < WS-MIN-MAJOR-GPA
099300         MOVE 'M' TO WS-GPA-RESULT
099400     ELSE
099500         IF WS-MAJOR-PENDING
099600             MOVE 'P' TO WS-GPA-RESULT
099700         ELSE
099800             MOVE 'U' TO WS-GPA-RESULT
099900         END-IF
100000     END-IF.
100100 3300-CHECK-MAJOR-GPA-EXIT.
100200     EXIT.
100300
100400 3310-ADD-ONE-MAJOR-GRADE.
100500     IF NOT WS-CRS-IN-MAJOR(WS-CRS-SUB)
100600         GO TO 3310-ADD-ONE-MAJOR-GRADE-EXIT
100700     END-IF.
100800     IF WS-CRS-ENROLLED(WS-CRS-SUB)
100900         SET WS-MAJOR-PENDING TO TRUE
101000     END-IF.
101100     IF WS-CRS-IN-GPA(WS-CRS-SUB)
101200         ADD WS-CRS-BEST-POINTS(WS-CRS-SUB) TO WS-GPA-SUM
101300         ADD 1 TO WS-GPA-COUNT
101400     END-IF.
101500 3310-ADD-ONE-MAJOR-GRADE-EXIT.
101600     EXIT.
101700
101800 3400-TALLY-ONE-LINE.
101900     EVALUATE TRUE
102000         WHEN WS-REQ-MET(WS-REQ-SUB)
102100             ADD 1 TO WS-REQS-MET
102200         WHEN WS-REQ-IN-PROGRESS(WS-REQ-SUB)
102300             ADD 1 TO WS-REQS-IN-PROGRESS
102400         WHEN WS-REQ-UNMET(WS-REQ-SUB)
102500             ADD 1 TO WS-REQS-UNMET
102600     END-EVALUATE.
102700 3400-TALLY-ONE-LINE-EXIT.
102800     EXIT.
102900
103000 4000-REPORT-STUDENT.
103100     MOVE SPACES TO AUDIT-REPORT-LINE.
103200     WRITE AUDIT-REPORT-LINE.
103300     MOVE SPACES TO AUDIT-REPORT-LINE.
103400     STRING WS-STUDENT-ID ' ' WS-NAME
103500            ' PROGRAM ' MAJR-PROGRAM-CODE
103600            ' DECLARED ' MAJR-DECLARED-DATE
103700         DELIMITED BY SIZE
103800         INTO AUDIT-REPORT-LINE
103900     END-STRING.
104000     WRITE AUDIT-REPORT-LINE.
104100     PERFORM 4100-REPORT-ONE-LINE
104200         THRU 4100-REPORT-ONE-LINE-EXIT
104300         VARYING WS-REQ-SUB FROM 1 BY 1
104400         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
104500     IF WS-GPA-RESULT NOT = SPACE
104600         MOVE WS-GPA-RESULT TO WS-RESULT-CODE
104700         PERFORM 4200-SET-RESULT-TEXT
104800             THRU 4200-SET-RESULT-TEXT-EXIT
104900         MOVE WS-MAJOR-GPA TO WS-GPA-DISPLAY
105000         MOVE WS-MIN-MAJOR-GPA TO WS-MIN-GPA-DISPLAY
105100         MOVE SPACES TO AUDIT-REPORT-LINE
105200         STRING '  ' WS-RESULT-TEXT ' MAJOR GPA '
105300                WS-GPA-DISPLAY ' MINIMUM ' WS-MIN-GPA-DISPLAY
105400             DELIMITED BY SIZE
105500             INTO AUDIT-REPORT-LINE
105600         END-STRING
105700         WRITE AUDIT-REPORT-LINE
105800     END-IF.
105900
106000     MOVE MAJR-STUDENT-ID     TO DAUD-STUDENT-ID.
106100     MOVE MAJR-PROGRAM-CODE   TO DAUD-PROGRAM-CODE.
106200     MOVE WS-REQS-MET         TO DAUD-REQS-MET.
106300     MOVE WS-REQS-IN-PROGRESS TO DAUD-REQS-IN-PROGRESS.
106400     MOVE WS-REQS-UNMET       TO DAUD-REQS-UNMET.
106500     MOVE WS-MAJOR-GPA        TO DAUD-MAJOR-GPA.
106600     MOVE WS-TODAY-YYYYMMDD   TO DAUD-RUN-DATE.
106700     MOVE SPACES TO AUDIT-REPORT-LINE.
106800     EVALUATE TRUE
106900         WHEN WS-REQS-UNMET > ZERO
107000             SET DAUD-UNMET TO TRUE
107100             ADD 1 TO WS-AUDITS-UNMET
107200             STRING '  AUDIT INCOMPLETE - ' WS-REQS-UNMET
107300                    ' UNMET, ' WS-REQS-IN-PROGRESS
107400                    ' IN PROGRESS'
107500                 DELIMITED BY SIZE
107600                 INTO AUDIT-REPORT-LINE
107700             END-STRING
107800         WHEN WS-REQS-IN-PROGRESS > ZERO
107900             SET DAUD-IN-PROGRESS TO TRUE
108000             ADD 1 TO WS-AUDITS-IN-PROGRESS
108100             STRING '  AUDIT IN PROGRESS - '
108200                    WS-REQS-IN-PROGRESS ' IN PROGRESS'
108300                 DELIMITED BY SIZE
108400                 INTO AUDIT-REPORT-LINE
108500             END-STRING
108600         WHEN OTHER
108700             SET DAUD-COMPLETE TO TRUE
108800             ADD 1 TO WS-AUDITS-COMPLETE
108900             MOVE '  AUDIT COMPLETE - ALL REQUIREMENTS MET'
109000                 TO AUDIT-REPORT-LINE
109100     END-EVALUATE.
109200     WRITE AUDIT-REPORT-LINE.
109300     WRITE DEGREE-AUDIT-RECORD
109400         INVALID KEY
109500             DISPLAY 'DEGAUDIT - DEGAUDF WRITE FAILED, STATUS='
109600                 WS-DAUD-STATUS
109700             SET RC-ERROR TO TRUE
109800     END-WRITE.
109900 4000-REPORT-STUDENT-EXIT.
110000     EXIT.
110100
110200 4100-REPORT-ONE-LINE.
110300     IF WS-REQ-POOL-COURSE(WS-REQ-SUB)
110400         GO TO 4100-REPORT-ONE-LINE-EXIT
110500     END-IF.
110600     MOVE SPACES TO AUDIT-REPORT-LINE.
110700     MOVE WS-REQ-RESULT(WS-REQ-SUB) TO WS-RESULT-CODE.
110800     PERFORM 4200-SET-RESULT-TEXT
110900         THRU 4200-SET-RESULT-TEXT-EXIT.
111000     IF WS-REQ-REQUIRED-COURSE(WS-REQ-SUB)
111100         STRING '  ' WS-RESULT-TEXT ' COURSE '
111200                WS-REQ-COURSE-ID(WS-REQ-SUB) ' '
111300                WS-REQ-DESCRIPTION(WS-REQ-SUB)
111400             DELIMITED BY SIZE
111500             INTO AUDIT-REPORT-LINE
111600         END-STRING
111700     ELSE
111800         STRING '  ' WS-RESULT-TEXT ' POOL   '
111900                WS-REQ-POOL-ID(WS-REQ-SUB) '     '
112000                WS-REQ-DESCRIPTION(WS-REQ-SUB) ' '
112100                WS-REQ-CREDITS(WS-REQ-SUB) '+'
112200                WS-REQ-PENDING(WS-REQ-SUB) '/'
112300                WS-REQ-MIN-CREDITS(WS-REQ-SUB) ' CR'
112400             DELIMITED BY SIZE
112500             INTO AUDIT-REPORT-LINE
112600         END-STRING
112700     END-IF.
112800     WRITE AUDIT-REPORT-LINE.
112900 4100-REPORT-ONE-LINE-EXIT.
113000     EXIT.
113100
113200 4200-SET-RESULT-TEXT.
113300     EVALUATE WS-RESULT-CODE
113400         WHEN 'M'
113500             MOVE 'MET        ' TO WS-RESULT-TEXT
113600         WHEN 'P'
113700             MOVE 'IN PROGRESS' TO WS-RESULT-TEXT
113800         WHEN OTHER
113900             MOVE 'UNMET      ' TO WS-RESULT-TEXT
114000     END-EVALUATE.
114100 4200-SET-RESULT-TEXT-EXIT.
114200     EXIT.
114300
114400 9000-FINISH.
114500     CLOSE STUDENT.
114600     CLOSE MAJOR-FILE.
114700     CLOSE REQUIREMENT-FILE.
114800     CLOSE GRADE-INDEX.
114900     IF WS-XFER-OPEN
115000         CLOSE TRANSFER-FILE
115100     END-IF.
115200     CLOSE ENROLLMENT-FILE.
115300     CLOSE COURSE-CATALOG.
115400     CLOSE AUDIT-FILE.
115500     CLOSE AUDIT-REPORT.
115600     CLOSE EXCEPTION-FILE.
115700     DISPLAY 'DEGAUDIT - GRADES READ       : ' WS-GRADES-INDEXED.
115800     DISPLAY 'DEGAUDIT - STUDENTS AUDITED  : '
115900         WS-STUDENTS-AUDITED.
116000     DISPLAY 'DEGAUDIT - AUDITS COMPLETE   : '
116100         WS-AUDITS-COMPLETE.
116200     DISPLAY 'DEGAUDIT - AUDITS IN PROGRESS: '
116300         WS-AUDITS-IN-PROGRESS.
116400     DISPLAY 'DEGAUDIT - AUDITS UNMET      : ' WS-AUDITS-UNMET.
116500     DISPLAY 'DEGAUDIT - STUDENTS SKIPPED  : '
116600         WS-STUDENTS-SKIPPED.
116700     DISPLAY 'DEGAUDIT - RETURN CODE       : ' WS-RETURN-CODE.
116800 9000-FINISH-EXIT.
116900     EXIT.
117000
117100 9999-EXIT.
117200     STOP RUN.
