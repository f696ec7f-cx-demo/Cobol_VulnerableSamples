000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STUDORPH.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  WEEKLY REFERENTIAL-
001000*                    INTEGRITY SWEEP OF THE STUDENT-SIDE FILES -
001100*                    THE STUDENT COUNTERPART OF ITMORPH.  EVERY
001200*                    RECORD ON ENRLMAST, GRADHIST, STUDADDR,
001300*                    PRIVHOLD, STUDRECV, DEGPFILE, WAITLIST AND
001400*                    STUSNPH IS CHECKED BY KEYED READ AGAINST
001500*                    THE STUDENT MASTER; A MISSING STUDENT IS
001600*                    TOLD APART FROM ONE STUDARCH OR STUDMERG
001700*                    MOVED TO STUDHIST.  ALSO FLAGS REGISTERED
001800*                    ENROLLMENTS AND LIVE WAITLIST ENTRIES OF
001900*                    STUDENTS NO LONGER ACTIVE, GRADES WITH NO
002000*                    ENROLLMENT ON ENRLMAST OR ENRLHIST, HOLD
002100*                    RECORDS WITHOUT THE HOLD FLAG AND
002200*                    RECEIVABLES WHOSE BALANCE IS NOT BILLED
002300*                    MINUS CREDITED MINUS PAID.  EVERY FINDING
002400*                    GOES TO THE EXCEPTION FILE; THE REPORT
002500*                    SUMMARISES THEM BY FILE AND FINDING.
002600*                    NOTHING IS CHANGED - THE SWEEP ONLY
002700*                    REPORTS.
002800*   2026-10-15 RLW  THE BALANCE RULE NOW ADDS BACK THE REFUND
002900*                    CHECKS ALREADY ISSUED (RECV-REFUNDED, SEE
003000*                    RECVREC).
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STUDENT ASSIGN TO FILENAME
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS STUDENT-ID
003900         FILE STATUS IS WS-STUDENT-STATUS.
004000     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ENRL-KEY
004400         FILE STATUS IS WS-ENRL-STATUS.
004500     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EHST-STATUS.
004800     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-HIST-STATUS.
005100     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ADDR-STUDENT-ID
005500         FILE STATUS IS WS-ADDR-STATUS.
005600     SELECT PRIVACY-FILE ASSIGN TO "PRIVHOLD"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS PRIV-STUDENT-ID
006000         FILE STATUS IS WS-PRIV-STATUS.
006100     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RECV-KEY
006500         FILE STATUS IS WS-RECV-STATUS.
006600     SELECT PROGRESS-FILE ASSIGN TO "DEGPFILE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PROG-STUDENT-ID
007000         FILE STATUS IS WS-PROG-STATUS.
007100     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-WAITLIST-STATUS.
007400     SELECT SNAPSHOT-HISTORY ASSIGN TO "STUSNPH"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SNAP-STATUS.
007700     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SHST-STATUS.
008000     SELECT SWEEP-INDEX ASSIGN TO "STORPIDX"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS SIX-KEY
008400         FILE STATUS IS WS-SIX-STATUS.
008500     SELECT SWEEP-REPORT ASSIGN TO "STORPRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-BUSDATE-STATUS.
009000     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-PARM-STATUS.
009300     SELECT EXCEPTION-FILE ASSIGN TO "STORPEXC"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  STUDENT.
009900     COPY STUDREC.
010000 01  FILENAME                   PIC X(12).
010100
010200 FD  ENROLLMENT-FILE.
010300     COPY ENRLREC.
010400
010500*    TERMROLL'S ARCHIVE OF ENDED TERMS' ENROLLMENTS - STATUS
010600*    'Q' LINES ARE PURGED WAITLIST ENTRIES, NOT ENROLLMENTS.
010700 FD  ENROLLMENT-HISTORY.
010800 01  ENRL-HISTORY-RECORD.
010900     05  EHST-STUDENT-ID             PIC X(09).
011000     05  EHST-STUDENT-ID-N REDEFINES EHST-STUDENT-ID
011100                                     PIC 9(09).
011200     05  FILLER                      PIC X(01).
011300     05  EHST-COURSE-ID              PIC X(08).
011400     05  FILLER                      PIC X(01).
011500     05  EHST-TERM                   PIC X(05).
011600     05  FILLER                      PIC X(01).
011700     05  EHST-SECTION                PIC X(03).
011800     05  FILLER                      PIC X(01).
011900     05  EHST-STATUS                 PIC X(01).
012000         88  EHST-STILL-WAITING      VALUE 'Q'.
012100     05  FILLER                      PIC X(50).
012200
012300 FD  GRADE-HISTORY.
012400     COPY GRADREC.
012500
012600 FD  ADDRESS-FILE.
012700     COPY ADDRREC.
012800
012900 FD  PRIVACY-FILE.
013000     COPY PRIVREC.
013100
013200 FD  RECEIVABLE-FILE.
013300     COPY RECVREC.
013400
013500 FD  PROGRESS-FILE.
013600     COPY PROGREC.
013700
013800 FD  WAITLIST-FILE.
013900     COPY WAITREC.
014000
014100 FD  SNAPSHOT-HISTORY.
014200 01  SNAPSHOT-RECORD.
014300     05  SNP-DATE                    PIC 9(08).
014400     05  SNP-STUDENT-ID              PIC 9(09).
014500     05  SNP-ENROLL-STATUS           PIC X(01).
014600     05  SNP-GPA                     PIC 9(01)V9(02).
014700
014800*    STUDARCH/STUDMERG ARCHIVE LINES - ONLY THE ID IS USED.
014900 FD  STUDENT-HISTORY.
015000 01  STUDENT-HISTORY-RECORD.
015100     05  SHST-STUDENT-ID             PIC X(09).
015200     05  SHST-STUDENT-ID-N REDEFINES SHST-STUDENT-ID
015300                                     PIC 9(09).
015400     05  FILLER                      PIC X(71).
015500
015600*    WORK INDEX, REBUILT EVERY RUN - TYPE 'A' IS A STUDENT ON
015700*    THE STUDHIST ARCHIVE, 'E' AN ENRLHIST ENROLLMENT (STUDENT,
015800*    COURSE, TERM), 'S' A STUSNPH STUDENT ALREADY REPORTED SO
015900*    THE SNAPSHOT HISTORY REPORTS EACH MISSING STUDENT ONCE.
016000 FD  SWEEP-INDEX.
016100 01  SWEEP-INDEX-RECORD.
016200     05  SIX-KEY.
016300         10  SIX-TYPE                PIC X(01).
016400         10  SIX-STUDENT-ID          PIC 9(09).
016500         10  SIX-COURSE-ID           PIC X(08).
016600         10  SIX-TERM                PIC X(05).
016700
016800 FD  SWEEP-REPORT.
016900 01  SWEEP-REPORT-LINE              PIC X(80).
017000
017100 FD  BUSDATE-FILE.
017200     COPY BUSDATE.
017300
017400 FD  PARM-CARD-FILE.
017500     COPY PARMREC.
017600
017700 FD  EXCEPTION-FILE.
017800     COPY EXCREC.
017900
018000 WORKING-STORAGE SECTION.
018100     COPY RETCODES.
018200
018300 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
018400     88  STUDENT-STATUS-OK           VALUE '00'.
018500 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
018600     88  ENRL-STATUS-OK              VALUE '00'.
018700     88  ENRL-STATUS-EOF             VALUE '10'.
018800 01  WS-EHST-STATUS                 PIC X(02) VALUE '00'.
018900     88  EHST-STATUS-OK              VALUE '00'.
019000     88  EHST-STATUS-EOF             VALUE '10'.
019100 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
019200     88  HIST-STATUS-OK              VALUE '00'.
019300     88  HIST-STATUS-EOF             VALUE '10'.
019400 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
019500     88  ADDR-STATUS-OK              VALUE '00'.
019600     88  ADDR-STATUS-EOF             VALUE '10'.
019700 01  WS-PRIV-STATUS                 PIC X(02) VALUE '00'.
019800     88  PRIV-STATUS-OK              VALUE '00'.
019900     88  PRIV-STATUS-EOF             VALUE '10'.
020000 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
020100     88  RECV-STATUS-OK              VALUE '00'.
020200     88  RECV-STATUS-EOF             VALUE '10'.
020300 01  WS-PROG-STATUS                 PIC X(02) VALUE '00'.
020400     88  PROG-STATUS-OK              VALUE '00'.
020500     88  PROG-STATUS-EOF             VALUE '10'.
020600 01  WS-WAITLIST-STATUS             PIC X(02) VALUE '00'.
020700     88  WAITLIST-STATUS-OK          VALUE '00'.
020800     88  WAITLIST-STATUS-EOF         VALUE '10'.
020900 01  WS-SNAP-STATUS                 PIC X(02) VALUE '00'.
021000     88  SNAP-STATUS-OK              VALUE '00'.
021100     88  SNAP-STATUS-EOF             VALUE '10'.
021200 01  WS-SHST-STATUS                 PIC X(02) VALUE '00'.
021300     88  SHST-STATUS-OK              VALUE '00'.
021400     88  SHST-STATUS-EOF             VALUE '10'.
021500 01  WS-SIX-STATUS                  PIC X(02) VALUE '00'.
021600     88  SIX-STATUS-OK               VALUE '00'.
021700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
021800     88  BUSDATE-STATUS-OK           VALUE '00'.
021900 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
022000     88  PARM-STATUS-OK              VALUE '00'.
022100     88  PARM-STATUS-EOF             VALUE '10'.
022200
022300 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
022400     88  WS-PARM-FOUND               VALUE 'Y'.
022500 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
022600     88  WS-STUDENT-FOUND            VALUE 'Y'.
022700 01  WS-ENRL-FOUND-SW               PIC X(01) VALUE 'N'.
022800     88  WS-ENRL-FOUND               VALUE 'Y'.
022900 01  WS-SEEN-SW                     PIC X(01) VALUE 'N'.
023000     88  WS-ALREADY-SEEN             VALUE 'Y'.
023100
023200 01  WS-CHK-STUDENT-ID              PIC 9(09) VALUE ZERO.
023300 01  WS-CHK-COURSE-ID               PIC X(08) VALUE SPACES.
023400 01  WS-CHK-TERM                    PIC X(05) VALUE SPACES.
023500 01  WS-NET-BALANCE                 PIC S9(08)V9(02) VALUE ZERO.
023600 01  WS-EXPECT-BALANCE              PIC 9(07)V9(02) VALUE ZERO.
023700 01  WS-EXPECT-REFUND               PIC 9(07)V9(02) VALUE ZERO.
023800
023900*    THE FINDING BEING RECORDED - SET BY THE CALLER OF
024000*    8500-RECORD-FINDING.
024100 01  WS-FND-CODE                    PIC X(04) VALUE SPACES.
024200 01  WS-FND-DESC                    PIC X(25) VALUE SPACES.
024300 01  WS-FND-KEY                     PIC X(20) VALUE SPACES.
024400 01  WS-FND-TERM                    PIC X(05) VALUE SPACES.
024500
024600*    THE EIGHT DEPENDENT FILES, IN SWEEP ORDER.
024700 01  WS-FILE-NAME-VALUES.
024800     05  FILLER                     PIC X(08) VALUE 'ENRLMAST'.
024900     05  FILLER                     PIC X(08) VALUE 'GRADHIST'.
025000     05  FILLER                     PIC X(08) VALUE 'STUDADDR'.
025100     05  FILLER                     PIC X(08) VALUE 'PRIVHOLD'.
025200     05  FILLER                     PIC X(08) VALUE 'STUDRECV'.
025300     05  FILLER                     PIC X(08) VALUE 'DEGPFILE'.
025400     05  FILLER                     PIC X(08) VALUE 'WAITLIST'.
025500     05  FILLER                     PIC X(08) VALUE 'STUSNPH '.
025600 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
025700     05  WS-FILE-NAME               PIC X(08) OCCURS 8 TIMES.
025800 01  WS-FILE-COUNT-TABLE.
025900     05  WS-FILE-COUNTS OCCURS 8 TIMES.
026000         10  WS-FILE-READ           PIC 9(07) COMP.
026100         10  WS-FILE-FINDINGS       PIC 9(07) COMP.
026200         10  WS-FILE-PRESENT-SW     PIC X(01).
026300             88  WS-FILE-PRESENT    VALUE 'Y'.
026400 01  WS-FILE-SUB                    PIC 9(02) COMP VALUE ZERO.
026500
026600*    FINDINGS BY FILE AND FINDING CODE FOR THE SUMMARY.
026700 01  WS-SUMMARY-TABLE.
026800     05  WS-SUM-ENTRY OCCURS 40 TIMES.
026900         10  WS-SUM-FILE-SUB        PIC 9(02) COMP.
027000         10  WS-SUM-CODE            PIC X(04).
027100         10  WS-SUM-DESC            PIC X(25).
027200         10  WS-SUM-COUNT           PIC 9(07) COMP.
027300 01  WS-SUM-COUNT-USED              PIC 9(04) COMP VALUE ZERO.
027400 01  WS-SUM-SUB                     PIC 9(04) COMP VALUE ZERO.
027500 01  WS-SUM-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
027600 01  WS-SUM-FULL-SW                 PIC X(01) VALUE 'N'.
027700     88  WS-SUM-TABLE-FULL           VALUE 'Y'.
027800
027900 01  WS-COUNT-EDIT                  PIC Z,ZZZ,ZZ9.
028000 01  WS-COUNT-EDIT-2                PIC Z,ZZZ,ZZ9.
028100 01  WS-TOTAL-FINDINGS              PIC 9(07) COMP VALUE ZERO.
028200 01  WS-ARCHIVE-IDS                 PIC 9(07) COMP VALUE ZERO.
028300 01  WS-HISTORY-ENROLLMENTS         PIC 9(07) COMP VALUE ZERO.
028400
028500 01  WS-CURRENT-DATE-TIME.
028600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
028700     05  WS-TIME-HHMMSSHH           PIC 9(08).
028800     05  FILLER                     PIC X(05).
028900
029000 PROCEDURE DIVISION.
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE
029300         THRU 1000-INITIALIZE-EXIT.
029400
029500     IF NOT RC-SEVERE
029600         PERFORM 1200-LOAD-ARCHIVE-IDS
029700             THRU 1200-LOAD-ARCHIVE-IDS-EXIT
029800         PERFORM 1300-LOAD-ENRL-HISTORY
029900             THRU 1300-LOAD-ENRL-HISTORY-EXIT
030000         PERFORM 2000-SWEEP-ENROLLMENTS
030100             THRU 2000-SWEEP-ENROLLMENTS-EXIT
030200         PERFORM 2100-SWEEP-GRADES
030300             THRU 2100-SWEEP-GRADES-EXIT
030400         PERFORM 2200-SWEEP-ADDRESSES
030500             THRU 2200-SWEEP-ADDRESSES-EXIT
030600         PERFORM 2300-SWEEP-PRIVACY-HOLDS
030700             THRU 2300-SWEEP-PRIVACY-HOLDS-EXIT
030800         PERFORM 2400-SWEEP-RECEIVABLES
030900             THRU 2400-SWEEP-RECEIVABLES-EXIT
031000         PERFORM 2500-SWEEP-PROGRESS
031100             THRU 2500-SWEEP-PROGRESS-EXIT
031200         PERFORM 2600-SWEEP-WAITLIST
031300             THRU 2600-SWEEP-WAITLIST-EXIT
031400         PERFORM 2700-SWEEP-SNAPSHOTS
031500             THRU 2700-SWEEP-SNAPSHOTS-EXIT
031600         PERFORM 6000-PRINT-SUMMARY
031700             THRU 6000-PRINT-SUMMARY-EXIT
031800     END-IF.
031900
032000     PERFORM 9000-FINISH
032100         THRU 9000-FINISH-EXIT.
032200     MOVE WS-RETURN-CODE TO RETURN-CODE.
032300     GO TO 9999-EXIT.
032400
032500 1000-INITIALIZE.
032600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
032700     PERFORM 1050-GET-BUSINESS-DATE
032800         THRU 1050-GET-BUSINESS-DATE-EXIT.
032900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
033000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
033100     OPEN OUTPUT EXCEPTION-FILE.
033200     OPEN OUTPUT SWEEP-REPORT.
033300     INITIALIZE WS-FILE-COUNT-TABLE.
033400     INITIALIZE WS-SUMMARY-TABLE.
033500     PERFORM 1080-READ-PARM-CARD
033600         THRU 1080-READ-PARM-CARD-EXIT.
033700     IF NOT WS-PARM-FOUND
033800         DISPLAY 'ENTER STUDENT DATASET NAME: '
033900         ACCEPT FILENAME
034000     END-IF.
034100     OPEN INPUT STUDENT.
034200     IF NOT STUDENT-STATUS-OK
034300         DISPLAY 'STUDORPH - UNABLE TO OPEN STUDENT FILE, STATUS='
034400             WS-STUDENT-STATUS
034500         SET RC-SEVERE TO TRUE
034600         GO TO 1000-INITIALIZE-EXIT
034700     END-IF.
034800     OPEN OUTPUT SWEEP-INDEX.
034900     IF NOT SIX-STATUS-OK
035000         DISPLAY 'STUDORPH - UNABLE TO BUILD STORPIDX, STATUS='
035100             WS-SIX-STATUS
035200         SET RC-SEVERE TO TRUE
035300         GO TO 1000-INITIALIZE-EXIT
035400     END-IF.
035500     CLOSE SWEEP-INDEX.
035600     OPEN I-O SWEEP-INDEX.
035700 1000-INITIALIZE-EXIT.
035800     EXIT.
035900
036000 1050-GET-BUSINESS-DATE.
036100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
036200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
036300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
036400*    CLOCK TIME FIELD STAYS REAL.
036500     OPEN INPUT BUSDATE-FILE.
036600     IF NOT BUSDATE-STATUS-OK
036700         GO TO 1050-GET-BUSINESS-DATE-EXIT
036800     END-IF.
036900     READ BUSDATE-FILE
037000         AT END
037100             CLOSE BUSDATE-FILE
037200             GO TO 1050-GET-BUSINESS-DATE-EXIT
037300     END-READ.
037400     CLOSE BUSDATE-FILE.
037500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
037600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
037700         DISPLAY 'STUDORPH - RUNNING AS OF BUSINESS DATE '
037800             BUS-DATE
037900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
038000     END-IF.
038100 1050-GET-BUSINESS-DATE-EXIT.
038200     EXIT.
038300
038400 1080-READ-PARM-CARD.
038500*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME.
038600     MOVE 'N' TO WS-PARM-FOUND-SW.
038700     OPEN INPUT PARM-CARD-FILE.
038800     IF NOT PARM-STATUS-OK
038900         GO TO 1080-READ-PARM-CARD-EXIT
039000     END-IF.
039100     PERFORM 1081-SCAN-ONE-CARD
039200         THRU 1081-SCAN-ONE-CARD-EXIT
039300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
039400     CLOSE PARM-CARD-FILE.
039500 1080-READ-PARM-CARD-EXIT.
039600     EXIT.
039700
039800 1081-SCAN-ONE-CARD.
039900     READ PARM-CARD-FILE
040000         AT END SET PARM-STATUS-EOF TO TRUE
040100     END-READ.
040200     IF PARM-STATUS-EOF
040300         GO TO 1081-SCAN-ONE-CARD-EXIT
040400     END-IF.
040500     IF PARM-PROGRAM-ID = 'STUDORPH'
040600             AND PARM-OPTIONS(1:12) NOT = SPACES
040700         SET WS-PARM-FOUND TO TRUE
040800         MOVE PARM-OPTIONS(1:12) TO FILENAME
040900     END-IF.
041000 1081-SCAN-ONE-CARD-EXIT.
041100     EXIT.
041200
041300 1200-LOAD-ARCHIVE-IDS.
041400*    NO STUDHIST MEANS NOTHING HAS BEEN ARCHIVED - EVERY
041500*    MISSING STUDENT IS THEN SIMPLY MISSING.
041600     OPEN INPUT STUDENT-HISTORY.
041700     IF NOT SHST-STATUS-OK
041800         GO TO 1200-LOAD-ARCHIVE-IDS-EXIT
041900     END-IF.
042000     PERFORM 1210-LOAD-ONE-ARCHIVE-ID
042100         THRU 1210-LOAD-ONE-ARCHIVE-ID-EXIT
042200         UNTIL SHST-STATUS-EOF.
042300     CLOSE STUDENT-HISTORY.
042400 1200-LOAD-ARCHIVE-IDS-EXIT.
042500     EXIT.
042600
042700 1210-LOAD-ONE-ARCHIVE-ID.
042800     READ STUDENT-HISTORY
042900         AT END SET SHST-STATUS-EOF TO TRUE
043000     END-READ.
043100     IF SHST-STATUS-EOF
043200         GO TO 1210-LOAD-ONE-ARCHIVE-ID-EXIT
043300     END-IF.
043400     IF SHST-STUDENT-ID IS NOT NUMERIC
043500         GO TO 1210-LOAD-ONE-ARCHIVE-ID-EXIT
043600     END-IF.
043700     MOVE 'A'                TO SIX-TYPE.
043800     MOVE SHST-STUDENT-ID-N  TO SIX-STUDENT-ID.
043900     MOVE SPACES             TO SIX-COURSE-ID.
044000     MOVE SPACES             TO SIX-TERM.
044100     WRITE SWEEP-INDEX-RECORD
044200         INVALID KEY CONTINUE
044300         NOT INVALID KEY ADD 1 TO WS-ARCHIVE-IDS
044400     END-WRITE.
044500 1210-LOAD-ONE-ARCHIVE-ID-EXIT.
044600     EXIT.
044700
044800 1300-LOAD-ENRL-HISTORY.
044900*    AN ENDED TERM'S GRADES MATCH THEIR ENROLLMENTS HERE ONCE
045000*    TERMROLL HAS MOVED THEM OFF ENRLMAST.
045100     OPEN INPUT ENROLLMENT-HISTORY.
045200     IF NOT EHST-STATUS-OK
045300         GO TO 1300-LOAD-ENRL-HISTORY-EXIT
045400     END-IF.
045500     PERFORM 1310-LOAD-ONE-HISTORY-LINE
045600         THRU 1310-LOAD-ONE-HISTORY-LINE-EXIT
045700         UNTIL EHST-STATUS-EOF.
045800     CLOSE ENROLLMENT-HISTORY.
045900 1300-LOAD-ENRL-HISTORY-EXIT.
046000     EXIT.
046100
046200 1310-LOAD-ONE-HISTORY-LINE.
046300     READ ENROLLMENT-HISTORY
046400         AT END SET EHST-STATUS-EOF TO TRUE
046500     END-READ.
046600     IF EHST-STATUS-EOF
046700         GO TO 1310-LOAD-ONE-HISTORY-LINE-EXIT
046800     END-IF.
046900     IF EHST-STUDENT-ID IS NOT NUMERIC OR EHST-STILL-WAITING
047000         GO TO 1310-LOAD-ONE-HISTORY-LINE-EXIT
047100     END-IF.
047200     MOVE 'E'                TO SIX-TYPE.
047300     MOVE EHST-STUDENT-ID-N  TO SIX-STUDENT-ID.
047400     MOVE EHST-COURSE-ID     TO SIX-COURSE-ID.
047500     MOVE EHST-TERM          TO SIX-TERM.
047600     WRITE SWEEP-INDEX-RECORD
047700         INVALID KEY CONTINUE
047800         NOT INVALID KEY ADD 1 TO WS-HISTORY-ENROLLMENTS
047900     END-WRITE.
048000 1310-LOAD-ONE-HISTORY-LINE-EXIT.
048100     EXIT.
048200
048300 2000-SWEEP-ENROLLMENTS.
048400     MOVE 1 TO WS-FILE-SUB.
048500     OPEN INPUT ENROLLMENT-FILE.
048600     IF NOT ENRL-STATUS-OK
048700         PERFORM 2900-FILE-NOT-PRESENT
048800             THRU 2900-FILE-NOT-PRESENT-EXIT
048900         GO TO 2000-SWEEP-ENROLLMENTS-EXIT
049000     END-IF.
049100     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
049200     MOVE LOW-VALUES TO ENRL-KEY.
049300     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
049400         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
049500     END-START.
049600     PERFORM 2010-CHECK-ONE-ENROLLMENT
049700         THRU 2010-CHECK-ONE-ENROLLMENT-EXIT
049800         UNTIL ENRL-STATUS-EOF.
049900*    LEFT OPEN - THE GRADE SWEEP LOOKS ENROLLMENTS UP BY KEY.
050000 2000-SWEEP-ENROLLMENTS-EXIT.
050100     EXIT.
050200
050300 2010-CHECK-ONE-ENROLLMENT.
050400     READ ENROLLMENT-FILE NEXT
050500         AT END SET ENRL-STATUS-EOF TO TRUE
050600     END-READ.
050700     IF ENRL-STATUS-EOF
050800         GO TO 2010-CHECK-ONE-ENROLLMENT-EXIT
050900     END-IF.
051000     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
051100     MOVE ENRL-STUDENT-ID TO WS-CHK-STUDENT-ID.
051200     MOVE SPACES TO WS-FND-KEY.
051300     STRING ENRL-STUDENT-ID '/' ENRL-COURSE-ID
051400         DELIMITED BY SIZE
051500         INTO WS-FND-KEY
051600     END-STRING.
051700     MOVE ENRL-TERM TO WS-FND-TERM.
051800     PERFORM 8000-CHECK-STUDENT
051900         THRU 8000-CHECK-STUDENT-EXIT.
052000     IF NOT WS-STUDENT-FOUND
052100         GO TO 2010-CHECK-ONE-ENROLLMENT-EXIT
052200     END-IF.
052300     IF ENRL-REGISTERED AND NOT STU-ACTIVE
052400         MOVE 'E279' TO WS-FND-CODE
052500         MOVE 'REGISTERED, NOT ACTIVE' TO WS-FND-DESC
052600         PERFORM 8500-RECORD-FINDING
052700             THRU 8500-RECORD-FINDING-EXIT
052800     END-IF.
052900 2010-CHECK-ONE-ENROLLMENT-EXIT.
053000     EXIT.
053100
053200 2100-SWEEP-GRADES.
053300     MOVE 2 TO WS-FILE-SUB.
053400     OPEN INPUT GRADE-HISTORY.
053500     IF NOT HIST-STATUS-OK
053600         PERFORM 2900-FILE-NOT-PRESENT
053700             THRU 2900-FILE-NOT-PRESENT-EXIT
053800         GO TO 2100-SWEEP-GRADES-EXIT
053900     END-IF.
054000     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
054100     PERFORM 2110-CHECK-ONE-GRADE
054200         THRU 2110-CHECK-ONE-GRADE-EXIT
054300         UNTIL HIST-STATUS-EOF.
054400     CLOSE GRADE-HISTORY.
054500 2100-SWEEP-GRADES-EXIT.
054600     EXIT.
054700
054800 2110-CHECK-ONE-GRADE.
054900     READ GRADE-HISTORY
055000         AT END SET HIST-STATUS-EOF TO TRUE
055100     END-READ.
055200     IF HIST-STATUS-EOF
055300         GO TO 2110-CHECK-ONE-GRADE-EXIT
055400     END-IF.
055500     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
055600     IF GRADE-STUDENT-ID IS NUMERIC
055700         MOVE GRADE-STUDENT-ID TO WS-CHK-STUDENT-ID
055800     ELSE
055900         MOVE ZERO TO WS-CHK-STUDENT-ID
056000     END-IF.
056100     MOVE SPACES TO WS-FND-KEY.
056200     STRING WS-CHK-STUDENT-ID '/' GRADE-COURSE-ID
056300         DELIMITED BY SIZE
056400         INTO WS-FND-KEY
056500     END-STRING.
056600     MOVE GRADE-TERM TO WS-FND-TERM.
056700     PERFORM 8000-CHECK-STUDENT
056800         THRU 8000-CHECK-STUDENT-EXIT.
056900     MOVE GRADE-COURSE-ID TO WS-CHK-COURSE-ID.
057000     MOVE GRADE-TERM      TO WS-CHK-TERM.
057100     PERFORM 8100-CHECK-ENROLLMENT
057200         THRU 8100-CHECK-ENROLLMENT-EXIT.
057300     IF NOT WS-ENRL-FOUND
057400         MOVE 'E280' TO WS-FND-CODE
057500         MOVE 'GRADE WITH NO ENROLLMENT' TO WS-FND-DESC
057600         PERFORM 8500-RECORD-FINDING
057700             THRU 8500-RECORD-FINDING-EXIT
057800     END-IF.
057900 2110-CHECK-ONE-GRADE-EXIT.
058000     EXIT.
058100
058200 2200-SWEEP-ADDRESSES.
058300     MOVE 3 TO WS-FILE-SUB.
058400     OPEN INPUT ADDRESS-FILE.
058500     IF NOT ADDR-STATUS-OK
058600         PERFORM 2900-FILE-NOT-PRESENT
058700             THRU 2900-FILE-NOT-PRESENT-EXIT
058800         GO TO 2200-SWEEP-ADDRESSES-EXIT
058900     END-IF.
059000     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
059100     MOVE ZERO TO ADDR-STUDENT-ID.
059200     START ADDRESS-FILE KEY IS NOT LESS THAN ADDR-STUDENT-ID
059300         INVALID KEY SET ADDR-STATUS-EOF TO TRUE
059400     END-START.
059500     PERFORM 2210-CHECK-ONE-ADDRESS
059600         THRU 2210-CHECK-ONE-ADDRESS-EXIT
059700         UNTIL ADDR-STATUS-EOF.
059800     CLOSE ADDRESS-FILE.
059900 2200-SWEEP-ADDRESSES-EXIT.
060000     EXIT.
060100
060200 2210-CHECK-ONE-ADDRESS.
060300     READ ADDRESS-FILE NEXT
060400         AT END SET ADDR-STATUS-EOF TO TRUE
060500     END-READ.
060600     IF ADDR-STATUS-EOF
060700         GO TO 2210-CHECK-ONE-ADDRESS-EXIT
060800     END-IF.
060900     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
061000     MOVE ADDR-STUDENT-ID TO WS-CHK-STUDENT-ID.
061100     MOVE ADDR-STUDENT-ID TO WS-FND-KEY.
061200     MOVE SPACES TO WS-FND-TERM.
061300     PERFORM 8000-CHECK-STUDENT
061400         THRU 8000-CHECK-STUDENT-EXIT.
061500 2210-CHECK-ONE-ADDRESS-EXIT.
061600     EXIT.
061700
061800 2300-SWEEP-PRIVACY-HOLDS.
061900     MOVE 4 TO WS-FILE-SUB.
062000     OPEN INPUT PRIVACY-FILE.
062100     IF NOT PRIV-STATUS-OK
062200         PERFORM 2900-FILE-NOT-PRESENT
062300             THRU 2900-FILE-NOT-PRESENT-EXIT
062400         GO TO 2300-SWEEP-PRIVACY-HOLDS-EXIT
062500     END-IF.
062600     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
062700     MOVE ZERO TO PRIV-STUDENT-ID.
062800     START PRIVACY-FILE KEY IS NOT LESS THAN PRIV-STUDENT-ID
062900         INVALID KEY SET PRIV-STATUS-EOF TO TRUE
063000     END-START.
063100     PERFORM 2310-CHECK-ONE-HOLD
063200         THRU 2310-CHECK-ONE-HOLD-EXIT
063300         UNTIL PRIV-STATUS-EOF.
063400     CLOSE PRIVACY-FILE.
063500 2300-SWEEP-PRIVACY-HOLDS-EXIT.
063600     EXIT.
063700
063800 2310-CHECK-ONE-HOLD.
063900     READ PRIVACY-FILE NEXT
064000         AT END SET PRIV-STATUS-EOF TO TRUE
064100     END-READ.
064200     IF PRIV-STATUS-EOF
064300         GO TO 2310-CHECK-ONE-HOLD-EXIT
064400     END-IF.
064500     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
064600     MOVE PRIV-STUDENT-ID TO WS-CHK-STUDENT-ID.
064700     MOVE PRIV-STUDENT-ID TO WS-FND-KEY.
064800     MOVE SPACES TO WS-FND-TERM.
064900     PERFORM 8000-CHECK-STUDENT
065000         THRU 8000-CHECK-STUDENT-EXIT.
065100*    PRIVMNT DELETES A RELEASED HOLD, SO A RECORD WITHOUT THE
065200*    FLAG IS A STRAY THAT EVERY DIRECTORY RUN WOULD IGNORE.
065300     IF NOT PRIV-HELD
065400         MOVE 'E283' TO WS-FND-CODE
065500         MOVE 'HOLD FLAG NOT SET' TO WS-FND-DESC
065600         PERFORM 8500-RECORD-FINDING
065700             THRU 8500-RECORD-FINDING-EXIT
065800     END-IF.
065900 2310-CHECK-ONE-HOLD-EXIT.
066000     EXIT.
066100
066200 2400-SWEEP-RECEIVABLES.
066300     MOVE 5 TO WS-FILE-SUB.
066400     OPEN INPUT RECEIVABLE-FILE.
066500     IF NOT RECV-STATUS-OK
066600         PERFORM 2900-FILE-NOT-PRESENT
066700             THRU 2900-FILE-NOT-PRESENT-EXIT
066800         GO TO 2400-SWEEP-RECEIVABLES-EXIT
066900     END-IF.
067000     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
067100     MOVE LOW-VALUES TO RECV-KEY.
067200     START RECEIVABLE-FILE KEY IS NOT LESS THAN RECV-KEY
067300         INVALID KEY SET RECV-STATUS-EOF TO TRUE
067400     END-START.
067500     PERFORM 2410-CHECK-ONE-RECEIVABLE
067600         THRU 2410-CHECK-ONE-RECEIVABLE-EXIT
067700         UNTIL RECV-STATUS-EOF.
067800     CLOSE RECEIVABLE-FILE.
067900 2400-SWEEP-RECEIVABLES-EXIT.
068000     EXIT.
068100
068200 2410-CHECK-ONE-RECEIVABLE.
068300     READ RECEIVABLE-FILE NEXT
068400         AT END SET RECV-STATUS-EOF TO TRUE
068500     END-READ.
068600     IF RECV-STATUS-EOF
068700         GO TO 2410-CHECK-ONE-RECEIVABLE-EXIT
068800     END-IF.
068900     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
069000     MOVE RECV-STUDENT-ID TO WS-CHK-STUDENT-ID.
069100     MOVE RECV-STUDENT-ID TO WS-FND-KEY.
069200     MOVE RECV-TERM TO WS-FND-TERM.
069300     PERFORM 8000-CHECK-STUDENT
069400         THRU 8000-CHECK-STUDENT-EXIT.
069500*    THE RECVREC RULE - BALANCE IS BILLED MINUS CREDITED MINUS
069600*    PAID PLUS REFUNDED, STOPPING AT ZERO WITH THE EXCESS AS
069700*    REFUND DUE.
069800     COMPUTE WS-NET-BALANCE =
069900         RECV-BILLED - RECV-CREDITED - RECV-PAID
070000         + RECV-REFUNDED.
070100     IF WS-NET-BALANCE < ZERO
070200         MOVE ZERO TO WS-EXPECT-BALANCE
070300         COMPUTE WS-EXPECT-REFUND = ZERO - WS-NET-BALANCE
070400     ELSE
070500         MOVE WS-NET-BALANCE TO WS-EXPECT-BALANCE
070600         MOVE ZERO TO WS-EXPECT-REFUND
070700     END-IF.
070800     IF RECV-BALANCE NOT = WS-EXPECT-BALANCE
070900             OR RECV-REFUND-DUE NOT = WS-EXPECT-REFUND
071000         MOVE 'E282' TO WS-FND-CODE
071100         MOVE 'BALANCE OUT OF STEP' TO WS-FND-DESC
071200         PERFORM 8500-RECORD-FINDING
071300             THRU 8500-RECORD-FINDING-EXIT
071400     END-IF.
071500 2410-CHECK-ONE-RECEIVABLE-EXIT.
071600     EXIT.
071700
071800 2500-SWEEP-PROGRESS.
071900     MOVE 6 TO WS-FILE-SUB.
072000     OPEN INPUT PROGRESS-FILE.
072100     IF NOT PROG-STATUS-OK
072200         PERFORM 2900-FILE-NOT-PRESENT
072300             THRU 2900-FILE-NOT-PRESENT-EXIT
072400         GO TO 2500-SWEEP-PROGRESS-EXIT
072500     END-IF.
072600     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
072700     MOVE ZERO TO PROG-STUDENT-ID.
072800     START PROGRESS-FILE KEY IS NOT LESS THAN PROG-STUDENT-ID
072900         INVALID KEY SET PROG-STATUS-EOF TO TRUE
073000     END-START.
073100     PERFORM 2510-CHECK-ONE-PROGRESS
073200         THRU 2510-CHECK-ONE-PROGRESS-EXIT
073300         UNTIL PROG-STATUS-EOF.
073400     CLOSE PROGRESS-FILE.
073500 2500-SWEEP-PROGRESS-EXIT.
073600     EXIT.
073700
073800 2510-CHECK-ONE-PROGRESS.
073900     READ PROGRESS-FILE NEXT
074000         AT END SET PROG-STATUS-EOF TO TRUE
074100     END-READ.
074200     IF PROG-STATUS-EOF
074300         GO TO 2510-CHECK-ONE-PROGRESS-EXIT
074400     END-IF.
074500     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
074600     MOVE PROG-STUDENT-ID TO WS-CHK-STUDENT-ID.
074700     MOVE PROG-STUDENT-ID TO WS-FND-KEY.
074800     MOVE SPACES TO WS-FND-TERM.
074900     PERFORM 8000-CHECK-STUDENT
075000         THRU 8000-CHECK-STUDENT-EXIT.
075100 2510-CHECK-ONE-PROGRESS-EXIT.
075200     EXIT.
075300
075400 2600-SWEEP-WAITLIST.
075500     MOVE 7 TO WS-FILE-SUB.
075600     OPEN INPUT WAITLIST-FILE.
075700     IF NOT WAITLIST-STATUS-OK
075800         PERFORM 2900-FILE-NOT-PRESENT
075900             THRU 2900-FILE-NOT-PRESENT-EXIT
076000         GO TO 2600-SWEEP-WAITLIST-EXIT
076100     END-IF.
076200     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
076300     PERFORM 2610-CHECK-ONE-WAIT
076400         THRU 2610-CHECK-ONE-WAIT-EXIT
076500         UNTIL WAITLIST-STATUS-EOF.
076600     CLOSE WAITLIST-FILE.
076700 2600-SWEEP-WAITLIST-EXIT.
076800     EXIT.
076900
077000 2610-CHECK-ONE-WAIT.
077100     READ WAITLIST-FILE
077200         AT END SET WAITLIST-STATUS-EOF TO TRUE
077300     END-READ.
077400     IF WAITLIST-STATUS-EOF
077500         GO TO 2610-CHECK-ONE-WAIT-EXIT
077600     END-IF.
077700     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
077800     IF WAIT-STUDENT-ID IS NUMERIC
077900         MOVE WAIT-STUDENT-ID TO WS-CHK-STUDENT-ID
078000     ELSE
078100         MOVE ZERO TO WS-CHK-STUDENT-ID
078200     END-IF.
078300     MOVE SPACES TO WS-FND-KEY.
078400     STRING WS-CHK-STUDENT-ID '/' WAIT-COURSE-ID
078500         DELIMITED BY SIZE
078600         INTO WS-FND-KEY
078700     END-STRING.
078800     MOVE WAIT-TERM TO WS-FND-TERM.
078900     PERFORM 8000-CHECK-STUDENT
079000         THRU 8000-CHECK-STUDENT-EXIT.
079100     IF WS-STUDENT-FOUND AND WAIT-WAITING AND NOT STU-ACTIVE
079200         MOVE 'E281' TO WS-FND-CODE
079300         MOVE 'WAITING, NOT ACTIVE' TO WS-FND-DESC
079400         PERFORM 8500-RECORD-FINDING
079500             THRU 8500-RECORD-FINDING-EXIT
079600     END-IF.
079700 2610-CHECK-ONE-WAIT-EXIT.
079800     EXIT.
079900
080000 2700-SWEEP-SNAPSHOTS.
080100     MOVE 8 TO WS-FILE-SUB.
080200     OPEN INPUT SNAPSHOT-HISTORY.
080300     IF NOT SNAP-STATUS-OK
080400         PERFORM 2900-FILE-NOT-PRESENT
080500             THRU 2900-FILE-NOT-PRESENT-EXIT
080600         GO TO 2700-SWEEP-SNAPSHOTS-EXIT
080700     END-IF.
080800     SET WS-FILE-PRESENT(WS-FILE-SUB) TO TRUE.
080900     PERFORM 2710-CHECK-ONE-SNAPSHOT
081000         THRU 2710-CHECK-ONE-SNAPSHOT-EXIT
081100         UNTIL SNAP-STATUS-EOF.
081200     CLOSE SNAPSHOT-HISTORY.
081300 2700-SWEEP-SNAPSHOTS-EXIT.
081400     EXIT.
081500
081600 2710-CHECK-ONE-SNAPSHOT.
081700*    ONE LINE PER STUDENT PER SNAPSHOT DATE - A MISSING
081800*    STUDENT IS REPORTED ON THEIR FIRST LINE ONLY.
081900     READ SNAPSHOT-HISTORY
082000         AT END SET SNAP-STATUS-EOF TO TRUE
082100     END-READ.
082200     IF SNAP-STATUS-EOF
082300         GO TO 2710-CHECK-ONE-SNAPSHOT-EXIT
082400     END-IF.
082500     ADD 1 TO WS-FILE-READ(WS-FILE-SUB).
082600     IF SNP-STUDENT-ID IS NUMERIC
082700         MOVE SNP-STUDENT-ID TO WS-CHK-STUDENT-ID
082800     ELSE
082900         MOVE ZERO TO WS-CHK-STUDENT-ID
083000     END-IF.
083100     MOVE 'N' TO WS-SEEN-SW.
083200     MOVE 'S'               TO SIX-TYPE.
083300     MOVE WS-CHK-STUDENT-ID TO SIX-STUDENT-ID.
083400     MOVE SPACES            TO SIX-COURSE-ID.
083500     MOVE SPACES            TO SIX-TERM.
083600     READ SWEEP-INDEX
083700         INVALID KEY CONTINUE
083800         NOT INVALID KEY SET WS-ALREADY-SEEN TO TRUE
083900     END-READ.
084000     IF WS-ALREADY-SEEN
084100         GO TO 2710-CHECK-ONE-SNAPSHOT-EXIT
084200     END-IF.
084300     MOVE WS-CHK-STUDENT-ID TO WS-FND-KEY.
084400     MOVE SPACES TO WS-FND-TERM.
084500     PERFORM 8000-CHECK-STUDENT
084600         THRU 8000-CHECK-STUDENT-EXIT.
084700     IF NOT WS-STUDENT-FOUND
084800         MOVE 'S'               TO SIX-TYPE
084900         MOVE WS-CHK-STUDENT-ID TO SIX-STUDENT-ID
085000         MOVE SPACES            TO SIX-COURSE-ID
085100         MOVE SPACES            TO SIX-TERM
085200         WRITE SWEEP-INDEX-RECORD
085300             INVALID KEY CONTINUE
085400         END-WRITE
085500     END-IF.
085600 2710-CHECK-ONE-SNAPSHOT-EXIT.
085700     EXIT.
085800
085900 2900-FILE-NOT-PRESENT.
086000*    A DEPENDENT FILE NOT YET CREATED HAS NOTHING TO CHECK -
086100*    THE SUMMARY SAYS SO RATHER THAN FAILING THE SWEEP.
086200     DISPLAY 'STUDORPH - ' WS-FILE-NAME(WS-FILE-SUB)
086300         ' NOT PRESENT - NOT SWEPT'.
086400 2900-FILE-NOT-PRESENT-EXIT.
086500     EXIT.
086600
086700 6000-PRINT-SUMMARY.
086800     MOVE SPACES TO SWEEP-REPORT-LINE.
086900     STRING 'STUDENT-SIDE REFERENTIAL INTEGRITY SWEEP  AS OF '
087000            WS-TODAY-YYYYMMDD
087100         DELIMITED BY SIZE
087200         INTO SWEEP-REPORT-LINE
087300     END-STRING.
087400     WRITE SWEEP-REPORT-LINE.
087500     MOVE SPACES TO SWEEP-REPORT-LINE.
087600     WRITE SWEEP-REPORT-LINE.
087700     MOVE 'FILE         RECORDS   FINDINGS' TO SWEEP-REPORT-LINE.
087800     WRITE SWEEP-REPORT-LINE.
087900     PERFORM 6100-PRINT-ONE-FILE
088000         THRU 6100-PRINT-ONE-FILE-EXIT
088100         VARYING WS-FILE-SUB FROM 1 BY 1
088200         UNTIL WS-FILE-SUB > 8.
088300     MOVE SPACES TO SWEEP-REPORT-LINE.
088400     WRITE SWEEP-REPORT-LINE.
088500     MOVE 'FILE     CODE FINDING                        COUNT'
088600         TO SWEEP-REPORT-LINE.
088700     WRITE SWEEP-REPORT-LINE.
088800     IF WS-SUM-COUNT-USED = ZERO
088900         MOVE '  NO FINDINGS' TO SWEEP-REPORT-LINE
089000         WRITE SWEEP-REPORT-LINE
089100     END-IF.
089200     PERFORM 6200-PRINT-ONE-FINDING
089300         THRU 6200-PRINT-ONE-FINDING-EXIT
089400         VARYING WS-SUM-SUB FROM 1 BY 1
089500         UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED.
089600     MOVE SPACES TO SWEEP-REPORT-LINE.
089700     WRITE SWEEP-REPORT-LINE.
089800     MOVE WS-TOTAL-FINDINGS TO WS-COUNT-EDIT.
089900     MOVE SPACES TO SWEEP-REPORT-LINE.
090000     STRING 'TOTAL FINDINGS ' WS-COUNT-EDIT
090100         DELIMITED BY SIZE
090200         INTO SWEEP-REPORT-LINE
090300     END-STRING.
090400     WRITE SWEEP-REPORT-LINE.
090500 6000-PRINT-SUMMARY-EXIT.
090600     EXIT.
090700
090800 6100-PRINT-ONE-FILE.
090900     MOVE SPACES TO SWEEP-REPORT-LINE.
091000     MOVE WS-FILE-NAME(WS-FILE-SUB) TO SWEEP-REPORT-LINE(1:8).
091100     IF WS-FILE-PRESENT(WS-FILE-SUB)
091200         MOVE WS-FILE-READ(WS-FILE-SUB) TO WS-COUNT-EDIT
091300         MOVE WS-FILE-FINDINGS(WS-FILE-SUB) TO WS-COUNT-EDIT-2
091400         MOVE WS-COUNT-EDIT   TO SWEEP-REPORT-LINE(10:9)
091500         MOVE WS-COUNT-EDIT-2 TO SWEEP-REPORT-LINE(21:9)
091600     ELSE
091700         MOVE 'NOT PRESENT' TO SWEEP-REPORT-LINE(13:11)
091800     END-IF.
091900     WRITE SWEEP-REPORT-LINE.
092000 6100-PRINT-ONE-FILE-EXIT.
092100     EXIT.
092200
092300 6200-PRINT-ONE-FINDING.
092400     MOVE WS-SUM-COUNT(WS-SUM-SUB) TO WS-COUNT-EDIT.
092500     MOVE SPACES TO SWEEP-REPORT-LINE.
092600     STRING WS-FILE-NAME(WS-SUM-FILE-SUB(WS-SUM-SUB)) ' '
092700            WS-SUM-CODE(WS-SUM-SUB) ' '
092800            WS-SUM-DESC(WS-SUM-SUB) ' '
092900            WS-COUNT-EDIT
093000         DELIMITED BY SIZE
093100         INTO SWEEP-REPORT-LINE
093200     END-STRING.
093300     WRITE SWEEP-REPORT-LINE.
093400 6200-PRINT-ONE-FINDING-EXIT.
093500     EXIT.
093600
093700 8000-CHECK-STUDENT.
093800*    THE STUDENT BEHIND A DEPENDENT RECORD - ON THE MASTER, ON
093900*    THE STUDHIST ARCHIVE, OR NOWHERE.  A MISSING STUDENT IS
094000*    RECORDED HERE AS THE FINDING FOR THE RECORD.
094100     MOVE 'N' TO WS-STUDENT-FOUND-SW.
094200     MOVE WS-CHK-STUDENT-ID TO STUDENT-ID.
094300     READ STUDENT
094400         INVALID KEY CONTINUE
094500         NOT INVALID KEY SET WS-STUDENT-FOUND TO TRUE
094600     END-READ.
094700     IF WS-STUDENT-FOUND
094800         GO TO 8000-CHECK-STUDENT-EXIT
094900     END-IF.
095000     MOVE 'A'               TO SIX-TYPE.
095100     MOVE WS-CHK-STUDENT-ID TO SIX-STUDENT-ID.
095200     MOVE SPACES            TO SIX-COURSE-ID.
095300     MOVE SPACES            TO SIX-TERM.
095400     READ SWEEP-INDEX
095500         INVALID KEY
095600             MOVE 'E278' TO WS-FND-CODE
095700             MOVE 'NOT ON MASTER OR ARCHIVE' TO WS-FND-DESC
095800         NOT INVALID KEY
095900             MOVE 'E277' TO WS-FND-CODE
096000             MOVE 'ARCHIVED - NOT ON MASTER' TO WS-FND-DESC
096100     END-READ.
096200     PERFORM 8500-RECORD-FINDING
096300         THRU 8500-RECORD-FINDING-EXIT.
096400 8000-CHECK-STUDENT-EXIT.
096500     EXIT.
096600
096700 8100-CHECK-ENROLLMENT.
096800*    ANY SECTION AND ANY STATUS MATCHES - A DROPPED OR
096900*    WITHDRAWN ENROLLMENT STILL ACCOUNTS FOR ITS 'W' GRADE.
097000     MOVE 'N' TO WS-ENRL-FOUND-SW.
097100     IF WS-FILE-PRESENT(1)
097200         MOVE WS-CHK-STUDENT-ID TO ENRL-STUDENT-ID
097300         MOVE WS-CHK-COURSE-ID  TO ENRL-COURSE-ID
097400         MOVE WS-CHK-TERM       TO ENRL-TERM
097500         MOVE LOW-VALUES        TO ENRL-SECTION
097600         START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
097700             INVALID KEY MOVE ZERO TO ENRL-STUDENT-ID
097800             NOT INVALID KEY
097900                 READ ENROLLMENT-FILE NEXT
098000                     AT END MOVE ZERO TO ENRL-STUDENT-ID
098100                 END-READ
098200         END-START
098300         IF ENRL-STUDENT-ID = WS-CHK-STUDENT-ID
098400                 AND ENRL-COURSE-ID = WS-CHK-COURSE-ID
098500                 AND ENRL-TERM = WS-CHK-TERM
098600             SET WS-ENRL-FOUND TO TRUE
098700         END-IF
098800     END-IF.
098900     IF WS-ENRL-FOUND
099000         GO TO 8100-CHECK-ENROLLMENT-EXIT
099100     END-IF.
099200     MOVE 'E'               TO SIX-TYPE.
099300     MOVE WS-CHK-STUDENT-ID TO SIX-STUDENT-ID.
099400     MOVE WS-CHK-COURSE-ID  TO SIX-COURSE-ID.
099500     MOVE WS-CHK-TERM       TO SIX-TERM.
099600     READ SWEEP-INDEX
099700         INVALID KEY CONTINUE
099800         NOT INVALID KEY SET WS-ENRL-FOUND TO TRUE
099900     END-READ.
100000 8100-CHECK-ENROLLMENT-EXIT.
100100     EXIT.
100200
100300 8500-RECORD-FINDING.
100400     ADD 1 TO WS-TOTAL-FINDINGS.
100500     ADD 1 TO WS-FILE-FINDINGS(WS-FILE-SUB).
100600     MOVE 'STUDORPH' TO EXC-PROGRAM-ID.
100700     MOVE WS-FND-KEY TO EXC-KEY-VALUE.
100800     MOVE WS-FND-CODE TO EXC-REASON-CODE.
100900     MOVE SPACES TO EXC-REASON-TEXT.
101000     STRING WS-FILE-NAME(WS-FILE-SUB) ' ' WS-FND-DESC ' '
101100            WS-FND-TERM
101200         DELIMITED BY SIZE
101300         INTO EXC-REASON-TEXT
101400     END-STRING.
101500     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
101600     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
101700     MOVE SPACES TO EXC-OPERATOR-ID.
101800     WRITE EXC-RECORD.
101900     SET RC-WARNING TO TRUE.
102000     PERFORM 8600-COUNT-FINDING
102100         THRU 8600-COUNT-FINDING-EXIT.
102200 8500-RECORD-FINDING-EXIT.
102300     EXIT.
102400
102500 8600-COUNT-FINDING.
102600     MOVE ZERO TO WS-SUM-FOUND-SUB.
102700     PERFORM 8610-MATCH-ONE-FINDING
102800         THRU 8610-MATCH-ONE-FINDING-EXIT
102900         VARYING WS-SUM-SUB FROM 1 BY 1
103000         UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED
103100             OR WS-SUM-FOUND-SUB > ZERO.
103200     IF WS-SUM-FOUND-SUB = ZERO
103300         IF WS-SUM-COUNT-USED NOT < 40
103400             IF NOT WS-SUM-TABLE-FULL
103500                 SET WS-SUM-TABLE-FULL TO TRUE
103600                 DISPLAY 'STUDORPH - SUMMARY TABLE FULL - SEE '
103700                     'STORPEXC FOR EVERY FINDING'
103800             END-IF
103900             GO TO 8600-COUNT-FINDING-EXIT
104000         END-IF
104100         ADD 1 TO WS-SUM-COUNT-USED
104200         MOVE WS-SUM-COUNT-USED TO WS-SUM-FOUND-SUB
104300         MOVE WS-FILE-SUB TO WS-SUM-FILE-SUB(WS-SUM-FOUND-SUB)
104400         MOVE WS-FND-CODE TO WS-SUM-CODE(WS-SUM-FOUND-SUB)
104500         MOVE WS-FND-DESC TO WS-SUM-DESC(WS-SUM-FOUND-SUB)
104600         MOVE ZERO        TO WS-SUM-COUNT(WS-SUM-FOUND-SUB)
104700     END-IF.
104800     ADD 1 TO WS-SUM-COUNT(WS-SUM-FOUND-SUB).
104900 8600-COUNT-FINDING-EXIT.
105000     EXIT.
105100
105200 8610-MATCH-ONE-FINDING.
105300     IF WS-SUM-FILE-SUB(WS-SUM-SUB) = WS-FILE-SUB
105400             AND WS-SUM-CODE(WS-SUM-SUB) = WS-FND-CODE
105500         MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB
105600     END-IF.
105700 8610-MATCH-ONE-FINDING-EXIT.
105800     EXIT.
105900
106000 9000-FINISH.
106100     CLOSE STUDENT.
106200     IF WS-FILE-PRESENT(1)
106300         CLOSE ENROLLMENT-FILE
106400     END-IF.
106500     CLOSE SWEEP-INDEX.
106600     CLOSE SWEEP-REPORT.
106700     CLOSE EXCEPTION-FILE.
106800     DISPLAY 'STUDORPH - ARCHIVED IDS     : ' WS-ARCHIVE-IDS.
106900     DISPLAY 'STUDORPH - HISTORY ENRLS    : '
107000         WS-HISTORY-ENROLLMENTS.
107100     DISPLAY 'STUDORPH - TOTAL FINDINGS   : ' WS-TOTAL-FINDINGS.
107200     DISPLAY 'STUDORPH - RETURN CODE      : ' WS-RETURN-CODE.
107300 9000-FINISH-EXIT.
107400     EXIT.
107500
107600 9999-EXIT.
107700     STOP RUN.
