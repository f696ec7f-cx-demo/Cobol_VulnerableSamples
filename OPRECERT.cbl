000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPRECERT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  QUARTERLY OPERATOR ACCESS
001000*                    RECERTIFICATION.  LISTS EVERY OPERATOR ON
001100*                    OPAUTH WITH THEIR LEVEL AND THE LAST DATE
001200*                    THEY DID ANYTHING - THE LATEST OF THE
001300*                    EXCEPTIONS THEY WERE SIGNED ON FOR (EXC-
001400*                    OPERATOR-ID), THE STEPS THEY RAN (RUNCTL-
001500*                    OPERATOR-ID), THE STUDENT CHANGES THEY MADE
001600*                    (SCHG-OPERATOR-ID) AND THE LOOKUPS ON THE
001700*                    CGAU AUDIT TRAIL - GROUPED BY DEPARTMENT
001800*                    WITH A SIGN-OFF LINE FOR EACH MANAGER.  AN
001900*                    OPERATOR IDLE LONGER THAN THE PARAMETER
002000*                    CARD ALLOWS GETS A REVOKE QUEUED ON
002100*                    OPAUTRVQ (SEE OTRNREC) FOR OPAUTHMT'S DUAL
002200*                    APPROVAL - NOTHING IS REVOKED HERE.  THE
002300*                    LISTING IS THE AUDITORS' EVIDENCE OF
002400*                    REVIEW.
002500*   2026-10-15 RLW  EXCEPTION ACTIVITY NOW COMES FROM THE
002600*                    CUMULATIVE EXCHIST (EXH-OPERATOR-ID) RATHER
002700*                    THAN A CONCATENATION OF EXCIN GENERATIONS,
002800*                    WHICH ARE ONLY KEPT FOR A FEW NIGHTS.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-OPAUTH-STATUS.
003600
003700*    THE JOB CONCATENATES THE QUARTER'S CGAUDIT GENERATIONS;
003800*    EXCHIST, RUNCTL AND STUCHGLG ARE HISTORIES ALREADY.
003900     SELECT EXCHIST-FILE ASSIGN TO "EXCHIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EXCHIST-STATUS.
004200
004300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RUNCTL-STATUS.
004600
004700     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CHGLOG-STATUS.
005000
005100     SELECT CGAUDIT-FILE ASSIGN TO "CGAUDIT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CGAUDIT-STATUS.
005400
005500     SELECT REVOKE-QUEUE ASSIGN TO "OPAUTRVQ"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RVQ-STATUS.
005800
005900     SELECT SORT-WORK ASSIGN TO "OPRCSWRK".
006000
006100     SELECT RECERT-REPORT ASSIGN TO "RECRTRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-BUSDATE-STATUS.
006700
006800     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PARM-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  OPAUTH-FILE.
007500     COPY OPAUTH.
007600
007700 FD  EXCHIST-FILE.
007800     COPY EXHREC.
007900
008000 FD  RUNCTL-FILE.
008100     COPY RUNCTL.
008200
008300 FD  CHANGE-LOG.
008400     COPY STUCHGRC.
008500
008600*    THE QUEUE IS VARIABLE LENGTH - READ INTO THE ONE
008700*    WORKING-STORAGE COPY.
008800 FD  CGAUDIT-FILE.
008900 01  CGAUDIT-FILE-RECORD            PIC X(60).
009000
009100 FD  REVOKE-QUEUE.
009200     COPY OTRNREC.
009300
009400 SD  SORT-WORK.
009500 01  SORT-RECERT-RECORD.
009600     05  SRT-DEPT                    PIC X(04).
009700     05  SRT-OPER-ID                 PIC X(08).
009800     05  SRT-OPER-NAME               PIC X(25).
009900     05  SRT-OPER-LEVEL              PIC 9(01).
010000     05  SRT-LAST-DATE               PIC X(08).
010100     05  SRT-LAST-SOURCE             PIC X(08).
010200
010300 FD  RECERT-REPORT.
010400 01  RECERT-REPORT-LINE             PIC X(100).
010500
010600 FD  BUSDATE-FILE.
010700     COPY BUSDATE.
010800
010900 FD  PARM-CARD-FILE.
011000     COPY PARMREC.
011100
011200 WORKING-STORAGE SECTION.
011300     COPY RETCODES.
011400     COPY CGAUDIT.
011500
011600 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
011700     88  OPAUTH-STATUS-OK            VALUE '00'.
011800     88  OPAUTH-STATUS-EOF           VALUE '10'.
011900 01  WS-EXCHIST-STATUS              PIC X(02) VALUE '00'.
012000     88  EXCHIST-STATUS-OK           VALUE '00'.
012100     88  EXCHIST-STATUS-EOF          VALUE '10'.
012200 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
012300     88  RUNCTL-STATUS-OK            VALUE '00'.
012400     88  RUNCTL-STATUS-EOF           VALUE '10'.
012500 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
012600     88  CHGLOG-STATUS-OK            VALUE '00'.
012700     88  CHGLOG-STATUS-EOF           VALUE '10'.
012800 01  WS-CGAUDIT-STATUS              PIC X(02) VALUE '00'.
012900     88  CGAUDIT-STATUS-OK           VALUE '00'.
013000     88  CGAUDIT-STATUS-EOF          VALUE '10'.
013100 01  WS-RVQ-STATUS                  PIC X(02) VALUE '00'.
013200     88  RVQ-STATUS-OK               VALUE '00'.
013300 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013400     88  BUSDATE-STATUS-OK           VALUE '00'.
013500 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
013600     88  PARM-STATUS-OK              VALUE '00'.
013700     88  PARM-STATUS-EOF             VALUE '10'.
013800
013900 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
014000     88  WS-PARM-FOUND               VALUE 'Y'.
014100 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
014200     88  SORT-AT-EOF                 VALUE 'Y'.
014300 01  WS-FIRST-DEPT-SW               PIC X(01) VALUE 'Y'.
014400     88  WS-FIRST-DEPT               VALUE 'Y'.
014500 01  WS-RVQ-OPEN-SW                 PIC X(01) VALUE 'N'.
014600     88  WS-RVQ-OPEN                 VALUE 'Y'.
014700*    AN ACTIVITY SOURCE THAT WOULD NOT OPEN MAKES EVERYONE
014800*    LOOK IDLER THAN THEY ARE - THE LISTING STILL PRINTS, BUT
014900*    NO REVOKES ARE QUEUED FROM IT.
015000 01  WS-SOURCE-MISSING-SW           PIC X(01) VALUE 'N'.
015100     88  WS-SOURCE-MISSING           VALUE 'Y'.
015200
015300*    PARAMETER CARD 'OPRECERT' - COLS 9-12 THE DAYS WITHOUT
015400*    ACTIVITY AFTER WHICH AN OPERATOR IS DORMANT.
015500 01  WS-DORMANT-DAYS                PIC 9(04) VALUE 0090.
015600
015700*    THE OPERATORS ON OPAUTH, EACH WITH THE LATEST ACTIVITY
015800*    FOUND SO FAR AND WHERE IT WAS FOUND.  THE SAME LIMIT AS
015900*    OPAUTHMT - OVERFLOW ENDS THE RUN RATHER THAN LEAVE
016000*    ANYONE OFF THE RECERTIFICATION.
016100 01  WS-OPER-TABLE.
016200     05  WS-OP-ENTRY OCCURS 200 TIMES.
016300         10  WS-OP-ID                PIC X(08).
016400         10  WS-OP-NAME              PIC X(25).
016500         10  WS-OP-LEVEL             PIC 9(01).
016600         10  WS-OP-DEPT              PIC X(04).
016700         10  WS-OP-LAST-DATE         PIC X(08).
016800         10  WS-OP-LAST-SOURCE       PIC X(08).
016900 01  WS-OP-COUNT-USED               PIC 9(03) COMP VALUE ZERO.
017000 01  WS-OP-SUB                      PIC 9(03) COMP.
017100 01  WS-OP-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
017200
017300 01  WS-ACTIVITY-OPER               PIC X(08) VALUE SPACES.
017400 01  WS-ACTIVITY-DATE               PIC X(08) VALUE SPACES.
017500 01  WS-ACTIVITY-SOURCE             PIC X(08) VALUE SPACES.
017600 01  WS-TODAY-X                     PIC X(08) VALUE SPACES.
017700
017800 01  WS-DATE-INT                    PIC 9(08) VALUE ZERO.
017900 01  WS-IDLE-DAYS                   PIC 9(05) VALUE ZERO.
018000 01  WS-DORMANT-SW                  PIC X(01) VALUE 'N'.
018100     88  WS-OPER-DORMANT             VALUE 'Y'.
018200 01  WS-ACTION-TEXT                 PIC X(16) VALUE SPACES.
018300 01  WS-IDLE-TEXT                   PIC X(05) VALUE SPACES.
018400 01  WS-IDLE-EDIT                   PIC ZZZZ9.
018500
018600 01  WS-PREV-DEPT                   PIC X(04) VALUE SPACES.
018700 01  WS-DEPT-NAME                   PIC X(10) VALUE SPACES.
018800 01  WS-DEPT-OPERATORS              PIC 9(05) COMP VALUE ZERO.
018900 01  WS-DEPT-DORMANT                PIC 9(05) COMP VALUE ZERO.
019000
019100 01  WS-ACTIVITY-READ               PIC 9(07) COMP VALUE ZERO.
019200 01  WS-ACTIVITY-UNMATCHED          PIC 9(07) COMP VALUE ZERO.
019300 01  WS-OPERATORS-LISTED            PIC 9(05) COMP VALUE ZERO.
019400 01  WS-OPERATORS-DORMANT           PIC 9(05) COMP VALUE ZERO.
019500 01  WS-REVOKES-QUEUED              PIC 9(05) COMP VALUE ZERO.
019600
019700 01  WS-COUNT-EDIT                  PIC ZZZ,ZZ9.
019800 01  WS-COUNT-EDIT-2                PIC ZZZ,ZZ9.
019900 01  WS-COUNT-EDIT-3                PIC ZZZ,ZZ9.
020000
020100 01  WS-CURRENT-DATE-TIME.
020200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
020300     05  WS-TIME-HHMMSSHH           PIC 9(08).
020400     05  FILLER                     PIC X(05).
020500
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-INITIALIZE-EXIT.
021000     IF RC-SEVERE
021100         GO TO 0000-WRAP-UP
021200     END-IF.
021300
021400     PERFORM 2000-GATHER-ACTIVITY
021500         THRU 2000-GATHER-ACTIVITY-EXIT.
021600
021700     SORT SORT-WORK
021800         ON ASCENDING KEY SRT-DEPT SRT-OPER-ID
021900         INPUT PROCEDURE IS 3000-LOAD-SORT-WORK
022000             THRU 3000-LOAD-SORT-WORK-EXIT
022100         OUTPUT PROCEDURE IS 4000-PRINT-RECERT-REPORT
022200             THRU 4000-PRINT-RECERT-REPORT-EXIT.
022300
022400 0000-WRAP-UP.
022500     PERFORM 9000-FINISH
022600         THRU 9000-FINISH-EXIT.
022700     MOVE WS-RETURN-CODE TO RETURN-CODE.
022800     GO TO 9999-EXIT.
022900
023000 1000-INITIALIZE.
023100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023200     PERFORM 1050-GET-BUSINESS-DATE
023300         THRU 1050-GET-BUSINESS-DATE-EXIT.
023400     PERFORM 1080-READ-PARM-CARD
023500         THRU 1080-READ-PARM-CARD-EXIT.
023600     MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-X.
023700*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
023800*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
023900     OPEN OUTPUT RECERT-REPORT.
024000     MOVE SPACES TO RECERT-REPORT-LINE.
024100     STRING 'OPERATOR ACCESS RECERTIFICATION  AS OF '
024200            WS-TODAY-X
024300            '  DORMANT AFTER ' WS-DORMANT-DAYS ' DAYS'
024400         DELIMITED BY SIZE
024500         INTO RECERT-REPORT-LINE
024600     END-STRING.
024700     WRITE RECERT-REPORT-LINE.
024800
024900     OPEN INPUT OPAUTH-FILE.
025000     IF NOT OPAUTH-STATUS-OK
025100         DISPLAY 'OPRECERT - UNABLE TO OPEN OPAUTH, STATUS='
025200             WS-OPAUTH-STATUS
025300         SET RC-SEVERE TO TRUE
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF.
025600     PERFORM 1100-LOAD-ONE-OPERATOR
025700         THRU 1100-LOAD-ONE-OPERATOR-EXIT
025800         UNTIL OPAUTH-STATUS-EOF OR RC-SEVERE.
025900     CLOSE OPAUTH-FILE.
026000     IF RC-SEVERE
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF.
026300
026400*    THE QUEUE IS THIS QUARTER'S ONLY - REPLACED EACH RUN.
026500     OPEN OUTPUT REVOKE-QUEUE.
026600     IF RVQ-STATUS-OK
026700         SET WS-RVQ-OPEN TO TRUE
026800     ELSE
026900         DISPLAY 'OPRECERT - UNABLE TO OPEN OPAUTRVQ, STATUS='
027000             WS-RVQ-STATUS
027100         MOVE '*** OPAUTRVQ UNAVAILABLE - NO REVOKES QUEUED ***'
027200             TO RECERT-REPORT-LINE
027300         WRITE RECERT-REPORT-LINE
027400         IF NOT RC-SEVERE
027500             SET RC-ERROR TO TRUE
027600         END-IF
027700     END-IF.
027800 1000-INITIALIZE-EXIT.
027900     EXIT.
028000
028100 1050-GET-BUSINESS-DATE.
028200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
028300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
028400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
028500*    CLOCK TIME FIELD STAYS REAL.
028600     OPEN INPUT BUSDATE-FILE.
028700     IF NOT BUSDATE-STATUS-OK
028800         GO TO 1050-GET-BUSINESS-DATE-EXIT
028900     END-IF.
029000     READ BUSDATE-FILE
029100         AT END
029200             CLOSE BUSDATE-FILE
029300             GO TO 1050-GET-BUSINESS-DATE-EXIT
029400     END-READ.
029500     CLOSE BUSDATE-FILE.
029600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
029700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
029800         DISPLAY 'OPRECERT - RUNNING AS OF BUSINESS DATE '
029900             BUS-DATE
030000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
030100     END-IF.
030200 1050-GET-BUSINESS-DATE-EXIT.
030300     EXIT.
030400
030500 1080-READ-PARM-CARD.
030600     MOVE 'N' TO WS-PARM-FOUND-SW.
030700     OPEN INPUT PARM-CARD-FILE.
030800     IF NOT PARM-STATUS-OK
030900         GO TO 1080-READ-PARM-CARD-EXIT
031000     END-IF.
031100     PERFORM 1081-SCAN-ONE-CARD
031200         THRU 1081-SCAN-ONE-CARD-EXIT
031300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
031400     CLOSE PARM-CARD-FILE.
031500 1080-READ-PARM-CARD-EXIT.
031600     EXIT.
031700
031800 1081-SCAN-ONE-CARD.
031900     READ PARM-CARD-FILE
032000         AT END SET PARM-STATUS-EOF TO TRUE
032100     END-READ.
032200     IF PARM-STATUS-EOF
032300         GO TO 1081-SCAN-ONE-CARD-EXIT
032400     END-IF.
032500     IF PARM-PROGRAM-ID NOT = 'OPRECERT'
032600         GO TO 1081-SCAN-ONE-CARD-EXIT
032700     END-IF.
032800     SET WS-PARM-FOUND TO TRUE.
032900*    A BLANK, NON-NUMERIC OR ZERO FIELD KEEPS THE DEFAULT.
033000     IF PARM-OPTIONS(1:4) IS NUMERIC
033100             AND PARM-OPTIONS(1:4) NOT = '0000'
033200         MOVE PARM-OPTIONS(1:4) TO WS-DORMANT-DAYS
033300     END-IF.
033400 1081-SCAN-ONE-CARD-EXIT.
033500     EXIT.
033600
033700 1100-LOAD-ONE-OPERATOR.
033800     READ OPAUTH-FILE
033900         AT END SET OPAUTH-STATUS-EOF TO TRUE
034000     END-READ.
034100     IF OPAUTH-STATUS-EOF
034200         GO TO 1100-LOAD-ONE-OPERATOR-EXIT
034300     END-IF.
034400     IF WS-OP-COUNT-USED NOT < 200
034500         DISPLAY 'OPRECERT - OPERATOR TABLE FULL, RUN ABANDONED'
034600         SET RC-SEVERE TO TRUE
034700         GO TO 1100-LOAD-ONE-OPERATOR-EXIT
034800     END-IF.
034900     ADD 1 TO WS-OP-COUNT-USED.
035000     MOVE OPER-ID    TO WS-OP-ID(WS-OP-COUNT-USED).
035100     MOVE OPER-NAME  TO WS-OP-NAME(WS-OP-COUNT-USED).
035200     MOVE OPER-LEVEL TO WS-OP-LEVEL(WS-OP-COUNT-USED).
035300     MOVE OPER-DEPT  TO WS-OP-DEPT(WS-OP-COUNT-USED).
035400     MOVE SPACES     TO WS-OP-LAST-DATE(WS-OP-COUNT-USED).
035500     MOVE SPACES     TO WS-OP-LAST-SOURCE(WS-OP-COUNT-USED).
035600 1100-LOAD-ONE-OPERATOR-EXIT.
035700     EXIT.
035800
035900 2000-GATHER-ACTIVITY.
036000     OPEN INPUT EXCHIST-FILE.
036100     IF EXCHIST-STATUS-OK
036200         PERFORM 2100-SCAN-ONE-EXCEPTION
036300             THRU 2100-SCAN-ONE-EXCEPTION-EXIT
036400             UNTIL EXCHIST-STATUS-EOF
036500         CLOSE EXCHIST-FILE
036600     ELSE
036700         MOVE 'EXCHIST' TO WS-ACTIVITY-SOURCE
036800         PERFORM 2900-SOURCE-MISSING
036900             THRU 2900-SOURCE-MISSING-EXIT
037000     END-IF.
037100
037200     OPEN INPUT RUNCTL-FILE.
037300     IF RUNCTL-STATUS-OK
037400         PERFORM 2200-SCAN-ONE-RUNCTL
037500             THRU 2200-SCAN-ONE-RUNCTL-EXIT
037600             UNTIL RUNCTL-STATUS-EOF
037700         CLOSE RUNCTL-FILE
037800     ELSE
037900         MOVE 'RUNCTL' TO WS-ACTIVITY-SOURCE
038000         PERFORM 2900-SOURCE-MISSING
038100             THRU 2900-SOURCE-MISSING-EXIT
038200     END-IF.
038300
038400     OPEN INPUT CHANGE-LOG.
038500     IF CHGLOG-STATUS-OK
038600         PERFORM 2300-SCAN-ONE-CHANGE
038700             THRU 2300-SCAN-ONE-CHANGE-EXIT
038800             UNTIL CHGLOG-STATUS-EOF
038900         CLOSE CHANGE-LOG
039000     ELSE
039100         MOVE 'STUCHGLG' TO WS-ACTIVITY-SOURCE
039200         PERFORM 2900-SOURCE-MISSING
039300             THRU 2900-SOURCE-MISSING-EXIT
039400     END-IF.
039500
039600     OPEN INPUT CGAUDIT-FILE.
039700     IF CGAUDIT-STATUS-OK
039800         PERFORM 2400-SCAN-ONE-AUDIT
039900             THRU 2400-SCAN-ONE-AUDIT-EXIT
040000             UNTIL CGAUDIT-STATUS-EOF
040100         CLOSE CGAUDIT-FILE
040200     ELSE
040300         MOVE 'CGAUDIT' TO WS-ACTIVITY-SOURCE
040400         PERFORM 2900-SOURCE-MISSING
040500             THRU 2900-SOURCE-MISSING-EXIT
040600     END-IF.
040700
040800     MOVE SPACES TO RECERT-REPORT-LINE.
040900     WRITE RECERT-REPORT-LINE.
041000     MOVE SPACES TO RECERT-REPORT-LINE.
041100     STRING 'OPERATOR  NAME                      LVL  '
041200            'LAST ACTIVE  SOURCE    DAYS IDLE  ACTION'
041300         DELIMITED BY SIZE
041400         INTO RECERT-REPORT-LINE
041500     END-STRING.
041600     WRITE RECERT-REPORT-LINE.
041700 2000-GATHER-ACTIVITY-EXIT.
041800     EXIT.
041900
042000*    ONLY THE 'N' RECORD IS THE OPERATOR'S OWN ACTIVITY - THE
042100*    'R' RECORD IS DATED BY THE CORRECTION, NOT THE SIGN-ON.
042200 2100-SCAN-ONE-EXCEPTION.
042300     READ EXCHIST-FILE
042400         AT END SET EXCHIST-STATUS-EOF TO TRUE
042500     END-READ.
042600     IF EXCHIST-STATUS-EOF
042700         GO TO 2100-SCAN-ONE-EXCEPTION-EXIT
042800     END-IF.
042900     IF NOT EXH-RAISED
043000         GO TO 2100-SCAN-ONE-EXCEPTION-EXIT
043100     END-IF.
043200     MOVE EXH-OPERATOR-ID TO WS-ACTIVITY-OPER.
043300     MOVE EXH-HIST-DATE   TO WS-ACTIVITY-DATE.
043400     MOVE 'EXCEPTN'       TO WS-ACTIVITY-SOURCE.
043500     PERFORM 2500-POST-ACTIVITY
043600         THRU 2500-POST-ACTIVITY-EXIT.
043700 2100-SCAN-ONE-EXCEPTION-EXIT.
043800     EXIT.
043900
044000 2200-SCAN-ONE-RUNCTL.
044100     READ RUNCTL-FILE
044200         AT END SET RUNCTL-STATUS-EOF TO TRUE
044300     END-READ.
044400     IF RUNCTL-STATUS-EOF
044500         GO TO 2200-SCAN-ONE-RUNCTL-EXIT
044600     END-IF.
044700     MOVE RUNCTL-OPERATOR-ID TO WS-ACTIVITY-OPER.
044800     MOVE RUNCTL-RUN-DATE    TO WS-ACTIVITY-DATE.
044900     MOVE 'RUNCTL'           TO WS-ACTIVITY-SOURCE.
045000     PERFORM 2500-POST-ACTIVITY
045100         THRU 2500-POST-ACTIVITY-EXIT.
045200 2200-SCAN-ONE-RUNCTL-EXIT.
045300     EXIT.
045400
045500 2300-SCAN-ONE-CHANGE.
045600     READ CHANGE-LOG
045700         AT END SET CHGLOG-STATUS-EOF TO TRUE
045800     END-READ.
045900     IF CHGLOG-STATUS-EOF
046000         GO TO 2300-SCAN-ONE-CHANGE-EXIT
046100     END-IF.
046200     MOVE SCHG-OPERATOR-ID TO WS-ACTIVITY-OPER.
046300     MOVE SCHG-RUN-DATE    TO WS-ACTIVITY-DATE.
046400     MOVE 'STUCHGLG'       TO WS-ACTIVITY-SOURCE.
046500     PERFORM 2500-POST-ACTIVITY
046600         THRU 2500-POST-ACTIVITY-EXIT.
046700 2300-SCAN-ONE-CHANGE-EXIT.
046800     EXIT.
046900
047000 2400-SCAN-ONE-AUDIT.
047100     READ CGAUDIT-FILE INTO CGAUDIT-RECORD
047200         AT END SET CGAUDIT-STATUS-EOF TO TRUE
047300     END-READ.
047400     IF CGAUDIT-STATUS-EOF
047500         GO TO 2400-SCAN-ONE-AUDIT-EXIT
047600     END-IF.
047700     MOVE CGAUD-OPERATOR-ID TO WS-ACTIVITY-OPER.
047800     MOVE CGAUD-RUN-DATE    TO WS-ACTIVITY-DATE.
047900     MOVE 'CGAUDIT'         TO WS-ACTIVITY-SOURCE.
048000     PERFORM 2500-POST-ACTIVITY
048100         THRU 2500-POST-ACTIVITY-EXIT.
048200 2400-SCAN-ONE-AUDIT-EXIT.
048300     EXIT.
048400
048500 2500-POST-ACTIVITY.
048600*    A RECORD WITH NO OPERATOR (A STEP THAT TAKES NO SIGN-ON,
048700*    A SHORT CGAU RECORD) OR A BAD OR FUTURE DATE PROVES
048800*    NOTHING ABOUT ANYONE.
048900     ADD 1 TO WS-ACTIVITY-READ.
049000     IF WS-ACTIVITY-OPER = SPACES OR LOW-VALUES
049100         GO TO 2500-POST-ACTIVITY-EXIT
049200     END-IF.
049300     IF WS-ACTIVITY-DATE IS NOT NUMERIC
049400             OR WS-ACTIVITY-DATE > WS-TODAY-X
049500         GO TO 2500-POST-ACTIVITY-EXIT
049600     END-IF.
049700     MOVE ZERO TO WS-OP-FOUND-SUB.
049800     PERFORM 2510-MATCH-ONE-OPERATOR
049900         THRU 2510-MATCH-ONE-OPERATOR-EXIT
050000         VARYING WS-OP-SUB FROM 1 BY 1
050100         UNTIL WS-OP-SUB > WS-OP-COUNT-USED
050200            OR WS-OP-FOUND-SUB > ZERO.
050300     IF WS-OP-FOUND-SUB = ZERO
050400         ADD 1 TO WS-ACTIVITY-UNMATCHED
050500         GO TO 2500-POST-ACTIVITY-EXIT
050600     END-IF.
050700     IF WS-OP-LAST-DATE(WS-OP-FOUND-SUB) = SPACES
050800             OR WS-ACTIVITY-DATE >
050900                WS-OP-LAST-DATE(WS-OP-FOUND-SUB)
051000         MOVE WS-ACTIVITY-DATE TO
051100             WS-OP-LAST-DATE(WS-OP-FOUND-SUB)
051200         MOVE WS-ACTIVITY-SOURCE TO
051300             WS-OP-LAST-SOURCE(WS-OP-FOUND-SUB)
051400     END-IF.
051500 2500-POST-ACTIVITY-EXIT.
051600     EXIT.
051700
051800 2510-MATCH-ONE-OPERATOR.
051900     IF WS-OP-ID(WS-OP-SUB) = WS-ACTIVITY-OPER
052000         MOVE WS-OP-SUB TO WS-OP-FOUND-SUB
052100     END-IF.
052200 2510-MATCH-ONE-OPERATOR-EXIT.
052300     EXIT.
052400
052500 2900-SOURCE-MISSING.
052600     DISPLAY 'OPRECERT - UNABLE TO OPEN ' WS-ACTIVITY-SOURCE
052700         ', NO REVOKES WILL BE QUEUED'.
052800     MOVE SPACES TO RECERT-REPORT-LINE.
052900     STRING '*** ' WS-ACTIVITY-SOURCE
053000            ' UNAVAILABLE - LAST ACTIVITY MAY BE UNDERSTATED,'
053100            ' NO REVOKES QUEUED ***'
053200         DELIMITED BY SIZE
053300         INTO RECERT-REPORT-LINE
053400     END-STRING.
053500     WRITE RECERT-REPORT-LINE.
053600     SET WS-SOURCE-MISSING TO TRUE.
053700     IF RC-NORMAL
053800         SET RC-WARNING TO TRUE
053900     END-IF.
054000 2900-SOURCE-MISSING-EXIT.
054100     EXIT.
054200
054300 3000-LOAD-SORT-WORK.
054400     PERFORM 3100-RELEASE-ONE-OPERATOR
054500         THRU 3100-RELEASE-ONE-OPERATOR-EXIT
054600         VARYING WS-OP-SUB FROM 1 BY 1
054700         UNTIL WS-OP-SUB > WS-OP-COUNT-USED.
054800 3000-LOAD-SORT-WORK-EXIT.
054900     EXIT.
055000
055100 3100-RELEASE-ONE-OPERATOR.
055200     MOVE WS-OP-DEPT(WS-OP-SUB)        TO SRT-DEPT.
055300     MOVE WS-OP-ID(WS-OP-SUB)          TO SRT-OPER-ID.
055400     MOVE WS-OP-NAME(WS-OP-SUB)        TO SRT-OPER-NAME.
055500     MOVE WS-OP-LEVEL(WS-OP-SUB)       TO SRT-OPER-LEVEL.
055600     MOVE WS-OP-LAST-DATE(WS-OP-SUB)   TO SRT-LAST-DATE.
055700     MOVE WS-OP-LAST-SOURCE(WS-OP-SUB) TO SRT-LAST-SOURCE.
055800     RELEASE SORT-RECERT-RECORD.
055900 3100-RELEASE-ONE-OPERATOR-EXIT.
056000     EXIT.
056100
056200 4000-PRINT-RECERT-REPORT.
056300     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
056400     PERFORM 4100-PRINT-ONE-OPERATOR
056500         THRU 4100-PRINT-ONE-OPERATOR-EXIT
056600         UNTIL SORT-AT-EOF.
056700     IF NOT WS-FIRST-DEPT
056800         PERFORM 4500-DEPARTMENT-SIGN-OFF
056900             THRU 4500-DEPARTMENT-SIGN-OFF-EXIT
057000     END-IF.
057100 4000-PRINT-RECERT-REPORT-EXIT.
057200     EXIT.
057300
057400 4100-PRINT-ONE-OPERATOR.
057500     IF NOT WS-FIRST-DEPT AND SRT-DEPT NOT = WS-PREV-DEPT
057600         PERFORM 4500-DEPARTMENT-SIGN-OFF
057700             THRU 4500-DEPARTMENT-SIGN-OFF-EXIT
057800     END-IF.
057900     IF WS-FIRST-DEPT OR SRT-DEPT NOT = WS-PREV-DEPT
058000         IF SRT-DEPT = SPACES
058100             MOVE '(NONE)' TO WS-DEPT-NAME
058200         ELSE
058300             MOVE SRT-DEPT TO WS-DEPT-NAME
058400         END-IF
058500         MOVE SPACES TO RECERT-REPORT-LINE
058600         WRITE RECERT-REPORT-LINE
058700         MOVE SPACES TO RECERT-REPORT-LINE
058800         STRING 'DEPARTMENT ' WS-DEPT-NAME
058900             DELIMITED BY SIZE
059000             INTO RECERT-REPORT-LINE
059100         END-STRING
059200         WRITE RECERT-REPORT-LINE
059300     END-IF.
059400     MOVE 'N' TO WS-FIRST-DEPT-SW.
059500     MOVE SRT-DEPT TO WS-PREV-DEPT.
059600     ADD 1 TO WS-DEPT-OPERATORS.
059700     ADD 1 TO WS-OPERATORS-LISTED.
059800
059900     PERFORM 4200-CHECK-DORMANT
060000         THRU 4200-CHECK-DORMANT-EXIT.
060100
060200     MOVE SPACES TO RECERT-REPORT-LINE.
060300     IF SRT-LAST-DATE = SPACES
060400         STRING SRT-OPER-ID '  ' SRT-OPER-NAME ' '
060500                SRT-OPER-LEVEL '    NONE FOUND   '
060600                '           ' WS-IDLE-TEXT '      '
060700                WS-ACTION-TEXT
060800             DELIMITED BY SIZE
060900             INTO RECERT-REPORT-LINE
061000         END-STRING
061100     ELSE
061200         STRING SRT-OPER-ID '  ' SRT-OPER-NAME ' '
061300                SRT-OPER-LEVEL '    ' SRT-LAST-DATE '     '
061400                SRT-LAST-SOURCE '   ' WS-IDLE-TEXT '      '
061500                WS-ACTION-TEXT
061600             DELIMITED BY SIZE
061700             INTO RECERT-REPORT-LINE
061800         END-STRING
061900     END-IF.
062000     WRITE RECERT-REPORT-LINE.
062100
062200     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
062300 4100-PRINT-ONE-OPERATOR-EXIT.
062400     EXIT.
062500
062600 4200-CHECK-DORMANT.
062700*    NO ACTIVITY FOUND AT ALL COUNTS AS DORMANT - THE SOURCES
062800*    COVER EVERYTHING AN OPERATOR SIGNS ON FOR.
062900     MOVE 'N' TO WS-DORMANT-SW.
063000     MOVE SPACES TO WS-ACTION-TEXT.
063100     IF SRT-LAST-DATE = SPACES
063200         MOVE 'NEVER' TO WS-IDLE-TEXT
063300         SET WS-OPER-DORMANT TO TRUE
063400     ELSE
063500         MOVE SRT-LAST-DATE TO WS-DATE-INT
063600         COMPUTE WS-IDLE-DAYS =
063700             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
063800           - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
063900         MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
064000         MOVE WS-IDLE-EDIT TO WS-IDLE-TEXT
064100         IF WS-IDLE-DAYS > WS-DORMANT-DAYS
064200             SET WS-OPER-DORMANT TO TRUE
064300         END-IF
064400     END-IF.
064500     IF NOT WS-OPER-DORMANT
064600         GO TO 4200-CHECK-DORMANT-EXIT
064700     END-IF.
064800     ADD 1 TO WS-DEPT-DORMANT.
064900     ADD 1 TO WS-OPERATORS-DORMANT.
065000     IF RC-NORMAL
065100         SET RC-WARNING TO TRUE
065200     END-IF.
065300     IF WS-SOURCE-MISSING OR NOT WS-RVQ-OPEN
065400         MOVE 'DORMANT' TO WS-ACTION-TEXT
065500         GO TO 4200-CHECK-DORMANT-EXIT
065600     END-IF.
065700
065800*    QUEUED UNSIGNED - TWO LEVEL-3 OPERATORS MUST ENTER AND
065900*    CONFIRM IT BEFORE OPAUTHMT WILL APPLY IT (SEE OTRNREC).
066000     MOVE SPACES         TO OPAUTH-TRAN-RECORD.
066100     SET OTRN-REVOKE     TO TRUE.
066200     MOVE SRT-OPER-ID    TO OTRN-OPER-ID.
066300     MOVE SRT-OPER-NAME  TO OTRN-OPER-NAME.
066400     MOVE SRT-OPER-LEVEL TO OTRN-NEW-LEVEL.
066500     WRITE OPAUTH-TRAN-RECORD.
066600     ADD 1 TO WS-REVOKES-QUEUED.
066700     MOVE 'REVOKE QUEUED' TO WS-ACTION-TEXT.
066800 4200-CHECK-DORMANT-EXIT.
066900     EXIT.
067000
067100 4500-DEPARTMENT-SIGN-OFF.
067200     MOVE WS-DEPT-OPERATORS TO WS-COUNT-EDIT.
067300     MOVE WS-DEPT-DORMANT   TO WS-COUNT-EDIT-2.
067400     MOVE SPACES TO RECERT-REPORT-LINE.
067500     STRING '  OPERATORS ' WS-COUNT-EDIT
067600            '  DORMANT ' WS-COUNT-EDIT-2
067700         DELIMITED BY SIZE
067800         INTO RECERT-REPORT-LINE
067900     END-STRING.
068000     WRITE RECERT-REPORT-LINE.
068100     MOVE SPACES TO RECERT-REPORT-LINE.
068200     WRITE RECERT-REPORT-LINE.
068300     MOVE SPACES TO RECERT-REPORT-LINE.
068400     STRING '  ACCESS ABOVE REVIEWED - MANAGER '
068500            '_________________________  DATE __________'
068600         DELIMITED BY SIZE
068700         INTO RECERT-REPORT-LINE
068800     END-STRING.
068900     WRITE RECERT-REPORT-LINE.
069000     MOVE ZERO TO WS-DEPT-OPERATORS.
069100     MOVE ZERO TO WS-DEPT-DORMANT.
069200 4500-DEPARTMENT-SIGN-OFF-EXIT.
069300     EXIT.
069400
069500 9000-FINISH.
069600     IF NOT RC-SEVERE
069700         MOVE SPACES TO RECERT-REPORT-LINE
069800         WRITE RECERT-REPORT-LINE
069900         MOVE WS-OPERATORS-LISTED  TO WS-COUNT-EDIT
070000         MOVE WS-OPERATORS-DORMANT TO WS-COUNT-EDIT-2
070100         MOVE WS-REVOKES-QUEUED    TO WS-COUNT-EDIT-3
070200         MOVE SPACES TO RECERT-REPORT-LINE
070300         STRING 'TOTAL  OPERATORS ' WS-COUNT-EDIT
070400                '  DORMANT ' WS-COUNT-EDIT-2
070500                '  REVOKES QUEUED ' WS-COUNT-EDIT-3
070600             DELIMITED BY SIZE
070700             INTO RECERT-REPORT-LINE
070800         END-STRING
070900         WRITE RECERT-REPORT-LINE
071000     END-IF.
071100     IF WS-RVQ-OPEN
071200         CLOSE REVOKE-QUEUE
071300     END-IF.
071400     CLOSE RECERT-REPORT.
071500     DISPLAY 'OPRECERT - ACTIVITY RECORDS READ : '
071600         WS-ACTIVITY-READ.
071700     DISPLAY 'OPRECERT - NOT ON OPAUTH         : '
071800         WS-ACTIVITY-UNMATCHED.
071900     DISPLAY 'OPRECERT - OPERATORS LISTED      : '
072000         WS-OPERATORS-LISTED.
072100     DISPLAY 'OPRECERT - OPERATORS DORMANT     : '
072200         WS-OPERATORS-DORMANT.
072300     DISPLAY 'OPRECERT - REVOKES QUEUED        : '
072400         WS-REVOKES-QUEUED.
072500     DISPLAY 'OPRECERT - RETURN CODE           : '
072600         WS-RETURN-CODE.
072700 9000-FINISH-EXIT.
072800     EXIT.
072900
073000 9999-EXIT.
073100     STOP RUN.
