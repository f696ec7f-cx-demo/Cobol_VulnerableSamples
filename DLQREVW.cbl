000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DLQREVW.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  REVIEWS THE TWO MQ DEAD-
001000*                    LETTER DATASETS - MQDEADLQ (DOCALC) AND
001100*                    MQINDLQ (MQINTAKE), SEE DLQREC - AND LISTS
001200*                    EVERY ENTRY STILL OPEN WITH ITS MESSAGE
001300*                    TYPE, FAILING REASON AND AGE IN DAYS.  AN
001400*                    OPERATOR CLOSES AN ENTRY FROM DLQTRAN BY
001500*                    RESUBMITTING IT - A CORRECTED BODY, OR THE
001600*                    ORIGINAL WHEN NONE IS GIVEN, RE-VALIDATED BY
001700*                    THE ORIGINAL PROGRAM'S CHECKS AND MQPUT1 TO
001800*                    ITS ORIGINAL QUEUE - OR BY DISCARDING IT
001900*                    WITH A REASON.  EVERY CLOSURE IS APPENDED TO
002000*                    THE DLQACT AUDIT LOG (SEE DLQAREC) UNDER THE
002100*                    SIGNED-ON OPERATOR, WHO MUST BE LEVEL 2 OR
002200*                    ABOVE ON OPAUTH.  A RUN WITH NO DLQTRAN IS A
002300*                    LISTING ONLY AND TAKES NO SIGN-ON.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CALC-DEAD-LETTER-FILE ASSIGN TO "MQDEADLQ"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CDLQ-STATUS.
003100
003200     SELECT INTAKE-DEAD-LETTER-FILE ASSIGN TO "MQINDLQ"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-IDLQ-STATUS.
003500
003600     SELECT DLQ-ACTION-LOG ASSIGN TO "DLQACT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-DLA-STATUS.
003900
004000     SELECT DLQ-TRAN-FILE ASSIGN TO "DLQTRAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TRAN-STATUS.
004300
004400     SELECT REVIEW-REPORT ASSIGN TO "DLQRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-OPAUTH-STATUS.
005000
005100     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARM-STATUS.
005400
005500     SELECT EXCEPTION-FILE ASSIGN TO "DLQREXC"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BUSDATE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*    BOTH DEAD-LETTER DATASETS ARE READ INTO THE ONE DLQREC
006500*    LAYOUT IN WORKING-STORAGE.
006600 FD  CALC-DEAD-LETTER-FILE.
006700 01  CALC-DEAD-LETTER-LINE          PIC X(328).
006800
006900 FD  INTAKE-DEAD-LETTER-FILE.
007000 01  INTAKE-DEAD-LETTER-LINE        PIC X(328).
007100
007200 FD  DLQ-ACTION-LOG.
007300     COPY DLQAREC.
007400
007500 FD  DLQ-TRAN-FILE.
007600 01  DLQ-TRAN-RECORD.
007700     05  DLT-ACTION                  PIC X(01).
007800         88  DLT-RESUBMIT            VALUE 'R'.
007900         88  DLT-DISCARD             VALUE 'D'.
008000*    THE DATASET NAME AND THE ENTRY'S NUMBER IN IT, AS THE
008100*    REVIEW LISTING SHOWS THEM.
008200     05  DLT-DATASET                 PIC X(08).
008300     05  DLT-ENTRY-NO                PIC 9(07).
008400*    THE REASON FOR A DISCARD (REQUIRED), OR A NOTE ON A
008500*    RESUBMISSION (OPTIONAL).
008600     05  DLT-NOTE                    PIC X(40).
008700*    FOR AN R ACTION - THE CORRECTED MESSAGE BODY.  SPACES
008800*    RESUBMITS THE BODY AS IT WAS DEAD-LETTERED.
008900     05  DLT-BODY                    PIC X(200).
009000
009100 FD  REVIEW-REPORT.
009200 01  REVIEW-REPORT-LINE             PIC X(132).
009300
009400 FD  OPAUTH-FILE.
009500     COPY OPAUTH.
009600
009700 FD  PARM-CARD-FILE.
009800     COPY PARMREC.
009900
010000 FD  EXCEPTION-FILE.
010100     COPY EXCREC.
010200
010300 FD  BUSDATE-FILE.
010400     COPY BUSDATE.
010500
010600 WORKING-STORAGE SECTION.
010700     COPY RETCODES.
010800
010900     COPY DLQREC.
011000
011100 01  WS-CDLQ-STATUS                 PIC X(02) VALUE '00'.
011200     88  CDLQ-STATUS-OK              VALUE '00'.
011300 01  WS-IDLQ-STATUS                 PIC X(02) VALUE '00'.
011400     88  IDLQ-STATUS-OK              VALUE '00'.
011500 01  WS-DLA-STATUS                  PIC X(02) VALUE '00'.
011600     88  DLA-STATUS-OK               VALUE '00'.
011700     88  DLA-STATUS-EOF              VALUE '10'.
011800 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
011900     88  TRAN-STATUS-OK              VALUE '00'.
012000     88  TRAN-STATUS-EOF             VALUE '10'.
012100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012200     88  BUSDATE-STATUS-OK           VALUE '00'.
012300 01  WS-DLA-OPEN-SW                 PIC X(01) VALUE 'N'.
012400     88  WS-DLA-OPEN                 VALUE 'Y'.
012500 01  WS-TRAN-OPEN-SW                PIC X(01) VALUE 'N'.
012600     88  WS-TRAN-OPEN                VALUE 'Y'.
012700 01  WS-DLQ-OPEN-SW                 PIC X(01) VALUE 'N'.
012800     88  WS-DLQ-OPEN                 VALUE 'Y'.
012900 01  WS-DLQ-EOF-SW                  PIC X(01) VALUE 'N'.
013000     88  WS-DLQ-AT-EOF               VALUE 'Y'.
013100
013200*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
013300*    OPAUTH) - CLOSING A DEAD-LETTER ENTRY TAKES LEVEL 2, AND
013400*    THE OPERATOR ID RIDES EVERY ACTION-LOG AND EXCEPTION
013500*    RECORD THIS PROGRAM WRITES.
013600 01  WS-OPAUTH-STATUS              PIC X(02) VALUE '00'.
013700     88  OPAUTH-STATUS-OK          VALUE '00'.
013800     88  OPAUTH-STATUS-EOF         VALUE '10'.
013900 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
014000 01  WS-OPER-LEVEL-FOUND           PIC 9(01) VALUE ZERO.
014100 01  WS-REQUIRED-LEVEL             PIC 9(01) VALUE 2.
014200 01  WS-SIGNON-OK-SW               PIC X(01) VALUE 'N'.
014300     88  WS-SIGNON-OK              VALUE 'Y'.
014400
014500 01  WS-PARM-STATUS                PIC X(02) VALUE '00'.
014600     88  PARM-STATUS-OK            VALUE '00'.
014700     88  PARM-STATUS-EOF           VALUE '10'.
014800 01  WS-PARM-FOUND-SW              PIC X(01) VALUE 'N'.
014900     88  WS-PARM-FOUND             VALUE 'Y'.
015000
015100*    THE TWO DEAD-LETTER DATASETS - WHERE EACH ONE'S MESSAGES
015200*    CAME FROM, SO A RESUBMISSION GOES BACK TO THE SAME QUEUE.
015300 01  WS-DATASET-TABLE.
015400     05  WS-DATASET-ENTRY OCCURS 2 TIMES.
015500         10  WS-DS-NAME              PIC X(08).
015600         10  WS-DS-PROGRAM           PIC X(08).
015700         10  WS-DS-QUEUE-NAME        PIC X(48).
015800         10  WS-DS-OPEN-COUNT        PIC 9(07).
015900         10  WS-DS-CLOSED-COUNT      PIC 9(07).
016000         10  WS-DS-OLDEST-AGE        PIC 9(05).
016100 01  WS-DS-SUB                      PIC 9(01) COMP VALUE 1.
016200
016300*    ENTRIES ALREADY CLOSED ON DLQACT, LOADED AT START-UP AND
016400*    ADDED TO AS THIS RUN CLOSES MORE.
016500 01  WS-CLOSED-MAX                  PIC 9(05) VALUE 9999.
016600 01  WS-CLOSED-COUNT                PIC 9(05) VALUE ZERO.
016700 01  WS-CLOSED-TABLE.
016800     05  WS-CLOSED-ENTRY OCCURS 9999 TIMES.
016900         10  WS-CLOSED-DATASET       PIC X(08).
017000         10  WS-CLOSED-ENTRY-NO      PIC 9(07).
017100 01  WS-CLOSED-SUB                  PIC 9(05) COMP VALUE ZERO.
017200 01  WS-CLOSED-FOUND-SW             PIC X(01) VALUE 'N'.
017300     88  WS-CLOSED-FOUND             VALUE 'Y'.
017400
017500 01  WS-ENTRY-NO                    PIC 9(07) VALUE ZERO.
017600 01  WS-RECORD-COUNT                PIC 9(07) VALUE ZERO.
017700 01  WS-ENTRY-FOUND-SW              PIC X(01) VALUE 'N'.
017800     88  WS-ENTRY-FOUND              VALUE 'Y'.
017900 01  WS-EXC-KEY.
018000     05  WS-EXC-KEY-DATASET         PIC X(08).
018100     05  FILLER                     PIC X(01) VALUE '/'.
018200     05  WS-EXC-KEY-ENTRY-NO        PIC 9(07).
018300     05  FILLER                     PIC X(04) VALUE SPACES.
018400
018500*    THE BODY BEING RESUBMITTED, AND THE SAME CHECKS THE
018600*    ORIGINAL PROGRAM MAKES BEFORE IT WILL TAKE THE MESSAGE.
018700 01  WS-BUFFER                      PIC X(200) VALUE SPACES.
018800 01  WS-BUFFER-LEN                  PIC S9(9) COMP VALUE 200.
018900 01  WS-MSG-FAILED-SW               PIC X(01) VALUE 'N'.
019000     88  WS-MSG-FAILED               VALUE 'Y'.
019100 01  WS-MSG-FAIL-REASON             PIC X(40) VALUE SPACES.
019200 01  WS-MSG-TYPE                    PIC X(04) VALUE SPACES.
019300     88  WS-MSG-IS-RECEIPT           VALUE 'RCPT'.
019400     88  WS-MSG-IS-ORDER             VALUE 'ORDR'.
019500     88  WS-MSG-IS-ORDER-HEADER      VALUE 'OHDR'.
019600 01  WS-MSG-OPT1                    PIC 9     VALUE ZERO.
019700 01  WS-MSG-OPT2                    PIC 99    VALUE ZERO.
019800 01  WS-MSG-COMBO-OK-SW             PIC X(01) VALUE 'N'.
019900     88  WS-MSG-COMBO-OK             VALUE 'Y'.
020000
020100*    ALLOWED OPT1/OPT2 COMBINATIONS - THE SAME TABLE DOCALC
020200*    VALIDATES ITS REQUESTS AGAINST.
020300 01  WS-VALID-COMBO-TABLE.
020400     05  WS-VALID-COMBO OCCURS 5 TIMES.
020500         10  WS-VALID-OPT1            PIC 9.
020600         10  WS-VALID-OPT2            PIC 99.
020700 01  WS-COMBO-SUB                     PIC 9 COMP.
020800
020900*    QUEUE-MANAGER CONNECT WITH FAILOVER - SAME PAIR DOCALC
021000*    USES.  THE CONNECT IS ONLY MADE FOR THE FIRST
021100*    RESUBMISSION; A LISTING OR DISCARD-ONLY RUN NEEDS NO MQ.
021200 01  WS-HCONN                         PIC S9(9) COMP VALUE ZERO.
021300 01  WS-QMGR-TABLE.
021400     05  WS-QMGR-NAME OCCURS 2 TIMES  PIC X(48).
021500 01  WS-QMGR-SUB                      PIC 9 COMP VALUE 1.
021600 01  WS-CONNECTED-SW                  PIC X(01) VALUE 'N'.
021700     88  WS-CONNECTED                  VALUE 'Y'.
021800 01  WS-CONNECT-TRIED-SW              PIC X(01) VALUE 'N'.
021900     88  WS-CONNECT-TRIED              VALUE 'Y'.
022000 01  WS-COMPCODE                      PIC S9(9) COMP VALUE ZERO.
022100 01  WS-REASON                        PIC S9(9) COMP VALUE ZERO.
022200
022300*    MQPUT1 OPENS, PUTS AND CLOSES THE ORIGINAL QUEUE IN ONE
022400*    CALL, UNDER SYNCPOINT.  A DOCALC REQUEST GOES BACK WITH
022500*    ITS ORIGINAL REPLY-TO QUEUE SO THE SENDER STILL GETS ITS
022600*    ANSWER.
022700 01  WS-PUT-DESC.
022800     05  WS-PD-MSG-ID                 PIC X(24).
022900     05  WS-PD-CORREL-ID              PIC X(24).
023000     05  WS-PD-REPLYTOQ               PIC X(48).
023100     05  FILLER                       PIC X(04).
023200 01  WS-PUT-OBJ-DESC                  PIC X(48) VALUE SPACES.
023300 01  WS-PUT-OPTS                      PIC X(100) VALUE SPACES.
023400
023500*    REASON-CODE TRANSLATION TABLE.
023600 01  WS-REASON-TABLE.
023700     05  WS-REASON-ENTRY OCCURS 5 TIMES.
023800         10  WS-REASON-CODE-TBL       PIC S9(9) COMP.
023900         10  WS-REASON-TEXT-TBL       PIC X(40).
024000 01  WS-REASON-SUB                    PIC 9 COMP.
024100 01  WS-REASON-TEXT                   PIC X(40) VALUE SPACES.
024200 01  WS-REASON-CODE-EDIT              PIC 9(04) VALUE ZERO.
024300
024400 01  WS-TODAY-INT                   PIC 9(07) VALUE ZERO.
024500 01  WS-ENTRY-INT                   PIC 9(07) VALUE ZERO.
024600 01  WS-AGE-DAYS                    PIC 9(05) VALUE ZERO.
024700 01  WS-AGE-EDIT                    PIC ZZZZ9.
024800 01  WS-COUNT-EDIT-1                PIC ZZZZZZ9.
024900 01  WS-COUNT-EDIT-2                PIC ZZZZZZ9.
025000 01  WS-COUNT-EDIT-3                PIC ZZZZ9.
025100 01  WS-LIST-TYPE                   PIC X(04) VALUE SPACES.
025200
025300 01  WS-TRANS-READ                  PIC 9(07) VALUE ZERO.
025400 01  WS-ENTRIES-RESUBMITTED         PIC 9(07) VALUE ZERO.
025500 01  WS-ENTRIES-DISCARDED           PIC 9(07) VALUE ZERO.
025600 01  WS-TRANS-REJECTED              PIC 9(07) VALUE ZERO.
025700 01  WS-ENTRIES-OPEN                PIC 9(07) VALUE ZERO.
025800
025900 01  WS-CURRENT-DATE-TIME.
026000     05  WS-TODAY-YYYYMMDD            PIC 9(08).
026100     05  WS-TIME-HHMMSSHH             PIC 9(08).
026200     05  FILLER                       PIC X(05).
026300
026400 PROCEDURE DIVISION.
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE
026700         THRU 1000-INITIALIZE-EXIT.
026800
026900*    CLOSING AN ENTRY PUTS A MESSAGE BACK ON A LIVE QUEUE OR
027000*    THROWS IT AWAY FOR GOOD - A LEVEL-2 SIGN-ON IS REQUIRED
027100*    BEFORE ANY TRANSACTION IS TAKEN.  THE LISTING STILL RUNS.
027200     IF NOT RC-SEVERE AND NOT TRAN-STATUS-EOF
027300         MOVE 2 TO WS-REQUIRED-LEVEL
027400         PERFORM 1070-CHECK-OPERATOR-AUTHORITY
027500             THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT
027600         IF NOT WS-SIGNON-OK
027700             DISPLAY 'DLQREVW - OPERATOR NOT AUTHORIZED: '
027800                 WS-OPERATOR-ID
027900             MOVE WS-OPERATOR-ID TO EXC-KEY-VALUE
028000             MOVE 'E511' TO EXC-REASON-CODE
028100             MOVE 'OPERATOR NOT AUTHORIZED - NO ACTIONS TAKEN'
028200                 TO EXC-REASON-TEXT
028300             PERFORM 2900-WRITE-EXCEPTION
028400                 THRU 2900-WRITE-EXCEPTION-EXIT
028500             SET RC-ERROR TO TRUE
028600             SET TRAN-STATUS-EOF TO TRUE
028700         END-IF
028800     END-IF.
028900
029000     PERFORM 2000-PROCESS-NEXT-TRAN
029100         THRU 2000-PROCESS-NEXT-TRAN-EXIT
029200         UNTIL TRAN-STATUS-EOF.
029300
029400     IF NOT RC-SEVERE
029500         PERFORM 5000-PRINT-REVIEW-LISTING
029600             THRU 5000-PRINT-REVIEW-LISTING-EXIT
029700     END-IF.
029800
029900     PERFORM 9000-FINISH
030000         THRU 9000-FINISH-EXIT.
030100
030200     MOVE WS-RETURN-CODE TO RETURN-CODE.
030300     GO TO 9999-EXIT.
030400
030500 1000-INITIALIZE.
030600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030700     PERFORM 1050-GET-BUSINESS-DATE
030800         THRU 1050-GET-BUSINESS-DATE-EXIT.
030900*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
031000*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
031100     OPEN OUTPUT REVIEW-REPORT.
031200     OPEN OUTPUT EXCEPTION-FILE.
031300     COMPUTE WS-TODAY-INT =
031400         FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
031500
031600     MOVE 'MQDEADLQ'       TO WS-DS-NAME(1).
031700     MOVE 'DOCALC  '       TO WS-DS-PROGRAM(1).
031800     MOVE 'DEV.QUEUE.1'    TO WS-DS-QUEUE-NAME(1).
031900     MOVE 'MQINDLQ '       TO WS-DS-NAME(2).
032000     MOVE 'MQINTAKE'       TO WS-DS-PROGRAM(2).
032100     MOVE 'DEPOT.INTAKE.1' TO WS-DS-QUEUE-NAME(2).
032200     MOVE ZERO TO WS-DS-OPEN-COUNT(1) WS-DS-OPEN-COUNT(2).
032300     MOVE ZERO TO WS-DS-CLOSED-COUNT(1) WS-DS-CLOSED-COUNT(2).
032400     MOVE ZERO TO WS-DS-OLDEST-AGE(1) WS-DS-OLDEST-AGE(2).
032500
032600     MOVE 1 TO WS-VALID-OPT1(1).
032700     MOVE 0 TO WS-VALID-OPT2(1).
032800     MOVE 1 TO WS-VALID-OPT1(2).
032900     MOVE 1 TO WS-VALID-OPT2(2).
033000     MOVE 2 TO WS-VALID-OPT1(3).
033100     MOVE 0 TO WS-VALID-OPT2(3).
033200     MOVE 2 TO WS-VALID-OPT1(4).
033300     MOVE 1 TO WS-VALID-OPT2(4).
033400     MOVE 3 TO WS-VALID-OPT1(5).
033500     MOVE 0 TO WS-VALID-OPT2(5).
033600
033700     MOVE 'QM1' TO WS-QMGR-NAME(1).
033800     MOVE 'QM2' TO WS-QMGR-NAME(2).
033900
034000     MOVE 0 TO WS-REASON-CODE-TBL(1).
034100     MOVE 'NONE' TO WS-REASON-TEXT-TBL(1).
034200     MOVE 2059 TO WS-REASON-CODE-TBL(2).
034300     MOVE 'QUEUE MANAGER NOT AVAILABLE' TO WS-REASON-TEXT-TBL(2).
034400     MOVE 2085 TO WS-REASON-CODE-TBL(3).
034500     MOVE 'UNKNOWN OBJECT NAME' TO WS-REASON-TEXT-TBL(3).
034600     MOVE 2033 TO WS-REASON-CODE-TBL(4).
034700     MOVE 'NO MESSAGE AVAILABLE' TO WS-REASON-TEXT-TBL(4).
034800     MOVE 2019 TO WS-REASON-CODE-TBL(5).
034900     MOVE 'HANDLE NOT AVAILABLE' TO WS-REASON-TEXT-TBL(5).
035000
035100     PERFORM 1200-LOAD-CLOSED-ENTRIES
035200         THRU 1200-LOAD-CLOSED-ENTRIES-EXIT.
035300     IF RC-SEVERE
035400         SET TRAN-STATUS-EOF TO TRUE
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF.
035700
035800*    THE ACTION LOG IS CUMULATIVE - IT IS THE AUDIT TRAIL AND
035900*    THE RECORD OF WHAT IS CLOSED, SO EACH RUN APPENDS, THE
036000*    CYCADJLG PATTERN.
036100     OPEN EXTEND DLQ-ACTION-LOG.
036200     IF NOT DLA-STATUS-OK
036300         OPEN OUTPUT DLQ-ACTION-LOG
036400     END-IF.
036500     IF NOT DLA-STATUS-OK
036600         DISPLAY 'DLQREVW - UNABLE TO OPEN DLQACT, STATUS='
036700             WS-DLA-STATUS
036800         SET RC-SEVERE TO TRUE
036900         SET TRAN-STATUS-EOF TO TRUE
037000         GO TO 1000-INITIALIZE-EXIT
037100     END-IF.
037200     SET WS-DLA-OPEN TO TRUE.
037300
037400*    NO DLQTRAN IS A LISTING-ONLY RUN - NOTHING TO SIGN ON FOR.
037500     OPEN INPUT DLQ-TRAN-FILE.
037600     IF NOT TRAN-STATUS-OK
037700         DISPLAY 'DLQREVW - NO DLQTRAN, LISTING ONLY'
037800         SET TRAN-STATUS-EOF TO TRUE
037900         GO TO 1000-INITIALIZE-EXIT
038000     END-IF.
038100     SET WS-TRAN-OPEN TO TRUE.
038200
038300     PERFORM 1080-READ-PARM-CARD
038400         THRU 1080-READ-PARM-CARD-EXIT.
038500     IF NOT WS-PARM-FOUND
038600         DISPLAY 'ENTER OPERATOR ID: '
038700         ACCEPT WS-OPERATOR-ID
038800     END-IF.
038900 1000-INITIALIZE-EXIT.
039000     EXIT.
039100
039200 1050-GET-BUSINESS-DATE.
039300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
039400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
039500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
039600*    CLOCK TIME FIELD STAYS REAL.
039700     OPEN INPUT BUSDATE-FILE.
039800     IF NOT BUSDATE-STATUS-OK
039900         GO TO 1050-GET-BUSINESS-DATE-EXIT
040000     END-IF.
040100     READ BUSDATE-FILE
040200         AT END
040300             CLOSE BUSDATE-FILE
040400             GO TO 1050-GET-BUSINESS-DATE-EXIT
040500     END-READ.
040600     CLOSE BUSDATE-FILE.
040700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
040800             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
040900         DISPLAY 'DLQREVW - RUNNING AS OF BUSINESS DATE '
041000             BUS-DATE
041100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
041200     END-IF.
041300 1050-GET-BUSINESS-DATE-EXIT.
041400     EXIT.
041500
041600 1070-CHECK-OPERATOR-AUTHORITY.
041700*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
041800*    THE LEVEL THE CALLER PUT IN WS-REQUIRED-LEVEL.
041900     MOVE 'N' TO WS-SIGNON-OK-SW.
042000     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
042100     IF WS-OPERATOR-ID = SPACES
042200         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
042300     END-IF.
042400     MOVE '00' TO WS-OPAUTH-STATUS.
042500     OPEN INPUT OPAUTH-FILE.
042600     IF NOT OPAUTH-STATUS-OK
042700         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
042800     END-IF.
042900     PERFORM 1071-SCAN-ONE-OPERATOR
043000         THRU 1071-SCAN-ONE-OPERATOR-EXIT
043100         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
043200     CLOSE OPAUTH-FILE.
043300 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
043400     EXIT.
043500
043600 1071-SCAN-ONE-OPERATOR.
043700     READ OPAUTH-FILE
043800         AT END SET OPAUTH-STATUS-EOF TO TRUE
043900     END-READ.
044000     IF OPAUTH-STATUS-EOF
044100         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
044200     END-IF.
044300     IF OPER-ID = WS-OPERATOR-ID
044400         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
044500         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
044600             SET WS-SIGNON-OK TO TRUE
044700         END-IF
044800         SET OPAUTH-STATUS-EOF TO TRUE
044900     END-IF.
045000 1071-SCAN-ONE-OPERATOR-EXIT.
045100     EXIT.
045200
045300 1080-READ-PARM-CARD.
045400*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
045500*    (SEE PARMREC).  WHEN THIS PROGRAM'S CARD IS PRESENT AND
045600*    VALID, THE CONSOLE PROMPT IS SKIPPED AND THE CYCLE RUNS
045700*    UNATTENDED; OTHERWISE THE PROMPT REMAINS THE FALLBACK.
045800     MOVE 'N' TO WS-PARM-FOUND-SW.
045900     OPEN INPUT PARM-CARD-FILE.
046000     IF NOT PARM-STATUS-OK
046100         GO TO 1080-READ-PARM-CARD-EXIT
046200     END-IF.
046300     PERFORM 1081-SCAN-ONE-CARD
046400         THRU 1081-SCAN-ONE-CARD-EXIT
046500         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
046600     CLOSE PARM-CARD-FILE.
046700     IF WS-PARM-FOUND
046800         PERFORM 1090-PARSE-PARM-CARD
046900             THRU 1090-PARSE-PARM-CARD-EXIT
047000     END-IF.
047100 1080-READ-PARM-CARD-EXIT.
047200     EXIT.
047300
047400 1081-SCAN-ONE-CARD.
047500     READ PARM-CARD-FILE
047600         AT END SET PARM-STATUS-EOF TO TRUE
047700     END-READ.
047800     IF PARM-STATUS-EOF
047900         GO TO 1081-SCAN-ONE-CARD-EXIT
048000     END-IF.
048100     IF PARM-PROGRAM-ID = 'DLQREVW '
048200         SET WS-PARM-FOUND TO TRUE
048300     END-IF.
048400 1081-SCAN-ONE-CARD-EXIT.
048500     EXIT.
048600
048700 1090-PARSE-PARM-CARD.
048800*    CARD LAYOUT - COLS 9-16 OPERATOR ID.
048900     IF PARM-OPTIONS(1:8) = SPACES
049000         MOVE 'N' TO WS-PARM-FOUND-SW
049100         MOVE 'DLQREVW' TO EXC-PROGRAM-ID
049200         MOVE PARM-OPTIONS(1:8) TO EXC-KEY-VALUE
049300         MOVE 'E390' TO EXC-REASON-CODE
049400         MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
049500             EXC-REASON-TEXT
049600         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
049700         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
049800         MOVE SPACES TO EXC-OPERATOR-ID
049900         WRITE EXC-RECORD
050000         SET RC-WARNING TO TRUE
050100     ELSE
050200         MOVE PARM-OPTIONS(1:8) TO WS-OPERATOR-ID
050300     END-IF.
050400 1090-PARSE-PARM-CARD-EXIT.
050500     EXIT.
050600
050700 1200-LOAD-CLOSED-ENTRIES.
050800*    NO DLQACT YET MEANS NOTHING HAS BEEN CLOSED.  A TABLE
050900*    TOO SMALL FOR THE LOG COULD LET A CLOSED ENTRY BE
051000*    RESUBMITTED TWICE, SO IT STOPS THE RUN.
051100     MOVE ZERO TO WS-CLOSED-COUNT.
051200     OPEN INPUT DLQ-ACTION-LOG.
051300     IF NOT DLA-STATUS-OK
051400         GO TO 1200-LOAD-CLOSED-ENTRIES-EXIT
051500     END-IF.
051600     PERFORM 1210-LOAD-ONE-CLOSED-ENTRY
051700         THRU 1210-LOAD-ONE-CLOSED-ENTRY-EXIT
051800         UNTIL DLA-STATUS-EOF OR RC-SEVERE.
051900     CLOSE DLQ-ACTION-LOG.
052000 1200-LOAD-CLOSED-ENTRIES-EXIT.
052100     EXIT.
052200
052300 1210-LOAD-ONE-CLOSED-ENTRY.
052400     READ DLQ-ACTION-LOG
052500         AT END SET DLA-STATUS-EOF TO TRUE
052600     END-READ.
052700     IF DLA-STATUS-EOF
052800         GO TO 1210-LOAD-ONE-CLOSED-ENTRY-EXIT
052900     END-IF.
053000     IF WS-CLOSED-COUNT NOT < WS-CLOSED-MAX
053100         DISPLAY 'DLQREVW - DLQACT HOLDS MORE THAN '
053200             WS-CLOSED-MAX ' CLOSED ENTRIES'
053300         SET RC-SEVERE TO TRUE
053400         GO TO 1210-LOAD-ONE-CLOSED-ENTRY-EXIT
053500     END-IF.
053600     ADD 1 TO WS-CLOSED-COUNT.
053700     MOVE DLA-DATASET  TO WS-CLOSED-DATASET(WS-CLOSED-COUNT).
053800     MOVE DLA-ENTRY-NO TO WS-CLOSED-ENTRY-NO(WS-CLOSED-COUNT).
053900 1210-LOAD-ONE-CLOSED-ENTRY-EXIT.
054000     EXIT.
054100
054200 2000-PROCESS-NEXT-TRAN.
054300     READ DLQ-TRAN-FILE
054400         AT END SET TRAN-STATUS-EOF TO TRUE
054500     END-READ.
054600     IF TRAN-STATUS-EOF
054700         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
054800     END-IF.
054900     ADD 1 TO WS-TRANS-READ.
055000     MOVE DLT-DATASET TO WS-EXC-KEY-DATASET.
055100     IF DLT-ENTRY-NO IS NUMERIC
055200         MOVE DLT-ENTRY-NO TO WS-EXC-KEY-ENTRY-NO
055300     ELSE
055400         MOVE ZERO TO WS-EXC-KEY-ENTRY-NO
055500     END-IF.
055600     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
055700
055800     IF NOT DLT-RESUBMIT AND NOT DLT-DISCARD
055900         MOVE 'E505' TO EXC-REASON-CODE
056000         MOVE 'ACTION NOT R OR D' TO EXC-REASON-TEXT
056100         PERFORM 2900-WRITE-EXCEPTION
056200             THRU 2900-WRITE-EXCEPTION-EXIT
056300         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
056400     END-IF.
056500
056600     EVALUATE DLT-DATASET
056700         WHEN 'MQDEADLQ'
056800             MOVE 1 TO WS-DS-SUB
056900         WHEN 'MQINDLQ '
057000             MOVE 2 TO WS-DS-SUB
057100         WHEN OTHER
057200             MOVE 'E506' TO EXC-REASON-CODE
057300             MOVE 'DATASET NOT MQDEADLQ OR MQINDLQ' TO
057400                 EXC-REASON-TEXT
057500             PERFORM 2900-WRITE-EXCEPTION
057600                 THRU 2900-WRITE-EXCEPTION-EXIT
057700             GO TO 2000-PROCESS-NEXT-TRAN-EXIT
057800     END-EVALUATE.
057900
058000     IF DLT-ENTRY-NO IS NOT NUMERIC OR DLT-ENTRY-NO = ZERO
058100         MOVE 'E507' TO EXC-REASON-CODE
058200         MOVE 'ENTRY NOT ON THE DEAD-LETTER DATASET' TO
058300             EXC-REASON-TEXT
058400         PERFORM 2900-WRITE-EXCEPTION
058500             THRU 2900-WRITE-EXCEPTION-EXIT
058600         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
058700     END-IF.
058800
058900     MOVE DLT-ENTRY-NO TO WS-ENTRY-NO.
059000     PERFORM 2100-CHECK-CLOSED
059100         THRU 2100-CHECK-CLOSED-EXIT.
059200     IF WS-CLOSED-FOUND
059300         MOVE 'E508' TO EXC-REASON-CODE
059400         MOVE 'DEAD-LETTER ENTRY ALREADY CLOSED' TO
059500             EXC-REASON-TEXT
059600         PERFORM 2900-WRITE-EXCEPTION
059700             THRU 2900-WRITE-EXCEPTION-EXIT
059800         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
059900     END-IF.
060000
060100     PERFORM 2200-FIND-ENTRY
060200         THRU 2200-FIND-ENTRY-EXIT.
060300     IF NOT WS-ENTRY-FOUND
060400         MOVE 'E507' TO EXC-REASON-CODE
060500         MOVE 'ENTRY NOT ON THE DEAD-LETTER DATASET' TO
060600             EXC-REASON-TEXT
060700         PERFORM 2900-WRITE-EXCEPTION
060800             THRU 2900-WRITE-EXCEPTION-EXIT
060900         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
061000     END-IF.
061100
061200     IF DLT-DISCARD
061300         PERFORM 2500-DISCARD-ENTRY
061400             THRU 2500-DISCARD-ENTRY-EXIT
061500     ELSE
061600         PERFORM 2400-RESUBMIT-ENTRY
061700             THRU 2400-RESUBMIT-ENTRY-EXIT
061800     END-IF.
061900 2000-PROCESS-NEXT-TRAN-EXIT.
062000     EXIT.
062100
062200 2100-CHECK-CLOSED.
062300     MOVE 'N' TO WS-CLOSED-FOUND-SW.
062400     PERFORM 2110-CHECK-ONE-CLOSED
062500         THRU 2110-CHECK-ONE-CLOSED-EXIT
062600         VARYING WS-CLOSED-SUB FROM 1 BY 1
062700         UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
062800            OR WS-CLOSED-FOUND.
062900 2100-CHECK-CLOSED-EXIT.
063000     EXIT.
063100
063200 2110-CHECK-ONE-CLOSED.
063300     IF WS-CLOSED-DATASET(WS-CLOSED-SUB) = WS-DS-NAME(WS-DS-SUB)
063400             AND WS-CLOSED-ENTRY-NO(WS-CLOSED-SUB) = WS-ENTRY-NO
063500         SET WS-CLOSED-FOUND TO TRUE
063600     END-IF.
063700 2110-CHECK-ONE-CLOSED-EXIT.
063800     EXIT.
063900
064000 2200-FIND-ENTRY.
064100*    THE ENTRY NUMBER IS THE RECORD'S POSITION IN ITS DATASET
064200*    (SEE DLQREC) - READ DOWN TO IT.
064300     MOVE 'N' TO WS-ENTRY-FOUND-SW.
064400     PERFORM 3000-OPEN-DEAD-LETTERS
064500         THRU 3000-OPEN-DEAD-LETTERS-EXIT.
064600     IF NOT WS-DLQ-OPEN
064700         GO TO 2200-FIND-ENTRY-EXIT
064800     END-IF.
064900     MOVE ZERO TO WS-RECORD-COUNT.
065000     PERFORM 2210-READ-TO-ENTRY
065100         THRU 2210-READ-TO-ENTRY-EXIT
065200         UNTIL WS-DLQ-AT-EOF OR WS-ENTRY-FOUND.
065300     PERFORM 3200-CLOSE-DEAD-LETTERS
065400         THRU 3200-CLOSE-DEAD-LETTERS-EXIT.
065500 2200-FIND-ENTRY-EXIT.
065600     EXIT.
065700
065800 2210-READ-TO-ENTRY.
065900     PERFORM 3100-READ-DEAD-LETTER
066000         THRU 3100-READ-DEAD-LETTER-EXIT.
066100     IF WS-DLQ-AT-EOF
066200         GO TO 2210-READ-TO-ENTRY-EXIT
066300     END-IF.
066400     ADD 1 TO WS-RECORD-COUNT.
066500     IF WS-RECORD-COUNT = WS-ENTRY-NO
066600         SET WS-ENTRY-FOUND TO TRUE
066700     END-IF.
066800 2210-READ-TO-ENTRY-EXIT.
066900     EXIT.
067000
067100 2400-RESUBMIT-ENTRY.
067200     IF DLT-BODY = SPACES
067300         MOVE DLQ-MSG-DATA TO WS-BUFFER
067400     ELSE
067500         MOVE DLT-BODY TO WS-BUFFER
067600     END-IF.
067700     MOVE 'N' TO WS-MSG-FAILED-SW.
067800     MOVE SPACES TO WS-MSG-FAIL-REASON.
067900     IF WS-DS-SUB = 1
068000         PERFORM 2410-VALIDATE-CALC-REQUEST
068100             THRU 2410-VALIDATE-CALC-REQUEST-EXIT
068200     ELSE
068300         PERFORM 2420-VALIDATE-INTAKE-MESSAGE
068400             THRU 2420-VALIDATE-INTAKE-MESSAGE-EXIT
068500     END-IF.
068600     IF WS-MSG-FAILED
068700         MOVE 'E509' TO EXC-REASON-CODE
068800         MOVE WS-MSG-FAIL-REASON TO EXC-REASON-TEXT
068900         PERFORM 2900-WRITE-EXCEPTION
069000             THRU 2900-WRITE-EXCEPTION-EXIT
069100         GO TO 2400-RESUBMIT-ENTRY-EXIT
069200     END-IF.
069300
069400     IF NOT WS-CONNECT-TRIED
069500         PERFORM 4000-CONNECT-WITH-FAILOVER
069600             THRU 4000-CONNECT-WITH-FAILOVER-EXIT
069700     END-IF.
069800     IF NOT WS-CONNECTED
069900         MOVE 'E512' TO EXC-REASON-CODE
070000         MOVE 'NO QUEUE MANAGER - ENTRY LEFT OPEN' TO
070100             EXC-REASON-TEXT
070200         PERFORM 2900-WRITE-EXCEPTION
070300             THRU 2900-WRITE-EXCEPTION-EXIT
070400         GO TO 2400-RESUBMIT-ENTRY-EXIT
070500     END-IF.
070600
070700     MOVE SPACES TO WS-PUT-DESC.
070800     MOVE DLQ-REPLYTOQ TO WS-PD-REPLYTOQ.
070900     MOVE WS-DS-QUEUE-NAME(WS-DS-SUB) TO WS-PUT-OBJ-DESC.
071000     CALL 'MQPUT1' USING WS-HCONN, WS-PUT-OBJ-DESC,
071100         WS-PUT-DESC, WS-PUT-OPTS, WS-BUFFER-LEN,
071200         WS-BUFFER, WS-COMPCODE, WS-REASON.
071300     IF WS-COMPCODE = ZERO
071400         CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON
071500     END-IF.
071600*    NOTHING IS LOGGED AS CLOSED UNTIL THE PUT IS COMMITTED -
071700*    AN ENTRY WHOSE PUT DID NOT GO STAYS OPEN FOR ANOTHER TRY.
071800     IF WS-COMPCODE NOT = ZERO
071900         PERFORM 9800-LOOKUP-REASON-TEXT
072000             THRU 9800-LOOKUP-REASON-TEXT-EXIT
072100         DISPLAY 'DLQREVW - RESUBMIT FAILED FOR ' WS-EXC-KEY
072200             ' - ' WS-REASON-TEXT
072300         CALL 'MQBACK' USING WS-HCONN, WS-COMPCODE, WS-REASON
072400         PERFORM 2950-WRITE-PUT-EXCEPTION
072500             THRU 2950-WRITE-PUT-EXCEPTION-EXIT
072600         GO TO 2400-RESUBMIT-ENTRY-EXIT
072700     END-IF.
072800
072900     MOVE SPACES TO DLQ-ACTION-RECORD.
073000     SET DLA-RESUBMITTED TO TRUE.
073100     MOVE WS-DS-QUEUE-NAME(WS-DS-SUB) TO DLA-QUEUE-NAME.
073200     MOVE WS-BUFFER TO DLA-BODY.
073300     PERFORM 2800-LOG-CLOSURE
073400         THRU 2800-LOG-CLOSURE-EXIT.
073500     ADD 1 TO WS-ENTRIES-RESUBMITTED.
073600 2400-RESUBMIT-ENTRY-EXIT.
073700     EXIT.
073800
073900 2410-VALIDATE-CALC-REQUEST.
074000*    DOCALC'S REQUEST CHECKS - OPT1 IN BYTE 1 AND OPT2 IN
074100*    BYTES 2-3, AN ALLOWED COMBINATION.
074200     IF WS-BUFFER(1:3) IS NOT NUMERIC
074300         SET WS-MSG-FAILED TO TRUE
074400         MOVE 'REQUEST OPTIONS NOT NUMERIC' TO
074500             WS-MSG-FAIL-REASON
074600         GO TO 2410-VALIDATE-CALC-REQUEST-EXIT
074700     END-IF.
074800     MOVE WS-BUFFER(1:1) TO WS-MSG-OPT1.
074900     MOVE WS-BUFFER(2:2) TO WS-MSG-OPT2.
075000     MOVE 'N' TO WS-MSG-COMBO-OK-SW.
075100     PERFORM 2415-CHECK-ONE-MSG-COMBO
075200         THRU 2415-CHECK-ONE-MSG-COMBO-EXIT
075300         VARYING WS-COMBO-SUB FROM 1 BY 1
075400         UNTIL WS-COMBO-SUB > 5.
075500     IF NOT WS-MSG-COMBO-OK
075600         SET WS-MSG-FAILED TO TRUE
075700         MOVE 'OPT1/OPT2 COMBINATION NOT ALLOWED' TO
075800             WS-MSG-FAIL-REASON
075900     END-IF.
076000 2410-VALIDATE-CALC-REQUEST-EXIT.
076100     EXIT.
076200
076300 2415-CHECK-ONE-MSG-COMBO.
076400     IF WS-MSG-OPT1 = WS-VALID-OPT1(WS-COMBO-SUB)
076500             AND WS-MSG-OPT2 = WS-VALID-OPT2(WS-COMBO-SUB)
076600         MOVE 'Y' TO WS-MSG-COMBO-OK-SW
076700     END-IF.
076800 2415-CHECK-ONE-MSG-COMBO-EXIT.
076900     EXIT.
077000
077100 2420-VALIDATE-INTAKE-MESSAGE.
077200*    MQINTAKE'S LAYOUT CHECKS FOR EACH MESSAGE TYPE.  THE
077300*    MASTER-FILE CHECKS (ITEM, DOCK, UNIT, SHIP-TO) ARE MADE
077400*    AGAIN BY MQINTAKE WHEN IT TAKES THE MESSAGE BACK OFF THE
077500*    QUEUE, AND DEAD-LETTER IT AGAIN IF THEY STILL FAIL.
077600     MOVE WS-BUFFER(1:4) TO WS-MSG-TYPE.
077700     EVALUATE TRUE
077800         WHEN WS-MSG-IS-RECEIPT
077900             IF WS-BUFFER(45:5) IS NOT NUMERIC
078000                 SET WS-MSG-FAILED TO TRUE
078100                 MOVE 'RECEIPT QUANTITY NOT NUMERIC' TO
078200                     WS-MSG-FAIL-REASON
078300             ELSE
078400                 IF WS-BUFFER(60:8) IS NOT NUMERIC
078500                     SET WS-MSG-FAILED TO TRUE
078600                     MOVE 'RECEIPT EXPIRY NOT NUMERIC' TO
078700                         WS-MSG-FAIL-REASON
078800                 END-IF
078900             END-IF
079000         WHEN WS-MSG-IS-ORDER
079100             IF WS-BUFFER(53:5) IS NOT NUMERIC
079200                 SET WS-MSG-FAILED TO TRUE
079300                 MOVE 'ORDER QUANTITY NOT NUMERIC' TO
079400                     WS-MSG-FAIL-REASON
079500             ELSE
079600                 IF WS-BUFFER(5:8) = SPACES
079700                     SET WS-MSG-FAILED TO TRUE
079800                     MOVE 'ORDER NUMBER MISSING' TO
079900                         WS-MSG-FAIL-REASON
080000                 END-IF
080100             END-IF
080200         WHEN WS-MSG-IS-ORDER-HEADER
080300             IF WS-BUFFER(5:8) = SPACES
080400                 SET WS-MSG-FAILED TO TRUE
080500                 MOVE 'ORDER NUMBER MISSING' TO
080600                     WS-MSG-FAIL-REASON
080700             ELSE
080800                 IF WS-BUFFER(43:8) NOT = SPACES
080900                         AND WS-BUFFER(43:8) IS NOT NUMERIC
081000                     SET WS-MSG-FAILED TO TRUE
081100                     MOVE 'REQUESTED SHIP DATE NOT NUMERIC' TO
081200                         WS-MSG-FAIL-REASON
081300                 END-IF
081400             END-IF
081500         WHEN OTHER
081600             SET WS-MSG-FAILED TO TRUE
081700             MOVE 'MESSAGE TYPE NOT RCPT, ORDR OR OHDR' TO
081800                 WS-MSG-FAIL-REASON
081900     END-EVALUATE.
082000 2420-VALIDATE-INTAKE-MESSAGE-EXIT.
082100     EXIT.
082200
082300 2500-DISCARD-ENTRY.
082400     IF DLT-NOTE = SPACES
082500         MOVE 'E510' TO EXC-REASON-CODE
082600         MOVE 'DISCARD REASON MISSING' TO EXC-REASON-TEXT
082700         PERFORM 2900-WRITE-EXCEPTION
082800             THRU 2900-WRITE-EXCEPTION-EXIT
082900         GO TO 2500-DISCARD-ENTRY-EXIT
083000     END-IF.
083100     MOVE SPACES TO DLQ-ACTION-RECORD.
083200     SET DLA-DISCARDED TO TRUE.
083300     PERFORM 2800-LOG-CLOSURE
083400         THRU 2800-LOG-CLOSURE-EXIT.
083500     ADD 1 TO WS-ENTRIES-DISCARDED.
083600 2500-DISCARD-ENTRY-EXIT.
083700     EXIT.
083800
083900 2800-LOG-CLOSURE.
084000*    THE CALLER HAS SET THE ACTION, AND THE QUEUE AND BODY ON
084100*    A RESUBMISSION.  THE ENTRY JOINS THE CLOSED TABLE SO A
084200*    SECOND TRANSACTION FOR IT THIS RUN IS REFUSED.
084300     MOVE WS-DS-NAME(WS-DS-SUB) TO DLA-DATASET.
084400     MOVE WS-ENTRY-NO           TO DLA-ENTRY-NO.
084500     MOVE DLQ-MSG-ID            TO DLA-MSG-ID.
084600     MOVE WS-TODAY-YYYYMMDD     TO DLA-ACTION-DATE.
084700     MOVE WS-TIME-HHMMSSHH      TO DLA-ACTION-TIME.
084800     MOVE WS-OPERATOR-ID        TO DLA-OPERATOR-ID.
084900     MOVE DLT-NOTE              TO DLA-NOTE.
085000     WRITE DLQ-ACTION-RECORD.
085100     IF WS-CLOSED-COUNT < WS-CLOSED-MAX
085200         ADD 1 TO WS-CLOSED-COUNT
085300         MOVE DLA-DATASET  TO WS-CLOSED-DATASET(WS-CLOSED-COUNT)
085400         MOVE DLA-ENTRY-NO TO WS-CLOSED-ENTRY-NO(WS-CLOSED-COUNT)
085500     END-IF.
085600 2800-LOG-CLOSURE-EXIT.
085700     EXIT.
085800
085900 2900-WRITE-EXCEPTION.
086000*    THE CALLER HAS SET THE KEY, CODE AND TEXT.
086100     ADD 1 TO WS-TRANS-REJECTED.
086200     MOVE 'DLQREVW ' TO EXC-PROGRAM-ID.
086300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
086400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
086500     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
086600     WRITE EXC-RECORD.
086700     IF RC-NORMAL
086800         SET RC-WARNING TO TRUE
086900     END-IF.
087000 2900-WRITE-EXCEPTION-EXIT.
087100     EXIT.
087200
087300 2950-WRITE-PUT-EXCEPTION.
087400     ADD 1 TO WS-TRANS-REJECTED.
087500     MOVE 'DLQREVW ' TO EXC-PROGRAM-ID.
087600     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
087700     MOVE WS-REASON TO WS-REASON-CODE-EDIT.
087800     MOVE WS-REASON-CODE-EDIT TO EXC-REASON-CODE.
087900     MOVE WS-REASON-TEXT TO EXC-REASON-TEXT.
088000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
088100     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
088200     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
088300     WRITE EXC-RECORD.
088400     IF RC-NORMAL
088500         SET RC-WARNING TO TRUE
088600     END-IF.
088700 2950-WRITE-PUT-EXCEPTION-EXIT.
088800     EXIT.
088900
089000 3000-OPEN-DEAD-LETTERS.
089100*    OPENS WHICHEVER DATASET WS-DS-SUB NAMES.  A DATASET NOT
089200*    THERE HAS NO ENTRIES.
089300     MOVE 'N' TO WS-DLQ-OPEN-SW.
089400     MOVE 'N' TO WS-DLQ-EOF-SW.
089500     IF WS-DS-SUB = 1
089600         OPEN INPUT CALC-DEAD-LETTER-FILE
089700         IF CDLQ-STATUS-OK
089800             SET WS-DLQ-OPEN TO TRUE
089900         END-IF
090000     ELSE
090100         OPEN INPUT INTAKE-DEAD-LETTER-FILE
090200         IF IDLQ-STATUS-OK
090300             SET WS-DLQ-OPEN TO TRUE
090400         END-IF
090500     END-IF.
090600     IF NOT WS-DLQ-OPEN
090700         SET WS-DLQ-AT-EOF TO TRUE
090800     END-IF.
090900 3000-OPEN-DEAD-LETTERS-EXIT.
091000     EXIT.
091100
091200 3100-READ-DEAD-LETTER.
091300     IF WS-DS-SUB = 1
091400         READ CALC-DEAD-LETTER-FILE INTO DEAD-LETTER-RECORD
091500             AT END SET WS-DLQ-AT-EOF TO TRUE
091600         END-READ
091700     ELSE
091800         READ INTAKE-DEAD-LETTER-FILE INTO DEAD-LETTER-RECORD
091900             AT END SET WS-DLQ-AT-EOF TO TRUE
092000         END-READ
092100     END-IF.
092200 3100-READ-DEAD-LETTER-EXIT.
092300     EXIT.
092400
092500 3200-CLOSE-DEAD-LETTERS.
092600     IF WS-DLQ-OPEN
092700         IF WS-DS-SUB = 1
092800             CLOSE CALC-DEAD-LETTER-FILE
092900         ELSE
093000             CLOSE INTAKE-DEAD-LETTER-FILE
093100         END-IF
093200         MOVE 'N' TO WS-DLQ-OPEN-SW
093300     END-IF.
093400 3200-CLOSE-DEAD-LETTERS-EXIT.
093500     EXIT.
093600
093700 4000-CONNECT-WITH-FAILOVER.
093800*    TRY THE PRIMARY QUEUE MANAGER FIRST, THEN THE SECONDARY ON
093900*    ANY FAILURE TO CONNECT.  TRIED ONCE PER RUN.
094000     SET WS-CONNECT-TRIED TO TRUE.
094100     MOVE 1 TO WS-QMGR-SUB.
094200     PERFORM 4100-ATTEMPT-CONNECT
094300         THRU 4100-ATTEMPT-CONNECT-EXIT.
094400     IF NOT WS-CONNECTED AND WS-QMGR-SUB < 2
094500         ADD 1 TO WS-QMGR-SUB
094600         PERFORM 4100-ATTEMPT-CONNECT
094700             THRU 4100-ATTEMPT-CONNECT-EXIT
094800     END-IF.
094900
095000     IF NOT WS-CONNECTED
095100         DISPLAY 'DLQREVW - UNABLE TO CONNECT TO ANY '
095200             'QUEUE MANAGER'
095300         PERFORM 9700-WRITE-EXCEPTION
095400             THRU 9700-WRITE-EXCEPTION-EXIT
095500         IF NOT RC-SEVERE
095600             SET RC-ERROR TO TRUE
095700         END-IF
095800     END-IF.
095900 4000-CONNECT-WITH-FAILOVER-EXIT.
096000     EXIT.
096100
096200 4100-ATTEMPT-CONNECT.
096300     CALL 'MQCONN' USING WS-QMGR-NAME(WS-QMGR-SUB), WS-HCONN,
096400         WS-COMPCODE, WS-REASON.
096500     IF WS-COMPCODE = ZERO
096600         MOVE 'Y' TO WS-CONNECTED-SW
096700     END-IF.
096800 4100-ATTEMPT-CONNECT-EXIT.
096900     EXIT.
097000
097100 5000-PRINT-REVIEW-LISTING.
097200*    AFTER THIS RUN'S ACTIONS, SO WHAT IS LISTED IS WHAT IS
097300*    STILL WAITING ON SOMEBODY.
097400     MOVE SPACES TO REVIEW-REPORT-LINE.
097500     STRING 'MQ DEAD-LETTER REVIEW - OPEN ENTRIES  DATE '
097600            WS-TODAY-YYYYMMDD
097700         DELIMITED BY SIZE
097800         INTO REVIEW-REPORT-LINE
097900     END-STRING.
098000     WRITE REVIEW-REPORT-LINE.
098100     MOVE SPACES TO REVIEW-REPORT-LINE.
098200     WRITE REVIEW-REPORT-LINE.
098300     MOVE SPACES TO REVIEW-REPORT-LINE.
098400     STRING 'DATASET     ENTRY  DEAD-LTR    AGE  TYPE  '
098500            'REASON                                    '
098600            'MESSAGE BODY'
098700         DELIMITED BY SIZE
098800         INTO REVIEW-REPORT-LINE
098900     END-STRING.
099000     WRITE REVIEW-REPORT-LINE.
099100
099200     PERFORM 5100-LIST-ONE-DATASET
099300         THRU 5100-LIST-ONE-DATASET-EXIT
099400         VARYING WS-DS-SUB FROM 1 BY 1
099500         UNTIL WS-DS-SUB > 2.
099600
099700     MOVE SPACES TO REVIEW-REPORT-LINE.
099800     WRITE REVIEW-REPORT-LINE.
099900     PERFORM 5300-PRINT-DATASET-TOTAL
100000         THRU 5300-PRINT-DATASET-TOTAL-EXIT
100100         VARYING WS-DS-SUB FROM 1 BY 1
100200         UNTIL WS-DS-SUB > 2.
100300 5000-PRINT-REVIEW-LISTING-EXIT.
100400     EXIT.
100500
100600 5100-LIST-ONE-DATASET.
100700     PERFORM 3000-OPEN-DEAD-LETTERS
100800         THRU 3000-OPEN-DEAD-LETTERS-EXIT.
100900     MOVE ZERO TO WS-ENTRY-NO.
101000     PERFORM 5200-LIST-ONE-ENTRY
101100         THRU 5200-LIST-ONE-ENTRY-EXIT
101200         UNTIL WS-DLQ-AT-EOF.
101300     PERFORM 3200-CLOSE-DEAD-LETTERS
101400         THRU 3200-CLOSE-DEAD-LETTERS-EXIT.
101500 5100-LIST-ONE-DATASET-EXIT.
101600     EXIT.
101700
101800 5200-LIST-ONE-ENTRY.
101900     PERFORM 3100-READ-DEAD-LETTER
102000         THRU 3100-READ-DEAD-LETTER-EXIT.
102100     IF WS-DLQ-AT-EOF
102200         GO TO 5200-LIST-ONE-ENTRY-EXIT
102300     END-IF.
102400     ADD 1 TO WS-ENTRY-NO.
102500     PERFORM 2100-CHECK-CLOSED
102600         THRU 2100-CHECK-CLOSED-EXIT.
102700     IF WS-CLOSED-FOUND
102800         ADD 1 TO WS-DS-CLOSED-COUNT(WS-DS-SUB)
102900         GO TO 5200-LIST-ONE-ENTRY-EXIT
103000     END-IF.
103100     ADD 1 TO WS-DS-OPEN-COUNT(WS-DS-SUB).
103200     ADD 1 TO WS-ENTRIES-OPEN.
103300
103400     MOVE ZERO TO WS-AGE-DAYS.
103500     IF DLQ-RUN-DATE IS NUMERIC AND DLQ-RUN-DATE > ZERO
103600             AND DLQ-RUN-DATE < WS-TODAY-YYYYMMDD
103700         COMPUTE WS-ENTRY-INT =
103800             FUNCTION INTEGER-OF-DATE(DLQ-RUN-DATE)
103900         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ENTRY-INT
104000     END-IF.
104100     IF WS-AGE-DAYS > WS-DS-OLDEST-AGE(WS-DS-SUB)
104200         MOVE WS-AGE-DAYS TO WS-DS-OLDEST-AGE(WS-DS-SUB)
104300     END-IF.
104400     MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
104500
104600*    A DOCALC MESSAGE IS ALWAYS AN OPT1/OPT2 REQUEST; AN
104700*    MQINTAKE MESSAGE CARRIES ITS TYPE IN BYTES 1-4.
104800     IF WS-DS-SUB = 1
104900         MOVE 'OPTS' TO WS-LIST-TYPE
105000     ELSE
105100         MOVE DLQ-MSG-DATA(1:4) TO WS-LIST-TYPE
105200     END-IF.
105300
105400     MOVE WS-ENTRY-NO TO WS-COUNT-EDIT-1.
105500     MOVE SPACES TO REVIEW-REPORT-LINE.
105600     STRING WS-DS-NAME(WS-DS-SUB) ' '
105700            WS-COUNT-EDIT-1 '  '
105800            DLQ-RUN-DATE '  '
105900            WS-AGE-EDIT '  '
106000            WS-LIST-TYPE '  '
106100            DLQ-FAIL-REASON '  '
106200            DLQ-MSG-DATA(1:40)
106300         DELIMITED BY SIZE
106400         INTO REVIEW-REPORT-LINE
106500     END-STRING.
106600     WRITE REVIEW-REPORT-LINE.
106700 5200-LIST-ONE-ENTRY-EXIT.
106800     EXIT.
106900
107000 5300-PRINT-DATASET-TOTAL.
107100     MOVE WS-DS-OPEN-COUNT(WS-DS-SUB)   TO WS-COUNT-EDIT-1.
107200     MOVE WS-DS-CLOSED-COUNT(WS-DS-SUB) TO WS-COUNT-EDIT-2.
107300     MOVE WS-DS-OLDEST-AGE(WS-DS-SUB)   TO WS-COUNT-EDIT-3.
107400     MOVE SPACES TO REVIEW-REPORT-LINE.
107500     STRING WS-DS-NAME(WS-DS-SUB) ' ('
107600            WS-DS-PROGRAM(WS-DS-SUB) ')  OPEN=' WS-COUNT-EDIT-1
107700            '  CLOSED=' WS-COUNT-EDIT-2
107800            '  OLDEST OPEN (DAYS)=' WS-COUNT-EDIT-3
107900         DELIMITED BY SIZE
108000         INTO REVIEW-REPORT-LINE
108100     END-STRING.
108200     WRITE REVIEW-REPORT-LINE.
108300 5300-PRINT-DATASET-TOTAL-EXIT.
108400     EXIT.
108500
108600 9000-FINISH.
108700     IF WS-DLA-OPEN
108800         CLOSE DLQ-ACTION-LOG
108900     END-IF.
109000     IF WS-TRAN-OPEN
109100         CLOSE DLQ-TRAN-FILE
109200     END-IF.
109300     CLOSE REVIEW-REPORT.
109400     CLOSE EXCEPTION-FILE.
109500     DISPLAY 'DLQREVW - TRANS READ       : ' WS-TRANS-READ.
109600     DISPLAY 'DLQREVW - RESUBMITTED      : '
109700         WS-ENTRIES-RESUBMITTED.
109800     DISPLAY 'DLQREVW - DISCARDED        : '
109900         WS-ENTRIES-DISCARDED.
110000     DISPLAY 'DLQREVW - TRANS REJECTED   : ' WS-TRANS-REJECTED.
110100     DISPLAY 'DLQREVW - ENTRIES OPEN     : ' WS-ENTRIES-OPEN.
110200     DISPLAY 'DLQREVW - RETURN CODE      : ' WS-RETURN-CODE.
110300 9000-FINISH-EXIT.
110400     EXIT.
110500
110600 9700-WRITE-EXCEPTION.
110700     MOVE 'DLQREVW ' TO EXC-PROGRAM-ID.
110800     MOVE WS-QMGR-NAME(WS-QMGR-SUB) TO EXC-KEY-VALUE.
110900     MOVE WS-REASON TO WS-REASON-CODE-EDIT.
111000     MOVE WS-REASON-CODE-EDIT TO EXC-REASON-CODE.
111100     PERFORM 9800-LOOKUP-REASON-TEXT
111200         THRU 9800-LOOKUP-REASON-TEXT-EXIT.
111300     MOVE WS-REASON-TEXT TO EXC-REASON-TEXT.
111400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
111500     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
111600     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
111700     WRITE EXC-RECORD.
111800 9700-WRITE-EXCEPTION-EXIT.
111900     EXIT.
112000
112100 9800-LOOKUP-REASON-TEXT.
112200     MOVE 'UNKNOWN REASON CODE' TO WS-REASON-TEXT.
112300     PERFORM 9810-CHECK-ONE-REASON
112400         THRU 9810-CHECK-ONE-REASON-EXIT
112500         VARYING WS-REASON-SUB FROM 1 BY 1
112600         UNTIL WS-REASON-SUB > 5.
112700 9800-LOOKUP-REASON-TEXT-EXIT.
112800     EXIT.
112900
113000 9810-CHECK-ONE-REASON.
113100     IF WS-REASON = WS-REASON-CODE-TBL(WS-REASON-SUB)
113200         MOVE WS-REASON-TEXT-TBL(WS-REASON-SUB) TO WS-REASON-TEXT
113300     END-IF.
113400 9810-CHECK-ONE-REASON-EXIT.
113500     EXIT.
113600
113700 9999-EXIT.
113800     STOP RUN.
