006800*                    THE NEXT MESSAGE INSTEAD OF RE-MATCHING THE
006900*                    FIRST, AND MQINQ IS CALLED WITH THE FULL
007000*                    SELECTOR/ATTRIBUTE PARAMETER LIST.
007100*   2026-10-15 RLW  MQDEADLQ IS NOW APPENDED TO INSTEAD OF
007200*                    REPLACED EACH RUN, SO A DEAD-LETTERED
007300*                    REQUEST STAYS THERE UNTIL DLQREVW CLOSES IT.
007400*                    THE RECORD MOVES TO THE SHARED DLQREC
007500*                    LAYOUT - THE WHOLE 200-BYTE BODY AND THE
007600*                    REQUEST'S REPLY-TO QUEUE ARE KEPT, SO A
007700*                    RESUBMITTED REQUEST STILL GETS ITS ANSWER.
007800*================================================================
007900 ENVIRONMENT DIVISION.
008000 INPUT-OUTPUT SECTION.
008100 FILE-CONTROL.
008200     SELECT REPLAY-LOG ASSIGN TO "MQREPLAY"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT EXCEPTION-FILE ASSIGN TO "MQEXCPT"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT DEAD-LETTER-FILE ASSIGN TO "MQDEADLQ"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-DLQ-STATUS.
009100
009200     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-PARM-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  REPLAY-LOG.
009900 01  REPLAY-LOG-LINE                  PIC X(120).
010000
010100 FD  EXCEPTION-FILE.
010200     COPY EXCREC.
010300
010400 FD  DEAD-LETTER-FILE.
010500     COPY DLQREC.
010600
010700 FD  PARM-CARD-FILE.
010800     COPY PARMREC.
010900
011000 WORKING-STORAGE SECTION.
011100 COPY RETCODES.
011200
011300 01  WS-PARM-STATUS                PIC X(02) VALUE '00'.
011400     88  PARM-STATUS-OK            VALUE '00'.
011500     88  PARM-STATUS-EOF           VALUE '10'.
011600 01  WS-PARM-FOUND-SW              PIC X(01) VALUE 'N'.
011700     88  WS-PARM-FOUND             VALUE 'Y'.
011800
011900 01 OPTS           PIC 9     VALUE ZEROS.
012000 01 OPT1           PIC 9     VALUE ZEROS.
012100 01 OPT2           PIC 99    VALUE 0.
012200
012300*    ALLOWED OPT1/OPT2 COMBINATIONS.  OPT1 SELECTS
012400*    THE OPEN MODE (1=INPUT 2=OUTPUT 3=BROWSE), OPT2 SELECTS
012500*    SHARING (0=SHARED 1=EXCLUSIVE).  ANY OTHER COMBINATION IS
012600*    REJECTED BEFORE COMPUTE OPTS RUNS.
012700 01  WS-VALID-COMBO-TABLE.
012800     05  WS-VALID-COMBO OCCURS 5 TIMES.
012900         10  WS-VALID-OPT1            PIC 9.
013000         10  WS-VALID-OPT2            PIC 99.
013100 01  WS-COMBO-SUB                     PIC 9 COMP.
013200 01  WS-COMBO-FOUND-SW                PIC X(01) VALUE 'N'.
013300     88  WS-COMBO-FOUND                VALUE 'Y'.
013400
013500*    QUEUE-MANAGER CONNECT WITH FAILOVER.
013600 01  WS-HCONN                         PIC S9(9) COMP VALUE ZERO.
013700 01  WS-QMGR-TABLE.
013800     05  WS-QMGR-NAME OCCURS 2 TIMES  PIC X(48).
013900 01  WS-QMGR-SUB                      PIC 9 COMP VALUE 1.
014000 01  WS-CONNECTED-SW                  PIC X(01) VALUE 'N'.
014100     88  WS-CONNECTED                  VALUE 'Y'.
014200
014300*    QUEUE OPEN - ALREADY PRESENT IN THE ORIGINAL VERSION, BUT
014400*    EVERY PARAMETER BELOW WAS NEVER DECLARED.
014500 01  WS-OBJECT-DESC                   PIC X(48)
014600                                     VALUE 'DEV.QUEUE.1'.
014700 01  WS-HOBJ                          PIC S9(9) COMP VALUE ZERO.
014800 01  WS-COMPCODE                      PIC S9(9) COMP VALUE ZERO.
014900 01  WS-REASON                        PIC S9(9) COMP VALUE ZERO.
015000
015100*    MQGET FOLLOW-UP AFTER MQOPEN.  THE MESSAGE DESCRIPTOR
015200*    CARRIES THE FIELDS THE REPLY NEEDS - THE REQUEST'S
015300*    MESSAGE ID (WHICH BECOMES THE REPLY'S CORRELATION ID)
015400*    AND THE REPLY-TO QUEUE NAME.
015500 01  WS-MSG-DESC.
015600     05  WS-MD-MSG-ID                 PIC X(24).
015700     05  WS-MD-CORREL-ID              PIC X(24).
015800     05  WS-MD-REPLYTOQ               PIC X(48).
015900     05  FILLER                       PIC X(04).
016000 01  WS-GET-OPTS                      PIC X(100) VALUE SPACES.
016100 01  WS-BUFFER                        PIC X(200) VALUE SPACES.
016200 01  WS-BUFFER-LEN                    PIC S9(9) COMP VALUE 200.
016300 01  WS-DATA-LEN                      PIC S9(9) COMP VALUE ZERO.
016400
016500*    PER-MESSAGE REQUEST FIELDS PARSED FROM THE BUFFER AND
016600*    THE REPLY PUT BACK TO THE REPLY-TO QUEUE.
016700 01  WS-MSG-OPT1                      PIC 9     VALUE ZERO.
016800 01  WS-MSG-OPT2                      PIC 99    VALUE ZERO.
016900 01  WS-MSG-OPTS                      PIC 9(03) VALUE ZERO.
017000 01  WS-MSG-COMBO-OK-SW               PIC X(01) VALUE 'N'.
017100     88  WS-MSG-COMBO-OK              VALUE 'Y'.
017200 01  WS-REPLY-DESC.
017300     05  WS-RD-MSG-ID                 PIC X(24).
017400     05  WS-RD-CORREL-ID              PIC X(24).
017500     05  WS-RD-REPLYTOQ               PIC X(48).
017600     05  FILLER                       PIC X(04).
017700 01  WS-REPLY-OBJ-DESC                PIC X(48) VALUE SPACES.
017800 01  WS-PUT-OPTS                      PIC X(100) VALUE SPACES.
017900 01  WS-REPLY-BUFFER                  PIC X(80) VALUE SPACES.
018000 01  WS-REPLY-LEN                     PIC S9(9) COMP VALUE 80.
018100 01  WS-REPLIES-SENT                  PIC 9(07) VALUE ZERO.
018200 01  WS-REPLIES-FAILED                PIC 9(07) VALUE ZERO.
018300
018400*    POISON-MESSAGE TRACKING - THE GET RUNS IN SYNCPOINT, SO
018500*    A FAILED MESSAGE BACKS OUT AND COMES STRAIGHT BACK.  THE
018600*    SAME MESSAGE ID FAILING WS-MAX-MSG-RETRIES TIMES GOES TO
018700*    THE DEAD-LETTER DATASET INSTEAD OF WEDGING THE QUEUE.
018800 01  WS-DLQ-STATUS                    PIC X(02) VALUE '00'.
018900     88  DLQ-STATUS-OK                VALUE '00'.
019000 01  WS-MAX-MSG-RETRIES               PIC 9(02) VALUE 3.
019100 01  WS-MSG-RETRY-COUNT               PIC 9(02) VALUE ZERO.
019200 01  WS-LAST-MSG-ID                   PIC X(24) VALUE SPACES.
019300 01  WS-MSG-FAILED-SW                 PIC X(01) VALUE 'N'.
019400     88  WS-MSG-FAILED                VALUE 'Y'.
019500 01  WS-MSG-FAIL-REASON               PIC X(40) VALUE SPACES.
019600 01  WS-MSGS-DEADLETTERED             PIC 9(07) VALUE ZERO.
019700
019800*    DRAIN-MODE CONTROLS - THE GET LOOPS UNTIL THE QUEUE IS
019900*    EMPTY OR THE MESSAGE-COUNT LIMIT IS REACHED, COMMITTING
020000*    EVERY WS-UOW-SIZE MESSAGES.
020100 01  WS-DRAIN-DONE-SW                 PIC X(01) VALUE 'N'.
020200     88  WS-DRAIN-DONE                VALUE 'Y'.
020300 01  WS-MSG-LIMIT                     PIC 9(05) VALUE 500.
020400 01  WS-UOW-SIZE                      PIC 9(03) VALUE 25.
020500 01  WS-MSGS-IN-UOW                   PIC 9(03) VALUE ZERO.
020600 01  WS-MSGS-PROCESSED                PIC 9(07) VALUE ZERO.
020700 01  WS-MSGS-FAILED                   PIC 9(07) VALUE ZERO.
020800*    MQINQ PARAMETER SET - ONE INTEGER SELECTOR (3 = CURRENT
020900*    QUEUE DEPTH), NO CHARACTER ATTRIBUTES.
021000 01  WS-INQ-SELECTOR-COUNT            PIC S9(9) COMP VALUE 1.
021100 01  WS-INQ-SELECTORS.
021200     05  WS-DEPTH-SELECTOR            PIC S9(9) COMP VALUE 3.
021300 01  WS-INQ-INT-ATTR-COUNT            PIC S9(9) COMP VALUE 1.
021400 01  WS-INQ-INT-ATTRS.
021500     05  WS-REMAINING-DEPTH           PIC S9(9) COMP VALUE ZERO.
021600 01  WS-INQ-CHAR-ATTR-LEN             PIC S9(9) COMP VALUE ZERO.
021700 01  WS-INQ-CHAR-ATTRS                PIC X(01) VALUE SPACE.
021800 01  WS-DEPTH-EDIT                    PIC -(8).
021900 01  WS-HOBJ-EDIT                     PIC -(9).
022000 01  WS-COMPCODE-EDIT                 PIC -(9).
022100 01  WS-REASON-EDIT                   PIC -(9).
022200 01  WS-DATA-LEN-EDIT                 PIC -(9).
022300
022400*    REASON-CODE TRANSLATION TABLE.
022500 01  WS-REASON-TABLE.
022600     05  WS-REASON-ENTRY OCCURS 5 TIMES.
022700         10  WS-REASON-CODE-TBL       PIC S9(9) COMP.
022800         10  WS-REASON-TEXT-TBL       PIC X(40).
022900 01  WS-REASON-SUB                    PIC 9 COMP.
023000 01  WS-REASON-TEXT                   PIC X(40) VALUE SPACES.
023100 01  WS-REASON-CODE-EDIT              PIC 9(04) VALUE ZERO.
023200
023300 01  WS-CURRENT-DATE-TIME.
023400     05  WS-TODAY-YYYYMMDD            PIC 9(08).
023500     05  WS-TIME-HHMMSSHH             PIC 9(08).
023600     05  FILLER                       PIC X(05).
023700
023800 PROCEDURE DIVISION.
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE
024100         THRU 1000-INITIALIZE-EXIT.
024200
024300     PERFORM 2000-ACCEPT-AND-VALIDATE-OPTIONS
024400         THRU 2000-ACCEPT-AND-VALIDATE-OPTIONS-EXIT.
024500     IF NOT WS-COMBO-FOUND
024600         PERFORM 9000-FINISH
024700             THRU 9000-FINISH-EXIT
024800         GO TO 9999-EXIT
024900     END-IF.
025000
025100     PERFORM 3000-CONNECT-WITH-FAILOVER
025200         THRU 3000-CONNECT-WITH-FAILOVER-EXIT.
025300     IF NOT WS-CONNECTED
025400         PERFORM 9000-FINISH
025500             THRU 9000-FINISH-EXIT
025600         GO TO 9999-EXIT
025700     END-IF.
025800
025900     PERFORM 4000-OPEN-QUEUE
026000         THRU 4000-OPEN-QUEUE-EXIT.
026100     IF WS-COMPCODE NOT = ZERO
026200         PERFORM 9000-FINISH
026300             THRU 9000-FINISH-EXIT
026400         GO TO 9999-EXIT
026500     END-IF.
026600
026700     PERFORM 5000-GET-MESSAGE
026800         THRU 5000-GET-MESSAGE-EXIT
026900         UNTIL WS-DRAIN-DONE
027000             OR WS-MSGS-PROCESSED + WS-MSGS-FAILED
027100                 NOT < WS-MSG-LIMIT.
027200
027300     IF WS-MSGS-IN-UOW > ZERO
027400         CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON
027500     END-IF.
027600     PERFORM 6000-INQUIRE-REMAINING-DEPTH
027700         THRU 6000-INQUIRE-REMAINING-DEPTH-EXIT.
027800
027900     PERFORM 9000-FINISH
028000         THRU 9000-FINISH-EXIT.
028100     GO TO 9999-EXIT.
028200
028300 1000-INITIALIZE.
028400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
028500     OPEN OUTPUT REPLAY-LOG.
028600     OPEN OUTPUT EXCEPTION-FILE.
028700*    THE DEAD-LETTER DATASET IS CUMULATIVE - EACH RUN APPENDS,
028800*    THE CYCADJLG PATTERN - AND ENTRIES ARE CLOSED BY DLQREVW.
028900     OPEN EXTEND DEAD-LETTER-FILE.
029000     IF NOT DLQ-STATUS-OK
029100         OPEN OUTPUT DEAD-LETTER-FILE
029200     END-IF.
029300     PERFORM 1080-READ-PARM-CARD
029400         THRU 1080-READ-PARM-CARD-EXIT.
029500
029600     MOVE 'QM1' TO WS-QMGR-NAME(1).
029700     MOVE 'QM2' TO WS-QMGR-NAME(2).
029800
029900     MOVE 1 TO WS-VALID-OPT1(1).
030000     MOVE 0 TO WS-VALID-OPT2(1).
030100     MOVE 1 TO WS-VALID-OPT1(2).
030200     MOVE 1 TO WS-VALID-OPT2(2).
030300     MOVE 2 TO WS-VALID-OPT1(3).
030400     MOVE 0 TO WS-VALID-OPT2(3).
030500     MOVE 2 TO WS-VALID-OPT1(4).
030600     MOVE 1 TO WS-VALID-OPT2(4).
030700     MOVE 3 TO WS-VALID-OPT1(5).
030800     MOVE 0 TO WS-VALID-OPT2(5).
030900
031000     MOVE 0 TO WS-REASON-CODE-TBL(1).
031100     MOVE 'NONE' TO WS-REASON-TEXT-TBL(1).
031200     MOVE 2059 TO WS-REASON-CODE-TBL(2).
031300     MOVE 'QUEUE MANAGER NOT AVAILABLE' TO WS-REASON-TEXT-TBL(2).
031400     MOVE 2085 TO WS-REASON-CODE-TBL(3).
031500     MOVE 'UNKNOWN OBJECT NAME' TO WS-REASON-TEXT-TBL(3).
031600     MOVE 2033 TO WS-REASON-CODE-TBL(4).
031700     MOVE 'NO MESSAGE AVAILABLE' TO WS-REASON-TEXT-TBL(4).
031800     MOVE 2019 TO WS-REASON-CODE-TBL(5).
031900     MOVE 'HANDLE NOT AVAILABLE' TO WS-REASON-TEXT-TBL(5).
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200
032300 1080-READ-PARM-CARD.
032400*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
032500*    (SEE PARMREC).  WHEN THIS PROGRAM'S CARD IS PRESENT AND
032600*    VALID, THE CONSOLE PROMPTS ARE SKIPPED AND THE CYCLE RUNS
032700*    UNATTENDED; OTHERWISE THE PROMPTS REMAIN THE FALLBACK.
032800     MOVE 'N' TO WS-PARM-FOUND-SW.
032900     OPEN INPUT PARM-CARD-FILE.
033000     IF NOT PARM-STATUS-OK
033100         GO TO 1080-READ-PARM-CARD-EXIT
033200     END-IF.
033300     PERFORM 1081-SCAN-ONE-CARD
033400         THRU 1081-SCAN-ONE-CARD-EXIT
033500         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
033600     CLOSE PARM-CARD-FILE.
033700     IF WS-PARM-FOUND
033800         PERFORM 1090-PARSE-PARM-CARD
033900             THRU 1090-PARSE-PARM-CARD-EXIT
034000     END-IF.
034100 1080-READ-PARM-CARD-EXIT.
034200     EXIT.
034300
034400 1081-SCAN-ONE-CARD.
034500     READ PARM-CARD-FILE
034600         AT END SET PARM-STATUS-EOF TO TRUE
034700     END-READ.
034800     IF PARM-STATUS-EOF
034900         GO TO 1081-SCAN-ONE-CARD-EXIT
035000     END-IF.
035100     IF PARM-PROGRAM-ID = 'DOCALC  '
035200         SET WS-PARM-FOUND TO TRUE
035300     END-IF.
035400 1081-SCAN-ONE-CARD-EXIT.
035500     EXIT.
035600
035700 1090-PARSE-PARM-CARD.
035800*    CARD LAYOUT - COL 9 OPT1, COLS 10-11 OPT2.
035900     IF PARM-OPTIONS(1:3) IS NUMERIC
036000         MOVE PARM-OPTIONS(1:1) TO OPT1
036100         MOVE PARM-OPTIONS(2:2) TO OPT2
036200     ELSE
036300         MOVE 'N' TO WS-PARM-FOUND-SW
036400         MOVE 'DOCALC' TO EXC-PROGRAM-ID
036500         MOVE PARM-OPTIONS(1:3) TO EXC-KEY-VALUE
036600         MOVE 'E390' TO EXC-REASON-CODE
036700         MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
036800             EXC-REASON-TEXT
036900         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
037000         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
037100         MOVE SPACES TO EXC-OPERATOR-ID
037200         WRITE EXC-RECORD
037300         SET RC-WARNING TO TRUE
037400     END-IF.
037500 1090-PARSE-PARM-CARD-EXIT.
037600     EXIT.
037700
037800 2000-ACCEPT-AND-VALIDATE-OPTIONS.
037900     IF NOT WS-PARM-FOUND
038000         ACCEPT OPT1
038100         ACCEPT OPT2
038200     END-IF.
038300
038400     MOVE 'N' TO WS-COMBO-FOUND-SW.
038500     PERFORM 2100-CHECK-ONE-COMBO
038600         THRU 2100-CHECK-ONE-COMBO-EXIT
038700         VARYING WS-COMBO-SUB FROM 1 BY 1
038800         UNTIL WS-COMBO-SUB > 5.
038900
039000     IF WS-COMBO-FOUND
039100         COMPUTE OPTS = OPT1 + OPT2
039200     ELSE
039300         DISPLAY 'OPT1/OPT2 COMBINATION NOT ALLOWED'
039400         PERFORM 9710-WRITE-COMBO-EXCEPTION
039500             THRU 9710-WRITE-COMBO-EXCEPTION-EXIT
039600         SET RC-ERROR TO TRUE
039700     END-IF.
039800 2000-ACCEPT-AND-VALIDATE-OPTIONS-EXIT.
039900     EXIT.
040000
040100 2100-CHECK-ONE-COMBO.
040200     IF OPT1 = WS-VALID-OPT1(WS-COMBO-SUB)
040300             AND OPT2 = WS-VALID-OPT2(WS-COMBO-SUB)
040400         MOVE 'Y' TO WS-COMBO-FOUND-SW
040500     END-IF.
040600 2100-CHECK-ONE-COMBO-EXIT.
040700     EXIT.
040800
040900 3000-CONNECT-WITH-FAILOVER.
041000*    TRY THE PRIMARY QUEUE MANAGER FIRST, THEN THE SECONDARY ON
041100*    ANY FAILURE TO CONNECT.
041200     MOVE 1 TO WS-QMGR-SUB.
041300     PERFORM 3100-ATTEMPT-CONNECT
041400         THRU 3100-ATTEMPT-CONNECT-EXIT.
041500     IF NOT WS-CONNECTED AND WS-QMGR-SUB < 2
041600         ADD 1 TO WS-QMGR-SUB
041700         PERFORM 3100-ATTEMPT-CONNECT
041800             THRU 3100-ATTEMPT-CONNECT-EXIT
041900     END-IF.
042000
042100     IF NOT WS-CONNECTED
042200         DISPLAY 'UNABLE TO CONNECT TO ANY QUEUE MANAGER'
042300         PERFORM 9700-WRITE-EXCEPTION
042400             THRU 9700-WRITE-EXCEPTION-EXIT
042500         SET RC-SEVERE TO TRUE
042600     END-IF.
042700 3000-CONNECT-WITH-FAILOVER-EXIT.
042800     EXIT.
042900
043000 3100-ATTEMPT-CONNECT.
043100     CALL 'MQCONN' USING WS-QMGR-NAME(WS-QMGR-SUB), WS-HCONN,
043200         WS-COMPCODE, WS-REASON.
043300     IF WS-COMPCODE = ZERO
043400         MOVE 'Y' TO WS-CONNECTED-SW
043500     END-IF.
043600 3100-ATTEMPT-CONNECT-EXIT.
043700     EXIT.
043800
043900 4000-OPEN-QUEUE.
044000*    SAME PRIMARY/SECONDARY FAILOVER AS 3000-CONNECT-WITH-
044100*    FAILOVER - IF THE OPEN FAILS ON THE QUEUE MANAGER WE
044200*    CONNECTED TO, FAIL OVER TO THE OTHER ONE AND RETRY THE
044300*    OPEN BEFORE GIVING UP.
044400     PERFORM 4100-ATTEMPT-OPEN
044500         THRU 4100-ATTEMPT-OPEN-EXIT.
044600
044700     IF WS-COMPCODE NOT = ZERO AND WS-QMGR-SUB < 2
044800         ADD 1 TO WS-QMGR-SUB
044900         PERFORM 3100-ATTEMPT-CONNECT
045000             THRU 3100-ATTEMPT-CONNECT-EXIT
045100         IF WS-CONNECTED
045200             PERFORM 4100-ATTEMPT-OPEN
045300                 THRU 4100-ATTEMPT-OPEN-EXIT
045400         END-IF
045500     END-IF.
045600
045700     IF WS-COMPCODE NOT = ZERO
045800         PERFORM 9800-LOOKUP-REASON-TEXT
045900             THRU 9800-LOOKUP-REASON-TEXT-EXIT
046000         DISPLAY 'MQOPEN FAILED - ' WS-REASON-TEXT
046100         PERFORM 9700-WRITE-EXCEPTION
046200             THRU 9700-WRITE-EXCEPTION-EXIT
046300         SET RC-ERROR TO TRUE
046400     END-IF.
046500 4000-OPEN-QUEUE-EXIT.
046600     EXIT.
046700
046800 4100-ATTEMPT-OPEN.
046900     CALL 'MQOPEN' USING WS-HCONN, WS-OBJECT-DESC, OPTS, WS-HOBJ,
047000         WS-COMPCODE, WS-REASON.
047100 4100-ATTEMPT-OPEN-EXIT.
047200     EXIT.
047300
047400 5000-GET-MESSAGE.
047500*    THE ORIGINAL VERSION STOPPED AFTER MQOPEN AND NEVER
047600*    RETRIEVED A MESSAGE.  THE DRAIN LOOP NOW CALLS THIS ONCE
047700*    PER MESSAGE UNTIL THE QUEUE IS EMPTY OR THE LIMIT HITS.
047800*    MQGET MATCHES ON THE DESCRIPTOR'S MSGID/CORRELID AND ALSO
047900*    FILLS THEM FROM THE MESSAGE IT RETURNS - CLEAR BOTH BEFORE
048000*    EVERY GET OR THE SECOND GET RE-SELECTS ON THE FIRST
048100*    MESSAGE'S IDS AND THE DRAIN STOPS AT ONE MESSAGE.
048200     MOVE LOW-VALUES TO WS-MD-MSG-ID.
048300     MOVE LOW-VALUES TO WS-MD-CORREL-ID.
048400     CALL 'MQGET' USING WS-HCONN, WS-HOBJ, WS-MSG-DESC,
048500         WS-GET-OPTS, WS-BUFFER-LEN, WS-BUFFER, WS-DATA-LEN,
048600         WS-COMPCODE, WS-REASON.
048700
048800     IF WS-REASON = 2033
048900*        NO MESSAGE AVAILABLE - THE QUEUE IS DRAINED.
049000         SET WS-DRAIN-DONE TO TRUE
049100         GO TO 5000-GET-MESSAGE-EXIT
049200     END-IF.
049300     IF WS-COMPCODE NOT = ZERO
049400         PERFORM 9800-LOOKUP-REASON-TEXT
049500             THRU 9800-LOOKUP-REASON-TEXT-EXIT
049600         DISPLAY 'MQGET FAILED - ' WS-REASON-TEXT
049700         PERFORM 9700-WRITE-EXCEPTION
049800             THRU 9700-WRITE-EXCEPTION-EXIT
049900         SET RC-WARNING TO TRUE
050000         PERFORM 5900-WRITE-REPLAY-LOG
050100             THRU 5900-WRITE-REPLAY-LOG-EXIT
050200         SET WS-DRAIN-DONE TO TRUE
050300         GO TO 5000-GET-MESSAGE-EXIT
050400     END-IF.
050500
050600     PERFORM 5300-PROCESS-AND-REPLY
050700         THRU 5300-PROCESS-AND-REPLY-EXIT.
050800
050900     IF WS-MSG-FAILED
051000         PERFORM 5500-HANDLE-FAILED-MESSAGE
051100             THRU 5500-HANDLE-FAILED-MESSAGE-EXIT
051200     ELSE
051300         ADD 1 TO WS-MSGS-PROCESSED
051400         ADD 1 TO WS-MSGS-IN-UOW
051500         IF WS-MSGS-IN-UOW NOT < WS-UOW-SIZE
051600             CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE,
051700                 WS-REASON
051800             MOVE ZERO TO WS-MSGS-IN-UOW
051900         END-IF
052000     END-IF.
052100     PERFORM 5900-WRITE-REPLAY-LOG
052200         THRU 5900-WRITE-REPLAY-LOG-EXIT.
052300 5000-GET-MESSAGE-EXIT.
052400     EXIT.
052500
052600 5300-PROCESS-AND-REPLY.
052700*    THE REQUEST BODY CARRIES OPT1 IN BYTE 1 AND OPT2 IN
052800*    BYTES 2-3.  THE COMBINATION IS VALIDATED AGAINST THE
052900*    SAME TABLE THE START-UP OPTIONS USE, THE OPTS RESULT IS
053000*    COMPUTED, AND THE ANSWER GOES BACK TO THE REQUEST'S
053100*    REPLY-TO QUEUE CORRELATED BY THE REQUEST'S MESSAGE ID.
053200     MOVE 'N' TO WS-MSG-FAILED-SW.
053300     IF WS-BUFFER(1:3) IS NOT NUMERIC
053400         SET WS-MSG-FAILED TO TRUE
053500         MOVE 'REQUEST OPTIONS NOT NUMERIC' TO
053600             WS-MSG-FAIL-REASON
053700         GO TO 5300-PROCESS-AND-REPLY-EXIT
053800     END-IF.
053900
054000     MOVE WS-BUFFER(1:1) TO WS-MSG-OPT1.
054100     MOVE WS-BUFFER(2:2) TO WS-MSG-OPT2.
054200     PERFORM 5350-CHECK-MSG-COMBO
054300         THRU 5350-CHECK-MSG-COMBO-EXIT.
054400     IF NOT WS-MSG-COMBO-OK
054500         SET WS-MSG-FAILED TO TRUE
054600         MOVE 'OPT1/OPT2 COMBINATION NOT ALLOWED' TO
054700             WS-MSG-FAIL-REASON
054800         GO TO 5300-PROCESS-AND-REPLY-EXIT
054900     END-IF.
055000
055100     COMPUTE WS-MSG-OPTS = WS-MSG-OPT1 + WS-MSG-OPT2.
055200     MOVE SPACES TO WS-REPLY-BUFFER.
055300     STRING 'RESULT OPTS=' WS-MSG-OPTS
055400         DELIMITED BY SIZE
055500         INTO WS-REPLY-BUFFER
055600     END-STRING.
055700     PERFORM 5400-PUT-REPLY
055800         THRU 5400-PUT-REPLY-EXIT.
055900 5300-PROCESS-AND-REPLY-EXIT.
056000     EXIT.
056100
056200 5350-CHECK-MSG-COMBO.
056300     MOVE 'N' TO WS-MSG-COMBO-OK-SW.
056400     PERFORM 5360-CHECK-ONE-MSG-COMBO
056500         THRU 5360-CHECK-ONE-MSG-COMBO-EXIT
056600         VARYING WS-COMBO-SUB FROM 1 BY 1
056700         UNTIL WS-COMBO-SUB > 5.
056800 5350-CHECK-MSG-COMBO-EXIT.
056900     EXIT.
057000
057100 5360-CHECK-ONE-MSG-COMBO.
057200     IF WS-MSG-OPT1 = WS-VALID-OPT1(WS-COMBO-SUB)
057300             AND WS-MSG-OPT2 = WS-VALID-OPT2(WS-COMBO-SUB)
057400         MOVE 'Y' TO WS-MSG-COMBO-OK-SW
057500     END-IF.
057600 5360-CHECK-ONE-MSG-COMBO-EXIT.
057700     EXIT.
057800
057900 5400-PUT-REPLY.
058000*    MQPUT1 OPENS, PUTS AND CLOSES THE REPLY-TO QUEUE IN ONE
058100*    CALL.  THE REPLY'S CORRELATION ID IS THE REQUEST'S
058200*    MESSAGE ID, WHICH IS HOW THE SENDER TIES THE ANSWER TO
058300*    ITS REQUEST.
058400     IF WS-MD-REPLYTOQ = SPACES
058500         DISPLAY 'DOCALC - REQUEST HAS NO REPLY-TO QUEUE'
058600         ADD 1 TO WS-REPLIES-FAILED
058700         SET RC-WARNING TO TRUE
058800         GO TO 5400-PUT-REPLY-EXIT
058900     END-IF.
059000
059100     MOVE SPACES TO WS-REPLY-DESC.
059200     MOVE WS-MD-MSG-ID TO WS-RD-CORREL-ID.
059300     MOVE WS-MD-REPLYTOQ TO WS-REPLY-OBJ-DESC.
059400     CALL 'MQPUT1' USING WS-HCONN, WS-REPLY-OBJ-DESC,
059500         WS-REPLY-DESC, WS-PUT-OPTS, WS-REPLY-LEN,
059600         WS-REPLY-BUFFER, WS-COMPCODE, WS-REASON.
059700
059800     IF WS-COMPCODE = ZERO
059900         ADD 1 TO WS-REPLIES-SENT
060000     ELSE
060100         PERFORM 9800-LOOKUP-REASON-TEXT
060200             THRU 9800-LOOKUP-REASON-TEXT-EXIT
060300         DISPLAY 'MQPUT1 FAILED - ' WS-REASON-TEXT
060400         PERFORM 9700-WRITE-EXCEPTION
060500             THRU 9700-WRITE-EXCEPTION-EXIT
060600         ADD 1 TO WS-REPLIES-FAILED
060700         SET RC-WARNING TO TRUE
060800     END-IF.
060900 5400-PUT-REPLY-EXIT.
061000     EXIT.
061100
061200 5500-HANDLE-FAILED-MESSAGE.
061300*    FIRST FEW FAILURES BACK THE GET OUT SO THE MESSAGE IS
061400*    RETRIED - A TRANSIENT ABEND CLEARS THAT WAY.  ONCE THE
061500*    SAME MESSAGE ID HAS FAILED WS-MAX-MSG-RETRIES TIMES THE
061600*    MESSAGE IS CONSUMED TO THE DEAD-LETTER DATASET WITH ITS
061700*    FAILING REASON, THE SENDER IS TOLD, AND THE REST OF THE
061800*    QUEUE KEEPS MOVING.
061900     IF WS-MD-MSG-ID = WS-LAST-MSG-ID
062000         ADD 1 TO WS-MSG-RETRY-COUNT
062100     ELSE
062200         MOVE WS-MD-MSG-ID TO WS-LAST-MSG-ID
062300         MOVE 1 TO WS-MSG-RETRY-COUNT
062400     END-IF.
062500
062600     IF WS-MSG-RETRY-COUNT < WS-MAX-MSG-RETRIES
062700         CALL 'MQBACK' USING WS-HCONN, WS-COMPCODE, WS-REASON
062800*        THE BACKOUT RETURNS THE CURRENT UNIT'S UNCOMMITTED
062900*        MESSAGES TOO - THEY RE-ARRIVE AND ARE REPROCESSED,
063000*        SO THEIR COUNTS COME BACK OFF.
063100         SUBTRACT WS-MSGS-IN-UOW FROM WS-MSGS-PROCESSED
063200         MOVE ZERO TO WS-MSGS-IN-UOW
063300         GO TO 5500-HANDLE-FAILED-MESSAGE-EXIT
063400     END-IF.
063500
063600     MOVE WS-TODAY-YYYYMMDD TO DLQ-RUN-DATE.
063700     MOVE WS-TIME-HHMMSSHH  TO DLQ-RUN-TIME.
063800     MOVE WS-MSG-FAIL-REASON TO DLQ-FAIL-REASON.
063900     MOVE WS-MD-MSG-ID TO DLQ-MSG-ID.
064000     MOVE WS-BUFFER TO DLQ-MSG-DATA.
064100     MOVE WS-MD-REPLYTOQ TO DLQ-REPLYTOQ.
064200     WRITE DEAD-LETTER-RECORD.
064300     ADD 1 TO WS-MSGS-DEADLETTERED.
064400     ADD 1 TO WS-MSGS-FAILED.
064500     CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON.
064600     MOVE ZERO TO WS-MSGS-IN-UOW.
064700     SET RC-WARNING TO TRUE.
064800
064900     MOVE SPACES TO WS-REPLY-BUFFER.
065000     STRING 'REQUEST DEAD-LETTERED - ' WS-MSG-FAIL-REASON
065100         DELIMITED BY SIZE
065200         INTO WS-REPLY-BUFFER
065300     END-STRING.
065400     PERFORM 5400-PUT-REPLY
065500         THRU 5400-PUT-REPLY-EXIT.
065600 5500-HANDLE-FAILED-MESSAGE-EXIT.
065700     EXIT.
065800
065900 6000-INQUIRE-REMAINING-DEPTH.
066000*    SELECTOR 3 IS CURRENT QUEUE DEPTH - THE SUMMARY TELLS
066100*    OPERATIONS HOW MUCH IS STILL WAITING WHEN THE RUN STOPS
066200*    ON THE MESSAGE-COUNT LIMIT.
066300     CALL 'MQINQ' USING WS-HCONN, WS-HOBJ,
066400         WS-INQ-SELECTOR-COUNT, WS-INQ-SELECTORS,
066500         WS-INQ-INT-ATTR-COUNT, WS-INQ-INT-ATTRS,
066600         WS-INQ-CHAR-ATTR-LEN, WS-INQ-CHAR-ATTRS,
066700         WS-COMPCODE, WS-REASON.
066800     IF WS-COMPCODE NOT = ZERO
066900         MOVE -1 TO WS-REMAINING-DEPTH
067000     END-IF.
067100 6000-INQUIRE-REMAINING-DEPTH-EXIT.
067200     EXIT.
067300
067400 5900-WRITE-REPLAY-LOG.
067500*    ONE LINE PER MQGET ATTEMPT SO A FAILED OR INTERRUPTED RUN
067600*    CAN BE REPLAYED FROM THE LOG INSTEAD OF RE-READING THE
067700*    QUEUE.
067800     MOVE WS-HOBJ TO WS-HOBJ-EDIT.
067900     MOVE WS-COMPCODE TO WS-COMPCODE-EDIT.
068000     MOVE WS-REASON TO WS-REASON-EDIT.
068100     MOVE WS-DATA-LEN TO WS-DATA-LEN-EDIT.
068200     MOVE SPACES TO REPLAY-LOG-LINE.
068300     STRING 'HOBJ=' WS-HOBJ-EDIT
068400            ' COMPCODE=' WS-COMPCODE-EDIT
068500            ' REASON=' WS-REASON-EDIT
068600            ' DATALEN=' WS-DATA-LEN-EDIT
068700            ' MSG=' WS-BUFFER(1:40)
068800         DELIMITED BY SIZE
068900         INTO REPLAY-LOG-LINE
069000     END-STRING.
069100     WRITE REPLAY-LOG-LINE.
069200 5900-WRITE-REPLAY-LOG-EXIT.
069300     EXIT.
069400
069500 9000-FINISH.
069600     DISPLAY 'DOCALC - COMPCODE: ' WS-COMPCODE.
069700     DISPLAY 'DOCALC - REASON  : ' WS-REASON.
069800     DISPLAY 'DOCALC - REPLIES SENT  : ' WS-REPLIES-SENT.
069900     DISPLAY 'DOCALC - REPLIES FAILED: ' WS-REPLIES-FAILED.
070000     DISPLAY 'DOCALC - DEAD-LETTERED : ' WS-MSGS-DEADLETTERED.
070100     DISPLAY 'DOCALC - PROCESSED     : ' WS-MSGS-PROCESSED.
070200     DISPLAY 'DOCALC - FAILED        : ' WS-MSGS-FAILED.
070300     MOVE WS-REMAINING-DEPTH TO WS-DEPTH-EDIT.
070400     DISPLAY 'DOCALC - REMAINING DEPTH: ' WS-DEPTH-EDIT.
070500     DISPLAY 'DOCALC - RETURN CODE: ' WS-RETURN-CODE.
070600 9000-FINISH-EXIT.
070700     EXIT.
070800
070900 9700-WRITE-EXCEPTION.
071000     MOVE 'DOCALC' TO EXC-PROGRAM-ID.
071100     MOVE WS-QMGR-NAME(WS-QMGR-SUB) TO EXC-KEY-VALUE.
071200     MOVE WS-REASON TO WS-REASON-CODE-EDIT.
071300     MOVE WS-REASON-CODE-EDIT TO EXC-REASON-CODE.
071400     PERFORM 9800-LOOKUP-REASON-TEXT
071500         THRU 9800-LOOKUP-REASON-TEXT-EXIT.
071600     MOVE WS-REASON-TEXT TO EXC-REASON-TEXT.
071700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
071800     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
071900     MOVE SPACES TO EXC-OPERATOR-ID.
072000     WRITE EXC-RECORD.
072100 9700-WRITE-EXCEPTION-EXIT.
072200     EXIT.
072300
072400 9710-WRITE-COMBO-EXCEPTION.
072500*    A REJECTED OPT1/OPT2 COMBINATION HAS NO MQ REASON CODE
072600*    AND NO QUEUE MANAGER INVOLVED YET, SO IT GETS ITS OWN
072700*    EXCEPTION WRITER RATHER THAN REUSING 9700-WRITE-
072800*    EXCEPTION, WHICH WOULD STAMP THE RECORD WITH WHATEVER
072900*    WS-QMGR-SUB AND WS-REASON HAPPENED TO BE LEFT OVER.
073000     MOVE 'DOCALC' TO EXC-PROGRAM-ID.
073100     MOVE SPACES TO EXC-KEY-VALUE.
073200     STRING 'OPT1=' OPT1 ' OPT2=' OPT2
073300         DELIMITED BY SIZE
073400         INTO EXC-KEY-VALUE
073500     END-STRING.
073600     MOVE 'E901' TO EXC-REASON-CODE.
073700     MOVE 'OPT1/OPT2 COMBINATION NOT ALLOWED' TO
073800         EXC-REASON-TEXT.
073900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
074000     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
074100     MOVE SPACES TO EXC-OPERATOR-ID.
074200     WRITE EXC-RECORD.
074300 9710-WRITE-COMBO-EXCEPTION-EXIT.
074400     EXIT.
074500
074600 9800-LOOKUP-REASON-TEXT.
074700     MOVE 'UNKNOWN REASON CODE' TO WS-REASON-TEXT.
074800     PERFORM 9810-CHECK-ONE-REASON
074900         THRU 9810-CHECK-ONE-REASON-EXIT
075000         VARYING WS-REASON-SUB FROM 1 BY 1
075100         UNTIL WS-REASON-SUB > 5.
075200 9800-LOOKUP-REASON-TEXT-EXIT.
075300     EXIT.
075400
075500 9810-CHECK-ONE-REASON.
075600     IF WS-REASON = WS-REASON-CODE-TBL(WS-REASON-SUB)
075700         MOVE WS-REASON-TEXT-TBL(WS-REASON-SUB) TO WS-REASON-TEXT
075800     END-IF.
075900 9810-CHECK-ONE-REASON-EXIT.
076000     EXIT.
076100
076200 9999-EXIT.
076300     CLOSE REPLAY-LOG.
076400     CLOSE EXCEPTION-FILE.
076500     CLOSE DEAD-LETTER-FILE.
076600     MOVE WS-RETURN-CODE TO RETURN-CODE.
076700     STOP RUN.
