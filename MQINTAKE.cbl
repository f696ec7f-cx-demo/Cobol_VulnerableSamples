002400*                    WRITTEN, SO A MIS-KEYED DEPOT MESSAGE IS
002500*                    DEAD-LETTERED AND REPORTED INSTEAD OF
002600*                    HALF-KEYED INTO THE POSTING DATASETS.
002700*   2026-10-15 RLW  NEW 'OHDR' ORDER HEADER MESSAGE - ORDER
002800*                    NUMBER, OWNER, SHIP-TO, REQUESTED SHIP DATE
002900*                    AND CARRIER.  THE SHIP-TO MUST BE ACTIVE
003000*                    FOR THE OWNER ON THE SHIPTO MASTER (SEE
003100*                    SHIPREC); A BLANK DATE IS TODAY AND A BLANK
003200*                    CARRIER THE SHIP-TO'S DEFAULT.  THE HEADER
003300*                    IS WRITTEN TO THE INDEXED ORDHDR FILE (SEE
003400*                    OHDRREC), AND A DEPOT RE-SENDING A HEADER
003500*                    REPLACES THE ONE ALREADY THERE.
003600*   2026-10-15 RLW  UNITS OF MEASURE - RECEIPT AND ORDER
003700*                    MESSAGES MAY CARRY A UNIT CODE AFTER THE
003800*                    FIXED FIELDS (BLANK OR EA = EACHES).  ANY
003900*                    OTHER UNIT MUST BE DEFINED FOR THE ITEM ON
004000*                    UOMMAST (SEE UOMREC) OR THE MESSAGE IS
004100*                    DEAD-LETTERED.  RECEIPTS PASS THE UNIT TO
004200*                    RCVPOST, WHICH CONVERTS AS IT POSTS; ORDER
004300*                    LINES ARE CONVERTED HERE, SO THE ORDR
004400*                    QUANTITY IS ALWAYS EACHES AND THE UNIT AND
004500*                    FACTOR RIDE ALONG FOR THE PICK LIST.
004600*   2026-10-15 RLW  RECEIPT MESSAGES MAY END WITH THE DEPOT
004700*                    RECEIVER'S OPERATOR ID AFTER THE UNIT,
004800*                    PASSED ON THE RCPT RECORD FOR RCVPOST TO
004900*                    CHECK AGAINST OPAUTH AND LOG AS LABOR.
005000*   2026-10-15 RLW  AND MAY END WITH THE TRUCK'S ARRIVAL TIME
005100*                    (HHMM) AFTER THE OPERATOR, PASSED ON THE
005200*                    RCPT RECORD FOR RCVPOST'S DOCK APPOINTMENT
005300*                    MATCH.  BLANK IS NOT RECORDED.
005400*   2026-10-15 RLW  A DEPOT RECEIPT OF A HIGH-VALUE ITEM CARRIES
005500*                    ITS SERIALS AFTER THE ARRIVAL TIME - UP TO
005600*                    FIVE, TWENTY BYTES EACH - PASSED ON THE RCPT
005700*                    RECORD FOR RCVPOST TO CHECK AND RECEIVE.
005800*   2026-10-15 RLW  MQINDLQ IS NOW APPENDED TO INSTEAD OF
005900*                    REPLACED EACH RUN, SO A DEAD-LETTERED
006000*                    MESSAGE STAYS THERE UNTIL DLQREVW CLOSES IT.
006100*                    THE RECORD MOVES TO THE SHARED DLQREC
006200*                    LAYOUT AND KEEPS THE WHOLE 200-BYTE BODY -
006300*                    A RECEIPT'S SERIALS WERE BEING CUT OFF.
006400*   2026-10-15 RLW  A NEWLY CREATED ORDHDR IS CLOSED AND OPENED
006500*                    I-O, AS REPLGEN DOES FOR REPLTASK - AN
006600*                    OUTPUT-ONLY FILE REFUSED THE DUPLICATE
006700*                    CHECK READ ON THE FIRST RUN.
006800*================================================================
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT RECEIPT-QUEUE-FILE ASSIGN TO "RCPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RCPT-STATUS.
007500
007600     SELECT ORDER-QUEUE-FILE ASSIGN TO "ORDR"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-ORDR-STATUS.
007900
008000     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS IM-KEY
008400         FILE STATUS IS WS-IM-STATUS.
008500
008600     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS LOC-ID
009000         FILE STATUS IS WS-LOCMAST-STATUS.
009100
009200     SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS SHIP-KEY
009600         FILE STATUS IS WS-SHIP-STATUS.
009700
009800     SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS OHDR-KEY
010200         FILE STATUS IS WS-OHDR-STATUS.
010300
010400     SELECT UOM-MASTER ASSIGN TO "UOMMAST"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS UOM-KEY
010800         FILE STATUS IS WS-UOM-STATUS.
010900
011000     SELECT REPLAY-LOG ASSIGN TO "MQINREPL"
011100         ORGANIZATION IS LINE SEQUENTIAL.
011200
011300     SELECT DEAD-LETTER-FILE ASSIGN TO "MQINDLQ"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-DLQ-STATUS.
011600
011700     SELECT EXCEPTION-FILE ASSIGN TO "MQINEXC"
011800         ORGANIZATION IS LINE SEQUENTIAL.
011900
012000 DATA DIVISION.
012100 FILE SECTION.
012200 FD  RECEIPT-QUEUE-FILE.
012300 01  RECEIPT-MESSAGE.
012400     05  RCPT-OWNER                  PIC X(20).
012500     05  RCPT-ITEM-NAME              PIC X(20).
012600     05  RCPT-QUANTITY               PIC 9(05).
012700     05  RCPT-LOT-NO                 PIC X(10).
012800     05  RCPT-EXPIRY                 PIC 9(08).
012900     05  RCPT-UOM                    PIC X(02).
013000     05  RCPT-OPERATOR               PIC X(08).
013100     05  RCPT-ARRIVAL-TIME           PIC X(04).
013200     05  RCPT-SERIAL-LIST.
013300         10  RCPT-SERIAL             PIC X(20) OCCURS 10 TIMES.
013400
013500 FD  ORDER-QUEUE-FILE.
013600 01  ORDER-MESSAGE.
013700     05  ORDR-ORDER-NO               PIC X(08).
013800     05  ORDR-OWNER                  PIC X(20).
013900     05  ORDR-ITEM-NAME              PIC X(20).
014000     05  ORDR-QUANTITY               PIC 9(05).
014100     05  ORDR-PRIORITY               PIC 9(01).
014200     05  ORDR-ORDER-UOM              PIC X(02).
014300     05  ORDR-UOM-FACTOR             PIC 9(05).
014400
014500 FD  ITEM-MASTER.
014600     COPY ITEMMREC.
014700
014800 FD  LOCATION-MASTER.
014900     COPY LOCREC.
015000
015100 FD  SHIP-TO-FILE.
015200     COPY SHIPREC.
015300
015400 FD  ORDER-HEADER-FILE.
015500     COPY OHDRREC.
015600
015700 FD  UOM-MASTER.
015800     COPY UOMREC.
015900
016000 FD  REPLAY-LOG.
016100 01  REPLAY-LOG-LINE                  PIC X(120).
016200
016300 FD  DEAD-LETTER-FILE.
016400     COPY DLQREC.
016500
016600 FD  EXCEPTION-FILE.
016700     COPY EXCREC.
016800
016900 WORKING-STORAGE SECTION.
017000 COPY RETCODES.
017100
017200 01  WS-RCPT-STATUS                PIC X(02) VALUE '00'.
017300     88  RCPT-STATUS-OK            VALUE '00'.
017400 01  WS-ORDR-STATUS                PIC X(02) VALUE '00'.
017500     88  ORDR-STATUS-OK            VALUE '00'.
017600 01  WS-IM-STATUS                  PIC X(02) VALUE '00'.
017700     88  IM-STATUS-OK              VALUE '00'.
017800 01  WS-LOCMAST-STATUS             PIC X(02) VALUE '00'.
017900     88  LOCMAST-STATUS-OK         VALUE '00'.
018000 01  WS-DLQ-STATUS                 PIC X(02) VALUE '00'.
018100     88  DLQ-STATUS-OK             VALUE '00'.
018200 01  WS-SHIP-STATUS                PIC X(02) VALUE '00'.
018300     88  SHIP-STATUS-OK            VALUE '00'.
018400 01  WS-OHDR-STATUS                PIC X(02) VALUE '00'.
018500     88  OHDR-STATUS-OK            VALUE '00'.
018600 01  WS-UOM-STATUS                 PIC X(02) VALUE '00'.
018700     88  UOM-STATUS-OK             VALUE '00'.
018800 01  WS-UOMS-OPEN-SW               PIC X(01) VALUE 'N'.
018900     88  WS-UOMS-OPEN              VALUE 'Y'.
019000
019100*    QUEUE-MANAGER CONNECT WITH FAILOVER - SAME PAIR DOCALC
019200*    USES.
019300 01  WS-HCONN                         PIC S9(9) COMP VALUE ZERO.
019400 01  WS-QMGR-TABLE.
019500     05  WS-QMGR-NAME OCCURS 2 TIMES  PIC X(48).
019600 01  WS-QMGR-SUB                      PIC 9 COMP VALUE 1.
019700 01  WS-CONNECTED-SW                  PIC X(01) VALUE 'N'.
019800     88  WS-CONNECTED                  VALUE 'Y'.
019900
020000 01  WS-OBJECT-DESC                   PIC X(48)
020100                                     VALUE 'DEPOT.INTAKE.1'.
020200 01  WS-OPEN-OPTS                     PIC 9(03) VALUE 1.
020300 01  WS-HOBJ                          PIC S9(9) COMP VALUE ZERO.
020400 01  WS-COMPCODE                      PIC S9(9) COMP VALUE ZERO.
020500 01  WS-REASON                        PIC S9(9) COMP VALUE ZERO.
020600
020700 01  WS-MSG-DESC.
020800     05  WS-MD-MSG-ID                 PIC X(24).
020900     05  WS-MD-CORREL-ID              PIC X(24).
021000     05  WS-MD-REPLYTOQ               PIC X(48).
021100     05  FILLER                       PIC X(04).
021200 01  WS-GET-OPTS                      PIC X(100) VALUE SPACES.
021300 01  WS-BUFFER                        PIC X(200) VALUE SPACES.
021400 01  WS-BUFFER-LEN                    PIC S9(9) COMP VALUE 200.
021500 01  WS-DATA-LEN                      PIC S9(9) COMP VALUE ZERO.
021600
021700*    THE MESSAGE BODY - BYTES 1-4 ARE THE RECORD TYPE, THE
021800*    REST IS THE POSTING RECORD PLUS, ON RECEIPTS, THE DOCK
021900*    LOCATION THE DEPOT RECEIVED AGAINST.
022000*      'RCPT' + OWNER(20) ITEM(20) QTY(5) LOT(10) EXPIRY(8)
022100*             + DOCK(10) UNIT(2)              = 79 BYTES
022200*      'ORDR' + ORDER-NO(8) OWNER(20) ITEM(20) QTY(5) PRI(1)
022300*             + UNIT(2)                       = 60 BYTES
022400*      'OHDR' + ORDER-NO(8) OWNER(20) SHIP-TO(10) REQ-DATE(8)
022500*             + CARRIER(4)                    = 54 BYTES
022600 01  WS-MSG-TYPE                      PIC X(04) VALUE SPACES.
022700     88  WS-MSG-IS-RECEIPT            VALUE 'RCPT'.
022800     88  WS-MSG-IS-ORDER              VALUE 'ORDR'.
022900     88  WS-MSG-IS-ORDER-HEADER       VALUE 'OHDR'.
023000 01  WS-MSG-DOCK                      PIC X(10) VALUE SPACES.
023100 01  WS-MSG-UOM                       PIC X(02) VALUE SPACES.
023200 01  WS-MSG-QTY                       PIC 9(05) VALUE ZERO.
023300 01  WS-UOM-FACTOR                    PIC 9(05) VALUE 1.
023400 01  WS-BASE-WORK                     PIC 9(10) VALUE ZERO.
023500
023600*    POISON-MESSAGE TRACKING - SAME RULE AS DOCALC.
023700 01  WS-MAX-MSG-RETRIES               PIC 9(02) VALUE 3.
023800 01  WS-MSG-RETRY-COUNT               PIC 9(02) VALUE ZERO.
023900 01  WS-LAST-MSG-ID                   PIC X(24) VALUE SPACES.
024000 01  WS-MSG-FAILED-SW                 PIC X(01) VALUE 'N'.
024100     88  WS-MSG-FAILED                VALUE 'Y'.
024200 01  WS-MSG-FAIL-REASON               PIC X(40) VALUE SPACES.
024300 01  WS-MSGS-DEADLETTERED             PIC 9(07) VALUE ZERO.
024400
024500*    DRAIN-MODE CONTROLS.
024600 01  WS-DRAIN-DONE-SW                 PIC X(01) VALUE 'N'.
024700     88  WS-DRAIN-DONE                VALUE 'Y'.
024800 01  WS-MSG-LIMIT                     PIC 9(05) VALUE 500.
024900 01  WS-UOW-SIZE                      PIC 9(03) VALUE 25.
025000 01  WS-MSGS-IN-UOW                   PIC 9(03) VALUE ZERO.
025100 01  WS-MSGS-PROCESSED                PIC 9(07) VALUE ZERO.
025200 01  WS-MSGS-FAILED                   PIC 9(07) VALUE ZERO.
025300 01  WS-RECEIPTS-WRITTEN              PIC 9(07) VALUE ZERO.
025400 01  WS-ORDERS-WRITTEN                PIC 9(07) VALUE ZERO.
025500 01  WS-HEADERS-WRITTEN               PIC 9(07) VALUE ZERO.
025600
025700 01  WS-FOUND-SW                      PIC X(01) VALUE 'N'.
025800     88  WS-FOUND                     VALUE 'Y'.
025900
026000*    MQINQ PARAMETER SET - ONE INTEGER SELECTOR (3 = CURRENT
026100*    QUEUE DEPTH), NO CHARACTER ATTRIBUTES.
026200 01  WS-INQ-SELECTOR-COUNT            PIC S9(9) COMP VALUE 1.
026300 01  WS-INQ-SELECTORS.
026400     05  WS-DEPTH-SELECTOR            PIC S9(9) COMP VALUE 3.
026500 01  WS-INQ-INT-ATTR-COUNT            PIC S9(9) COMP VALUE 1.
026600 01  WS-INQ-INT-ATTRS.
026700     05  WS-REMAINING-DEPTH           PIC S9(9) COMP VALUE ZERO.
026800 01  WS-INQ-CHAR-ATTR-LEN             PIC S9(9) COMP VALUE ZERO.
026900 01  WS-INQ-CHAR-ATTRS                PIC X(01) VALUE SPACE.
027000 01  WS-DEPTH-EDIT                    PIC -(8).
027100 01  WS-HOBJ-EDIT                     PIC -(9).
027200 01  WS-COMPCODE-EDIT                 PIC -(9).
027300 01  WS-REASON-EDIT                   PIC -(9).
027400 01  WS-DATA-LEN-EDIT                 PIC -(9).
027500
027600*    REASON-CODE TRANSLATION TABLE.
027700 01  WS-REASON-TABLE.
027800     05  WS-REASON-ENTRY OCCURS 5 TIMES.
027900         10  WS-REASON-CODE-TBL       PIC S9(9) COMP.
028000         10  WS-REASON-TEXT-TBL       PIC X(40).
028100 01  WS-REASON-SUB                    PIC 9 COMP.
028200 01  WS-REASON-TEXT                   PIC X(40) VALUE SPACES.
028300 01  WS-REASON-CODE-EDIT              PIC 9(04) VALUE ZERO.
028400
028500 01  WS-CURRENT-DATE-TIME.
028600     05  WS-TODAY-YYYYMMDD            PIC 9(08).
028700     05  WS-TIME-HHMMSSHH             PIC 9(08).
028800     05  FILLER                       PIC X(05).
028900
029000 PROCEDURE DIVISION.
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE
029300         THRU 1000-INITIALIZE-EXIT.
029400     IF RC-SEVERE
029500         PERFORM 9000-FINISH
029600             THRU 9000-FINISH-EXIT
029700         GO TO 9999-EXIT
029800     END-IF.
029900
030000     PERFORM 3000-CONNECT-WITH-FAILOVER
030100         THRU 3000-CONNECT-WITH-FAILOVER-EXIT.
030200     IF NOT WS-CONNECTED
030300         PERFORM 9000-FINISH
030400             THRU 9000-FINISH-EXIT
030500         GO TO 9999-EXIT
030600     END-IF.
030700
030800     PERFORM 4000-OPEN-QUEUE
030900         THRU 4000-OPEN-QUEUE-EXIT.
031000     IF WS-COMPCODE NOT = ZERO
031100         PERFORM 9000-FINISH
031200             THRU 9000-FINISH-EXIT
031300         GO TO 9999-EXIT
031400     END-IF.
031500
031600     PERFORM 5000-GET-MESSAGE
031700         THRU 5000-GET-MESSAGE-EXIT
031800         UNTIL WS-DRAIN-DONE
031900             OR WS-MSGS-PROCESSED + WS-MSGS-FAILED
032000                 NOT < WS-MSG-LIMIT.
032100
032200     IF WS-MSGS-IN-UOW > ZERO
032300         CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON
032400     END-IF.
032500     PERFORM 6000-INQUIRE-REMAINING-DEPTH
032600         THRU 6000-INQUIRE-REMAINING-DEPTH-EXIT.
032700
032800     PERFORM 9000-FINISH
032900         THRU 9000-FINISH-EXIT.
033000     GO TO 9999-EXIT.
033100
033200 1000-INITIALIZE.
033300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
033400     OPEN OUTPUT REPLAY-LOG.
033500     OPEN OUTPUT EXCEPTION-FILE.
033600*    THE DEAD-LETTER DATASET IS CUMULATIVE - EACH RUN APPENDS,
033700*    THE CYCADJLG PATTERN - AND ENTRIES ARE CLOSED BY DLQREVW.
033800     OPEN EXTEND DEAD-LETTER-FILE.
033900     IF NOT DLQ-STATUS-OK
034000         OPEN OUTPUT DEAD-LETTER-FILE
034100     END-IF.
034200
034300*    THE POSTING DATASETS ARE APPENDED TO - THE POSTING RUNS
034400*    READ WHATEVER IS THERE WHEN THEY START, AND A BRIDGE RUN
034500*    MUST NOT WIPE RECORDS OPS KEYED BY HAND.
034600     OPEN EXTEND RECEIPT-QUEUE-FILE.
034700     IF NOT RCPT-STATUS-OK
034800         OPEN OUTPUT RECEIPT-QUEUE-FILE
034900     END-IF.
035000     IF NOT RCPT-STATUS-OK
035100         DISPLAY 'MQINTAKE - UNABLE TO OPEN RCPT, STATUS='
035200             WS-RCPT-STATUS
035300         SET RC-SEVERE TO TRUE
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF.
035600     OPEN EXTEND ORDER-QUEUE-FILE.
035700     IF NOT ORDR-STATUS-OK
035800         OPEN OUTPUT ORDER-QUEUE-FILE
035900     END-IF.
036000     IF NOT ORDR-STATUS-OK
036100         DISPLAY 'MQINTAKE - UNABLE TO OPEN ORDR, STATUS='
036200             WS-ORDR-STATUS
036300         SET RC-SEVERE TO TRUE
036400         GO TO 1000-INITIALIZE-EXIT
036500     END-IF.
036600
036700     OPEN INPUT ITEM-MASTER.
036800     IF NOT IM-STATUS-OK
036900         DISPLAY 'MQINTAKE - UNABLE TO OPEN ITEMMAST, STATUS='
037000             WS-IM-STATUS
037100         SET RC-SEVERE TO TRUE
037200         GO TO 1000-INITIALIZE-EXIT
037300     END-IF.
037400     OPEN INPUT LOCATION-MASTER.
037500     IF NOT LOCMAST-STATUS-OK
037600         DISPLAY 'MQINTAKE - UNABLE TO OPEN LOCMAST, STATUS='
037700             WS-LOCMAST-STATUS
037800         SET RC-SEVERE TO TRUE
037900         GO TO 1000-INITIALIZE-EXIT
038000     END-IF.
038100     OPEN INPUT SHIP-TO-FILE.
038200     IF NOT SHIP-STATUS-OK
038300         DISPLAY 'MQINTAKE - UNABLE TO OPEN SHIPTO, STATUS='
038400             WS-SHIP-STATUS
038500         SET RC-SEVERE TO TRUE
038600         GO TO 1000-INITIALIZE-EXIT
038700     END-IF.
038800*    THE FIRST RUN CREATES THE HEADER FILE.
038900     OPEN I-O ORDER-HEADER-FILE.
039000     IF NOT OHDR-STATUS-OK
039100         OPEN OUTPUT ORDER-HEADER-FILE
039200         CLOSE ORDER-HEADER-FILE
039300         OPEN I-O ORDER-HEADER-FILE
039400     END-IF.
039500     IF NOT OHDR-STATUS-OK
039600         DISPLAY 'MQINTAKE - UNABLE TO OPEN ORDHDR, STATUS='
039700             WS-OHDR-STATUS
039800         SET RC-SEVERE TO TRUE
039900         GO TO 1000-INITIALIZE-EXIT
040000     END-IF.
040100*    THE UNIT TABLE IS ONLY NEEDED FOR MESSAGES NOT IN EACHES -
040200*    WITHOUT IT THOSE DEAD-LETTER AND THE REST STILL FLOW.
040300     OPEN INPUT UOM-MASTER.
040400     IF UOM-STATUS-OK
040500         SET WS-UOMS-OPEN TO TRUE
040600     END-IF.
040700
040800     MOVE 'QM1' TO WS-QMGR-NAME(1).
040900     MOVE 'QM2' TO WS-QMGR-NAME(2).
041000
041100     MOVE 0 TO WS-REASON-CODE-TBL(1).
041200     MOVE 'NONE' TO WS-REASON-TEXT-TBL(1).
041300     MOVE 2059 TO WS-REASON-CODE-TBL(2).
041400     MOVE 'QUEUE MANAGER NOT AVAILABLE' TO WS-REASON-TEXT-TBL(2).
041500     MOVE 2085 TO WS-REASON-CODE-TBL(3).
041600     MOVE 'UNKNOWN OBJECT NAME' TO WS-REASON-TEXT-TBL(3).
041700     MOVE 2033 TO WS-REASON-CODE-TBL(4).
041800     MOVE 'NO MESSAGE AVAILABLE' TO WS-REASON-TEXT-TBL(4).
041900     MOVE 2019 TO WS-REASON-CODE-TBL(5).
042000     MOVE 'HANDLE NOT AVAILABLE' TO WS-REASON-TEXT-TBL(5).
042100 1000-INITIALIZE-EXIT.
042200     EXIT.
042300
042400 3000-CONNECT-WITH-FAILOVER.
042500*    TRY THE PRIMARY QUEUE MANAGER FIRST, THEN THE SECONDARY ON
042600*    ANY FAILURE TO CONNECT.
042700     MOVE 1 TO WS-QMGR-SUB.
042800     PERFORM 3100-ATTEMPT-CONNECT
042900         THRU 3100-ATTEMPT-CONNECT-EXIT.
043000     IF NOT WS-CONNECTED AND WS-QMGR-SUB < 2
043100         ADD 1 TO WS-QMGR-SUB
043200         PERFORM 3100-ATTEMPT-CONNECT
043300             THRU 3100-ATTEMPT-CONNECT-EXIT
043400     END-IF.
043500
043600     IF NOT WS-CONNECTED
043700         DISPLAY 'MQINTAKE - UNABLE TO CONNECT TO ANY '
043800             'QUEUE MANAGER'
043900         PERFORM 9700-WRITE-EXCEPTION
044000             THRU 9700-WRITE-EXCEPTION-EXIT
044100         SET RC-SEVERE TO TRUE
044200     END-IF.
044300 3000-CONNECT-WITH-FAILOVER-EXIT.
044400     EXIT.
044500
044600 3100-ATTEMPT-CONNECT.
044700     CALL 'MQCONN' USING WS-QMGR-NAME(WS-QMGR-SUB), WS-HCONN,
044800         WS-COMPCODE, WS-REASON.
044900     IF WS-COMPCODE = ZERO
045000         MOVE 'Y' TO WS-CONNECTED-SW
045100     END-IF.
045200 3100-ATTEMPT-CONNECT-EXIT.
045300     EXIT.
045400
045500 4000-OPEN-QUEUE.
045600*    SAME PRIMARY/SECONDARY FAILOVER AS 3000-CONNECT-WITH-
045700*    FAILOVER - IF THE OPEN FAILS ON THE QUEUE MANAGER WE
045800*    CONNECTED TO, FAIL OVER TO THE OTHER ONE AND RETRY THE
045900*    OPEN BEFORE GIVING UP.
046000     PERFORM 4100-ATTEMPT-OPEN
046100         THRU 4100-ATTEMPT-OPEN-EXIT.
046200
046300     IF WS-COMPCODE NOT = ZERO AND WS-QMGR-SUB < 2
046400         ADD 1 TO WS-QMGR-SUB
046500         PERFORM 3100-ATTEMPT-CONNECT
046600             THRU 3100-ATTEMPT-CONNECT-EXIT
046700         IF WS-CONNECTED
046800             PERFORM 4100-ATTEMPT-OPEN
046900                 THRU 4100-ATTEMPT-OPEN-EXIT
047000         END-IF
047100     END-IF.
047200
047300     IF WS-COMPCODE NOT = ZERO
047400         PERFORM 9800-LOOKUP-REASON-TEXT
047500             THRU 9800-LOOKUP-REASON-TEXT-EXIT
047600         DISPLAY 'MQINTAKE - MQOPEN FAILED - ' WS-REASON-TEXT
047700         PERFORM 9700-WRITE-EXCEPTION
047800             THRU 9700-WRITE-EXCEPTION-EXIT
047900         SET RC-ERROR TO TRUE
048000     END-IF.
048100 4000-OPEN-QUEUE-EXIT.
048200     EXIT.
048300
048400 4100-ATTEMPT-OPEN.
048500     CALL 'MQOPEN' USING WS-HCONN, WS-OBJECT-DESC, WS-OPEN-OPTS,
048600         WS-HOBJ, WS-COMPCODE, WS-REASON.
048700 4100-ATTEMPT-OPEN-EXIT.
048800     EXIT.
048900
049000 5000-GET-MESSAGE.
049100*    MQGET MATCHES ON THE DESCRIPTOR'S MSGID/CORRELID AND ALSO
049200*    FILLS THEM FROM THE MESSAGE IT RETURNS - CLEAR BOTH BEFORE
049300*    EVERY GET OR THE SECOND GET RE-SELECTS ON THE FIRST
049400*    MESSAGE'S IDS AND THE DRAIN STOPS AT ONE MESSAGE.
049500     MOVE LOW-VALUES TO WS-MD-MSG-ID.
049600     MOVE LOW-VALUES TO WS-MD-CORREL-ID.
049700     CALL 'MQGET' USING WS-HCONN, WS-HOBJ, WS-MSG-DESC,
049800         WS-GET-OPTS, WS-BUFFER-LEN, WS-BUFFER, WS-DATA-LEN,
049900         WS-COMPCODE, WS-REASON.
050000
050100     IF WS-REASON = 2033
050200*        NO MESSAGE AVAILABLE - THE QUEUE IS DRAINED.
050300         SET WS-DRAIN-DONE TO TRUE
050400         GO TO 5000-GET-MESSAGE-EXIT
050500     END-IF.
050600     IF WS-COMPCODE NOT = ZERO
050700         PERFORM 9800-LOOKUP-REASON-TEXT
050800             THRU 9800-LOOKUP-REASON-TEXT-EXIT
050900         DISPLAY 'MQINTAKE - MQGET FAILED - ' WS-REASON-TEXT
051000         PERFORM 9700-WRITE-EXCEPTION
051100             THRU 9700-WRITE-EXCEPTION-EXIT
051200         SET RC-WARNING TO TRUE
051300         PERFORM 5900-WRITE-REPLAY-LOG
051400             THRU 5900-WRITE-REPLAY-LOG-EXIT
051500         SET WS-DRAIN-DONE TO TRUE
051600         GO TO 5000-GET-MESSAGE-EXIT
051700     END-IF.
051800
051900     PERFORM 5300-VALIDATE-AND-WRITE
052000         THRU 5300-VALIDATE-AND-WRITE-EXIT.
052100
052200     IF WS-MSG-FAILED
052300         PERFORM 5500-HANDLE-FAILED-MESSAGE
052400             THRU 5500-HANDLE-FAILED-MESSAGE-EXIT
052500     ELSE
052600         ADD 1 TO WS-MSGS-PROCESSED
052700         ADD 1 TO WS-MSGS-IN-UOW
052800         IF WS-MSGS-IN-UOW NOT < WS-UOW-SIZE
052900             CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE,
053000                 WS-REASON
053100             MOVE ZERO TO WS-MSGS-IN-UOW
053200         END-IF
053300     END-IF.
053400     PERFORM 5900-WRITE-REPLAY-LOG
053500         THRU 5900-WRITE-REPLAY-LOG-EXIT.
053600 5000-GET-MESSAGE-EXIT.
053700     EXIT.
053800
053900 5300-VALIDATE-AND-WRITE.
054000     MOVE 'N' TO WS-MSG-FAILED-SW.
054100     MOVE WS-BUFFER(1:4) TO WS-MSG-TYPE.
054200     EVALUATE TRUE
054300         WHEN WS-MSG-IS-RECEIPT
054400             PERFORM 5310-VALIDATE-RECEIPT
054500                 THRU 5310-VALIDATE-RECEIPT-EXIT
054600         WHEN WS-MSG-IS-ORDER
054700             PERFORM 5320-VALIDATE-ORDER
054800                 THRU 5320-VALIDATE-ORDER-EXIT
054900         WHEN WS-MSG-IS-ORDER-HEADER
055000             PERFORM 5330-VALIDATE-ORDER-HEADER
055100                 THRU 5330-VALIDATE-ORDER-HEADER-EXIT
055200         WHEN OTHER
055300             SET WS-MSG-FAILED TO TRUE
055400             MOVE 'MESSAGE TYPE NOT RCPT, ORDR OR OHDR' TO
055500                 WS-MSG-FAIL-REASON
055600     END-EVALUATE.
055700 5300-VALIDATE-AND-WRITE-EXIT.
055800     EXIT.
055900
056000 5310-VALIDATE-RECEIPT.
056100*    'RCPT' + OWNER(20) ITEM(20) QTY(5) LOT(10) EXPIRY(8)
056200*    + DOCK(10) UNIT(2) OPERATOR(8).  THE DOCK IS THE DEPOT'S
056300*    RECEIVING LOCATION - CHECKED REAL AND ACTIVE, BUT NOT
056400*    CARRIED ON THE RCPT RECORD, WHERE PUT-AWAY IS BINMOVE'S
056500*    JOB.  THE OPERATOR IS PASSED THROUGH UNCHECKED - RCVPOST
056600*    CHECKS IT WHEN THE RECEIPT POSTS.
056700     IF WS-BUFFER(45:5) IS NOT NUMERIC
056800         SET WS-MSG-FAILED TO TRUE
056900         MOVE 'RECEIPT QUANTITY NOT NUMERIC' TO
057000             WS-MSG-FAIL-REASON
057100         GO TO 5310-VALIDATE-RECEIPT-EXIT
057200     END-IF.
057300     IF WS-BUFFER(60:8) IS NOT NUMERIC
057400         SET WS-MSG-FAILED TO TRUE
057500         MOVE 'RECEIPT EXPIRY NOT NUMERIC' TO
057600             WS-MSG-FAIL-REASON
057700         GO TO 5310-VALIDATE-RECEIPT-EXIT
057800     END-IF.
057900
058000     PERFORM 5350-CHECK-ITEM-MASTER
058100         THRU 5350-CHECK-ITEM-MASTER-EXIT.
058200     IF NOT WS-FOUND
058300         SET WS-MSG-FAILED TO TRUE
058400         MOVE 'OWNER/ITEM NOT ON ITEM MASTER' TO
058500             WS-MSG-FAIL-REASON
058600         GO TO 5310-VALIDATE-RECEIPT-EXIT
058700     END-IF.
058800
058900     MOVE WS-BUFFER(68:10) TO WS-MSG-DOCK.
059000     PERFORM 5360-CHECK-DOCK-LOCATION
059100         THRU 5360-CHECK-DOCK-LOCATION-EXIT.
059200     IF NOT WS-FOUND
059300         SET WS-MSG-FAILED TO TRUE
059400         MOVE 'DOCK NOT ON LOCATION MASTER' TO
059500             WS-MSG-FAIL-REASON
059600         GO TO 5310-VALIDATE-RECEIPT-EXIT
059700     END-IF.
059800
059900     MOVE WS-BUFFER(78:2) TO WS-MSG-UOM.
060000     PERFORM 5370-GET-UOM-FACTOR
060100         THRU 5370-GET-UOM-FACTOR-EXIT.
060200     IF NOT WS-FOUND
060300         SET WS-MSG-FAILED TO TRUE
060400         MOVE 'RECEIPT UNIT NOT DEFINED FOR THE ITEM' TO
060500             WS-MSG-FAIL-REASON
060600         GO TO 5310-VALIDATE-RECEIPT-EXIT
060700     END-IF.
060800
060900     MOVE WS-BUFFER(5:20)  TO RCPT-OWNER.
061000     MOVE WS-BUFFER(25:20) TO RCPT-ITEM-NAME.
061100     MOVE WS-BUFFER(45:5)  TO RCPT-QUANTITY.
061200     MOVE WS-BUFFER(50:10) TO RCPT-LOT-NO.
061300     MOVE WS-BUFFER(60:8)  TO RCPT-EXPIRY.
061400     MOVE WS-MSG-UOM       TO RCPT-UOM.
061500     MOVE WS-BUFFER(80:8)  TO RCPT-OPERATOR.
061600     MOVE WS-BUFFER(88:4)  TO RCPT-ARRIVAL-TIME.
061700     MOVE SPACES           TO RCPT-SERIAL-LIST.
061800     MOVE WS-BUFFER(92:100) TO RCPT-SERIAL-LIST(1:100).
061900     WRITE RECEIPT-MESSAGE.
062000     ADD 1 TO WS-RECEIPTS-WRITTEN.
062100 5310-VALIDATE-RECEIPT-EXIT.
062200     EXIT.
062300
062400 5320-VALIDATE-ORDER.
062500*    'ORDR' + ORDER-NO(8) OWNER(20) ITEM(20) QTY(5) PRI(1)
062600*    + UNIT(2).  THE LINE IS WRITTEN IN EACHES, WITH THE UNIT
062700*    THE CUSTOMER ORDERED IN AND ITS FACTOR ALONGSIDE.
062800     IF WS-BUFFER(53:5) IS NOT NUMERIC
062900         SET WS-MSG-FAILED TO TRUE
063000         MOVE 'ORDER QUANTITY NOT NUMERIC' TO
063100             WS-MSG-FAIL-REASON
063200         GO TO 5320-VALIDATE-ORDER-EXIT
063300     END-IF.
063400     IF WS-BUFFER(5:8) = SPACES
063500         SET WS-MSG-FAILED TO TRUE
063600         MOVE 'ORDER NUMBER MISSING' TO WS-MSG-FAIL-REASON
063700         GO TO 5320-VALIDATE-ORDER-EXIT
063800     END-IF.
063900
064000     MOVE WS-BUFFER(13:20) TO IM-OWNER.
064100     MOVE WS-BUFFER(33:20) TO IM-ITEM-NAME.
064200     PERFORM 5355-READ-ITEM-MASTER
064300         THRU 5355-READ-ITEM-MASTER-EXIT.
064400     IF NOT WS-FOUND
064500         SET WS-MSG-FAILED TO TRUE
064600         MOVE 'OWNER/ITEM NOT ON ITEM MASTER' TO
064700             WS-MSG-FAIL-REASON
064800         GO TO 5320-VALIDATE-ORDER-EXIT
064900     END-IF.
065000
065100     MOVE WS-BUFFER(59:2) TO WS-MSG-UOM.
065200     PERFORM 5370-GET-UOM-FACTOR
065300         THRU 5370-GET-UOM-FACTOR-EXIT.
065400     IF NOT WS-FOUND
065500         SET WS-MSG-FAILED TO TRUE
065600         MOVE 'ORDER UNIT NOT DEFINED FOR THE ITEM' TO
065700             WS-MSG-FAIL-REASON
065800         GO TO 5320-VALIDATE-ORDER-EXIT
065900     END-IF.
066000     MOVE WS-BUFFER(53:5) TO WS-MSG-QTY.
066100     COMPUTE WS-BASE-WORK = WS-MSG-QTY * WS-UOM-FACTOR.
066200     IF WS-BASE-WORK > 99999
066300         SET WS-MSG-FAILED TO TRUE
066400         MOVE 'ORDER QUANTITY IN EACHES EXCEEDS 99999' TO
066500             WS-MSG-FAIL-REASON
066600         GO TO 5320-VALIDATE-ORDER-EXIT
066700     END-IF.
066800
066900     MOVE WS-BUFFER(5:8)   TO ORDR-ORDER-NO.
067000     MOVE WS-BUFFER(13:20) TO ORDR-OWNER.
067100     MOVE WS-BUFFER(33:20) TO ORDR-ITEM-NAME.
067200     MOVE WS-BASE-WORK     TO ORDR-QUANTITY.
067300     MOVE WS-MSG-UOM       TO ORDR-ORDER-UOM.
067400     MOVE WS-UOM-FACTOR    TO ORDR-UOM-FACTOR.
067500*    BLANK OR UNREADABLE PRIORITY TAKES THE STANDARD CLASS 5,
067600*    THE SAME DEFAULT THE ALLOCATOR APPLIES.
067700     IF WS-BUFFER(58:1) IS NUMERIC
067800         MOVE WS-BUFFER(58:1) TO ORDR-PRIORITY
067900     ELSE
068000         MOVE 5 TO ORDR-PRIORITY
068100     END-IF.
068200     WRITE ORDER-MESSAGE.
068300     ADD 1 TO WS-ORDERS-WRITTEN.
068400 5320-VALIDATE-ORDER-EXIT.
068500     EXIT.
068600
068700 5330-VALIDATE-ORDER-HEADER.
068800*    'OHDR' + ORDER-NO(8) OWNER(20) SHIP-TO(10) REQ-DATE(8)
068900*    + CARRIER(4).  THE HEADER MAY ARRIVE BEFORE OR AFTER ITS
069000*    ORDR LINES - ALLOCATION MATCHES THEM ON ORDER AND OWNER.
069100     IF WS-BUFFER(5:8) = SPACES
069200         SET WS-MSG-FAILED TO TRUE
069300         MOVE 'ORDER NUMBER MISSING' TO WS-MSG-FAIL-REASON
069400         GO TO 5330-VALIDATE-ORDER-HEADER-EXIT
069500     END-IF.
069600     IF WS-BUFFER(43:8) NOT = SPACES
069700             AND WS-BUFFER(43:8) IS NOT NUMERIC
069800         SET WS-MSG-FAILED TO TRUE
069900         MOVE 'REQUESTED SHIP DATE NOT NUMERIC' TO
070000             WS-MSG-FAIL-REASON
070100         GO TO 5330-VALIDATE-ORDER-HEADER-EXIT
070200     END-IF.
070300
070400     MOVE WS-BUFFER(13:20) TO SHIP-OWNER.
070500     MOVE WS-BUFFER(33:10) TO SHIP-TO-ID.
070600     MOVE 'N' TO WS-FOUND-SW.
070700     READ SHIP-TO-FILE
070800         INVALID KEY CONTINUE
070900         NOT INVALID KEY
071000             IF SHIP-ACTIVE
071100                 SET WS-FOUND TO TRUE
071200             END-IF
071300     END-READ.
071400     IF NOT WS-FOUND
071500         SET WS-MSG-FAILED TO TRUE
071600         MOVE 'SHIP-TO NOT ACTIVE FOR OWNER' TO
071700             WS-MSG-FAIL-REASON
071800         GO TO 5330-VALIDATE-ORDER-HEADER-EXIT
071900     END-IF.
072000
072100     MOVE WS-BUFFER(5:8)   TO OHDR-ORDER-NO.
072200     MOVE WS-BUFFER(13:20) TO OHDR-OWNER.
072300     MOVE WS-BUFFER(33:10) TO OHDR-SHIP-TO-ID.
072400     IF WS-BUFFER(43:8) = SPACES
072500         MOVE WS-TODAY-YYYYMMDD TO OHDR-REQ-SHIP-DATE
072600     ELSE
072700         MOVE WS-BUFFER(43:8) TO OHDR-REQ-SHIP-DATE
072800     END-IF.
072900     IF WS-BUFFER(51:4) = SPACES
073000         MOVE SHIP-DEFAULT-CARRIER TO OHDR-CARRIER
073100     ELSE
073200         MOVE WS-BUFFER(51:4) TO OHDR-CARRIER
073300     END-IF.
073400     MOVE WS-TODAY-YYYYMMDD TO OHDR-ENTRY-DATE.
073500     SET OHDR-FROM-DEPOT TO TRUE.
073600     WRITE ORDER-HEADER-RECORD
073700         INVALID KEY
073800             REWRITE ORDER-HEADER-RECORD
073900                 INVALID KEY CONTINUE
074000             END-REWRITE
074100     END-WRITE.
074200     IF NOT OHDR-STATUS-OK
074300         SET WS-MSG-FAILED TO TRUE
074400         MOVE 'ORDHDR WRITE FAILED' TO WS-MSG-FAIL-REASON
074500         GO TO 5330-VALIDATE-ORDER-HEADER-EXIT
074600     END-IF.
074700     ADD 1 TO WS-HEADERS-WRITTEN.
074800 5330-VALIDATE-ORDER-HEADER-EXIT.
074900     EXIT.
075000
075100 5350-CHECK-ITEM-MASTER.
075200     MOVE WS-BUFFER(5:20)  TO IM-OWNER.
075300     MOVE WS-BUFFER(25:20) TO IM-ITEM-NAME.
075400     PERFORM 5355-READ-ITEM-MASTER
075500         THRU 5355-READ-ITEM-MASTER-EXIT.
075600 5350-CHECK-ITEM-MASTER-EXIT.
075700     EXIT.
075800
075900 5355-READ-ITEM-MASTER.
076000     MOVE 'N' TO WS-FOUND-SW.
076100     READ ITEM-MASTER
076200         INVALID KEY CONTINUE
076300         NOT INVALID KEY SET WS-FOUND TO TRUE
076400     END-READ.
076500 5355-READ-ITEM-MASTER-EXIT.
076600     EXIT.
076700
076800 5360-CHECK-DOCK-LOCATION.
076900     MOVE 'N' TO WS-FOUND-SW.
077000     MOVE WS-MSG-DOCK TO LOC-ID.
077100     READ LOCATION-MASTER
077200         INVALID KEY CONTINUE
077300         NOT INVALID KEY
077400             IF LOC-ACTIVE
077500                 SET WS-FOUND TO TRUE
077600             END-IF
077700     END-READ.
077800 5360-CHECK-DOCK-LOCATION-EXIT.
077900     EXIT.
078000
078100 5370-GET-UOM-FACTOR.
078200*    BLANK OR EA IS EACHES, FACTOR 1.  ANY OTHER UNIT MUST BE ON
078300*    UOMMAST FOR THE ITEM ITEM-MASTER WAS JUST READ FOR.
078400     MOVE 'N' TO WS-FOUND-SW.
078500     MOVE 1 TO WS-UOM-FACTOR.
078600     IF WS-MSG-UOM = SPACES
078700         MOVE 'EA' TO WS-MSG-UOM
078800     END-IF.
078900     IF WS-MSG-UOM = 'EA'
079000         SET WS-FOUND TO TRUE
079100         GO TO 5370-GET-UOM-FACTOR-EXIT
079200     END-IF.
079300     IF NOT WS-UOMS-OPEN
079400         GO TO 5370-GET-UOM-FACTOR-EXIT
079500     END-IF.
079600     MOVE IM-OWNER     TO UOM-OWNER.
079700     MOVE IM-ITEM-NAME TO UOM-ITEM-NAME.
079800     MOVE WS-MSG-UOM   TO UOM-CODE.
079900     READ UOM-MASTER
080000         INVALID KEY CONTINUE
080100         NOT INVALID KEY
080200             MOVE UOM-FACTOR TO WS-UOM-FACTOR
080300             SET WS-FOUND TO TRUE
080400     END-READ.
080500 5370-GET-UOM-FACTOR-EXIT.
080600     EXIT.
080700
080800 5500-HANDLE-FAILED-MESSAGE.
080900*    FIRST FEW FAILURES BACK THE GET OUT SO THE MESSAGE IS
081000*    RETRIED - A TRANSIENT ABEND CLEARS THAT WAY.  ONCE THE
081100*    SAME MESSAGE ID HAS FAILED WS-MAX-MSG-RETRIES TIMES THE
081200*    MESSAGE IS CONSUMED TO THE DEAD-LETTER DATASET WITH ITS
081300*    FAILING REASON, AND THE REST OF THE QUEUE KEEPS MOVING.
081400     IF WS-MD-MSG-ID = WS-LAST-MSG-ID
081500         ADD 1 TO WS-MSG-RETRY-COUNT
081600     ELSE
081700         MOVE WS-MD-MSG-ID TO WS-LAST-MSG-ID
081800         MOVE 1 TO WS-MSG-RETRY-COUNT
081900     END-IF.
082000
082100     IF WS-MSG-RETRY-COUNT < WS-MAX-MSG-RETRIES
082200         CALL 'MQBACK' USING WS-HCONN, WS-COMPCODE, WS-REASON
082300*        THE BACKOUT RETURNS THE CURRENT UNIT'S UNCOMMITTED
082400*        MESSAGES TOO - THEY RE-ARRIVE AND ARE REPROCESSED,
082500*        SO THEIR COUNTS COME BACK OFF.
082600         SUBTRACT WS-MSGS-IN-UOW FROM WS-MSGS-PROCESSED
082700         MOVE ZERO TO WS-MSGS-IN-UOW
082800         GO TO 5500-HANDLE-FAILED-MESSAGE-EXIT
082900     END-IF.
083000
083100     MOVE WS-TODAY-YYYYMMDD TO DLQ-RUN-DATE.
083200     MOVE WS-TIME-HHMMSSHH  TO DLQ-RUN-TIME.
083300     MOVE WS-MSG-FAIL-REASON TO DLQ-FAIL-REASON.
083400     MOVE WS-MD-MSG-ID TO DLQ-MSG-ID.
083500     MOVE WS-BUFFER TO DLQ-MSG-DATA.
083600     MOVE SPACES TO DLQ-REPLYTOQ.
083700     WRITE DEAD-LETTER-RECORD.
083800     ADD 1 TO WS-MSGS-DEADLETTERED.
083900     ADD 1 TO WS-MSGS-FAILED.
084000     CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON.
084100     MOVE ZERO TO WS-MSGS-IN-UOW.
084200     SET RC-WARNING TO TRUE.
084300
084400     MOVE 'MQINTAKE' TO EXC-PROGRAM-ID.
084500     MOVE WS-BUFFER(5:20) TO EXC-KEY-VALUE.
084600     MOVE 'E340' TO EXC-REASON-CODE.
084700     MOVE WS-MSG-FAIL-REASON TO EXC-REASON-TEXT.
084800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
084900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
085000     MOVE SPACES TO EXC-OPERATOR-ID.
085100     WRITE EXC-RECORD.
085200 5500-HANDLE-FAILED-MESSAGE-EXIT.
085300     EXIT.
085400
085500 6000-INQUIRE-REMAINING-DEPTH.
085600*    SELECTOR 3 IS CURRENT QUEUE DEPTH - THE SUMMARY TELLS
085700*    OPERATIONS HOW MUCH IS STILL WAITING WHEN THE RUN STOPS
085800*    ON THE MESSAGE-COUNT LIMIT.
085900     CALL 'MQINQ' USING WS-HCONN, WS-HOBJ,
086000         WS-INQ-SELECTOR-COUNT, WS-INQ-SELECTORS,
086100         WS-INQ-INT-ATTR-COUNT, WS-INQ-INT-ATTRS,
086200         WS-INQ-CHAR-ATTR-LEN, WS-INQ-CHAR-ATTRS,
086300         WS-COMPCODE, WS-REASON.
086400     IF WS-COMPCODE NOT = ZERO
086500         MOVE -1 TO WS-REMAINING-DEPTH
086600     END-IF.
086700 6000-INQUIRE-REMAINING-DEPTH-EXIT.
086800     EXIT.
086900
087000 5900-WRITE-REPLAY-LOG.
087100*    ONE LINE PER MQGET ATTEMPT SO A FAILED OR INTERRUPTED RUN
087200*    CAN BE REPLAYED FROM THE LOG INSTEAD OF RE-READING THE
087300*    QUEUE.
087400     MOVE WS-HOBJ TO WS-HOBJ-EDIT.
087500     MOVE WS-COMPCODE TO WS-COMPCODE-EDIT.
087600     MOVE WS-REASON TO WS-REASON-EDIT.
087700     MOVE WS-DATA-LEN TO WS-DATA-LEN-EDIT.
087800     MOVE SPACES TO REPLAY-LOG-LINE.
087900     STRING 'HOBJ=' WS-HOBJ-EDIT
088000            ' COMPCODE=' WS-COMPCODE-EDIT
088100            ' REASON=' WS-REASON-EDIT
088200            ' DATALEN=' WS-DATA-LEN-EDIT
088300            ' MSG=' WS-BUFFER(1:40)
088400         DELIMITED BY SIZE
088500         INTO REPLAY-LOG-LINE
088600     END-STRING.
088700     WRITE REPLAY-LOG-LINE.
088800 5900-WRITE-REPLAY-LOG-EXIT.
088900     EXIT.
089000
089100 9000-FINISH.
089200     DISPLAY 'MQINTAKE - PROCESSED     : ' WS-MSGS-PROCESSED.
089300     DISPLAY 'MQINTAKE - RECEIPTS OUT  : ' WS-RECEIPTS-WRITTEN.
089400     DISPLAY 'MQINTAKE - ORDERS OUT    : ' WS-ORDERS-WRITTEN.
089500     DISPLAY 'MQINTAKE - HEADERS OUT   : ' WS-HEADERS-WRITTEN.
089600     DISPLAY 'MQINTAKE - FAILED        : ' WS-MSGS-FAILED.
089700     DISPLAY 'MQINTAKE - DEAD-LETTERED : ' WS-MSGS-DEADLETTERED.
089800     MOVE WS-REMAINING-DEPTH TO WS-DEPTH-EDIT.
089900     DISPLAY 'MQINTAKE - REMAINING DEPTH: ' WS-DEPTH-EDIT.
090000     DISPLAY 'MQINTAKE - RETURN CODE   : ' WS-RETURN-CODE.
090100 9000-FINISH-EXIT.
090200     EXIT.
090300
090400 9700-WRITE-EXCEPTION.
090500     MOVE 'MQINTAKE' TO EXC-PROGRAM-ID.
090600     MOVE WS-QMGR-NAME(WS-QMGR-SUB) TO EXC-KEY-VALUE.
090700     MOVE WS-REASON TO WS-REASON-CODE-EDIT.
090800     MOVE WS-REASON-CODE-EDIT TO EXC-REASON-CODE.
090900     PERFORM 9800-LOOKUP-REASON-TEXT
091000         THRU 9800-LOOKUP-REASON-TEXT-EXIT.
091100     MOVE WS-REASON-TEXT TO EXC-REASON-TEXT.
091200     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
091300     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
091400     MOVE SPACES TO EXC-OPERATOR-ID.
091500     WRITE EXC-RECORD.
091600 9700-WRITE-EXCEPTION-EXIT.
091700     EXIT.
091800
091900 9800-LOOKUP-REASON-TEXT.
092000     MOVE 'UNKNOWN REASON CODE' TO WS-REASON-TEXT.
092100     PERFORM 9810-CHECK-ONE-REASON
092200         THRU 9810-CHECK-ONE-REASON-EXIT
092300         VARYING WS-REASON-SUB FROM 1 BY 1
092400         UNTIL WS-REASON-SUB > 5.
092500 9800-LOOKUP-REASON-TEXT-EXIT.
092600     EXIT.
092700
092800 9810-CHECK-ONE-REASON.
092900     IF WS-REASON = WS-REASON-CODE-TBL(WS-REASON-SUB)
093000         MOVE WS-REASON-TEXT-TBL(WS-REASON-SUB) TO WS-REASON-TEXT
093100     END-IF.
093200 9810-CHECK-ONE-REASON-EXIT.
093300     EXIT.
093400
093500 9999-EXIT.
093600     CLOSE RECEIPT-QUEUE-FILE.
093700     CLOSE ORDER-QUEUE-FILE.
093800     CLOSE ITEM-MASTER.
093900     CLOSE LOCATION-MASTER.
094000     CLOSE SHIP-TO-FILE.
094100     CLOSE ORDER-HEADER-FILE.
094200     IF WS-UOMS-OPEN
094300         CLOSE UOM-MASTER
094400     END-IF.
094500     CLOSE REPLAY-LOG.
094600     CLOSE EXCEPTION-FILE.
094700     CLOSE DEAD-LETTER-FILE.
094800     MOVE WS-RETURN-CODE TO RETURN-CODE.
094900     STOP RUN.
