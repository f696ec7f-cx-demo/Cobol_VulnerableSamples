000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKPUB.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  PUBLISHES THE STOCK
001000*                    MOVEMENT EVENTS THE POSTING RUNS WRITE TO
001100*                    STKMOVE (SEE MEVTREC) TO EACH SUBSCRIBED
001200*                    OWNER'S OUTBOUND MQ QUEUE (SEE PSUBREC),
001300*                    ONE MESSAGE PER EVENT, NUMBERED PER OWNER
001400*                    WITH NO GAPS.  ON THE SAME MQ STACK AND
001500*                    QUEUE-MANAGER FAILOVER AS DOCALC AND
001600*                    MQINTAKE.  EACH OWNER'S EVENTS GO IN UNITS
001700*                    OF WORK OF UP TO WS-UOW-SIZE; A UNIT IS
001800*                    LOGGED TO PUBLOG AND THE OWNER'S PLACE MOVED
001900*                    ON ONLY ONCE IT IS COMMITTED.  A PUT THAT
002000*                    FAILS BACKS THE UNIT OUT AND LEAVES THE REST
002100*                    OF THAT OWNER'S EVENTS FOR THE NEXT RUN.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-MEVT-STATUS.
002900
003000     SELECT SUBSCRIPTION-FILE ASSIGN TO "PUBSUB"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PSB-OWNER
003400         FILE STATUS IS WS-SUBS-STATUS.
003500
003600     SELECT PUBLISH-LOG ASSIGN TO "PUBLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PLOG-STATUS.
003900
004000     SELECT SORT-WORK ASSIGN TO "STKPSWRK".
004100
004200     SELECT EXCEPTION-FILE ASSIGN TO "STKPEXC"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BUSDATE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MOVEMENT-EVENTS.
005200     COPY MEVTREC.
005300
005400 FD  SUBSCRIPTION-FILE.
005500     COPY PSUBREC.
005600
005700 FD  PUBLISH-LOG.
005800     COPY PLOGREC.
005900
006000*    ONE RECORD PER EVENT PAST ITS OWNER'S PLACE, IN OWNER AND
006100*    JOURNAL ORDER.  AN EVENT THE OWNER DOES NOT WANT (WRONG
006200*    TYPE, OR POSTED BEFORE THE START DATE) STILL COMES
006300*    THROUGH, UNSENT, SO THE PLACE MOVES PAST IT.
006400 SD  SORT-WORK.
006500 01  SORT-EVENT-RECORD.
006600     05  SORT-OWNER                  PIC X(20).
006700     05  SORT-JOURNAL-NO             PIC 9(09).
006800     05  SORT-WANTED-SW              PIC X(01).
006900         88  SORT-WANTED             VALUE 'Y'.
007000     05  SORT-EVENT-DATE             PIC 9(08).
007100     05  SORT-EVENT-TIME             PIC 9(08).
007200     05  SORT-PROGRAM-ID             PIC X(08).
007300     05  SORT-ITEM-NAME              PIC X(20).
007400     05  SORT-TYPE                   PIC X(04).
007500     05  SORT-QUANTITY               PIC 9(07).
007600     05  SORT-ON-HAND                PIC 9(07).
007700     05  SORT-REFERENCE              PIC X(10).
007800
007900 FD  EXCEPTION-FILE.
008000     COPY EXCREC.
008100
008200 FD  BUSDATE-FILE.
008300     COPY BUSDATE.
008400
008500 WORKING-STORAGE SECTION.
008600     COPY RETCODES.
008700
008800 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
008900     88  MEVT-STATUS-OK              VALUE '00'.
009000     88  MEVT-STATUS-EOF             VALUE '10'.
009100 01  WS-SUBS-STATUS                 PIC X(02) VALUE '00'.
009200     88  SUBS-STATUS-OK              VALUE '00'.
009300 01  WS-PLOG-STATUS                 PIC X(02) VALUE '00'.
009400     88  PLOG-STATUS-OK              VALUE '00'.
009500 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
009600     88  BUSDATE-STATUS-OK           VALUE '00'.
009700 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
009800     88  SORT-AT-EOF                 VALUE 'Y'.
009900
010000*    QUEUE-MANAGER CONNECT WITH FAILOVER - SAME PAIR DOCALC
010100*    USES.
010200 01  WS-HCONN                         PIC S9(9) COMP VALUE ZERO.
010300 01  WS-QMGR-TABLE.
010400     05  WS-QMGR-NAME OCCURS 2 TIMES  PIC X(48).
010500 01  WS-QMGR-SUB                      PIC 9 COMP VALUE 1.
010600 01  WS-CONNECTED-SW                  PIC X(01) VALUE 'N'.
010700     88  WS-CONNECTED                  VALUE 'Y'.
010800 01  WS-COMPCODE                      PIC S9(9) COMP VALUE ZERO.
010900 01  WS-REASON                        PIC S9(9) COMP VALUE ZERO.
011000
011100*    MQPUT1 OPENS, PUTS AND CLOSES THE OWNER'S QUEUE IN ONE
011200*    CALL, UNDER SYNCPOINT, SO THE UNIT'S PUTS ARE ONLY SEEN
011300*    BY THE OWNER ONCE MQCMIT HAS RUN.
011400 01  WS-PUT-DESC.
011500     05  WS-PD-MSG-ID                 PIC X(24).
011600     05  WS-PD-CORREL-ID              PIC X(24).
011700     05  WS-PD-REPLYTOQ               PIC X(48).
011800     05  FILLER                       PIC X(04).
011900 01  WS-PUT-OBJ-DESC                  PIC X(48) VALUE SPACES.
012000 01  WS-PUT-OPTS                      PIC X(100) VALUE SPACES.
012100
012200*    THE MESSAGE BODY - BYTES 1-4 ARE THE RECORD TYPE.
012300*      'SMEV' + OWNER(20) ITEM(20) TYPE(4) QTY(7) ON-HAND(7)
012400*             + SEQUENCE(9) EVENT-DATE(8) EVENT-TIME(8)
012500*             + PROGRAM(8) REFERENCE(10)       = 105 BYTES
012600 01  WS-EVENT-MESSAGE.
012700     05  WS-EM-RECORD-TYPE            PIC X(04) VALUE 'SMEV'.
012800     05  WS-EM-OWNER                  PIC X(20).
012900     05  WS-EM-ITEM-NAME              PIC X(20).
013000     05  WS-EM-TYPE                   PIC X(04).
013100     05  WS-EM-QUANTITY               PIC 9(07).
013200     05  WS-EM-ON-HAND                PIC 9(07).
013300     05  WS-EM-SEQUENCE               PIC 9(09).
013400     05  WS-EM-EVENT-DATE             PIC 9(08).
013500     05  WS-EM-EVENT-TIME             PIC 9(08).
013600     05  WS-EM-PROGRAM-ID             PIC X(08).
013700     05  WS-EM-REFERENCE              PIC X(10).
013800 01  WS-MESSAGE-LEN                   PIC S9(9) COMP VALUE 105.
013900
014000*    THE UNIT OF WORK FOR THE CURRENT OWNER - THE LOG RECORDS
014100*    OF THE EVENTS PUT BUT NOT YET COMMITTED, AND THE OWNER'S
014200*    SEQUENCE AND PLACE AS AT THE LAST COMMIT, WHICH A BACKOUT
014300*    PUTS BACK.
014400 01  WS-UOW-SIZE                      PIC 9(03) VALUE 25.
014500 01  WS-MSGS-IN-UOW                   PIC 9(03) VALUE ZERO.
014600 01  WS-EVENTS-IN-UOW                 PIC 9(03) VALUE ZERO.
014700 01  WS-UOW-LOG-TABLE.
014800     05  WS-UOW-LOG-IMAGE OCCURS 25 TIMES PIC X(174).
014900 01  WS-UOW-SUB                       PIC 9(03) COMP VALUE ZERO.
015000 01  WS-COMMITTED-SEQUENCE            PIC 9(09) VALUE ZERO.
015100 01  WS-COMMITTED-JOURNAL-NO          PIC 9(09) VALUE ZERO.
015200
015300 01  WS-CURRENT-OWNER                 PIC X(20) VALUE SPACES.
015400 01  WS-OWNER-OPEN-SW                 PIC X(01) VALUE 'N'.
015500     88  WS-OWNER-OPEN                 VALUE 'Y'.
015600 01  WS-OWNER-HALTED-SW               PIC X(01) VALUE 'N'.
015700     88  WS-OWNER-HALTED               VALUE 'Y'.
015800 01  WS-SUBS-FOUND-SW                 PIC X(01) VALUE 'N'.
015900     88  WS-SUBS-FOUND                 VALUE 'Y'.
016000 01  WS-TYPE-WANTED-SW                PIC X(01) VALUE 'N'.
016100     88  WS-TYPE-WANTED                VALUE 'Y'.
016200 01  WS-TYPE-SUB                      PIC 9(02) COMP VALUE ZERO.
016300 01  WS-JOURNAL-NO                    PIC 9(09) VALUE ZERO.
016400
016500 01  WS-EVENTS-READ                   PIC 9(07) VALUE ZERO.
016600 01  WS-EVENTS-PENDING                PIC 9(07) VALUE ZERO.
016700 01  WS-EVENTS-PUBLISHED              PIC 9(07) VALUE ZERO.
016800 01  WS-EVENTS-NOT-WANTED             PIC 9(07) VALUE ZERO.
016900 01  WS-EVENTS-HELD-BACK              PIC 9(07) VALUE ZERO.
017000 01  WS-UNITS-COMMITTED               PIC 9(07) VALUE ZERO.
017100 01  WS-OWNERS-HALTED                 PIC 9(07) VALUE ZERO.
017200
017300*    REASON-CODE TRANSLATION TABLE.
017400 01  WS-REASON-TABLE.
017500     05  WS-REASON-ENTRY OCCURS 5 TIMES.
017600         10  WS-REASON-CODE-TBL       PIC S9(9) COMP.
017700         10  WS-REASON-TEXT-TBL       PIC X(40).
017800 01  WS-REASON-SUB                    PIC 9 COMP.
017900 01  WS-REASON-TEXT                   PIC X(40) VALUE SPACES.
018000 01  WS-REASON-CODE-EDIT              PIC 9(04) VALUE ZERO.
018100
018200 01  WS-CURRENT-DATE-TIME.
018300     05  WS-TODAY-YYYYMMDD            PIC 9(08).
018400     05  WS-TIME-HHMMSSHH             PIC 9(08).
018500     05  FILLER                       PIC X(05).
018600
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-INITIALIZE-EXIT.
019100
019200     IF NOT RC-SEVERE
019300         PERFORM 2000-CONNECT-WITH-FAILOVER
019400             THRU 2000-CONNECT-WITH-FAILOVER-EXIT
019500     END-IF.
019600
019700*    NOTHING MOVES ON WITHOUT A QUEUE MANAGER - EVERY OWNER'S
019800*    PLACE STAYS WHERE IT IS AND THE NEXT RUN SENDS THE LOT.
019900     IF WS-CONNECTED
020000         SORT SORT-WORK
020100             ON ASCENDING KEY SORT-OWNER SORT-JOURNAL-NO
020200             INPUT PROCEDURE IS 3000-LOAD-PENDING-EVENTS
020300                 THRU 3000-LOAD-PENDING-EVENTS-EXIT
020400             OUTPUT PROCEDURE IS 4000-PUBLISH-EVENTS
020500                 THRU 4000-PUBLISH-EVENTS-EXIT
020600     END-IF.
020700
020800     PERFORM 9000-FINISH
020900         THRU 9000-FINISH-EXIT.
021000
021100     MOVE WS-RETURN-CODE TO RETURN-CODE.
021200     GO TO 9999-EXIT.
021300
021400 1000-INITIALIZE.
021500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021600     PERFORM 1050-GET-BUSINESS-DATE
021700         THRU 1050-GET-BUSINESS-DATE-EXIT.
021800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
021900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
022000     OPEN OUTPUT EXCEPTION-FILE.
022100
022200     MOVE 'QM1' TO WS-QMGR-NAME(1).
022300     MOVE 'QM2' TO WS-QMGR-NAME(2).
022400
022500     MOVE 0 TO WS-REASON-CODE-TBL(1).
022600     MOVE 'NONE' TO WS-REASON-TEXT-TBL(1).
022700     MOVE 2059 TO WS-REASON-CODE-TBL(2).
022800     MOVE 'QUEUE MANAGER NOT AVAILABLE' TO WS-REASON-TEXT-TBL(2).
022900     MOVE 2085 TO WS-REASON-CODE-TBL(3).
023000     MOVE 'UNKNOWN OBJECT NAME' TO WS-REASON-TEXT-TBL(3).
023100     MOVE 2033 TO WS-REASON-CODE-TBL(4).
023200     MOVE 'NO MESSAGE AVAILABLE' TO WS-REASON-TEXT-TBL(4).
023300     MOVE 2019 TO WS-REASON-CODE-TBL(5).
023400     MOVE 'HANDLE NOT AVAILABLE' TO WS-REASON-TEXT-TBL(5).
023500
023600     OPEN I-O SUBSCRIPTION-FILE.
023700     IF NOT SUBS-STATUS-OK
023800         DISPLAY 'STKPUB - UNABLE TO OPEN PUBSUB, STATUS='
023900             WS-SUBS-STATUS
024000         SET RC-SEVERE TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF.
024300     OPEN EXTEND PUBLISH-LOG.
024400     IF NOT PLOG-STATUS-OK
024500         OPEN OUTPUT PUBLISH-LOG
024600     END-IF.
024700     IF NOT PLOG-STATUS-OK
024800         DISPLAY 'STKPUB - UNABLE TO OPEN PUBLOG, STATUS='
024900             WS-PLOG-STATUS
025000         SET RC-SEVERE TO TRUE
025100         GO TO 1000-INITIALIZE-EXIT
025200     END-IF.
025300 1000-INITIALIZE-EXIT.
025400     EXIT.
025500
025600 1050-GET-BUSINESS-DATE.
025700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
025800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
025900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
026000*    CLOCK TIME FIELD STAYS REAL.
026100     OPEN INPUT BUSDATE-FILE.
026200     IF NOT BUSDATE-STATUS-OK
026300         GO TO 1050-GET-BUSINESS-DATE-EXIT
026400     END-IF.
026500     READ BUSDATE-FILE
026600         AT END
026700             CLOSE BUSDATE-FILE
026800             GO TO 1050-GET-BUSINESS-DATE-EXIT
026900     END-READ.
027000     CLOSE BUSDATE-FILE.
027100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
027200             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
027300         DISPLAY 'STKPUB - RUNNING AS OF BUSINESS DATE '
027400             BUS-DATE
027500         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
027600     END-IF.
027700 1050-GET-BUSINESS-DATE-EXIT.
027800     EXIT.
027900
028000 2000-CONNECT-WITH-FAILOVER.
028100*    TRY THE PRIMARY QUEUE MANAGER FIRST, THEN THE SECONDARY ON
028200*    ANY FAILURE TO CONNECT.
028300     MOVE 1 TO WS-QMGR-SUB.
028400     PERFORM 2100-ATTEMPT-CONNECT
028500         THRU 2100-ATTEMPT-CONNECT-EXIT.
028600     IF NOT WS-CONNECTED AND WS-QMGR-SUB < 2
028700         ADD 1 TO WS-QMGR-SUB
028800         PERFORM 2100-ATTEMPT-CONNECT
028900             THRU 2100-ATTEMPT-CONNECT-EXIT
029000     END-IF.
029100
029200     IF NOT WS-CONNECTED
029300         DISPLAY 'STKPUB - UNABLE TO CONNECT TO ANY '
029400             'QUEUE MANAGER'
029500         PERFORM 9700-WRITE-EXCEPTION
029600             THRU 9700-WRITE-EXCEPTION-EXIT
029700         SET RC-SEVERE TO TRUE
029800     END-IF.
029900 2000-CONNECT-WITH-FAILOVER-EXIT.
030000     EXIT.
030100
030200 2100-ATTEMPT-CONNECT.
030300     CALL 'MQCONN' USING WS-QMGR-NAME(WS-QMGR-SUB), WS-HCONN,
030400         WS-COMPCODE, WS-REASON.
030500     IF WS-COMPCODE = ZERO
030600         MOVE 'Y' TO WS-CONNECTED-SW
030700     END-IF.
030800 2100-ATTEMPT-CONNECT-EXIT.
030900     EXIT.
031000
031100 3000-LOAD-PENDING-EVENTS.
031200*    THE JOURNAL NUMBER IS THE RECORD'S POSITION IN STKMOVE,
031300*    COUNTED AS IT IS READ.  ONLY ACTIVE SUBSCRIBERS' EVENTS
031400*    PAST THEIR PLACE GO TO THE SORT - A STOPPED OWNER'S PLACE
031500*    STAYS PUT, AND ON A RESTART THE NEW START DATE KEEPS THE
031600*    EVENTS POSTED WHILE THEY WERE STOPPED FROM GOING LATE.
031700     OPEN INPUT MOVEMENT-EVENTS.
031800     IF NOT MEVT-STATUS-OK
031900         DISPLAY 'STKPUB - NO STKMOVE JOURNAL, STATUS='
032000             WS-MEVT-STATUS
032100         GO TO 3000-LOAD-PENDING-EVENTS-EXIT
032200     END-IF.
032300     PERFORM 3100-RELEASE-NEXT-EVENT
032400         THRU 3100-RELEASE-NEXT-EVENT-EXIT
032500         UNTIL MEVT-STATUS-EOF.
032600     CLOSE MOVEMENT-EVENTS.
032700 3000-LOAD-PENDING-EVENTS-EXIT.
032800     EXIT.
032900
033000 3100-RELEASE-NEXT-EVENT.
033100     READ MOVEMENT-EVENTS
033200         AT END SET MEVT-STATUS-EOF TO TRUE
033300     END-READ.
033400     IF MEVT-STATUS-EOF
033500         GO TO 3100-RELEASE-NEXT-EVENT-EXIT
033600     END-IF.
033700     ADD 1 TO WS-JOURNAL-NO.
033800     ADD 1 TO WS-EVENTS-READ.
033900
034000     MOVE 'N' TO WS-SUBS-FOUND-SW.
034100     MOVE MEV-OWNER TO PSB-OWNER.
034200     READ SUBSCRIPTION-FILE
034300         INVALID KEY CONTINUE
034400         NOT INVALID KEY SET WS-SUBS-FOUND TO TRUE
034500     END-READ.
034600     IF NOT WS-SUBS-FOUND
034700         GO TO 3100-RELEASE-NEXT-EVENT-EXIT
034800     END-IF.
034900     IF PSB-INACTIVE
035000         GO TO 3100-RELEASE-NEXT-EVENT-EXIT
035100     END-IF.
035200     IF WS-JOURNAL-NO NOT > PSB-LAST-JOURNAL-NO
035300         GO TO 3100-RELEASE-NEXT-EVENT-EXIT
035400     END-IF.
035500
035600     MOVE 'N' TO WS-TYPE-WANTED-SW.
035700     IF MEV-DATE NOT < PSB-START-DATE
035800         PERFORM 3150-CHECK-ONE-TYPE
035900             THRU 3150-CHECK-ONE-TYPE-EXIT
036000             VARYING WS-TYPE-SUB FROM 1 BY 1
036100             UNTIL WS-TYPE-SUB > 10 OR WS-TYPE-WANTED
036200     END-IF.
036300
036400     MOVE MEV-OWNER       TO SORT-OWNER.
036500     MOVE WS-JOURNAL-NO   TO SORT-JOURNAL-NO.
036600     MOVE WS-TYPE-WANTED-SW TO SORT-WANTED-SW.
036700     MOVE MEV-DATE        TO SORT-EVENT-DATE.
036800     MOVE MEV-TIME        TO SORT-EVENT-TIME.
036900     MOVE MEV-PROGRAM-ID  TO SORT-PROGRAM-ID.
037000     MOVE MEV-ITEM-NAME   TO SORT-ITEM-NAME.
037100     MOVE MEV-TYPE        TO SORT-TYPE.
037200     MOVE MEV-QUANTITY    TO SORT-QUANTITY.
037300     MOVE MEV-ON-HAND     TO SORT-ON-HAND.
037400     MOVE MEV-REFERENCE   TO SORT-REFERENCE.
037500     RELEASE SORT-EVENT-RECORD.
037600     ADD 1 TO WS-EVENTS-PENDING.
037700 3100-RELEASE-NEXT-EVENT-EXIT.
037800     EXIT.
037900
038000 3150-CHECK-ONE-TYPE.
038100     IF PSB-EVENT-TYPE(WS-TYPE-SUB) = MEV-TYPE
038200             OR PSB-EVENT-TYPE(WS-TYPE-SUB) = '*ALL'
038300         SET WS-TYPE-WANTED TO TRUE
038400     END-IF.
038500 3150-CHECK-ONE-TYPE-EXIT.
038600     EXIT.
038700
038800 4000-PUBLISH-EVENTS.
038900     PERFORM 4100-RETURN-NEXT-EVENT
039000         THRU 4100-RETURN-NEXT-EVENT-EXIT
039100         UNTIL SORT-AT-EOF.
039200     IF WS-OWNER-OPEN
039300         PERFORM 4800-CLOSE-OWNER
039400             THRU 4800-CLOSE-OWNER-EXIT
039500     END-IF.
039600 4000-PUBLISH-EVENTS-EXIT.
039700     EXIT.
039800
039900 4100-RETURN-NEXT-EVENT.
040000     RETURN SORT-WORK
040100         AT END SET SORT-AT-EOF TO TRUE
040200     END-RETURN.
040300     IF SORT-AT-EOF
040400         GO TO 4100-RETURN-NEXT-EVENT-EXIT
040500     END-IF.
040600
040700     IF NOT WS-OWNER-OPEN OR SORT-OWNER NOT = WS-CURRENT-OWNER
040800         IF WS-OWNER-OPEN
040900             PERFORM 4800-CLOSE-OWNER
041000                 THRU 4800-CLOSE-OWNER-EXIT
041100         END-IF
041200         PERFORM 4200-OPEN-OWNER
041300             THRU 4200-OPEN-OWNER-EXIT
041400     END-IF.
041500
041600     IF WS-OWNER-HALTED
041700         ADD 1 TO WS-EVENTS-HELD-BACK
041800         GO TO 4100-RETURN-NEXT-EVENT-EXIT
041900     END-IF.
042000
042100     IF SORT-WANTED
042200         PERFORM 4300-PUT-EVENT
042300             THRU 4300-PUT-EVENT-EXIT
042400         IF WS-OWNER-HALTED
042500             GO TO 4100-RETURN-NEXT-EVENT-EXIT
042600         END-IF
042700     ELSE
042800         ADD 1 TO WS-EVENTS-NOT-WANTED
042900     END-IF.
043000
043100     MOVE SORT-JOURNAL-NO TO PSB-LAST-JOURNAL-NO.
043200     ADD 1 TO WS-EVENTS-IN-UOW.
043300     IF WS-EVENTS-IN-UOW NOT < WS-UOW-SIZE
043400         PERFORM 4500-COMMIT-UNIT
043500             THRU 4500-COMMIT-UNIT-EXIT
043600     END-IF.
043700 4100-RETURN-NEXT-EVENT-EXIT.
043800     EXIT.
043900
044000 4200-OPEN-OWNER.
044100     MOVE SORT-OWNER TO WS-CURRENT-OWNER.
044200     SET WS-OWNER-OPEN TO TRUE.
044300     MOVE 'N' TO WS-OWNER-HALTED-SW.
044400     MOVE ZERO TO WS-MSGS-IN-UOW.
044500     MOVE ZERO TO WS-EVENTS-IN-UOW.
044600     MOVE SORT-OWNER TO PSB-OWNER.
044700     READ SUBSCRIPTION-FILE
044800         INVALID KEY CONTINUE
044900     END-READ.
045000     IF NOT SUBS-STATUS-OK
045100         DISPLAY 'STKPUB - PUBSUB READ FAILED FOR '
045200             SORT-OWNER ' STATUS=' WS-SUBS-STATUS
045300         SET WS-OWNER-HALTED TO TRUE
045400         SET RC-ERROR TO TRUE
045500         GO TO 4200-OPEN-OWNER-EXIT
045600     END-IF.
045700     MOVE PSB-LAST-SEQUENCE   TO WS-COMMITTED-SEQUENCE.
045800     MOVE PSB-LAST-JOURNAL-NO TO WS-COMMITTED-JOURNAL-NO.
045900 4200-OPEN-OWNER-EXIT.
046000     EXIT.
046100
046200 4300-PUT-EVENT.
046300     ADD 1 TO PSB-LAST-SEQUENCE.
046400     MOVE SORT-OWNER        TO WS-EM-OWNER.
046500     MOVE SORT-ITEM-NAME    TO WS-EM-ITEM-NAME.
046600     MOVE SORT-TYPE         TO WS-EM-TYPE.
046700     MOVE SORT-QUANTITY     TO WS-EM-QUANTITY.
046800     MOVE SORT-ON-HAND      TO WS-EM-ON-HAND.
046900     MOVE PSB-LAST-SEQUENCE TO WS-EM-SEQUENCE.
047000     MOVE SORT-EVENT-DATE   TO WS-EM-EVENT-DATE.
047100     MOVE SORT-EVENT-TIME   TO WS-EM-EVENT-TIME.
047200     MOVE SORT-PROGRAM-ID   TO WS-EM-PROGRAM-ID.
047300     MOVE SORT-REFERENCE    TO WS-EM-REFERENCE.
047400
047500     MOVE SPACES TO WS-PUT-DESC.
047600     MOVE PSB-QUEUE-NAME TO WS-PUT-OBJ-DESC.
047700     CALL 'MQPUT1' USING WS-HCONN, WS-PUT-OBJ-DESC,
047800         WS-PUT-DESC, WS-PUT-OPTS, WS-MESSAGE-LEN,
047900         WS-EVENT-MESSAGE, WS-COMPCODE, WS-REASON.
048000
048100     IF WS-COMPCODE NOT = ZERO
048200         PERFORM 9800-LOOKUP-REASON-TEXT
048300             THRU 9800-LOOKUP-REASON-TEXT-EXIT
048400         DISPLAY 'STKPUB - MQPUT1 FAILED FOR ' SORT-OWNER
048500             ' - ' WS-REASON-TEXT
048600         PERFORM 4600-BACK-OUT-UNIT
048700             THRU 4600-BACK-OUT-UNIT-EXIT
048800         GO TO 4300-PUT-EVENT-EXIT
048900     END-IF.
049000
049100     ADD 1 TO WS-MSGS-IN-UOW.
049200     MOVE WS-TODAY-YYYYMMDD   TO PLG-SENT-DATE.
049300     MOVE WS-TIME-HHMMSSHH    TO PLG-SENT-TIME.
049400     MOVE SORT-OWNER          TO PLG-OWNER.
049500     MOVE PSB-LAST-SEQUENCE   TO PLG-SEQUENCE.
049600     MOVE SORT-JOURNAL-NO     TO PLG-JOURNAL-NO.
049700     MOVE PSB-QUEUE-NAME      TO PLG-QUEUE-NAME.
049800     MOVE SORT-EVENT-DATE     TO PLG-EVENT-DATE.
049900     MOVE SORT-EVENT-TIME     TO PLG-EVENT-TIME.
050000     MOVE SORT-PROGRAM-ID     TO PLG-PROGRAM-ID.
050100     MOVE SORT-ITEM-NAME      TO PLG-ITEM-NAME.
050200     MOVE SORT-TYPE           TO PLG-TYPE.
050300     MOVE SORT-QUANTITY       TO PLG-QUANTITY.
050400     MOVE SORT-ON-HAND        TO PLG-ON-HAND.
050500     MOVE SORT-REFERENCE      TO PLG-REFERENCE.
050600     MOVE PUBLISH-LOG-RECORD TO WS-UOW-LOG-IMAGE(WS-MSGS-IN-UOW).
050700 4300-PUT-EVENT-EXIT.
050800     EXIT.
050900
051000 4500-COMMIT-UNIT.
051100*    THE LOG AND THE OWNER'S PLACE FOLLOW THE COMMIT, NEVER
051200*    LEAD IT - A UNIT THAT DOES NOT COMMIT IS SENT AGAIN, WITH
051300*    THE SAME SEQUENCE NUMBERS, ON THE NEXT RUN.
051400     IF WS-MSGS-IN-UOW > ZERO
051500         CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON
051600         IF WS-COMPCODE NOT = ZERO
051700             PERFORM 9800-LOOKUP-REASON-TEXT
051800                 THRU 9800-LOOKUP-REASON-TEXT-EXIT
051900             DISPLAY 'STKPUB - MQCMIT FAILED FOR '
052000                 WS-CURRENT-OWNER ' - ' WS-REASON-TEXT
052100             PERFORM 4600-BACK-OUT-UNIT
052200                 THRU 4600-BACK-OUT-UNIT-EXIT
052300             GO TO 4500-COMMIT-UNIT-EXIT
052400         END-IF
052500         PERFORM 4550-LOG-ONE-EVENT
052600             THRU 4550-LOG-ONE-EVENT-EXIT
052700             VARYING WS-UOW-SUB FROM 1 BY 1
052800             UNTIL WS-UOW-SUB > WS-MSGS-IN-UOW
052900         ADD WS-MSGS-IN-UOW TO WS-EVENTS-PUBLISHED
053000         ADD 1 TO WS-UNITS-COMMITTED
053100         MOVE WS-TODAY-YYYYMMDD TO PSB-LAST-SENT-DATE
053200     END-IF.
053300
053400     REWRITE SUBSCRIPTION-RECORD
053500         INVALID KEY CONTINUE
053600     END-REWRITE.
053700     IF NOT SUBS-STATUS-OK
053800         DISPLAY 'STKPUB - PUBSUB REWRITE FAILED FOR '
053900             WS-CURRENT-OWNER ' STATUS=' WS-SUBS-STATUS
054000         SET WS-OWNER-HALTED TO TRUE
054100         SET RC-ERROR TO TRUE
054200     END-IF.
054300     MOVE PSB-LAST-SEQUENCE   TO WS-COMMITTED-SEQUENCE.
054400     MOVE PSB-LAST-JOURNAL-NO TO WS-COMMITTED-JOURNAL-NO.
054500     MOVE ZERO TO WS-MSGS-IN-UOW.
054600     MOVE ZERO TO WS-EVENTS-IN-UOW.
054700 4500-COMMIT-UNIT-EXIT.
054800     EXIT.
054900
055000 4550-LOG-ONE-EVENT.
055100     MOVE WS-UOW-LOG-IMAGE(WS-UOW-SUB) TO PUBLISH-LOG-RECORD.
055200     WRITE PUBLISH-LOG-RECORD.
055300 4550-LOG-ONE-EVENT-EXIT.
055400     EXIT.
055500
055600 4600-BACK-OUT-UNIT.
055700*    THE OWNER'S SEQUENCE AND PLACE GO BACK TO THE LAST COMMIT
055800*    AND NOTHING MORE IS SENT TO THEM THIS RUN, SO THEIR EVENTS
055900*    STILL ARRIVE IN ORDER WHEN THE QUEUE IS BACK.
056000     CALL 'MQBACK' USING WS-HCONN, WS-COMPCODE, WS-REASON.
056100     MOVE WS-COMMITTED-SEQUENCE   TO PSB-LAST-SEQUENCE.
056200     MOVE WS-COMMITTED-JOURNAL-NO TO PSB-LAST-JOURNAL-NO.
056300     ADD WS-EVENTS-IN-UOW TO WS-EVENTS-HELD-BACK.
056400     ADD 1 TO WS-EVENTS-HELD-BACK.
056500     MOVE ZERO TO WS-MSGS-IN-UOW.
056600     MOVE ZERO TO WS-EVENTS-IN-UOW.
056700     SET WS-OWNER-HALTED TO TRUE.
056800     ADD 1 TO WS-OWNERS-HALTED.
056900     PERFORM 4900-WRITE-OWNER-EXCEPTION
057000         THRU 4900-WRITE-OWNER-EXCEPTION-EXIT.
057100     SET RC-WARNING TO TRUE.
057200 4600-BACK-OUT-UNIT-EXIT.
057300     EXIT.
057400
057500 4800-CLOSE-OWNER.
057600     IF NOT WS-OWNER-HALTED AND WS-EVENTS-IN-UOW > ZERO
057700         PERFORM 4500-COMMIT-UNIT
057800             THRU 4500-COMMIT-UNIT-EXIT
057900     END-IF.
058000     MOVE 'N' TO WS-OWNER-OPEN-SW.
058100 4800-CLOSE-OWNER-EXIT.
058200     EXIT.
058300
058400 4900-WRITE-OWNER-EXCEPTION.
058500     MOVE 'STKPUB  ' TO EXC-PROGRAM-ID.
058600     MOVE WS-CURRENT-OWNER TO EXC-KEY-VALUE.
058700     MOVE WS-REASON TO WS-REASON-CODE-EDIT.
058800     MOVE WS-REASON-CODE-EDIT TO EXC-REASON-CODE.
058900     MOVE WS-REASON-TEXT TO EXC-REASON-TEXT.
059000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
059100     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
059200     MOVE SPACES TO EXC-OPERATOR-ID.
059300     WRITE EXC-RECORD.
059400 4900-WRITE-OWNER-EXCEPTION-EXIT.
059500     EXIT.
059600
059700 9000-FINISH.
059800     CLOSE SUBSCRIPTION-FILE.
059900     CLOSE PUBLISH-LOG.
060000     CLOSE EXCEPTION-FILE.
060100     DISPLAY 'STKPUB - EVENTS READ        : ' WS-EVENTS-READ.
060200     DISPLAY 'STKPUB - EVENTS PENDING     : ' WS-EVENTS-PENDING.
060300     DISPLAY 'STKPUB - EVENTS PUBLISHED   : '
060400         WS-EVENTS-PUBLISHED.
060500     DISPLAY 'STKPUB - NOT WANTED         : '
060600         WS-EVENTS-NOT-WANTED.
060700     DISPLAY 'STKPUB - HELD FOR NEXT RUN  : '
060800         WS-EVENTS-HELD-BACK.
060900     DISPLAY 'STKPUB - UNITS COMMITTED    : '
061000         WS-UNITS-COMMITTED.
061100     DISPLAY 'STKPUB - OWNERS HALTED      : ' WS-OWNERS-HALTED.
061200     DISPLAY 'STKPUB - RETURN CODE        : ' WS-RETURN-CODE.
061300 9000-FINISH-EXIT.
061400     EXIT.
061500
061600 9700-WRITE-EXCEPTION.
061700     MOVE 'STKPUB  ' TO EXC-PROGRAM-ID.
061800     MOVE WS-QMGR-NAME(WS-QMGR-SUB) TO EXC-KEY-VALUE.
061900     MOVE WS-REASON TO WS-REASON-CODE-EDIT.
062000     MOVE WS-REASON-CODE-EDIT TO EXC-REASON-CODE.
062100     PERFORM 9800-LOOKUP-REASON-TEXT
062200         THRU 9800-LOOKUP-REASON-TEXT-EXIT.
062300     MOVE WS-REASON-TEXT TO EXC-REASON-TEXT.
062400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
062500     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
062600     MOVE SPACES TO EXC-OPERATOR-ID.
062700     WRITE EXC-RECORD.
062800 9700-WRITE-EXCEPTION-EXIT.
062900     EXIT.
063000
063100 9800-LOOKUP-REASON-TEXT.
063200     MOVE 'UNKNOWN REASON CODE' TO WS-REASON-TEXT.
063300     PERFORM 9810-CHECK-ONE-REASON
063400         THRU 9810-CHECK-ONE-REASON-EXIT
063500         VARYING WS-REASON-SUB FROM 1 BY 1
063600         UNTIL WS-REASON-SUB > 5.
063700 9800-LOOKUP-REASON-TEXT-EXIT.
063800     EXIT.
063900
064000 9810-CHECK-ONE-REASON.
064100     IF WS-REASON = WS-REASON-CODE-TBL(WS-REASON-SUB)
064200         MOVE WS-REASON-TEXT-TBL(WS-REASON-SUB) TO WS-REASON-TEXT
064300     END-IF.
064400 9810-CHECK-ONE-REASON-EXIT.
064500     EXIT.
064600
064700 9999-EXIT.
064800     STOP RUN.
