000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PUBSMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTAINS THE PUBSUB
001000*                    OWNER EVENT SUBSCRIPTION FILE (SEE PSUBREC)
001100*                    FROM THE PUBSTRAN TRANSACTIONS - S
001200*                    SUBSCRIBES THE OWNER, OR REPLACES THE QUEUE
001300*                    AND MOVEMENT TYPES OF ONE ALREADY ON FILE,
001400*                    U STOPS THE OWNER'S EVENTS.  THE OWNER MUST
001500*                    BE ON THE OWNMAST MASTER AND EVERY TYPE ONE
001600*                    THE POSTING RUNS WRITE (SEE MEVTREC) OR
001700*                    '*ALL'.  A NEW SUBSCRIPTION, OR ONE STARTED
001800*                    AGAIN, TAKES EVENTS POSTED FROM TODAY ON.
001900*                    THE OWNCRMNT PATTERN.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS OWNER-ID
002800         FILE STATUS IS WS-MASTER-STATUS.
002900
003000     SELECT SUBSCRIPTION-FILE ASSIGN TO "PUBSUB"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PSB-OWNER
003400         FILE STATUS IS WS-SUBS-STATUS.
003500
003600     SELECT SUBSCRIPTION-TRAN-FILE ASSIGN TO "PUBSTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TRAN-STATUS.
003900
004000     SELECT EXCEPTION-FILE ASSIGN TO "PUBSMEXC"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BUSDATE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  OWNER-MASTER.
005000     COPY OWNERREC.
005100
005200 FD  SUBSCRIPTION-FILE.
005300     COPY PSUBREC.
005400
005500 FD  SUBSCRIPTION-TRAN-FILE.
005600 01  SUBSCRIPTION-TRAN-RECORD.
005700     05  PSTR-ACTION                 PIC X(01).
005800         88  PSTR-SUBSCRIBE          VALUE 'S'.
005900         88  PSTR-UNSUBSCRIBE        VALUE 'U'.
006000     05  PSTR-OWNER                  PIC X(20).
006100*    FOR AN S ACTION - THE OWNER'S OUTBOUND QUEUE AND THE
006200*    MOVEMENT TYPES THEY WANT, LEFT-PACKED.
006300     05  PSTR-QUEUE-NAME             PIC X(48).
006400     05  PSTR-TYPE-LIST.
006500         10  PSTR-EVENT-TYPE         PIC X(04) OCCURS 10 TIMES.
006600
006700 FD  EXCEPTION-FILE.
006800     COPY EXCREC.
006900
007000 FD  BUSDATE-FILE.
007100     COPY BUSDATE.
007200
007300 WORKING-STORAGE SECTION.
007400     COPY RETCODES.
007500
007600 01  WS-MASTER-STATUS               PIC X(02) VALUE '00'.
007700     88  MASTER-STATUS-OK            VALUE '00'.
007800 01  WS-SUBS-STATUS                 PIC X(02) VALUE '00'.
007900     88  SUBS-STATUS-OK              VALUE '00'.
008000 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
008100     88  TRAN-STATUS-OK              VALUE '00'.
008200     88  TRAN-STATUS-EOF             VALUE '10'.
008300 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008400     88  BUSDATE-STATUS-OK           VALUE '00'.
008500
008600 01  WS-OWNER-FOUND-SW              PIC X(01) VALUE 'N'.
008700     88  WS-OWNER-FOUND              VALUE 'Y'.
008800 01  WS-SUBS-FOUND-SW               PIC X(01) VALUE 'N'.
008900     88  WS-SUBS-FOUND               VALUE 'Y'.
009000 01  WS-TYPES-OK-SW                 PIC X(01) VALUE 'Y'.
009100     88  WS-TYPES-OK                 VALUE 'Y'.
009200 01  WS-TYPE-KNOWN-SW               PIC X(01) VALUE 'N'.
009300     88  WS-TYPE-KNOWN               VALUE 'Y'.
009400
009500*    THE MOVEMENT TYPES THE POSTING RUNS WRITE (SEE MEVTREC),
009600*    PLUS '*ALL'.
009700 01  WS-VALID-TYPE-VALUES.
009800     05  FILLER                     PIC X(04) VALUE 'RCPT'.
009900     05  FILLER                     PIC X(04) VALUE 'QREL'.
010000     05  FILLER                     PIC X(04) VALUE 'QDMG'.
010100     05  FILLER                     PIC X(04) VALUE 'ALOC'.
010200     05  FILLER                     PIC X(04) VALUE 'SHIP'.
010300     05  FILLER                     PIC X(04) VALUE 'RTNS'.
010400     05  FILLER                     PIC X(04) VALUE 'RTND'.
010500     05  FILLER                     PIC X(04) VALUE 'RTNX'.
010600     05  FILLER                     PIC X(04) VALUE 'CNTU'.
010700     05  FILLER                     PIC X(04) VALUE 'CNTD'.
010800     05  FILLER                     PIC X(04) VALUE '*ALL'.
010900 01  WS-VALID-TYPE-TABLE REDEFINES WS-VALID-TYPE-VALUES.
011000     05  WS-VALID-TYPE              PIC X(04) OCCURS 11 TIMES.
011100 01  WS-TYPE-SUB                    PIC 9(02) COMP VALUE ZERO.
011200 01  WS-VALID-SUB                   PIC 9(02) COMP VALUE ZERO.
011300 01  WS-TYPE-COUNT                  PIC 9(02) COMP VALUE ZERO.
011400
011500 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
011600 01  WS-SUBS-ADDED                  PIC 9(07) COMP VALUE ZERO.
011700 01  WS-SUBS-CHANGED                PIC 9(07) COMP VALUE ZERO.
011800 01  WS-SUBS-STOPPED                PIC 9(07) COMP VALUE ZERO.
011900 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
012000
012100 01  WS-CURRENT-DATE-TIME.
012200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
012300     05  WS-TIME-HHMMSSHH           PIC 9(08).
012400     05  FILLER                     PIC X(05).
012500
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE
012900         THRU 1000-INITIALIZE-EXIT.
013000
013100     PERFORM 2000-APPLY-NEXT-TRAN
013200         THRU 2000-APPLY-NEXT-TRAN-EXIT
013300         UNTIL TRAN-STATUS-EOF.
013400
013500     PERFORM 9000-FINISH
013600         THRU 9000-FINISH-EXIT.
013700
013800     MOVE WS-RETURN-CODE TO RETURN-CODE.
013900     GO TO 9999-EXIT.
014000
014100 1000-INITIALIZE.
014200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014300     PERFORM 1050-GET-BUSINESS-DATE
014400         THRU 1050-GET-BUSINESS-DATE-EXIT.
014500*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
014600*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
014700     OPEN OUTPUT EXCEPTION-FILE.
014800     OPEN INPUT OWNER-MASTER.
014900     IF NOT MASTER-STATUS-OK
015000         DISPLAY 'PUBSMNT - UNABLE TO OPEN OWNMAST, STATUS='
015100             WS-MASTER-STATUS
015200         SET RC-SEVERE TO TRUE
015300         SET TRAN-STATUS-EOF TO TRUE
015400         GO TO 1000-INITIALIZE-EXIT
015500     END-IF.
015600*    THE SUBSCRIPTION FILE IS CREATED EMPTY ON FIRST USE.
015700     OPEN I-O SUBSCRIPTION-FILE.
015800     IF NOT SUBS-STATUS-OK
015900         OPEN OUTPUT SUBSCRIPTION-FILE
016000         IF NOT SUBS-STATUS-OK
016100             DISPLAY 'PUBSMNT - UNABLE TO OPEN PUBSUB, STATUS='
016200                 WS-SUBS-STATUS
016300             SET RC-SEVERE TO TRUE
016400             SET TRAN-STATUS-EOF TO TRUE
016500             GO TO 1000-INITIALIZE-EXIT
016600         END-IF
016700         CLOSE SUBSCRIPTION-FILE
016800         OPEN I-O SUBSCRIPTION-FILE
016900     END-IF.
017000     OPEN INPUT SUBSCRIPTION-TRAN-FILE.
017100     IF NOT TRAN-STATUS-OK
017200         DISPLAY 'PUBSMNT - UNABLE TO OPEN PUBSTRAN, STATUS='
017300             WS-TRAN-STATUS
017400         SET RC-SEVERE TO TRUE
017500         SET TRAN-STATUS-EOF TO TRUE
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF.
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000
018100 1050-GET-BUSINESS-DATE.
018200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
018300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
018400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
018500*    CLOCK TIME FIELD STAYS REAL.
018600     OPEN INPUT BUSDATE-FILE.
018700     IF NOT BUSDATE-STATUS-OK
018800         GO TO 1050-GET-BUSINESS-DATE-EXIT
018900     END-IF.
019000     READ BUSDATE-FILE
019100         AT END
019200             CLOSE BUSDATE-FILE
019300             GO TO 1050-GET-BUSINESS-DATE-EXIT
019400     END-READ.
019500     CLOSE BUSDATE-FILE.
019600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
019700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
019800         DISPLAY 'PUBSMNT - RUNNING AS OF BUSINESS DATE '
019900             BUS-DATE
020000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
020100     END-IF.
020200 1050-GET-BUSINESS-DATE-EXIT.
020300     EXIT.
020400
020500 2000-APPLY-NEXT-TRAN.
020600     READ SUBSCRIPTION-TRAN-FILE
020700         AT END SET TRAN-STATUS-EOF TO TRUE
020800     END-READ.
020900     IF TRAN-STATUS-EOF
021000         GO TO 2000-APPLY-NEXT-TRAN-EXIT
021100     END-IF.
021200
021300     ADD 1 TO WS-TRANS-READ.
021400
021500     IF NOT PSTR-SUBSCRIBE AND NOT PSTR-UNSUBSCRIBE
021600         MOVE 'E497' TO EXC-REASON-CODE
021700         MOVE 'ACTION CODE NOT S OR U' TO EXC-REASON-TEXT
021800         PERFORM 2900-WRITE-EXCEPTION
021900             THRU 2900-WRITE-EXCEPTION-EXIT
022000         GO TO 2000-APPLY-NEXT-TRAN-EXIT
022100     END-IF.
022200
022300     PERFORM 2100-CHECK-OWNER
022400         THRU 2100-CHECK-OWNER-EXIT.
022500     IF NOT WS-OWNER-FOUND
022600         GO TO 2000-APPLY-NEXT-TRAN-EXIT
022700     END-IF.
022800
022900     MOVE 'N' TO WS-SUBS-FOUND-SW.
023000     MOVE PSTR-OWNER TO PSB-OWNER.
023100     READ SUBSCRIPTION-FILE
023200         INVALID KEY CONTINUE
023300         NOT INVALID KEY SET WS-SUBS-FOUND TO TRUE
023400     END-READ.
023500
023600     IF PSTR-SUBSCRIBE
023700         PERFORM 3000-SUBSCRIBE
023800             THRU 3000-SUBSCRIBE-EXIT
023900     ELSE
024000         PERFORM 3100-UNSUBSCRIBE
024100             THRU 3100-UNSUBSCRIBE-EXIT
024200     END-IF.
024300 2000-APPLY-NEXT-TRAN-EXIT.
024400     EXIT.
024500
024600 2100-CHECK-OWNER.
024700     MOVE 'N' TO WS-OWNER-FOUND-SW.
024800     IF PSTR-OWNER = SPACES
024900         MOVE 'E498' TO EXC-REASON-CODE
025000         MOVE 'OWNER MISSING OR NOT ON OWNMAST' TO
025100             EXC-REASON-TEXT
025200         PERFORM 2900-WRITE-EXCEPTION
025300             THRU 2900-WRITE-EXCEPTION-EXIT
025400         GO TO 2100-CHECK-OWNER-EXIT
025500     END-IF.
025600     MOVE PSTR-OWNER TO OWNER-ID.
025700     READ OWNER-MASTER
025800         INVALID KEY CONTINUE
025900         NOT INVALID KEY SET WS-OWNER-FOUND TO TRUE
026000     END-READ.
026100     IF NOT WS-OWNER-FOUND
026200         MOVE 'E498' TO EXC-REASON-CODE
026300         MOVE 'OWNER MISSING OR NOT ON OWNMAST' TO
026400             EXC-REASON-TEXT
026500         PERFORM 2900-WRITE-EXCEPTION
026600             THRU 2900-WRITE-EXCEPTION-EXIT
026700     END-IF.
026800 2100-CHECK-OWNER-EXIT.
026900     EXIT.
027000
027100 3000-SUBSCRIBE.
027200*    A CHANGE KEEPS THE OWNER'S PLACE IN THE JOURNAL AND THEIR
027300*    SEQUENCE.  AN OWNER STARTED AGAIN AFTER A STOP TAKES
027400*    EVENTS FROM TODAY - THOSE POSTED WHILE STOPPED ARE NOT
027500*    SENT LATE.
027600     IF PSTR-QUEUE-NAME = SPACES
027700         MOVE 'E499' TO EXC-REASON-CODE
027800         MOVE 'QUEUE NAME MISSING ON SUBSCRIBE' TO
027900             EXC-REASON-TEXT
028000         PERFORM 2900-WRITE-EXCEPTION
028100             THRU 2900-WRITE-EXCEPTION-EXIT
028200         GO TO 3000-SUBSCRIBE-EXIT
028300     END-IF.
028400     MOVE ZERO TO WS-TYPE-COUNT.
028500     SET WS-TYPES-OK TO TRUE.
028600     PERFORM 3050-CHECK-ONE-TYPE
028700         THRU 3050-CHECK-ONE-TYPE-EXIT
028800         VARYING WS-TYPE-SUB FROM 1 BY 1
028900         UNTIL WS-TYPE-SUB > 10 OR NOT WS-TYPES-OK.
029000     IF NOT WS-TYPES-OK
029100         GO TO 3000-SUBSCRIBE-EXIT
029200     END-IF.
029300     IF WS-TYPE-COUNT = ZERO
029400         MOVE 'E499' TO EXC-REASON-CODE
029500         MOVE 'NO MOVEMENT TYPES ON SUBSCRIBE' TO
029600             EXC-REASON-TEXT
029700         PERFORM 2900-WRITE-EXCEPTION
029800             THRU 2900-WRITE-EXCEPTION-EXIT
029900         GO TO 3000-SUBSCRIBE-EXIT
030000     END-IF.
030100
030200     IF NOT WS-SUBS-FOUND
030300         MOVE SPACES TO SUBSCRIPTION-RECORD
030400         MOVE PSTR-OWNER TO PSB-OWNER
030500         MOVE WS-TODAY-YYYYMMDD TO PSB-START-DATE
030600         MOVE ZERO TO PSB-LAST-JOURNAL-NO
030700         MOVE ZERO TO PSB-LAST-SEQUENCE
030800         MOVE ZERO TO PSB-LAST-SENT-DATE
030900     END-IF.
031000     IF WS-SUBS-FOUND AND PSB-INACTIVE
031100         MOVE WS-TODAY-YYYYMMDD TO PSB-START-DATE
031200     END-IF.
031300     MOVE PSTR-QUEUE-NAME TO PSB-QUEUE-NAME.
031400     MOVE PSTR-TYPE-LIST TO PSB-TYPE-LIST.
031500     SET PSB-ACTIVE TO TRUE.
031600     MOVE WS-TODAY-YYYYMMDD TO PSB-UPDATED-DATE.
031700     IF WS-SUBS-FOUND
031800         REWRITE SUBSCRIPTION-RECORD
031900             INVALID KEY CONTINUE
032000         END-REWRITE
032100     ELSE
032200         WRITE SUBSCRIPTION-RECORD
032300             INVALID KEY CONTINUE
032400         END-WRITE
032500     END-IF.
032600     IF NOT SUBS-STATUS-OK
032700         PERFORM 3900-REJECT-SUBS-UPDATE
032800             THRU 3900-REJECT-SUBS-UPDATE-EXIT
032900         GO TO 3000-SUBSCRIBE-EXIT
033000     END-IF.
033100     IF WS-SUBS-FOUND
033200         ADD 1 TO WS-SUBS-CHANGED
033300     ELSE
033400         ADD 1 TO WS-SUBS-ADDED
033500     END-IF.
033600 3000-SUBSCRIBE-EXIT.
033700     EXIT.
033800
033900 3050-CHECK-ONE-TYPE.
034000     IF PSTR-EVENT-TYPE(WS-TYPE-SUB) = SPACES
034100         GO TO 3050-CHECK-ONE-TYPE-EXIT
034200     END-IF.
034300     ADD 1 TO WS-TYPE-COUNT.
034400     MOVE 'N' TO WS-TYPE-KNOWN-SW.
034500     PERFORM 3060-MATCH-VALID-TYPE
034600         THRU 3060-MATCH-VALID-TYPE-EXIT
034700         VARYING WS-VALID-SUB FROM 1 BY 1
034800         UNTIL WS-VALID-SUB > 11 OR WS-TYPE-KNOWN.
034900     IF NOT WS-TYPE-KNOWN
035000         MOVE 'N' TO WS-TYPES-OK-SW
035100         MOVE 'E500' TO EXC-REASON-CODE
035200         MOVE SPACES TO EXC-REASON-TEXT
035300         STRING 'UNKNOWN MOVEMENT TYPE '
035400                PSTR-EVENT-TYPE(WS-TYPE-SUB)
035500             DELIMITED BY SIZE
035600             INTO EXC-REASON-TEXT
035700         END-STRING
035800         PERFORM 2900-WRITE-EXCEPTION
035900             THRU 2900-WRITE-EXCEPTION-EXIT
036000     END-IF.
036100 3050-CHECK-ONE-TYPE-EXIT.
036200     EXIT.
036300
036400 3060-MATCH-VALID-TYPE.
036500     IF PSTR-EVENT-TYPE(WS-TYPE-SUB) =
036600             WS-VALID-TYPE(WS-VALID-SUB)
036700         SET WS-TYPE-KNOWN TO TRUE
036800     END-IF.
036900 3060-MATCH-VALID-TYPE-EXIT.
037000     EXIT.
037100
037200 3100-UNSUBSCRIBE.
037300*    THE RECORD STAYS, INACTIVE, WITH ITS SEQUENCE - STKPUB
037400*    SENDS NOTHING MORE UNTIL THE OWNER IS SUBSCRIBED AGAIN.
037500     IF NOT WS-SUBS-FOUND OR PSB-INACTIVE
037600         MOVE 'E501' TO EXC-REASON-CODE
037700         MOVE 'OWNER NOT SUBSCRIBED' TO EXC-REASON-TEXT
037800         PERFORM 2900-WRITE-EXCEPTION
037900             THRU 2900-WRITE-EXCEPTION-EXIT
038000         GO TO 3100-UNSUBSCRIBE-EXIT
038100     END-IF.
038200     SET PSB-INACTIVE TO TRUE.
038300     MOVE WS-TODAY-YYYYMMDD TO PSB-UPDATED-DATE.
038400     REWRITE SUBSCRIPTION-RECORD
038500         INVALID KEY CONTINUE
038600     END-REWRITE.
038700     IF SUBS-STATUS-OK
038800         ADD 1 TO WS-SUBS-STOPPED
038900     ELSE
039000         PERFORM 3900-REJECT-SUBS-UPDATE
039100             THRU 3900-REJECT-SUBS-UPDATE-EXIT
039200     END-IF.
039300 3100-UNSUBSCRIBE-EXIT.
039400     EXIT.
039500
039600 3900-REJECT-SUBS-UPDATE.
039700     MOVE 'E502' TO EXC-REASON-CODE.
039800     MOVE 'PUBSUB WRITE FAILED, SEE STATUS' TO EXC-REASON-TEXT.
039900     PERFORM 2900-WRITE-EXCEPTION
040000         THRU 2900-WRITE-EXCEPTION-EXIT.
040100 3900-REJECT-SUBS-UPDATE-EXIT.
040200     EXIT.
040300
040400 2900-WRITE-EXCEPTION.
040500     ADD 1 TO WS-TRANS-REJECTED.
040600     MOVE 'PUBSMNT ' TO EXC-PROGRAM-ID.
040700     MOVE PSTR-OWNER TO EXC-KEY-VALUE.
040800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
040900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
041000     MOVE SPACES TO EXC-OPERATOR-ID.
041100     WRITE EXC-RECORD.
041200     SET RC-WARNING TO TRUE.
041300 2900-WRITE-EXCEPTION-EXIT.
041400     EXIT.
041500
041600 9000-FINISH.
041700     CLOSE OWNER-MASTER.
041800     CLOSE SUBSCRIPTION-FILE.
041900     CLOSE SUBSCRIPTION-TRAN-FILE.
042000     CLOSE EXCEPTION-FILE.
042100     DISPLAY 'PUBSMNT - TRANS READ      : ' WS-TRANS-READ.
042200     DISPLAY 'PUBSMNT - SUBSCRIBED      : ' WS-SUBS-ADDED.
042300     DISPLAY 'PUBSMNT - CHANGED         : ' WS-SUBS-CHANGED.
042400     DISPLAY 'PUBSMNT - STOPPED         : ' WS-SUBS-STOPPED.
042500     DISPLAY 'PUBSMNT - TRANS REJECTED  : ' WS-TRANS-REJECTED.
042600     DISPLAY 'PUBSMNT - RETURN CODE     : ' WS-RETURN-CODE.
042700 9000-FINISH-EXIT.
042800     EXIT.
042900
043000 9999-EXIT.
043100     STOP RUN.
