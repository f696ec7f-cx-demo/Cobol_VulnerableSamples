001900*                    BE NAMED.  COUNTS ARE WRITTEN TO THE CGAU
002000*                    AUDIT QUEUE AT BOTH ENDS SO NOTHING IS LOST
002100*                    SILENTLY.  COMMAND:  QOFF <O|R> <QUEUE>
002200*   2026-10-15 RLW  MESSAGE BUFFER WIDENED TO 300 BYTES - A RCPT
002300*                    RECORD NOW CARRIES THE OPERATOR, ARRIVAL
002400*                    TIME AND SERIALS (277 BYTES), WHICH A
002500*                    100-BYTE READQ WOULD REFUSE WITH LENGERR.
002600*================================================================
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 COPY RETCODES.
003000
003100 01  WS-INPUT-LINE               PIC X(80) VALUE SPACES.
003200 01  WS-INPUT-LEN                PIC S9(04) COMP VALUE +80.
003300 01  WS-TRANCODE                 PIC X(04) VALUE SPACES.
003400 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
003500     88  WS-MODE-OFFLOAD         VALUE 'O'.
003600     88  WS-MODE-REPLAY          VALUE 'R'.
003700 01  WS-QUEUE-NAME               PIC X(04) VALUE SPACES.
003800
003900*    APPROVED TD QUEUE CONTROL TABLE - SAME SET THE
004000*    RESOURCEINJECTION TRANSACTION APPROVES.
004100 01  WS-APPROVED-QUEUE-TABLE.
004200     05  WS-APPROVED-QUEUE OCCURS 4 TIMES PIC X(04).
004300 01  WS-QUEUE-SUB                PIC 9(02) COMP.
004400 01  WS-QUEUE-FOUND-SW           PIC X(01) VALUE 'N'.
004500     88  WS-QUEUE-FOUND          VALUE 'Y'.
004600
004700 01  WS-DATA                     PIC X(300) VALUE SPACES.
004800 01  WS-LDATA                    PIC S9(04) COMP VALUE +300.
004900 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
005000 01  WS-RESP2                    PIC S9(08) COMP VALUE ZERO.
005100 01  WS-DRAIN-DONE-SW            PIC X(01) VALUE 'N'.
005200     88  WS-DRAIN-DONE           VALUE 'Y'.
005300
005400 01  WS-MESSAGES-MOVED           PIC 9(07) VALUE ZERO.
005500 01  WS-REPLY-LINE               PIC X(79) VALUE SPACES.
005600
005700 COPY CGAUDIT.
005800
005900 01  WS-CURRENT-DATE-TIME.
006000     05  WS-TODAY-YYYYMMDD       PIC 9(08).
006100     05  WS-TIME-HHMMSSHH        PIC 9(08).
006200     05  FILLER                  PIC X(05).
006300
006400 PROCEDURE DIVISION.
006500 0000-MAINLINE.
006600     PERFORM 1000-INITIALIZE
006700         THRU 1000-INITIALIZE-EXIT.
006800
006900     IF NOT WS-QUEUE-FOUND
007000         MOVE 'QOFFLOAD - QUEUE NOT ON APPROVED LIST' TO
007100             WS-REPLY-LINE
007200         PERFORM 8000-SEND-REPLY
007300             THRU 8000-SEND-REPLY-EXIT
007400         SET RC-ERROR TO TRUE
007500         GO TO 9999-EXIT
007600     END-IF.
007700
007800     EVALUATE TRUE
007900         WHEN WS-MODE-OFFLOAD
008000             PERFORM 2000-OFFLOAD-QUEUE
008100                 THRU 2000-OFFLOAD-QUEUE-EXIT
008200         WHEN WS-MODE-REPLAY
008300             PERFORM 3000-REPLAY-QUEUE
008400                 THRU 3000-REPLAY-QUEUE-EXIT
008500         WHEN OTHER
008600             MOVE 'QOFFLOAD - MODE MUST BE O OR R' TO
008700                 WS-REPLY-LINE
008800             PERFORM 8000-SEND-REPLY
008900                 THRU 8000-SEND-REPLY-EXIT
009000             SET RC-ERROR TO TRUE
009100             GO TO 9999-EXIT
009200     END-EVALUATE.
009300
009400     PERFORM 7000-WRITE-AUDIT-RECORD
009500         THRU 7000-WRITE-AUDIT-RECORD-EXIT.
009600
009700     MOVE SPACES TO WS-REPLY-LINE.
009800     STRING 'QOFFLOAD ' WS-RUN-MODE
009900            ' QUEUE=' WS-QUEUE-NAME
010000            ' MESSAGES=' WS-MESSAGES-MOVED
010100         DELIMITED BY SIZE
010200         INTO WS-REPLY-LINE
010300     END-STRING.
010400     PERFORM 8000-SEND-REPLY
010500         THRU 8000-SEND-REPLY-EXIT.
010600     GO TO 9999-EXIT.
010700
010800 1000-INITIALIZE.
010900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011000     MOVE 'ORDR' TO WS-APPROVED-QUEUE(1).
011100     MOVE 'INVQ' TO WS-APPROVED-QUEUE(2).
011200     MOVE 'SHIP' TO WS-APPROVED-QUEUE(3).
011300     MOVE 'RCPT' TO WS-APPROVED-QUEUE(4).
011400
011500     EXEC CICS
011600         RECEIVE INTO(WS-INPUT-LINE)
011700         LENGTH(WS-INPUT-LEN)
011800         RESP(WS-RESP)
011900     END-EXEC.
012000     UNSTRING WS-INPUT-LINE DELIMITED BY ALL SPACE
012100         INTO WS-TRANCODE
012200              WS-RUN-MODE
012300              WS-QUEUE-NAME
012400     END-UNSTRING.
012500
012600     MOVE 'N' TO WS-QUEUE-FOUND-SW.
012700     PERFORM 1100-CHECK-ONE-QUEUE
012800         THRU 1100-CHECK-ONE-QUEUE-EXIT
012900         VARYING WS-QUEUE-SUB FROM 1 BY 1
013000         UNTIL WS-QUEUE-SUB > 4.
013100 1000-INITIALIZE-EXIT.
013200     EXIT.
013300
013400 1100-CHECK-ONE-QUEUE.
013500     IF WS-QUEUE-NAME = WS-APPROVED-QUEUE(WS-QUEUE-SUB)
013600         SET WS-QUEUE-FOUND TO TRUE
013700     END-IF.
013800 1100-CHECK-ONE-QUEUE-EXIT.
013900     EXIT.
014000
014100 2000-OFFLOAD-QUEUE.
014200*    DRAIN THE BACKED-UP QUEUE TO THE OFFLOAD DATASET - THE
014300*    MESSAGES ARE PRESERVED INSTEAD OF PURGED.
014400     PERFORM 2100-MOVE-ONE-MESSAGE-OUT
014500         THRU 2100-MOVE-ONE-MESSAGE-OUT-EXIT
014600         UNTIL WS-DRAIN-DONE.
014700 2000-OFFLOAD-QUEUE-EXIT.
014800     EXIT.
014900
015000 2100-MOVE-ONE-MESSAGE-OUT.
015100     MOVE +300 TO WS-LDATA.
015200     EXEC CICS
015300         READQ TD
015400         QUEUE(WS-QUEUE-NAME)
015500         INTO(WS-DATA)
015600         LENGTH(WS-LDATA)
015700         RESP(WS-RESP)
015800         RESP2(WS-RESP2)
015900     END-EXEC.
016000     IF WS-RESP NOT = DFHRESP(NORMAL)
016100         SET WS-DRAIN-DONE TO TRUE
016200         GO TO 2100-MOVE-ONE-MESSAGE-OUT-EXIT
016300     END-IF.
016400
016500     EXEC CICS
016600         WRITEQ TD
016700         QUEUE('OFFL')
016800         FROM(WS-DATA)
016900         LENGTH(WS-LDATA)
017000         RESP(WS-RESP)
017100     END-EXEC.
017200     IF WS-RESP NOT = DFHRESP(NORMAL)
017300*        THE OFFLOAD SIDE FAILED WITH THE MESSAGE IN HAND - BACK
017400*        THE WHOLE UNIT OUT SO NOTHING IS LOST.
017500         EXEC CICS
017600             SYNCPOINT ROLLBACK
017700         END-EXEC
017800         SET WS-DRAIN-DONE TO TRUE
017900         SET RC-ERROR TO TRUE
018000         GO TO 2100-MOVE-ONE-MESSAGE-OUT-EXIT
018100     END-IF.
018200     ADD 1 TO WS-MESSAGES-MOVED.
018300 2100-MOVE-ONE-MESSAGE-OUT-EXIT.
018400     EXIT.
018500
018600 3000-REPLAY-QUEUE.
018700*    FEED THE OFFLOADED MESSAGES BACK ONTO THE ORIGINAL QUEUE
018800*    FROM THE INPUT SIDE OF THE OFFLOAD DATASET.
018900     PERFORM 3100-MOVE-ONE-MESSAGE-BACK
019000         THRU 3100-MOVE-ONE-MESSAGE-BACK-EXIT
019100         UNTIL WS-DRAIN-DONE.
019200 3000-REPLAY-QUEUE-EXIT.
019300     EXIT.
019400
019500 3100-MOVE-ONE-MESSAGE-BACK.
019600     MOVE +300 TO WS-LDATA.
019700     EXEC CICS
019800         READQ TD
019900         QUEUE('OFFI')
020000         INTO(WS-DATA)
020100         LENGTH(WS-LDATA)
020200         RESP(WS-RESP)
020300         RESP2(WS-RESP2)
020400     END-EXEC.
020500     IF WS-RESP NOT = DFHRESP(NORMAL)
020600         SET WS-DRAIN-DONE TO TRUE
020700         GO TO 3100-MOVE-ONE-MESSAGE-BACK-EXIT
020800     END-IF.
020900
021000     EXEC CICS
021100         WRITEQ TD
021200         QUEUE(WS-QUEUE-NAME)
021300         FROM(WS-DATA)
021400         LENGTH(WS-LDATA)
021500         RESP(WS-RESP)
021600     END-EXEC.
021700     IF WS-RESP NOT = DFHRESP(NORMAL)
021800         EXEC CICS
021900             SYNCPOINT ROLLBACK
022000         END-EXEC
022100         SET WS-DRAIN-DONE TO TRUE
022200         SET RC-ERROR TO TRUE
022300         GO TO 3100-MOVE-ONE-MESSAGE-BACK-EXIT
022400     END-IF.
022500     ADD 1 TO WS-MESSAGES-MOVED.
022600 3100-MOVE-ONE-MESSAGE-BACK-EXIT.
022700     EXIT.
022800
022900 7000-WRITE-AUDIT-RECORD.
023000     MOVE 'QOFFLOAD' TO CGAUD-PROGRAM-ID.
023100     IF WS-MODE-OFFLOAD
023200         MOVE 'QOFD' TO CGAUD-EVENT-TYPE
023300     ELSE
023400         MOVE 'QRPL' TO CGAUD-EVENT-TYPE
023500     END-IF.
023600     MOVE WS-QUEUE-NAME TO CGAUD-RESOURCE-NAME.
023700     MOVE WS-MESSAGES-MOVED TO CGAUD-RESP-CODE.
023800     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
023900     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
024000     EXEC CICS
024100         WRITEQ TD
024200         QUEUE('CGAU')
024300         FROM(CGAUDIT-RECORD)
024400         LENGTH(+40)
024500     END-EXEC.
024600 7000-WRITE-AUDIT-RECORD-EXIT.
024700     EXIT.
024800
024900 8000-SEND-REPLY.
025000     EXEC CICS
025100         SEND TEXT FROM(WS-REPLY-LINE)
025200         LENGTH(79)
025300         ERASE
025400     END-EXEC.
025500 8000-SEND-REPLY-EXIT.
025600     EXIT.
025700
025800 9999-EXIT.
025900     EXEC CICS
026000         RETURN
026100     END-EXEC.
026200     GOBACK.
