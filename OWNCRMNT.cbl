000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OWNCRMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTAINS THE OWNCRED
001000*                    OWNER CREDIT FILE (SEE OCRREC) FROM THE
001100*                    OWNCTRAN TRANSACTIONS - L SETS THE OWNER'S
001200*                    CREDIT LIMIT (ZERO FOR NONE), S PUTS THE
001300*                    OWNER ON CREDIT HOLD BY HAND WITH A
001400*                    REASON, R RELEASES A HOLD WHOEVER SET IT.
001500*                    THE OWNER MUST BE ON THE OWNMAST MASTER.
001600*                    OWNCASH RAISES AND RELEASES ITS OWN AGING
001700*                    HOLDS; A HOLD SET HERE STAYS UNTIL CREDIT
001800*                    CONTROL RELEASES IT HERE.  THE HOLDMNT
001900*                    PATTERN.
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
003000     SELECT CREDIT-FILE ASSIGN TO "OWNCRED"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS OCR-OWNER
003400         FILE STATUS IS WS-CREDIT-STATUS.
003500
003600     SELECT CREDIT-TRAN-FILE ASSIGN TO "OWNCTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TRAN-STATUS.
003900
004000     SELECT EXCEPTION-FILE ASSIGN TO "OWNCREXC"
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
005200 FD  CREDIT-FILE.
005300     COPY OCRREC.
005400
005500 FD  CREDIT-TRAN-FILE.
005600 01  CREDIT-TRAN-RECORD.
005700     05  OCTR-ACTION                 PIC X(01).
005800         88  OCTR-LIMIT              VALUE 'L'.
005900         88  OCTR-SET                VALUE 'S'.
006000         88  OCTR-RELEASE            VALUE 'R'.
006100     05  OCTR-OWNER                  PIC X(20).
006200*    FOR AN L ACTION - THE NEW LIMIT, IMPLIED DECIMAL.
006300     05  OCTR-CREDIT-LIMIT           PIC 9(09)V9(02).
006400*    FOR AN S ACTION - WHY THE OWNER IS HELD.
006500     05  OCTR-REASON                 PIC X(30).
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
007800 01  WS-CREDIT-STATUS               PIC X(02) VALUE '00'.
007900     88  CREDIT-STATUS-OK            VALUE '00'.
008000 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
008100     88  TRAN-STATUS-OK              VALUE '00'.
008200     88  TRAN-STATUS-EOF             VALUE '10'.
008300 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008400     88  BUSDATE-STATUS-OK           VALUE '00'.
008500
008600 01  WS-OWNER-FOUND-SW              PIC X(01) VALUE 'N'.
008700     88  WS-OWNER-FOUND              VALUE 'Y'.
008800 01  WS-CREDIT-FOUND-SW             PIC X(01) VALUE 'N'.
008900     88  WS-CREDIT-FOUND             VALUE 'Y'.
009000
009100 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
009200 01  WS-LIMITS-SET                  PIC 9(07) COMP VALUE ZERO.
009300 01  WS-HOLDS-SET                   PIC 9(07) COMP VALUE ZERO.
009400 01  WS-HOLDS-RELEASED              PIC 9(07) COMP VALUE ZERO.
009500 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
009600
009700 01  WS-CURRENT-DATE-TIME.
009800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
009900     05  WS-TIME-HHMMSSHH           PIC 9(08).
010000     05  FILLER                     PIC X(05).
010100
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT.
010600
010700     PERFORM 2000-APPLY-NEXT-TRAN
010800         THRU 2000-APPLY-NEXT-TRAN-EXIT
010900         UNTIL TRAN-STATUS-EOF.
011000
011100     PERFORM 9000-FINISH
011200         THRU 9000-FINISH-EXIT.
011300
011400     MOVE WS-RETURN-CODE TO RETURN-CODE.
011500     GO TO 9999-EXIT.
011600
011700 1000-INITIALIZE.
011800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011900     PERFORM 1050-GET-BUSINESS-DATE
012000         THRU 1050-GET-BUSINESS-DATE-EXIT.
012100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
012200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
012300     OPEN OUTPUT EXCEPTION-FILE.
012400     OPEN INPUT OWNER-MASTER.
012500     IF NOT MASTER-STATUS-OK
012600         DISPLAY 'OWNCRMNT - UNABLE TO OPEN OWNMAST, STATUS='
012700             WS-MASTER-STATUS
012800         SET RC-SEVERE TO TRUE
012900         SET TRAN-STATUS-EOF TO TRUE
013000         GO TO 1000-INITIALIZE-EXIT
013100     END-IF.
013200*    THE CREDIT FILE IS CREATED EMPTY ON FIRST USE.
013300     OPEN I-O CREDIT-FILE.
013400     IF NOT CREDIT-STATUS-OK
013500         OPEN OUTPUT CREDIT-FILE
013600         IF NOT CREDIT-STATUS-OK
013700             DISPLAY 'OWNCRMNT - UNABLE TO OPEN OWNCRED, STATUS='
013800                 WS-CREDIT-STATUS
013900             SET RC-SEVERE TO TRUE
014000             SET TRAN-STATUS-EOF TO TRUE
014100             GO TO 1000-INITIALIZE-EXIT
014200         END-IF
014300         CLOSE CREDIT-FILE
014400         OPEN I-O CREDIT-FILE
014500     END-IF.
014600     OPEN INPUT CREDIT-TRAN-FILE.
014700     IF NOT TRAN-STATUS-OK
014800         DISPLAY 'OWNCRMNT - UNABLE TO OPEN OWNCTRAN, STATUS='
014900             WS-TRAN-STATUS
015000         SET RC-SEVERE TO TRUE
015100         SET TRAN-STATUS-EOF TO TRUE
015200         GO TO 1000-INITIALIZE-EXIT
015300     END-IF.
015400 1000-INITIALIZE-EXIT.
015500     EXIT.
015600
015700 1050-GET-BUSINESS-DATE.
015800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
015900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
016000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
016100*    CLOCK TIME FIELD STAYS REAL.
016200     OPEN INPUT BUSDATE-FILE.
016300     IF NOT BUSDATE-STATUS-OK
016400         GO TO 1050-GET-BUSINESS-DATE-EXIT
016500     END-IF.
016600     READ BUSDATE-FILE
016700         AT END
016800             CLOSE BUSDATE-FILE
016900             GO TO 1050-GET-BUSINESS-DATE-EXIT
017000     END-READ.
017100     CLOSE BUSDATE-FILE.
017200     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
017300             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
017400         DISPLAY 'OWNCRMNT - RUNNING AS OF BUSINESS DATE '
017500             BUS-DATE
017600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
017700     END-IF.
017800 1050-GET-BUSINESS-DATE-EXIT.
017900     EXIT.
018000
018100 2000-APPLY-NEXT-TRAN.
018200     READ CREDIT-TRAN-FILE
018300         AT END SET TRAN-STATUS-EOF TO TRUE
018400     END-READ.
018500     IF TRAN-STATUS-EOF
018600         GO TO 2000-APPLY-NEXT-TRAN-EXIT
018700     END-IF.
018800
018900     ADD 1 TO WS-TRANS-READ.
019000
019100     IF NOT OCTR-LIMIT AND NOT OCTR-SET AND NOT OCTR-RELEASE
019200         MOVE 'E469' TO EXC-REASON-CODE
019300         MOVE 'ACTION CODE NOT L, S OR R' TO EXC-REASON-TEXT
019400         PERFORM 2900-WRITE-EXCEPTION
019500             THRU 2900-WRITE-EXCEPTION-EXIT
019600         GO TO 2000-APPLY-NEXT-TRAN-EXIT
019700     END-IF.
019800
019900     PERFORM 2100-CHECK-OWNER
020000         THRU 2100-CHECK-OWNER-EXIT.
020100     IF NOT WS-OWNER-FOUND
020200         GO TO 2000-APPLY-NEXT-TRAN-EXIT
020300     END-IF.
020400
020500     MOVE 'N' TO WS-CREDIT-FOUND-SW.
020600     MOVE OCTR-OWNER TO OCR-OWNER.
020700     READ CREDIT-FILE
020800         INVALID KEY CONTINUE
020900         NOT INVALID KEY SET WS-CREDIT-FOUND TO TRUE
021000     END-READ.
021100
021200     EVALUATE TRUE
021300         WHEN OCTR-LIMIT
021400             PERFORM 3000-SET-LIMIT
021500                 THRU 3000-SET-LIMIT-EXIT
021600         WHEN OCTR-SET
021700             PERFORM 3100-SET-HOLD
021800                 THRU 3100-SET-HOLD-EXIT
021900         WHEN OTHER
022000             PERFORM 3200-RELEASE-HOLD
022100                 THRU 3200-RELEASE-HOLD-EXIT
022200     END-EVALUATE.
022300 2000-APPLY-NEXT-TRAN-EXIT.
022400     EXIT.
022500
022600 2100-CHECK-OWNER.
022700     MOVE 'N' TO WS-OWNER-FOUND-SW.
022800     IF OCTR-OWNER = SPACES
022900         MOVE 'E470' TO EXC-REASON-CODE
023000         MOVE 'OWNER MISSING OR NOT ON OWNMAST' TO
023100             EXC-REASON-TEXT
023200         PERFORM 2900-WRITE-EXCEPTION
023300             THRU 2900-WRITE-EXCEPTION-EXIT
023400         GO TO 2100-CHECK-OWNER-EXIT
023500     END-IF.
023600     MOVE OCTR-OWNER TO OWNER-ID.
023700     READ OWNER-MASTER
023800         INVALID KEY CONTINUE
023900         NOT INVALID KEY SET WS-OWNER-FOUND TO TRUE
024000     END-READ.
024100     IF NOT WS-OWNER-FOUND
024200         MOVE 'E470' TO EXC-REASON-CODE
024300         MOVE 'OWNER MISSING OR NOT ON OWNMAST' TO
024400             EXC-REASON-TEXT
024500         PERFORM 2900-WRITE-EXCEPTION
024600             THRU 2900-WRITE-EXCEPTION-EXIT
024700     END-IF.
024800 2100-CHECK-OWNER-EXIT.
024900     EXIT.
025000
025100 3000-SET-LIMIT.
025200*    A NEW LIMIT NEVER TOUCHES THE HOLD - OWNCASH RE-TESTS THE
025300*    BALANCE AGAINST IT ON ITS NEXT AGING RUN.
025400     IF OCTR-CREDIT-LIMIT IS NOT NUMERIC
025500         MOVE 'E471' TO EXC-REASON-CODE
025600         MOVE 'CREDIT LIMIT NOT NUMERIC' TO EXC-REASON-TEXT
025700         PERFORM 2900-WRITE-EXCEPTION
025800             THRU 2900-WRITE-EXCEPTION-EXIT
025900         GO TO 3000-SET-LIMIT-EXIT
026000     END-IF.
026100     IF WS-CREDIT-FOUND
026200         MOVE OCTR-CREDIT-LIMIT TO OCR-CREDIT-LIMIT
026300         REWRITE OWNER-CREDIT-RECORD
026400             INVALID KEY CONTINUE
026500         END-REWRITE
026600     ELSE
026700         MOVE SPACES TO OWNER-CREDIT-RECORD
026800         MOVE OCTR-OWNER TO OCR-OWNER
026900         MOVE OCTR-CREDIT-LIMIT TO OCR-CREDIT-LIMIT
027000         MOVE 'N' TO OCR-HOLD-SW
027100         MOVE ZERO TO OCR-HOLD-DATE
027200         WRITE OWNER-CREDIT-RECORD
027300             INVALID KEY CONTINUE
027400         END-WRITE
027500     END-IF.
027600     IF CREDIT-STATUS-OK
027700         ADD 1 TO WS-LIMITS-SET
027800     ELSE
027900         PERFORM 3900-REJECT-CREDIT-UPDATE
028000             THRU 3900-REJECT-CREDIT-UPDATE-EXIT
028100     END-IF.
028200 3000-SET-LIMIT-EXIT.
028300     EXIT.
028400
028500 3100-SET-HOLD.
028600*    A HAND HOLD CARRIES ITS REASON TO THE ALLOCATION RUN, SO
028700*    A SET WITHOUT ONE IS REFUSED.  SETTING A HOLD ALREADY ON
028800*    FILE REPLACES THE REASON AND THE DATE, AND TAKES IT OVER
028900*    FROM OWNCASH SO THE AGING RUN CANNOT LIFT IT.
029000     IF OCTR-REASON = SPACES
029100         MOVE 'E472' TO EXC-REASON-CODE
029200         MOVE 'HOLD REASON MISSING ON SET' TO EXC-REASON-TEXT
029300         PERFORM 2900-WRITE-EXCEPTION
029400             THRU 2900-WRITE-EXCEPTION-EXIT
029500         GO TO 3100-SET-HOLD-EXIT
029600     END-IF.
029700     IF NOT WS-CREDIT-FOUND
029800         MOVE SPACES TO OWNER-CREDIT-RECORD
029900         MOVE OCTR-OWNER TO OCR-OWNER
030000         MOVE ZERO TO OCR-CREDIT-LIMIT
030100     END-IF.
030200     SET OCR-ON-HOLD TO TRUE.
030300     MOVE OCTR-REASON TO OCR-HOLD-REASON.
030400     MOVE WS-TODAY-YYYYMMDD TO OCR-HOLD-DATE.
030500     MOVE 'OWNCRMNT' TO OCR-HOLD-SET-BY.
030600     IF WS-CREDIT-FOUND
030700         REWRITE OWNER-CREDIT-RECORD
030800             INVALID KEY CONTINUE
030900         END-REWRITE
031000     ELSE
031100         WRITE OWNER-CREDIT-RECORD
031200             INVALID KEY CONTINUE
031300         END-WRITE
031400     END-IF.
031500     IF CREDIT-STATUS-OK
031600         ADD 1 TO WS-HOLDS-SET
031700     ELSE
031800         PERFORM 3900-REJECT-CREDIT-UPDATE
031900             THRU 3900-REJECT-CREDIT-UPDATE-EXIT
032000     END-IF.
032100 3100-SET-HOLD-EXIT.
032200     EXIT.
032300
032400 3200-RELEASE-HOLD.
032500*    RELEASING AN OWNCASH HOLD IS ALLOWED - BUT IF THE OWNER
032600*    IS STILL OVER THE LIMIT OR OVERDUE, THE NEXT AGING RUN
032700*    PUTS THEM STRAIGHT BACK ON HOLD.
032800     IF NOT WS-CREDIT-FOUND OR NOT OCR-ON-HOLD
032900         MOVE 'E473' TO EXC-REASON-CODE
033000         MOVE 'OWNER NOT ON CREDIT HOLD' TO EXC-REASON-TEXT
033100         PERFORM 2900-WRITE-EXCEPTION
033200             THRU 2900-WRITE-EXCEPTION-EXIT
033300         GO TO 3200-RELEASE-HOLD-EXIT
033400     END-IF.
033500     MOVE 'N' TO OCR-HOLD-SW.
033600     MOVE SPACES TO OCR-HOLD-REASON.
033700     MOVE ZERO TO OCR-HOLD-DATE.
033800     MOVE SPACES TO OCR-HOLD-SET-BY.
033900     REWRITE OWNER-CREDIT-RECORD
034000         INVALID KEY CONTINUE
034100     END-REWRITE.
034200     IF CREDIT-STATUS-OK
034300         ADD 1 TO WS-HOLDS-RELEASED
034400     ELSE
034500         PERFORM 3900-REJECT-CREDIT-UPDATE
034600             THRU 3900-REJECT-CREDIT-UPDATE-EXIT
034700     END-IF.
034800 3200-RELEASE-HOLD-EXIT.
034900     EXIT.
035000
035100 3900-REJECT-CREDIT-UPDATE.
035200     MOVE 'E474' TO EXC-REASON-CODE.
035300     MOVE 'OWNCRED WRITE FAILED, SEE STATUS' TO EXC-REASON-TEXT.
035400     PERFORM 2900-WRITE-EXCEPTION
035500         THRU 2900-WRITE-EXCEPTION-EXIT.
035600 3900-REJECT-CREDIT-UPDATE-EXIT.
035700     EXIT.
035800
035900 2900-WRITE-EXCEPTION.
036000     ADD 1 TO WS-TRANS-REJECTED.
036100     MOVE 'OWNCRMNT' TO EXC-PROGRAM-ID.
036200     MOVE OCTR-OWNER TO EXC-KEY-VALUE.
036300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
036400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
036500     MOVE SPACES TO EXC-OPERATOR-ID.
036600     WRITE EXC-RECORD.
036700     SET RC-WARNING TO TRUE.
036800 2900-WRITE-EXCEPTION-EXIT.
036900     EXIT.
037000
037100 9000-FINISH.
037200     CLOSE OWNER-MASTER.
037300     CLOSE CREDIT-FILE.
037400     CLOSE CREDIT-TRAN-FILE.
037500     CLOSE EXCEPTION-FILE.
037600     DISPLAY 'OWNCRMNT - TRANS READ     : ' WS-TRANS-READ.
037700     DISPLAY 'OWNCRMNT - LIMITS SET     : ' WS-LIMITS-SET.
037800     DISPLAY 'OWNCRMNT - HOLDS SET      : ' WS-HOLDS-SET.
037900     DISPLAY 'OWNCRMNT - HOLDS RELEASED : ' WS-HOLDS-RELEASED.
038000     DISPLAY 'OWNCRMNT - TRANS REJECTED : ' WS-TRANS-REJECTED.
038100     DISPLAY 'OWNCRMNT - RETURN CODE    : ' WS-RETURN-CODE.
038200 9000-FINISH-EXIT.
038300     EXIT.
038400
038500 9999-EXIT.
038600     STOP RUN.
