002200*                    AND EVERY APPLIED AND REFUSED TRANSACTION
002300*                    IS APPENDED TO THE PERMANENT OPAUTHLG
002400*                    CHANGE HISTORY.
002500*   2026-10-15 RLW  OPERATOR SHIFT - AN ADD MAY NAME THE
002600*                    OPERATOR'S SHIFT (1, 2 OR 3 - SEE OPAUTH)
002700*                    AND A CHANGE MAY MOVE THEM TO ANOTHER ONE;
002800*                    A BLANK SHIFT ON A CHANGE LEAVES IT AS IT
002900*                    IS.  LABRPT AVERAGES PRODUCTIVITY BY SHIFT.
003000*   2026-10-15 RLW  OPERATOR DEPARTMENT - AN ADD MAY NAME THE
003100*                    OPERATOR'S DEPARTMENT AND A CHANGE MAY MOVE
003200*                    THEM; A BLANK ONE ON A CHANGE LEAVES IT.
003300*                    THE TRANSACTION LAYOUT MOVES TO OTRNREC,
003400*                    SHARED WITH OPRECERT, WHOSE QUEUED REVOKES
003500*                    FOR DORMANT OPERATORS COME THROUGH HERE
003600*                    UNDER THE SAME DUAL APPROVAL.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-OPAUTH-STATUS.
004400
004500     SELECT OPAUTH-TRAN-FILE ASSIGN TO "OPAUTRAN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-STATUS.
004800
004900     SELECT OPAUTH-NEW ASSIGN TO "OPAUTHN"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT CHANGE-HISTORY-LOG ASSIGN TO "OPAUTHLG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LOG-STATUS.
005500
005600     SELECT EXCEPTION-FILE ASSIGN TO "OPAUTEXC"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OPAUTH-FILE.
006200     COPY OPAUTH.
006300
006400 FD  OPAUTH-TRAN-FILE.
006500     COPY OTRNREC.
006600
006700 FD  OPAUTH-NEW.
006800 01  OPAUTH-NEW-RECORD.
006900     05  OPN-OPER-ID                 PIC X(08).
007000     05  OPN-OPER-NAME               PIC X(25).
007100     05  OPN-OPER-LEVEL              PIC 9(01).
007200     05  OPN-OPER-SHIFT              PIC X(01).
007300     05  OPN-OPER-DEPT               PIC X(04).
007400
007500 FD  CHANGE-HISTORY-LOG.
007600 01  CHANGE-HISTORY-LINE.
007700     05  OLG-DATE                    PIC X(08).
007800     05  FILLER                      PIC X(01).
007900     05  OLG-TIME                    PIC X(08).
008000     05  FILLER                      PIC X(01).
008100     05  OLG-ACTION                  PIC X(01).
008200     05  FILLER                      PIC X(01).
008300     05  OLG-OPER-ID                 PIC X(08).
008400     05  FILLER                      PIC X(01).
008500     05  OLG-OLD-LEVEL               PIC X(01).
008600     05  FILLER                      PIC X(01).
008700     05  OLG-NEW-LEVEL               PIC X(01).
008800     05  FILLER                      PIC X(01).
008900     05  OLG-ENTERED-BY              PIC X(08).
009000     05  FILLER                      PIC X(01).
009100     05  OLG-CONFIRMED-BY            PIC X(08).
009200     05  FILLER                      PIC X(01).
009300     05  OLG-RESULT                  PIC X(08).
009400
009500 FD  EXCEPTION-FILE.
009600     COPY EXCREC.
009700
009800 WORKING-STORAGE SECTION.
009900     COPY RETCODES.
010000
010100 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
010200     88  OPAUTH-STATUS-OK            VALUE '00'.
010300     88  OPAUTH-STATUS-EOF           VALUE '10'.
010400 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
010500     88  TRAN-STATUS-OK              VALUE '00'.
010600     88  TRAN-STATUS-EOF             VALUE '10'.
010700 01  WS-LOG-STATUS                  PIC X(02) VALUE '00'.
010800     88  LOG-STATUS-OK               VALUE '00'.
010900
011000*    THE CURRENT MASTER, HELD IN A GUARDED TABLE WHILE THE
011100*    TRANSACTIONS APPLY.  THE OPERATOR POPULATION IS SMALL -
011200*    OVERFLOW ENDS THE RUN RATHER THAN DROP ANYONE SILENTLY.
011300 01  WS-OPER-TABLE.
011400     05  WS-OP-ENTRY OCCURS 200 TIMES.
011500         10  WS-OP-ID                PIC X(08).
011600         10  WS-OP-NAME              PIC X(25).
011700         10  WS-OP-LEVEL             PIC 9(01).
011800         10  WS-OP-SHIFT             PIC X(01).
011900         10  WS-OP-DEPT              PIC X(04).
012000*        THE LEVEL AS THE MASTER STOOD AT START-UP - THE
012100*        APPROVAL CHECK READS THIS ONE, SO AN AUTHORITY
012200*        CREATED OR RAISED IN THIS RUN CANNOT APPROVE LATER
012300*        TRANSACTIONS IN THE SAME RUN.  ZERO FOR AN OPERATOR
012400*        ADDED THIS RUN.
012500         10  WS-OP-ORIG-LEVEL        PIC 9(01).
012600         10  WS-OP-DELETED-SW        PIC X(01).
012700 01  WS-OP-COUNT-USED               PIC 9(03) COMP VALUE ZERO.
012800 01  WS-OP-SUB                      PIC 9(03) COMP.
012900 01  WS-OP-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
013000 01  WS-LOOKUP-ID                   PIC X(08) VALUE SPACES.
013100
013200 01  WS-OLD-LEVEL                   PIC 9(01) VALUE ZERO.
013300 01  WS-REFUSE-REASON               PIC X(40) VALUE SPACES.
013400
013500 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
013600 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
013700 01  WS-TRANS-REFUSED               PIC 9(07) COMP VALUE ZERO.
013800 01  WS-OPERS-WRITTEN               PIC 9(07) COMP VALUE ZERO.
013900
014000 01  WS-CURRENT-DATE-TIME.
014100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
014200     05  WS-TIME-HHMMSSHH           PIC 9(08).
014300     05  FILLER                     PIC X(05).
014400
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE
014800         THRU 1000-INITIALIZE-EXIT.
014900     IF RC-SEVERE
015000         GO TO 0000-WRAP-UP
015100     END-IF.
015200
015300     PERFORM 2000-APPLY-NEXT-TRAN
015400         THRU 2000-APPLY-NEXT-TRAN-EXIT
015500         UNTIL TRAN-STATUS-EOF.
015600
015700     PERFORM 3000-WRITE-NEW-MASTER
015800         THRU 3000-WRITE-NEW-MASTER-EXIT.
015900
016000 0000-WRAP-UP.
016100     PERFORM 9000-FINISH
016200         THRU 9000-FINISH-EXIT.
016300     MOVE WS-RETURN-CODE TO RETURN-CODE.
016400     GO TO 9999-EXIT.
016500
016600 1000-INITIALIZE.
016700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016800     OPEN OUTPUT EXCEPTION-FILE.
016900
017000*    THE CHANGE HISTORY IS PERMANENT - ALWAYS APPENDED, NEVER
017100*    REWRITTEN.
017200     OPEN EXTEND CHANGE-HISTORY-LOG.
017300     IF NOT LOG-STATUS-OK
017400         OPEN OUTPUT CHANGE-HISTORY-LOG
017500     END-IF.
017600     IF NOT LOG-STATUS-OK
017700         DISPLAY 'OPAUTHMT - UNABLE TO OPEN OPAUTHLG, STATUS='
017800             WS-LOG-STATUS
017900         SET RC-SEVERE TO TRUE
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF.
018200
018300     PERFORM 1100-LOAD-MASTER
018400         THRU 1100-LOAD-MASTER-EXIT.
018500     IF RC-SEVERE
018600         GO TO 1000-INITIALIZE-EXIT
018700     END-IF.
018800
018900     OPEN INPUT OPAUTH-TRAN-FILE.
019000     IF NOT TRAN-STATUS-OK
019100         DISPLAY 'OPAUTHMT - UNABLE TO OPEN OPAUTRAN, STATUS='
019200             WS-TRAN-STATUS
019300         SET RC-SEVERE TO TRUE
019400         SET TRAN-STATUS-EOF TO TRUE
019500     END-IF.
019600 1000-INITIALIZE-EXIT.
019700     EXIT.
019800
019900 1100-LOAD-MASTER.
020000     OPEN INPUT OPAUTH-FILE.
020100     IF NOT OPAUTH-STATUS-OK
020200         DISPLAY 'OPAUTHMT - UNABLE TO OPEN OPAUTH, STATUS='
020300             WS-OPAUTH-STATUS
020400         SET RC-SEVERE TO TRUE
020500         GO TO 1100-LOAD-MASTER-EXIT
020600     END-IF.
020700     PERFORM 1110-LOAD-ONE-OPERATOR
020800         THRU 1110-LOAD-ONE-OPERATOR-EXIT
020900         UNTIL OPAUTH-STATUS-EOF OR RC-SEVERE.
021000     CLOSE OPAUTH-FILE.
021100 1100-LOAD-MASTER-EXIT.
021200     EXIT.
021300
021400 1110-LOAD-ONE-OPERATOR.
021500     READ OPAUTH-FILE
021600         AT END SET OPAUTH-STATUS-EOF TO TRUE
021700     END-READ.
021800     IF OPAUTH-STATUS-EOF
021900         GO TO 1110-LOAD-ONE-OPERATOR-EXIT
022000     END-IF.
022100     IF WS-OP-COUNT-USED NOT < 200
022200         DISPLAY 'OPAUTHMT - OPERATOR TABLE FULL, RUN ABANDONED'
022300         SET RC-SEVERE TO TRUE
022400         GO TO 1110-LOAD-ONE-OPERATOR-EXIT
022500     END-IF.
022600     ADD 1 TO WS-OP-COUNT-USED.
022700     MOVE OPER-ID TO WS-OP-ID(WS-OP-COUNT-USED).
022800     MOVE OPER-NAME TO WS-OP-NAME(WS-OP-COUNT-USED).
022900     MOVE OPER-LEVEL TO WS-OP-LEVEL(WS-OP-COUNT-USED).
023000     MOVE OPER-LEVEL TO WS-OP-ORIG-LEVEL(WS-OP-COUNT-USED).
023100     MOVE OPER-SHIFT TO WS-OP-SHIFT(WS-OP-COUNT-USED).
023200     MOVE OPER-DEPT TO WS-OP-DEPT(WS-OP-COUNT-USED).
023300     MOVE 'N' TO WS-OP-DELETED-SW(WS-OP-COUNT-USED).
023400 1110-LOAD-ONE-OPERATOR-EXIT.
023500     EXIT.
023600
023700 2000-APPLY-NEXT-TRAN.
023800     READ OPAUTH-TRAN-FILE
023900         AT END SET TRAN-STATUS-EOF TO TRUE
024000     END-READ.
024100     IF TRAN-STATUS-EOF
024200         GO TO 2000-APPLY-NEXT-TRAN-EXIT
024300     END-IF.
024400     ADD 1 TO WS-TRANS-READ.
024500
024600     PERFORM 2100-CHECK-DUAL-APPROVAL
024700         THRU 2100-CHECK-DUAL-APPROVAL-EXIT.
024800     IF WS-REFUSE-REASON NOT = SPACES
024900         PERFORM 2800-REFUSE-TRAN
025000             THRU 2800-REFUSE-TRAN-EXIT
025100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
025200     END-IF.
025300
025400     PERFORM 2200-APPLY-ONE-TRAN
025500         THRU 2200-APPLY-ONE-TRAN-EXIT.
025600 2000-APPLY-NEXT-TRAN-EXIT.
025700     EXIT.
025800
025900 2100-CHECK-DUAL-APPROVAL.
026000*    ONE LEVEL-3 OPERATOR ENTERS, A DIFFERENT LEVEL-3 OPERATOR
026100*    CONFIRMS.  APPROVAL LEVELS COME FROM THE START-UP IMAGE
026200*    (WS-OP-ORIG-LEVEL), SO AN AUTHORITY CREATED OR RAISED IN
026300*    THIS RUN CANNOT APPROVE LATER TRANSACTIONS IN THE SAME
026400*    RUN - BUT A REVOKE APPLIED THIS RUN TAKES EFFECT AT ONCE.
026500     MOVE SPACES TO WS-REFUSE-REASON.
026600     IF OTRN-ENTERED-BY = SPACES OR OTRN-CONFIRMED-BY = SPACES
026700         MOVE 'ENTERED-BY AND CONFIRMED-BY REQUIRED' TO
026800             WS-REFUSE-REASON
026900         GO TO 2100-CHECK-DUAL-APPROVAL-EXIT
027000     END-IF.
027100     IF OTRN-ENTERED-BY = OTRN-CONFIRMED-BY
027200         MOVE 'CONFIRMER MUST DIFFER FROM ENTERER' TO
027300             WS-REFUSE-REASON
027400         GO TO 2100-CHECK-DUAL-APPROVAL-EXIT
027500     END-IF.
027600     MOVE OTRN-ENTERED-BY TO WS-LOOKUP-ID.
027700     PERFORM 2110-FIND-OPERATOR
027800         THRU 2110-FIND-OPERATOR-EXIT.
027900     IF WS-OP-FOUND-SUB = ZERO
028000             OR WS-OP-ORIG-LEVEL(WS-OP-FOUND-SUB) < 3
028100         MOVE 'ENTERED-BY NOT A LEVEL-3 OPERATOR' TO
028200             WS-REFUSE-REASON
028300         GO TO 2100-CHECK-DUAL-APPROVAL-EXIT
028400     END-IF.
028500     MOVE OTRN-CONFIRMED-BY TO WS-LOOKUP-ID.
028600     PERFORM 2110-FIND-OPERATOR
028700         THRU 2110-FIND-OPERATOR-EXIT.
028800     IF WS-OP-FOUND-SUB = ZERO
028900             OR WS-OP-ORIG-LEVEL(WS-OP-FOUND-SUB) < 3
029000         MOVE 'CONFIRMED-BY NOT A LEVEL-3 OPERATOR' TO
029100             WS-REFUSE-REASON
029200     END-IF.
029300 2100-CHECK-DUAL-APPROVAL-EXIT.
029400     EXIT.
029500
029600 2110-FIND-OPERATOR.
029700*    A REVOKED ENTRY NO LONGER COUNTS FOR ANYTHING, INCLUDING
029800*    APPROVING FURTHER CHANGES IN THE SAME RUN.
029900     MOVE ZERO TO WS-OP-FOUND-SUB.
030000     PERFORM 2120-MATCH-ONE-OPERATOR
030100         THRU 2120-MATCH-ONE-OPERATOR-EXIT
030200         VARYING WS-OP-SUB FROM 1 BY 1
030300         UNTIL WS-OP-SUB > WS-OP-COUNT-USED.
030400 2110-FIND-OPERATOR-EXIT.
030500     EXIT.
030600
030700 2120-MATCH-ONE-OPERATOR.
030800     IF WS-OP-ID(WS-OP-SUB) = WS-LOOKUP-ID
030900             AND WS-OP-DELETED-SW(WS-OP-SUB) NOT = 'Y'
031000         MOVE WS-OP-SUB TO WS-OP-FOUND-SUB
031100     END-IF.
031200 2120-MATCH-ONE-OPERATOR-EXIT.
031300     EXIT.
031400
031500 2200-APPLY-ONE-TRAN.
031600     MOVE OTRN-OPER-ID TO WS-LOOKUP-ID.
031700     PERFORM 2110-FIND-OPERATOR
031800         THRU 2110-FIND-OPERATOR-EXIT.
031900     MOVE ZERO TO WS-OLD-LEVEL.
032000     IF WS-OP-FOUND-SUB NOT = ZERO
032100         MOVE WS-OP-LEVEL(WS-OP-FOUND-SUB) TO WS-OLD-LEVEL
032200     END-IF.
032300
032400     EVALUATE TRUE
032500         WHEN OTRN-ADD AND WS-OP-FOUND-SUB NOT = ZERO
032600             MOVE 'OPERATOR ALREADY ON FILE' TO WS-REFUSE-REASON
032700             PERFORM 2800-REFUSE-TRAN
032800                 THRU 2800-REFUSE-TRAN-EXIT
032900         WHEN OTRN-ADD
033000             PERFORM 2300-ADD-OPERATOR
033100                 THRU 2300-ADD-OPERATOR-EXIT
033200         WHEN WS-OP-FOUND-SUB = ZERO
033300             MOVE 'OPERATOR NOT ON FILE' TO WS-REFUSE-REASON
033400             PERFORM 2800-REFUSE-TRAN
033500                 THRU 2800-REFUSE-TRAN-EXIT
033600         WHEN OTRN-CHANGE
033700                 AND OTRN-NEW-SHIFT NOT = SPACE
033800                 AND OTRN-NEW-SHIFT NOT = '1'
033900                 AND OTRN-NEW-SHIFT NOT = '2'
034000                 AND OTRN-NEW-SHIFT NOT = '3'
034100             MOVE 'SHIFT MUST BE 1, 2, 3 OR BLANK' TO
034200                 WS-REFUSE-REASON
034300             PERFORM 2800-REFUSE-TRAN
034400                 THRU 2800-REFUSE-TRAN-EXIT
034500         WHEN OTRN-CHANGE
034600             MOVE OTRN-NEW-LEVEL TO
034700                 WS-OP-LEVEL(WS-OP-FOUND-SUB)
034800             IF OTRN-NEW-SHIFT NOT = SPACE
034900                 MOVE OTRN-NEW-SHIFT TO
035000                     WS-OP-SHIFT(WS-OP-FOUND-SUB)
035100             END-IF
035200             IF OTRN-NEW-DEPT NOT = SPACES
035300                 MOVE OTRN-NEW-DEPT TO
035400                     WS-OP-DEPT(WS-OP-FOUND-SUB)
035500             END-IF
035600             PERFORM 2700-LOG-APPLIED-TRAN
035700                 THRU 2700-LOG-APPLIED-TRAN-EXIT
035800         WHEN OTRN-REVOKE
035900             MOVE 'Y' TO WS-OP-DELETED-SW(WS-OP-FOUND-SUB)
036000             PERFORM 2700-LOG-APPLIED-TRAN
036100                 THRU 2700-LOG-APPLIED-TRAN-EXIT
036200         WHEN OTHER
036300             MOVE 'ACTION MUST BE A, C OR R' TO WS-REFUSE-REASON
036400             PERFORM 2800-REFUSE-TRAN
036500                 THRU 2800-REFUSE-TRAN-EXIT
036600     END-EVALUATE.
036700 2200-APPLY-ONE-TRAN-EXIT.
036800     EXIT.
036900
037000 2300-ADD-OPERATOR.
037100     IF OTRN-NEW-LEVEL < 1 OR OTRN-NEW-LEVEL > 3
037200         MOVE 'LEVEL MUST BE 1, 2 OR 3' TO WS-REFUSE-REASON
037300         PERFORM 2800-REFUSE-TRAN
037400             THRU 2800-REFUSE-TRAN-EXIT
037500         GO TO 2300-ADD-OPERATOR-EXIT
037600     END-IF.
037700     IF OTRN-NEW-SHIFT NOT = SPACE AND OTRN-NEW-SHIFT NOT = '1'
037800             AND OTRN-NEW-SHIFT NOT = '2'
037900             AND OTRN-NEW-SHIFT NOT = '3'
038000         MOVE 'SHIFT MUST BE 1, 2, 3 OR BLANK' TO
038100             WS-REFUSE-REASON
038200         PERFORM 2800-REFUSE-TRAN
038300             THRU 2800-REFUSE-TRAN-EXIT
038400         GO TO 2300-ADD-OPERATOR-EXIT
038500     END-IF.
038600     IF WS-OP-COUNT-USED NOT < 200
038700         MOVE 'OPERATOR TABLE FULL' TO WS-REFUSE-REASON
038800         PERFORM 2800-REFUSE-TRAN
038900             THRU 2800-REFUSE-TRAN-EXIT
039000         SET RC-ERROR TO TRUE
039100         GO TO 2300-ADD-OPERATOR-EXIT
039200     END-IF.
039300     ADD 1 TO WS-OP-COUNT-USED.
039400     MOVE OTRN-OPER-ID TO WS-OP-ID(WS-OP-COUNT-USED).
039500     MOVE OTRN-OPER-NAME TO WS-OP-NAME(WS-OP-COUNT-USED).
039600     MOVE OTRN-NEW-LEVEL TO WS-OP-LEVEL(WS-OP-COUNT-USED).
039700     MOVE OTRN-NEW-SHIFT TO WS-OP-SHIFT(WS-OP-COUNT-USED).
039800     MOVE OTRN-NEW-DEPT TO WS-OP-DEPT(WS-OP-COUNT-USED).
039900*    ADDED THIS RUN - NO START-UP AUTHORITY, SO NO APPROVALS.
040000     MOVE ZERO TO WS-OP-ORIG-LEVEL(WS-OP-COUNT-USED).
040100     MOVE 'N' TO WS-OP-DELETED-SW(WS-OP-COUNT-USED).
040200     PERFORM 2700-LOG-APPLIED-TRAN
040300         THRU 2700-LOG-APPLIED-TRAN-EXIT.
040400 2300-ADD-OPERATOR-EXIT.
040500     EXIT.
040600
040700 2700-LOG-APPLIED-TRAN.
040800     ADD 1 TO WS-TRANS-APPLIED.
040900     MOVE SPACES TO CHANGE-HISTORY-LINE.
041000     MOVE WS-TODAY-YYYYMMDD TO OLG-DATE.
041100     MOVE WS-TIME-HHMMSSHH  TO OLG-TIME.
041200     MOVE OTRN-ACTION TO OLG-ACTION.
041300     MOVE OTRN-OPER-ID TO OLG-OPER-ID.
041400     MOVE WS-OLD-LEVEL TO OLG-OLD-LEVEL.
041500     MOVE OTRN-NEW-LEVEL TO OLG-NEW-LEVEL.
041600     MOVE OTRN-ENTERED-BY TO OLG-ENTERED-BY.
041700     MOVE OTRN-CONFIRMED-BY TO OLG-CONFIRMED-BY.
041800     MOVE 'APPLIED' TO OLG-RESULT.
041900     WRITE CHANGE-HISTORY-LINE.
042000 2700-LOG-APPLIED-TRAN-EXIT.
042100     EXIT.
042200
042300 2800-REFUSE-TRAN.
042400*    A REFUSED TRANSACTION GOES ON THE PERMANENT HISTORY TOO -
042500*    AUDIT WANTS THE ATTEMPTS, NOT JUST THE SUCCESSES.
042600     ADD 1 TO WS-TRANS-REFUSED.
042700     MOVE SPACES TO CHANGE-HISTORY-LINE.
042800     MOVE WS-TODAY-YYYYMMDD TO OLG-DATE.
042900     MOVE WS-TIME-HHMMSSHH  TO OLG-TIME.
043000     MOVE OTRN-ACTION TO OLG-ACTION.
043100     MOVE OTRN-OPER-ID TO OLG-OPER-ID.
043200     MOVE WS-OLD-LEVEL TO OLG-OLD-LEVEL.
043300     MOVE OTRN-NEW-LEVEL TO OLG-NEW-LEVEL.
043400     MOVE OTRN-ENTERED-BY TO OLG-ENTERED-BY.
043500     MOVE OTRN-CONFIRMED-BY TO OLG-CONFIRMED-BY.
043600     MOVE 'REFUSED' TO OLG-RESULT.
043700     WRITE CHANGE-HISTORY-LINE.
043800
043900     MOVE 'OPAUTHMT' TO EXC-PROGRAM-ID.
044000     MOVE OTRN-OPER-ID TO EXC-KEY-VALUE.
044100     MOVE 'E350' TO EXC-REASON-CODE.
044200     MOVE WS-REFUSE-REASON TO EXC-REASON-TEXT.
044300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
044400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
044500     MOVE OTRN-ENTERED-BY TO EXC-OPERATOR-ID.
044600     WRITE EXC-RECORD.
044700     SET RC-WARNING TO TRUE.
044800 2800-REFUSE-TRAN-EXIT.
044900     EXIT.
045000
045100 3000-WRITE-NEW-MASTER.
045200     OPEN OUTPUT OPAUTH-NEW.
045300     PERFORM 3100-WRITE-ONE-OPERATOR
045400         THRU 3100-WRITE-ONE-OPERATOR-EXIT
045500         VARYING WS-OP-SUB FROM 1 BY 1
045600         UNTIL WS-OP-SUB > WS-OP-COUNT-USED.
045700     CLOSE OPAUTH-NEW.
045800 3000-WRITE-NEW-MASTER-EXIT.
045900     EXIT.
046000
046100 3100-WRITE-ONE-OPERATOR.
046200     IF WS-OP-DELETED-SW(WS-OP-SUB) = 'Y'
046300         GO TO 3100-WRITE-ONE-OPERATOR-EXIT
046400     END-IF.
046500     MOVE WS-OP-ID(WS-OP-SUB) TO OPN-OPER-ID.
046600     MOVE WS-OP-NAME(WS-OP-SUB) TO OPN-OPER-NAME.
046700     MOVE WS-OP-LEVEL(WS-OP-SUB) TO OPN-OPER-LEVEL.
046800     MOVE WS-OP-SHIFT(WS-OP-SUB) TO OPN-OPER-SHIFT.
046900     MOVE WS-OP-DEPT(WS-OP-SUB) TO OPN-OPER-DEPT.
047000     WRITE OPAUTH-NEW-RECORD.
047100     ADD 1 TO WS-OPERS-WRITTEN.
047200 3100-WRITE-ONE-OPERATOR-EXIT.
047300     EXIT.
047400
047500 9000-FINISH.
047600     CLOSE OPAUTH-TRAN-FILE.
047700     CLOSE CHANGE-HISTORY-LOG.
047800     CLOSE EXCEPTION-FILE.
047900     DISPLAY 'OPAUTHMT - TRANS READ    : ' WS-TRANS-READ.
048000     DISPLAY 'OPAUTHMT - TRANS APPLIED : ' WS-TRANS-APPLIED.
048100     DISPLAY 'OPAUTHMT - TRANS REFUSED : ' WS-TRANS-REFUSED.
048200     DISPLAY 'OPAUTHMT - OPERS WRITTEN : ' WS-OPERS-WRITTEN.
048300     DISPLAY 'OPAUTHMT - RETURN CODE   : ' WS-RETURN-CODE.
048400 9000-FINISH-EXIT.
048500     EXIT.
048600
048700 9999-EXIT.
048800     STOP RUN.
