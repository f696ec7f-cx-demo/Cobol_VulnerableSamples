003200*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
003300*                    SO THE RUNBAL BALANCING STEP CAN PROVE
003400*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
003500*   2026-10-15 RLW  NEW 'F' ACTION SETS THE OWNER'S ADVANCE-
003600*                    SHIP-NOTICE PREFERENCE (Y TAKES THE DAILY
003700*                    ASNFEED FILE, N SEES SHIPMENTS ON OWNWEB
003800*                    INSTEAD), CARRIED IN THE NEW-STATUS COLUMN
003900*                    AND EFFECTIVE-DATED LIKE A STATUS CHANGE.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS OWNER-ID
004800         FILE STATUS IS WS-MASTER-STATUS.
004900
005000     SELECT OWNER-TRAN-FILE ASSIGN TO "OWNTRAN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TRAN-STATUS.
005300
005400     SELECT OWNER-PENDING-IN ASSIGN TO "OWNPEND"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PEND-IN-STATUS.
005700
005800     SELECT OWNER-PENDING-OUT ASSIGN TO "OWNPENDN"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT OWNER-HISTORY ASSIGN TO "OWNHIST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-HIST-STATUS.
006400
006500     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-EXTRACT-STATUS.
006800
006900     SELECT NOTICE-REPORT ASSIGN TO "OWNNOTCE"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT EXCEPTION-FILE ASSIGN TO "OWNMTEXC"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-BALM-STATUS.
007800
007900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-BUSDATE-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  OWNER-MASTER.
008600     COPY OWNERREC.
008700
008800 FD  OWNER-TRAN-FILE.
008900 01  OWNER-TRAN-RECORD.
009000     05  OTRN-ACTION                 PIC X(01).
009100         88  OTRN-ADD                VALUE 'A'.
009200         88  OTRN-STATUS             VALUE 'S'.
009300         88  OTRN-ASN-FEED           VALUE 'F'.
009400     05  OTRN-OWNER-ID               PIC X(20).
009500     05  OTRN-OWNER-NAME             PIC X(25).
009600*    FOR AN 'F' ACTION THIS COLUMN IS THE ASN FLAG, Y OR N.
009700     05  OTRN-NEW-STATUS             PIC X(01).
009800     05  OTRN-EFF-DATE               PIC 9(08).
009900
010000 FD  OWNER-PENDING-IN.
010100 01  OWNER-PENDING-RECORD           PIC X(55).
010200
010300 FD  OWNER-PENDING-OUT.
010400 01  OWNER-PENDING-RECORD-OUT       PIC X(55).
010500
010600 FD  OWNER-HISTORY.
010700 01  OWNER-HISTORY-RECORD.
010800     05  OHIST-OWNER-ID              PIC X(20).
010900     05  OHIST-OLD-STATUS            PIC X(01).
011000     05  OHIST-NEW-STATUS            PIC X(01).
011100     05  OHIST-EFF-DATE              PIC 9(08).
011200     05  OHIST-APPLIED-DATE          PIC 9(08).
011300
011400 FD  ITEM-EXTRACT.
011500     COPY ITEMREC.
011600
011700 FD  NOTICE-REPORT.
011800 01  NOTICE-REPORT-LINE             PIC X(100).
011900
012000 FD  EXCEPTION-FILE.
012100     COPY EXCREC.
012200
012300 FD  BALANCE-MOVEMENT-FILE.
012400     COPY BALREC.
012500
012600 FD  BUSDATE-FILE.
012700     COPY BUSDATE.
012800
012900 WORKING-STORAGE SECTION.
013000     COPY ITEMWS.
013100     COPY RETCODES.
013200
013300 01  WS-MASTER-STATUS               PIC X(02) VALUE '00'.
013400     88  MASTER-STATUS-OK            VALUE '00'.
013500 01  WS-OWNER-FOUND-SW              PIC X(01) VALUE 'N'.
013600     88  WS-OWNER-FOUND              VALUE 'Y'.
013700 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
013800     88  TRAN-STATUS-OK              VALUE '00'.
013900     88  TRAN-STATUS-EOF             VALUE '10'.
014000 01  WS-PEND-IN-STATUS              PIC X(02) VALUE '00'.
014100     88  PEND-IN-STATUS-OK           VALUE '00'.
014200     88  PEND-IN-STATUS-EOF          VALUE '10'.
014300 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
014400     88  HIST-STATUS-OK              VALUE '00'.
014500 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
014600     88  EXTRACT-STATUS-OK           VALUE '00'.
014700     88  EXTRACT-STATUS-EOF          VALUE '10'.
014800
014900*    TRANSACTION TABLE - THE MAINTENANCE DECK AND CARRIED PENDING
015000*    CHANGES ARE SMALL, BUT THE LOAD IS GUARDED THE WAY STUDARCH
015100*    GUARDS ITS CANDIDATE TABLE, WITH AN EXCEPTION PER DROPPED
015200*    ENTRY ONCE THE TABLE IS FULL.
015300 01  WS-TRAN-TABLE.
015400     05  WS-TRAN-ENTRY OCCURS 200 TIMES.
015500         10  WS-TAB-ACTION           PIC X(01).
015600         10  WS-TAB-OWNER-ID         PIC X(20).
015700         10  WS-TAB-OWNER-NAME       PIC X(25).
015800         10  WS-TAB-NEW-STATUS       PIC X(01).
015900         10  WS-TAB-EFF-DATE         PIC 9(08).
016000         10  WS-TAB-MATCHED-SW       PIC X(01).
016100 01  WS-TRAN-COUNT                  PIC 9(03) COMP VALUE ZERO.
016200 01  WS-TRAN-SUB                    PIC 9(03) COMP.
016300
016400 01  WS-NOTICE-SUB                  PIC 9(03) COMP.
016500 01  WS-ITEM-NOTICES                PIC 9(07) COMP VALUE ZERO.
016600
016700 01  WS-OWNERS-ADDED                PIC 9(07) COMP VALUE ZERO.
016800 01  WS-CHANGES-APPLIED             PIC 9(07) COMP VALUE ZERO.
016900 01  WS-ASN-CHANGES                 PIC 9(07) COMP VALUE ZERO.
017000 01  WS-CHANGES-PENDING             PIC 9(07) COMP VALUE ZERO.
017100 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
017200
017300 01  WS-CURRENT-DATE-TIME.
017400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
017500     05  WS-TIME-HHMMSSHH           PIC 9(08).
017600     05  FILLER                     PIC X(05).
017700
017800 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
017900     88  BALM-STATUS-OK              VALUE '00'.
018000 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
018100 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
018200 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
018300
018400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
018500     88  BUSDATE-STATUS-OK           VALUE '00'.
018600
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-INITIALIZE-EXIT.
019100     IF RC-SEVERE
019200         GO TO 0000-WRAP-UP
019300     END-IF.
019400
019500     PERFORM 2000-APPLY-TO-MASTER
019600         THRU 2000-APPLY-TO-MASTER-EXIT.
019700
019800     PERFORM 4000-CARRY-PENDING-FORWARD
019900         THRU 4000-CARRY-PENDING-FORWARD-EXIT.
020000
020100     PERFORM 5000-PRINT-DEACT-NOTICES
020200         THRU 5000-PRINT-DEACT-NOTICES-EXIT.
020300
020400 0000-WRAP-UP.
020500     PERFORM 9000-FINISH
020600         THRU 9000-FINISH-EXIT.
020700     MOVE 'OWNMAST' TO WS-BAL-FILE-ID.
020800     MOVE '+' TO WS-BAL-SIGN.
020900     MOVE WS-OWNERS-ADDED TO WS-BAL-COUNT.
021000     PERFORM 9600-WRITE-BALANCE-MOVEMENT
021100         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
021200     MOVE WS-RETURN-CODE TO RETURN-CODE.
021300     GO TO 9999-EXIT.
021400
021500 1000-INITIALIZE.
021600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021700     PERFORM 1050-GET-BUSINESS-DATE
021800         THRU 1050-GET-BUSINESS-DATE-EXIT.
021900     OPEN OUTPUT EXCEPTION-FILE.
022000     OPEN OUTPUT NOTICE-REPORT.
022100
022200*    THE MASTER IS MAINTAINED IN PLACE - CREATED EMPTY ON THE
022300*    VERY FIRST RUN.
022400     OPEN I-O OWNER-MASTER.
022500     IF NOT MASTER-STATUS-OK
022600         OPEN OUTPUT OWNER-MASTER
022700         IF NOT MASTER-STATUS-OK
022800             DISPLAY 'OWNMNT - UNABLE TO OPEN OWNMAST, STATUS='
022900                 WS-MASTER-STATUS
023000             SET RC-SEVERE TO TRUE
023100             GO TO 1000-INITIALIZE-EXIT
023200         END-IF
023300         CLOSE OWNER-MASTER
023400         OPEN I-O OWNER-MASTER
023500     END-IF.
023600     OPEN EXTEND OWNER-HISTORY.
023700     IF NOT HIST-STATUS-OK
023800         OPEN OUTPUT OWNER-HISTORY
023900     END-IF.
024000
024100*    CARRIED PENDING CHANGES LOAD FIRST SO THIS DECK'S CHANGES
024200*    FOR THE SAME OWNER WIN WHEN BOTH ARE PRESENT.
024300     PERFORM 1100-LOAD-PENDING-FILE
024400         THRU 1100-LOAD-PENDING-FILE-EXIT.
024500     PERFORM 1200-LOAD-TRAN-FILE
024600         THRU 1200-LOAD-TRAN-FILE-EXIT.
024700 1000-INITIALIZE-EXIT.
024800     EXIT.
024900
025000 1100-LOAD-PENDING-FILE.
025100     OPEN INPUT OWNER-PENDING-IN.
025200     IF NOT PEND-IN-STATUS-OK
025300*        NO PENDING FILE IS A NORMAL FIRST-RUN CONDITION.
025400         GO TO 1100-LOAD-PENDING-FILE-EXIT
025500     END-IF.
025600     PERFORM 1110-LOAD-ONE-PENDING
025700         THRU 1110-LOAD-ONE-PENDING-EXIT
025800         UNTIL PEND-IN-STATUS-EOF.
025900     CLOSE OWNER-PENDING-IN.
026000 1100-LOAD-PENDING-FILE-EXIT.
026100     EXIT.
026200
026300 1110-LOAD-ONE-PENDING.
026400     READ OWNER-PENDING-IN
026500         AT END SET PEND-IN-STATUS-EOF TO TRUE
026600     END-READ.
026700     IF PEND-IN-STATUS-EOF
026800         GO TO 1110-LOAD-ONE-PENDING-EXIT
026900     END-IF.
027000     MOVE OWNER-PENDING-RECORD TO OWNER-TRAN-RECORD.
027100     PERFORM 1300-STORE-TRAN-ENTRY
027200         THRU 1300-STORE-TRAN-ENTRY-EXIT.
027300 1110-LOAD-ONE-PENDING-EXIT.
027400     EXIT.
027500
027600 1200-LOAD-TRAN-FILE.
027700     OPEN INPUT OWNER-TRAN-FILE.
027800     IF NOT TRAN-STATUS-OK
027900         DISPLAY 'OWNMNT - UNABLE TO OPEN OWNTRAN, STATUS='
028000             WS-TRAN-STATUS
028100         GO TO 1200-LOAD-TRAN-FILE-EXIT
028200     END-IF.
028300     PERFORM 1210-LOAD-ONE-TRAN
028400         THRU 1210-LOAD-ONE-TRAN-EXIT
028500         UNTIL TRAN-STATUS-EOF.
028600     CLOSE OWNER-TRAN-FILE.
028700 1200-LOAD-TRAN-FILE-EXIT.
028800     EXIT.
028900
029000 1210-LOAD-ONE-TRAN.
029100     READ OWNER-TRAN-FILE
029200         AT END SET TRAN-STATUS-EOF TO TRUE
029300     END-READ.
029400     IF TRAN-STATUS-EOF
029500         GO TO 1210-LOAD-ONE-TRAN-EXIT
029600     END-IF.
029700
029800     IF NOT OTRN-ADD AND NOT OTRN-STATUS AND NOT OTRN-ASN-FEED
029900         MOVE 'E310' TO EXC-REASON-CODE
030000         MOVE 'ACTION CODE NOT A, S OR F' TO EXC-REASON-TEXT
030100         PERFORM 2900-WRITE-EXCEPTION
030200             THRU 2900-WRITE-EXCEPTION-EXIT
030300         GO TO 1210-LOAD-ONE-TRAN-EXIT
030400     END-IF.
030500     IF OTRN-OWNER-ID = SPACES
030600             OR OTRN-EFF-DATE IS NOT NUMERIC
030700         MOVE 'E311' TO EXC-REASON-CODE
030800         MOVE 'OWNER-ID MISSING OR EFF-DATE NOT NUMERIC' TO
030900             EXC-REASON-TEXT
031000         PERFORM 2900-WRITE-EXCEPTION
031100             THRU 2900-WRITE-EXCEPTION-EXIT
031200         GO TO 1210-LOAD-ONE-TRAN-EXIT
031300     END-IF.
031400     IF OTRN-ASN-FEED
031500         IF OTRN-NEW-STATUS NOT = 'Y'
031600                 AND OTRN-NEW-STATUS NOT = 'N'
031700             MOVE 'E316' TO EXC-REASON-CODE
031800             MOVE 'ASN FLAG NOT Y OR N' TO EXC-REASON-TEXT
031900             PERFORM 2900-WRITE-EXCEPTION
032000                 THRU 2900-WRITE-EXCEPTION-EXIT
032100             GO TO 1210-LOAD-ONE-TRAN-EXIT
032200         END-IF
032300         PERFORM 1300-STORE-TRAN-ENTRY
032400             THRU 1300-STORE-TRAN-ENTRY-EXIT
032500         GO TO 1210-LOAD-ONE-TRAN-EXIT
032600     END-IF.
032700     IF OTRN-NEW-STATUS NOT = 'A' AND OTRN-NEW-STATUS NOT = 'I'
032800         MOVE 'E312' TO EXC-REASON-CODE
032900         MOVE 'NEW STATUS NOT A OR I' TO EXC-REASON-TEXT
033000         PERFORM 2900-WRITE-EXCEPTION
033100             THRU 2900-WRITE-EXCEPTION-EXIT
033200         GO TO 1210-LOAD-ONE-TRAN-EXIT
033300     END-IF.
033400
033500     PERFORM 1300-STORE-TRAN-ENTRY
033600         THRU 1300-STORE-TRAN-ENTRY-EXIT.
033700 1210-LOAD-ONE-TRAN-EXIT.
033800     EXIT.
033900
034000 1300-STORE-TRAN-ENTRY.
034100     IF WS-TRAN-COUNT < 200
034200         ADD 1 TO WS-TRAN-COUNT
034300         MOVE OTRN-ACTION     TO WS-TAB-ACTION(WS-TRAN-COUNT)
034400         MOVE OTRN-OWNER-ID   TO WS-TAB-OWNER-ID(WS-TRAN-COUNT)
034500         MOVE OTRN-OWNER-NAME TO WS-TAB-OWNER-NAME(WS-TRAN-COUNT)
034600         MOVE OTRN-NEW-STATUS TO WS-TAB-NEW-STATUS(WS-TRAN-COUNT)
034700         MOVE OTRN-EFF-DATE   TO WS-TAB-EFF-DATE(WS-TRAN-COUNT)
034800         MOVE 'N'             TO WS-TAB-MATCHED-SW(WS-TRAN-COUNT)
034900     ELSE
035000         MOVE 'E313' TO EXC-REASON-CODE
035100         MOVE 'TRANSACTION TABLE FULL - ENTRY DROPPED' TO
035200             EXC-REASON-TEXT
035300         PERFORM 2900-WRITE-EXCEPTION
035400             THRU 2900-WRITE-EXCEPTION-EXIT
035500     END-IF.
035600 1300-STORE-TRAN-ENTRY-EXIT.
035700     EXIT.
035800
035900 2000-APPLY-TO-MASTER.
036000*    THE MASTER IS KEYED, SO EVERY TRANSACTION APPLIES IN PLACE
036100*    WITH ONE READ - NO COPY PASS, NO NEW-COPY SWAP.
036200     PERFORM 2100-APPLY-ONE-ENTRY
036300         THRU 2100-APPLY-ONE-ENTRY-EXIT
036400         VARYING WS-TRAN-SUB FROM 1 BY 1
036500         UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
036600 2000-APPLY-TO-MASTER-EXIT.
036700     EXIT.
036800
036900 2100-APPLY-ONE-ENTRY.
037000     MOVE 'N' TO WS-OWNER-FOUND-SW.
037100     MOVE WS-TAB-OWNER-ID(WS-TRAN-SUB) TO OWNER-ID.
037200     READ OWNER-MASTER
037300         INVALID KEY CONTINUE
037400         NOT INVALID KEY SET WS-OWNER-FOUND TO TRUE
037500     END-READ.
037600
037700     EVALUATE TRUE
037800         WHEN WS-TAB-ACTION(WS-TRAN-SUB) = 'A'
037900                 AND WS-OWNER-FOUND
038000             MOVE 'Y' TO WS-TAB-MATCHED-SW(WS-TRAN-SUB)
038100             MOVE WS-TAB-OWNER-ID(WS-TRAN-SUB) TO OTRN-OWNER-ID
038200             MOVE 'E314' TO EXC-REASON-CODE
038300             MOVE 'OWNER ALREADY ON MASTER - ADD IGNORED' TO
038400                 EXC-REASON-TEXT
038500             PERFORM 2900-WRITE-EXCEPTION
038600                 THRU 2900-WRITE-EXCEPTION-EXIT
038700         WHEN WS-TAB-ACTION(WS-TRAN-SUB) = 'A'
038800             MOVE 'Y' TO WS-TAB-MATCHED-SW(WS-TRAN-SUB)
038900             MOVE SPACES TO OWNER-RECORD
039000             MOVE WS-TAB-OWNER-ID(WS-TRAN-SUB)   TO OWNER-ID
039100             MOVE WS-TAB-OWNER-NAME(WS-TRAN-SUB) TO OWNER-NAME
039200             MOVE WS-TAB-NEW-STATUS(WS-TRAN-SUB) TO OWNER-STATUS
039300             WRITE OWNER-RECORD
039400                 INVALID KEY CONTINUE
039500             END-WRITE
039600             ADD 1 TO WS-OWNERS-ADDED
039700         WHEN WS-TAB-EFF-DATE(WS-TRAN-SUB) >
039800                 WS-TODAY-YYYYMMDD
039900*            FUTURE-DATED - LEAVE UNMATCHED SO 4000- CARRIES IT
040000*            FORWARD ON THE PENDING FILE.
040100             CONTINUE
040200         WHEN NOT WS-OWNER-FOUND
040300*            A DUE STATUS CHANGE FOR AN OWNER NOT ON THE MASTER
040400*            CANNOT APPLY - REJECT IT RATHER THAN CARRY IT
040500*            FOREVER.
040600             MOVE 'Y' TO WS-TAB-MATCHED-SW(WS-TRAN-SUB)
040700             MOVE WS-TAB-OWNER-ID(WS-TRAN-SUB) TO OTRN-OWNER-ID
040800             IF WS-TAB-ACTION(WS-TRAN-SUB) = 'F'
040900                 MOVE 'E317' TO EXC-REASON-CODE
041000                 MOVE 'ASN CHANGE FOR OWNER NOT ON MASTER' TO
041100                     EXC-REASON-TEXT
041200             ELSE
041300                 MOVE 'E315' TO EXC-REASON-CODE
041400                 MOVE 'STATUS CHANGE FOR OWNER NOT ON MASTER' TO
041500                     EXC-REASON-TEXT
041600             END-IF
041700             PERFORM 2900-WRITE-EXCEPTION
041800                 THRU 2900-WRITE-EXCEPTION-EXIT
041900         WHEN WS-TAB-ACTION(WS-TRAN-SUB) = 'F'
042000             MOVE 'Y' TO WS-TAB-MATCHED-SW(WS-TRAN-SUB)
042100             PERFORM 2400-APPLY-ASN-CHANGE
042200                 THRU 2400-APPLY-ASN-CHANGE-EXIT
042300         WHEN OTHER
042400             MOVE 'Y' TO WS-TAB-MATCHED-SW(WS-TRAN-SUB)
042500             PERFORM 2300-APPLY-STATUS-CHANGE
042600                 THRU 2300-APPLY-STATUS-CHANGE-EXIT
042700     END-EVALUATE.
042800 2100-APPLY-ONE-ENTRY-EXIT.
042900     EXIT.
043000
043100 2300-APPLY-STATUS-CHANGE.
043200     MOVE OWNER-ID           TO OHIST-OWNER-ID.
043300     MOVE OWNER-STATUS       TO OHIST-OLD-STATUS.
043400     MOVE WS-TAB-NEW-STATUS(WS-TRAN-SUB) TO OHIST-NEW-STATUS.
043500     MOVE WS-TAB-EFF-DATE(WS-TRAN-SUB)   TO OHIST-EFF-DATE.
043600     MOVE WS-TODAY-YYYYMMDD  TO OHIST-APPLIED-DATE.
043700     WRITE OWNER-HISTORY-RECORD.
043800
043900     MOVE WS-TAB-NEW-STATUS(WS-TRAN-SUB) TO OWNER-STATUS.
044000     REWRITE OWNER-RECORD
044100         INVALID KEY CONTINUE
044200     END-REWRITE.
044300     ADD 1 TO WS-CHANGES-APPLIED.
044400 2300-APPLY-STATUS-CHANGE-EXIT.
044500     EXIT.
044600
044700 2400-APPLY-ASN-CHANGE.
044800*    A DELIVERY PREFERENCE, NOT A STATUS - NO OWNHIST ENTRY.
044900     IF WS-TAB-NEW-STATUS(WS-TRAN-SUB) = 'Y'
045000         SET OWNER-TAKES-ASN TO TRUE
045100     ELSE
045200         MOVE 'N' TO OWNER-ASN-SW
045300     END-IF.
045400     REWRITE OWNER-RECORD
045500         INVALID KEY CONTINUE
045600     END-REWRITE.
045700     ADD 1 TO WS-ASN-CHANGES.
045800 2400-APPLY-ASN-CHANGE-EXIT.
045900     EXIT.
046000
046100 4000-CARRY-PENDING-FORWARD.
046200     OPEN OUTPUT OWNER-PENDING-OUT.
046300     PERFORM 4100-CARRY-ONE-PENDING
046400         THRU 4100-CARRY-ONE-PENDING-EXIT
046500         VARYING WS-TRAN-SUB FROM 1 BY 1
046600         UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
046700     CLOSE OWNER-PENDING-OUT.
046800 4000-CARRY-PENDING-FORWARD-EXIT.
046900     EXIT.
047000
047100 4100-CARRY-ONE-PENDING.
047200     IF WS-TAB-MATCHED-SW(WS-TRAN-SUB) = 'Y'
047300         GO TO 4100-CARRY-ONE-PENDING-EXIT
047400     END-IF.
047500
047600     MOVE SPACES TO OWNER-TRAN-RECORD.
047700     MOVE WS-TAB-ACTION(WS-TRAN-SUB)     TO OTRN-ACTION.
047800     MOVE WS-TAB-OWNER-ID(WS-TRAN-SUB)   TO OTRN-OWNER-ID.
047900     MOVE WS-TAB-OWNER-NAME(WS-TRAN-SUB) TO OTRN-OWNER-NAME.
048000     MOVE WS-TAB-NEW-STATUS(WS-TRAN-SUB) TO OTRN-NEW-STATUS.
048100     MOVE WS-TAB-EFF-DATE(WS-TRAN-SUB)   TO OTRN-EFF-DATE.
048200     MOVE OWNER-TRAN-RECORD TO OWNER-PENDING-RECORD-OUT.
048300     WRITE OWNER-PENDING-RECORD-OUT.
048400     ADD 1 TO WS-CHANGES-PENDING.
048500 4100-CARRY-ONE-PENDING-EXIT.
048600     EXIT.
048700
048800 5000-PRINT-DEACT-NOTICES.
048900*    EVERY ITEM STILL ASSIGNED TO AN OWNER WITH A PENDING
049000*    DEACTIVATION IS LISTED SO TRANSFERS CAN BE ARRANGED BEFORE
049100*    THE CUTOFF DATE.
049200     MOVE 'ITEMS ASSIGNED TO OWNERS NEARING DEACTIVATION' TO
049300         NOTICE-REPORT-LINE.
049400     WRITE NOTICE-REPORT-LINE.
049500
049600     OPEN INPUT ITEM-EXTRACT.
049700     IF NOT EXTRACT-STATUS-OK
049800         DISPLAY 'OWNMNT - UNABLE TO OPEN ITEMEXT, STATUS='
049900             WS-EXTRACT-STATUS
050000         SET RC-WARNING TO TRUE
050100         GO TO 5000-PRINT-DEACT-NOTICES-EXIT
050200     END-IF.
050300     PERFORM 5100-CHECK-ONE-ITEM
050400         THRU 5100-CHECK-ONE-ITEM-EXIT
050500         UNTIL EXTRACT-STATUS-EOF.
050600     CLOSE ITEM-EXTRACT.
050700 5000-PRINT-DEACT-NOTICES-EXIT.
050800     EXIT.
050900
051000 5100-CHECK-ONE-ITEM.
051100     READ ITEM-EXTRACT INTO WS-ITEM
051200         AT END SET EXTRACT-STATUS-EOF TO TRUE
051300     END-READ.
051400     IF EXTRACT-STATUS-EOF
051500         GO TO 5100-CHECK-ONE-ITEM-EXIT
051600     END-IF.
051700     IF WS-ITEM-OWNER(1:3) = 'HDR' OR WS-ITEM-OWNER(1:3) = 'TRL'
051800         GO TO 5100-CHECK-ONE-ITEM-EXIT
051900     END-IF.
052000
052100     PERFORM 5200-NOTICE-IF-PENDING
052200         THRU 5200-NOTICE-IF-PENDING-EXIT
052300         VARYING WS-NOTICE-SUB FROM 1 BY 1
052400         UNTIL WS-NOTICE-SUB > WS-TRAN-COUNT.
052500 5100-CHECK-ONE-ITEM-EXIT.
052600     EXIT.
052700
052800 5200-NOTICE-IF-PENDING.
052900     IF WS-TAB-MATCHED-SW(WS-NOTICE-SUB) = 'N'
053000             AND WS-TAB-NEW-STATUS(WS-NOTICE-SUB) = 'I'
053100             AND WS-TAB-OWNER-ID(WS-NOTICE-SUB) = WS-ITEM-OWNER
053200         MOVE SPACES TO NOTICE-REPORT-LINE
053300         STRING 'OWNER=' WS-ITEM-OWNER
053400                ' ITEM=' WS-ITEM-NAME
053500                ' QTY=' WS-ITEM-QTY-ON-HAND
053600                ' DEACTIVATES=' WS-TAB-EFF-DATE(WS-NOTICE-SUB)
053700             DELIMITED BY SIZE
053800             INTO NOTICE-REPORT-LINE
053900         END-STRING
054000         WRITE NOTICE-REPORT-LINE
054100         ADD 1 TO WS-ITEM-NOTICES
054200     END-IF.
054300 5200-NOTICE-IF-PENDING-EXIT.
054400     EXIT.
054500
054600 2900-WRITE-EXCEPTION.
054700     ADD 1 TO WS-TRANS-REJECTED.
054800     MOVE 'OWNMNT  ' TO EXC-PROGRAM-ID.
054900     MOVE OTRN-OWNER-ID TO EXC-KEY-VALUE.
055000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
055100     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
055200     MOVE SPACES TO EXC-OPERATOR-ID.
055300     WRITE EXC-RECORD.
055400     SET RC-WARNING TO TRUE.
055500 2900-WRITE-EXCEPTION-EXIT.
055600     EXIT.
055700
055800 9000-FINISH.
055900     CLOSE OWNER-MASTER.
056000     CLOSE NOTICE-REPORT.
056100     CLOSE EXCEPTION-FILE.
056200     CLOSE OWNER-HISTORY.
056300     DISPLAY 'OWNMNT - OWNERS ADDED    : ' WS-OWNERS-ADDED.
056400     DISPLAY 'OWNMNT - CHANGES APPLIED : ' WS-CHANGES-APPLIED.
056500     DISPLAY 'OWNMNT - ASN CHANGES     : ' WS-ASN-CHANGES.
056600     DISPLAY 'OWNMNT - CHANGES PENDING : ' WS-CHANGES-PENDING.
056700     DISPLAY 'OWNMNT - TRANS REJECTED  : ' WS-TRANS-REJECTED.
056800     DISPLAY 'OWNMNT - ITEM NOTICES    : ' WS-ITEM-NOTICES.
056900     DISPLAY 'OWNMNT - RETURN CODE     : ' WS-RETURN-CODE.
057000 9000-FINISH-EXIT.
057100     EXIT.
057200
057300 9600-WRITE-BALANCE-MOVEMENT.
057400*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
057500*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
057600*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
057700*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
057800     IF WS-BAL-COUNT = ZERO
057900         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
058000     END-IF.
058100     OPEN EXTEND BALANCE-MOVEMENT-FILE.
058200     IF NOT BALM-STATUS-OK
058300         OPEN OUTPUT BALANCE-MOVEMENT-FILE
058400     END-IF.
058500     IF NOT BALM-STATUS-OK
058600         DISPLAY 'OWNMNT - UNABLE TO OPEN RUNBALM, STATUS='
058700             WS-BALM-STATUS
058800         SET RC-WARNING TO TRUE
058900         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
059000     END-IF.
059100     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
059200     MOVE WS-BAL-SIGN TO BAL-SIGN.
059300     MOVE WS-BAL-COUNT TO BAL-COUNT.
059400     MOVE 'OWNMNT  ' TO BAL-PROGRAM.
059500     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
059600     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
059700     WRITE BALANCE-MOVEMENT-RECORD.
059800     CLOSE BALANCE-MOVEMENT-FILE.
059900 9600-WRITE-BALANCE-MOVEMENT-EXIT.
060000     EXIT.
060100
060200 1050-GET-BUSINESS-DATE.
060300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
060400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
060500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
060600*    CLOCK TIME FIELD STAYS REAL.  THE BALANCE MOVEMENTS THIS
060700*    PROGRAM WRITES MUST CARRY THE DATE RUNBAL COUNTS BY.
060800     OPEN INPUT BUSDATE-FILE.
060900     IF NOT BUSDATE-STATUS-OK
061000         GO TO 1050-GET-BUSINESS-DATE-EXIT
061100     END-IF.
061200     READ BUSDATE-FILE
061300         AT END
061400             CLOSE BUSDATE-FILE
061500             GO TO 1050-GET-BUSINESS-DATE-EXIT
061600     END-READ.
061700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
061800         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
061900     END-IF.
062000     CLOSE BUSDATE-FILE.
062100 1050-GET-BUSINESS-DATE-EXIT.
062200     EXIT.
062300
062400 9999-EXIT.
062500     STOP RUN.
