002800*                    LOT CAP AND THE STOCK COLUMNS TELL THE
002900*                    SAME STORY.  A NAMED LOT THAT IS MISSING
003000*                    OR HOLDS LESS THAN THE RELEASE REJECTS.
003100*   2026-10-15 RLW  THE RELEASE REGISTER LINE NOW ENDS WITH THE
003200*                    LOT AND IS WIDENED TO CARRY IT - PUTAWAY
003300*                    READS THE DAY'S RELEASES TO AVAILABLE FROM
003400*                    THIS REGISTER TO SUGGEST EACH ONE'S BIN, SO
003500*                    THE COLUMNS ARE NOW A CONTRACT.
003600*   2026-10-15 RLW  EACH RELEASE LINE IS ALSO APPENDED TO THE
003700*                    CUMULATIVE QCRELHST RELEASE HISTORY, SAME
003800*                    COLUMNS - THE DAILY REGISTER IS REWRITTEN
003900*                    EVERY RUN, AND OWNSCORE NEEDS THE MONTH'S
004000*                    RELEASES TO MEASURE DOCK-TO-STOCK TIME.
004100*   2026-10-15 RLW  THE QCRTRAN RECORD NOW ENDS WITH THE
004200*                    INSPECTOR'S OPERATOR ID.  IT IS CHECKED
004300*                    AGAINST OPAUTH AND EVERY POSTED RELEASE IS
004400*                    APPENDED TO THE LABORLOG LABOR LOG (SEE
004500*                    LABREC) FOR LABRPT; AN UNKNOWN OPERATOR
004600*                    STILL POSTS, FLAGGED E479.  REJECTIONS NOW
004700*                    CARRY THE OPERATOR TOO.
004800*   2026-10-15 RLW  STOCK MOVEMENT EVENTS - EACH RELEASE POSTED
004900*                    ALSO APPENDS A 'QREL' (TO AVAILABLE) OR
005000*                    'QDMG' (TO DAMAGED) EVENT TO THE STKMOVE
005100*                    JOURNAL (SEE MEVTREC) FOR STKPUB TO SEND TO
005200*                    THE OWNERS WHO SUBSCRIBE.
005300*================================================================
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RELEASE-TRAN-FILE ASSIGN TO "QCRTRAN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TRAN-STATUS.
006000
006100     SELECT RELEASE-REGISTER ASSIGN TO "QCRELREG"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT RELEASE-HISTORY ASSIGN TO "QCRELHST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RELHST-STATUS.
006700
006800     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS LOT-KEY
007200         FILE STATUS IS WS-LOT-STATUS.
007300
007400     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-MEVT-STATUS.
007700
007800     SELECT EXCEPTION-FILE ASSIGN TO "QCRLEXC"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-OPAUTH-STATUS.
008400
008500     SELECT LABOR-LOG ASSIGN TO "LABORLOG"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-LABLOG-STATUS.
008800
008900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-BUSDATE-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  RELEASE-TRAN-FILE.
009600 01  RELEASE-TRAN-RECORD.
009700     05  QCR-OWNER                   PIC X(20).
009800     05  QCR-ITEM-NAME               PIC X(20).
009900     05  QCR-QUANTITY                PIC 9(05).
010000     05  QCR-DISPOSITION             PIC X(01).
010100         88  QCR-TO-AVAILABLE        VALUE 'A'.
010200         88  QCR-TO-DAMAGED          VALUE 'D'.
010300*    BLANK = UNDATED STOCK, NO LOT LEDGER TO MOVE.
010400     05  QCR-LOT-NO                  PIC X(10).
010500*    THE INSPECTOR WHO MADE THE DISPOSITION (SEE OPAUTH).
010600     05  QCR-OPERATOR                PIC X(08).
010700
010800 FD  RELEASE-REGISTER.
010900 01  RELEASE-REGISTER-LINE          PIC X(110).
011000
011100 FD  RELEASE-HISTORY.
011200 01  RELEASE-HISTORY-LINE           PIC X(110).
011300
011400 FD  LOT-MASTER.
011500     COPY LOTREC.
011600
011700 FD  MOVEMENT-EVENTS.
011800     COPY MEVTREC.
011900
012000 FD  EXCEPTION-FILE.
012100     COPY EXCREC.
012200
012300 FD  OPAUTH-FILE.
012400     COPY OPAUTH.
012500
012600 FD  LABOR-LOG.
012700     COPY LABREC.
012800
012900 FD  BUSDATE-FILE.
013000     COPY BUSDATE.
013100
013200 WORKING-STORAGE SECTION.
013300     EXEC SQL INCLUDE SQLCA END-EXEC.
013400     COPY RETCODES.
013500
013600 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
013700     88  TRAN-STATUS-OK              VALUE '00'.
013800     88  TRAN-STATUS-EOF             VALUE '10'.
013900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014000     88  BUSDATE-STATUS-OK           VALUE '00'.
014100 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
014200     88  MEVT-STATUS-OK              VALUE '00'.
014300 01  WS-RELHST-STATUS               PIC X(02) VALUE '00'.
014400     88  RELHST-STATUS-OK            VALUE '00'.
014500 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
014600     88  LOT-STATUS-OK               VALUE '00'.
014700 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
014800     88  WS-LOTS-OPEN                VALUE 'Y'.
014900 01  WS-LOT-OK-SW                   PIC X(01) VALUE 'N'.
015000     88  WS-LOT-OK                   VALUE 'Y'.
015100
015200 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
015300 01  WS-RELEASES-POSTED             PIC 9(07) COMP VALUE ZERO.
015400 01  WS-DAMAGES-POSTED              PIC 9(07) COMP VALUE ZERO.
015500 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
015600
015700*    THE OPERATOR AUTHORITY FILE (SEE OPAUTH), HELD FOR THE RUN
015800*    - THE OPERATOR ON EVERY TRANSACTION HANDLED IS CHECKED
015900*    AGAINST IT AND THE WORK IS LOGGED TO LABORLOG (SEE LABREC).
016000 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
016100     88  OPAUTH-STATUS-OK            VALUE '00'.
016200     88  OPAUTH-STATUS-EOF           VALUE '10'.
016300 01  WS-LABLOG-STATUS               PIC X(02) VALUE '00'.
016400     88  LABLOG-STATUS-OK            VALUE '00'.
016500 01  WS-OPER-TABLE.
016600     05  WS-OPER-ENTRY OCCURS 200 TIMES.
016700         10  WS-OPER-TBL-ID          PIC X(08).
016800 01  WS-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
016900 01  WS-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
017000 01  WS-OPER-FOUND-SW               PIC X(01) VALUE 'N'.
017100     88  WS-OPER-FOUND               VALUE 'Y'.
017200 01  WS-OPER-UNVERIFIED             PIC 9(07) COMP VALUE ZERO.
017300
017400 01  WS-CURRENT-DATE-TIME.
017500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
017600     05  WS-TIME-HHMMSSHH           PIC 9(08).
017700     05  FILLER                     PIC X(05).
017800
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-INITIALIZE-EXIT.
018300
018400     PERFORM 2000-POST-NEXT-RELEASE
018500         THRU 2000-POST-NEXT-RELEASE-EXIT
018600         UNTIL TRAN-STATUS-EOF.
018700
018800     PERFORM 9000-FINISH
018900         THRU 9000-FINISH-EXIT.
019000
019100     MOVE WS-RETURN-CODE TO RETURN-CODE.
019200     GO TO 9999-EXIT.
019300
019400 1000-INITIALIZE.
019500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019600     PERFORM 1050-GET-BUSINESS-DATE
019700         THRU 1050-GET-BUSINESS-DATE-EXIT.
019800     PERFORM 1070-LOAD-OPERATORS
019900         THRU 1070-LOAD-OPERATORS-EXIT.
020000*    THE LABOR LOG ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
020100     OPEN EXTEND LABOR-LOG.
020200     IF NOT LABLOG-STATUS-OK
020300         OPEN OUTPUT LABOR-LOG
020400     END-IF.
020500*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
020600*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
020700     OPEN OUTPUT RELEASE-REGISTER.
020800     OPEN OUTPUT EXCEPTION-FILE.
020900*    THE MOVEMENT JOURNAL IS CUMULATIVE (SEE MEVTREC).
021000     OPEN EXTEND MOVEMENT-EVENTS.
021100     IF NOT MEVT-STATUS-OK
021200         OPEN OUTPUT MOVEMENT-EVENTS
021300     END-IF.
021400*    THE HISTORY ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
021500     OPEN EXTEND RELEASE-HISTORY.
021600     IF NOT RELHST-STATUS-OK
021700         OPEN OUTPUT RELEASE-HISTORY
021800     END-IF.
021900     OPEN INPUT RELEASE-TRAN-FILE.
022000     IF NOT TRAN-STATUS-OK
022100         DISPLAY 'QCREL - UNABLE TO OPEN QCRTRAN, STATUS='
022200             WS-TRAN-STATUS
022300         SET RC-SEVERE TO TRUE
022400         SET TRAN-STATUS-EOF TO TRUE
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     MOVE SPACES TO RELEASE-REGISTER-LINE.
022800     STRING 'QUALITY RELEASE REGISTER ' WS-TODAY-YYYYMMDD
022900         DELIMITED BY SIZE
023000         INTO RELEASE-REGISTER-LINE
023100     END-STRING.
023200     WRITE RELEASE-REGISTER-LINE.
023300*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED - RELEASES
023400*    OF UNDATED STOCK POST EXACTLY AS BEFORE.
023500     OPEN I-O LOT-MASTER.
023600     IF LOT-STATUS-OK
023700         SET WS-LOTS-OPEN TO TRUE
023800     END-IF.
023900 1000-INITIALIZE-EXIT.
024000     EXIT.
024100
024200 1050-GET-BUSINESS-DATE.
024300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
024400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
024500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
024600*    CLOCK TIME FIELD STAYS REAL.
024700     OPEN INPUT BUSDATE-FILE.
024800     IF NOT BUSDATE-STATUS-OK
024900         GO TO 1050-GET-BUSINESS-DATE-EXIT
025000     END-IF.
025100     READ BUSDATE-FILE
025200         AT END
025300             CLOSE BUSDATE-FILE
025400             GO TO 1050-GET-BUSINESS-DATE-EXIT
025500     END-READ.
025600     CLOSE BUSDATE-FILE.
025700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
025800             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
025900         DISPLAY 'QCREL - RUNNING AS OF BUSINESS DATE '
026000             BUS-DATE
026100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
026200     END-IF.
026300 1050-GET-BUSINESS-DATE-EXIT.
026400     EXIT.
026500
026600 1070-LOAD-OPERATORS.
026700*    NO AUTHORITY FILE LEAVES EVERY OPERATOR UNVERIFIED - THE
026800*    WORK STILL POSTS AND IS LOGGED, FLAGGED.
026900     OPEN INPUT OPAUTH-FILE.
027000     IF NOT OPAUTH-STATUS-OK
027100         DISPLAY 'QCREL - UNABLE TO OPEN OPAUTH, OPERATORS NOT '
027200             'VERIFIED'
027300         GO TO 1070-LOAD-OPERATORS-EXIT
027400     END-IF.
027500     PERFORM 1071-LOAD-ONE-OPERATOR
027600         THRU 1071-LOAD-ONE-OPERATOR-EXIT
027700         UNTIL OPAUTH-STATUS-EOF.
027800     CLOSE OPAUTH-FILE.
027900 1070-LOAD-OPERATORS-EXIT.
028000     EXIT.
028100
028200 1071-LOAD-ONE-OPERATOR.
028300     READ OPAUTH-FILE
028400         AT END SET OPAUTH-STATUS-EOF TO TRUE
028500     END-READ.
028600     IF OPAUTH-STATUS-EOF
028700         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
028800     END-IF.
028900     IF WS-OPER-COUNT NOT < 200
029000         DISPLAY 'QCREL - OPERATOR TABLE FULL AT ' OPER-ID
029100         SET OPAUTH-STATUS-EOF TO TRUE
029200         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
029300     END-IF.
029400     ADD 1 TO WS-OPER-COUNT.
029500     MOVE OPER-ID TO WS-OPER-TBL-ID(WS-OPER-COUNT).
029600 1071-LOAD-ONE-OPERATOR-EXIT.
029700     EXIT.
029800
029900 2000-POST-NEXT-RELEASE.
030000     READ RELEASE-TRAN-FILE
030100         AT END SET TRAN-STATUS-EOF TO TRUE
030200     END-READ.
030300     IF TRAN-STATUS-EOF
030400         GO TO 2000-POST-NEXT-RELEASE-EXIT
030500     END-IF.
030600
030700     ADD 1 TO WS-TRANS-READ.
030800
030900     IF QCR-OWNER = SPACES OR QCR-ITEM-NAME = SPACES
031000         MOVE 'E370' TO EXC-REASON-CODE
031100         MOVE 'OWNER OR ITEM NAME MISSING ON RELEASE' TO
031200             EXC-REASON-TEXT
031300         PERFORM 2900-WRITE-EXCEPTION
031400             THRU 2900-WRITE-EXCEPTION-EXIT
031500         GO TO 2000-POST-NEXT-RELEASE-EXIT
031600     END-IF.
031700     IF QCR-QUANTITY IS NOT NUMERIC OR QCR-QUANTITY = ZERO
031800         MOVE 'E371' TO EXC-REASON-CODE
031900         MOVE 'RELEASE QUANTITY NOT NUMERIC OR ZERO' TO
032000             EXC-REASON-TEXT
032100         PERFORM 2900-WRITE-EXCEPTION
032200             THRU 2900-WRITE-EXCEPTION-EXIT
032300         GO TO 2000-POST-NEXT-RELEASE-EXIT
032400     END-IF.
032500     IF NOT QCR-TO-AVAILABLE AND NOT QCR-TO-DAMAGED
032600         MOVE 'E372' TO EXC-REASON-CODE
032700         MOVE 'DISPOSITION MUST BE A OR D' TO EXC-REASON-TEXT
032800         PERFORM 2900-WRITE-EXCEPTION
032900             THRU 2900-WRITE-EXCEPTION-EXIT
033000         GO TO 2000-POST-NEXT-RELEASE-EXIT
033100     END-IF.
033200
033300*    A NAMED LOT IS CHECKED BEFORE THE STOCK COLUMNS MOVE -
033400*    THE TWO LEDGERS MUST AGREE OR NEITHER POSTS.
033500     IF QCR-LOT-NO NOT = SPACES
033600         PERFORM 2500-CHECK-LOT
033700             THRU 2500-CHECK-LOT-EXIT
033800         IF NOT WS-LOT-OK
033900             MOVE 'E374' TO EXC-REASON-CODE
034000             MOVE 'NAMED LOT MISSING OR HOLDS LESS THAN RELEASE'
034100                 TO EXC-REASON-TEXT
034200             PERFORM 2900-WRITE-EXCEPTION
034300                 THRU 2900-WRITE-EXCEPTION-EXIT
034400             GO TO 2000-POST-NEXT-RELEASE-EXIT
034500         END-IF
034600     END-IF.
034700
034800     PERFORM 3000-POST-ONE-RELEASE
034900         THRU 3000-POST-ONE-RELEASE-EXIT.
035000 2000-POST-NEXT-RELEASE-EXIT.
035100     EXIT.
035200
035300 3000-POST-ONE-RELEASE.
035400*    THE GUARDED UPDATE IS THE LAST WORD - IF THE HOLD HAS LESS
035500*    THAN THE RELEASE, NO ROW UPDATES AND THE TRANSACTION
035600*    REJECTS INSTEAD OF GOING BELOW ZERO.
035700     IF QCR-TO-AVAILABLE
035800         EXEC SQL
035900             UPDATE items
036000                 SET qty_on_hold = qty_on_hold - :QCR-QUANTITY,
036100                     qty_on_hand = qty_on_hand + :QCR-QUANTITY
036200                 WHERE owner = :QCR-OWNER
036300                   AND itemname = :QCR-ITEM-NAME
036400                   AND qty_on_hold >= :QCR-QUANTITY
036500         END-EXEC
036600     ELSE
036700         EXEC SQL
036800             UPDATE items
036900                 SET qty_on_hold = qty_on_hold - :QCR-QUANTITY,
037000                     qty_damaged = qty_damaged + :QCR-QUANTITY
037100                 WHERE owner = :QCR-OWNER
037200                   AND itemname = :QCR-ITEM-NAME
037300                   AND qty_on_hold >= :QCR-QUANTITY
037400         END-EXEC
037500     END-IF.
037600
037700     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
037800         EXEC SQL ROLLBACK END-EXEC
037900         MOVE 'E373' TO EXC-REASON-CODE
038000         MOVE 'RELEASE EXCEEDS HOLD OR ITEM UNKNOWN' TO
038100             EXC-REASON-TEXT
038200         PERFORM 2900-WRITE-EXCEPTION
038300             THRU 2900-WRITE-EXCEPTION-EXIT
038400         GO TO 3000-POST-ONE-RELEASE-EXIT
038500     END-IF.
038600
038700     EXEC SQL COMMIT END-EXEC.
038800     IF QCR-LOT-NO NOT = SPACES
038900         PERFORM 3100-POST-LOT-RELEASE
039000             THRU 3100-POST-LOT-RELEASE-EXIT
039100     END-IF.
039200     IF QCR-TO-AVAILABLE
039300         ADD 1 TO WS-RELEASES-POSTED
039400     ELSE
039500         ADD 1 TO WS-DAMAGES-POSTED
039600     END-IF.
039700
039800     MOVE SPACES TO RELEASE-REGISTER-LINE.
039900     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
040000            ' OWNER=' QCR-OWNER
040100            ' ITEM=' QCR-ITEM-NAME
040200            ' QTY=' QCR-QUANTITY
040300            ' DISP=' QCR-DISPOSITION
040400            ' LOT=' QCR-LOT-NO
040500         DELIMITED BY SIZE
040600         INTO RELEASE-REGISTER-LINE
040700     END-STRING.
040800     WRITE RELEASE-REGISTER-LINE.
040900     MOVE RELEASE-REGISTER-LINE TO RELEASE-HISTORY-LINE.
041000     WRITE RELEASE-HISTORY-LINE.
041100     MOVE QCR-OWNER     TO MEV-OWNER.
041200     MOVE QCR-ITEM-NAME TO MEV-ITEM-NAME.
041300     IF QCR-TO-AVAILABLE
041400         SET MEV-QC-RELEASE TO TRUE
041500     ELSE
041600         SET MEV-QC-DAMAGE TO TRUE
041700     END-IF.
041800     MOVE QCR-QUANTITY  TO MEV-QUANTITY.
041900     MOVE QCR-LOT-NO    TO MEV-REFERENCE.
042000     PERFORM 9600-WRITE-MOVEMENT-EVENT
042100         THRU 9600-WRITE-MOVEMENT-EVENT-EXIT.
042200
042300     MOVE QCR-OPERATOR  TO LAB-OPERATOR.
042400     SET LAB-INSPECTION TO TRUE.
042500     MOVE QCR-OWNER     TO LAB-OWNER.
042600     MOVE QCR-ITEM-NAME TO LAB-ITEM-NAME.
042700     MOVE QCR-QUANTITY  TO LAB-UNITS.
042800     MOVE 'N'           TO LAB-EXCEPTION-SW.
042900     PERFORM 7000-WRITE-LABOR-LOG
043000         THRU 7000-WRITE-LABOR-LOG-EXIT.
043100 3000-POST-ONE-RELEASE-EXIT.
043200     EXIT.
043300
043400 2500-CHECK-LOT.
043500     MOVE 'N' TO WS-LOT-OK-SW.
043600     IF NOT WS-LOTS-OPEN
043700         GO TO 2500-CHECK-LOT-EXIT
043800     END-IF.
043900     MOVE QCR-OWNER     TO LOT-OWNER.
044000     MOVE QCR-ITEM-NAME TO LOT-ITEM-NAME.
044100     MOVE QCR-LOT-NO    TO LOT-NUMBER.
044200     READ LOT-MASTER
044300         INVALID KEY GO TO 2500-CHECK-LOT-EXIT
044400     END-READ.
044500     IF LOT-QTY-HELD NOT < QCR-QUANTITY
044600         SET WS-LOT-OK TO TRUE
044700     END-IF.
044800 2500-CHECK-LOT-EXIT.
044900     EXIT.
045000
045100 3100-POST-LOT-RELEASE.
045200*    THE LOT WAS READ AND GUARDED IN 2500-CHECK-LOT - MOVE THE
045300*    QUANTITY OFF HELD, TO AVAILABLE ON AN 'A' DISPOSITION AND
045400*    OFF THE LOT ENTIRELY ON A 'D' (DAMAGED UNITS SIT IN
045500*    QTY_DAMAGED FOR QC, NOT ON THE ALLOCATABLE LOT LEDGER).
045600*    A LOT EMPTIED ON BOTH QUANTITIES LEAVES THE FILE.
045700     SUBTRACT QCR-QUANTITY FROM LOT-QTY-HELD.
045800     IF QCR-TO-AVAILABLE
045900         ADD QCR-QUANTITY TO LOT-QTY
046000     END-IF.
046100     IF LOT-QTY = ZERO AND LOT-QTY-HELD = ZERO
046200         DELETE LOT-MASTER
046300             INVALID KEY CONTINUE
046400         END-DELETE
046500     ELSE
046600         REWRITE LOT-RECORD
046700             INVALID KEY CONTINUE
046800         END-REWRITE
046900     END-IF.
047000 3100-POST-LOT-RELEASE-EXIT.
047100     EXIT.
047200
047300 2900-WRITE-EXCEPTION.
047400*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
047500*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
047600     ADD 1 TO WS-TRANS-REJECTED.
047700     MOVE 'QCREL   ' TO EXC-PROGRAM-ID.
047800     MOVE QCR-ITEM-NAME TO EXC-KEY-VALUE.
047900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
048000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
048100     MOVE QCR-OPERATOR TO EXC-OPERATOR-ID.
048200     WRITE EXC-RECORD.
048300     SET RC-WARNING TO TRUE.
048400 2900-WRITE-EXCEPTION-EXIT.
048500     EXIT.
048600
048700 7000-WRITE-LABOR-LOG.
048800*    THE CALLER SETS THE OPERATOR, ACTIVITY, OWNER, ITEM, UNITS
048900*    AND EXCEPTION SWITCH.  AN OPERATOR NOT ON OPAUTH DOES NOT
049000*    STOP THE POSTING - THE WORK HAS BEEN DONE - BUT THE LINE
049100*    IS LOGGED UNVERIFIED AND FLAGGED FOR THE SHIFT LEAD.
049200     MOVE WS-TODAY-YYYYMMDD TO LAB-DATE.
049300     MOVE WS-TIME-HHMMSSHH  TO LAB-TIME.
049400     MOVE 'N' TO WS-OPER-FOUND-SW.
049500     IF LAB-OPERATOR NOT = SPACES
049600         PERFORM 7010-MATCH-ONE-OPERATOR
049700             THRU 7010-MATCH-ONE-OPERATOR-EXIT
049800             VARYING WS-OPER-SUB FROM 1 BY 1
049900             UNTIL WS-OPER-SUB > WS-OPER-COUNT
050000                 OR WS-OPER-FOUND
050100     END-IF.
050200     IF WS-OPER-FOUND
050300         MOVE 'Y' TO LAB-OPER-VALID-SW
050400     ELSE
050500         MOVE 'N' TO LAB-OPER-VALID-SW
050600         ADD 1 TO WS-OPER-UNVERIFIED
050700         MOVE 'QCREL   ' TO EXC-PROGRAM-ID
050800         MOVE LAB-ITEM-NAME TO EXC-KEY-VALUE
050900         MOVE 'E479' TO EXC-REASON-CODE
051000         MOVE 'OPERATOR NOT ON OPAUTH - WORK POSTED' TO
051100             EXC-REASON-TEXT
051200         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
051300         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
051400         MOVE LAB-OPERATOR TO EXC-OPERATOR-ID
051500         WRITE EXC-RECORD
051600         SET RC-WARNING TO TRUE
051700     END-IF.
051800     WRITE LABOR-LOG-RECORD.
051900 7000-WRITE-LABOR-LOG-EXIT.
052000     EXIT.
052100
052200 7010-MATCH-ONE-OPERATOR.
052300     IF WS-OPER-TBL-ID(WS-OPER-SUB) = LAB-OPERATOR
052400         SET WS-OPER-FOUND TO TRUE
052500     END-IF.
052600 7010-MATCH-ONE-OPERATOR-EXIT.
052700     EXIT.
052800
052900 9000-FINISH.
053000     CLOSE RELEASE-TRAN-FILE.
053100     IF WS-LOTS-OPEN
053200         CLOSE LOT-MASTER
053300     END-IF.
053400     CLOSE RELEASE-REGISTER.
053500     CLOSE RELEASE-HISTORY.
053600     CLOSE LABOR-LOG.
053700     CLOSE EXCEPTION-FILE.
053800     CLOSE MOVEMENT-EVENTS.
053900     DISPLAY 'QCREL - TRANSACTIONS READ: ' WS-TRANS-READ.
054000     DISPLAY 'QCREL - RELEASED TO STOCK: ' WS-RELEASES-POSTED.
054100     DISPLAY 'QCREL - SENT TO DAMAGED  : ' WS-DAMAGES-POSTED.
054200     DISPLAY 'QCREL - REJECTED         : ' WS-TRANS-REJECTED.
054300     DISPLAY 'QCREL - OPER UNVERIFIED  : ' WS-OPER-UNVERIFIED.
054400     DISPLAY 'QCREL - RETURN CODE      : ' WS-RETURN-CODE.
054500 9000-FINISH-EXIT.
054600     EXIT.
054700
054800 9600-WRITE-MOVEMENT-EVENT.
054900*    ONE STOCK MOVEMENT EVENT PER REGISTER LINE FOR THE OWNER
055000*    PUBLISHER (SEE MEVTREC).  THE CALLER SETS THE OWNER,
055100*    ITEM, TYPE, QUANTITY AND REFERENCE.
055200     MOVE ZERO TO MEV-ON-HAND.
055300     EXEC SQL
055400         SELECT qty_on_hand
055500             INTO :MEV-ON-HAND
055600             FROM items
055700             WHERE owner = :MEV-OWNER
055800               AND itemname = :MEV-ITEM-NAME
055900     END-EXEC.
056000     IF SQLCODE NOT = 0
056100         MOVE ZERO TO MEV-ON-HAND
056200     END-IF.
056300     MOVE WS-TODAY-YYYYMMDD TO MEV-DATE.
056400     MOVE WS-TIME-HHMMSSHH  TO MEV-TIME.
056500     MOVE 'QCREL   ' TO MEV-PROGRAM-ID.
056600     WRITE MOVEMENT-EVENT-RECORD.
056700 9600-WRITE-MOVEMENT-EVENT-EXIT.
056800     EXIT.
056900
057000 9999-EXIT.
057100     STOP RUN.
