003100*                         POMAST LINES (RECEIVED QUANTITY AT
003200*                         THE ITEM'S UNIT COST OFF THE INDEXED
003300*                         ITEMMAST COMPANION).
003400*   2026-10-15 RLW  THE RECEIVED-NOT-INVOICED ACCRUAL VALUES AN
003500*                    OPEN PO AT ITS AGREED PRICE PER EACH (SEE
003600*                    POREC) - WHAT THE VENDOR WILL BILL - AND
003700*                    FALLS BACK TO THE ITEM'S UNIT COST ONLY
003800*                    WHEN THE ORDER CARRIES NO PRICE.
003900*   2026-10-15 RLW  ONLY THE RECEIVED QUANTITY NOT YET INVOICED
004000*                    (SEE POREC) ACCRUES - AN INVOICE APMATCH
004100*                    HAS APPROVED IS ACCOUNTS PAYABLE'S NOW.
004200*================================================================
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CALENDAR-STATUS.
004900
005000     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-EXTRACT-STATUS.
005300
005400     SELECT SNAPSHOT-FILE ASSIGN TO "MESNAP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SNAP-STATUS.
005700
005800     SELECT VALUATION-REPORT ASSIGN TO "MEVALRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT STATEMENT-PRINT ASSIGN TO "MESTMTS"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT GL-SUMMARY ASSIGN TO "MEGLSUM"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT PO-MASTER ASSIGN TO "POMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PO-KEY
007100         FILE STATUS IS WS-POMAST-STATUS.
007200
007300     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS IM-KEY
007700         FILE STATUS IS WS-IM-STATUS.
007800
007900     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RUNCTL-STATUS.
008200
008300     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-BUSDATE-STATUS.
008600
008700     SELECT EXCEPTION-FILE ASSIGN TO "MONCLEXC"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CALENDAR-FILE.
009300     COPY CALREC.
009400
009500 FD  ITEM-EXTRACT.
009600     COPY ITEMREC.
009700     COPY CTLREC.
009800
009900 FD  SNAPSHOT-FILE.
010000 01  SNAPSHOT-RECORD.
010100     05  SNP-OWNER                   PIC X(20).
010200     05  SNP-ITEM-NAME               PIC X(20).
010300     05  SNP-QTY-ON-HAND             PIC 9(05).
010400     05  SNP-UNIT-COST               PIC 9(05)V9(02).
010500
010600 FD  VALUATION-REPORT.
010700 01  VALUATION-REPORT-LINE          PIC X(100).
010800
010900 FD  STATEMENT-PRINT.
011000 01  STATEMENT-PRINT-LINE           PIC X(100).
011100
011200 FD  GL-SUMMARY.
011300 01  GL-SUMMARY-LINE                PIC X(100).
011400
011500 FD  PO-MASTER.
011600     COPY POREC.
011700
011800 FD  ITEM-MASTER.
011900     COPY ITEMMREC.
012000
012100 FD  RUNCTL-FILE.
012200     COPY RUNCTL.
012300
012400 FD  BUSDATE-FILE.
012500     COPY BUSDATE.
012600
012700 FD  EXCEPTION-FILE.
012800     COPY EXCREC.
012900
013000 WORKING-STORAGE SECTION.
013100     COPY ITEMWS.
013200     COPY RETCODES.
013300
013400 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
013500     88  CALENDAR-STATUS-OK          VALUE '00'.
013600     88  CALENDAR-STATUS-EOF         VALUE '10'.
013700 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
013800     88  EXTRACT-STATUS-OK           VALUE '00'.
013900     88  EXTRACT-STATUS-EOF          VALUE '10'.
014000 01  WS-SNAP-STATUS                 PIC X(02) VALUE '00'.
014100     88  SNAP-STATUS-OK              VALUE '00'.
014200     88  SNAP-STATUS-EOF             VALUE '10'.
014300 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
014400     88  POMAST-STATUS-OK            VALUE '00'.
014500     88  POMAST-STATUS-EOF           VALUE '10'.
014600 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
014700     88  IM-STATUS-OK                VALUE '00'.
014800 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
014900     88  RUNCTL-STATUS-OK            VALUE '00'.
015000 01  WS-RUNCTL-EOF-SW               PIC X(01) VALUE 'N'.
015100     88  WS-RUNCTL-AT-EOF            VALUE 'Y'.
015200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015300     88  BUSDATE-STATUS-OK           VALUE '00'.
015400
015500 01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
015600     88  WS-CAL-DATE-FOUND           VALUE 'Y'.
015700 01  WS-STEP-SKIPPED-SW             PIC X(01) VALUE 'N'.
015800     88  WS-STEP-SKIPPED             VALUE 'Y'.
015900
016000*    PHASE RESTART STATE - A PHASE ALREADY COMPLETE ON RUNCTL
016100*    FOR THIS BUSINESS DATE IS SKIPPED ON A RERUN.
016200 01  WS-PHASE-TABLE.
016300     05  WS-PH-ENTRY OCCURS 4 TIMES.
016400         10  WS-PH-STEP-NAME         PIC X(08).
016500         10  WS-PH-DONE-SW           PIC X(01).
016600 01  WS-PH-SUB                      PIC 9(02) COMP.
016700 01  WS-PHASE-NAME                  PIC X(08) VALUE SPACES.
016800
016900 01  WS-SNAP-COUNT                  PIC 9(07) VALUE ZERO.
017000
017100*    VALUATION AND STATEMENT CONTROL BREAK ON OWNER - THE
017200*    FROZEN SNAPSHOT KEEPS THE EXTRACT'S OWNER/ITEM ORDER.
017300 01  WS-PREV-OWNER                  PIC X(20) VALUE SPACES.
017400 01  WS-FIRST-OWNER-SW              PIC X(01) VALUE 'Y'.
017500     88  WS-FIRST-OWNER              VALUE 'Y'.
017600 01  WS-LINE-VALUE                  PIC 9(11)V9(02) VALUE ZERO.
017700 01  WS-OWNER-VALUE                 PIC 9(11)V9(02) VALUE ZERO.
017800 01  WS-TOTAL-VALUE                 PIC 9(13)V9(02) VALUE ZERO.
017900 01  WS-OWNER-ITEMS                 PIC 9(05) VALUE ZERO.
018000 01  WS-AMOUNT-EDIT                 PIC Z(10)9.99.
018100 01  WS-BIG-AMOUNT-EDIT             PIC Z(12)9.99.
018200
018300*    RECEIVED-NOT-INVOICED ACCRUAL OFF THE OPEN PO LINES.
018400 01  WS-RNI-QTY                     PIC 9(05) VALUE ZERO.
018500 01  WS-RNI-VALUE                   PIC 9(11)V9(02) VALUE ZERO.
018600 01  WS-RNI-PRICE                   PIC 9(05)V9(04) VALUE ZERO.
018700 01  WS-ACCRUAL-TOTAL               PIC 9(13)V9(02) VALUE ZERO.
018800 01  WS-POS-ACCRUED                 PIC 9(05) VALUE ZERO.
018900
019000 01  WS-CURRENT-DATE-TIME.
019100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019200     05  WS-TIME-HHMMSSHH           PIC 9(08).
019300     05  FILLER                     PIC X(05).
019400
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE
019800         THRU 1000-INITIALIZE-EXIT.
019900     IF RC-SEVERE OR WS-STEP-SKIPPED
020000         GO TO 0000-WRAP-UP
020100     END-IF.
020200
020300     MOVE 'MECSNAP' TO WS-PHASE-NAME.
020400     IF WS-PH-DONE-SW(1) = 'Y'
020500         DISPLAY 'MONCLOSE - SNAPSHOT ALREADY COMPLETE, SKIPPED'
020600     ELSE
020700         PERFORM 2000-FREEZE-SNAPSHOT
020800             THRU 2000-FREEZE-SNAPSHOT-EXIT
020900     END-IF.
021000     IF RC-SEVERE
021100         GO TO 0000-WRAP-UP
021200     END-IF.
021300
021400     MOVE 'MECVALU' TO WS-PHASE-NAME.
021500     IF WS-PH-DONE-SW(2) = 'Y'
021600         DISPLAY 'MONCLOSE - VALUATION ALREADY COMPLETE, SKIPPED'
021700     ELSE
021800         PERFORM 3000-VALUE-POSITION
021900             THRU 3000-VALUE-POSITION-EXIT
022000     END-IF.
022100     IF RC-SEVERE
022200         GO TO 0000-WRAP-UP
022300     END-IF.
022400
022500     MOVE 'MECSTMT' TO WS-PHASE-NAME.
022600     IF WS-PH-DONE-SW(3) = 'Y'
022700         DISPLAY 'MONCLOSE - STATEMENTS ALREADY COMPLETE, '
022800             'SKIPPED'
022900     ELSE
023000         PERFORM 4000-CUT-STATEMENTS
023100             THRU 4000-CUT-STATEMENTS-EXIT
023200     END-IF.
023300     IF RC-SEVERE
023400         GO TO 0000-WRAP-UP
023500     END-IF.
023600
023700     MOVE 'MECGL' TO WS-PHASE-NAME.
023800     IF WS-PH-DONE-SW(4) = 'Y'
023900         DISPLAY 'MONCLOSE - GL SUMMARY ALREADY COMPLETE, '
024000             'SKIPPED'
024100     ELSE
024200         PERFORM 5000-WRITE-GL-SUMMARY
024300             THRU 5000-WRITE-GL-SUMMARY-EXIT
024400     END-IF.
024500
024600 0000-WRAP-UP.
024700     PERFORM 9000-FINISH
024800         THRU 9000-FINISH-EXIT.
024900     MOVE WS-RETURN-CODE TO RETURN-CODE.
025000     GO TO 9999-EXIT.
025100
025200 1000-INITIALIZE.
025300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025400     PERFORM 1050-GET-BUSINESS-DATE
025500         THRU 1050-GET-BUSINESS-DATE-EXIT.
025600     OPEN OUTPUT EXCEPTION-FILE.
025700
025800     PERFORM 1055-CHECK-CALENDAR
025900         THRU 1055-CHECK-CALENDAR-EXIT.
026000     IF WS-STEP-SKIPPED
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF.
026300
026400     MOVE 'MECSNAP ' TO WS-PH-STEP-NAME(1).
026500     MOVE 'MECVALU ' TO WS-PH-STEP-NAME(2).
026600     MOVE 'MECSTMT ' TO WS-PH-STEP-NAME(3).
026700     MOVE 'MECGL   ' TO WS-PH-STEP-NAME(4).
026800     PERFORM 1060-CLEAR-ONE-PHASE
026900         THRU 1060-CLEAR-ONE-PHASE-EXIT
027000         VARYING WS-PH-SUB FROM 1 BY 1
027100         UNTIL WS-PH-SUB > 4.
027200     PERFORM 1100-SCAN-RUNCTL-HISTORY
027300         THRU 1100-SCAN-RUNCTL-HISTORY-EXIT.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600
027700 1050-GET-BUSINESS-DATE.
027800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
028000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
028100*    CLOCK TIME FIELD STAYS REAL.
028200     OPEN INPUT BUSDATE-FILE.
028300     IF NOT BUSDATE-STATUS-OK
028400         GO TO 1050-GET-BUSINESS-DATE-EXIT
028500     END-IF.
028600     READ BUSDATE-FILE
028700         AT END
028800             CLOSE BUSDATE-FILE
028900             GO TO 1050-GET-BUSINESS-DATE-EXIT
029000     END-READ.
029100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
029200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
029300     END-IF.
029400     CLOSE BUSDATE-FILE.
029500 1050-GET-BUSINESS-DATE-EXIT.
029600     EXIT.
029700
029800 1055-CHECK-CALENDAR.
029900*    LIKE THE TERM-END WINDOW, THE MONTH-END SWITCH ENABLES -
030000*    THE CLOSE RUNS ONLY ON A DATE THE CALENDAR MARKS.
030100     MOVE 'N' TO WS-CAL-FOUND-SW.
030200     OPEN INPUT CALENDAR-FILE.
030300     IF NOT CALENDAR-STATUS-OK
030400         DISPLAY 'MONCLOSE - CALENDAR NOT AVAILABLE, SKIPPED'
030500         SET WS-STEP-SKIPPED TO TRUE
030600         PERFORM 1057-WRITE-SKIP-RECORD
030700             THRU 1057-WRITE-SKIP-RECORD-EXIT
030800         GO TO 1055-CHECK-CALENDAR-EXIT
030900     END-IF.
031000     PERFORM 1056-SCAN-ONE-CAL-DATE
031100         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
031200         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
031300     CLOSE CALENDAR-FILE.
031400     IF NOT WS-CAL-DATE-FOUND
031500             OR NOT CAL-MONTH-END
031600         DISPLAY 'MONCLOSE - NOT A MONTH-END DATE, SKIPPED'
031700         SET WS-STEP-SKIPPED TO TRUE
031800         PERFORM 1057-WRITE-SKIP-RECORD
031900             THRU 1057-WRITE-SKIP-RECORD-EXIT
032000     END-IF.
032100 1055-CHECK-CALENDAR-EXIT.
032200     EXIT.
032300
032400 1056-SCAN-ONE-CAL-DATE.
032500     READ CALENDAR-FILE
032600         AT END SET CALENDAR-STATUS-EOF TO TRUE
032700     END-READ.
032800     IF CALENDAR-STATUS-EOF
032900         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
033000     END-IF.
033100     IF CAL-DATE = WS-TODAY-YYYYMMDD
033200         SET WS-CAL-DATE-FOUND TO TRUE
033300     END-IF.
033400 1056-SCAN-ONE-CAL-DATE-EXIT.
033500     EXIT.
033600
033700 1057-WRITE-SKIP-RECORD.
033800*    A SKIP ON A CALENDAR DECISION READS AS INTENTIONAL ON RUN
033900*    CONTROL, NOT FAILED.
034000     MOVE 'MONCLOSE' TO RUNCTL-STEP-NAME.
034100     SET RUNCTL-SKIPPED TO TRUE.
034200     MOVE SPACES TO RUNCTL-LAST-KEY.
034300     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
034400     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
034500     MOVE SPACES TO RUNCTL-OPERATOR-ID.
034600     PERFORM 8000-APPEND-RUNCTL-RECORD
034700         THRU 8000-APPEND-RUNCTL-RECORD-EXIT.
034800 1057-WRITE-SKIP-RECORD-EXIT.
034900     EXIT.
035000
035100 1060-CLEAR-ONE-PHASE.
035200     MOVE 'N' TO WS-PH-DONE-SW(WS-PH-SUB).
035300 1060-CLEAR-ONE-PHASE-EXIT.
035400     EXIT.
035500
035600 1100-SCAN-RUNCTL-HISTORY.
035700*    A PHASE COMPLETE ON RUN CONTROL FOR THIS BUSINESS DATE
035800*    STAYS DONE - THE LATEST RECORD PER PHASE WINS, SO A
035900*    FAILED-THEN-RERUN PHASE READS FROM ITS LAST OUTCOME.
036000     MOVE 'N' TO WS-RUNCTL-EOF-SW.
036100     OPEN INPUT RUNCTL-FILE.
036200     IF NOT RUNCTL-STATUS-OK
036300         GO TO 1100-SCAN-RUNCTL-HISTORY-EXIT
036400     END-IF.
036500     PERFORM 1110-SCAN-ONE-RUNCTL
036600         THRU 1110-SCAN-ONE-RUNCTL-EXIT
036700         UNTIL WS-RUNCTL-AT-EOF.
036800     CLOSE RUNCTL-FILE.
036900 1100-SCAN-RUNCTL-HISTORY-EXIT.
037000     EXIT.
037100
037200 1110-SCAN-ONE-RUNCTL.
037300     READ RUNCTL-FILE INTO RUNCTL-RECORD
037400         AT END SET WS-RUNCTL-AT-EOF TO TRUE
037500     END-READ.
037600     IF WS-RUNCTL-AT-EOF
037700         GO TO 1110-SCAN-ONE-RUNCTL-EXIT
037800     END-IF.
037900     IF RUNCTL-RUN-DATE NOT = WS-TODAY-YYYYMMDD
038000         GO TO 1110-SCAN-ONE-RUNCTL-EXIT
038100     END-IF.
038200     PERFORM 1120-MATCH-ONE-PHASE
038300         THRU 1120-MATCH-ONE-PHASE-EXIT
038400         VARYING WS-PH-SUB FROM 1 BY 1
038500         UNTIL WS-PH-SUB > 4.
038600 1110-SCAN-ONE-RUNCTL-EXIT.
038700     EXIT.
038800
038900 1120-MATCH-ONE-PHASE.
039000     IF RUNCTL-STEP-NAME = WS-PH-STEP-NAME(WS-PH-SUB)
039100         IF RUNCTL-COMPLETE
039200             MOVE 'Y' TO WS-PH-DONE-SW(WS-PH-SUB)
039300         ELSE
039400             MOVE 'N' TO WS-PH-DONE-SW(WS-PH-SUB)
039500         END-IF
039600     END-IF.
039700 1120-MATCH-ONE-PHASE-EXIT.
039800     EXIT.
039900
040000 2000-FREEZE-SNAPSHOT.
040100     OPEN INPUT ITEM-EXTRACT.
040200     IF NOT EXTRACT-STATUS-OK
040300         DISPLAY 'MONCLOSE - UNABLE TO OPEN ITEMEXT, STATUS='
040400             WS-EXTRACT-STATUS
040500         SET RC-SEVERE TO TRUE
040600         PERFORM 8100-WRITE-PHASE-FAILED
040700             THRU 8100-WRITE-PHASE-FAILED-EXIT
040800         GO TO 2000-FREEZE-SNAPSHOT-EXIT
040900     END-IF.
041000     OPEN OUTPUT SNAPSHOT-FILE.
041100     MOVE ZERO TO WS-SNAP-COUNT.
041200     PERFORM 2100-FREEZE-ONE-ITEM
041300         THRU 2100-FREEZE-ONE-ITEM-EXIT
041400         UNTIL EXTRACT-STATUS-EOF.
041500     CLOSE ITEM-EXTRACT.
041600     CLOSE SNAPSHOT-FILE.
041700     DISPLAY 'MONCLOSE - POSITION FROZEN, ITEMS=' WS-SNAP-COUNT.
041800     PERFORM 8200-WRITE-PHASE-COMPLETE
041900         THRU 8200-WRITE-PHASE-COMPLETE-EXIT.
042000 2000-FREEZE-SNAPSHOT-EXIT.
042100     EXIT.
042200
042300 2100-FREEZE-ONE-ITEM.
042400     READ ITEM-EXTRACT INTO WS-ITEM
042500         AT END SET EXTRACT-STATUS-EOF TO TRUE
042600     END-READ.
042700     IF EXTRACT-STATUS-EOF
042800         GO TO 2100-FREEZE-ONE-ITEM-EXIT
042900     END-IF.
043000*    THE EXTRACT'S CTL HEADER AND TRAILER ARE NOT ITEMS.
043100     IF WS-ITEM-OWNER(1:3) = 'HDR' OR WS-ITEM-OWNER(1:3) = 'TRL'
043200         GO TO 2100-FREEZE-ONE-ITEM-EXIT
043300     END-IF.
043400     MOVE WS-ITEM-OWNER TO SNP-OWNER.
043500     MOVE WS-ITEM-NAME TO SNP-ITEM-NAME.
043600     MOVE WS-ITEM-QTY-ON-HAND TO SNP-QTY-ON-HAND.
043700     MOVE WS-ITEM-UNIT-COST TO SNP-UNIT-COST.
043800     WRITE SNAPSHOT-RECORD.
043900     ADD 1 TO WS-SNAP-COUNT.
044000 2100-FREEZE-ONE-ITEM-EXIT.
044100     EXIT.
044200
044300 3000-VALUE-POSITION.
044400     OPEN INPUT SNAPSHOT-FILE.
044500     IF NOT SNAP-STATUS-OK
044600         DISPLAY 'MONCLOSE - UNABLE TO OPEN MESNAP, STATUS='
044700             WS-SNAP-STATUS
044800         SET RC-SEVERE TO TRUE
044900         PERFORM 8100-WRITE-PHASE-FAILED
045000             THRU 8100-WRITE-PHASE-FAILED-EXIT
045100         GO TO 3000-VALUE-POSITION-EXIT
045200     END-IF.
045300     OPEN OUTPUT VALUATION-REPORT.
045400     MOVE 'MONTH-END INVENTORY VALUATION' TO
045500         VALUATION-REPORT-LINE.
045600     WRITE VALUATION-REPORT-LINE.
045700
045800     MOVE SPACES TO WS-PREV-OWNER.
045900     MOVE 'Y' TO WS-FIRST-OWNER-SW.
046000     MOVE ZERO TO WS-OWNER-VALUE.
046100     MOVE ZERO TO WS-TOTAL-VALUE.
046200     PERFORM 3100-VALUE-ONE-LINE
046300         THRU 3100-VALUE-ONE-LINE-EXIT
046400         UNTIL SNAP-STATUS-EOF.
046500     IF NOT WS-FIRST-OWNER
046600         PERFORM 3200-CLOSE-OWNER-VALUE
046700             THRU 3200-CLOSE-OWNER-VALUE-EXIT
046800     END-IF.
046900
047000     MOVE WS-TOTAL-VALUE TO WS-BIG-AMOUNT-EDIT.
047100     MOVE SPACES TO VALUATION-REPORT-LINE.
047200     STRING 'TOTAL INVENTORY VALUE ' WS-BIG-AMOUNT-EDIT
047300         DELIMITED BY SIZE
047400         INTO VALUATION-REPORT-LINE
047500     END-STRING.
047600     WRITE VALUATION-REPORT-LINE.
047700     CLOSE SNAPSHOT-FILE.
047800     CLOSE VALUATION-REPORT.
047900     PERFORM 8200-WRITE-PHASE-COMPLETE
048000         THRU 8200-WRITE-PHASE-COMPLETE-EXIT.
048100 3000-VALUE-POSITION-EXIT.
048200     EXIT.
048300
048400 3100-VALUE-ONE-LINE.
048500     READ SNAPSHOT-FILE
048600         AT END SET SNAP-STATUS-EOF TO TRUE
048700     END-READ.
048800     IF SNAP-STATUS-EOF
048900         GO TO 3100-VALUE-ONE-LINE-EXIT
049000     END-IF.
049100
049200     IF WS-FIRST-OWNER
049300         MOVE 'N' TO WS-FIRST-OWNER-SW
049400         MOVE SNP-OWNER TO WS-PREV-OWNER
049500     ELSE
049600         IF SNP-OWNER NOT = WS-PREV-OWNER
049700             PERFORM 3200-CLOSE-OWNER-VALUE
049800                 THRU 3200-CLOSE-OWNER-VALUE-EXIT
049900             MOVE SNP-OWNER TO WS-PREV-OWNER
050000         END-IF
050100     END-IF.
050200
050300     COMPUTE WS-LINE-VALUE = SNP-QTY-ON-HAND * SNP-UNIT-COST.
050400     ADD WS-LINE-VALUE TO WS-OWNER-VALUE.
050500     ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
050600 3100-VALUE-ONE-LINE-EXIT.
050700     EXIT.
050800
050900 3200-CLOSE-OWNER-VALUE.
051000     MOVE WS-OWNER-VALUE TO WS-AMOUNT-EDIT.
051100     MOVE SPACES TO VALUATION-REPORT-LINE.
051200     STRING 'OWNER ' WS-PREV-OWNER
051300            ' VALUE ' WS-AMOUNT-EDIT
051400         DELIMITED BY SIZE
051500         INTO VALUATION-REPORT-LINE
051600     END-STRING.
051700     WRITE VALUATION-REPORT-LINE.
051800     MOVE ZERO TO WS-OWNER-VALUE.
051900 3200-CLOSE-OWNER-VALUE-EXIT.
052000     EXIT.
052100
052200 4000-CUT-STATEMENTS.
052300     MOVE '00' TO WS-SNAP-STATUS.
052400     OPEN INPUT SNAPSHOT-FILE.
052500     IF NOT SNAP-STATUS-OK
052600         DISPLAY 'MONCLOSE - UNABLE TO OPEN MESNAP, STATUS='
052700             WS-SNAP-STATUS
052800         SET RC-SEVERE TO TRUE
052900         PERFORM 8100-WRITE-PHASE-FAILED
053000             THRU 8100-WRITE-PHASE-FAILED-EXIT
053100         GO TO 4000-CUT-STATEMENTS-EXIT
053200     END-IF.
053300     OPEN OUTPUT STATEMENT-PRINT.
053400
053500     MOVE SPACES TO WS-PREV-OWNER.
053600     MOVE 'Y' TO WS-FIRST-OWNER-SW.
053700     MOVE ZERO TO WS-OWNER-VALUE.
053800     MOVE ZERO TO WS-OWNER-ITEMS.
053900     PERFORM 4100-STATEMENT-ONE-LINE
054000         THRU 4100-STATEMENT-ONE-LINE-EXIT
054100         UNTIL SNAP-STATUS-EOF.
054200     IF NOT WS-FIRST-OWNER
054300         PERFORM 4300-CLOSE-OWNER-STMT
054400             THRU 4300-CLOSE-OWNER-STMT-EXIT
054500     END-IF.
054600     CLOSE SNAPSHOT-FILE.
054700     CLOSE STATEMENT-PRINT.
054800     PERFORM 8200-WRITE-PHASE-COMPLETE
054900         THRU 8200-WRITE-PHASE-COMPLETE-EXIT.
055000 4000-CUT-STATEMENTS-EXIT.
055100     EXIT.
055200
055300 4100-STATEMENT-ONE-LINE.
055400     READ SNAPSHOT-FILE
055500         AT END SET SNAP-STATUS-EOF TO TRUE
055600     END-READ.
055700     IF SNAP-STATUS-EOF
055800         GO TO 4100-STATEMENT-ONE-LINE-EXIT
055900     END-IF.
056000
056100     IF WS-FIRST-OWNER
056200         MOVE 'N' TO WS-FIRST-OWNER-SW
056300         MOVE SNP-OWNER TO WS-PREV-OWNER
056400         PERFORM 4200-OPEN-OWNER-STMT
056500             THRU 4200-OPEN-OWNER-STMT-EXIT
056600     ELSE
056700         IF SNP-OWNER NOT = WS-PREV-OWNER
056800             PERFORM 4300-CLOSE-OWNER-STMT
056900                 THRU 4300-CLOSE-OWNER-STMT-EXIT
057000             MOVE SNP-OWNER TO WS-PREV-OWNER
057100             PERFORM 4200-OPEN-OWNER-STMT
057200                 THRU 4200-OPEN-OWNER-STMT-EXIT
057300         END-IF
057400     END-IF.
057500
057600     COMPUTE WS-LINE-VALUE = SNP-QTY-ON-HAND * SNP-UNIT-COST.
057700     ADD WS-LINE-VALUE TO WS-OWNER-VALUE.
057800     ADD 1 TO WS-OWNER-ITEMS.
057900     MOVE WS-LINE-VALUE TO WS-AMOUNT-EDIT.
058000     MOVE SPACES TO STATEMENT-PRINT-LINE.
058100     STRING '  ' SNP-ITEM-NAME
058200            ' QTY ' SNP-QTY-ON-HAND
058300            ' VALUE ' WS-AMOUNT-EDIT
058400         DELIMITED BY SIZE
058500         INTO STATEMENT-PRINT-LINE
058600     END-STRING.
058700     WRITE STATEMENT-PRINT-LINE.
058800 4100-STATEMENT-ONE-LINE-EXIT.
058900     EXIT.
059000
059100 4200-OPEN-OWNER-STMT.
059200     MOVE ZERO TO WS-OWNER-VALUE.
059300     MOVE ZERO TO WS-OWNER-ITEMS.
059400     MOVE SPACES TO STATEMENT-PRINT-LINE.
059500     STRING 'MONTH-END STATEMENT FOR ' SNP-OWNER
059600            ' AS OF ' WS-TODAY-YYYYMMDD
059700         DELIMITED BY SIZE
059800         INTO STATEMENT-PRINT-LINE
059900     END-STRING.
060000     WRITE STATEMENT-PRINT-LINE.
060100 4200-OPEN-OWNER-STMT-EXIT.
060200     EXIT.
060300
060400 4300-CLOSE-OWNER-STMT.
060500     MOVE WS-OWNER-VALUE TO WS-AMOUNT-EDIT.
060600     MOVE SPACES TO STATEMENT-PRINT-LINE.
060700     STRING '  ITEMS ' WS-OWNER-ITEMS
060800            ' MONTH-END VALUE ' WS-AMOUNT-EDIT
060900         DELIMITED BY SIZE
061000         INTO STATEMENT-PRINT-LINE
061100     END-STRING.
061200     WRITE STATEMENT-PRINT-LINE.
061300     MOVE SPACES TO STATEMENT-PRINT-LINE.
061400     WRITE STATEMENT-PRINT-LINE.
061500 4300-CLOSE-OWNER-STMT-EXIT.
061600     EXIT.
061700
061800 5000-WRITE-GL-SUMMARY.
061900*    THE INVENTORY TOTAL IS RE-SUMMED FROM THE FROZEN POSITION
062000*    RATHER THAN CARRIED FROM THE VALUATION PHASE - ON A
062100*    RESTART THAT SKIPS EARLIER PHASES THE MEMORY OF THE RUN
062200*    THAT DIED IS GONE, BUT MESNAP IS NOT.
062300     PERFORM 5050-SUM-FROZEN-POSITION
062400         THRU 5050-SUM-FROZEN-POSITION-EXIT.
062500     IF RC-SEVERE
062600         GO TO 5000-WRITE-GL-SUMMARY-EXIT
062700     END-IF.
062800     OPEN OUTPUT GL-SUMMARY.
062900     MOVE 'MONTH-END GL SUMMARY' TO GL-SUMMARY-LINE.
063000     WRITE GL-SUMMARY-LINE.
063100
063200     MOVE WS-TOTAL-VALUE TO WS-BIG-AMOUNT-EDIT.
063300     MOVE SPACES TO GL-SUMMARY-LINE.
063400     STRING 'D INVENTORY      ' WS-BIG-AMOUNT-EDIT
063500         DELIMITED BY SIZE
063600         INTO GL-SUMMARY-LINE
063700     END-STRING.
063800     WRITE GL-SUMMARY-LINE.
063900     MOVE SPACES TO GL-SUMMARY-LINE.
064000     STRING 'C INV-CONTROL    ' WS-BIG-AMOUNT-EDIT
064100         DELIMITED BY SIZE
064200         INTO GL-SUMMARY-LINE
064300     END-STRING.
064400     WRITE GL-SUMMARY-LINE.
064500
064600     PERFORM 5100-ACCRUE-OPEN-POS
064700         THRU 5100-ACCRUE-OPEN-POS-EXIT.
064800
064900     MOVE WS-ACCRUAL-TOTAL TO WS-BIG-AMOUNT-EDIT.
065000     MOVE SPACES TO GL-SUMMARY-LINE.
065100     STRING 'D RNI-INVENTORY  ' WS-BIG-AMOUNT-EDIT
065200         DELIMITED BY SIZE
065300         INTO GL-SUMMARY-LINE
065400     END-STRING.
065500     WRITE GL-SUMMARY-LINE.
065600     MOVE SPACES TO GL-SUMMARY-LINE.
065700     STRING 'C AP-ACCRUED     ' WS-BIG-AMOUNT-EDIT
065800         DELIMITED BY SIZE
065900         INTO GL-SUMMARY-LINE
066000     END-STRING.
066100     WRITE GL-SUMMARY-LINE.
066200     CLOSE GL-SUMMARY.
066300
066400     IF NOT RC-SEVERE
066500         PERFORM 8200-WRITE-PHASE-COMPLETE
066600             THRU 8200-WRITE-PHASE-COMPLETE-EXIT
066700     END-IF.
066800 5000-WRITE-GL-SUMMARY-EXIT.
066900     EXIT.
067000
067100 5050-SUM-FROZEN-POSITION.
067200     MOVE ZERO TO WS-TOTAL-VALUE.
067300     MOVE '00' TO WS-SNAP-STATUS.
067400     OPEN INPUT SNAPSHOT-FILE.
067500     IF NOT SNAP-STATUS-OK
067600         DISPLAY 'MONCLOSE - UNABLE TO OPEN MESNAP, STATUS='
067700             WS-SNAP-STATUS
067800         SET RC-SEVERE TO TRUE
067900         PERFORM 8100-WRITE-PHASE-FAILED
068000             THRU 8100-WRITE-PHASE-FAILED-EXIT
068100         GO TO 5050-SUM-FROZEN-POSITION-EXIT
068200     END-IF.
068300     PERFORM 5060-SUM-ONE-LINE
068400         THRU 5060-SUM-ONE-LINE-EXIT
068500         UNTIL SNAP-STATUS-EOF.
068600     CLOSE SNAPSHOT-FILE.
068700 5050-SUM-FROZEN-POSITION-EXIT.
068800     EXIT.
068900
069000 5060-SUM-ONE-LINE.
069100     READ SNAPSHOT-FILE
069200         AT END SET SNAP-STATUS-EOF TO TRUE
069300     END-READ.
069400     IF SNAP-STATUS-EOF
069500         GO TO 5060-SUM-ONE-LINE-EXIT
069600     END-IF.
069700     COMPUTE WS-LINE-VALUE = SNP-QTY-ON-HAND * SNP-UNIT-COST.
069800     ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
069900 5060-SUM-ONE-LINE-EXIT.
070000     EXIT.
070100
070200 5100-ACCRUE-OPEN-POS.
070300*    RECEIVED-NOT-INVOICED - EVERY OPEN ORDER'S RECEIVED
070400*    QUANTITY, VALUED AT THE ITEM'S UNIT COST OFF THE INDEXED
070500*    ITEMMAST COMPANION.  AN ITEM WITHOUT A MASTER ROW ACCRUES
070600*    AT ZERO AND GOES TO THE EXCEPTION FILE FOR THE BUYER.
070700     MOVE ZERO TO WS-ACCRUAL-TOTAL.
070800     MOVE ZERO TO WS-POS-ACCRUED.
070900     OPEN INPUT PO-MASTER.
071000     IF NOT POMAST-STATUS-OK
071100         DISPLAY 'MONCLOSE - UNABLE TO OPEN POMAST, STATUS='
071200             WS-POMAST-STATUS
071300         SET RC-SEVERE TO TRUE
071400         PERFORM 8100-WRITE-PHASE-FAILED
071500             THRU 8100-WRITE-PHASE-FAILED-EXIT
071600         GO TO 5100-ACCRUE-OPEN-POS-EXIT
071700     END-IF.
071800     OPEN INPUT ITEM-MASTER.
071900     PERFORM 5200-ACCRUE-ONE-PO
072000         THRU 5200-ACCRUE-ONE-PO-EXIT
072100         UNTIL POMAST-STATUS-EOF.
072200     CLOSE PO-MASTER.
072300     CLOSE ITEM-MASTER.
072400 5100-ACCRUE-OPEN-POS-EXIT.
072500     EXIT.
072600
072700 5200-ACCRUE-ONE-PO.
072800     READ PO-MASTER NEXT RECORD
072900         AT END SET POMAST-STATUS-EOF TO TRUE
073000     END-READ.
073100     IF POMAST-STATUS-EOF
073200         GO TO 5200-ACCRUE-ONE-PO-EXIT
073300     END-IF.
073400     IF NOT PO-OPEN
073500         GO TO 5200-ACCRUE-ONE-PO-EXIT
073600     END-IF.
073700     MOVE PO-RECEIVED-QTY TO WS-RNI-QTY.
073800     IF PO-INVOICED-QTY IS NUMERIC
073900         IF PO-INVOICED-QTY < PO-RECEIVED-QTY
074000             SUBTRACT PO-INVOICED-QTY FROM WS-RNI-QTY
074100         ELSE
074200             MOVE ZERO TO WS-RNI-QTY
074300         END-IF
074400     END-IF.
074500     IF WS-RNI-QTY = ZERO
074600         GO TO 5200-ACCRUE-ONE-PO-EXIT
074700     END-IF.
074800
074900     MOVE ZERO TO WS-RNI-PRICE.
075000     IF PO-UNIT-PRICE IS NUMERIC
075100         MOVE PO-UNIT-PRICE TO WS-RNI-PRICE
075200     END-IF.
075300     IF WS-RNI-PRICE = ZERO
075400         PERFORM 5250-GET-UNIT-COST
075500             THRU 5250-GET-UNIT-COST-EXIT
075600     END-IF.
075700
075800     COMPUTE WS-RNI-VALUE ROUNDED =
075900         WS-RNI-QTY * WS-RNI-PRICE.
076000     ADD WS-RNI-VALUE TO WS-ACCRUAL-TOTAL.
076100     ADD 1 TO WS-POS-ACCRUED.
076200 5200-ACCRUE-ONE-PO-EXIT.
076300     EXIT.
076400
076500 5250-GET-UNIT-COST.
076600*    AN ORDER PLACED WITHOUT AN AGREED PRICE ACCRUES AT THE
076700*    ITEM'S UNIT COST OFF THE INDEXED ITEMMAST COMPANION.
076800     MOVE PO-OWNER     TO IM-OWNER.
076900     MOVE PO-ITEM-NAME TO IM-ITEM-NAME.
077000     READ ITEM-MASTER
077100         INVALID KEY
077200             MOVE 'MONCLOSE' TO EXC-PROGRAM-ID
077300             MOVE PO-OWNER TO EXC-KEY-VALUE
077400             MOVE 'E385' TO EXC-REASON-CODE
077500             MOVE 'OPEN PO ITEM HAS NO MASTER ROW - ZERO COST'
077600                 TO EXC-REASON-TEXT
077700             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
077800             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
077900             MOVE SPACES TO EXC-OPERATOR-ID
078000             WRITE EXC-RECORD
078100             SET RC-WARNING TO TRUE
078200             MOVE ZERO TO IM-UNIT-COST
078300     END-READ.
078400     MOVE IM-UNIT-COST TO WS-RNI-PRICE.
078500 5250-GET-UNIT-COST-EXIT.
078600     EXIT.
078700
078800 8000-APPEND-RUNCTL-RECORD.
078900     OPEN EXTEND RUNCTL-FILE.
079000     IF NOT RUNCTL-STATUS-OK
079100         OPEN OUTPUT RUNCTL-FILE
079200     END-IF.
079300     IF RUNCTL-STATUS-OK
079400         WRITE RUNCTL-RECORD
079500         CLOSE RUNCTL-FILE
079600     END-IF.
079700 8000-APPEND-RUNCTL-RECORD-EXIT.
079800     EXIT.
079900
080000 8100-WRITE-PHASE-FAILED.
080100     MOVE WS-PHASE-NAME TO RUNCTL-STEP-NAME.
080200     SET RUNCTL-FAILED TO TRUE.
080300     MOVE SPACES TO RUNCTL-LAST-KEY.
080400     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
080500     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
080600     MOVE SPACES TO RUNCTL-OPERATOR-ID.
080700     PERFORM 8000-APPEND-RUNCTL-RECORD
080800         THRU 8000-APPEND-RUNCTL-RECORD-EXIT.
080900 8100-WRITE-PHASE-FAILED-EXIT.
081000     EXIT.
081100
081200 8200-WRITE-PHASE-COMPLETE.
081300     MOVE WS-PHASE-NAME TO RUNCTL-STEP-NAME.
081400     SET RUNCTL-COMPLETE TO TRUE.
081500     MOVE SPACES TO RUNCTL-LAST-KEY.
081600     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
081700     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
081800     MOVE SPACES TO RUNCTL-OPERATOR-ID.
081900     PERFORM 8000-APPEND-RUNCTL-RECORD
082000         THRU 8000-APPEND-RUNCTL-RECORD-EXIT.
082100 8200-WRITE-PHASE-COMPLETE-EXIT.
082200     EXIT.
082300
082400 9000-FINISH.
082500     CLOSE EXCEPTION-FILE.
082600     DISPLAY 'MONCLOSE - ITEMS FROZEN  : ' WS-SNAP-COUNT.
082700     DISPLAY 'MONCLOSE - POS ACCRUED   : ' WS-POS-ACCRUED.
082800     DISPLAY 'MONCLOSE - RETURN CODE   : ' WS-RETURN-CODE.
082900 9000-FINISH-EXIT.
083000     EXIT.
083100
083200 9999-EXIT.
083300     STOP RUN.
