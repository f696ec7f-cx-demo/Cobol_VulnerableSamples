003300*                    ALREADY POSTED, SO AN ABEND MID-FILE NO
003400*                    LONGER DOUBLE-POSTS ON RESTART.  A CLEAN
003500*                    END CLEARS THE CHECKPOINT.
003600*   2026-10-15 RLW  UNITS OF MEASURE - A COUNT MAY BE TAKEN IN
003700*                    ANY UNIT DEFINED FOR THE ITEM ON UOMMAST
003800*                    (SEE UOMREC), BLANK MEANING EACHES.  IT IS
003900*                    MULTIPLIED OUT TO EACHES BEFORE IT IS
004000*                    COMPARED WITH THE BOOK OR POSTED, SO THE
004100*                    CYCADJLG OLD AND NEW STAY IN EACHES; THE
004200*                    QUANTITY AS COUNTED AND ITS UNIT FOLLOW ON
004300*                    THE LOG AND THE VARIANCE REPORT.
004400*   2026-10-15 RLW  EVERY COUNTED LINE COMPARED WITH THE BOOK IS
004500*                    NOW APPENDED TO THE CUMULATIVE CYCCNTLG
004600*                    COUNT LOG (SEE CCNTREC) WITH WHETHER IT WAS
004700*                    ADJUSTED, SO OWNSCORE CAN SET ADJUSTMENTS
004800*                    AGAINST LINES COUNTED FOR EACH OWNER.
004900*   2026-10-15 RLW  THE CYCCOUNT RECORD NOW ENDS WITH THE
005000*                    COUNTER'S OPERATOR ID, CARRIED ONTO THE
005100*                    COUNT LOG.  IT IS CHECKED AGAINST OPAUTH AND
005200*                    EVERY COUNTED LINE IS APPENDED TO THE
005300*                    LABORLOG LABOR LOG (SEE LABREC) FOR LABRPT,
005400*                    A VARIANCE FLAGGED; AN UNKNOWN OPERATOR
005500*                    STILL POSTS, FLAGGED E479.  REJECTIONS NOW
005600*                    CARRY THE OPERATOR TOO.
005700*   2026-10-15 RLW  STOCK MOVEMENT EVENTS - EACH ADJUSTMENT POSTED
005800*                    ALSO APPENDS A 'CNTU' OR 'CNTD' EVENT FOR
005900*                    THE SIZE OF THE VARIANCE TO THE STKMOVE
006000*                    JOURNAL (SEE MEVTREC) FOR STKPUB TO SEND TO
006100*                    THE OWNERS WHO SUBSCRIBE.
006200*   2026-10-15 RLW  EVERY COUNT COMPARED WITH THE BOOK NOW
006300*                    STAMPS THE COUNT DATE AS THE LAST COUNT ON
006400*                    EACH BIN OF THE OWNER/ITEM ON THE CYCDUE
006500*                    COUNT-DUE FILE (SEE CDUEREC), SO CYCSHEET
006600*                    SCHEDULES ITS NEXT COUNT FROM IT.  WITHOUT
006700*                    CYCDUE THE COUNTS STILL POST, WITH A
006800*                    WARNING.
006900*================================================================
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT COUNT-RESULTS ASSIGN TO "CYCCOUNT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-COUNT-STATUS.
007600
007700     SELECT VARIANCE-REPORT ASSIGN TO "CYCVARR"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000     SELECT ADJUSTMENT-LOG ASSIGN TO "CYCADJLG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-ADJLOG-STATUS.
008300
008400     SELECT COUNT-LOG ASSIGN TO "CYCCNTLG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CNTLOG-STATUS.
008700
008800     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-MEVT-STATUS.
009100
009200     SELECT EXCEPTION-FILE ASSIGN TO "CYCPEXC"
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400
009500     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-OPAUTH-STATUS.
009800
009900     SELECT LABOR-LOG ASSIGN TO "LABORLOG"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-LABLOG-STATUS.
010200
010300     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-BUSDATE-STATUS.
010600
010700     SELECT CHECKPOINT-FILE ASSIGN TO "CYCPCKPT"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-CKPT-STATUS.
011000
011100     SELECT UOM-MASTER ASSIGN TO "UOMMAST"
011200         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS DYNAMIC
011400         RECORD KEY IS UOM-KEY
011500         FILE STATUS IS WS-UOM-STATUS.
011600
011700     SELECT COUNT-DUE-FILE ASSIGN TO "CYCDUE"
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS DYNAMIC
012000         RECORD KEY IS CDUE-KEY
012100         FILE STATUS IS WS-DUE-STATUS.
012200
012300     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS WS-PARM-STATUS.
012600
012700     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS WS-TICKET-STATUS.
013000
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  COUNT-RESULTS.
013400 01  COUNT-RESULT-RECORD.
013500     05  CYC-OWNER                   PIC X(20).
013600     05  CYC-ITEM-NAME               PIC X(20).
013700     05  CYC-COUNTED-QTY             PIC 9(05).
013800     05  CYC-APPROVED-SW             PIC X(01).
013900         88  CYC-APPROVED            VALUE 'Y'.
014000*    THE UNIT THE QUANTITY WAS COUNTED IN - BLANK IS EACHES.
014100     05  CYC-COUNT-UOM               PIC X(02).
014200*    THE OPERATOR WHO TOOK THE COUNT (SEE OPAUTH).
014300     05  CYC-OPERATOR                PIC X(08).
014400
014500 FD  VARIANCE-REPORT.
014600 01  VARIANCE-REPORT-LINE           PIC X(132).
014700
014800 FD  ADJUSTMENT-LOG.
014900 01  ADJUSTMENT-LOG-LINE            PIC X(120).
015000
015100 FD  COUNT-LOG.
015200     COPY CCNTREC.
015300
015400 FD  MOVEMENT-EVENTS.
015500     COPY MEVTREC.
015600
015700 FD  EXCEPTION-FILE.
015800     COPY EXCREC.
015900
016000 FD  OPAUTH-FILE.
016100     COPY OPAUTH.
016200
016300 FD  LABOR-LOG.
016400     COPY LABREC.
016500
016600 FD  BUSDATE-FILE.
016700     COPY BUSDATE.
016800
016900 FD  CHECKPOINT-FILE.
017000 01  CHECKPOINT-RECORD.
017100     05  CKPT-RUN-DATE               PIC 9(08).
017200     05  CKPT-RECORDS-CONSUMED       PIC 9(07).
017300     05  CKPT-ADJ-POSTED             PIC 9(07).
017400     05  CKPT-ADJ-HELD               PIC 9(07).
017500     05  CKPT-COUNTS-REJECTED        PIC 9(07).
017600
017700 FD  UOM-MASTER.
017800     COPY UOMREC.
017900
018000 FD  COUNT-DUE-FILE.
018100     COPY CDUEREC.
018200
018300 FD  PARM-CARD-FILE.
018400     COPY PARMREC.
018500
018600 FD  TICKET-INTAKE.
018700     COPY TICKREC.
018800
018900 WORKING-STORAGE SECTION.
019000     EXEC SQL INCLUDE SQLCA END-EXEC.
019100     COPY RETCODES.
019200
019300 01  WS-COUNT-STATUS                PIC X(02) VALUE '00'.
019400     88  COUNT-STATUS-OK             VALUE '00'.
019500     88  COUNT-STATUS-EOF            VALUE '10'.
019600 01  WS-ADJLOG-STATUS               PIC X(02) VALUE '00'.
019700     88  ADJLOG-STATUS-OK            VALUE '00'.
019800 01  WS-CNTLOG-STATUS               PIC X(02) VALUE '00'.
019900     88  CNTLOG-STATUS-OK            VALUE '00'.
020000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
020100     88  BUSDATE-STATUS-OK           VALUE '00'.
020200 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
020300     88  MEVT-STATUS-OK              VALUE '00'.
020400 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
020500     88  PARM-STATUS-OK              VALUE '00'.
020600     88  PARM-STATUS-EOF             VALUE '10'.
020700 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
020800     88  WS-PARM-FOUND               VALUE 'Y'.
020900
021000*    THE COUNT-DUE FILE CYCSHEET SCHEDULES FROM (SEE CDUEREC).
021100 01  WS-DUE-STATUS                  PIC X(02) VALUE '00'.
021200     88  DUE-STATUS-OK               VALUE '00'.
021300 01  WS-DUE-OPEN-SW                 PIC X(01) VALUE 'N'.
021400     88  WS-DUE-OPEN                 VALUE 'Y'.
021500 01  WS-DUE-DONE-SW                 PIC X(01) VALUE 'N'.
021600     88  WS-DUE-DONE                 VALUE 'Y'.
021700 01  WS-DUE-STAMPED                 PIC 9(07) COMP VALUE ZERO.
021800
021900 01  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
022000     88  WS-ROW-FOUND                VALUE 'Y'.
022100 01  WS-BOOK-QTY                    PIC 9(05) VALUE ZERO.
022200*    THE COUNT IN EACHES - WHAT IS COMPARED AND POSTED.
022300 01  WS-COUNT-BASE-QTY              PIC 9(05) VALUE ZERO.
022400 01  WS-UOM-STATUS                  PIC X(02) VALUE '00'.
022500     88  UOM-STATUS-OK               VALUE '00'.
022600 01  WS-UOMS-OPEN-SW                PIC X(01) VALUE 'N'.
022700     88  WS-UOMS-OPEN                VALUE 'Y'.
022800 01  WS-UOM-FOUND-SW                PIC X(01) VALUE 'N'.
022900     88  WS-UOM-FOUND                VALUE 'Y'.
023000 01  WS-UOM-FACTOR                  PIC 9(05) VALUE 1.
023100 01  WS-BASE-WORK                   PIC 9(10) VALUE ZERO.
023200 01  WS-VARIANCE                    PIC S9(06) VALUE ZERO.
023300 01  WS-VARIANCE-ABS                PIC 9(06) VALUE ZERO.
023400 01  WS-VARIANCE-EDIT               PIC -(5)9.
023500*    WHAT BECAME OF THE COUNT, FOR THE COUNT LOG - SEE CCNTREC.
023600 01  WS-COUNT-RESULT                PIC X(01) VALUE SPACE.
023700
023800*    VARIANCES AT OR UNDER THE TOLERANCE POST AUTOMATICALLY;
023900*    LARGER ONES NEED THE SUPERVISOR'S APPROVAL FLAG ON THE
024000*    COUNT RECORD.
024100 01  WS-TOLERANCE-UNITS             PIC 9(03) VALUE 5.
024200
024300 01  WS-COUNTS-READ                 PIC 9(07) COMP VALUE ZERO.
024400 01  WS-ADJ-POSTED                  PIC 9(07) COMP VALUE ZERO.
024500 01  WS-ADJ-HELD                    PIC 9(07) COMP VALUE ZERO.
024600 01  WS-COUNTS-REJECTED             PIC 9(07) COMP VALUE ZERO.
024700
024800 01  WS-CKPT-STATUS                 PIC X(02) VALUE '00'.
024900     88  CKPT-STATUS-OK              VALUE '00'.
025000 01  WS-SKIP-REMAINING              PIC 9(07) COMP VALUE ZERO.
025100 01  WS-COUNTS-SKIPPED              PIC 9(07) COMP VALUE ZERO.
025200
025300*    THE OPERATOR AUTHORITY FILE (SEE OPAUTH), HELD FOR THE RUN
025400*    - THE OPERATOR ON EVERY TRANSACTION HANDLED IS CHECKED
025500*    AGAINST IT AND THE WORK IS LOGGED TO LABORLOG (SEE LABREC).
025600 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
025700     88  OPAUTH-STATUS-OK            VALUE '00'.
025800     88  OPAUTH-STATUS-EOF           VALUE '10'.
025900 01  WS-LABLOG-STATUS               PIC X(02) VALUE '00'.
026000     88  LABLOG-STATUS-OK            VALUE '00'.
026100 01  WS-OPER-TABLE.
026200     05  WS-OPER-ENTRY OCCURS 200 TIMES.
026300         10  WS-OPER-TBL-ID          PIC X(08).
026400 01  WS-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
026500 01  WS-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
026600 01  WS-OPER-FOUND-SW               PIC X(01) VALUE 'N'.
026700     88  WS-OPER-FOUND               VALUE 'Y'.
026800 01  WS-OPER-UNVERIFIED             PIC 9(07) COMP VALUE ZERO.
026900
027000 01  WS-CURRENT-DATE-TIME.
027100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
027200     05  WS-TIME-HHMMSSHH           PIC 9(08).
027300     05  FILLER                     PIC X(05).
027400
027500 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
027600     88  TICKET-STATUS-OK            VALUE '00'.
027700
027800*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
027900*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
028000*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
028100 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
028200 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
028300 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE
028800         THRU 1000-INITIALIZE-EXIT.
028900
029000     PERFORM 2000-PROCESS-NEXT-COUNT
029100         THRU 2000-PROCESS-NEXT-COUNT-EXIT
029200         UNTIL COUNT-STATUS-EOF.
029300
029400     PERFORM 9000-FINISH
029500         THRU 9000-FINISH-EXIT.
029600
029700     IF RC-ERROR OR RC-SEVERE
029800         PERFORM 9500-OPEN-ERROR-TICKET
029900             THRU 9500-OPEN-ERROR-TICKET-EXIT
030000     END-IF.
030100     MOVE WS-RETURN-CODE TO RETURN-CODE.
030200     GO TO 9999-EXIT.
030300
030400 1000-INITIALIZE.
030500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
030600     PERFORM 1050-GET-BUSINESS-DATE
030700         THRU 1050-GET-BUSINESS-DATE-EXIT.
030800     PERFORM 1070-LOAD-OPERATORS
030900         THRU 1070-LOAD-OPERATORS-EXIT.
031000*    THE LABOR LOG ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
031100     OPEN EXTEND LABOR-LOG.
031200     IF NOT LABLOG-STATUS-OK
031300         OPEN OUTPUT LABOR-LOG
031400     END-IF.
031500     PERFORM 1300-READ-CHECKPOINT
031600         THRU 1300-READ-CHECKPOINT-EXIT.
031700     PERFORM 1080-READ-PARM-CARD
031800         THRU 1080-READ-PARM-CARD-EXIT.
031900     IF NOT WS-PARM-FOUND
032000         DISPLAY 'ENTER TOLERANCE UNITS, BLANK FOR 5: '
032100         ACCEPT WS-TOLERANCE-UNITS
032200         IF WS-TOLERANCE-UNITS IS NOT NUMERIC
032300             MOVE 5 TO WS-TOLERANCE-UNITS
032400         END-IF
032500     END-IF.
032600
032700*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
032800*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
032900     OPEN OUTPUT VARIANCE-REPORT.
033000     OPEN OUTPUT EXCEPTION-FILE.
033100*    THE MOVEMENT JOURNAL IS CUMULATIVE (SEE MEVTREC).
033200     OPEN EXTEND MOVEMENT-EVENTS.
033300     IF NOT MEVT-STATUS-OK
033400         OPEN OUTPUT MOVEMENT-EVENTS
033500     END-IF.
033600     OPEN INPUT COUNT-RESULTS.
033700     IF NOT COUNT-STATUS-OK
033800         DISPLAY 'CYCPOST - UNABLE TO OPEN CYCCOUNT, STATUS='
033900             WS-COUNT-STATUS
034000         SET RC-SEVERE TO TRUE
034100         SET COUNT-STATUS-EOF TO TRUE
034200         GO TO 1000-INITIALIZE-EXIT
034300     END-IF.
034400     OPEN EXTEND ADJUSTMENT-LOG.
034500     IF NOT ADJLOG-STATUS-OK
034600         OPEN OUTPUT ADJUSTMENT-LOG
034700     END-IF.
034800     OPEN EXTEND COUNT-LOG.
034900     IF NOT CNTLOG-STATUS-OK
035000         OPEN OUTPUT COUNT-LOG
035100     END-IF.
035200*    CYCSHEET ADDS THE CYCDUE RECORDS - A RUN WITHOUT THE FILE
035300*    POSTS ITS COUNTS BUT LEAVES THEM UNSCHEDULED.
035400     OPEN I-O COUNT-DUE-FILE.
035500     IF DUE-STATUS-OK
035600         SET WS-DUE-OPEN TO TRUE
035700     ELSE
035800         DISPLAY 'CYCPOST - CYCDUE NOT AVAILABLE, STATUS='
035900             WS-DUE-STATUS ', LAST COUNT DATES NOT STAMPED'
036000         IF RC-NORMAL
036100             SET RC-WARNING TO TRUE
036200         END-IF
036300     END-IF.
036400*    WITHOUT UOMMAST ONLY COUNTS IN EACHES CAN POST.
036500     OPEN INPUT UOM-MASTER.
036600     IF UOM-STATUS-OK
036700         SET WS-UOMS-OPEN TO TRUE
036800     END-IF.
036900     MOVE SPACES TO VARIANCE-REPORT-LINE.
037000     STRING 'CYCLE COUNT VARIANCE REPORT ' WS-TODAY-YYYYMMDD
037100         DELIMITED BY SIZE
037200         INTO VARIANCE-REPORT-LINE
037300     END-STRING.
037400     WRITE VARIANCE-REPORT-LINE.
037500 1000-INITIALIZE-EXIT.
037600     EXIT.
037700
037800 1050-GET-BUSINESS-DATE.
037900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
038000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
038100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
038200*    CLOCK TIME FIELD STAYS REAL.
038300     OPEN INPUT BUSDATE-FILE.
038400     IF NOT BUSDATE-STATUS-OK
038500         GO TO 1050-GET-BUSINESS-DATE-EXIT
038600     END-IF.
038700     READ BUSDATE-FILE
038800         AT END
038900             CLOSE BUSDATE-FILE
039000             GO TO 1050-GET-BUSINESS-DATE-EXIT
039100     END-READ.
039200     CLOSE BUSDATE-FILE.
039300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
039400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
039500         DISPLAY 'CYCPOST - RUNNING AS OF BUSINESS DATE '
039600             BUS-DATE
039700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
039800     END-IF.
039900 1050-GET-BUSINESS-DATE-EXIT.
040000     EXIT.
040100
040200 1070-LOAD-OPERATORS.
040300*    NO AUTHORITY FILE LEAVES EVERY OPERATOR UNVERIFIED - THE
040400*    WORK STILL POSTS AND IS LOGGED, FLAGGED.
040500     OPEN INPUT OPAUTH-FILE.
040600     IF NOT OPAUTH-STATUS-OK
040700         DISPLAY 'CYCPOST - UNABLE TO OPEN OPAUTH, OPERATORS NOT '
040800             'VERIFIED'
040900         GO TO 1070-LOAD-OPERATORS-EXIT
041000     END-IF.
041100     PERFORM 1071-LOAD-ONE-OPERATOR
041200         THRU 1071-LOAD-ONE-OPERATOR-EXIT
041300         UNTIL OPAUTH-STATUS-EOF.
041400     CLOSE OPAUTH-FILE.
041500 1070-LOAD-OPERATORS-EXIT.
041600     EXIT.
041700
041800 1071-LOAD-ONE-OPERATOR.
041900     READ OPAUTH-FILE
042000         AT END SET OPAUTH-STATUS-EOF TO TRUE
042100     END-READ.
042200     IF OPAUTH-STATUS-EOF
042300         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
042400     END-IF.
042500     IF WS-OPER-COUNT NOT < 200
042600         DISPLAY 'CYCPOST - OPERATOR TABLE FULL AT ' OPER-ID
042700         SET OPAUTH-STATUS-EOF TO TRUE
042800         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
042900     END-IF.
043000     ADD 1 TO WS-OPER-COUNT.
043100     MOVE OPER-ID TO WS-OPER-TBL-ID(WS-OPER-COUNT).
043200 1071-LOAD-ONE-OPERATOR-EXIT.
043300     EXIT.
043400
043500 1080-READ-PARM-CARD.
043600*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
043700*    (SEE PARMREC).  WHEN THIS PROGRAM'S CARD IS PRESENT AND
043800*    VALID, THE CONSOLE PROMPT IS SKIPPED AND THE CYCLE RUNS
043900*    UNATTENDED; OTHERWISE THE PROMPT REMAINS THE FALLBACK.
044000     MOVE 'N' TO WS-PARM-FOUND-SW.
044100     OPEN INPUT PARM-CARD-FILE.
044200     IF NOT PARM-STATUS-OK
044300         GO TO 1080-READ-PARM-CARD-EXIT
044400     END-IF.
044500     PERFORM 1081-SCAN-ONE-CARD
044600         THRU 1081-SCAN-ONE-CARD-EXIT
044700         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
044800     CLOSE PARM-CARD-FILE.
044900     IF WS-PARM-FOUND
045000         PERFORM 1090-PARSE-PARM-CARD
045100             THRU 1090-PARSE-PARM-CARD-EXIT
045200     END-IF.
045300 1080-READ-PARM-CARD-EXIT.
045400     EXIT.
045500
045600 1081-SCAN-ONE-CARD.
045700     READ PARM-CARD-FILE
045800         AT END SET PARM-STATUS-EOF TO TRUE
045900     END-READ.
046000     IF PARM-STATUS-EOF
046100         GO TO 1081-SCAN-ONE-CARD-EXIT
046200     END-IF.
046300     IF PARM-PROGRAM-ID = 'CYCPOST '
046400         SET WS-PARM-FOUND TO TRUE
046500     END-IF.
046600 1081-SCAN-ONE-CARD-EXIT.
046700     EXIT.
046800
046900 1090-PARSE-PARM-CARD.
047000*    CARD LAYOUT - COLS 9-11 TOLERANCE UNITS.  A BAD VALUE
047100*    FALLS BACK TO THE CONSOLE PROMPT.
047200     IF PARM-OPTIONS(1:3) IS NUMERIC
047300         MOVE PARM-OPTIONS(1:3) TO WS-TOLERANCE-UNITS
047400     ELSE
047500         MOVE 'N' TO WS-PARM-FOUND-SW
047600     END-IF.
047700 1090-PARSE-PARM-CARD-EXIT.
047800     EXIT.
047900
048000 2000-PROCESS-NEXT-COUNT.
048100     READ COUNT-RESULTS
048200         AT END SET COUNT-STATUS-EOF TO TRUE
048300     END-READ.
048400     IF COUNT-STATUS-EOF
048500         GO TO 2000-PROCESS-NEXT-COUNT-EXIT
048600     END-IF.
048700
048800*    A RESTART SKIPS WHAT THE INTERRUPTED RUN ALREADY HANDLED
048900*    (THE COUNTERS WERE RESTORED FROM THE CHECKPOINT), SO A
049000*    RERUN CANNOT APPLY THE SAME ADJUSTMENT TWICE.
049100     IF WS-SKIP-REMAINING > ZERO
049200         SUBTRACT 1 FROM WS-SKIP-REMAINING
049300         ADD 1 TO WS-COUNTS-SKIPPED
049400         GO TO 2000-PROCESS-NEXT-COUNT-EXIT
049500     END-IF.
049600
049700     ADD 1 TO WS-COUNTS-READ.
049800
049900     IF CYC-COUNTED-QTY IS NOT NUMERIC
050000         MOVE 'E340' TO EXC-REASON-CODE
050100         MOVE 'COUNTED QUANTITY NOT NUMERIC' TO EXC-REASON-TEXT
050200         PERFORM 2900-WRITE-EXCEPTION
050300             THRU 2900-WRITE-EXCEPTION-EXIT
050400         GO TO 2000-PROCESS-NEXT-COUNT-EXIT
050500     END-IF.
050600
050700     PERFORM 2600-CONVERT-TO-EACHES
050800         THRU 2600-CONVERT-TO-EACHES-EXIT.
050900     IF NOT WS-UOM-FOUND
051000         GO TO 2000-PROCESS-NEXT-COUNT-EXIT
051100     END-IF.
051200
051300     PERFORM 3000-COMPARE-AND-POST
051400         THRU 3000-COMPARE-AND-POST-EXIT.
051500     PERFORM 2400-WRITE-CHECKPOINT
051600         THRU 2400-WRITE-CHECKPOINT-EXIT.
051700 2000-PROCESS-NEXT-COUNT-EXIT.
051800     EXIT.
051900
052000 1300-READ-CHECKPOINT.
052100*    A CHECKPOINT FOR THIS BUSINESS DATE MEANS AN INTERRUPTED
052200*    RUN - RESTORE ITS COUNTERS AND SKIP THE INPUT RECORDS IT
052300*    ALREADY HANDLED.  A STALE OR ABSENT CHECKPOINT STARTS
052400*    FROM RECORD ONE.
052500     OPEN INPUT CHECKPOINT-FILE.
052600     IF NOT CKPT-STATUS-OK
052700         GO TO 1300-READ-CHECKPOINT-EXIT
052800     END-IF.
052900     READ CHECKPOINT-FILE
053000         AT END
053100             CLOSE CHECKPOINT-FILE
053200             GO TO 1300-READ-CHECKPOINT-EXIT
053300     END-READ.
053400     CLOSE CHECKPOINT-FILE.
053500     IF CKPT-RUN-DATE = WS-TODAY-YYYYMMDD
053600             AND CKPT-RECORDS-CONSUMED > ZERO
053700         MOVE CKPT-RECORDS-CONSUMED TO WS-SKIP-REMAINING
053800         MOVE CKPT-RECORDS-CONSUMED TO WS-COUNTS-READ
053900         MOVE CKPT-ADJ-POSTED TO WS-ADJ-POSTED
054000         MOVE CKPT-ADJ-HELD TO WS-ADJ-HELD
054100         MOVE CKPT-COUNTS-REJECTED TO WS-COUNTS-REJECTED
054200         DISPLAY 'CYCPOST - RESTARTING PAST '
054300             CKPT-RECORDS-CONSUMED ' HANDLED COUNTS'
054400     END-IF.
054500 1300-READ-CHECKPOINT-EXIT.
054600     EXIT.
054700
054800 2400-WRITE-CHECKPOINT.
054900*    ONE CHECKPOINT PER HANDLED COUNT - EACH ADJUSTMENT
055000*    COMMITS ON ITS OWN AND SETS AN ABSOLUTE QUANTITY, SO A
055100*    RERUN OF THE ONE COUNT IN FLIGHT AT AN ABEND IS HARMLESS.
055200     OPEN OUTPUT CHECKPOINT-FILE.
055300     MOVE WS-TODAY-YYYYMMDD TO CKPT-RUN-DATE.
055400     MOVE WS-COUNTS-READ TO CKPT-RECORDS-CONSUMED.
055500     MOVE WS-ADJ-POSTED TO CKPT-ADJ-POSTED.
055600     MOVE WS-ADJ-HELD TO CKPT-ADJ-HELD.
055700     MOVE WS-COUNTS-REJECTED TO CKPT-COUNTS-REJECTED.
055800     WRITE CHECKPOINT-RECORD.
055900     CLOSE CHECKPOINT-FILE.
056000 2400-WRITE-CHECKPOINT-EXIT.
056100     EXIT.
056200
056300 2450-RESET-CHECKPOINT.
056400*    A RUN THAT READ ITS FILE THROUGH CLEARS THE CHECKPOINT SO
056500*    THE NEXT CYCLE STARTS FROM RECORD ONE.
056600     OPEN OUTPUT CHECKPOINT-FILE.
056700     MOVE ZERO TO CKPT-RUN-DATE.
056800     MOVE ZERO TO CKPT-RECORDS-CONSUMED.
056900     MOVE ZERO TO CKPT-ADJ-POSTED.
057000     MOVE ZERO TO CKPT-ADJ-HELD.
057100     MOVE ZERO TO CKPT-COUNTS-REJECTED.
057200     WRITE CHECKPOINT-RECORD.
057300     CLOSE CHECKPOINT-FILE.
057400 2450-RESET-CHECKPOINT-EXIT.
057500     EXIT.
057600
057700 2600-CONVERT-TO-EACHES.
057800*    EA, OR NO UNIT AT ALL, IS ALREADY EACHES.  ANY OTHER UNIT
057900*    MUST BE DEFINED FOR THIS OWNER'S ITEM - A COUNTER'S GUESS
058000*    AT THE CASE SIZE WOULD POST AS A VARIANCE.
058100     MOVE 'N' TO WS-UOM-FOUND-SW.
058200     MOVE 1 TO WS-UOM-FACTOR.
058300     IF CYC-COUNT-UOM = SPACES
058400         MOVE 'EA' TO CYC-COUNT-UOM
058500     END-IF.
058600     IF CYC-COUNT-UOM = 'EA'
058700         SET WS-UOM-FOUND TO TRUE
058800     ELSE
058900         IF WS-UOMS-OPEN
059000             MOVE CYC-OWNER     TO UOM-OWNER
059100             MOVE CYC-ITEM-NAME TO UOM-ITEM-NAME
059200             MOVE CYC-COUNT-UOM TO UOM-CODE
059300             READ UOM-MASTER
059400                 INVALID KEY CONTINUE
059500                 NOT INVALID KEY
059600                     MOVE UOM-FACTOR TO WS-UOM-FACTOR
059700                     SET WS-UOM-FOUND TO TRUE
059800             END-READ
059900         END-IF
060000     END-IF.
060100     IF NOT WS-UOM-FOUND
060200         MOVE 'E439' TO EXC-REASON-CODE
060300         MOVE 'COUNT UNIT NOT DEFINED FOR THE ITEM' TO
060400             EXC-REASON-TEXT
060500         PERFORM 2900-WRITE-EXCEPTION
060600             THRU 2900-WRITE-EXCEPTION-EXIT
060700         GO TO 2600-CONVERT-TO-EACHES-EXIT
060800     END-IF.
060900     COMPUTE WS-BASE-WORK = CYC-COUNTED-QTY * WS-UOM-FACTOR.
061000     IF WS-BASE-WORK > 99999
061100         MOVE 'N' TO WS-UOM-FOUND-SW
061200         MOVE 'E440' TO EXC-REASON-CODE
061300         MOVE 'COUNT IN EACHES EXCEEDS 99999' TO
061400             EXC-REASON-TEXT
061500         PERFORM 2900-WRITE-EXCEPTION
061600             THRU 2900-WRITE-EXCEPTION-EXIT
061700         GO TO 2600-CONVERT-TO-EACHES-EXIT
061800     END-IF.
061900     MOVE WS-BASE-WORK TO WS-COUNT-BASE-QTY.
062000 2600-CONVERT-TO-EACHES-EXIT.
062100     EXIT.
062200
062300 3000-COMPARE-AND-POST.
062400     MOVE 'N' TO WS-ROW-FOUND-SW.
062500     EXEC SQL
062600         SELECT qty_on_hand
062700             INTO :WS-BOOK-QTY
062800             FROM items
062900             WHERE owner = :CYC-OWNER
063000               AND itemname = :CYC-ITEM-NAME
063100     END-EXEC.
063200     IF SQLCODE = 0
063300         SET WS-ROW-FOUND TO TRUE
063400     END-IF.
063500     IF NOT WS-ROW-FOUND
063600         MOVE 'E341' TO EXC-REASON-CODE
063700         MOVE 'COUNTED OWNER/ITEM NOT ON ITEMS TABLE' TO
063800             EXC-REASON-TEXT
063900         PERFORM 2900-WRITE-EXCEPTION
064000             THRU 2900-WRITE-EXCEPTION-EXIT
064100         GO TO 3000-COMPARE-AND-POST-EXIT
064200     END-IF.
064300
064400     COMPUTE WS-VARIANCE = WS-COUNT-BASE-QTY - WS-BOOK-QTY.
064500     IF WS-VARIANCE < ZERO
064600         COMPUTE WS-VARIANCE-ABS = ZERO - WS-VARIANCE
064700     ELSE
064800         MOVE WS-VARIANCE TO WS-VARIANCE-ABS
064900     END-IF.
065000     MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
065100
065200     IF WS-VARIANCE = ZERO
065300         MOVE 'N' TO WS-COUNT-RESULT
065400         PERFORM 3300-WRITE-COUNT-LOG
065500             THRU 3300-WRITE-COUNT-LOG-EXIT
065600         GO TO 3000-COMPARE-AND-POST-EXIT
065700     END-IF.
065800
065900     PERFORM 3100-WRITE-VARIANCE-LINE
066000         THRU 3100-WRITE-VARIANCE-LINE-EXIT.
066100
066200*    A POSTING THAT FAILS LEAVES THE VARIANCE STANDING, THE
066300*    SAME AS ONE HELD FOR APPROVAL.
066400     MOVE 'H' TO WS-COUNT-RESULT.
066500     IF WS-VARIANCE-ABS NOT > WS-TOLERANCE-UNITS
066600             OR CYC-APPROVED
066700         PERFORM 3200-POST-ADJUSTMENT
066800             THRU 3200-POST-ADJUSTMENT-EXIT
066900     ELSE
067000         ADD 1 TO WS-ADJ-HELD
067100         SET RC-WARNING TO TRUE
067200     END-IF.
067300     PERFORM 3300-WRITE-COUNT-LOG
067400         THRU 3300-WRITE-COUNT-LOG-EXIT.
067500 3000-COMPARE-AND-POST-EXIT.
067600     EXIT.
067700
067800 3100-WRITE-VARIANCE-LINE.
067900     MOVE SPACES TO VARIANCE-REPORT-LINE.
068000     STRING 'OWNER=' CYC-OWNER
068100            ' ITEM=' CYC-ITEM-NAME
068200            ' BOOK=' WS-BOOK-QTY
068300            ' COUNTED=' WS-COUNT-BASE-QTY
068400            ' VARIANCE=' WS-VARIANCE-EDIT
068500            ' AS=' CYC-COUNTED-QTY ' ' CYC-COUNT-UOM
068600         DELIMITED BY SIZE
068700         INTO VARIANCE-REPORT-LINE
068800     END-STRING.
068900     WRITE VARIANCE-REPORT-LINE.
069000 3100-WRITE-VARIANCE-LINE-EXIT.
069100     EXIT.
069200
069300 3200-POST-ADJUSTMENT.
069400     EXEC SQL
069500         UPDATE items
069600             SET qty_on_hand = :WS-COUNT-BASE-QTY
069700             WHERE owner = :CYC-OWNER
069800               AND itemname = :CYC-ITEM-NAME
069900     END-EXEC.
070000     IF SQLCODE NOT = 0
070100         EXEC SQL ROLLBACK END-EXEC
070200         DISPLAY 'CYCPOST - ADJUSTMENT FAILED, SQLCODE=' SQLCODE
070300         MOVE 'E342' TO EXC-REASON-CODE
070400         MOVE 'ADJUSTMENT POSTING FAILED, SEE SQLCODE' TO
070500             EXC-REASON-TEXT
070600         PERFORM 2900-WRITE-EXCEPTION
070700             THRU 2900-WRITE-EXCEPTION-EXIT
070800         GO TO 3200-POST-ADJUSTMENT-EXIT
070900     END-IF.
071000     EXEC SQL COMMIT END-EXEC.
071100     ADD 1 TO WS-ADJ-POSTED.
071200     MOVE 'P' TO WS-COUNT-RESULT.
071300
071400     MOVE SPACES TO ADJUSTMENT-LOG-LINE.
071500     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
071600            ' OWNER=' CYC-OWNER
071700            ' ITEM=' CYC-ITEM-NAME
071800            ' OLD=' WS-BOOK-QTY
071900            ' NEW=' WS-COUNT-BASE-QTY
072000            ' APPROVED=' CYC-APPROVED-SW
072100            ' AS=' CYC-COUNTED-QTY ' ' CYC-COUNT-UOM
072200         DELIMITED BY SIZE
072300         INTO ADJUSTMENT-LOG-LINE
072400     END-STRING.
072500     WRITE ADJUSTMENT-LOG-LINE.
072600     MOVE CYC-OWNER     TO MEV-OWNER.
072700     MOVE CYC-ITEM-NAME TO MEV-ITEM-NAME.
072800     IF WS-VARIANCE > ZERO
072900         SET MEV-COUNT-UP TO TRUE
073000     ELSE
073100         SET MEV-COUNT-DOWN TO TRUE
073200     END-IF.
073300     MOVE WS-VARIANCE-ABS TO MEV-QUANTITY.
073400     MOVE SPACES        TO MEV-REFERENCE.
073500     PERFORM 9600-WRITE-MOVEMENT-EVENT
073600         THRU 9600-WRITE-MOVEMENT-EVENT-EXIT.
073700 3200-POST-ADJUSTMENT-EXIT.
073800     EXIT.
073900
074000 3300-WRITE-COUNT-LOG.
074100     MOVE WS-TODAY-YYYYMMDD TO CCL-DATE.
074200     MOVE WS-TIME-HHMMSSHH  TO CCL-TIME.
074300     MOVE CYC-OWNER         TO CCL-OWNER.
074400     MOVE CYC-ITEM-NAME     TO CCL-ITEM-NAME.
074500     MOVE WS-BOOK-QTY       TO CCL-BOOK-QTY.
074600     MOVE WS-COUNT-BASE-QTY TO CCL-COUNTED-QTY.
074700     MOVE WS-COUNT-RESULT   TO CCL-RESULT.
074800     MOVE CYC-OPERATOR      TO CCL-OPERATOR.
074900     WRITE COUNT-LOG-RECORD.
075000     PERFORM 3400-STAMP-COUNT-DUE
075100         THRU 3400-STAMP-COUNT-DUE-EXIT.
075200
075300     MOVE CYC-OPERATOR      TO LAB-OPERATOR.
075400     SET LAB-COUNT TO TRUE.
075500     MOVE CYC-OWNER         TO LAB-OWNER.
075600     MOVE CYC-ITEM-NAME     TO LAB-ITEM-NAME.
075700     MOVE WS-COUNT-BASE-QTY TO LAB-UNITS.
075800     IF WS-COUNT-RESULT = 'N'
075900         MOVE 'N' TO LAB-EXCEPTION-SW
076000     ELSE
076100         MOVE 'Y' TO LAB-EXCEPTION-SW
076200     END-IF.
076300     PERFORM 7000-WRITE-LABOR-LOG
076400         THRU 7000-WRITE-LABOR-LOG-EXIT.
076500 3300-WRITE-COUNT-LOG-EXIT.
076600     EXIT.
076700
076800 3400-STAMP-COUNT-DUE.
076900*    THE COUNT IS OF THE OWNER/ITEM, NOT OF ONE BIN - EVERY
077000*    CYCDUE RECORD FOR IT TAKES THE DATE.  ONE CYCSHEET HAS
077100*    NOT YET SEEN IS LEFT FOR IT TO ADD.
077200     IF NOT WS-DUE-OPEN
077300         GO TO 3400-STAMP-COUNT-DUE-EXIT
077400     END-IF.
077500     MOVE CYC-OWNER     TO CDUE-OWNER.
077600     MOVE CYC-ITEM-NAME TO CDUE-ITEM-NAME.
077700     MOVE LOW-VALUES    TO CDUE-BIN.
077800     MOVE 'N' TO WS-DUE-DONE-SW.
077900     START COUNT-DUE-FILE KEY IS NOT LESS THAN CDUE-KEY
078000         INVALID KEY GO TO 3400-STAMP-COUNT-DUE-EXIT
078100     END-START.
078200     PERFORM 3410-STAMP-ONE-BIN
078300         THRU 3410-STAMP-ONE-BIN-EXIT
078400         UNTIL WS-DUE-DONE.
078500 3400-STAMP-COUNT-DUE-EXIT.
078600     EXIT.
078700
078800 3410-STAMP-ONE-BIN.
078900     READ COUNT-DUE-FILE NEXT RECORD
079000         AT END
079100             SET WS-DUE-DONE TO TRUE
079200             GO TO 3410-STAMP-ONE-BIN-EXIT
079300     END-READ.
079400     IF CDUE-OWNER NOT = CYC-OWNER
079500             OR CDUE-ITEM-NAME NOT = CYC-ITEM-NAME
079600         SET WS-DUE-DONE TO TRUE
079700         GO TO 3410-STAMP-ONE-BIN-EXIT
079800     END-IF.
079900     IF CDUE-LAST-COUNT-DATE < WS-TODAY-YYYYMMDD
080000         MOVE WS-TODAY-YYYYMMDD TO CDUE-LAST-COUNT-DATE
080100         REWRITE COUNT-DUE-RECORD
080200         ADD 1 TO WS-DUE-STAMPED
080300     END-IF.
080400 3410-STAMP-ONE-BIN-EXIT.
080500     EXIT.
080600
080700 2900-WRITE-EXCEPTION.
080800     ADD 1 TO WS-COUNTS-REJECTED.
080900     MOVE 'CYCPOST ' TO EXC-PROGRAM-ID.
081000     MOVE CYC-ITEM-NAME TO EXC-KEY-VALUE.
081100     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
081200     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
081300     MOVE CYC-OPERATOR TO EXC-OPERATOR-ID.
081400     WRITE EXC-RECORD.
081500     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
081600     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
081700     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
081800     SET RC-WARNING TO TRUE.
081900 2900-WRITE-EXCEPTION-EXIT.
082000     EXIT.
082100
082200 7000-WRITE-LABOR-LOG.
082300*    THE CALLER SETS THE OPERATOR, ACTIVITY, OWNER, ITEM, UNITS
082400*    AND EXCEPTION SWITCH.  AN OPERATOR NOT ON OPAUTH DOES NOT
082500*    STOP THE POSTING - THE WORK HAS BEEN DONE - BUT THE LINE
082600*    IS LOGGED UNVERIFIED AND FLAGGED FOR THE SHIFT LEAD.
082700     MOVE WS-TODAY-YYYYMMDD TO LAB-DATE.
082800     MOVE WS-TIME-HHMMSSHH  TO LAB-TIME.
082900     MOVE 'N' TO WS-OPER-FOUND-SW.
083000     IF LAB-OPERATOR NOT = SPACES
083100         PERFORM 7010-MATCH-ONE-OPERATOR
083200             THRU 7010-MATCH-ONE-OPERATOR-EXIT
083300             VARYING WS-OPER-SUB FROM 1 BY 1
083400             UNTIL WS-OPER-SUB > WS-OPER-COUNT
083500                 OR WS-OPER-FOUND
083600     END-IF.
083700     IF WS-OPER-FOUND
083800         MOVE 'Y' TO LAB-OPER-VALID-SW
083900     ELSE
084000         MOVE 'N' TO LAB-OPER-VALID-SW
084100         ADD 1 TO WS-OPER-UNVERIFIED
084200         MOVE 'CYCPOST ' TO EXC-PROGRAM-ID
084300         MOVE LAB-ITEM-NAME TO EXC-KEY-VALUE
084400         MOVE 'E479' TO EXC-REASON-CODE
084500         MOVE 'OPERATOR NOT ON OPAUTH - WORK POSTED' TO
084600             EXC-REASON-TEXT
084700         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
084800         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
084900         MOVE LAB-OPERATOR TO EXC-OPERATOR-ID
085000         WRITE EXC-RECORD
085100         SET RC-WARNING TO TRUE
085200     END-IF.
085300     WRITE LABOR-LOG-RECORD.
085400 7000-WRITE-LABOR-LOG-EXIT.
085500     EXIT.
085600
085700 7010-MATCH-ONE-OPERATOR.
085800     IF WS-OPER-TBL-ID(WS-OPER-SUB) = LAB-OPERATOR
085900         SET WS-OPER-FOUND TO TRUE
086000     END-IF.
086100 7010-MATCH-ONE-OPERATOR-EXIT.
086200     EXIT.
086300
086400 9000-FINISH.
086500     IF COUNT-STATUS-EOF AND NOT RC-SEVERE
086600         PERFORM 2450-RESET-CHECKPOINT
086700             THRU 2450-RESET-CHECKPOINT-EXIT
086800     END-IF.
086900     CLOSE COUNT-RESULTS.
087000     CLOSE VARIANCE-REPORT.
087100     CLOSE ADJUSTMENT-LOG.
087200     CLOSE COUNT-LOG.
087300     IF WS-DUE-OPEN
087400         CLOSE COUNT-DUE-FILE
087500     END-IF.
087600     IF WS-UOMS-OPEN
087700         CLOSE UOM-MASTER
087800     END-IF.
087900     CLOSE LABOR-LOG.
088000     CLOSE EXCEPTION-FILE.
088100     CLOSE MOVEMENT-EVENTS.
088200     DISPLAY 'CYCPOST - COUNTS READ      : ' WS-COUNTS-READ.
088300     DISPLAY 'CYCPOST - SKIPPED AS ALREADY POSTED: '
088400         WS-COUNTS-SKIPPED.
088500     DISPLAY 'CYCPOST - ADJUSTMENTS MADE : ' WS-ADJ-POSTED.
088600     DISPLAY 'CYCPOST - HELD FOR APPROVAL: ' WS-ADJ-HELD.
088700     DISPLAY 'CYCPOST - COUNTS REJECTED  : ' WS-COUNTS-REJECTED.
088800     DISPLAY 'CYCPOST - OPER UNVERIFIED  : ' WS-OPER-UNVERIFIED.
088900     DISPLAY 'CYCPOST - BINS DATE-STAMPED: ' WS-DUE-STAMPED.
089000     DISPLAY 'CYCPOST - RETURN CODE      : ' WS-RETURN-CODE.
089100 9000-FINISH-EXIT.
089200     EXIT.
089300
089400 9600-WRITE-MOVEMENT-EVENT.
089500*    ONE STOCK MOVEMENT EVENT PER REGISTER LINE FOR THE OWNER
089600*    PUBLISHER (SEE MEVTREC).  THE CALLER SETS THE OWNER,
089700*    ITEM, TYPE, QUANTITY AND REFERENCE.
089800     MOVE ZERO TO MEV-ON-HAND.
089900     EXEC SQL
090000         SELECT qty_on_hand
090100             INTO :MEV-ON-HAND
090200             FROM items
090300             WHERE owner = :MEV-OWNER
090400               AND itemname = :MEV-ITEM-NAME
090500     END-EXEC.
090600     IF SQLCODE NOT = 0
090700         MOVE ZERO TO MEV-ON-HAND
090800     END-IF.
090900     MOVE WS-TODAY-YYYYMMDD TO MEV-DATE.
091000     MOVE WS-TIME-HHMMSSHH  TO MEV-TIME.
091100     MOVE 'CYCPOST ' TO MEV-PROGRAM-ID.
091200     WRITE MOVEMENT-EVENT-RECORD.
091300 9600-WRITE-MOVEMENT-EVENT-EXIT.
091400     EXIT.
091500
091600 9500-OPEN-ERROR-TICKET.
091700*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
091800*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
091900*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
092000     OPEN EXTEND TICKET-INTAKE.
092100     IF NOT TICKET-STATUS-OK
092200         OPEN OUTPUT TICKET-INTAKE
092300     END-IF.
092400     IF NOT TICKET-STATUS-OK
092500         DISPLAY 'CYCPOST - UNABLE TO OPEN TICKETS, STATUS='
092600             WS-TICKET-STATUS
092700         GO TO 9500-OPEN-ERROR-TICKET-EXIT
092800     END-IF.
092900*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
093000*    UNIQUE WITHIN THE DAY THE SAME WAY.
093100     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
093200     MOVE 'CYCPOST ' TO TICK-PROGRAM.
093300     IF WS-LAST-EXC-KEY NOT = SPACES
093400         MOVE SPACES TO TICK-ERROR-DETAIL
093500         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
093600                ' ' WS-LAST-EXC-TEXT(1:14)
093700             DELIMITED BY SIZE
093800             INTO TICK-ERROR-DETAIL
093900         END-STRING
094000     ELSE
094100         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
094200             TICK-ERROR-DETAIL
094300     END-IF.
094400     SET TICK-OPEN TO TRUE.
094500     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
094600     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
094700     MOVE ZERO TO TICK-RESOLVED-DATE.
094800     WRITE TICKET-RECORD.
094900     CLOSE TICKET-INTAKE.
095000 9500-OPEN-ERROR-TICKET-EXIT.
095100     EXIT.
095200
095300 9999-EXIT.
095400     STOP RUN.
