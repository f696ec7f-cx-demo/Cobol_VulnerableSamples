006000*                    POSTED, SO AN ABEND MID-FILE NO LONGER
006100*                    DOUBLE-POSTS ON RESTART.  A CLEAN END
006200*                    CLEARS THE CHECKPOINT.
006300*   2026-10-15 RLW  UNITS OF MEASURE - A RECEIPT MAY BE COUNTED
006400*                    IN ANY UNIT DEFINED FOR THE ITEM ON UOMMAST
006500*                    (SEE UOMREC) AND IS MULTIPLIED OUT TO EACHES
006600*                    BEFORE IT TOUCHES THE ITEMS TABLE, THE LOT
006700*                    OR THE PO.  A BLANK UNIT IS EACHES.  AN
006800*                    UNDEFINED UNIT OR A RECEIPT TOO LARGE TO
006900*                    HOLD IN EACHES REJECTS.  THE REGISTER SHOWS
007000*                    THE EACHES AND WHAT WAS ACTUALLY RECEIVED.
007100*   2026-10-15 RLW  THE REGISTER LINE CARRIES THE MATCHED PO
007200*                    NUMBER, ITS VENDOR AND THE AGREED PRICE PER
007300*                    EACH (SEE POREC) AT FIXED POSITIONS AFTER
007400*                    THE RECEIVED UNIT, SO GLFEED CAN BOOK THE
007500*                    PURCHASE PRICE VARIANCE AND PPVRPT CAN
007600*                    REPORT IT BY VENDOR.
007700*   2026-10-15 RLW  THE RCPT RECORD NOW ENDS WITH THE RECEIVER'S
007800*                    OPERATOR ID.  IT IS CHECKED AGAINST OPAUTH
007900*                    AND EVERY POSTED RECEIPT IS APPENDED TO THE
008000*                    LABORLOG LABOR LOG (SEE LABREC) FOR LABRPT;
008100*                    AN UNKNOWN OPERATOR STILL POSTS, FLAGGED
008200*                    E479.  REJECTIONS NOW CARRY THE OPERATOR
008300*                    TOO.
008400*   2026-10-15 RLW  DOCK APPOINTMENTS - THE RCPT RECORD MAY END
008500*                    WITH THE TRUCK'S ARRIVAL TIME (HHMM).  A
008600*                    POSTED RECEIPT IS MATCHED BY ITS PO TO THE
008700*                    DAY'S APPOINTMENT ON DOCKAPPT (SEE DAPTREC),
008800*                    WHICH IS MARKED ARRIVED - EARLY, ON TIME OR
008900*                    LATE - AND THE PO RECEIVED.  A RECEIPT WITH
009000*                    NO APPOINTMENT IS COUNTED AS UNSCHEDULED.
009100*   2026-10-15 RLW  SERIAL NUMBERS - A RECEIPT OF A HIGH-VALUE
009200*                    ITEM (STORAGE CLASS 'V') MUST LIST ONE
009300*                    SERIAL PER EACH RECEIVED, UP TO TEN A
009400*                    RECORD, NONE ALREADY IN STOCK.  EACH SERIAL
009500*                    GOES INTO STOCK ON SERMAST (SEE SERREC) AT
009600*                    THE ITEM'S LOCATION AND IS LOGGED TO
009700*                    SERHIST (SEE SHSTREC).  A SHORT OR LONG
009800*                    LIST REJECTS THE RECEIPT (E490-E494).
009900*   2026-10-15 RLW  STOCK MOVEMENT EVENTS - EACH RECEIPT POSTED
010000*                    ALSO APPENDS A 'RCPT' EVENT TO THE STKMOVE
010100*                    JOURNAL (SEE MEVTREC) FOR STKPUB TO SEND TO
010200*                    THE OWNERS WHO SUBSCRIBE.
010300*================================================================
010400 ENVIRONMENT DIVISION.
010500 INPUT-OUTPUT SECTION.
010600 FILE-CONTROL.
010700     SELECT RECEIPT-QUEUE-FILE ASSIGN TO "RCPT"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-RCPT-STATUS.
011000
011100     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-RCVREG-STATUS.
011400
011500     SELECT PO-MASTER ASSIGN TO "POMAST"
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS PO-KEY
011900         FILE STATUS IS WS-POMAST-STATUS.
012000
012100     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
012200         ORGANIZATION IS INDEXED
012300         ACCESS MODE IS DYNAMIC
012400         RECORD KEY IS LOT-KEY
012500         FILE STATUS IS WS-LOT-STATUS.
012600
012700     SELECT UOM-MASTER ASSIGN TO "UOMMAST"
012800         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS DYNAMIC
013000         RECORD KEY IS UOM-KEY
013100         FILE STATUS IS WS-UOM-STATUS.
013200
013300     SELECT APPOINTMENT-FILE ASSIGN TO "DOCKAPPT"
013400         ORGANIZATION IS INDEXED
013500         ACCESS MODE IS DYNAMIC
013600         RECORD KEY IS DAPT-KEY
013700         FILE STATUS IS WS-APPT-STATUS.
013800
013900     SELECT SERIAL-MASTER ASSIGN TO "SERMAST"
014000         ORGANIZATION IS INDEXED
014100         ACCESS MODE IS DYNAMIC
014200         RECORD KEY IS SER-KEY
014300         FILE STATUS IS WS-SER-STATUS.
014400
014500     SELECT SERIAL-HISTORY ASSIGN TO "SERHIST"
014600         ORGANIZATION IS LINE SEQUENTIAL
014700         FILE STATUS IS WS-SERHIST-STATUS.
014800
014900     SELECT MOVEMENT-EVENTS ASSIGN TO "STKMOVE"
015000         ORGANIZATION IS LINE SEQUENTIAL
015100         FILE STATUS IS WS-MEVT-STATUS.
015200
015300     SELECT EXCEPTION-FILE ASSIGN TO "RCVPEXC"
015400         ORGANIZATION IS LINE SEQUENTIAL.
015500
015600     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
015700         ORGANIZATION IS LINE SEQUENTIAL
015800         FILE STATUS IS WS-OPAUTH-STATUS.
015900
016000     SELECT LABOR-LOG ASSIGN TO "LABORLOG"
016100         ORGANIZATION IS LINE SEQUENTIAL
016200         FILE STATUS IS WS-LABLOG-STATUS.
016300
016400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
016500         ORGANIZATION IS LINE SEQUENTIAL
016600         FILE STATUS IS WS-BUSDATE-STATUS.
016700
016800     SELECT CHECKPOINT-FILE ASSIGN TO "RCVPCKPT"
016900         ORGANIZATION IS LINE SEQUENTIAL
017000         FILE STATUS IS WS-CKPT-STATUS.
017100
017200     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
017300         ORGANIZATION IS LINE SEQUENTIAL
017400         FILE STATUS IS WS-TICKET-STATUS.
017500
017600 DATA DIVISION.
017700 FILE SECTION.
017800 FD  RECEIPT-QUEUE-FILE.
017900 01  RECEIPT-MESSAGE.
018000     05  RCPT-OWNER                  PIC X(20).
018100     05  RCPT-ITEM-NAME              PIC X(20).
018200     05  RCPT-QUANTITY               PIC 9(05).
018300     05  RCPT-LOT-NO                 PIC X(10).
018400     05  RCPT-EXPIRY                 PIC 9(08).
018500     05  RCPT-UOM                    PIC X(02).
018600*    THE RECEIVER WHO CHECKED THE DELIVERY IN (SEE OPAUTH).
018700     05  RCPT-OPERATOR               PIC X(08).
018800*    WHEN THE TRUCK ARRIVED AT THE DOOR, HHMM - BLANK IF NOT
018900*    RECORDED.
019000     05  RCPT-ARRIVAL-TIME           PIC X(04).
019100*    ONE SERIAL PER EACH RECEIVED WHEN THE ITEM IS HIGH-VALUE,
019200*    BLANK OTHERWISE.
019300     05  RCPT-SERIAL-LIST.
019400         10  RCPT-SERIAL             PIC X(20) OCCURS 10 TIMES.
019500
019600 FD  RECEIVING-REGISTER.
019700 01  RECEIVING-REGISTER-LINE        PIC X(150).
019800
019900 FD  PO-MASTER.
020000     COPY POREC.
020100
020200 FD  LOT-MASTER.
020300     COPY LOTREC.
020400
020500 FD  UOM-MASTER.
020600     COPY UOMREC.
020700
020800 FD  APPOINTMENT-FILE.
020900     COPY DAPTREC.
021000
021100 FD  SERIAL-MASTER.
021200     COPY SERREC.
021300
021400 FD  SERIAL-HISTORY.
021500     COPY SHSTREC.
021600
021700 FD  MOVEMENT-EVENTS.
021800     COPY MEVTREC.
021900
022000 FD  EXCEPTION-FILE.
022100     COPY EXCREC.
022200
022300 FD  OPAUTH-FILE.
022400     COPY OPAUTH.
022500
022600 FD  LABOR-LOG.
022700     COPY LABREC.
022800
022900 FD  BUSDATE-FILE.
023000     COPY BUSDATE.
023100
023200 FD  CHECKPOINT-FILE.
023300 01  CHECKPOINT-RECORD.
023400     05  CKPT-RUN-DATE               PIC 9(08).
023500     05  CKPT-RECORDS-CONSUMED       PIC 9(07).
023600     05  CKPT-MSGS-POSTED            PIC 9(07).
023700     05  CKPT-QTY-RECEIVED           PIC 9(09).
023800
023900 FD  TICKET-INTAKE.
024000     COPY TICKREC.
024100
024200 WORKING-STORAGE SECTION.
024300     EXEC SQL INCLUDE SQLCA END-EXEC.
024400     COPY RETCODES.
024500
024600 01  WS-RCPT-STATUS                 PIC X(02) VALUE '00'.
024700     88  RCPT-STATUS-OK              VALUE '00'.
024800     88  RCPT-STATUS-EOF             VALUE '10'.
024900 01  WS-RCVREG-STATUS               PIC X(02) VALUE '00'.
025000     88  RCVREG-STATUS-OK            VALUE '00'.
025100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
025200     88  BUSDATE-STATUS-OK           VALUE '00'.
025300 01  WS-MEVT-STATUS                 PIC X(02) VALUE '00'.
025400     88  MEVT-STATUS-OK              VALUE '00'.
025500 01  WS-CKPT-STATUS                 PIC X(02) VALUE '00'.
025600     88  CKPT-STATUS-OK              VALUE '00'.
025700 01  WS-SKIP-REMAINING              PIC 9(07) COMP VALUE ZERO.
025800 01  WS-MSGS-SKIPPED                PIC 9(07) COMP VALUE ZERO.
025900 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
026000     88  LOT-STATUS-OK               VALUE '00'.
026100     88  LOT-STATUS-DUPKEY           VALUE '22'.
026200 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
026300     88  POMAST-STATUS-OK            VALUE '00'.
026400 01  WS-PO-FOUND-SW                 PIC X(01) VALUE 'N'.
026500     88  WS-PO-FOUND                 VALUE 'Y'.
026600 01  WS-PO-OUTSTANDING              PIC 9(05) VALUE ZERO.
026700 01  WS-POS-CLOSED                  PIC 9(07) COMP VALUE ZERO.
026800*    THE MATCHED ORDER AS THE REGISTER SHOWS IT - THE PRICE
026900*    GOES OUT UNEDITED WITH FOUR IMPLIED DECIMALS.
027000 01  WS-RCPT-PO-NUMBER              PIC 9(06) VALUE ZERO.
027100 01  WS-RCPT-PO-VENDOR              PIC X(08) VALUE SPACES.
027200 01  WS-RCPT-PO-PRICE               PIC 9(05)V9(04) VALUE ZERO.
027300 01  WS-RCPT-PO-PRICE-X REDEFINES WS-RCPT-PO-PRICE
027400                                    PIC X(09).
027500
027600*    THE RECEIPT IN EACHES - EVERYTHING THAT POSTS USES THIS,
027700*    NEVER THE QUANTITY AS RECEIVED.  THE WORK FIELD IS WIDE
027800*    ENOUGH TO CATCH A CONVERSION THAT WILL NOT FIT.
027900 01  WS-UOM-STATUS                  PIC X(02) VALUE '00'.
028000     88  UOM-STATUS-OK               VALUE '00'.
028100 01  WS-UOMS-OPEN-SW                PIC X(01) VALUE 'N'.
028200     88  WS-UOMS-OPEN                VALUE 'Y'.
028300 01  WS-UOM-FOUND-SW                PIC X(01) VALUE 'N'.
028400     88  WS-UOM-FOUND                VALUE 'Y'.
028500 01  WS-UOM-FACTOR                  PIC 9(05) VALUE 1.
028600 01  WS-BASE-WORK                   PIC 9(10) VALUE ZERO.
028700 01  WS-RCPT-BASE-QTY               PIC 9(05) VALUE ZERO.
028800
028900*    DOCK APPOINTMENT MATCHING - THE ARRIVAL AND THE SLOT ARE
029000*    COMPARED IN MINUTES AFTER MIDNIGHT.
029100 01  WS-APPT-STATUS                 PIC X(02) VALUE '00'.
029200     88  APPT-STATUS-OK              VALUE '00'.
029300     88  APPT-STATUS-EOF             VALUE '10'.
029400 01  WS-APPTS-OPEN-SW               PIC X(01) VALUE 'N'.
029500     88  WS-APPTS-OPEN               VALUE 'Y'.
029600 01  WS-APPT-FOUND-SW               PIC X(01) VALUE 'N'.
029700     88  WS-APPT-FOUND               VALUE 'Y'.
029800 01  WS-APPT-PO-SUB                 PIC 9(01) COMP VALUE ZERO.
029900 01  WS-ARRIVE-HHMM                 PIC 9(04) VALUE ZERO.
030000 01  WS-ARRIVE-HHMM-R REDEFINES WS-ARRIVE-HHMM.
030100     05  WS-ARRIVE-HH               PIC 9(02).
030200     05  WS-ARRIVE-MM               PIC 9(02).
030300 01  WS-SLOT-HHMM                   PIC 9(04) VALUE ZERO.
030400 01  WS-SLOT-HHMM-R REDEFINES WS-SLOT-HHMM.
030500     05  WS-SLOT-HH                 PIC 9(02).
030600     05  WS-SLOT-MM                 PIC 9(02).
030700 01  WS-ARRIVE-MINUTES              PIC 9(04) COMP VALUE ZERO.
030800 01  WS-SLOT-MINUTES                PIC 9(04) COMP VALUE ZERO.
030900 01  WS-APPTS-MATCHED               PIC 9(07) COMP VALUE ZERO.
031000 01  WS-RCPTS-UNSCHEDULED           PIC 9(07) COMP VALUE ZERO.
031100
031200*    SERIAL CAPTURE FOR HIGH-VALUE ITEMS - THE CLASS AND
031300*    LOCATION COME OFF THE ITEMS TABLE.
031400 01  WS-SER-STATUS                  PIC X(02) VALUE '00'.
031500     88  SER-STATUS-OK               VALUE '00'.
031600 01  WS-SERHIST-STATUS              PIC X(02) VALUE '00'.
031700     88  SERHIST-STATUS-OK           VALUE '00'.
031800 01  WS-ITEM-CLASS                  PIC X(01) VALUE SPACES.
031900     88  WS-ITEM-HIGH-VALUE          VALUE 'V'.
032000 01  WS-ITEM-LOCATION               PIC X(10) VALUE SPACES.
032100 01  WS-SERIALS-OK-SW               PIC X(01) VALUE 'Y'.
032200     88  WS-SERIALS-OK               VALUE 'Y'.
032300 01  WS-SERIAL-COUNT                PIC 9(05) COMP VALUE ZERO.
032400 01  WS-SER-SUB                     PIC 9(02) COMP VALUE ZERO.
032500 01  WS-SER-SUB2                    PIC 9(02) COMP VALUE ZERO.
032600 01  WS-SERIALS-RECEIVED            PIC 9(07) COMP VALUE ZERO.
032700
032800 01  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
032900     88  WS-ROW-FOUND                VALUE 'Y'.
033000*    EXISTENCE-PROBE TARGET ONLY - THE VALUE IS NEVER USED.
033100 01  WS-PROBE                       PIC 9(05) VALUE ZERO.
033200
033300 01  WS-MSGS-READ                   PIC 9(07) COMP VALUE ZERO.
033400 01  WS-MSGS-POSTED                 PIC 9(07) COMP VALUE ZERO.
033500 01  WS-MSGS-REJECTED               PIC 9(07) COMP VALUE ZERO.
033600 01  WS-QTY-RECEIVED                PIC 9(09) COMP VALUE ZERO.
033700
033800*    THE OPERATOR AUTHORITY FILE (SEE OPAUTH), HELD FOR THE RUN
033900*    - THE OPERATOR ON EVERY TRANSACTION HANDLED IS CHECKED
034000*    AGAINST IT AND THE WORK IS LOGGED TO LABORLOG (SEE LABREC).
034100 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
034200     88  OPAUTH-STATUS-OK            VALUE '00'.
034300     88  OPAUTH-STATUS-EOF           VALUE '10'.
034400 01  WS-LABLOG-STATUS               PIC X(02) VALUE '00'.
034500     88  LABLOG-STATUS-OK            VALUE '00'.
034600 01  WS-OPER-TABLE.
034700     05  WS-OPER-ENTRY OCCURS 200 TIMES.
034800         10  WS-OPER-TBL-ID          PIC X(08).
034900 01  WS-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
035000 01  WS-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
035100 01  WS-OPER-FOUND-SW               PIC X(01) VALUE 'N'.
035200     88  WS-OPER-FOUND               VALUE 'Y'.
035300 01  WS-OPER-UNVERIFIED             PIC 9(07) COMP VALUE ZERO.
035400
035500 01  WS-CURRENT-DATE-TIME.
035600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
035700     05  WS-TIME-HHMMSSHH           PIC 9(08).
035800     05  FILLER                     PIC X(05).
035900
036000 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
036100     88  TICKET-STATUS-OK            VALUE '00'.
036200
036300*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
036400*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
036500*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
036600 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
036700 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
036800 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
036900
037000 PROCEDURE DIVISION.
037100 0000-MAINLINE.
037200     PERFORM 1000-INITIALIZE
037300         THRU 1000-INITIALIZE-EXIT.
037400
037500     PERFORM 2000-POST-NEXT-RECEIPT
037600         THRU 2000-POST-NEXT-RECEIPT-EXIT
037700         UNTIL RCPT-STATUS-EOF.
037800
037900     PERFORM 9000-FINISH
038000         THRU 9000-FINISH-EXIT.
038100
038200     IF RC-ERROR OR RC-SEVERE
038300         PERFORM 9500-OPEN-ERROR-TICKET
038400             THRU 9500-OPEN-ERROR-TICKET-EXIT
038500     END-IF.
038600     MOVE WS-RETURN-CODE TO RETURN-CODE.
038700     GO TO 9999-EXIT.
038800
038900 1000-INITIALIZE.
039000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
039100     PERFORM 1050-GET-BUSINESS-DATE
039200         THRU 1050-GET-BUSINESS-DATE-EXIT.
039300     PERFORM 1070-LOAD-OPERATORS
039400         THRU 1070-LOAD-OPERATORS-EXIT.
039500*    THE LABOR LOG ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
039600     OPEN EXTEND LABOR-LOG.
039700     IF NOT LABLOG-STATUS-OK
039800         OPEN OUTPUT LABOR-LOG
039900     END-IF.
040000     PERFORM 1300-READ-CHECKPOINT
040100         THRU 1300-READ-CHECKPOINT-EXIT.
040200*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
040300*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
040400*    THE REGISTER IS A CUMULATIVE LOG - GLFEED, OWNBILL AND
040500*    THE RETENTION SWEEP ALL READ HISTORY FROM IT, SO EACH
040600*    RUN APPENDS, THE CYCADJLG PATTERN.
040700     OPEN EXTEND RECEIVING-REGISTER.
040800     IF NOT RCVREG-STATUS-OK
040900         OPEN OUTPUT RECEIVING-REGISTER
041000     END-IF.
041100     OPEN OUTPUT EXCEPTION-FILE.
041200*    THE MOVEMENT JOURNAL IS CUMULATIVE (SEE MEVTREC).
041300     OPEN EXTEND MOVEMENT-EVENTS.
041400     IF NOT MEVT-STATUS-OK
041500         OPEN OUTPUT MOVEMENT-EVENTS
041600     END-IF.
041700*    RECEIPTS MATCH AGAINST OPEN ORDERS AND RELIEVE THEM IN
041800*    PLACE.
041900     OPEN I-O PO-MASTER.
042000     IF NOT POMAST-STATUS-OK
042100         DISPLAY 'RCVPOST - UNABLE TO OPEN POMAST, STATUS='
042200             WS-POMAST-STATUS
042300         SET RC-SEVERE TO TRUE
042400         SET RCPT-STATUS-EOF TO TRUE
042500         GO TO 1000-INITIALIZE-EXIT
042600     END-IF.
042700*    THE LOT MASTER ACCUMULATES ACROSS CYCLES - I-O, CREATED ON
042800*    THE FIRST LOTTED RECEIPT.
042900     OPEN I-O LOT-MASTER.
043000     IF NOT LOT-STATUS-OK
043100         OPEN OUTPUT LOT-MASTER
043200         IF NOT LOT-STATUS-OK
043300             DISPLAY 'RCVPOST - UNABLE TO OPEN LOTMAST, STATUS='
043400                 WS-LOT-STATUS
043500             SET RC-SEVERE TO TRUE
043600             SET RCPT-STATUS-EOF TO TRUE
043700             GO TO 1000-INITIALIZE-EXIT
043800         END-IF
043900     END-IF.
044000*    THE UNIT TABLE IS ONLY NEEDED FOR RECEIPTS NOT IN EACHES -
044100*    WITHOUT IT THOSE REJECT AND THE REST STILL POST.
044200     OPEN INPUT UOM-MASTER.
044300     IF UOM-STATUS-OK
044400         SET WS-UOMS-OPEN TO TRUE
044500     END-IF.
044600*    THE SERIAL MASTER ACCUMULATES ACROSS CYCLES - I-O,
044700*    CREATED ON THE FIRST SERIALIZED RECEIPT.  ITS HISTORY LOG
044800*    APPENDS.
044900     OPEN I-O SERIAL-MASTER.
045000     IF NOT SER-STATUS-OK
045100         OPEN OUTPUT SERIAL-MASTER
045200         IF NOT SER-STATUS-OK
045300             DISPLAY 'RCVPOST - UNABLE TO OPEN SERMAST, STATUS='
045400                 WS-SER-STATUS
045500             SET RC-SEVERE TO TRUE
045600             SET RCPT-STATUS-EOF TO TRUE
045700             GO TO 1000-INITIALIZE-EXIT
045800         END-IF
045900     END-IF.
046000     OPEN EXTEND SERIAL-HISTORY.
046100     IF NOT SERHIST-STATUS-OK
046200         OPEN OUTPUT SERIAL-HISTORY
046300     END-IF.
046400*    NO APPOINTMENT FILE MEANS NOTHING WAS BOOKED - RECEIPTS
046500*    POST AS BEFORE, UNMATCHED.
046600     OPEN I-O APPOINTMENT-FILE.
046700     IF APPT-STATUS-OK
046800         SET WS-APPTS-OPEN TO TRUE
046900     END-IF.
047000     OPEN INPUT RECEIPT-QUEUE-FILE.
047100     IF NOT RCPT-STATUS-OK
047200         DISPLAY 'RCVPOST - UNABLE TO OPEN RCPT, STATUS='
047300             WS-RCPT-STATUS
047400         SET RC-SEVERE TO TRUE
047500         SET RCPT-STATUS-EOF TO TRUE
047600         GO TO 1000-INITIALIZE-EXIT
047700     END-IF.
047800     MOVE SPACES TO RECEIVING-REGISTER-LINE.
047900     STRING 'DAILY RECEIVING REGISTER ' WS-TODAY-YYYYMMDD
048000         DELIMITED BY SIZE
048100         INTO RECEIVING-REGISTER-LINE
048200     END-STRING.
048300     WRITE RECEIVING-REGISTER-LINE.
048400 1000-INITIALIZE-EXIT.
048500     EXIT.
048600
048700 1050-GET-BUSINESS-DATE.
048800*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
048900*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
049000*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
049100*    CLOCK TIME FIELD STAYS REAL.
049200     OPEN INPUT BUSDATE-FILE.
049300     IF NOT BUSDATE-STATUS-OK
049400         GO TO 1050-GET-BUSINESS-DATE-EXIT
049500     END-IF.
049600     READ BUSDATE-FILE
049700         AT END
049800             CLOSE BUSDATE-FILE
049900             GO TO 1050-GET-BUSINESS-DATE-EXIT
050000     END-READ.
050100     CLOSE BUSDATE-FILE.
050200     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
050300             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
050400         DISPLAY 'RCVPOST - RUNNING AS OF BUSINESS DATE '
050500             BUS-DATE
050600         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
050700     END-IF.
050800 1050-GET-BUSINESS-DATE-EXIT.
050900     EXIT.
051000
051100 1070-LOAD-OPERATORS.
051200*    NO AUTHORITY FILE LEAVES EVERY OPERATOR UNVERIFIED - THE
051300*    WORK STILL POSTS AND IS LOGGED, FLAGGED.
051400     OPEN INPUT OPAUTH-FILE.
051500     IF NOT OPAUTH-STATUS-OK
051600         DISPLAY 'RCVPOST - UNABLE TO OPEN OPAUTH, OPERATORS NOT '
051700             'VERIFIED'
051800         GO TO 1070-LOAD-OPERATORS-EXIT
051900     END-IF.
052000     PERFORM 1071-LOAD-ONE-OPERATOR
052100         THRU 1071-LOAD-ONE-OPERATOR-EXIT
052200         UNTIL OPAUTH-STATUS-EOF.
052300     CLOSE OPAUTH-FILE.
052400 1070-LOAD-OPERATORS-EXIT.
052500     EXIT.
052600
052700 1071-LOAD-ONE-OPERATOR.
052800     READ OPAUTH-FILE
052900         AT END SET OPAUTH-STATUS-EOF TO TRUE
053000     END-READ.
053100     IF OPAUTH-STATUS-EOF
053200         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
053300     END-IF.
053400     IF WS-OPER-COUNT NOT < 200
053500         DISPLAY 'RCVPOST - OPERATOR TABLE FULL AT ' OPER-ID
053600         SET OPAUTH-STATUS-EOF TO TRUE
053700         GO TO 1071-LOAD-ONE-OPERATOR-EXIT
053800     END-IF.
053900     ADD 1 TO WS-OPER-COUNT.
054000     MOVE OPER-ID TO WS-OPER-TBL-ID(WS-OPER-COUNT).
054100 1071-LOAD-ONE-OPERATOR-EXIT.
054200     EXIT.
054300
054400 2000-POST-NEXT-RECEIPT.
054500     READ RECEIPT-QUEUE-FILE
054600         AT END SET RCPT-STATUS-EOF TO TRUE
054700     END-READ.
054800     IF RCPT-STATUS-EOF
054900         GO TO 2000-POST-NEXT-RECEIPT-EXIT
055000     END-IF.
055100
055200*    A RESTART SKIPS WHAT THE INTERRUPTED RUN ALREADY CONSUMED
055300*    (THE COUNTERS WERE RESTORED FROM THE CHECKPOINT), SO A
055400*    RERUN CANNOT POST THE SAME RECEIPT TWICE.
055500     IF WS-SKIP-REMAINING > ZERO
055600         SUBTRACT 1 FROM WS-SKIP-REMAINING
055700         ADD 1 TO WS-MSGS-SKIPPED
055800         GO TO 2000-POST-NEXT-RECEIPT-EXIT
055900     END-IF.
056000
056100     ADD 1 TO WS-MSGS-READ.
056200
056300     IF RCPT-OWNER = SPACES OR RCPT-ITEM-NAME = SPACES
056400         MOVE 'E320' TO EXC-REASON-CODE
056500         MOVE 'OWNER OR ITEM NAME MISSING ON RECEIPT' TO
056600             EXC-REASON-TEXT
056700         PERFORM 2900-WRITE-EXCEPTION
056800             THRU 2900-WRITE-EXCEPTION-EXIT
056900         GO TO 2000-POST-NEXT-RECEIPT-EXIT
057000     END-IF.
057100     IF RCPT-QUANTITY IS NOT NUMERIC OR RCPT-QUANTITY = ZERO
057200         MOVE 'E321' TO EXC-REASON-CODE
057300         MOVE 'RECEIPT QUANTITY NOT NUMERIC OR ZERO' TO
057400             EXC-REASON-TEXT
057500         PERFORM 2900-WRITE-EXCEPTION
057600             THRU 2900-WRITE-EXCEPTION-EXIT
057700         GO TO 2000-POST-NEXT-RECEIPT-EXIT
057800     END-IF.
057900
058000     PERFORM 2600-CONVERT-TO-EACHES
058100         THRU 2600-CONVERT-TO-EACHES-EXIT.
058200     IF NOT WS-UOM-FOUND
058300         GO TO 2000-POST-NEXT-RECEIPT-EXIT
058400     END-IF.
058500
058600*    EVERY RECEIPT MUST MATCH AN OPEN PO BEFORE IT CAN POST -
058700*    A NO-PO OR OVER-RECEIPT IS A BUYER'S DECISION, NOT STOCK.
058800     PERFORM 2500-MATCH-OPEN-PO
058900         THRU 2500-MATCH-OPEN-PO-EXIT.
059000     IF NOT WS-PO-FOUND
059100         GO TO 2000-POST-NEXT-RECEIPT-EXIT
059200     END-IF.
059300
059400     PERFORM 2700-CHECK-SERIALS
059500         THRU 2700-CHECK-SERIALS-EXIT.
059600     IF NOT WS-SERIALS-OK
059700         GO TO 2000-POST-NEXT-RECEIPT-EXIT
059800     END-IF.
059900
060000     PERFORM 3000-POST-ONE-RECEIPT
060100         THRU 3000-POST-ONE-RECEIPT-EXIT.
060200 2000-POST-NEXT-RECEIPT-EXIT.
060300     EXIT.
060400
060500 3000-POST-ONE-RECEIPT.
060600*    THE RECEIPT MUST LAND ON AN EXISTING OWNER/ITEM ROW - A
060700*    RECEIPT FOR AN UNKNOWN ITEM IS A KEYING OR FEED PROBLEM,
060800*    NOT A REASON TO CREATE STOCK OUT OF NOTHING.
060900     MOVE 'N' TO WS-ROW-FOUND-SW.
061000     EXEC SQL
061100         SELECT qty_on_hand
061200             INTO :WS-PROBE
061300             FROM items
061400             WHERE owner = :RCPT-OWNER
061500               AND itemname = :RCPT-ITEM-NAME
061600     END-EXEC.
061700     IF SQLCODE = 0
061800         SET WS-ROW-FOUND TO TRUE
061900     END-IF.
062000     IF NOT WS-ROW-FOUND
062100         MOVE 'E322' TO EXC-REASON-CODE
062200         MOVE 'RECEIPT OWNER/ITEM NOT ON ITEMS TABLE' TO
062300             EXC-REASON-TEXT
062400         PERFORM 2900-WRITE-EXCEPTION
062500             THRU 2900-WRITE-EXCEPTION-EXIT
062600         GO TO 3000-POST-ONE-RECEIPT-EXIT
062700     END-IF.
062800
062900*    RECEIPTS LAND ON QUALITY HOLD - QTY_ON_HAND IS AVAILABLE
063000*    STOCK ONLY, AND ONLY THE QCREL RELEASE RUN MOVES IT THERE.
063100     EXEC SQL
063200         UPDATE items
063300             SET qty_on_hold = qty_on_hold + :WS-RCPT-BASE-QTY
063400             WHERE owner = :RCPT-OWNER
063500               AND itemname = :RCPT-ITEM-NAME
063600     END-EXEC.
063700     IF SQLCODE NOT = 0
063800         EXEC SQL ROLLBACK END-EXEC
063900         DISPLAY 'RCVPOST - POST FAILED, SQLCODE=' SQLCODE
064000         MOVE 'E323' TO EXC-REASON-CODE
064100         MOVE 'RECEIPT POSTING FAILED, SEE SQLCODE' TO
064200             EXC-REASON-TEXT
064300         PERFORM 2900-WRITE-EXCEPTION
064400             THRU 2900-WRITE-EXCEPTION-EXIT
064500         GO TO 3000-POST-ONE-RECEIPT-EXIT
064600     END-IF.
064700
064800     EXEC SQL COMMIT END-EXEC.
064900     ADD 1 TO WS-MSGS-POSTED.
065000     ADD WS-RCPT-BASE-QTY TO WS-QTY-RECEIVED.
065100     IF RCPT-LOT-NO NOT = SPACES
065200         PERFORM 3200-POST-LOT
065300             THRU 3200-POST-LOT-EXIT
065400     END-IF.
065500     PERFORM 3300-RELIEVE-PO
065600         THRU 3300-RELIEVE-PO-EXIT.
065700     PERFORM 3100-WRITE-REGISTER-LINE
065800         THRU 3100-WRITE-REGISTER-LINE-EXIT.
065900     MOVE RCPT-OWNER        TO MEV-OWNER.
066000     MOVE RCPT-ITEM-NAME    TO MEV-ITEM-NAME.
066100     SET MEV-RECEIPT TO TRUE.
066200     MOVE WS-RCPT-BASE-QTY  TO MEV-QUANTITY.
066300     MOVE WS-RCPT-PO-NUMBER TO MEV-REFERENCE.
066400     PERFORM 9600-WRITE-MOVEMENT-EVENT
066500         THRU 9600-WRITE-MOVEMENT-EVENT-EXIT.
066600     PERFORM 3400-MATCH-APPOINTMENT
066700         THRU 3400-MATCH-APPOINTMENT-EXIT.
066800     IF WS-ITEM-HIGH-VALUE
066900         PERFORM 3500-RECEIVE-ONE-SERIAL
067000             THRU 3500-RECEIVE-ONE-SERIAL-EXIT
067100             VARYING WS-SER-SUB FROM 1 BY 1
067200             UNTIL WS-SER-SUB > 10
067300     END-IF.
067400     MOVE RCPT-OPERATOR    TO LAB-OPERATOR.
067500     SET LAB-RECEIPT TO TRUE.
067600     MOVE RCPT-OWNER       TO LAB-OWNER.
067700     MOVE RCPT-ITEM-NAME   TO LAB-ITEM-NAME.
067800     MOVE WS-RCPT-BASE-QTY TO LAB-UNITS.
067900     MOVE 'N'              TO LAB-EXCEPTION-SW.
068000     PERFORM 7000-WRITE-LABOR-LOG
068100         THRU 7000-WRITE-LABOR-LOG-EXIT.
068200     PERFORM 2400-WRITE-CHECKPOINT
068300         THRU 2400-WRITE-CHECKPOINT-EXIT.
068400 3000-POST-ONE-RECEIPT-EXIT.
068500     EXIT.
068600
068700 1300-READ-CHECKPOINT.
068800*    A CHECKPOINT FOR THIS BUSINESS DATE MEANS AN INTERRUPTED
068900*    RUN - RESTORE ITS COUNTERS AND SKIP THE INPUT RECORDS IT
069000*    ALREADY CONSUMED.  A STALE OR ABSENT CHECKPOINT STARTS
069100*    FROM RECORD ONE.
069200     OPEN INPUT CHECKPOINT-FILE.
069300     IF NOT CKPT-STATUS-OK
069400         GO TO 1300-READ-CHECKPOINT-EXIT
069500     END-IF.
069600     READ CHECKPOINT-FILE
069700         AT END
069800             CLOSE CHECKPOINT-FILE
069900             GO TO 1300-READ-CHECKPOINT-EXIT
070000     END-READ.
070100     CLOSE CHECKPOINT-FILE.
070200     IF CKPT-RUN-DATE = WS-TODAY-YYYYMMDD
070300             AND CKPT-RECORDS-CONSUMED > ZERO
070400         MOVE CKPT-RECORDS-CONSUMED TO WS-SKIP-REMAINING
070500         MOVE CKPT-RECORDS-CONSUMED TO WS-MSGS-READ
070600         MOVE CKPT-MSGS-POSTED TO WS-MSGS-POSTED
070700         MOVE CKPT-QTY-RECEIVED TO WS-QTY-RECEIVED
070800         DISPLAY 'RCVPOST - RESTARTING PAST '
070900             CKPT-RECORDS-CONSUMED ' CONSUMED RECEIPTS'
071000     END-IF.
071100 1300-READ-CHECKPOINT-EXIT.
071200     EXIT.
071300
071400 2400-WRITE-CHECKPOINT.
071500*    ONE CHECKPOINT PER POSTED RECEIPT - EACH POSTING COMMITS
071600*    ON ITS OWN, SO THE CHECKPOINT AND THE DATABASE CAN NEVER
071700*    BE MORE THAN ONE RECEIPT APART.
071800     OPEN OUTPUT CHECKPOINT-FILE.
071900     MOVE WS-TODAY-YYYYMMDD TO CKPT-RUN-DATE.
072000     MOVE WS-MSGS-READ TO CKPT-RECORDS-CONSUMED.
072100     MOVE WS-MSGS-POSTED TO CKPT-MSGS-POSTED.
072200     MOVE WS-QTY-RECEIVED TO CKPT-QTY-RECEIVED.
072300     WRITE CHECKPOINT-RECORD.
072400     CLOSE CHECKPOINT-FILE.
072500 2400-WRITE-CHECKPOINT-EXIT.
072600     EXIT.
072700
072800 2450-RESET-CHECKPOINT.
072900*    A RUN THAT READ ITS FILE THROUGH CLEARS THE CHECKPOINT SO
073000*    THE NEXT CYCLE STARTS FROM RECORD ONE.
073100     OPEN OUTPUT CHECKPOINT-FILE.
073200     MOVE ZERO TO CKPT-RUN-DATE.
073300     MOVE ZERO TO CKPT-RECORDS-CONSUMED.
073400     MOVE ZERO TO CKPT-MSGS-POSTED.
073500     MOVE ZERO TO CKPT-QTY-RECEIVED.
073600     WRITE CHECKPOINT-RECORD.
073700     CLOSE CHECKPOINT-FILE.
073800 2450-RESET-CHECKPOINT-EXIT.
073900     EXIT.
074000
074100 2500-MATCH-OPEN-PO.
074200     MOVE 'N' TO WS-PO-FOUND-SW.
074300     MOVE RCPT-OWNER     TO PO-OWNER.
074400     MOVE RCPT-ITEM-NAME TO PO-ITEM-NAME.
074500     READ PO-MASTER
074600         INVALID KEY CONTINUE
074700         NOT INVALID KEY SET WS-PO-FOUND TO TRUE
074800     END-READ.
074900     IF NOT WS-PO-FOUND OR NOT PO-OPEN
075000         MOVE 'N' TO WS-PO-FOUND-SW
075100         MOVE 'E324' TO EXC-REASON-CODE
075200         MOVE 'RECEIPT HAS NO OPEN PURCHASE ORDER' TO
075300             EXC-REASON-TEXT
075400         PERFORM 2900-WRITE-EXCEPTION
075500             THRU 2900-WRITE-EXCEPTION-EXIT
075600         GO TO 2500-MATCH-OPEN-PO-EXIT
075700     END-IF.
075800
075900     MOVE PO-NUMBER    TO WS-RCPT-PO-NUMBER.
076000     MOVE PO-VENDOR-ID TO WS-RCPT-PO-VENDOR.
076100     IF PO-UNIT-PRICE IS NUMERIC
076200         MOVE PO-UNIT-PRICE TO WS-RCPT-PO-PRICE
076300     ELSE
076400         MOVE ZERO TO WS-RCPT-PO-PRICE
076500     END-IF.
076600     COMPUTE WS-PO-OUTSTANDING =
076700         PO-ORDER-QTY - PO-RECEIVED-QTY.
076800     IF WS-RCPT-BASE-QTY > WS-PO-OUTSTANDING
076900         MOVE 'N' TO WS-PO-FOUND-SW
077000         MOVE 'E325' TO EXC-REASON-CODE
077100         MOVE 'RECEIPT EXCEEDS PO OUTSTANDING QTY' TO
077200             EXC-REASON-TEXT
077300         PERFORM 2900-WRITE-EXCEPTION
077400             THRU 2900-WRITE-EXCEPTION-EXIT
077500     END-IF.
077600 2500-MATCH-OPEN-PO-EXIT.
077700     EXIT.
077800
077900 3300-RELIEVE-PO.
078000*    THE RECEIPT POSTED - RELIEVE THE ORDER, AND CLOSE IT THE
078100*    MOMENT IT IS FULLY RECEIVED.
078200     MOVE RCPT-OWNER     TO PO-OWNER.
078300     MOVE RCPT-ITEM-NAME TO PO-ITEM-NAME.
078400     READ PO-MASTER
078500         INVALID KEY GO TO 3300-RELIEVE-PO-EXIT
078600     END-READ.
078700     ADD WS-RCPT-BASE-QTY TO PO-RECEIVED-QTY.
078800     IF PO-RECEIVED-QTY NOT < PO-ORDER-QTY
078900         SET PO-CLOSED TO TRUE
079000         MOVE WS-TODAY-YYYYMMDD TO PO-CLOSE-DATE
079100         ADD 1 TO WS-POS-CLOSED
079200     END-IF.
079300     REWRITE PO-RECORD
079400         INVALID KEY CONTINUE
079500     END-REWRITE.
079600 3300-RELIEVE-PO-EXIT.
079700     EXIT.
079800
079900 2600-CONVERT-TO-EACHES.
080000*    EA, OR NO UNIT AT ALL, IS ALREADY EACHES.  ANY OTHER UNIT
080100*    MUST BE DEFINED FOR THIS OWNER'S ITEM - A RECEIVER'S GUESS
080200*    AT THE CASE SIZE IS EXACTLY WHAT THIS IS HERE TO STOP.
080300     MOVE 'N' TO WS-UOM-FOUND-SW.
080400     MOVE 1 TO WS-UOM-FACTOR.
080500     IF RCPT-UOM = SPACES
080600         MOVE 'EA' TO RCPT-UOM
080700     END-IF.
080800     IF RCPT-UOM = 'EA'
080900         SET WS-UOM-FOUND TO TRUE
081000     ELSE
081100         IF WS-UOMS-OPEN
081200             MOVE RCPT-OWNER     TO UOM-OWNER
081300             MOVE RCPT-ITEM-NAME TO UOM-ITEM-NAME
081400             MOVE RCPT-UOM       TO UOM-CODE
081500             READ UOM-MASTER
081600                 INVALID KEY CONTINUE
081700                 NOT INVALID KEY
081800                     MOVE UOM-FACTOR TO WS-UOM-FACTOR
081900                     SET WS-UOM-FOUND TO TRUE
082000             END-READ
082100         END-IF
082200     END-IF.
082300     IF NOT WS-UOM-FOUND
082400         MOVE 'E439' TO EXC-REASON-CODE
082500         MOVE 'RECEIPT UNIT NOT DEFINED FOR THE ITEM' TO
082600             EXC-REASON-TEXT
082700         PERFORM 2900-WRITE-EXCEPTION
082800             THRU 2900-WRITE-EXCEPTION-EXIT
082900         GO TO 2600-CONVERT-TO-EACHES-EXIT
083000     END-IF.
083100     COMPUTE WS-BASE-WORK = RCPT-QUANTITY * WS-UOM-FACTOR.
083200     IF WS-BASE-WORK > 99999
083300         MOVE 'N' TO WS-UOM-FOUND-SW
083400         MOVE 'E440' TO EXC-REASON-CODE
083500         MOVE 'RECEIPT IN EACHES EXCEEDS 99999' TO
083600             EXC-REASON-TEXT
083700         PERFORM 2900-WRITE-EXCEPTION
083800             THRU 2900-WRITE-EXCEPTION-EXIT
083900         GO TO 2600-CONVERT-TO-EACHES-EXIT
084000     END-IF.
084100     MOVE WS-BASE-WORK TO WS-RCPT-BASE-QTY.
084200 2600-CONVERT-TO-EACHES-EXIT.
084300     EXIT.
084400
084500 2700-CHECK-SERIALS.
084600*    ONLY A HIGH-VALUE ITEM IS SERIALIZED.  ITS RECEIPT MUST
084700*    NAME EXACTLY ONE SERIAL PER EACH, NO SERIAL TWICE, AND NONE
084800*    THE WAREHOUSE ALREADY HOLDS.  AN ITEM NOT ON THE TABLE IS
084900*    LEFT FOR THE POSTING TO REJECT.
085000     SET WS-SERIALS-OK TO TRUE.
085100     MOVE SPACES TO WS-ITEM-CLASS.
085200     MOVE SPACES TO WS-ITEM-LOCATION.
085300     EXEC SQL
085400         SELECT storage_class, location
085500             INTO :WS-ITEM-CLASS, :WS-ITEM-LOCATION
085600             FROM items
085700             WHERE owner = :RCPT-OWNER
085800               AND itemname = :RCPT-ITEM-NAME
085900     END-EXEC.
086000     IF SQLCODE NOT = 0
086100         MOVE SPACES TO WS-ITEM-CLASS
086200     END-IF.
086300     IF NOT WS-ITEM-HIGH-VALUE
086400         GO TO 2700-CHECK-SERIALS-EXIT
086500     END-IF.
086600
086700     MOVE ZERO TO WS-SERIAL-COUNT.
086800     PERFORM 2710-CHECK-ONE-SERIAL
086900         THRU 2710-CHECK-ONE-SERIAL-EXIT
087000         VARYING WS-SER-SUB FROM 1 BY 1
087100         UNTIL WS-SER-SUB > 10 OR NOT WS-SERIALS-OK.
087200     IF NOT WS-SERIALS-OK
087300         GO TO 2700-CHECK-SERIALS-EXIT
087400     END-IF.
087500     IF WS-SERIAL-COUNT NOT = WS-RCPT-BASE-QTY
087600         MOVE 'N' TO WS-SERIALS-OK-SW
087700         MOVE 'E490' TO EXC-REASON-CODE
087800         MOVE 'SERIAL COUNT DOES NOT MATCH QUANTITY' TO
087900             EXC-REASON-TEXT
088000         PERFORM 2900-WRITE-EXCEPTION
088100             THRU 2900-WRITE-EXCEPTION-EXIT
088200     END-IF.
088300 2700-CHECK-SERIALS-EXIT.
088400     EXIT.
088500
088600 2710-CHECK-ONE-SERIAL.
088700     IF RCPT-SERIAL(WS-SER-SUB) = SPACES
088800         GO TO 2710-CHECK-ONE-SERIAL-EXIT
088900     END-IF.
089000     ADD 1 TO WS-SERIAL-COUNT.
089100     PERFORM 2720-MATCH-LATER-SERIAL
089200         THRU 2720-MATCH-LATER-SERIAL-EXIT
089300         VARYING WS-SER-SUB2 FROM WS-SER-SUB BY 1
089400         UNTIL WS-SER-SUB2 > 10 OR NOT WS-SERIALS-OK.
089500     IF NOT WS-SERIALS-OK
089600         GO TO 2710-CHECK-ONE-SERIAL-EXIT
089700     END-IF.
089800
089900     MOVE RCPT-OWNER     TO SER-OWNER.
090000     MOVE RCPT-ITEM-NAME TO SER-ITEM-NAME.
090100     MOVE RCPT-SERIAL(WS-SER-SUB) TO SER-SERIAL.
090200     READ SERIAL-MASTER
090300         INVALID KEY GO TO 2710-CHECK-ONE-SERIAL-EXIT
090400     END-READ.
090500*    A SERIAL THAT LEFT AND COMES BACK ON A NEW DELIVERY IS
090600*    RECEIVED AGAIN - ONLY ONE STILL ON THE SHELF REJECTS.
090700     IF SER-IN-STOCK OR SER-ALLOCATED
090800             OR (SER-RETURNED AND SER-RETURN-DISP = 'S')
090900         MOVE 'N' TO WS-SERIALS-OK-SW
091000         MOVE 'E491' TO EXC-REASON-CODE
091100         MOVE SPACES TO EXC-REASON-TEXT
091200         STRING 'IN STOCK ' SER-SERIAL
091300             DELIMITED BY SIZE
091400             INTO EXC-REASON-TEXT
091500         END-STRING
091600         PERFORM 2900-WRITE-EXCEPTION
091700             THRU 2900-WRITE-EXCEPTION-EXIT
091800     END-IF.
091900 2710-CHECK-ONE-SERIAL-EXIT.
092000     EXIT.
092100
092200 2720-MATCH-LATER-SERIAL.
092300     IF WS-SER-SUB2 = WS-SER-SUB
092400         GO TO 2720-MATCH-LATER-SERIAL-EXIT
092500     END-IF.
092600     IF RCPT-SERIAL(WS-SER-SUB2) = RCPT-SERIAL(WS-SER-SUB)
092700         MOVE 'N' TO WS-SERIALS-OK-SW
092800         MOVE 'E494' TO EXC-REASON-CODE
092900         MOVE SPACES TO EXC-REASON-TEXT
093000         STRING 'LISTED TWICE ' RCPT-SERIAL(WS-SER-SUB)
093100             DELIMITED BY SIZE
093200             INTO EXC-REASON-TEXT
093300         END-STRING
093400         PERFORM 2900-WRITE-EXCEPTION
093500             THRU 2900-WRITE-EXCEPTION-EXIT
093600     END-IF.
093700 2720-MATCH-LATER-SERIAL-EXIT.
093800     EXIT.
093900
094000 3100-WRITE-REGISTER-LINE.
094100     MOVE SPACES TO RECEIVING-REGISTER-LINE.
094200     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
094300            ' OWNER=' RCPT-OWNER
094400            ' ITEM=' RCPT-ITEM-NAME
094500            ' QTY=' WS-RCPT-BASE-QTY
094600            ' RCVD=' RCPT-QUANTITY ' ' RCPT-UOM
094700            ' PO=' WS-RCPT-PO-NUMBER
094800            ' VENDOR=' WS-RCPT-PO-VENDOR
094900            ' PRICE=' WS-RCPT-PO-PRICE-X
095000         DELIMITED BY SIZE
095100         INTO RECEIVING-REGISTER-LINE
095200     END-STRING.
095300     WRITE RECEIVING-REGISTER-LINE.
095400 3100-WRITE-REGISTER-LINE-EXIT.
095500     EXIT.
095600
095700 3200-POST-LOT.
095800*    A LOTTED RECEIPT CREATES THE LOT RECORD, OR EXTENDS IT IF
095900*    THE SAME LOT ARRIVES ON ANOTHER TRUCK.  A RECEIPT WITH A
096000*    LOT BUT NO USABLE EXPIRY STILL POSTS, WITH THE EXPIRY LEFT
096100*    AT ZERO FOR LOTEXPRP TO FLAG.  THE QUANTITY BOOKS HELD -
096200*    THE STOCK ITSELF SITS IN QTY_ON_HOLD UNTIL QCREL RELEASES
096300*    IT, AND THE LOT LEDGER MUST SAY THE SAME.
096400     MOVE RCPT-OWNER     TO LOT-OWNER.
096500     MOVE RCPT-ITEM-NAME TO LOT-ITEM-NAME.
096600     MOVE RCPT-LOT-NO    TO LOT-NUMBER.
096700     IF RCPT-EXPIRY IS NUMERIC
096800         MOVE RCPT-EXPIRY TO LOT-EXPIRY-DATE
096900     ELSE
097000         MOVE ZERO TO LOT-EXPIRY-DATE
097100     END-IF.
097200     MOVE ZERO TO LOT-QTY.
097300     MOVE WS-RCPT-BASE-QTY TO LOT-QTY-HELD.
097400     WRITE LOT-RECORD
097500         INVALID KEY
097600             PERFORM 3210-EXTEND-LOT
097700                 THRU 3210-EXTEND-LOT-EXIT
097800     END-WRITE.
097900 3200-POST-LOT-EXIT.
098000     EXIT.
098100
098200 3210-EXTEND-LOT.
098300     MOVE RCPT-OWNER     TO LOT-OWNER.
098400     MOVE RCPT-ITEM-NAME TO LOT-ITEM-NAME.
098500     MOVE RCPT-LOT-NO    TO LOT-NUMBER.
098600     READ LOT-MASTER
098700         INVALID KEY GO TO 3210-EXTEND-LOT-EXIT
098800     END-READ.
098900     ADD WS-RCPT-BASE-QTY TO LOT-QTY-HELD.
099000     REWRITE LOT-RECORD
099100         INVALID KEY CONTINUE
099200     END-REWRITE.
099300 3210-EXTEND-LOT-EXIT.
099400     EXIT.
099500
099600 3400-MATCH-APPOINTMENT.
099700*    THE FIRST OF TODAY'S APPOINTMENTS EXPECTING THE MATCHED PO
099800*    TAKES THE RECEIPT.  ITS FIRST RECEIPT MARKS THE TRUCK
099900*    ARRIVED - ON TIME WITHIN 30 MINUTES EITHER SIDE OF THE
100000*    SLOT START - AND EVERY RECEIPT MARKS ITS PO RECEIVED.
100100     MOVE 'N' TO WS-APPT-FOUND-SW.
100200     IF NOT WS-APPTS-OPEN
100300         GO TO 3400-MATCH-APPOINTMENT-EXIT
100400     END-IF.
100500     MOVE '00' TO WS-APPT-STATUS.
100600     MOVE WS-TODAY-YYYYMMDD TO DAPT-DATE.
100700     MOVE ZERO TO DAPT-SLOT.
100800     MOVE LOW-VALUES TO DAPT-DOOR.
100900     START APPOINTMENT-FILE KEY IS NOT LESS THAN DAPT-KEY
101000         INVALID KEY SET APPT-STATUS-EOF TO TRUE
101100     END-START.
101200     PERFORM 3410-SCAN-ONE-APPOINTMENT
101300         THRU 3410-SCAN-ONE-APPOINTMENT-EXIT
101400         UNTIL APPT-STATUS-EOF OR WS-APPT-FOUND.
101500     IF NOT WS-APPT-FOUND
101600         ADD 1 TO WS-RCPTS-UNSCHEDULED
101700         GO TO 3400-MATCH-APPOINTMENT-EXIT
101800     END-IF.
101900
102000     SET DAPT-PO-RECEIVED(WS-APPT-PO-SUB) TO TRUE.
102100     IF DAPT-BOOKED
102200         SET DAPT-ARRIVED TO TRUE
102300         ADD 1 TO WS-APPTS-MATCHED
102400         PERFORM 3420-RATE-ARRIVAL
102500             THRU 3420-RATE-ARRIVAL-EXIT
102600     END-IF.
102700     REWRITE DOCK-APPOINTMENT-RECORD
102800         INVALID KEY CONTINUE
102900     END-REWRITE.
103000 3400-MATCH-APPOINTMENT-EXIT.
103100     EXIT.
103200
103300 3410-SCAN-ONE-APPOINTMENT.
103400     READ APPOINTMENT-FILE NEXT
103500         AT END SET APPT-STATUS-EOF TO TRUE
103600     END-READ.
103700     IF NOT APPT-STATUS-OK
103800             OR DAPT-DATE NOT = WS-TODAY-YYYYMMDD
103900         SET APPT-STATUS-EOF TO TRUE
104000         GO TO 3410-SCAN-ONE-APPOINTMENT-EXIT
104100     END-IF.
104200     PERFORM 3411-MATCH-ONE-PO
104300         THRU 3411-MATCH-ONE-PO-EXIT
104400         VARYING WS-APPT-PO-SUB FROM 1 BY 1
104500         UNTIL WS-APPT-PO-SUB > 5 OR WS-APPT-FOUND.
104600*    THE VARYING STEPS ONCE PAST THE MATCHING ENTRY.
104700     IF WS-APPT-FOUND
104800         SUBTRACT 1 FROM WS-APPT-PO-SUB
104900     END-IF.
105000 3410-SCAN-ONE-APPOINTMENT-EXIT.
105100     EXIT.
105200
105300 3411-MATCH-ONE-PO.
105400     IF DAPT-PO-NUMBER(WS-APPT-PO-SUB) = WS-RCPT-PO-NUMBER
105500         SET WS-APPT-FOUND TO TRUE
105600     END-IF.
105700 3411-MATCH-ONE-PO-EXIT.
105800     EXIT.
105900
106000 3420-RATE-ARRIVAL.
106100     IF RCPT-ARRIVAL-TIME IS NOT NUMERIC
106200         MOVE ZERO TO DAPT-ARRIVAL-TIME
106300         SET DAPT-TIME-UNKNOWN TO TRUE
106400         GO TO 3420-RATE-ARRIVAL-EXIT
106500     END-IF.
106600     MOVE RCPT-ARRIVAL-TIME TO WS-ARRIVE-HHMM.
106700     IF WS-ARRIVE-HH > 23 OR WS-ARRIVE-MM > 59
106800         MOVE ZERO TO DAPT-ARRIVAL-TIME
106900         SET DAPT-TIME-UNKNOWN TO TRUE
107000         GO TO 3420-RATE-ARRIVAL-EXIT
107100     END-IF.
107200     MOVE WS-ARRIVE-HHMM TO DAPT-ARRIVAL-TIME.
107300     MOVE DAPT-SLOT TO WS-SLOT-HHMM.
107400     COMPUTE WS-ARRIVE-MINUTES =
107500         WS-ARRIVE-HH * 60 + WS-ARRIVE-MM.
107600     COMPUTE WS-SLOT-MINUTES =
107700         WS-SLOT-HH * 60 + WS-SLOT-MM.
107800     EVALUATE TRUE
107900         WHEN WS-ARRIVE-MINUTES + 30 < WS-SLOT-MINUTES
108000             SET DAPT-EARLY TO TRUE
108100         WHEN WS-ARRIVE-MINUTES > WS-SLOT-MINUTES + 30
108200             SET DAPT-LATE TO TRUE
108300         WHEN OTHER
108400             SET DAPT-ON-TIME TO TRUE
108500     END-EVALUATE.
108600 3420-RATE-ARRIVAL-EXIT.
108700     EXIT.
108800
108900 3500-RECEIVE-ONE-SERIAL.
109000*    THE SERIAL GOES INTO STOCK AT THE ITEM'S LOCATION - A NEW
109100*    RECORD, OR A SERIAL THAT LEFT BEFORE STARTING OVER.
109200     IF RCPT-SERIAL(WS-SER-SUB) = SPACES
109300         GO TO 3500-RECEIVE-ONE-SERIAL-EXIT
109400     END-IF.
109500     MOVE RCPT-OWNER     TO SER-OWNER.
109600     MOVE RCPT-ITEM-NAME TO SER-ITEM-NAME.
109700     MOVE RCPT-SERIAL(WS-SER-SUB) TO SER-SERIAL.
109800     SET SER-IN-STOCK TO TRUE.
109900     MOVE WS-ITEM-LOCATION  TO SER-BIN.
110000     MOVE WS-TODAY-YYYYMMDD TO SER-RECEIVED-DATE.
110100     MOVE WS-RCPT-PO-NUMBER TO SER-PO-NUMBER.
110200     MOVE SPACES TO SER-ORDER-NO.
110300     MOVE SPACES TO SER-SHIP-TO-ID.
110400     MOVE ZERO   TO SER-SHIP-DATE.
110500     MOVE ZERO   TO SER-RETURN-DATE.
110600     MOVE SPACES TO SER-RETURN-DISP.
110700     MOVE WS-TODAY-YYYYMMDD TO SER-STATUS-DATE.
110800     MOVE 'RCVPOST ' TO SER-PROGRAM-ID.
110900     WRITE SERIAL-RECORD
111000         INVALID KEY
111100             REWRITE SERIAL-RECORD
111200                 INVALID KEY CONTINUE
111300             END-REWRITE
111400     END-WRITE.
111500     ADD 1 TO WS-SERIALS-RECEIVED.
111600
111700     MOVE WS-TODAY-YYYYMMDD TO SH-DATE.
111800     MOVE WS-TIME-HHMMSSHH  TO SH-TIME.
111900     MOVE SER-OWNER         TO SH-OWNER.
112000     MOVE SER-ITEM-NAME     TO SH-ITEM-NAME.
112100     MOVE SER-SERIAL        TO SH-SERIAL.
112200     SET SH-RECEIVED TO TRUE.
112300     MOVE SPACES TO SH-REFERENCE.
112400     MOVE WS-RCPT-PO-NUMBER TO SH-REFERENCE(1:6).
112500     MOVE SPACES TO SH-SHIP-TO-ID.
112600     MOVE WS-ITEM-LOCATION  TO SH-BIN.
112700     MOVE SPACES TO SH-DISPOSITION.
112800     MOVE 'RCVPOST ' TO SH-PROGRAM-ID.
112900     MOVE RCPT-OPERATOR TO SH-OPERATOR.
113000     WRITE SERIAL-HISTORY-RECORD.
113100 3500-RECEIVE-ONE-SERIAL-EXIT.
113200     EXIT.
113300
113400 2900-WRITE-EXCEPTION.
113500     ADD 1 TO WS-MSGS-REJECTED.
113600     MOVE 'RCVPOST ' TO EXC-PROGRAM-ID.
113700     MOVE RCPT-ITEM-NAME TO EXC-KEY-VALUE.
113800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
113900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
114000     MOVE RCPT-OPERATOR TO EXC-OPERATOR-ID.
114100     WRITE EXC-RECORD.
114200     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
114300     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
114400     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
114500     SET RC-WARNING TO TRUE.
114600 2900-WRITE-EXCEPTION-EXIT.
114700     EXIT.
114800
114900 7000-WRITE-LABOR-LOG.
115000*    THE CALLER SETS THE OPERATOR, ACTIVITY, OWNER, ITEM, UNITS
115100*    AND EXCEPTION SWITCH.  AN OPERATOR NOT ON OPAUTH DOES NOT
115200*    STOP THE POSTING - THE WORK HAS BEEN DONE - BUT THE LINE
115300*    IS LOGGED UNVERIFIED AND FLAGGED FOR THE SHIFT LEAD.
115400     MOVE WS-TODAY-YYYYMMDD TO LAB-DATE.
115500     MOVE WS-TIME-HHMMSSHH  TO LAB-TIME.
115600     MOVE 'N' TO WS-OPER-FOUND-SW.
115700     IF LAB-OPERATOR NOT = SPACES
115800         PERFORM 7010-MATCH-ONE-OPERATOR
115900             THRU 7010-MATCH-ONE-OPERATOR-EXIT
116000             VARYING WS-OPER-SUB FROM 1 BY 1
116100             UNTIL WS-OPER-SUB > WS-OPER-COUNT
116200                 OR WS-OPER-FOUND
116300     END-IF.
116400     IF WS-OPER-FOUND
116500         MOVE 'Y' TO LAB-OPER-VALID-SW
116600     ELSE
116700         MOVE 'N' TO LAB-OPER-VALID-SW
116800         ADD 1 TO WS-OPER-UNVERIFIED
116900         MOVE 'RCVPOST ' TO EXC-PROGRAM-ID
117000         MOVE LAB-ITEM-NAME TO EXC-KEY-VALUE
117100         MOVE 'E479' TO EXC-REASON-CODE
117200         MOVE 'OPERATOR NOT ON OPAUTH - WORK POSTED' TO
117300             EXC-REASON-TEXT
117400         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
117500         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
117600         MOVE LAB-OPERATOR TO EXC-OPERATOR-ID
117700         WRITE EXC-RECORD
117800         SET RC-WARNING TO TRUE
117900     END-IF.
118000     WRITE LABOR-LOG-RECORD.
118100 7000-WRITE-LABOR-LOG-EXIT.
118200     EXIT.
118300
118400 7010-MATCH-ONE-OPERATOR.
118500     IF WS-OPER-TBL-ID(WS-OPER-SUB) = LAB-OPERATOR
118600         SET WS-OPER-FOUND TO TRUE
118700     END-IF.
118800 7010-MATCH-ONE-OPERATOR-EXIT.
118900     EXIT.
119000
119100 9000-FINISH.
119200     IF RCPT-STATUS-EOF AND NOT RC-SEVERE
119300         PERFORM 2450-RESET-CHECKPOINT
119400             THRU 2450-RESET-CHECKPOINT-EXIT
119500     END-IF.
119600     CLOSE RECEIPT-QUEUE-FILE.
119700     CLOSE RECEIVING-REGISTER.
119800     CLOSE LOT-MASTER.
119900     CLOSE PO-MASTER.
120000     IF WS-UOMS-OPEN
120100         CLOSE UOM-MASTER
120200     END-IF.
120300     IF WS-APPTS-OPEN
120400         CLOSE APPOINTMENT-FILE
120500     END-IF.
120600     CLOSE SERIAL-MASTER.
120700     CLOSE SERIAL-HISTORY.
120800     CLOSE LABOR-LOG.
120900     CLOSE EXCEPTION-FILE.
121000     CLOSE MOVEMENT-EVENTS.
121100     DISPLAY 'RCVPOST - MESSAGES READ  : ' WS-MSGS-READ.
121200     DISPLAY 'RCVPOST - SKIPPED AS ALREADY POSTED: '
121300         WS-MSGS-SKIPPED.
121400     DISPLAY 'RCVPOST - RECEIPTS POSTED: ' WS-MSGS-POSTED.
121500     DISPLAY 'RCVPOST - REJECTED       : ' WS-MSGS-REJECTED.
121600     DISPLAY 'RCVPOST - QTY RECEIVED   : ' WS-QTY-RECEIVED.
121700     DISPLAY 'RCVPOST - POS CLOSED     : ' WS-POS-CLOSED.
121800     DISPLAY 'RCVPOST - OPER UNVERIFIED: ' WS-OPER-UNVERIFIED.
121900     DISPLAY 'RCVPOST - APPTS ARRIVED  : ' WS-APPTS-MATCHED.
122000     DISPLAY 'RCVPOST - UNSCHEDULED    : ' WS-RCPTS-UNSCHEDULED.
122100     DISPLAY 'RCVPOST - SERIALS RCVD   : ' WS-SERIALS-RECEIVED.
122200     DISPLAY 'RCVPOST - RETURN CODE    : ' WS-RETURN-CODE.
122300 9000-FINISH-EXIT.
122400     EXIT.
122500
122600 9600-WRITE-MOVEMENT-EVENT.
122700*    ONE STOCK MOVEMENT EVENT PER REGISTER LINE FOR THE OWNER
122800*    PUBLISHER (SEE MEVTREC).  THE CALLER SETS THE OWNER,
122900*    ITEM, TYPE, QUANTITY AND REFERENCE.
123000     MOVE ZERO TO MEV-ON-HAND.
123100     EXEC SQL
123200         SELECT qty_on_hand
123300             INTO :MEV-ON-HAND
123400             FROM items
123500             WHERE owner = :MEV-OWNER
123600               AND itemname = :MEV-ITEM-NAME
123700     END-EXEC.
123800     IF SQLCODE NOT = 0
123900         MOVE ZERO TO MEV-ON-HAND
124000     END-IF.
124100     MOVE WS-TODAY-YYYYMMDD TO MEV-DATE.
124200     MOVE WS-TIME-HHMMSSHH  TO MEV-TIME.
124300     MOVE 'RCVPOST ' TO MEV-PROGRAM-ID.
124400     WRITE MOVEMENT-EVENT-RECORD.
124500 9600-WRITE-MOVEMENT-EVENT-EXIT.
124600     EXIT.
124700
124800 9500-OPEN-ERROR-TICKET.
124900*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
125000*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
125100*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
125200     OPEN EXTEND TICKET-INTAKE.
125300     IF NOT TICKET-STATUS-OK
125400         OPEN OUTPUT TICKET-INTAKE
125500     END-IF.
125600     IF NOT TICKET-STATUS-OK
125700         DISPLAY 'RCVPOST - UNABLE TO OPEN TICKETS, STATUS='
125800             WS-TICKET-STATUS
125900         GO TO 9500-OPEN-ERROR-TICKET-EXIT
126000     END-IF.
126100*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
126200*    UNIQUE WITHIN THE DAY THE SAME WAY.
126300     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
126400     MOVE 'RCVPOST ' TO TICK-PROGRAM.
126500     IF WS-LAST-EXC-KEY NOT = SPACES
126600         MOVE SPACES TO TICK-ERROR-DETAIL
126700         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
126800                ' ' WS-LAST-EXC-TEXT(1:14)
126900             DELIMITED BY SIZE
127000             INTO TICK-ERROR-DETAIL
127100         END-STRING
127200     ELSE
127300         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
127400             TICK-ERROR-DETAIL
127500     END-IF.
127600     SET TICK-OPEN TO TRUE.
127700     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
127800     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
127900     MOVE ZERO TO TICK-RESOLVED-DATE.
128000     WRITE TICKET-RECORD.
128100     CLOSE TICKET-INTAKE.
128200 9500-OPEN-ERROR-TICKET-EXIT.
128300     EXIT.
128400
128500 9999-EXIT.
128600     STOP RUN.
