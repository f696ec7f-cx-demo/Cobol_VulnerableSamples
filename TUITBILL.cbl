002600*                    THE TICKETS INTAKE (SEE TICKREC), SO
002700*                    TICKAGE AGES BATCH FAILURES WITH THE
002800*                    REST OF THE QUEUE.
002900*   2026-10-15 RLW  A COURSE DROPPED OR WITHDRAWN AFTER IT WAS
003000*                    BILLED STAYS ON THE BILL - CRSEDROP HAS
003100*                    ALREADY CREDITED ITS REFUND (SEE REFNDREC),
003200*                    SO THE CHARGE MUST STAND OR A REBILL WOULD
003300*                    REFUND IT TWICE.  THE REBILL CARRIES THE
003400*                    CREDITS AND RESTATES THE BALANCE AND REFUND
003500*                    DUE THE SAME WAY CRSEDROP DOES (RECVREC).
003600*   2026-10-15 RLW  TUITREG IS NOW CUMULATIVE - OPENED EXTEND,
003700*                    NOT OUTPUT - SO THE YEAR'S BILLINGS ARE
003800*                    STILL THERE FOR THE TAX1098 YEAR-END RUN.
003900*                    GLFEED ALREADY TAKES ONLY THE BUSINESS
004000*                    DATE'S LINES.
004100*   2026-10-15 RLW  A REBILL'S REGISTER LINE NOW CARRIES THE
004200*                    AMOUNT BILLED BEFORE IT (TREG-PRIOR-AMOUNT,
004300*                    ZERO ON A FIRST BILL), SO GLFEED JOURNALS
004400*                    ONLY THE CHANGE INSTEAD OF BOOKING THE
004500*                    TERM'S REVENUE A SECOND TIME.
004600*   2026-10-15 RLW  A NEW INVOICE - A FIRST BILL, OR A REBILL
004700*                    THAT CHANGES THE AMOUNT - NOW APPENDS A
004800*                    'BILL' RECORD TO THE SHARED NOTIFQ
004900*                    NOTIFICATION QUEUE (SEE NOTFREC).  A RERUN
005000*                    THAT REBILLS THE SAME AMOUNT SENDS NOTHING.
005100*   2026-10-15 RLW  THE RECEIVABLE NOW ALSO CARRIES THE HOUSASGN
005200*                    ROOM CHARGE (RECV-HOUSING-BILLED).  A
005300*                    REBILL RESTATES ONLY THE TUITION SHARE OF
005400*                    RECV-BILLED AND KEEPS THE HOUSING SHARE,
005500*                    AND THE PRIOR AMOUNT ON THE REGISTER AND
005600*                    THE NOTIFICATION TEST ARE TUITION ONLY.
005700*   2026-10-15 RLW  THE RESTATED BALANCE ADDS BACK THE REFUND
005800*                    CHECKS ALREADY ISSUED (RECV-REFUNDED, SEE
005900*                    RECVREC), AND A NEW RECEIVABLE STARTS WITH
006000*                    NONE.
006100*================================================================
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT STUDENT ASSIGN TO FILENAME
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS STUDENT-ID
006900         FILE STATUS IS WS-STUDENT-STATUS.
007000
007100     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS ENRL-KEY
007500         FILE STATUS IS WS-ENRL-STATUS.
007600
007700     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS COURSE-ID
008100         FILE STATUS IS WS-COURSE-STATUS.
008200
008300     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS ADDR-STUDENT-ID
008700         FILE STATUS IS WS-ADDR-STATUS.
008800
008900     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS RECV-KEY
009300         FILE STATUS IS WS-RECV-STATUS.
009400
009500     SELECT RATE-FILE ASSIGN TO "TUITRATE"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-RATE-STATUS.
009800
009900     SELECT INVOICE-PRINT ASSIGN TO "TUITINV"
010000         ORGANIZATION IS LINE SEQUENTIAL.
010100
010200     SELECT BILLING-REGISTER ASSIGN TO "TUITREG"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-TREG-STATUS.
010500
010600     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-PARM-STATUS.
010900
011000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-BUSDATE-STATUS.
011300
011400     SELECT EXCEPTION-FILE ASSIGN TO "TUITEXC"
011500         ORGANIZATION IS LINE SEQUENTIAL.
011600
011700     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQ"
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS WS-NOTF-STATUS.
012000
012100     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS WS-TICKET-STATUS.
012400
012500     SELECT REFUND-HISTORY ASSIGN TO "REFNDHST"
012600         ORGANIZATION IS INDEXED
012700         ACCESS MODE IS DYNAMIC
012800         RECORD KEY IS REFH-KEY
012900         FILE STATUS IS WS-REFH-STATUS.
013000
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  STUDENT.
013400     COPY STUDREC.
013500
013600 01  FILENAME                   PIC X(12).
013700
013800 FD  ENROLLMENT-FILE.
013900     COPY ENRLREC.
014000
014100 FD  COURSE-CATALOG.
014200     COPY COURSREC.
014300
014400 FD  ADDRESS-FILE.
014500     COPY ADDRREC.
014600
014700 FD  RECEIVABLE-FILE.
014800     COPY RECVREC.
014900
015000 FD  RATE-FILE.
015100 01  RATE-RECORD.
015200     05  RATE-PER-CREDIT             PIC 9(05)V9(02).
015300
015400 FD  INVOICE-PRINT.
015500 01  INVOICE-PRINT-LINE             PIC X(80).
015600
015700 FD  BILLING-REGISTER.
015800 01  BILLING-REGISTER-LINE.
015900     05  TREG-DATE                   PIC X(08).
016000     05  FILLER                      PIC X(01).
016100     05  TREG-TIME                   PIC X(08).
016200     05  FILLER                      PIC X(09).
016300     05  TREG-STUDENT-ID             PIC X(09).
016400     05  FILLER                      PIC X(06).
016500     05  TREG-TERM                   PIC X(05).
016600     05  FILLER                      PIC X(05).
016700     05  TREG-AMOUNT                 PIC 9(07)V9(02).
016800     05  FILLER                      PIC X(01).
016900     05  TREG-PRIOR-AMOUNT           PIC 9(07)V9(02).
017000     05  FILLER                      PIC X(10).
017100
017200 FD  PARM-CARD-FILE.
017300     COPY PARMREC.
017400
017500 FD  BUSDATE-FILE.
017600     COPY BUSDATE.
017700
017800 FD  EXCEPTION-FILE.
017900     COPY EXCREC.
018000
018100 FD  NOTIFY-QUEUE.
018200     COPY NOTFREC.
018300
018400 FD  TICKET-INTAKE.
018500     COPY TICKREC.
018600
018700 FD  REFUND-HISTORY.
018800     COPY REFNDREC.
018900
019000 WORKING-STORAGE SECTION.
019100     COPY STUDWS.
019200     COPY RETCODES.
019300
019400 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
019500     88  STUDENT-STATUS-OK           VALUE '00'.
019600 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
019700     88  ENRL-STATUS-OK              VALUE '00'.
019800     88  ENRL-STATUS-EOF             VALUE '10'.
019900 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
020000     88  COURSE-STATUS-OK            VALUE '00'.
020100 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
020200     88  ADDR-STATUS-OK              VALUE '00'.
020300 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
020400     88  RECV-STATUS-OK              VALUE '00'.
020500     88  RECV-STATUS-DUPKEY          VALUE '22'.
020600 01  WS-RATE-STATUS                 PIC X(02) VALUE '00'.
020700     88  RATE-STATUS-OK              VALUE '00'.
020800 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
020900     88  PARM-STATUS-OK              VALUE '00'.
021000     88  PARM-STATUS-EOF             VALUE '10'.
021100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
021200     88  BUSDATE-STATUS-OK           VALUE '00'.
021300 01  WS-REFH-STATUS                 PIC X(02) VALUE '00'.
021400     88  REFH-STATUS-OK              VALUE '00'.
021500 01  WS-TREG-STATUS                 PIC X(02) VALUE '00'.
021600     88  TREG-STATUS-OK              VALUE '00'.
021700 01  WS-NOTF-STATUS                 PIC X(02) VALUE '00'.
021800     88  NOTF-STATUS-OK              VALUE '00'.
021900
022000 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
022100     88  WS-PARM-FOUND               VALUE 'Y'.
022200 01  WS-ADDR-FOUND-SW               PIC X(01) VALUE 'N'.
022300     88  WS-ADDR-FOUND               VALUE 'Y'.
022400 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
022500     88  WS-FIRST-STUDENT            VALUE 'Y'.
022600 01  WS-REFH-OPEN-SW                PIC X(01) VALUE 'N'.
022700     88  WS-REFH-OPEN                VALUE 'Y'.
022800 01  WS-REFH-FOUND-SW               PIC X(01) VALUE 'N'.
022900     88  WS-REFH-FOUND               VALUE 'Y'.
023000 01  WS-NET-BALANCE                 PIC S9(08)V9(02) VALUE ZERO.
023100
023200 01  WS-BILL-TERM                   PIC X(05) VALUE SPACES.
023300 01  WS-RATE-PER-CREDIT             PIC 9(05)V9(02) VALUE ZERO.
023400 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
023500 01  WS-STUDENT-TOTAL               PIC 9(07)V9(02) VALUE ZERO.
023600 01  WS-LINE-AMOUNT                 PIC 9(07)V9(02) VALUE ZERO.
023700 01  WS-PRIOR-BILLED                PIC 9(07)V9(02) VALUE ZERO.
023800 01  WS-CREDITS-NUM                 PIC 9(02) VALUE ZERO.
023900 01  WS-AMOUNT-EDIT                 PIC Z(06)9.99.
024000
024100 01  WS-LINES-BILLED                PIC 9(07) COMP VALUE ZERO.
024200 01  WS-INVOICES-PRINTED            PIC 9(07) COMP VALUE ZERO.
024300 01  WS-MISSING-ADDRESSES           PIC 9(07) COMP VALUE ZERO.
024400 01  WS-LINES-UNPRICED              PIC 9(07) COMP VALUE ZERO.
024500 01  WS-LINES-REFUNDED              PIC 9(07) COMP VALUE ZERO.
024600 01  WS-TOTAL-BILLED                PIC 9(09)V9(02) VALUE ZERO.
024700
024800 01  WS-CURRENT-DATE-TIME.
024900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
025000     05  WS-TIME-HHMMSSHH           PIC 9(08).
025100     05  FILLER                     PIC X(05).
025200
025300 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
025400     88  TICKET-STATUS-OK            VALUE '00'.
025500
025600*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
025700*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
025800*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
025900 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
026000 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
026100 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
026200
026300 PROCEDURE DIVISION.
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE
026600         THRU 1000-INITIALIZE-EXIT.
026700
026800     PERFORM 2000-BILL-NEXT-ENROLLMENT
026900         THRU 2000-BILL-NEXT-ENROLLMENT-EXIT
027000         UNTIL ENRL-STATUS-EOF.
027100
027200     IF NOT WS-FIRST-STUDENT
027300         PERFORM 3000-CLOSE-INVOICE
027400             THRU 3000-CLOSE-INVOICE-EXIT
027500     END-IF.
027600
027700     PERFORM 9000-FINISH
027800         THRU 9000-FINISH-EXIT.
027900
028000     IF RC-ERROR OR RC-SEVERE
028100         PERFORM 9500-OPEN-ERROR-TICKET
028200             THRU 9500-OPEN-ERROR-TICKET-EXIT
028300     END-IF.
028400     MOVE WS-RETURN-CODE TO RETURN-CODE.
028500     GO TO 9999-EXIT.
028600
028700 1000-INITIALIZE.
028800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
028900     PERFORM 1050-GET-BUSINESS-DATE
029000         THRU 1050-GET-BUSINESS-DATE-EXIT.
029100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
029200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
029300     OPEN OUTPUT EXCEPTION-FILE.
029400     OPEN OUTPUT INVOICE-PRINT.
029500*    THE REGISTER ACCUMULATES ACROSS RUNS - EXTEND, NOT OUTPUT.
029600*    THE FIRST RUN CREATES IT.
029700     OPEN EXTEND BILLING-REGISTER.
029800     IF NOT TREG-STATUS-OK
029900         OPEN OUTPUT BILLING-REGISTER
030000     END-IF.
030100*    SO DOES THE SHARED NOTIFICATION QUEUE.
030200     OPEN EXTEND NOTIFY-QUEUE.
030300     IF NOT NOTF-STATUS-OK
030400         OPEN OUTPUT NOTIFY-QUEUE
030500     END-IF.
030600     PERFORM 1080-READ-PARM-CARD
030700         THRU 1080-READ-PARM-CARD-EXIT.
030800     IF NOT WS-PARM-FOUND
030900         DISPLAY 'ENTER STUDENT DATASET NAME: '
031000         ACCEPT FILENAME
031100         DISPLAY 'ENTER TERM TO BILL (E.G. 2026F): '
031200         ACCEPT WS-BILL-TERM
031300     END-IF.
031400     PERFORM 1100-LOAD-RATE
031500         THRU 1100-LOAD-RATE-EXIT.
031600     IF RC-SEVERE
031700         SET ENRL-STATUS-EOF TO TRUE
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF.
032000     OPEN INPUT STUDENT.
032100     IF NOT STUDENT-STATUS-OK
032200         DISPLAY 'TUITBILL - UNABLE TO OPEN STUDENT FILE, STATUS='
032300             WS-STUDENT-STATUS
032400         SET RC-SEVERE TO TRUE
032500         SET ENRL-STATUS-EOF TO TRUE
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800     OPEN INPUT COURSE-CATALOG.
032900     IF NOT COURSE-STATUS-OK
033000         DISPLAY 'TUITBILL - UNABLE TO OPEN CRSECAT, STATUS='
033100             WS-COURSE-STATUS
033200         SET RC-SEVERE TO TRUE
033300         SET ENRL-STATUS-EOF TO TRUE
033400         GO TO 1000-INITIALIZE-EXIT
033500     END-IF.
033600     OPEN INPUT ADDRESS-FILE.
033700     IF NOT ADDR-STATUS-OK
033800         DISPLAY 'TUITBILL - UNABLE TO OPEN STUDADDR, STATUS='
033900             WS-ADDR-STATUS
034000         SET RC-SEVERE TO TRUE
034100         SET ENRL-STATUS-EOF TO TRUE
034200         GO TO 1000-INITIALIZE-EXIT
034300     END-IF.
034400     OPEN I-O RECEIVABLE-FILE.
034500     IF NOT RECV-STATUS-OK
034600         OPEN OUTPUT RECEIVABLE-FILE
034700         IF NOT RECV-STATUS-OK
034800             DISPLAY 'TUITBILL - UNABLE TO OPEN STUDRECV, STATUS='
034900                 WS-RECV-STATUS
035000             SET RC-SEVERE TO TRUE
035100             SET ENRL-STATUS-EOF TO TRUE
035200             GO TO 1000-INITIALIZE-EXIT
035300         END-IF
035400     END-IF.
035500*    NO REFUND HISTORY MEANS NO REFUNDS YET - A DROPPED LINE
035600*    IS THEN SIMPLY NOT BILLED, AS BEFORE.
035700     OPEN INPUT REFUND-HISTORY.
035800     IF REFH-STATUS-OK
035900         SET WS-REFH-OPEN TO TRUE
036000     END-IF.
036100     OPEN INPUT ENROLLMENT-FILE.
036200     IF NOT ENRL-STATUS-OK
036300         DISPLAY 'TUITBILL - UNABLE TO OPEN ENRLMAST, STATUS='
036400             WS-ENRL-STATUS
036500         SET RC-SEVERE TO TRUE
036600         SET ENRL-STATUS-EOF TO TRUE
036700         GO TO 1000-INITIALIZE-EXIT
036800     END-IF.
036900     MOVE LOW-VALUES TO ENRL-KEY.
037000     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
037100         INVALID KEY SET ENRL-STATUS-EOF TO TRUE
037200     END-START.
037300 1000-INITIALIZE-EXIT.
037400     EXIT.
037500
037600 1050-GET-BUSINESS-DATE.
037700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
037800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
037900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
038000*    CLOCK TIME FIELD STAYS REAL.
038100     OPEN INPUT BUSDATE-FILE.
038200     IF NOT BUSDATE-STATUS-OK
038300         GO TO 1050-GET-BUSINESS-DATE-EXIT
038400     END-IF.
038500     READ BUSDATE-FILE
038600         AT END
038700             CLOSE BUSDATE-FILE
038800             GO TO 1050-GET-BUSINESS-DATE-EXIT
038900     END-READ.
039000     CLOSE BUSDATE-FILE.
039100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
039200             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
039300         DISPLAY 'TUITBILL - RUNNING AS OF BUSINESS DATE '
039400             BUS-DATE
039500         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
039600     END-IF.
039700 1050-GET-BUSINESS-DATE-EXIT.
039800     EXIT.
039900
040000 1080-READ-PARM-CARD.
040100*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-25 TERM.
040200     MOVE 'N' TO WS-PARM-FOUND-SW.
040300     OPEN INPUT PARM-CARD-FILE.
040400     IF NOT PARM-STATUS-OK
040500         GO TO 1080-READ-PARM-CARD-EXIT
040600     END-IF.
040700     PERFORM 1081-SCAN-ONE-CARD
040800         THRU 1081-SCAN-ONE-CARD-EXIT
040900         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
041000     CLOSE PARM-CARD-FILE.
041100     IF WS-PARM-FOUND
041200         IF PARM-OPTIONS(1:12) = SPACES
041300                 OR PARM-OPTIONS(13:5) = SPACES
041400             MOVE 'N' TO WS-PARM-FOUND-SW
041500             MOVE 'TUITBILL' TO EXC-PROGRAM-ID
041600             MOVE PARM-OPTIONS(1:17) TO EXC-KEY-VALUE
041700             MOVE 'E392' TO EXC-REASON-CODE
041800             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
041900                 EXC-REASON-TEXT
042000             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
042100             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
042200             MOVE SPACES TO EXC-OPERATOR-ID
042300             WRITE EXC-RECORD
042400             MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY
042500             MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON
042600             MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT
042700             SET RC-WARNING TO TRUE
042800         ELSE
042900             MOVE PARM-OPTIONS(1:12) TO FILENAME
043000             MOVE PARM-OPTIONS(13:5) TO WS-BILL-TERM
043100         END-IF
043200     END-IF.
043300 1080-READ-PARM-CARD-EXIT.
043400     EXIT.
043500
043600 1081-SCAN-ONE-CARD.
043700     READ PARM-CARD-FILE
043800         AT END SET PARM-STATUS-EOF TO TRUE
043900     END-READ.
044000     IF PARM-STATUS-EOF
044100         GO TO 1081-SCAN-ONE-CARD-EXIT
044200     END-IF.
044300     IF PARM-PROGRAM-ID = 'TUITBILL'
044400         SET WS-PARM-FOUND TO TRUE
044500     END-IF.
044600 1081-SCAN-ONE-CARD-EXIT.
044700     EXIT.
044800
044900 1100-LOAD-RATE.
045000*    ONE RATE RECORD DRIVES THE WHOLE RUN - NO RATE, NO BILLING.
045100     OPEN INPUT RATE-FILE.
045200     IF NOT RATE-STATUS-OK
045300         DISPLAY 'TUITBILL - UNABLE TO OPEN TUITRATE, STATUS='
045400             WS-RATE-STATUS
045500         SET RC-SEVERE TO TRUE
045600         GO TO 1100-LOAD-RATE-EXIT
045700     END-IF.
045800     READ RATE-FILE
045900         AT END
046000             DISPLAY 'TUITBILL - TUITRATE IS EMPTY'
046100             SET RC-SEVERE TO TRUE
046200             CLOSE RATE-FILE
046300             GO TO 1100-LOAD-RATE-EXIT
046400     END-READ.
046500     CLOSE RATE-FILE.
046600     IF RATE-PER-CREDIT IS NOT NUMERIC
046700             OR RATE-PER-CREDIT = ZERO
046800         DISPLAY 'TUITBILL - TUITRATE RATE INVALID'
046900         SET RC-SEVERE TO TRUE
047000         GO TO 1100-LOAD-RATE-EXIT
047100     END-IF.
047200     MOVE RATE-PER-CREDIT TO WS-RATE-PER-CREDIT.
047300 1100-LOAD-RATE-EXIT.
047400     EXIT.
047500
047600 2000-BILL-NEXT-ENROLLMENT.
047700     READ ENROLLMENT-FILE NEXT
047800         AT END SET ENRL-STATUS-EOF TO TRUE
047900     END-READ.
048000     IF NOT ENRL-STATUS-OK
048100         SET ENRL-STATUS-EOF TO TRUE
048200         GO TO 2000-BILL-NEXT-ENROLLMENT-EXIT
048300     END-IF.
048400     IF ENRL-TERM NOT = WS-BILL-TERM
048500         GO TO 2000-BILL-NEXT-ENROLLMENT-EXIT
048600     END-IF.
048700     IF NOT ENRL-REGISTERED
048800         PERFORM 2050-CHECK-REFUNDED
048900             THRU 2050-CHECK-REFUNDED-EXIT
049000         IF NOT WS-REFH-FOUND
049100             GO TO 2000-BILL-NEXT-ENROLLMENT-EXIT
049200         END-IF
049300         ADD 1 TO WS-LINES-REFUNDED
049400     END-IF.
049500
049600     IF WS-FIRST-STUDENT
049700             OR ENRL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
049800         IF NOT WS-FIRST-STUDENT
049900             PERFORM 3000-CLOSE-INVOICE
050000                 THRU 3000-CLOSE-INVOICE-EXIT
050100         END-IF
050200         MOVE ENRL-STUDENT-ID TO WS-PREV-STUDENT-ID
050300         PERFORM 2100-OPEN-INVOICE
050400             THRU 2100-OPEN-INVOICE-EXIT
050500     END-IF.
050600     MOVE 'N' TO WS-FIRST-STUDENT-SW.
050700
050800     PERFORM 2200-BILL-ONE-LINE
050900         THRU 2200-BILL-ONE-LINE-EXIT.
051000 2000-BILL-NEXT-ENROLLMENT-EXIT.
051100     EXIT.
051200
051300 2050-CHECK-REFUNDED.
051400*    A LINE NO LONGER REGISTERED STILL BILLS WHEN CRSEDROP
051500*    CREDITED A REFUND AGAINST IT - THE CREDIT ON THE
051600*    RECEIVABLE OFFSETS THE CHARGE, WHATEVER THE PERCENT.
051700     MOVE 'N' TO WS-REFH-FOUND-SW.
051800     IF NOT WS-REFH-OPEN
051900         GO TO 2050-CHECK-REFUNDED-EXIT
052000     END-IF.
052100     MOVE ENRL-KEY TO REFH-KEY.
052200     READ REFUND-HISTORY
052300         INVALID KEY CONTINUE
052400         NOT INVALID KEY SET WS-REFH-FOUND TO TRUE
052500     END-READ.
052600 2050-CHECK-REFUNDED-EXIT.
052700     EXIT.
052800
052900 2100-OPEN-INVOICE.
053000     MOVE ZERO TO WS-STUDENT-TOTAL.
053100     ADD 1 TO WS-INVOICES-PRINTED.
053200
053300     MOVE SPACES TO INVOICE-PRINT-LINE.
053400     WRITE INVOICE-PRINT-LINE.
053500     MOVE SPACES TO INVOICE-PRINT-LINE.
053600     STRING 'TUITION INVOICE - TERM ' WS-BILL-TERM
053700            '  DATE ' WS-TODAY-YYYYMMDD
053800         DELIMITED BY SIZE
053900         INTO INVOICE-PRINT-LINE
054000     END-STRING.
054100     WRITE INVOICE-PRINT-LINE.
054200
054300     MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
054400     READ STUDENT INTO WS-STUDENT
054500         INVALID KEY
054600             MOVE WS-PREV-STUDENT-ID TO WS-STUDENT-ID
054700             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
054800     END-READ.
054900
055000     PERFORM 2150-PRINT-ADDRESS-BLOCK
055100         THRU 2150-PRINT-ADDRESS-BLOCK-EXIT.
055200 2100-OPEN-INVOICE-EXIT.
055300     EXIT.
055400
055500 2150-PRINT-ADDRESS-BLOCK.
055600*    THE SAME NAME/STREET/CITY BLOCK ADDRPRNT PRINTS - MAILINGS
055700*    JOIN THE MASTER AND STUDADDR ON STUDENT-ID.
055800     MOVE 'N' TO WS-ADDR-FOUND-SW.
055900     MOVE WS-PREV-STUDENT-ID TO ADDR-STUDENT-ID.
056000     READ ADDRESS-FILE
056100         INVALID KEY CONTINUE
056200         NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SW
056300     END-READ.
056400     MOVE WS-NAME TO INVOICE-PRINT-LINE.
056500     WRITE INVOICE-PRINT-LINE.
056600     IF WS-ADDR-FOUND
056700         MOVE ADDR-STREET TO INVOICE-PRINT-LINE
056800         WRITE INVOICE-PRINT-LINE
056900         MOVE SPACES TO INVOICE-PRINT-LINE
057000         STRING ADDR-CITY ' ' ADDR-STATE ' ' ADDR-ZIP
057100             DELIMITED BY SIZE
057200             INTO INVOICE-PRINT-LINE
057300         END-STRING
057400         WRITE INVOICE-PRINT-LINE
057500     ELSE
057600         ADD 1 TO WS-MISSING-ADDRESSES
057700         SET RC-WARNING TO TRUE
057800         MOVE '** NO ADDRESS ON FILE **' TO INVOICE-PRINT-LINE
057900         WRITE INVOICE-PRINT-LINE
058000     END-IF.
058100     MOVE SPACES TO INVOICE-PRINT-LINE.
058200     WRITE INVOICE-PRINT-LINE.
058300 2150-PRINT-ADDRESS-BLOCK-EXIT.
058400     EXIT.
058500
058600 2200-BILL-ONE-LINE.
058700     MOVE ENRL-COURSE-ID TO COURSE-ID.
058800     READ COURSE-CATALOG
058900         INVALID KEY
059000             MOVE '** TITLE NOT IN CATALOG **' TO COURSE-TITLE
059100             MOVE ZERO TO COURSE-CREDITS
059200     END-READ.
059300     IF COURSE-CREDITS IS NUMERIC
059400         MOVE COURSE-CREDITS TO WS-CREDITS-NUM
059500     ELSE
059600         MOVE ZERO TO WS-CREDITS-NUM
059700     END-IF.
059800     IF WS-CREDITS-NUM = ZERO
059900*        A LINE WITHOUT CREDITS BILLS NOTHING AND IS COUNTED SO
060000*        THE BURSAR SEES HOW MUCH WENT OUT UNPRICED.
060100         ADD 1 TO WS-LINES-UNPRICED
060200         SET RC-WARNING TO TRUE
060300     END-IF.
060400     COMPUTE WS-LINE-AMOUNT =
060500         WS-CREDITS-NUM * WS-RATE-PER-CREDIT.
060600     ADD WS-LINE-AMOUNT TO WS-STUDENT-TOTAL.
060700     ADD 1 TO WS-LINES-BILLED.
060800
060900     MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
061000     MOVE SPACES TO INVOICE-PRINT-LINE.
061100     STRING '  ' ENRL-COURSE-ID
061200            ' SEC ' ENRL-SECTION
061300            ' ' COURSE-TITLE
061400            ' ' WS-AMOUNT-EDIT
061500         DELIMITED BY SIZE
061600         INTO INVOICE-PRINT-LINE
061700     END-STRING.
061800     WRITE INVOICE-PRINT-LINE.
061900 2200-BILL-ONE-LINE-EXIT.
062000     EXIT.
062100
062200 3000-CLOSE-INVOICE.
062300     MOVE WS-STUDENT-TOTAL TO WS-AMOUNT-EDIT.
062400     MOVE SPACES TO INVOICE-PRINT-LINE.
062500     STRING '  TOTAL DUE ' WS-AMOUNT-EDIT
062600         DELIMITED BY SIZE
062700         INTO INVOICE-PRINT-LINE
062800     END-STRING.
062900     WRITE INVOICE-PRINT-LINE.
063000     ADD WS-STUDENT-TOTAL TO WS-TOTAL-BILLED.
063100
063200     PERFORM 3100-POST-RECEIVABLE
063300         THRU 3100-POST-RECEIVABLE-EXIT.
063400     PERFORM 3200-WRITE-REGISTER-LINE
063500         THRU 3200-WRITE-REGISTER-LINE-EXIT.
063600     IF WS-STUDENT-TOTAL NOT = WS-PRIOR-BILLED
063700         PERFORM 3300-WRITE-NOTIFICATION
063800             THRU 3300-WRITE-NOTIFICATION-EXIT
063900     END-IF.
064000 3000-CLOSE-INVOICE-EXIT.
064100     EXIT.
064200
064300 3100-POST-RECEIVABLE.
064400*    A RERUN REBILLS THE SAME STUDENT/TERM IN PLACE - THE BALANCE
064500*    IS ALWAYS BILLED MINUS CREDITED MINUS PAID, NEVER DOUBLED.
064600     MOVE ZERO               TO WS-PRIOR-BILLED.
064700     MOVE WS-PREV-STUDENT-ID TO RECV-STUDENT-ID.
064800     MOVE WS-BILL-TERM       TO RECV-TERM.
064900     MOVE WS-TODAY-YYYYMMDD  TO RECV-BILL-DATE.
065000     MOVE WS-STUDENT-TOTAL   TO RECV-BILLED.
065100     MOVE ZERO               TO RECV-PAID.
065200     MOVE WS-STUDENT-TOTAL   TO RECV-BALANCE.
065300     MOVE ZERO               TO RECV-CREDITED.
065400     MOVE ZERO               TO RECV-REFUND-DUE.
065500     MOVE ZERO               TO RECV-REFUNDED.
065600     SET RECV-IN-HOUSE       TO TRUE.
065700     MOVE ZERO               TO RECV-PLACED-DATE.
065800     MOVE ZERO               TO RECV-AID-DISBURSED.
065900     MOVE ZERO               TO RECV-HOUSING-BILLED.
066000     WRITE RECEIVABLE-RECORD
066100         INVALID KEY
066200             PERFORM 3150-REBILL-IN-PLACE
066300                 THRU 3150-REBILL-IN-PLACE-EXIT
066400     END-WRITE.
066500 3100-POST-RECEIVABLE-EXIT.
066600     EXIT.
066700
066800 3150-REBILL-IN-PLACE.
066900     MOVE WS-PREV-STUDENT-ID TO RECV-STUDENT-ID.
067000     MOVE WS-BILL-TERM       TO RECV-TERM.
067100     READ RECEIVABLE-FILE
067200         INVALID KEY GO TO 3150-REBILL-IN-PLACE-EXIT
067300     END-READ.
067400*    THE HOUSING SHARE IS HOUSASGN'S - ONLY THE TUITION SHARE
067500*    OF THE BILL IS RESTATED HERE.
067600     COMPUTE WS-PRIOR-BILLED =
067700         RECV-BILLED - RECV-HOUSING-BILLED.
067800     MOVE WS-TODAY-YYYYMMDD TO RECV-BILL-DATE.
067900     COMPUTE RECV-BILLED =
068000         WS-STUDENT-TOTAL + RECV-HOUSING-BILLED.
068100*    SAME RULE AS CRSEDROP - A CREDIT BALANCE STOPS AT ZERO AND
068200*    THE EXCESS IS OWED BACK (SEE RECVREC).
068300     COMPUTE WS-NET-BALANCE =
068400         RECV-BILLED - RECV-CREDITED - RECV-PAID
068500         + RECV-REFUNDED.
068600     IF WS-NET-BALANCE < ZERO
068700         MOVE ZERO TO RECV-BALANCE
068800         COMPUTE RECV-REFUND-DUE = ZERO - WS-NET-BALANCE
068900     ELSE
069000         MOVE WS-NET-BALANCE TO RECV-BALANCE
069100         MOVE ZERO TO RECV-REFUND-DUE
069200     END-IF.
069300     REWRITE RECEIVABLE-RECORD
069400         INVALID KEY CONTINUE
069500     END-REWRITE.
069600 3150-REBILL-IN-PLACE-EXIT.
069700     EXIT.
069800
069900 3200-WRITE-REGISTER-LINE.
070000*    THE REGISTER IS WHAT GLFEED PRICES INTO THE REVENUE
070100*    JOURNALS - ONE LINE PER INVOICE, FIXED COLUMNS.  A REBILL
070200*    ADDS A NEW FULL-TOTAL LINE; THE LATEST LINE FOR A
070300*    STUDENT/TERM IS THE ONE THAT STANDS (SEE TAX1098).
070400     MOVE SPACES TO BILLING-REGISTER-LINE.
070500     MOVE WS-TODAY-YYYYMMDD TO TREG-DATE.
070600     MOVE WS-TIME-HHMMSSHH  TO TREG-TIME.
070700     MOVE WS-PREV-STUDENT-ID TO TREG-STUDENT-ID.
070800     MOVE WS-BILL-TERM TO TREG-TERM.
070900     MOVE WS-STUDENT-TOTAL TO TREG-AMOUNT.
071000     MOVE WS-PRIOR-BILLED TO TREG-PRIOR-AMOUNT.
071100     WRITE BILLING-REGISTER-LINE.
071200 3200-WRITE-REGISTER-LINE-EXIT.
071300     EXIT.
071400
071500 3300-WRITE-NOTIFICATION.
071600*    SHARED NOTIFICATION QUEUE (SEE NOTFREC) - THE AMOUNT IS
071700*    THE INVOICE TOTAL JUST PRINTED.
071800     MOVE SPACES TO NOTIFICATION-RECORD.
071900     MOVE 'TUITBILL' TO NOTF-PROGRAM-ID.
072000     MOVE WS-PREV-STUDENT-ID TO NOTF-STUDENT-ID.
072100     SET NOTF-NEW-INVOICE TO TRUE.
072200     MOVE WS-BILL-TERM TO NOTF-TERM.
072300     MOVE WS-STUDENT-TOTAL TO WS-AMOUNT-EDIT.
072400     STRING 'TUITION INVOICE TOTAL DUE ' WS-AMOUNT-EDIT
072500         DELIMITED BY SIZE
072600         INTO NOTF-DETAIL
072700     END-STRING.
072800     MOVE WS-TODAY-YYYYMMDD TO NOTF-EVENT-DATE.
072900     MOVE WS-TIME-HHMMSSHH  TO NOTF-EVENT-TIME.
073000     WRITE NOTIFICATION-RECORD.
073100 3300-WRITE-NOTIFICATION-EXIT.
073200     EXIT.
073300
073400 9000-FINISH.
073500     CLOSE STUDENT.
073600     CLOSE ENROLLMENT-FILE.
073700     CLOSE COURSE-CATALOG.
073800     CLOSE ADDRESS-FILE.
073900     CLOSE RECEIVABLE-FILE.
074000     CLOSE INVOICE-PRINT.
074100     CLOSE BILLING-REGISTER.
074200     CLOSE NOTIFY-QUEUE.
074300     CLOSE EXCEPTION-FILE.
074400     IF WS-REFH-OPEN
074500         CLOSE REFUND-HISTORY
074600     END-IF.
074700     DISPLAY 'TUITBILL - LINES BILLED     : ' WS-LINES-BILLED.
074800     DISPLAY 'TUITBILL - INVOICES PRINTED : '
074900         WS-INVOICES-PRINTED.
075000     DISPLAY 'TUITBILL - MISSING ADDRESSES: '
075100         WS-MISSING-ADDRESSES.
075200     DISPLAY 'TUITBILL - LINES UNPRICED   : ' WS-LINES-UNPRICED.
075300     DISPLAY 'TUITBILL - REFUNDED LINES   : ' WS-LINES-REFUNDED.
075400     DISPLAY 'TUITBILL - TOTAL BILLED     : ' WS-TOTAL-BILLED.
075500     DISPLAY 'TUITBILL - RETURN CODE      : ' WS-RETURN-CODE.
075600 9000-FINISH-EXIT.
075700     EXIT.
075800
075900 9500-OPEN-ERROR-TICKET.
076000*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
076100*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
076200*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
076300     OPEN EXTEND TICKET-INTAKE.
076400     IF NOT TICKET-STATUS-OK
076500         OPEN OUTPUT TICKET-INTAKE
076600     END-IF.
076700     IF NOT TICKET-STATUS-OK
076800         DISPLAY 'TUITBILL - UNABLE TO OPEN TICKETS, STATUS='
076900             WS-TICKET-STATUS
077000         GO TO 9500-OPEN-ERROR-TICKET-EXIT
077100     END-IF.
077200*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
077300*    UNIQUE WITHIN THE DAY THE SAME WAY.
077400     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
077500     MOVE 'TUITBILL' TO TICK-PROGRAM.
077600     IF WS-LAST-EXC-KEY NOT = SPACES
077700         MOVE SPACES TO TICK-ERROR-DETAIL
077800         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
077900                ' ' WS-LAST-EXC-TEXT(1:14)
078000             DELIMITED BY SIZE
078100             INTO TICK-ERROR-DETAIL
078200         END-STRING
078300     ELSE
078400         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
078500             TICK-ERROR-DETAIL
078600     END-IF.
078700     SET TICK-OPEN TO TRUE.
078800     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
078900     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
079000     MOVE ZERO TO TICK-RESOLVED-DATE.
079100     WRITE TICKET-RECORD.
079200     CLOSE TICKET-INTAKE.
079300 9500-OPEN-ERROR-TICKET-EXIT.
079400     EXIT.
079500
079600 9999-EXIT.
079700     STOP RUN.
