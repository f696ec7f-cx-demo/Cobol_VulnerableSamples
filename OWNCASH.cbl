000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OWNCASH.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  OWNER CASH APPLICATION,
001000*                    THE COMPANION TO OWNBILL THE WAY TUITPAY
001100*                    IS TO TUITBILL.  APPLIES THE OWNPAY
001200*                    PAYMENTS TO THE OWNER'S OPEN INVOICES ON
001300*                    THE INDEXED OWNRECV RECEIVABLE (SEE
001400*                    OARREC), OLDEST BILLING MONTH FIRST, A
001500*                    PARTIAL PAYMENT LEAVING THE REST OF THE
001600*                    INVOICE OPEN.  A PAYMENT FOR AN OWNER WITH
001700*                    NOTHING OPEN, OR FOR MORE THAN EVERYTHING
001800*                    OPEN, IS REJECTED WHOLE TO THE EXCEPTION
001900*                    FILE - A PERSON DECIDES WHERE UNMATCHED
002000*                    CASH GOES.  EVERY APPLICATION GOES ON THE
002100*                    CUMULATIVE OWNPREG PAYMENT REGISTER.  THEN
002200*                    AGES EVERY OPEN INVOICE BY DAYS PAST ITS
002300*                    DUE DATE INTO THE OWNAGER AGED OWNER-
002400*                    BALANCE REPORT, AND ON EACH OWNER BREAK
002500*                    PUTS THE OWNER ON CREDIT HOLD (SEE OCRREC)
002600*                    WHEN THE BALANCE IS OVER THEIR CREDIT LIMIT
002700*                    OR AN INVOICE IS OVERDUE PAST THE PARM CARD
002800*                    THRESHOLD (DEFAULT 60 DAYS), AND RELEASES
002900*                    THE HOLD IT RAISED ONCE NEITHER IS TRUE.
003000*                    ORDENTRY WARNS ON A HELD OWNER'S ORDERS AND
003100*                    ORDALLOC HOLDS THEM BACK FROM ALLOCATION.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PAYMENT-FILE ASSIGN TO "OWNPAY"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PAYMENT-STATUS.
003900
004000     SELECT RECEIVABLE-FILE ASSIGN TO "OWNRECV"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OAR-KEY
004400         FILE STATUS IS WS-RECV-STATUS.
004500
004600     SELECT CREDIT-FILE ASSIGN TO "OWNCRED"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS OCR-OWNER
005000         FILE STATUS IS WS-CREDIT-STATUS.
005100
005200     SELECT AGING-REPORT ASSIGN TO "OWNAGER"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT PAYMENT-REGISTER ASSIGN TO "OWNPREG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PREG-STATUS.
005800
005900     SELECT EXCEPTION-FILE ASSIGN TO "OWNCEXC"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PARM-STATUS.
006500
006600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BUSDATE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PAYMENT-FILE.
007300 01  PAYMENT-RECORD.
007400     05  OPAY-OWNER                  PIC X(20).
007500     05  FILLER                      PIC X(01).
007600     05  OPAY-AMOUNT                 PIC 9(09)V9(02).
007700     05  FILLER                      PIC X(01).
007800     05  OPAY-REFERENCE              PIC X(10).
007900
008000 FD  RECEIVABLE-FILE.
008100     COPY OARREC.
008200
008300 FD  CREDIT-FILE.
008400     COPY OCRREC.
008500
008600 FD  AGING-REPORT.
008700 01  AGING-REPORT-LINE              PIC X(132).
008800
008900*    ONE LINE PER INVOICE A PAYMENT WAS APPLIED TO, THE SAME
009000*    FIXED COLUMNS AS THE OWNBREG BILLING REGISTER AS FAR AS
009100*    THE AMOUNT, THEN THE MONTH PAID AND THE REMITTANCE
009200*    REFERENCE.
009300 FD  PAYMENT-REGISTER.
009400 01  PAYMENT-REGISTER-LINE.
009500     05  OPR-DATE                    PIC X(08).
009600     05  FILLER                      PIC X(01).
009700     05  OPR-TIME                    PIC X(08).
009800     05  FILLER                      PIC X(07).
009900     05  OPR-OWNER                   PIC X(20).
010000     05  FILLER                      PIC X(05).
010100     05  OPR-AMOUNT                  PIC 9(07)V9(02).
010200     05  FILLER                      PIC X(01).
010300     05  OPR-BILL-MONTH              PIC 9(06).
010400     05  FILLER                      PIC X(01).
010500     05  OPR-REFERENCE               PIC X(10).
010600
010700 FD  EXCEPTION-FILE.
010800     COPY EXCREC.
010900
011000 FD  PARM-CARD-FILE.
011100     COPY PARMREC.
011200
011300 FD  BUSDATE-FILE.
011400     COPY BUSDATE.
011500
011600 WORKING-STORAGE SECTION.
011700     COPY RETCODES.
011800
011900 01  WS-PAYMENT-STATUS              PIC X(02) VALUE '00'.
012000     88  PAYMENT-STATUS-OK           VALUE '00'.
012100     88  PAYMENT-STATUS-EOF          VALUE '10'.
012200 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
012300     88  RECV-STATUS-OK              VALUE '00'.
012400     88  RECV-STATUS-EOF             VALUE '10'.
012500 01  WS-CREDIT-STATUS               PIC X(02) VALUE '00'.
012600     88  CREDIT-STATUS-OK            VALUE '00'.
012700 01  WS-PREG-STATUS                 PIC X(02) VALUE '00'.
012800     88  PREG-STATUS-OK              VALUE '00'.
012900 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
013000     88  PARM-STATUS-OK              VALUE '00'.
013100     88  PARM-STATUS-EOF             VALUE '10'.
013200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013300     88  BUSDATE-STATUS-OK           VALUE '00'.
013400 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
013500     88  WS-PARM-FOUND               VALUE 'Y'.
013600
013700*    THE OWNER'S INVOICES ARE BROWSED BY KEY FROM THEIR FIRST
013800*    BILLING MONTH - ONCE TO TOTAL WHAT IS OPEN, AGAIN TO
013900*    APPLY THE PAYMENT OLDEST FIRST.
014000 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
014100     88  WS-BROWSE-DONE              VALUE 'Y'.
014200 01  WS-OPEN-TOTAL                  PIC 9(11)V9(02) VALUE ZERO.
014300 01  WS-PAY-LEFT                    PIC 9(09)V9(02) VALUE ZERO.
014400 01  WS-APPLY-AMOUNT                PIC 9(09)V9(02) VALUE ZERO.
014500
014600 01  WS-PAYMENTS-READ               PIC 9(07) COMP VALUE ZERO.
014700 01  WS-PAYMENTS-POSTED             PIC 9(07) COMP VALUE ZERO.
014800 01  WS-PAYMENTS-REJECTED           PIC 9(07) COMP VALUE ZERO.
014900 01  WS-INVOICES-PAID               PIC 9(07) COMP VALUE ZERO.
015000 01  WS-AMOUNT-POSTED               PIC 9(11)V9(02) VALUE ZERO.
015100
015200*    AGING - TRUE CALENDAR DAYS PAST THE DUE DATE FROM
015300*    INTEGER-OF-DATE, AS TUITPAY COUNTS THEM.  AN INVOICE NOT
015400*    YET DUE IS ZERO DAYS OVERDUE.
015500 01  WS-TODAY-INT                   PIC 9(08) VALUE ZERO.
015600 01  WS-DUE-INT                     PIC 9(08) VALUE ZERO.
015700 01  WS-DAYS-OVERDUE                PIC 9(05) VALUE ZERO.
015800 01  WS-BUCKET-NOT-DUE              PIC 9(11)V9(02) VALUE ZERO.
015900 01  WS-BUCKET-30                   PIC 9(11)V9(02) VALUE ZERO.
016000 01  WS-BUCKET-60                   PIC 9(11)V9(02) VALUE ZERO.
016100 01  WS-BUCKET-90                   PIC 9(11)V9(02) VALUE ZERO.
016200 01  WS-BUCKET-OVER-90              PIC 9(11)V9(02) VALUE ZERO.
016300 01  WS-OPEN-INVOICES               PIC 9(07) COMP VALUE ZERO.
016400
016500*    THE OWNER BEING AGED - SETTLED ON THE OWNER BREAK.
016600 01  WS-AGE-OWNER                   PIC X(20) VALUE SPACES.
016700 01  WS-OWN-BALANCE                 PIC 9(11)V9(02) VALUE ZERO.
016800 01  WS-OWN-NOT-DUE                 PIC 9(11)V9(02) VALUE ZERO.
016900 01  WS-OWN-30                      PIC 9(11)V9(02) VALUE ZERO.
017000 01  WS-OWN-60                      PIC 9(11)V9(02) VALUE ZERO.
017100 01  WS-OWN-90                      PIC 9(11)V9(02) VALUE ZERO.
017200 01  WS-OWN-OVER-90                 PIC 9(11)V9(02) VALUE ZERO.
017300 01  WS-OWN-OLDEST-DAYS             PIC 9(05) VALUE ZERO.
017400 01  WS-OWN-OLDEST-MONTH            PIC 9(06) VALUE ZERO.
017500 01  WS-OWNERS-AGED                 PIC 9(07) COMP VALUE ZERO.
017600
017700 01  WS-AMOUNT-EDIT                 PIC Z(08)9.99.
017800 01  WS-EDIT-NOT-DUE                PIC Z(08)9.99.
017900 01  WS-EDIT-30                     PIC Z(08)9.99.
018000 01  WS-EDIT-60                     PIC Z(08)9.99.
018100 01  WS-EDIT-90                     PIC Z(08)9.99.
018200 01  WS-EDIT-OVER-90                PIC Z(08)9.99.
018300 01  WS-TOTAL-EDIT                  PIC Z(10)9.99.
018400
018500*    CREDIT HOLDS - THE OWNCASH CARD'S COLS 9-11 ARE THE DAYS
018600*    OVERDUE THAT PUT AN OWNER ON HOLD (BLANK OR ZERO TAKES
018700*    060).  THE CREDIT LIMIT IS PER OWNER, ON OWNCRED.
018800 01  WS-OVERDUE-LIMIT-DAYS          PIC 9(03) VALUE 060.
018900 01  WS-CREDIT-OPEN-SW              PIC X(01) VALUE 'N'.
019000     88  WS-CREDIT-FILE-OPEN         VALUE 'Y'.
019100 01  WS-CREDIT-FOUND-SW             PIC X(01) VALUE 'N'.
019200     88  WS-CREDIT-FOUND             VALUE 'Y'.
019300 01  WS-OVER-LIMIT-SW               PIC X(01) VALUE 'N'.
019400     88  WS-OVER-LIMIT               VALUE 'Y'.
019500 01  WS-PAST-DUE-SW                 PIC X(01) VALUE 'N'.
019600     88  WS-PAST-DUE                 VALUE 'Y'.
019700 01  WS-HOLD-TEXT                   PIC X(15) VALUE SPACES.
019800 01  WS-HOLDS-RAISED                PIC 9(07) COMP VALUE ZERO.
019900 01  WS-HOLDS-RELEASED              PIC 9(07) COMP VALUE ZERO.
020000
020100 01  WS-CURRENT-DATE-TIME.
020200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
020300     05  WS-TIME-HHMMSSHH           PIC 9(08).
020400     05  FILLER                     PIC X(05).
020500
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-INITIALIZE-EXIT.
021000
021100     PERFORM 2000-POST-NEXT-PAYMENT
021200         THRU 2000-POST-NEXT-PAYMENT-EXIT
021300         UNTIL PAYMENT-STATUS-EOF.
021400
021500     IF NOT RC-SEVERE
021600         PERFORM 4000-PRINT-AGING
021700             THRU 4000-PRINT-AGING-EXIT
021800     END-IF.
021900
022000     PERFORM 9000-FINISH
022100         THRU 9000-FINISH-EXIT.
022200
022300     MOVE WS-RETURN-CODE TO RETURN-CODE.
022400     GO TO 9999-EXIT.
022500
022600 1000-INITIALIZE.
022700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022800     PERFORM 1050-GET-BUSINESS-DATE
022900         THRU 1050-GET-BUSINESS-DATE-EXIT.
023000     PERFORM 1080-READ-PARM-CARD
023100         THRU 1080-READ-PARM-CARD-EXIT.
023200*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
023300*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
023400     OPEN OUTPUT EXCEPTION-FILE.
023500     OPEN OUTPUT AGING-REPORT.
023600*    THE PAYMENT REGISTER ACCUMULATES ACROSS RUNS - EXTEND, NOT
023700*    OUTPUT.  THE FIRST RUN CREATES IT.
023800     OPEN EXTEND PAYMENT-REGISTER.
023900     IF NOT PREG-STATUS-OK
024000         OPEN OUTPUT PAYMENT-REGISTER
024100     END-IF.
024200     OPEN I-O RECEIVABLE-FILE.
024300     IF NOT RECV-STATUS-OK
024400         DISPLAY 'OWNCASH - UNABLE TO OPEN OWNRECV, STATUS='
024500             WS-RECV-STATUS
024600         SET RC-SEVERE TO TRUE
024700         SET PAYMENT-STATUS-EOF TO TRUE
024800         GO TO 1000-INITIALIZE-EXIT
024900     END-IF.
025000*    NO PAYMENTS FILE IS A DAY WITH NO CASH - THE AGING AND
025100*    THE CREDIT HOLDS STILL RUN.
025200     OPEN INPUT PAYMENT-FILE.
025300     IF NOT PAYMENT-STATUS-OK
025400         DISPLAY 'OWNCASH - NO OWNPAY TO APPLY, STATUS='
025500             WS-PAYMENT-STATUS
025600         SET PAYMENT-STATUS-EOF TO TRUE
025700     END-IF.
025800*    THE CREDIT FILE IS CREATED EMPTY ON FIRST USE.  WITHOUT IT
025900*    PAYMENTS STILL POST - ONLY THE HOLD UPKEEP IS SKIPPED.
026000     OPEN I-O CREDIT-FILE.
026100     IF NOT CREDIT-STATUS-OK
026200         OPEN OUTPUT CREDIT-FILE
026300         IF CREDIT-STATUS-OK
026400             CLOSE CREDIT-FILE
026500             OPEN I-O CREDIT-FILE
026600         END-IF
026700     END-IF.
026800     IF CREDIT-STATUS-OK
026900         SET WS-CREDIT-FILE-OPEN TO TRUE
027000     ELSE
027100         DISPLAY 'OWNCASH - UNABLE TO OPEN OWNCRED, STATUS='
027200             WS-CREDIT-STATUS
027300         SET RC-WARNING TO TRUE
027400     END-IF.
027500 1000-INITIALIZE-EXIT.
027600     EXIT.
027700
027800 1050-GET-BUSINESS-DATE.
027900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
028000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
028100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
028200*    CLOCK TIME FIELD STAYS REAL.
028300     OPEN INPUT BUSDATE-FILE.
028400     IF NOT BUSDATE-STATUS-OK
028500         GO TO 1050-GET-BUSINESS-DATE-EXIT
028600     END-IF.
028700     READ BUSDATE-FILE
028800         AT END
028900             CLOSE BUSDATE-FILE
029000             GO TO 1050-GET-BUSINESS-DATE-EXIT
029100     END-READ.
029200     CLOSE BUSDATE-FILE.
029300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
029400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
029500         DISPLAY 'OWNCASH - RUNNING AS OF BUSINESS DATE '
029600             BUS-DATE
029700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
029800     END-IF.
029900 1050-GET-BUSINESS-DATE-EXIT.
030000     EXIT.
030100
030200 1080-READ-PARM-CARD.
030300*    CARD LAYOUT - COLS 9-11 THE DAYS OVERDUE THAT PUT AN
030400*    OWNER ON CREDIT HOLD (BLANK OR ZERO TAKES THE 060
030500*    DEFAULT).
030600     MOVE 'N' TO WS-PARM-FOUND-SW.
030700     OPEN INPUT PARM-CARD-FILE.
030800     IF NOT PARM-STATUS-OK
030900         GO TO 1080-READ-PARM-CARD-EXIT
031000     END-IF.
031100     PERFORM 1081-SCAN-ONE-CARD
031200         THRU 1081-SCAN-ONE-CARD-EXIT
031300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
031400     CLOSE PARM-CARD-FILE.
031500     IF WS-PARM-FOUND
031600         IF PARM-OPTIONS(1:3) IS NUMERIC
031700                 AND PARM-OPTIONS(1:3) NOT = '000'
031800             MOVE PARM-OPTIONS(1:3) TO WS-OVERDUE-LIMIT-DAYS
031900         END-IF
032000     END-IF.
032100 1080-READ-PARM-CARD-EXIT.
032200     EXIT.
032300
032400 1081-SCAN-ONE-CARD.
032500     READ PARM-CARD-FILE
032600         AT END SET PARM-STATUS-EOF TO TRUE
032700     END-READ.
032800     IF PARM-STATUS-EOF
032900         GO TO 1081-SCAN-ONE-CARD-EXIT
033000     END-IF.
033100     IF PARM-PROGRAM-ID = 'OWNCASH '
033200         SET WS-PARM-FOUND TO TRUE
033300     END-IF.
033400 1081-SCAN-ONE-CARD-EXIT.
033500     EXIT.
033600
033700 2000-POST-NEXT-PAYMENT.
033800     READ PAYMENT-FILE
033900         AT END SET PAYMENT-STATUS-EOF TO TRUE
034000     END-READ.
034100     IF PAYMENT-STATUS-EOF
034200         GO TO 2000-POST-NEXT-PAYMENT-EXIT
034300     END-IF.
034400
034500     ADD 1 TO WS-PAYMENTS-READ.
034600
034700     IF OPAY-OWNER = SPACES
034800             OR OPAY-AMOUNT IS NOT NUMERIC
034900             OR OPAY-AMOUNT = ZERO
035000         MOVE 'E475' TO EXC-REASON-CODE
035100         MOVE 'PAYMENT OWNER OR AMOUNT INVALID' TO
035200             EXC-REASON-TEXT
035300         PERFORM 2900-WRITE-EXCEPTION
035400             THRU 2900-WRITE-EXCEPTION-EXIT
035500         GO TO 2000-POST-NEXT-PAYMENT-EXIT
035600     END-IF.
035700
035800     PERFORM 2100-TOTAL-OPEN-INVOICES
035900         THRU 2100-TOTAL-OPEN-INVOICES-EXIT.
036000     IF WS-OPEN-TOTAL = ZERO
036100         MOVE 'E476' TO EXC-REASON-CODE
036200         MOVE 'NO OPEN INVOICE FOR OWNER' TO EXC-REASON-TEXT
036300         PERFORM 2900-WRITE-EXCEPTION
036400             THRU 2900-WRITE-EXCEPTION-EXIT
036500         GO TO 2000-POST-NEXT-PAYMENT-EXIT
036600     END-IF.
036700     IF OPAY-AMOUNT > WS-OPEN-TOTAL
036800*        AN OVERPAYMENT IS A KEYING OR REMITTANCE PROBLEM - A
036900*        PERSON DECIDES, THE BATCH DOES NOT.
037000         MOVE 'E477' TO EXC-REASON-CODE
037100         MOVE 'PAYMENT EXCEEDS OPEN BALANCE' TO EXC-REASON-TEXT
037200         PERFORM 2900-WRITE-EXCEPTION
037300             THRU 2900-WRITE-EXCEPTION-EXIT
037400         GO TO 2000-POST-NEXT-PAYMENT-EXIT
037500     END-IF.
037600
037700     MOVE OPAY-AMOUNT TO WS-PAY-LEFT.
037800     PERFORM 2200-START-OWNER-BROWSE
037900         THRU 2200-START-OWNER-BROWSE-EXIT.
038000     PERFORM 2300-APPLY-TO-NEXT-INVOICE
038100         THRU 2300-APPLY-TO-NEXT-INVOICE-EXIT
038200         UNTIL WS-BROWSE-DONE OR WS-PAY-LEFT = ZERO.
038300     IF WS-PAY-LEFT = ZERO
038400         ADD 1 TO WS-PAYMENTS-POSTED
038500     END-IF.
038600 2000-POST-NEXT-PAYMENT-EXIT.
038700     EXIT.
038800
038900 2100-TOTAL-OPEN-INVOICES.
039000     MOVE ZERO TO WS-OPEN-TOTAL.
039100     PERFORM 2200-START-OWNER-BROWSE
039200         THRU 2200-START-OWNER-BROWSE-EXIT.
039300     PERFORM 2110-ADD-ONE-INVOICE
039400         THRU 2110-ADD-ONE-INVOICE-EXIT
039500         UNTIL WS-BROWSE-DONE.
039600 2100-TOTAL-OPEN-INVOICES-EXIT.
039700     EXIT.
039800
039900 2110-ADD-ONE-INVOICE.
040000     PERFORM 2250-READ-OWNER-INVOICE
040100         THRU 2250-READ-OWNER-INVOICE-EXIT.
040200     IF NOT WS-BROWSE-DONE
040300         ADD OAR-BALANCE TO WS-OPEN-TOTAL
040400     END-IF.
040500 2110-ADD-ONE-INVOICE-EXIT.
040600     EXIT.
040700
040800 2200-START-OWNER-BROWSE.
040900*    THE BILLING MONTH IS THE LOW-ORDER KEY, SO A START AT
041000*    MONTH ZERO POSITIONS ON THE OWNER'S OLDEST INVOICE.
041100     MOVE 'N' TO WS-BROWSE-DONE-SW.
041200     MOVE OPAY-OWNER TO OAR-OWNER.
041300     MOVE ZERO TO OAR-BILL-MONTH.
041400     START RECEIVABLE-FILE KEY IS NOT LESS THAN OAR-KEY
041500         INVALID KEY SET WS-BROWSE-DONE TO TRUE
041600     END-START.
041700 2200-START-OWNER-BROWSE-EXIT.
041800     EXIT.
041900
042000 2250-READ-OWNER-INVOICE.
042100     READ RECEIVABLE-FILE NEXT
042200         AT END SET WS-BROWSE-DONE TO TRUE
042300     END-READ.
042400     IF NOT RECV-STATUS-OK
042500         SET WS-BROWSE-DONE TO TRUE
042600         GO TO 2250-READ-OWNER-INVOICE-EXIT
042700     END-IF.
042800     IF OAR-OWNER NOT = OPAY-OWNER
042900         SET WS-BROWSE-DONE TO TRUE
043000     END-IF.
043100 2250-READ-OWNER-INVOICE-EXIT.
043200     EXIT.
043300
043400 2300-APPLY-TO-NEXT-INVOICE.
043500     PERFORM 2250-READ-OWNER-INVOICE
043600         THRU 2250-READ-OWNER-INVOICE-EXIT.
043700     IF WS-BROWSE-DONE OR OAR-BALANCE = ZERO
043800         GO TO 2300-APPLY-TO-NEXT-INVOICE-EXIT
043900     END-IF.
044000*    THE OLDEST OPEN INVOICE TAKES ALL IT CAN - WHAT IS LEFT
044100*    OF THE PAYMENT MOVES ON TO THE NEXT MONTH.
044200     IF WS-PAY-LEFT < OAR-BALANCE
044300         MOVE WS-PAY-LEFT TO WS-APPLY-AMOUNT
044400     ELSE
044500         MOVE OAR-BALANCE TO WS-APPLY-AMOUNT
044600     END-IF.
044700     ADD WS-APPLY-AMOUNT TO OAR-PAID.
044800     COMPUTE OAR-BALANCE = OAR-BILLED - OAR-PAID.
044900     MOVE WS-TODAY-YYYYMMDD TO OAR-LAST-PAID-DATE.
045000     REWRITE OWNER-RECEIVABLE-RECORD
045100         INVALID KEY CONTINUE
045200     END-REWRITE.
045300     IF NOT RECV-STATUS-OK
045400*        THE MONTHS ALREADY PAID STAND ON THE REGISTER; WHAT
045500*        IS LEFT OF THE PAYMENT GOES TO A PERSON.
045600         MOVE WS-PAY-LEFT TO WS-AMOUNT-EDIT
045700         MOVE 'E478' TO EXC-REASON-CODE
045800         MOVE SPACES TO EXC-REASON-TEXT
045900         STRING 'RECEIVABLE REWRITE FAILED, UNAPPLIED '
046000                WS-AMOUNT-EDIT
046100             DELIMITED BY SIZE
046200             INTO EXC-REASON-TEXT
046300         END-STRING
046400         PERFORM 2900-WRITE-EXCEPTION
046500             THRU 2900-WRITE-EXCEPTION-EXIT
046600         SET WS-BROWSE-DONE TO TRUE
046700         GO TO 2300-APPLY-TO-NEXT-INVOICE-EXIT
046800     END-IF.
046900     SUBTRACT WS-APPLY-AMOUNT FROM WS-PAY-LEFT.
047000     ADD WS-APPLY-AMOUNT TO WS-AMOUNT-POSTED.
047100     ADD 1 TO WS-INVOICES-PAID.
047200     PERFORM 2350-WRITE-REGISTER-LINE
047300         THRU 2350-WRITE-REGISTER-LINE-EXIT.
047400 2300-APPLY-TO-NEXT-INVOICE-EXIT.
047500     EXIT.
047600
047700 2350-WRITE-REGISTER-LINE.
047800     MOVE SPACES TO PAYMENT-REGISTER-LINE.
047900     MOVE WS-TODAY-YYYYMMDD TO OPR-DATE.
048000     MOVE WS-TIME-HHMMSSHH  TO OPR-TIME.
048100     MOVE OPAY-OWNER        TO OPR-OWNER.
048200     MOVE WS-APPLY-AMOUNT   TO OPR-AMOUNT.
048300     MOVE OAR-BILL-MONTH    TO OPR-BILL-MONTH.
048400     MOVE OPAY-REFERENCE    TO OPR-REFERENCE.
048500     WRITE PAYMENT-REGISTER-LINE.
048600 2350-WRITE-REGISTER-LINE-EXIT.
048700     EXIT.
048800
048900 2900-WRITE-EXCEPTION.
049000*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
049100*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
049200     ADD 1 TO WS-PAYMENTS-REJECTED.
049300     MOVE 'OWNCASH ' TO EXC-PROGRAM-ID.
049400     MOVE OPAY-OWNER TO EXC-KEY-VALUE.
049500     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
049600     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
049700     MOVE SPACES TO EXC-OPERATOR-ID.
049800     WRITE EXC-RECORD.
049900     SET RC-WARNING TO TRUE.
050000 2900-WRITE-EXCEPTION-EXIT.
050100     EXIT.
050200
050300 4000-PRINT-AGING.
050400     MOVE SPACES TO AGING-REPORT-LINE.
050500     STRING 'AGED OWNER BALANCES ' WS-TODAY-YYYYMMDD
050600            '  (DAYS PAST DUE DATE)'
050700         DELIMITED BY SIZE
050800         INTO AGING-REPORT-LINE
050900     END-STRING.
051000     WRITE AGING-REPORT-LINE.
051100
051200     MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-INT.
051300     COMPUTE WS-TODAY-INT =
051400         FUNCTION INTEGER-OF-DATE(WS-TODAY-INT).
051500
051600     MOVE LOW-VALUES TO OAR-KEY.
051700     MOVE '00' TO WS-RECV-STATUS.
051800     START RECEIVABLE-FILE KEY IS NOT LESS THAN OAR-KEY
051900         INVALID KEY SET RECV-STATUS-EOF TO TRUE
052000     END-START.
052100     PERFORM 4100-AGE-NEXT-INVOICE
052200         THRU 4100-AGE-NEXT-INVOICE-EXIT
052300         UNTIL RECV-STATUS-EOF.
052400*    THE LAST OWNER ON THE FILE HAS NO BREAK TO SETTLE ON.
052500     IF WS-AGE-OWNER NOT = SPACES
052600         PERFORM 4300-SETTLE-OWNER
052700             THRU 4300-SETTLE-OWNER-EXIT
052800     END-IF.
052900
053000     PERFORM 4200-PRINT-BUCKET-TOTALS
053100         THRU 4200-PRINT-BUCKET-TOTALS-EXIT.
053200 4000-PRINT-AGING-EXIT.
053300     EXIT.
053400
053500 4100-AGE-NEXT-INVOICE.
053600     READ RECEIVABLE-FILE NEXT
053700         AT END SET RECV-STATUS-EOF TO TRUE
053800     END-READ.
053900     IF NOT RECV-STATUS-OK
054000         SET RECV-STATUS-EOF TO TRUE
054100         GO TO 4100-AGE-NEXT-INVOICE-EXIT
054200     END-IF.
054300*    OWNER BREAK - THE PREVIOUS OWNER'S INVOICES ARE ALL SEEN,
054400*    SO THEIR TOTALS PRINT AND THEIR CREDIT HOLD IS SETTLED.
054500*    PAID-UP MONTHS STILL BREAK HERE, BEFORE THE ZERO SKIP, SO
054600*    AN OWNER WHO HAS PAID EVERYTHING IS RELEASED.
054700     IF OAR-OWNER NOT = WS-AGE-OWNER
054800         IF WS-AGE-OWNER NOT = SPACES
054900             PERFORM 4300-SETTLE-OWNER
055000                 THRU 4300-SETTLE-OWNER-EXIT
055100         END-IF
055200         MOVE OAR-OWNER TO WS-AGE-OWNER
055300         MOVE ZERO TO WS-OWN-BALANCE
055400         MOVE ZERO TO WS-OWN-NOT-DUE
055500         MOVE ZERO TO WS-OWN-30
055600         MOVE ZERO TO WS-OWN-60
055700         MOVE ZERO TO WS-OWN-90
055800         MOVE ZERO TO WS-OWN-OVER-90
055900         MOVE ZERO TO WS-OWN-OLDEST-DAYS
056000         MOVE ZERO TO WS-OWN-OLDEST-MONTH
056100     END-IF.
056200     IF OAR-BALANCE = ZERO
056300         GO TO 4100-AGE-NEXT-INVOICE-EXIT
056400     END-IF.
056500
056600     ADD 1 TO WS-OPEN-INVOICES.
056700     MOVE OAR-INVOICE-DATE TO WS-DUE-INT.
056800     COMPUTE WS-DUE-INT =
056900         FUNCTION INTEGER-OF-DATE(WS-DUE-INT) + OAR-TERMS-DAYS.
057000     IF WS-DUE-INT NOT < WS-TODAY-INT
057100         MOVE ZERO TO WS-DAYS-OVERDUE
057200     ELSE
057300         COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
057400     END-IF.
057500     IF WS-DAYS-OVERDUE > WS-OWN-OLDEST-DAYS
057600         MOVE WS-DAYS-OVERDUE TO WS-OWN-OLDEST-DAYS
057700         MOVE OAR-BILL-MONTH TO WS-OWN-OLDEST-MONTH
057800     END-IF.
057900
058000     ADD OAR-BALANCE TO WS-OWN-BALANCE.
058100     EVALUATE TRUE
058200         WHEN WS-DAYS-OVERDUE = ZERO
058300             ADD OAR-BALANCE TO WS-OWN-NOT-DUE
058400             ADD OAR-BALANCE TO WS-BUCKET-NOT-DUE
058500         WHEN WS-DAYS-OVERDUE NOT > 30
058600             ADD OAR-BALANCE TO WS-OWN-30
058700             ADD OAR-BALANCE TO WS-BUCKET-30
058800         WHEN WS-DAYS-OVERDUE NOT > 60
058900             ADD OAR-BALANCE TO WS-OWN-60
059000             ADD OAR-BALANCE TO WS-BUCKET-60
059100         WHEN WS-DAYS-OVERDUE NOT > 90
059200             ADD OAR-BALANCE TO WS-OWN-90
059300             ADD OAR-BALANCE TO WS-BUCKET-90
059400         WHEN OTHER
059500             ADD OAR-BALANCE TO WS-OWN-OVER-90
059600             ADD OAR-BALANCE TO WS-BUCKET-OVER-90
059700     END-EVALUATE.
059800
059900     MOVE OAR-BALANCE TO WS-AMOUNT-EDIT.
060000     MOVE SPACES TO AGING-REPORT-LINE.
060100     STRING '  MONTH ' OAR-BILL-MONTH
060200            ' INVOICED=' OAR-INVOICE-DATE
060300            ' TERMS=' OAR-TERMS-DAYS
060400            ' OVERDUE=' WS-DAYS-OVERDUE
060500            ' BALANCE=' WS-AMOUNT-EDIT
060600         DELIMITED BY SIZE
060700         INTO AGING-REPORT-LINE
060800     END-STRING.
060900     WRITE AGING-REPORT-LINE.
061000 4100-AGE-NEXT-INVOICE-EXIT.
061100     EXIT.
061200
061300 4200-PRINT-BUCKET-TOTALS.
061400     MOVE SPACES TO AGING-REPORT-LINE.
061500     WRITE AGING-REPORT-LINE.
061600     MOVE WS-BUCKET-NOT-DUE TO WS-TOTAL-EDIT.
061700     MOVE SPACES TO AGING-REPORT-LINE.
061800     STRING 'NOT YET DUE     : ' WS-TOTAL-EDIT
061900         DELIMITED BY SIZE
062000         INTO AGING-REPORT-LINE
062100     END-STRING.
062200     WRITE AGING-REPORT-LINE.
062300     MOVE WS-BUCKET-30 TO WS-TOTAL-EDIT.
062400     MOVE SPACES TO AGING-REPORT-LINE.
062500     STRING '1-30 DAYS OVER  : ' WS-TOTAL-EDIT
062600         DELIMITED BY SIZE
062700         INTO AGING-REPORT-LINE
062800     END-STRING.
062900     WRITE AGING-REPORT-LINE.
063000     MOVE WS-BUCKET-60 TO WS-TOTAL-EDIT.
063100     MOVE SPACES TO AGING-REPORT-LINE.
063200     STRING '31-60 DAYS OVER : ' WS-TOTAL-EDIT
063300         DELIMITED BY SIZE
063400         INTO AGING-REPORT-LINE
063500     END-STRING.
063600     WRITE AGING-REPORT-LINE.
063700     MOVE WS-BUCKET-90 TO WS-TOTAL-EDIT.
063800     MOVE SPACES TO AGING-REPORT-LINE.
063900     STRING '61-90 DAYS OVER : ' WS-TOTAL-EDIT
064000         DELIMITED BY SIZE
064100         INTO AGING-REPORT-LINE
064200     END-STRING.
064300     WRITE AGING-REPORT-LINE.
064400     MOVE WS-BUCKET-OVER-90 TO WS-TOTAL-EDIT.
064500     MOVE SPACES TO AGING-REPORT-LINE.
064600     STRING 'OVER 90 DAYS    : ' WS-TOTAL-EDIT
064700         DELIMITED BY SIZE
064800         INTO AGING-REPORT-LINE
064900     END-STRING.
065000     WRITE AGING-REPORT-LINE.
065100     MOVE SPACES TO AGING-REPORT-LINE.
065200     STRING 'HOLD AFTER DAYS : ' WS-OVERDUE-LIMIT-DAYS
065300         DELIMITED BY SIZE
065400         INTO AGING-REPORT-LINE
065500     END-STRING.
065600     WRITE AGING-REPORT-LINE.
065700 4200-PRINT-BUCKET-TOTALS-EXIT.
065800     EXIT.
065900
066000 4300-SETTLE-OWNER.
066100     ADD 1 TO WS-OWNERS-AGED.
066200     PERFORM 4400-SETTLE-CREDIT-HOLD
066300         THRU 4400-SETTLE-CREDIT-HOLD-EXIT.
066400     IF WS-OWN-BALANCE = ZERO
066500         GO TO 4300-SETTLE-OWNER-EXIT
066600     END-IF.
066700
066800     MOVE SPACES TO WS-HOLD-TEXT.
066900     IF WS-CREDIT-FOUND AND OCR-ON-HOLD
067000         MOVE 'ON CREDIT HOLD' TO WS-HOLD-TEXT
067100     END-IF.
067200     MOVE WS-OWN-BALANCE TO WS-AMOUNT-EDIT.
067300     MOVE ZERO TO WS-EDIT-30.
067400     IF WS-CREDIT-FOUND
067500         MOVE OCR-CREDIT-LIMIT TO WS-EDIT-30
067600     END-IF.
067700     MOVE SPACES TO AGING-REPORT-LINE.
067800     STRING 'OWNER ' WS-AGE-OWNER
067900            ' BALANCE=' WS-AMOUNT-EDIT
068000            ' LIMIT=' WS-EDIT-30
068100            ' OLDEST OVERDUE=' WS-OWN-OLDEST-DAYS
068200            ' ' WS-HOLD-TEXT
068300         DELIMITED BY SIZE
068400         INTO AGING-REPORT-LINE
068500     END-STRING.
068600     WRITE AGING-REPORT-LINE.
068700     MOVE WS-OWN-NOT-DUE TO WS-EDIT-NOT-DUE.
068800     MOVE WS-OWN-30 TO WS-EDIT-30.
068900     MOVE WS-OWN-60 TO WS-EDIT-60.
069000     MOVE WS-OWN-90 TO WS-EDIT-90.
069100     MOVE WS-OWN-OVER-90 TO WS-EDIT-OVER-90.
069200     MOVE SPACES TO AGING-REPORT-LINE.
069300     STRING '  NOT DUE=' WS-EDIT-NOT-DUE
069400            ' 1-30=' WS-EDIT-30
069500            ' 31-60=' WS-EDIT-60
069600            ' 61-90=' WS-EDIT-90
069700            ' OVER 90=' WS-EDIT-OVER-90
069800         DELIMITED BY SIZE
069900         INTO AGING-REPORT-LINE
070000     END-STRING.
070100     WRITE AGING-REPORT-LINE.
070200     MOVE SPACES TO AGING-REPORT-LINE.
070300     WRITE AGING-REPORT-LINE.
070400 4300-SETTLE-OWNER-EXIT.
070500     EXIT.
070600
070700 4400-SETTLE-CREDIT-HOLD.
070800*    AN OWNER OVER THEIR LIMIT OR OVERDUE PAST THE THRESHOLD
070900*    GOES ON HOLD UNLESS ALREADY HELD.  AN OWNER WITH NEITHER
071000*    COMES OFF HOLD - BUT ONLY A HOLD THIS PROGRAM RAISED; A
071100*    HOLD CREDIT CONTROL KEYED THROUGH OWNCRMNT STAYS UNTIL
071200*    THEY LIFT IT.
071300     MOVE 'N' TO WS-CREDIT-FOUND-SW.
071400     IF NOT WS-CREDIT-FILE-OPEN
071500         GO TO 4400-SETTLE-CREDIT-HOLD-EXIT
071600     END-IF.
071700     MOVE WS-AGE-OWNER TO OCR-OWNER.
071800     READ CREDIT-FILE
071900         INVALID KEY CONTINUE
072000         NOT INVALID KEY SET WS-CREDIT-FOUND TO TRUE
072100     END-READ.
072200
072300     MOVE 'N' TO WS-OVER-LIMIT-SW.
072400     MOVE 'N' TO WS-PAST-DUE-SW.
072500     IF WS-CREDIT-FOUND AND OCR-CREDIT-LIMIT > ZERO
072600             AND WS-OWN-BALANCE > OCR-CREDIT-LIMIT
072700         SET WS-OVER-LIMIT TO TRUE
072800     END-IF.
072900     IF WS-OWN-OLDEST-DAYS > WS-OVERDUE-LIMIT-DAYS
073000         SET WS-PAST-DUE TO TRUE
073100     END-IF.
073200
073300     IF WS-OVER-LIMIT OR WS-PAST-DUE
073400         IF WS-CREDIT-FOUND AND OCR-ON-HOLD
073500             GO TO 4400-SETTLE-CREDIT-HOLD-EXIT
073600         END-IF
073700         PERFORM 4410-RAISE-CREDIT-HOLD
073800             THRU 4410-RAISE-CREDIT-HOLD-EXIT
073900         GO TO 4400-SETTLE-CREDIT-HOLD-EXIT
074000     END-IF.
074100
074200     IF NOT WS-CREDIT-FOUND OR NOT OCR-ON-HOLD
074300             OR OCR-HOLD-SET-BY NOT = 'OWNCASH '
074400         GO TO 4400-SETTLE-CREDIT-HOLD-EXIT
074500     END-IF.
074600     MOVE 'N' TO OCR-HOLD-SW.
074700     MOVE SPACES TO OCR-HOLD-REASON.
074800     MOVE ZERO TO OCR-HOLD-DATE.
074900     MOVE SPACES TO OCR-HOLD-SET-BY.
075000     REWRITE OWNER-CREDIT-RECORD
075100         INVALID KEY CONTINUE
075200     END-REWRITE.
075300     IF NOT CREDIT-STATUS-OK
075400         DISPLAY 'OWNCASH - OWNCRED REWRITE FAILED, STATUS='
075500             WS-CREDIT-STATUS
075600         SET RC-WARNING TO TRUE
075700         GO TO 4400-SETTLE-CREDIT-HOLD-EXIT
075800     END-IF.
075900     ADD 1 TO WS-HOLDS-RELEASED.
076000     MOVE SPACES TO AGING-REPORT-LINE.
076100     STRING 'CREDIT HOLD RELEASED  OWNER ' WS-AGE-OWNER
076200         DELIMITED BY SIZE
076300         INTO AGING-REPORT-LINE
076400     END-STRING.
076500     WRITE AGING-REPORT-LINE.
076600 4400-SETTLE-CREDIT-HOLD-EXIT.
076700     EXIT.
076800
076900 4410-RAISE-CREDIT-HOLD.
077000     IF NOT WS-CREDIT-FOUND
077100         MOVE SPACES TO OWNER-CREDIT-RECORD
077200         MOVE WS-AGE-OWNER TO OCR-OWNER
077300         MOVE ZERO TO OCR-CREDIT-LIMIT
077400     END-IF.
077500     SET OCR-ON-HOLD TO TRUE.
077600     MOVE SPACES TO OCR-HOLD-REASON.
077700     IF WS-OVER-LIMIT
077800         MOVE 'BALANCE OVER CREDIT LIMIT' TO OCR-HOLD-REASON
077900     ELSE
078000         STRING 'OVERDUE ' WS-OWN-OLDEST-DAYS
078100                ' DAYS MONTH ' WS-OWN-OLDEST-MONTH
078200             DELIMITED BY SIZE
078300             INTO OCR-HOLD-REASON
078400         END-STRING
078500     END-IF.
078600     MOVE WS-TODAY-YYYYMMDD TO OCR-HOLD-DATE.
078700     MOVE 'OWNCASH ' TO OCR-HOLD-SET-BY.
078800     IF WS-CREDIT-FOUND
078900         REWRITE OWNER-CREDIT-RECORD
079000             INVALID KEY CONTINUE
079100         END-REWRITE
079200     ELSE
079300         WRITE OWNER-CREDIT-RECORD
079400             INVALID KEY CONTINUE
079500         END-WRITE
079600     END-IF.
079700     IF NOT CREDIT-STATUS-OK
079800         DISPLAY 'OWNCASH - OWNCRED WRITE FAILED, STATUS='
079900             WS-CREDIT-STATUS
080000         SET RC-WARNING TO TRUE
080100         GO TO 4410-RAISE-CREDIT-HOLD-EXIT
080200     END-IF.
080300     SET WS-CREDIT-FOUND TO TRUE.
080400     ADD 1 TO WS-HOLDS-RAISED.
080500     MOVE SPACES TO AGING-REPORT-LINE.
080600     STRING 'CREDIT HOLD SET       OWNER ' WS-AGE-OWNER
080700            ' ' OCR-HOLD-REASON
080800         DELIMITED BY SIZE
080900         INTO AGING-REPORT-LINE
081000     END-STRING.
081100     WRITE AGING-REPORT-LINE.
081200 4410-RAISE-CREDIT-HOLD-EXIT.
081300     EXIT.
081400
081500 9000-FINISH.
081600     CLOSE PAYMENT-FILE.
081700     CLOSE RECEIVABLE-FILE.
081800     CLOSE AGING-REPORT.
081900     CLOSE PAYMENT-REGISTER.
082000     IF WS-CREDIT-FILE-OPEN
082100         CLOSE CREDIT-FILE
082200     END-IF.
082300     CLOSE EXCEPTION-FILE.
082400     DISPLAY 'OWNCASH - PAYMENTS READ    : ' WS-PAYMENTS-READ.
082500     DISPLAY 'OWNCASH - PAYMENTS POSTED  : ' WS-PAYMENTS-POSTED.
082600     DISPLAY 'OWNCASH - PAYMENTS REJECTED: '
082700         WS-PAYMENTS-REJECTED.
082800     DISPLAY 'OWNCASH - INVOICES PAID TO : ' WS-INVOICES-PAID.
082900     DISPLAY 'OWNCASH - AMOUNT POSTED    : ' WS-AMOUNT-POSTED.
083000     DISPLAY 'OWNCASH - OWNERS AGED      : ' WS-OWNERS-AGED.
083100     DISPLAY 'OWNCASH - OPEN INVOICES    : ' WS-OPEN-INVOICES.
083200     DISPLAY 'OWNCASH - HOLDS RAISED     : ' WS-HOLDS-RAISED.
083300     DISPLAY 'OWNCASH - HOLDS RELEASED   : ' WS-HOLDS-RELEASED.
083400     DISPLAY 'OWNCASH - RETURN CODE      : ' WS-RETURN-CODE.
083500 9000-FINISH-EXIT.
083600     EXIT.
083700
083800 9999-EXIT.
083900     STOP RUN.
