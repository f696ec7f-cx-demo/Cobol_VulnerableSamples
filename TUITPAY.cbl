001600*                    ITS TICKETS.  THE BURSAR'S STANDALONE
001700*                    LEDGER RETIRES - BALANCES NOW RECONCILE
001800*                    STRAIGHT BACK TO REGISTRATIONS.
001900*   2026-10-15 RLW  FINANCIAL REGISTRATION HOLDS - THE AGING
002000*                    PASS RAISES AN 'F' HOLD ON THE STUHOLD FILE
002100*                    (SEE REGHOLD) FOR A STUDENT WITH ANY
002200*                    BALANCE OLDER THAN THE AGING LIMIT (PARM
002300*                    CARD, DEFAULT 90 DAYS), AND RELEASES THE
002400*                    HOLD IT RAISED ONCE NO SUCH BALANCE REMAINS.
002500*                    AGE IS NOW TRUE CALENDAR DAYS FROM
002600*                    INTEGER-OF-DATE, AS AVAILRPT COUNTS THEM -
002700*                    A HOLD CANNOT HANG ON THE COARSE
002800*                    WHOLE-DATE DIFFERENCE.
002900*   2026-10-15 RLW  A PAYMENT NOW RESTATES THE BALANCE AS BILLED
003000*                    MINUS CREDITED MINUS PAID - REFUND CREDITS
003100*                    FROM CRSEDROP COUNT AGAINST THE BILL (SEE
003200*                    RECVREC).  AN OVERPAYMENT IS STILL REJECTED
003300*                    - REFUNDS NOW COME FROM THE CRSEDROP REFUND
003400*                    CHECK REGISTER, NOT NEGATIVE PAYMENTS.
003500*   2026-10-15 RLW  A PAYMENT AGAINST AN ACCOUNT TUITDUN PLACED
003600*                    WITH THE COLLECTION AGENCY (RECV-AT-AGENCY)
003700*                    IS LISTED ON THE AGYPAY FILE SO THE BURSAR
003800*                    CAN SETTLE THE AGENCY'S COMMISSION, AND THE
003900*                    AGING REPORT MARKS PLACED ACCOUNTS.
004000*   2026-10-15 RLW  EVERY POSTED PAYMENT IS NOW WRITTEN TO THE
004100*                    CUMULATIVE PAYREG PAYMENT REGISTER (SAME
004200*                    FIXED COLUMNS AS TUITBILL'S TUITREG), SO
004300*                    THE TAX1098 YEAR-END RUN CAN TOTAL THE
004400*                    PAYMENTS RECEIVED IN THE CALENDAR YEAR.
004500*   2026-10-15 RLW  THE RESTATED BALANCE ADDS BACK THE REFUND
004600*                    CHECKS ALREADY ISSUED (RECV-REFUNDED, SEE
004700*                    RECVREC).
004800*================================================================
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PAYMENT-STATUS.
005500
005600     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS RECV-KEY
006000         FILE STATUS IS WS-RECV-STATUS.
006100
006200     SELECT AGING-REPORT ASSIGN TO "TUITAGER"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BUSDATE-STATUS.
006800
006900     SELECT EXCEPTION-FILE ASSIGN TO "TUITPEXC"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT HOLD-FILE ASSIGN TO "STUHOLD"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RHLD-KEY
007600         FILE STATUS IS WS-HOLD-STATUS.
007700
007800     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-PARM-STATUS.
008100
008200     SELECT AGENCY-PAYMENTS ASSIGN TO "AGYPAY"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT PAYMENT-REGISTER ASSIGN TO "PAYREG"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-PREG-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  PAYMENT-FILE.
009200 01  PAYMENT-RECORD.
009300     05  PAY-STUDENT-ID              PIC 9(09).
009400     05  FILLER                      PIC X(01).
009500     05  PAY-TERM                    PIC X(05).
009600     05  FILLER                      PIC X(01).
009700     05  PAY-AMOUNT                  PIC 9(07)V9(02).
009800
009900 FD  RECEIVABLE-FILE.
010000     COPY RECVREC.
010100
010200 FD  AGING-REPORT.
010300 01  AGING-REPORT-LINE              PIC X(100).
010400
010500 FD  BUSDATE-FILE.
010600     COPY BUSDATE.
010700
010800 FD  EXCEPTION-FILE.
010900     COPY EXCREC.
011000
011100 FD  HOLD-FILE.
011200     COPY REGHOLD.
011300
011400 FD  PARM-CARD-FILE.
011500     COPY PARMREC.
011600
011700*    ONE LINE PER PAYMENT POSTED TO A PLACED ACCOUNT, FIXED
011800*    COLUMNS, AMOUNT UNEDITED WITH AN IMPLIED DECIMAL.
011900 FD  AGENCY-PAYMENTS.
012000 01  AGENCY-PAYMENT-RECORD.
012100     05  APAY-STUDENT-ID             PIC 9(09).
012200     05  FILLER                      PIC X(01).
012300     05  APAY-TERM                   PIC X(05).
012400     05  FILLER                      PIC X(01).
012500     05  APAY-AMOUNT                 PIC 9(07)V9(02).
012600     05  FILLER                      PIC X(01).
012700     05  APAY-POSTED-DATE            PIC 9(08).
012800     05  FILLER                      PIC X(01).
012900     05  APAY-PLACED-DATE            PIC 9(08).
013000     05  FILLER                      PIC X(01).
013100     05  APAY-BALANCE-AFTER          PIC 9(07)V9(02).
013200
013300*    ONE LINE PER POSTED PAYMENT, THE SAME FIXED COLUMNS AS THE
013400*    TUITREG BILLING REGISTER.
013500 FD  PAYMENT-REGISTER.
013600 01  PAYMENT-REGISTER-LINE.
013700     05  PREG-DATE                   PIC X(08).
013800     05  FILLER                      PIC X(01).
013900     05  PREG-TIME                   PIC X(08).
014000     05  FILLER                      PIC X(09).
014100     05  PREG-STUDENT-ID             PIC X(09).
014200     05  FILLER                      PIC X(06).
014300     05  PREG-TERM                   PIC X(05).
014400     05  FILLER                      PIC X(05).
014500     05  PREG-AMOUNT                 PIC 9(07)V9(02).
014600     05  FILLER                      PIC X(20).
014700
014800 WORKING-STORAGE SECTION.
014900     COPY RETCODES.
015000
015100 01  WS-PAYMENT-STATUS              PIC X(02) VALUE '00'.
015200     88  PAYMENT-STATUS-OK           VALUE '00'.
015300     88  PAYMENT-STATUS-EOF          VALUE '10'.
015400 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
015500     88  RECV-STATUS-OK              VALUE '00'.
015600     88  RECV-STATUS-EOF             VALUE '10'.
015700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015800     88  BUSDATE-STATUS-OK           VALUE '00'.
015900 01  WS-HOLD-STATUS                 PIC X(02) VALUE '00'.
016000     88  HOLD-STATUS-OK              VALUE '00'.
016100 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
016200     88  PARM-STATUS-OK              VALUE '00'.
016300     88  PARM-STATUS-EOF             VALUE '10'.
016400 01  WS-PREG-STATUS                 PIC X(02) VALUE '00'.
016500     88  PREG-STATUS-OK              VALUE '00'.
016600 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
016700     88  WS-PARM-FOUND               VALUE 'Y'.
016800
016900 01  WS-RECV-FOUND-SW               PIC X(01) VALUE 'N'.
017000     88  WS-RECV-FOUND               VALUE 'Y'.
017100
017200 01  WS-PAYMENTS-READ               PIC 9(07) COMP VALUE ZERO.
017300 01  WS-PAYMENTS-POSTED             PIC 9(07) COMP VALUE ZERO.
017400 01  WS-PAYMENTS-REJECTED           PIC 9(07) COMP VALUE ZERO.
017500 01  WS-AMOUNT-POSTED               PIC 9(09)V9(02) VALUE ZERO.
017600 01  WS-AGENCY-PAYMENTS             PIC 9(07) COMP VALUE ZERO.
017700 01  WS-AGENCY-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
017800
017900*    AGING - TRUE CALENDAR DAYS FROM INTEGER-OF-DATE.  THE
018000*    WHOLE-DATE DIFFERENCE WAS CLOSE ENOUGH FOR A 30/60/90
018100*    BUCKET BUT NOT FOR A HOLD THAT STOPS REGISTRATION.
018200 01  WS-AGE-DAYS                    PIC 9(05) VALUE ZERO.
018300 01  WS-TODAY-INT                   PIC 9(08) VALUE ZERO.
018400 01  WS-BILL-INT                    PIC 9(08) VALUE ZERO.
018500 01  WS-BUCKET-CURRENT              PIC 9(09)V9(02) VALUE ZERO.
018600 01  WS-BUCKET-30                   PIC 9(09)V9(02) VALUE ZERO.
018700 01  WS-BUCKET-60                   PIC 9(09)V9(02) VALUE ZERO.
018800 01  WS-BUCKET-90                   PIC 9(09)V9(02) VALUE ZERO.
018900 01  WS-OPEN-BALANCES               PIC 9(07) COMP VALUE ZERO.
019000 01  WS-AMOUNT-EDIT                 PIC Z(08)9.99.
019100
019200*    FINANCIAL HOLDS - A STUDENT IS SETTLED ONCE ALL THEIR
019300*    TERMS HAVE PASSED, ON THE STUDENT BREAK IN THE AGING PASS.
019400 01  WS-HOLD-LIMIT-DAYS             PIC 9(03) VALUE 090.
019500 01  WS-HOLD-OPEN-SW                PIC X(01) VALUE 'N'.
019600     88  WS-HOLD-FILE-OPEN           VALUE 'Y'.
019700 01  WS-HOLD-ON-FILE-SW             PIC X(01) VALUE 'N'.
019800     88  WS-HOLD-ON-FILE             VALUE 'Y'.
019900 01  WS-PAST-LIMIT-SW               PIC X(01) VALUE 'N'.
020000     88  WS-PAST-LIMIT               VALUE 'Y'.
020100 01  WS-HOLD-STUDENT-ID             PIC 9(09) VALUE ZERO.
020200 01  WS-PAST-LIMIT-TERM             PIC X(05) VALUE SPACES.
020300 01  WS-HOLDS-RAISED                PIC 9(07) COMP VALUE ZERO.
020400 01  WS-HOLDS-RELEASED              PIC 9(07) COMP VALUE ZERO.
020500
020600 01  WS-CURRENT-DATE-TIME.
020700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
020800     05  WS-TIME-HHMMSSHH           PIC 9(08).
020900     05  FILLER                     PIC X(05).
021000
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE
021400         THRU 1000-INITIALIZE-EXIT.
021500
021600     PERFORM 2000-POST-NEXT-PAYMENT
021700         THRU 2000-POST-NEXT-PAYMENT-EXIT
021800         UNTIL PAYMENT-STATUS-EOF.
021900
022000     IF NOT RC-SEVERE
022100         PERFORM 4000-PRINT-AGING
022200             THRU 4000-PRINT-AGING-EXIT
022300     END-IF.
022400
022500     PERFORM 9000-FINISH
022600         THRU 9000-FINISH-EXIT.
022700
022800     MOVE WS-RETURN-CODE TO RETURN-CODE.
022900     GO TO 9999-EXIT.
023000
023100 1000-INITIALIZE.
023200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023300     PERFORM 1050-GET-BUSINESS-DATE
023400         THRU 1050-GET-BUSINESS-DATE-EXIT.
023500     PERFORM 1080-READ-PARM-CARD
023600         THRU 1080-READ-PARM-CARD-EXIT.
023700*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
023800*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
023900     OPEN OUTPUT EXCEPTION-FILE.
024000     OPEN OUTPUT AGING-REPORT.
024100     OPEN OUTPUT AGENCY-PAYMENTS.
024200*    THE PAYMENT REGISTER ACCUMULATES ACROSS RUNS - EXTEND, NOT
024300*    OUTPUT.  THE FIRST RUN CREATES IT.
024400     OPEN EXTEND PAYMENT-REGISTER.
024500     IF NOT PREG-STATUS-OK
024600         OPEN OUTPUT PAYMENT-REGISTER
024700     END-IF.
024800     OPEN I-O RECEIVABLE-FILE.
024900     IF NOT RECV-STATUS-OK
025000         DISPLAY 'TUITPAY - UNABLE TO OPEN STUDRECV, STATUS='
025100             WS-RECV-STATUS
025200         SET RC-SEVERE TO TRUE
025300         SET PAYMENT-STATUS-EOF TO TRUE
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF.
025600     OPEN INPUT PAYMENT-FILE.
025700     IF NOT PAYMENT-STATUS-OK
025800         DISPLAY 'TUITPAY - UNABLE TO OPEN PAYMENTS, STATUS='
025900             WS-PAYMENT-STATUS
026000         SET RC-SEVERE TO TRUE
026100         SET PAYMENT-STATUS-EOF TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400*    THE HOLD FILE IS CREATED EMPTY ON FIRST USE.  WITHOUT IT
026500*    PAYMENTS STILL POST - ONLY THE HOLD UPKEEP IS SKIPPED.
026600     OPEN I-O HOLD-FILE.
026700     IF NOT HOLD-STATUS-OK
026800         OPEN OUTPUT HOLD-FILE
026900         IF HOLD-STATUS-OK
027000             CLOSE HOLD-FILE
027100             OPEN I-O HOLD-FILE
027200         END-IF
027300     END-IF.
027400     IF HOLD-STATUS-OK
027500         SET WS-HOLD-FILE-OPEN TO TRUE
027600     ELSE
027700         DISPLAY 'TUITPAY - UNABLE TO OPEN STUHOLD, STATUS='
027800             WS-HOLD-STATUS
027900         SET RC-WARNING TO TRUE
028000     END-IF.
028100 1000-INITIALIZE-EXIT.
028200     EXIT.
028300
028400 1080-READ-PARM-CARD.
028500*    CARD LAYOUT - COLS 9-11 THE FINANCIAL-HOLD AGING LIMIT IN
028600*    DAYS (BLANK OR ZERO TAKES THE 090 DEFAULT).
028700     MOVE 'N' TO WS-PARM-FOUND-SW.
028800     OPEN INPUT PARM-CARD-FILE.
028900     IF NOT PARM-STATUS-OK
029000         GO TO 1080-READ-PARM-CARD-EXIT
029100     END-IF.
029200     PERFORM 1081-SCAN-ONE-CARD
029300         THRU 1081-SCAN-ONE-CARD-EXIT
029400         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
029500     CLOSE PARM-CARD-FILE.
029600     IF WS-PARM-FOUND
029700         IF PARM-OPTIONS(1:3) IS NUMERIC
029800                 AND PARM-OPTIONS(1:3) NOT = '000'
029900             MOVE PARM-OPTIONS(1:3) TO WS-HOLD-LIMIT-DAYS
030000         END-IF
030100     END-IF.
030200 1080-READ-PARM-CARD-EXIT.
030300     EXIT.
030400
030500 1081-SCAN-ONE-CARD.
030600     READ PARM-CARD-FILE
030700         AT END SET PARM-STATUS-EOF TO TRUE
030800     END-READ.
030900     IF PARM-STATUS-EOF
031000         GO TO 1081-SCAN-ONE-CARD-EXIT
031100     END-IF.
031200     IF PARM-PROGRAM-ID = 'TUITPAY '
031300         SET WS-PARM-FOUND TO TRUE
031400     END-IF.
031500 1081-SCAN-ONE-CARD-EXIT.
031600     EXIT.
031700
031800 1050-GET-BUSINESS-DATE.
031900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
032000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
032100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
032200*    CLOCK TIME FIELD STAYS REAL.
032300     OPEN INPUT BUSDATE-FILE.
032400     IF NOT BUSDATE-STATUS-OK
032500         GO TO 1050-GET-BUSINESS-DATE-EXIT
032600     END-IF.
032700     READ BUSDATE-FILE
032800         AT END
032900             CLOSE BUSDATE-FILE
033000             GO TO 1050-GET-BUSINESS-DATE-EXIT
033100     END-READ.
033200     CLOSE BUSDATE-FILE.
033300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
033400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
033500         DISPLAY 'TUITPAY - RUNNING AS OF BUSINESS DATE '
033600             BUS-DATE
033700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
033800     END-IF.
033900 1050-GET-BUSINESS-DATE-EXIT.
034000     EXIT.
034100
034200 2000-POST-NEXT-PAYMENT.
034300     READ PAYMENT-FILE
034400         AT END SET PAYMENT-STATUS-EOF TO TRUE
034500     END-READ.
034600     IF PAYMENT-STATUS-EOF
034700         GO TO 2000-POST-NEXT-PAYMENT-EXIT
034800     END-IF.
034900
035000     ADD 1 TO WS-PAYMENTS-READ.
035100
035200     IF PAY-STUDENT-ID IS NOT NUMERIC
035300             OR PAY-STUDENT-ID = ZERO
035400             OR PAY-AMOUNT IS NOT NUMERIC
035500             OR PAY-AMOUNT = ZERO
035600         MOVE 'E142' TO EXC-REASON-CODE
035700         MOVE 'PAYMENT ID OR AMOUNT INVALID' TO EXC-REASON-TEXT
035800         PERFORM 2900-WRITE-EXCEPTION
035900             THRU 2900-WRITE-EXCEPTION-EXIT
036000         GO TO 2000-POST-NEXT-PAYMENT-EXIT
036100     END-IF.
036200
036300     MOVE 'N' TO WS-RECV-FOUND-SW.
036400     MOVE PAY-STUDENT-ID TO RECV-STUDENT-ID.
036500     MOVE PAY-TERM       TO RECV-TERM.
036600     READ RECEIVABLE-FILE
036700         INVALID KEY CONTINUE
036800         NOT INVALID KEY SET WS-RECV-FOUND TO TRUE
036900     END-READ.
037000
037100     IF NOT WS-RECV-FOUND
037200         MOVE 'E140' TO EXC-REASON-CODE
037300         MOVE 'NO RECEIVABLE FOR STUDENT/TERM' TO EXC-REASON-TEXT
037400         PERFORM 2900-WRITE-EXCEPTION
037500             THRU 2900-WRITE-EXCEPTION-EXIT
037600         GO TO 2000-POST-NEXT-PAYMENT-EXIT
037700     END-IF.
037800
037900     IF PAY-AMOUNT > RECV-BALANCE
038000*        AN OVERPAYMENT IS A KEYING PROBLEM - A PERSON DECIDES,
038100*        THE BATCH DOES NOT.  REFUNDS ARE CREDITED BY CRSEDROP.
038200         MOVE 'E141' TO EXC-REASON-CODE
038300         MOVE 'PAYMENT EXCEEDS OPEN BALANCE' TO EXC-REASON-TEXT
038400         PERFORM 2900-WRITE-EXCEPTION
038500             THRU 2900-WRITE-EXCEPTION-EXIT
038600         GO TO 2000-POST-NEXT-PAYMENT-EXIT
038700     END-IF.
038800
038900     ADD PAY-AMOUNT TO RECV-PAID.
039000     COMPUTE RECV-BALANCE =
039100         RECV-BILLED - RECV-CREDITED - RECV-PAID
039200         + RECV-REFUNDED.
039300     REWRITE RECEIVABLE-RECORD
039400         INVALID KEY CONTINUE
039500     END-REWRITE.
039600     IF RECV-STATUS-OK
039700         ADD 1 TO WS-PAYMENTS-POSTED
039800         ADD PAY-AMOUNT TO WS-AMOUNT-POSTED
039900         PERFORM 2050-WRITE-REGISTER-LINE
040000             THRU 2050-WRITE-REGISTER-LINE-EXIT
040100         IF RECV-AT-AGENCY
040200             PERFORM 2100-LIST-AGENCY-PAYMENT
040300                 THRU 2100-LIST-AGENCY-PAYMENT-EXIT
040400         END-IF
040500     ELSE
040600         MOVE 'E143' TO EXC-REASON-CODE
040700         MOVE 'RECEIVABLE REWRITE FAILED, SEE STATUS' TO
040800             EXC-REASON-TEXT
040900         PERFORM 2900-WRITE-EXCEPTION
041000             THRU 2900-WRITE-EXCEPTION-EXIT
041100     END-IF.
041200 2000-POST-NEXT-PAYMENT-EXIT.
041300     EXIT.
041400
041500 2050-WRITE-REGISTER-LINE.
041600     MOVE SPACES TO PAYMENT-REGISTER-LINE.
041700     MOVE WS-TODAY-YYYYMMDD TO PREG-DATE.
041800     MOVE WS-TIME-HHMMSSHH  TO PREG-TIME.
041900     MOVE PAY-STUDENT-ID    TO PREG-STUDENT-ID.
042000     MOVE PAY-TERM          TO PREG-TERM.
042100     MOVE PAY-AMOUNT        TO PREG-AMOUNT.
042200     WRITE PAYMENT-REGISTER-LINE.
042300 2050-WRITE-REGISTER-LINE-EXIT.
042400     EXIT.
042500
042600 2100-LIST-AGENCY-PAYMENT.
042700*    THE ACCOUNT IS WITH THE COLLECTION AGENCY (SEE TUITDUN) -
042800*    WHETHER THE AGENCY OR THE STUDENT REMITTED, THE PAYMENT IS
042900*    LISTED FOR THE COMMISSION SETTLEMENT.
043000     ADD 1 TO WS-AGENCY-PAYMENTS.
043100     ADD PAY-AMOUNT TO WS-AGENCY-AMOUNT.
043200     MOVE SPACES TO AGENCY-PAYMENT-RECORD.
043300     MOVE PAY-STUDENT-ID    TO APAY-STUDENT-ID.
043400     MOVE PAY-TERM          TO APAY-TERM.
043500     MOVE PAY-AMOUNT        TO APAY-AMOUNT.
043600     MOVE WS-TODAY-YYYYMMDD TO APAY-POSTED-DATE.
043700     MOVE RECV-PLACED-DATE  TO APAY-PLACED-DATE.
043800     MOVE RECV-BALANCE      TO APAY-BALANCE-AFTER.
043900     WRITE AGENCY-PAYMENT-RECORD.
044000 2100-LIST-AGENCY-PAYMENT-EXIT.
044100     EXIT.
044200
044300 2900-WRITE-EXCEPTION.
044400*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
044500*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
044600     ADD 1 TO WS-PAYMENTS-REJECTED.
044700     MOVE 'TUITPAY ' TO EXC-PROGRAM-ID.
044800     MOVE SPACES TO EXC-KEY-VALUE.
044900     STRING PAY-STUDENT-ID '/' PAY-TERM
045000         DELIMITED BY SIZE
045100         INTO EXC-KEY-VALUE
045200     END-STRING.
045300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
045400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
045500     MOVE SPACES TO EXC-OPERATOR-ID.
045600     WRITE EXC-RECORD.
045700     SET RC-WARNING TO TRUE.
045800 2900-WRITE-EXCEPTION-EXIT.
045900     EXIT.
046000
046100 4000-PRINT-AGING.
046200     MOVE SPACES TO AGING-REPORT-LINE.
046300     STRING 'RECEIVABLES AGING ' WS-TODAY-YYYYMMDD
046400         DELIMITED BY SIZE
046500         INTO AGING-REPORT-LINE
046600     END-STRING.
046700     WRITE AGING-REPORT-LINE.
046800
046900     MOVE LOW-VALUES TO RECV-KEY.
047000     MOVE '00' TO WS-RECV-STATUS.
047100     START RECEIVABLE-FILE KEY IS NOT LESS THAN RECV-KEY
047200         INVALID KEY SET RECV-STATUS-EOF TO TRUE
047300     END-START.
047400     PERFORM 4100-AGE-NEXT-BALANCE
047500         THRU 4100-AGE-NEXT-BALANCE-EXIT
047600         UNTIL RECV-STATUS-EOF.
047700*    THE LAST STUDENT ON THE FILE HAS NO BREAK TO SETTLE ON.
047800     IF WS-HOLD-STUDENT-ID NOT = ZERO
047900         PERFORM 4300-SETTLE-FINANCIAL-HOLD
048000             THRU 4300-SETTLE-FINANCIAL-HOLD-EXIT
048100     END-IF.
048200
048300     PERFORM 4200-PRINT-BUCKET-TOTALS
048400         THRU 4200-PRINT-BUCKET-TOTALS-EXIT.
048500 4000-PRINT-AGING-EXIT.
048600     EXIT.
048700
048800 4100-AGE-NEXT-BALANCE.
048900     READ RECEIVABLE-FILE NEXT
049000         AT END SET RECV-STATUS-EOF TO TRUE
049100     END-READ.
049200     IF NOT RECV-STATUS-OK
049300         SET RECV-STATUS-EOF TO TRUE
049400         GO TO 4100-AGE-NEXT-BALANCE-EXIT
049500     END-IF.
049600*    STUDENT BREAK - THE PREVIOUS STUDENT'S TERMS ARE ALL SEEN,
049700*    SO THEIR FINANCIAL HOLD CAN BE RAISED OR RELEASED.  PAID-UP
049800*    TERMS STILL COUNT HERE, BEFORE THE ZERO-BALANCE SKIP.
049900     IF RECV-STUDENT-ID NOT = WS-HOLD-STUDENT-ID
050000         IF WS-HOLD-STUDENT-ID NOT = ZERO
050100             PERFORM 4300-SETTLE-FINANCIAL-HOLD
050200                 THRU 4300-SETTLE-FINANCIAL-HOLD-EXIT
050300         END-IF
050400         MOVE RECV-STUDENT-ID TO WS-HOLD-STUDENT-ID
050500         MOVE 'N' TO WS-PAST-LIMIT-SW
050600         MOVE SPACES TO WS-PAST-LIMIT-TERM
050700     END-IF.
050800     IF RECV-BALANCE = ZERO
050900         GO TO 4100-AGE-NEXT-BALANCE-EXIT
051000     END-IF.
051100
051200     ADD 1 TO WS-OPEN-BALANCES.
051300     MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-INT.
051400     MOVE RECV-BILL-DATE TO WS-BILL-INT.
051500     COMPUTE WS-TODAY-INT =
051600         FUNCTION INTEGER-OF-DATE(WS-TODAY-INT).
051700     COMPUTE WS-BILL-INT =
051800         FUNCTION INTEGER-OF-DATE(WS-BILL-INT).
051900*    A BILL DATED AFTER THE BUSINESS DATE (AN AS-OF RERUN) IS
052000*    CURRENT, NOT AGED BACKWARD.
052100     IF WS-BILL-INT > WS-TODAY-INT
052200         MOVE ZERO TO WS-AGE-DAYS
052300     ELSE
052400         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BILL-INT
052500     END-IF.
052600     IF WS-AGE-DAYS > WS-HOLD-LIMIT-DAYS
052700         SET WS-PAST-LIMIT TO TRUE
052800         IF WS-PAST-LIMIT-TERM = SPACES
052900             MOVE RECV-TERM TO WS-PAST-LIMIT-TERM
053000         END-IF
053100     END-IF.
053200
053300     EVALUATE TRUE
053400         WHEN WS-AGE-DAYS NOT > 30
053500             ADD RECV-BALANCE TO WS-BUCKET-CURRENT
053600         WHEN WS-AGE-DAYS NOT > 60
053700             ADD RECV-BALANCE TO WS-BUCKET-30
053800         WHEN WS-AGE-DAYS NOT > 90
053900             ADD RECV-BALANCE TO WS-BUCKET-60
054000         WHEN OTHER
054100             ADD RECV-BALANCE TO WS-BUCKET-90
054200     END-EVALUATE.
054300
054400     MOVE RECV-BALANCE TO WS-AMOUNT-EDIT.
054500     MOVE SPACES TO AGING-REPORT-LINE.
054600     STRING 'STUDENT ' RECV-STUDENT-ID
054700            ' TERM ' RECV-TERM
054800            ' BILLED=' RECV-BILL-DATE
054900            ' AGE=' WS-AGE-DAYS
055000            ' BALANCE=' WS-AMOUNT-EDIT
055100         DELIMITED BY SIZE
055200         INTO AGING-REPORT-LINE
055300     END-STRING.
055400     IF RECV-AT-AGENCY
055500         MOVE 'AT AGENCY' TO AGING-REPORT-LINE(88:9)
055600     END-IF.
055700     WRITE AGING-REPORT-LINE.
055800 4100-AGE-NEXT-BALANCE-EXIT.
055900     EXIT.
056000
056100 4300-SETTLE-FINANCIAL-HOLD.
056200*    A STUDENT WITH A BALANCE PAST THE LIMIT GETS AN 'F' HOLD
056300*    UNLESS ONE IS ALREADY ON FILE.  A STUDENT WITH NONE LOSES
056400*    THE 'F' HOLD - BUT ONLY ONE THIS PROGRAM RAISED; A HOLD
056500*    THE BURSAR KEYED THROUGH HOLDMNT STAYS UNTIL THEY LIFT IT.
056600     IF NOT WS-HOLD-FILE-OPEN
056700         GO TO 4300-SETTLE-FINANCIAL-HOLD-EXIT
056800     END-IF.
056900     MOVE WS-HOLD-STUDENT-ID TO RHLD-STUDENT-ID.
057000     SET RHLD-FINANCIAL TO TRUE.
057100     READ HOLD-FILE
057200         INVALID KEY MOVE 'N' TO WS-HOLD-ON-FILE-SW
057300         NOT INVALID KEY MOVE 'Y' TO WS-HOLD-ON-FILE-SW
057400     END-READ.
057500
057600     IF WS-PAST-LIMIT
057700         IF WS-HOLD-ON-FILE
057800             GO TO 4300-SETTLE-FINANCIAL-HOLD-EXIT
057900         END-IF
058000         MOVE WS-HOLD-STUDENT-ID TO RHLD-STUDENT-ID
058100         SET RHLD-FINANCIAL TO TRUE
058200         MOVE SPACES TO RHLD-REASON
058300         STRING 'PAST-DUE BALANCE TERM ' WS-PAST-LIMIT-TERM
058400             DELIMITED BY SIZE
058500             INTO RHLD-REASON
058600         END-STRING
058700         MOVE WS-TODAY-YYYYMMDD TO RHLD-SET-DATE
058800         MOVE 'TUITPAY ' TO RHLD-SET-BY
058900         WRITE REG-HOLD-RECORD
059000             INVALID KEY CONTINUE
059100         END-WRITE
059200         IF NOT HOLD-STATUS-OK
059300             DISPLAY 'TUITPAY - STUHOLD WRITE FAILED, STATUS='
059400                 WS-HOLD-STATUS
059500             SET RC-WARNING TO TRUE
059600             GO TO 4300-SETTLE-FINANCIAL-HOLD-EXIT
059700         END-IF
059800         ADD 1 TO WS-HOLDS-RAISED
059900         MOVE SPACES TO AGING-REPORT-LINE
060000         STRING 'FINANCIAL HOLD SET      STUDENT '
060100                WS-HOLD-STUDENT-ID
060200                ' TERM ' WS-PAST-LIMIT-TERM
060300             DELIMITED BY SIZE
060400             INTO AGING-REPORT-LINE
060500         END-STRING
060600         WRITE AGING-REPORT-LINE
060700         GO TO 4300-SETTLE-FINANCIAL-HOLD-EXIT
060800     END-IF.
060900
061000     IF NOT WS-HOLD-ON-FILE
061100             OR RHLD-SET-BY NOT = 'TUITPAY '
061200         GO TO 4300-SETTLE-FINANCIAL-HOLD-EXIT
061300     END-IF.
061400     DELETE HOLD-FILE
061500         INVALID KEY CONTINUE
061600     END-DELETE.
061700     IF NOT HOLD-STATUS-OK
061800         DISPLAY 'TUITPAY - STUHOLD DELETE FAILED, STATUS='
061900             WS-HOLD-STATUS
062000         SET RC-WARNING TO TRUE
062100         GO TO 4300-SETTLE-FINANCIAL-HOLD-EXIT
062200     END-IF.
062300     ADD 1 TO WS-HOLDS-RELEASED.
062400     MOVE SPACES TO AGING-REPORT-LINE.
062500     STRING 'FINANCIAL HOLD RELEASED STUDENT '
062600            WS-HOLD-STUDENT-ID
062700         DELIMITED BY SIZE
062800         INTO AGING-REPORT-LINE
062900     END-STRING.
063000     WRITE AGING-REPORT-LINE.
063100 4300-SETTLE-FINANCIAL-HOLD-EXIT.
063200     EXIT.
063300
063400 4200-PRINT-BUCKET-TOTALS.
063500     MOVE SPACES TO AGING-REPORT-LINE.
063600     WRITE AGING-REPORT-LINE.
063700     MOVE WS-BUCKET-CURRENT TO WS-AMOUNT-EDIT.
063800     MOVE SPACES TO AGING-REPORT-LINE.
063900     STRING 'CURRENT (0-30)  : ' WS-AMOUNT-EDIT
064000         DELIMITED BY SIZE
064100         INTO AGING-REPORT-LINE
064200     END-STRING.
064300     WRITE AGING-REPORT-LINE.
064400     MOVE WS-BUCKET-30 TO WS-AMOUNT-EDIT.
064500     MOVE SPACES TO AGING-REPORT-LINE.
064600     STRING '31-60 DAYS      : ' WS-AMOUNT-EDIT
064700         DELIMITED BY SIZE
064800         INTO AGING-REPORT-LINE
064900     END-STRING.
065000     WRITE AGING-REPORT-LINE.
065100     MOVE WS-BUCKET-60 TO WS-AMOUNT-EDIT.
065200     MOVE SPACES TO AGING-REPORT-LINE.
065300     STRING '61-90 DAYS      : ' WS-AMOUNT-EDIT
065400         DELIMITED BY SIZE
065500         INTO AGING-REPORT-LINE
065600     END-STRING.
065700     WRITE AGING-REPORT-LINE.
065800     MOVE WS-BUCKET-90 TO WS-AMOUNT-EDIT.
065900     MOVE SPACES TO AGING-REPORT-LINE.
066000     STRING 'OVER 90 DAYS    : ' WS-AMOUNT-EDIT
066100         DELIMITED BY SIZE
066200         INTO AGING-REPORT-LINE
066300     END-STRING.
066400     WRITE AGING-REPORT-LINE.
066500     MOVE SPACES TO AGING-REPORT-LINE.
066600     STRING 'HOLD LIMIT DAYS : ' WS-HOLD-LIMIT-DAYS
066700         DELIMITED BY SIZE
066800         INTO AGING-REPORT-LINE
066900     END-STRING.
067000     WRITE AGING-REPORT-LINE.
067100 4200-PRINT-BUCKET-TOTALS-EXIT.
067200     EXIT.
067300
067400 9000-FINISH.
067500     CLOSE PAYMENT-FILE.
067600     CLOSE RECEIVABLE-FILE.
067700     CLOSE AGING-REPORT.
067800     CLOSE AGENCY-PAYMENTS.
067900     CLOSE PAYMENT-REGISTER.
068000     IF WS-HOLD-FILE-OPEN
068100         CLOSE HOLD-FILE
068200     END-IF.
068300     CLOSE EXCEPTION-FILE.
068400     DISPLAY 'TUITPAY - PAYMENTS READ    : ' WS-PAYMENTS-READ.
068500     DISPLAY 'TUITPAY - PAYMENTS POSTED  : ' WS-PAYMENTS-POSTED.
068600     DISPLAY 'TUITPAY - PAYMENTS REJECTED: '
068700         WS-PAYMENTS-REJECTED.
068800     DISPLAY 'TUITPAY - AMOUNT POSTED    : ' WS-AMOUNT-POSTED.
068900     DISPLAY 'TUITPAY - AGENCY PAYMENTS  : ' WS-AGENCY-PAYMENTS.
069000     DISPLAY 'TUITPAY - AGENCY AMOUNT    : ' WS-AGENCY-AMOUNT.
069100     DISPLAY 'TUITPAY - OPEN BALANCES    : ' WS-OPEN-BALANCES.
069200     DISPLAY 'TUITPAY - HOLDS RAISED     : ' WS-HOLDS-RAISED.
069300     DISPLAY 'TUITPAY - HOLDS RELEASED   : ' WS-HOLDS-RELEASED.
069400     DISPLAY 'TUITPAY - RETURN CODE      : ' WS-RETURN-CODE.
069500 9000-FINISH-EXIT.
069600     EXIT.
069700
069800 9999-EXIT.
069900     STOP RUN.
