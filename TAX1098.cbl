000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAX1098.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  YEAR-END 1098-T TUITION
001000*                    STATEMENTS.  GATHERS THE CALENDAR YEAR'S
001100*                    ACTIVITY FOR EVERY STUDENT - TUITION BILLED
001200*                    FROM THE CUMULATIVE TUITREG REGISTER (THE
001300*                    LATEST LINE PER STUDENT/TERM, SO A REBILL
001400*                    NEVER COUNTS TWICE), REFUND CREDITS FROM
001500*                    REFNDHST, PAYMENTS RECEIVED FROM TUITPAY'S
001600*                    PAYREG REGISTER AND AID DISBURSED TO
001700*                    STUDRECV FROM AIDMAST (SEE AWARDREC) - AND
001800*                    SORTS IT BY STUDENT THE WAY STUDDUP SORTS
001900*                    ITS EXTRACT.  EACH STUDENT WITH ACTIVITY
002000*                    GETS A PRINTED STUDENT COPY WITH THE
002100*                    STUDADDR ADDRESS BLOCK AND A PAYEE RECORD
002200*                    ON THE T1098IRS ELECTRONIC FILING FILE,
002300*                    WHICH CARRIES THE TRANSMITTER AND PAYER
002400*                    RECORDS UP FRONT AND THE RECORD COUNTS AND
002500*                    AMOUNT CONTROL TOTALS AT THE END.  THE
002600*                    BURSAR'S JANUARY SPREADSHEET BUILD RETIRES.
002700*   2026-10-15 RLW  QUALIFIED TUITION IS NOW THE SUM OF EVERY
002800*                    TUITREG LINE'S CHANGE FROM ITS PRIOR AMOUNT
002900*                    DATED IN THE TAX YEAR, SO A TERM BILLED IN
003000*                    ONE YEAR AND REBILLED IN THE NEXT REPORTS
003100*                    ONLY THE CHANGE THE SECOND TIME.  BOX 1
003200*                    COUNTS A TERM'S PAYMENTS ONLY UP TO THE
003300*                    TUITION SHARE OF ITS STUDRECV BILL, NET OF
003400*                    REFUND CREDITS - PAYMENT TOWARD THE HOUSASGN
003500*                    ROOM CHARGE IS NOT QUALIFIED TUITION.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT STUDENT ASSIGN TO FILENAME
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS STUDENT-ID
004400         FILE STATUS IS WS-STUDENT-STATUS.
004500
004600     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ADDR-STUDENT-ID
005000         FILE STATUS IS WS-ADDR-STATUS.
005100
005200     SELECT BILLING-REGISTER ASSIGN TO "TUITREG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-TREG-STATUS.
005500
005600     SELECT PAYMENT-REGISTER ASSIGN TO "PAYREG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PREG-STATUS.
005900
006000     SELECT AWARD-FILE ASSIGN TO "AIDMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS AWD-KEY
006400         FILE STATUS IS WS-AWD-STATUS.
006500
006600     SELECT REFUND-HISTORY ASSIGN TO "REFNDHST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS REFH-KEY
007000         FILE STATUS IS WS-REFH-STATUS.
007100
007200     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RECV-KEY
007600         FILE STATUS IS WS-RECV-STATUS.
007700
007800     SELECT SORT-WORK ASSIGN TO "T1098WRK".
007900
008000     SELECT STATEMENT-PRINT ASSIGN TO "T1098STM"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300     SELECT IRS-FILE ASSIGN TO "T1098IRS"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-PARM-STATUS.
008900
009000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-BUSDATE-STATUS.
009300
009400     SELECT EXCEPTION-FILE ASSIGN TO "T1098EXC"
009500         ORGANIZATION IS LINE SEQUENTIAL.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  STUDENT.
010000     COPY STUDREC.
010100
010200 01  FILENAME                   PIC X(12).
010300
010400 FD  ADDRESS-FILE.
010500     COPY ADDRREC.
010600
010700*    TUITBILL'S REGISTER - ONE LINE PER INVOICE, FIXED COLUMNS.
010800 FD  BILLING-REGISTER.
010900 01  BILLING-REGISTER-LINE.
011000     05  TREG-DATE                   PIC X(08).
011100     05  FILLER                      PIC X(01).
011200     05  TREG-TIME                   PIC X(08).
011300     05  FILLER                      PIC X(09).
011400     05  TREG-STUDENT-ID             PIC X(09).
011500     05  FILLER                      PIC X(06).
011600     05  TREG-TERM                   PIC X(05).
011700     05  FILLER                      PIC X(05).
011800     05  TREG-AMOUNT                 PIC 9(07)V9(02).
011900     05  FILLER                      PIC X(01).
012000     05  TREG-PRIOR-AMOUNT           PIC 9(07)V9(02).
012100     05  FILLER                      PIC X(10).
012200
012300*    TUITPAY'S REGISTER - ONE LINE PER POSTED PAYMENT, THE SAME
012400*    FIXED COLUMNS AS TUITREG.
012500 FD  PAYMENT-REGISTER.
012600 01  PAYMENT-REGISTER-LINE.
012700     05  PREG-DATE                   PIC X(08).
012800     05  FILLER                      PIC X(01).
012900     05  PREG-TIME                   PIC X(08).
013000     05  FILLER                      PIC X(09).
013100     05  PREG-STUDENT-ID             PIC X(09).
013200     05  FILLER                      PIC X(06).
013300     05  PREG-TERM                   PIC X(05).
013400     05  FILLER                      PIC X(05).
013500     05  PREG-AMOUNT                 PIC 9(07)V9(02).
013600     05  FILLER                      PIC X(20).
013700
013800 FD  AWARD-FILE.
013900     COPY AWARDREC.
014000
014100 FD  REFUND-HISTORY.
014200     COPY REFNDREC.
014300
014400 FD  RECEIVABLE-FILE.
014500     COPY RECVREC.
014600
014700 SD  SORT-WORK.
014800 01  SORT-ACTIVITY-RECORD.
014900     05  SRT-STUDENT-ID              PIC 9(09).
015000     05  SRT-TERM                    PIC X(05).
015100     05  SRT-SOURCE                  PIC X(01).
015200         88  SRT-BILLED              VALUE 'B'.
015300         88  SRT-PAYMENT             VALUE 'P'.
015400         88  SRT-AID                 VALUE 'A'.
015500         88  SRT-REFUND              VALUE 'R'.
015600     05  SRT-DATE                    PIC X(08).
015700     05  SRT-TIME                    PIC X(08).
015800     05  SRT-AMOUNT                  PIC S9(07)V9(02).
015900
016000 FD  STATEMENT-PRINT.
016100 01  STATEMENT-PRINT-LINE           PIC X(80).
016200
016300 FD  IRS-FILE.
016400 01  IRS-FILE-RECORD                PIC X(750).
016500
016600 FD  PARM-CARD-FILE.
016700     COPY PARMREC.
016800
016900 FD  BUSDATE-FILE.
017000     COPY BUSDATE.
017100
017200 FD  EXCEPTION-FILE.
017300     COPY EXCREC.
017400
017500 WORKING-STORAGE SECTION.
017600     COPY STUDWS.
017700     COPY RETCODES.
017800
017900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
018000     88  STUDENT-STATUS-OK           VALUE '00'.
018100 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
018200     88  ADDR-STATUS-OK              VALUE '00'.
018300 01  WS-TREG-STATUS                 PIC X(02) VALUE '00'.
018400     88  TREG-STATUS-OK              VALUE '00'.
018500     88  TREG-STATUS-EOF             VALUE '10'.
018600 01  WS-PREG-STATUS                 PIC X(02) VALUE '00'.
018700     88  PREG-STATUS-OK              VALUE '00'.
018800     88  PREG-STATUS-EOF             VALUE '10'.
018900 01  WS-AWD-STATUS                  PIC X(02) VALUE '00'.
019000     88  AWD-STATUS-OK               VALUE '00'.
019100     88  AWD-STATUS-EOF              VALUE '10'.
019200 01  WS-REFH-STATUS                 PIC X(02) VALUE '00'.
019300     88  REFH-STATUS-OK              VALUE '00'.
019400     88  REFH-STATUS-EOF             VALUE '10'.
019500 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
019600     88  RECV-STATUS-OK              VALUE '00'.
019700 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
019800     88  PARM-STATUS-OK              VALUE '00'.
019900     88  PARM-STATUS-EOF             VALUE '10'.
020000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
020100     88  BUSDATE-STATUS-OK           VALUE '00'.
020200
020300 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
020400     88  WS-PARM-FOUND               VALUE 'Y'.
020500 01  WS-ADDR-FOUND-SW               PIC X(01) VALUE 'N'.
020600     88  WS-ADDR-FOUND               VALUE 'Y'.
020700 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
020800     88  WS-FIRST-STUDENT            VALUE 'Y'.
020900 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
021000     88  SORT-AT-EOF                 VALUE 'Y'.
021100
021200*    RUN OPTIONS - FROM THE PARM CARD OR THE CONSOLE PROMPTS.
021300*    THE TAX YEAR DEFAULTS TO THE YEAR BEFORE THE BUSINESS
021400*    DATE, SINCE THE RUN IS MADE IN JANUARY.
021500 01  WS-TAX-YEAR                    PIC 9(04) VALUE ZERO.
021600 01  WS-FILER-EIN                   PIC X(09) VALUE SPACES.
021700 01  WS-FILER-TCC                   PIC X(05) VALUE SPACES.
021800 01  WS-FILER-NAME                  PIC X(34) VALUE SPACES.
021900
022000*    EVERY SOURCE DATE IS YYYYMMDD - ONLY THE YEAR DECIDES.
022100 01  WS-EVENT-DATE                  PIC X(08) VALUE SPACES.
022200 01  WS-EVENT-DATE-R REDEFINES WS-EVENT-DATE.
022300     05  WS-EVENT-YEAR               PIC 9(04).
022400     05  FILLER                      PIC X(04).
022500
022600*    ONE STUDENT'S YEAR.  A TERM'S BILLING IS THE SUM OF THE
022700*    YEAR'S TUITREG CHANGES FOR IT, AND ITS PAYMENTS ARE HELD
022800*    UNTIL THE TERM BREAK TO BE SET AGAINST ITS TUITION SHARE.
022900 01  WS-CUR-STUDENT-ID              PIC 9(09) VALUE ZERO.
023000 01  WS-CUR-TERM                    PIC X(05) VALUE SPACES.
023100 01  WS-TERM-BILLED                 PIC S9(07)V9(02) VALUE ZERO.
023200 01  WS-TERM-PAID                   PIC 9(07)V9(02) VALUE ZERO.
023300 01  WS-STU-BILLED                  PIC S9(07)V9(02) VALUE ZERO.
023400 01  WS-STU-REFUNDED                PIC 9(07)V9(02) VALUE ZERO.
023500 01  WS-STU-PAID                    PIC 9(07)V9(02) VALUE ZERO.
023600 01  WS-STU-AID                     PIC 9(07)V9(02) VALUE ZERO.
023700 01  WS-STU-QUALIFIED               PIC 9(07)V9(02) VALUE ZERO.
023800 01  WS-NET-AMOUNT                  PIC S9(08)V9(02) VALUE ZERO.
023900 01  WS-AMOUNT-EDIT                 PIC Z(06)9.99-.
024000
024100 01  WS-ACTIVITY-RELEASED           PIC 9(07) COMP VALUE ZERO.
024200 01  WS-BILL-LINES                  PIC 9(07) COMP VALUE ZERO.
024300 01  WS-PAYMENT-LINES               PIC 9(07) COMP VALUE ZERO.
024400 01  WS-AID-LINES                   PIC 9(07) COMP VALUE ZERO.
024500 01  WS-REFUND-LINES                PIC 9(07) COMP VALUE ZERO.
024600 01  WS-STATEMENTS-PRINTED          PIC 9(07) COMP VALUE ZERO.
024700 01  WS-STUDENTS-SKIPPED            PIC 9(07) COMP VALUE ZERO.
024800 01  WS-MISSING-ADDRESSES           PIC 9(07) COMP VALUE ZERO.
024900
025000*    ELECTRONIC FILING CONTROL TOTALS - THE C RECORD CARRIES THE
025100*    PAYEE COUNT AND AMOUNT TOTALS, THE F RECORD THE A AND B
025200*    RECORD COUNTS.  EVERY RECORD CARRIES ITS SEQUENCE NUMBER.
025300 01  WS-IRS-SEQUENCE                PIC 9(08) VALUE ZERO.
025400 01  WS-IRS-PAYEES                  PIC 9(08) VALUE ZERO.
025500 01  WS-IRS-PAYERS                  PIC 9(08) VALUE ZERO.
025600 01  WS-IRS-TOTAL-1                 PIC 9(16)V9(02) VALUE ZERO.
025700 01  WS-IRS-TOTAL-2                 PIC 9(16)V9(02) VALUE ZERO.
025800 01  WS-IRS-TOTAL-5                 PIC 9(16)V9(02) VALUE ZERO.
025900
026000*    THE 750-BYTE FILING RECORD AND ITS FIVE RECORD TYPES.
026100*    AMOUNT 1 IS PAYMENTS RECEIVED, AMOUNT 2 THE QUALIFIED
026200*    TUITION BILLED NET OF REFUNDS, AMOUNT 5 SCHOLARSHIPS AND
026300*    GRANTS.  THE STUDENT MASTER CARRIES NO TAXPAYER ID, SO THE
026400*    PAYEE TIN GOES BLANK AND THE ACCOUNT NUMBER CARRIES THE
026500*    STUDENT-ID.
026600 01  IRS-WORK-RECORD                PIC X(750) VALUE SPACES.
026700
026800 01  IRS-T-RECORD REDEFINES IRS-WORK-RECORD.
026900     05  IRS-T-TYPE                  PIC X(01).
027000     05  IRS-T-YEAR                  PIC 9(04).
027100     05  IRS-T-PRIOR-YEAR            PIC X(01).
027200     05  IRS-T-TIN                   PIC X(09).
027300     05  IRS-T-TCC                   PIC X(05).
027400     05  FILLER                      PIC X(07).
027500     05  IRS-T-TEST                  PIC X(01).
027600     05  IRS-T-FOREIGN               PIC X(01).
027700     05  IRS-T-NAME                  PIC X(80).
027800     05  IRS-T-COMPANY               PIC X(80).
027900     05  FILLER                      PIC X(106).
028000     05  IRS-T-PAYEES                PIC 9(08).
028100     05  FILLER                      PIC X(196).
028200     05  IRS-T-SEQUENCE              PIC 9(08).
028300     05  FILLER                      PIC X(243).
028400
028500 01  IRS-A-RECORD REDEFINES IRS-WORK-RECORD.
028600     05  IRS-A-TYPE                  PIC X(01).
028700     05  IRS-A-YEAR                  PIC 9(04).
028800     05  IRS-A-COMBINED              PIC X(01).
028900     05  FILLER                      PIC X(05).
029000     05  IRS-A-TIN                   PIC X(09).
029100     05  IRS-A-NAME-CONTROL          PIC X(04).
029200     05  IRS-A-LAST-FILING           PIC X(01).
029300     05  IRS-A-RETURN-TYPE           PIC X(02).
029400     05  IRS-A-AMOUNT-CODES          PIC X(18).
029500     05  FILLER                      PIC X(06).
029600     05  IRS-A-FOREIGN               PIC X(01).
029700     05  IRS-A-PAYER-NAME            PIC X(40).
029800     05  FILLER                      PIC X(407).
029900     05  IRS-A-SEQUENCE              PIC 9(08).
030000     05  FILLER                      PIC X(243).
030100
030200 01  IRS-B-RECORD REDEFINES IRS-WORK-RECORD.
030300     05  IRS-B-TYPE                  PIC X(01).
030400     05  IRS-B-YEAR                  PIC 9(04).
030500     05  IRS-B-CORRECTED             PIC X(01).
030600     05  IRS-B-NAME-CONTROL          PIC X(04).
030700     05  IRS-B-TIN-TYPE              PIC X(01).
030800     05  IRS-B-TIN                   PIC X(09).
030900     05  IRS-B-ACCOUNT               PIC X(20).
031000     05  IRS-B-OFFICE                PIC X(04).
031100     05  FILLER                      PIC X(10).
031200     05  IRS-B-AMOUNT-1              PIC 9(10)V9(02).
031300     05  IRS-B-AMOUNT-2              PIC 9(10)V9(02).
031400     05  IRS-B-AMOUNT-3              PIC 9(10)V9(02).
031500     05  IRS-B-AMOUNT-4              PIC 9(10)V9(02).
031600     05  IRS-B-AMOUNT-5              PIC 9(10)V9(02).
031700     05  FILLER                      PIC X(173).
031800     05  IRS-B-PAYEE-NAME            PIC X(40).
031900     05  FILLER                      PIC X(40).
032000     05  IRS-B-STREET                PIC X(40).
032100     05  FILLER                      PIC X(40).
032200     05  IRS-B-CITY                  PIC X(40).
032300     05  IRS-B-STATE                 PIC X(02).
032400     05  IRS-B-ZIP                   PIC X(09).
032500     05  FILLER                      PIC X(01).
032600     05  IRS-B-SEQUENCE              PIC 9(08).
032700     05  FILLER                      PIC X(243).
032800
032900 01  IRS-C-RECORD REDEFINES IRS-WORK-RECORD.
033000     05  IRS-C-TYPE                  PIC X(01).
033100     05  IRS-C-PAYEES                PIC 9(08).
033200     05  FILLER                      PIC X(06).
033300     05  IRS-C-TOTAL-1               PIC 9(16)V9(02).
033400     05  IRS-C-TOTAL-2               PIC 9(16)V9(02).
033500     05  IRS-C-TOTAL-3               PIC 9(16)V9(02).
033600     05  IRS-C-TOTAL-4               PIC 9(16)V9(02).
033700     05  IRS-C-TOTAL-5               PIC 9(16)V9(02).
033800     05  FILLER                      PIC X(394).
033900     05  IRS-C-SEQUENCE              PIC 9(08).
034000     05  FILLER                      PIC X(243).
034100
034200 01  IRS-F-RECORD REDEFINES IRS-WORK-RECORD.
034300     05  IRS-F-TYPE                  PIC X(01).
034400     05  IRS-F-PAYERS                PIC 9(08).
034500     05  IRS-F-ZEROS                 PIC 9(21).
034600     05  FILLER                      PIC X(19).
034700     05  IRS-F-PAYEES                PIC 9(08).
034800     05  FILLER                      PIC X(442).
034900     05  IRS-F-SEQUENCE              PIC 9(08).
035000     05  FILLER                      PIC X(243).
035100
035200 01  WS-CURRENT-DATE-TIME.
035300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
035400     05  WS-TIME-HHMMSSHH           PIC 9(08).
035500     05  FILLER                     PIC X(05).
035600
035700 PROCEDURE DIVISION.
035800 0000-MAINLINE.
035900     PERFORM 1000-INITIALIZE
036000         THRU 1000-INITIALIZE-EXIT.
036100
036200     IF NOT RC-SEVERE
036300         SORT SORT-WORK
036400             ON ASCENDING KEY SRT-STUDENT-ID SRT-TERM SRT-SOURCE
036500                              SRT-DATE SRT-TIME
036600             INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
036700                 THRU 2000-LOAD-SORT-WORK-EXIT
036800             OUTPUT PROCEDURE IS 3000-BUILD-STATEMENTS
036900                 THRU 3000-BUILD-STATEMENTS-EXIT
037000     END-IF.
037100
037200     PERFORM 9000-FINISH
037300         THRU 9000-FINISH-EXIT.
037400
037500     MOVE WS-RETURN-CODE TO RETURN-CODE.
037600     GO TO 9999-EXIT.
037700
037800 1000-INITIALIZE.
037900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
038000     PERFORM 1050-GET-BUSINESS-DATE
038100         THRU 1050-GET-BUSINESS-DATE-EXIT.
038200     COMPUTE WS-TAX-YEAR = WS-TODAY-YYYYMMDD / 10000 - 1.
038300*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
038400*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
038500     OPEN OUTPUT EXCEPTION-FILE.
038600     OPEN OUTPUT STATEMENT-PRINT.
038700     OPEN OUTPUT IRS-FILE.
038800     PERFORM 1080-READ-PARM-CARD
038900         THRU 1080-READ-PARM-CARD-EXIT.
039000     IF NOT WS-PARM-FOUND
039100         DISPLAY 'ENTER STUDENT DATASET NAME: '
039200         ACCEPT FILENAME
039300         DISPLAY 'ENTER TAX YEAR (E.G. 2026): '
039400         ACCEPT WS-TAX-YEAR
039500         DISPLAY 'ENTER INSTITUTION EIN (9 DIGITS): '
039600         ACCEPT WS-FILER-EIN
039700         DISPLAY 'ENTER TRANSMITTER CONTROL CODE: '
039800         ACCEPT WS-FILER-TCC
039900         DISPLAY 'ENTER INSTITUTION NAME: '
040000         ACCEPT WS-FILER-NAME
040100     END-IF.
040200     OPEN INPUT STUDENT.
040300     IF NOT STUDENT-STATUS-OK
040400         DISPLAY 'TAX1098 - UNABLE TO OPEN STUDENT FILE, STATUS='
040500             WS-STUDENT-STATUS
040600         SET RC-SEVERE TO TRUE
040700         GO TO 1000-INITIALIZE-EXIT
040800     END-IF.
040900     OPEN INPUT ADDRESS-FILE.
041000     IF NOT ADDR-STATUS-OK
041100         DISPLAY 'TAX1098 - UNABLE TO OPEN STUDADDR, STATUS='
041200             WS-ADDR-STATUS
041300         SET RC-SEVERE TO TRUE
041400         GO TO 1000-INITIALIZE-EXIT
041500     END-IF.
041600*    WITHOUT THE RECEIVABLES BOX 1 CANNOT TELL TUITION FROM
041700*    HOUSING - NOTHING IS FILED.
041800     OPEN INPUT RECEIVABLE-FILE.
041900     IF NOT RECV-STATUS-OK
042000         DISPLAY 'TAX1098 - UNABLE TO OPEN STUDRECV, STATUS='
042100             WS-RECV-STATUS
042200         SET RC-SEVERE TO TRUE
042300         GO TO 1000-INITIALIZE-EXIT
042400     END-IF.
042500 1000-INITIALIZE-EXIT.
042600     EXIT.
042700
042800 1050-GET-BUSINESS-DATE.
042900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
043000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
043100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
043200*    CLOCK TIME FIELD STAYS REAL.
043300     OPEN INPUT BUSDATE-FILE.
043400     IF NOT BUSDATE-STATUS-OK
043500         GO TO 1050-GET-BUSINESS-DATE-EXIT
043600     END-IF.
043700     READ BUSDATE-FILE
043800         AT END
043900             CLOSE BUSDATE-FILE
044000             GO TO 1050-GET-BUSINESS-DATE-EXIT
044100     END-READ.
044200     CLOSE BUSDATE-FILE.
044300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
044400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
044500         DISPLAY 'TAX1098 - RUNNING AS OF BUSINESS DATE '
044600             BUS-DATE
044700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
044800     END-IF.
044900 1050-GET-BUSINESS-DATE-EXIT.
045000     EXIT.
045100
045200 1080-READ-PARM-CARD.
045300*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-24 TAX
045400*    YEAR (BLANK TAKES THE YEAR BEFORE THE BUSINESS DATE),
045500*    25-33 INSTITUTION EIN, 34-38 TRANSMITTER CONTROL CODE,
045600*    39-72 INSTITUTION NAME.
045700     MOVE 'N' TO WS-PARM-FOUND-SW.
045800     OPEN INPUT PARM-CARD-FILE.
045900     IF NOT PARM-STATUS-OK
046000         GO TO 1080-READ-PARM-CARD-EXIT
046100     END-IF.
046200     PERFORM 1081-SCAN-ONE-CARD
046300         THRU 1081-SCAN-ONE-CARD-EXIT
046400         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
046500     CLOSE PARM-CARD-FILE.
046600     IF WS-PARM-FOUND
046700         IF PARM-OPTIONS(1:12) = SPACES
046800                 OR PARM-OPTIONS(17:9) IS NOT NUMERIC
046900                 OR PARM-OPTIONS(31:34) = SPACES
047000                 OR (PARM-OPTIONS(13:4) NOT = SPACES
047100                     AND PARM-OPTIONS(13:4) IS NOT NUMERIC)
047200             MOVE 'N' TO WS-PARM-FOUND-SW
047300             MOVE 'TAX1098 ' TO EXC-PROGRAM-ID
047400             MOVE PARM-OPTIONS(1:20) TO EXC-KEY-VALUE
047500             MOVE 'E392' TO EXC-REASON-CODE
047600             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
047700                 EXC-REASON-TEXT
047800             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
047900             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
048000             MOVE SPACES TO EXC-OPERATOR-ID
048100             WRITE EXC-RECORD
048200             SET RC-WARNING TO TRUE
048300         ELSE
048400             MOVE PARM-OPTIONS(1:12) TO FILENAME
048500             IF PARM-OPTIONS(13:4) NOT = SPACES
048600                 MOVE PARM-OPTIONS(13:4) TO WS-TAX-YEAR
048700             END-IF
048800             MOVE PARM-OPTIONS(17:9) TO WS-FILER-EIN
048900             MOVE PARM-OPTIONS(26:5) TO WS-FILER-TCC
049000             MOVE PARM-OPTIONS(31:34) TO WS-FILER-NAME
049100         END-IF
049200     END-IF.
049300 1080-READ-PARM-CARD-EXIT.
049400     EXIT.
049500
049600 1081-SCAN-ONE-CARD.
049700     READ PARM-CARD-FILE
049800         AT END SET PARM-STATUS-EOF TO TRUE
049900     END-READ.
050000     IF PARM-STATUS-EOF
050100         GO TO 1081-SCAN-ONE-CARD-EXIT
050200     END-IF.
050300     IF PARM-PROGRAM-ID = 'TAX1098 '
050400         SET WS-PARM-FOUND TO TRUE
050500     END-IF.
050600 1081-SCAN-ONE-CARD-EXIT.
050700     EXIT.
050800
050900*================================================================
051000*  SORT INPUT - RELEASE THE TAX YEAR'S ACTIVITY FROM ALL FOUR
051100*  SOURCES, ONE SORT RECORD PER REGISTER LINE OR HISTORY RECORD.
051200*================================================================
051300 2000-LOAD-SORT-WORK.
051400     PERFORM 2100-LOAD-BILLINGS
051500         THRU 2100-LOAD-BILLINGS-EXIT.
051600     PERFORM 2200-LOAD-PAYMENTS
051700         THRU 2200-LOAD-PAYMENTS-EXIT.
051800     PERFORM 2300-LOAD-AID
051900         THRU 2300-LOAD-AID-EXIT.
052000     PERFORM 2400-LOAD-REFUNDS
052100         THRU 2400-LOAD-REFUNDS-EXIT.
052200 2000-LOAD-SORT-WORK-EXIT.
052300     EXIT.
052400
052500 2100-LOAD-BILLINGS.
052600*    WITHOUT THE BILLING REGISTER THE STATEMENTS CARRY PAYMENTS
052700*    AND AID ONLY - THE RUN GOES ON BUT THE BURSAR MUST SEE IT.
052800     OPEN INPUT BILLING-REGISTER.
052900     IF NOT TREG-STATUS-OK
053000         MOVE 'TUITREG' TO EXC-KEY-VALUE
053100         MOVE 'E180' TO EXC-REASON-CODE
053200         MOVE 'TUITREG NOT AVAILABLE - NO TUITION BILLED' TO
053300             EXC-REASON-TEXT
053400         PERFORM 2900-WRITE-EXCEPTION
053500             THRU 2900-WRITE-EXCEPTION-EXIT
053600         GO TO 2100-LOAD-BILLINGS-EXIT
053700     END-IF.
053800     PERFORM 2110-RELEASE-ONE-BILLING
053900         THRU 2110-RELEASE-ONE-BILLING-EXIT
054000         UNTIL TREG-STATUS-EOF.
054100     CLOSE BILLING-REGISTER.
054200 2100-LOAD-BILLINGS-EXIT.
054300     EXIT.
054400
054500 2110-RELEASE-ONE-BILLING.
054600     READ BILLING-REGISTER
054700         AT END SET TREG-STATUS-EOF TO TRUE
054800     END-READ.
054900     IF TREG-STATUS-EOF
055000         GO TO 2110-RELEASE-ONE-BILLING-EXIT
055100     END-IF.
055200     MOVE TREG-DATE TO WS-EVENT-DATE.
055300     IF WS-EVENT-YEAR IS NOT NUMERIC
055400             OR WS-EVENT-YEAR NOT = WS-TAX-YEAR
055500         GO TO 2110-RELEASE-ONE-BILLING-EXIT
055600     END-IF.
055700     IF TREG-STUDENT-ID IS NOT NUMERIC
055800             OR TREG-AMOUNT IS NOT NUMERIC
055900         GO TO 2110-RELEASE-ONE-BILLING-EXIT
056000     END-IF.
056100     MOVE TREG-STUDENT-ID TO SRT-STUDENT-ID.
056200     MOVE TREG-TERM       TO SRT-TERM.
056300     SET SRT-BILLED       TO TRUE.
056400     MOVE TREG-DATE       TO SRT-DATE.
056500     MOVE TREG-TIME       TO SRT-TIME.
056600*    A REBILL CARRIES WHAT WAS BILLED BEFORE IT - ONLY THE
056700*    CHANGE BELONGS TO THIS YEAR, WHICHEVER YEAR THE FIRST
056800*    BILLING FELL IN.  A LINE WRITTEN BEFORE THE FIELD EXISTED
056900*    HAS SPACES THERE AND COUNTS IN FULL.
057000     IF TREG-PRIOR-AMOUNT IS NUMERIC
057100         COMPUTE SRT-AMOUNT = TREG-AMOUNT - TREG-PRIOR-AMOUNT
057200     ELSE
057300         MOVE TREG-AMOUNT TO SRT-AMOUNT
057400     END-IF.
057500     RELEASE SORT-ACTIVITY-RECORD.
057600     ADD 1 TO WS-BILL-LINES.
057700     ADD 1 TO WS-ACTIVITY-RELEASED.
057800 2110-RELEASE-ONE-BILLING-EXIT.
057900     EXIT.
058000
058100 2200-LOAD-PAYMENTS.
058200     OPEN INPUT PAYMENT-REGISTER.
058300     IF NOT PREG-STATUS-OK
058400         MOVE 'PAYREG' TO EXC-KEY-VALUE
058500         MOVE 'E181' TO EXC-REASON-CODE
058600         MOVE 'PAYREG NOT AVAILABLE - NO PAYMENTS' TO
058700             EXC-REASON-TEXT
058800         PERFORM 2900-WRITE-EXCEPTION
058900             THRU 2900-WRITE-EXCEPTION-EXIT
059000         GO TO 2200-LOAD-PAYMENTS-EXIT
059100     END-IF.
059200     PERFORM 2210-RELEASE-ONE-PAYMENT
059300         THRU 2210-RELEASE-ONE-PAYMENT-EXIT
059400         UNTIL PREG-STATUS-EOF.
059500     CLOSE PAYMENT-REGISTER.
059600 2200-LOAD-PAYMENTS-EXIT.
059700     EXIT.
059800
059900 2210-RELEASE-ONE-PAYMENT.
060000     READ PAYMENT-REGISTER
060100         AT END SET PREG-STATUS-EOF TO TRUE
060200     END-READ.
060300     IF PREG-STATUS-EOF
060400         GO TO 2210-RELEASE-ONE-PAYMENT-EXIT
060500     END-IF.
060600     MOVE PREG-DATE TO WS-EVENT-DATE.
060700     IF WS-EVENT-YEAR IS NOT NUMERIC
060800             OR WS-EVENT-YEAR NOT = WS-TAX-YEAR
060900         GO TO 2210-RELEASE-ONE-PAYMENT-EXIT
061000     END-IF.
061100     IF PREG-STUDENT-ID IS NOT NUMERIC
061200             OR PREG-AMOUNT IS NOT NUMERIC
061300         GO TO 2210-RELEASE-ONE-PAYMENT-EXIT
061400     END-IF.
061500     MOVE PREG-STUDENT-ID TO SRT-STUDENT-ID.
061600     MOVE PREG-TERM       TO SRT-TERM.
061700     SET SRT-PAYMENT      TO TRUE.
061800     MOVE PREG-DATE       TO SRT-DATE.
061900     MOVE PREG-TIME       TO SRT-TIME.
062000     MOVE PREG-AMOUNT     TO SRT-AMOUNT.
062100     RELEASE SORT-ACTIVITY-RECORD.
062200     ADD 1 TO WS-PAYMENT-LINES.
062300     ADD 1 TO WS-ACTIVITY-RELEASED.
062400 2210-RELEASE-ONE-PAYMENT-EXIT.
062500     EXIT.
062600
062700 2300-LOAD-AID.
062800*    NO AWARD MASTER MEANS NO AID HAS BEEN DISBURSED YET.
062900     OPEN INPUT AWARD-FILE.
063000     IF NOT AWD-STATUS-OK
063100         GO TO 2300-LOAD-AID-EXIT
063200     END-IF.
063300     MOVE LOW-VALUES TO AWD-KEY.
063400     START AWARD-FILE KEY IS NOT LESS THAN AWD-KEY
063500         INVALID KEY SET AWD-STATUS-EOF TO TRUE
063600     END-START.
063700     PERFORM 2310-RELEASE-ONE-AWARD
063800         THRU 2310-RELEASE-ONE-AWARD-EXIT
063900         UNTIL AWD-STATUS-EOF.
064000     CLOSE AWARD-FILE.
064100 2300-LOAD-AID-EXIT.
064200     EXIT.
064300
064400 2310-RELEASE-ONE-AWARD.
064500     READ AWARD-FILE NEXT
064600         AT END SET AWD-STATUS-EOF TO TRUE
064700     END-READ.
064800     IF NOT AWD-STATUS-OK
064900         SET AWD-STATUS-EOF TO TRUE
065000         GO TO 2310-RELEASE-ONE-AWARD-EXIT
065100     END-IF.
065200*    ONLY AID ACTUALLY CREDITED TO STUDRECV COUNTS - A HELD OR
065300*    PENDING AWARD HAS NOT REACHED THE STUDENT'S ACCOUNT.
065400     IF NOT AWD-DISBURSED AND NOT AWD-REDUCED
065500         GO TO 2310-RELEASE-ONE-AWARD-EXIT
065600     END-IF.
065700     IF AWD-DISBURSED-AMOUNT = ZERO
065800         GO TO 2310-RELEASE-ONE-AWARD-EXIT
065900     END-IF.
066000     MOVE AWD-DISBURSED-DATE TO WS-EVENT-DATE.
066100     IF WS-EVENT-YEAR NOT = WS-TAX-YEAR
066200         GO TO 2310-RELEASE-ONE-AWARD-EXIT
066300     END-IF.
066400     MOVE AWD-STUDENT-ID       TO SRT-STUDENT-ID.
066500     MOVE AWD-TERM             TO SRT-TERM.
066600     SET SRT-AID               TO TRUE.
066700     MOVE AWD-DISBURSED-DATE   TO SRT-DATE.
066800     MOVE SPACES               TO SRT-TIME.
066900     MOVE AWD-DISBURSED-AMOUNT TO SRT-AMOUNT.
067000     RELEASE SORT-ACTIVITY-RECORD.
067100     ADD 1 TO WS-AID-LINES.
067200     ADD 1 TO WS-ACTIVITY-RELEASED.
067300 2310-RELEASE-ONE-AWARD-EXIT.
067400     EXIT.
067500
067600 2400-LOAD-REFUNDS.
067700*    NO REFUND HISTORY MEANS NO REFUNDS YET.
067800     OPEN INPUT REFUND-HISTORY.
067900     IF NOT REFH-STATUS-OK
068000         GO TO 2400-LOAD-REFUNDS-EXIT
068100     END-IF.
068200     MOVE LOW-VALUES TO REFH-KEY.
068300     START REFUND-HISTORY KEY IS NOT LESS THAN REFH-KEY
068400         INVALID KEY SET REFH-STATUS-EOF TO TRUE
068500     END-START.
068600     PERFORM 2410-RELEASE-ONE-REFUND
068700         THRU 2410-RELEASE-ONE-REFUND-EXIT
068800         UNTIL REFH-STATUS-EOF.
068900     CLOSE REFUND-HISTORY.
069000 2400-LOAD-REFUNDS-EXIT.
069100     EXIT.
069200
069300 2410-RELEASE-ONE-REFUND.
069400     READ REFUND-HISTORY NEXT
069500         AT END SET REFH-STATUS-EOF TO TRUE
069600     END-READ.
069700     IF NOT REFH-STATUS-OK
069800         SET REFH-STATUS-EOF TO TRUE
069900         GO TO 2410-RELEASE-ONE-REFUND-EXIT
070000     END-IF.
070100*    A DROPPED LINE STAYS ON THE BILL (SEE TUITBILL) - ITS
070200*    REFUND CREDIT TAKES THE CHARGE BACK OUT OF QUALIFIED
070300*    TUITION.  A ZERO-PERCENT DROP LEAVES THE CHARGE STANDING.
070400     IF REFH-AMOUNT = ZERO
070500         GO TO 2410-RELEASE-ONE-REFUND-EXIT
070600     END-IF.
070700     MOVE REFH-POST-DATE TO WS-EVENT-DATE.
070800     IF WS-EVENT-YEAR NOT = WS-TAX-YEAR
070900         GO TO 2410-RELEASE-ONE-REFUND-EXIT
071000     END-IF.
071100     MOVE REFH-STUDENT-ID TO SRT-STUDENT-ID.
071200     MOVE REFH-TERM       TO SRT-TERM.
071300     SET SRT-REFUND       TO TRUE.
071400     MOVE REFH-POST-DATE  TO SRT-DATE.
071500     MOVE SPACES          TO SRT-TIME.
071600     MOVE REFH-AMOUNT     TO SRT-AMOUNT.
071700     RELEASE SORT-ACTIVITY-RECORD.
071800     ADD 1 TO WS-REFUND-LINES.
071900     ADD 1 TO WS-ACTIVITY-RELEASED.
072000 2410-RELEASE-ONE-REFUND-EXIT.
072100     EXIT.
072200
072300 2900-WRITE-EXCEPTION.
072400*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
072500*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE KEY AND REASON.
072600     MOVE 'TAX1098 ' TO EXC-PROGRAM-ID.
072700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
072800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
072900     MOVE SPACES TO EXC-OPERATOR-ID.
073000     WRITE EXC-RECORD.
073100     SET RC-WARNING TO TRUE.
073200 2900-WRITE-EXCEPTION-EXIT.
073300     EXIT.
073400
073500*================================================================
073600*  SORT OUTPUT - ONE STATEMENT AND ONE PAYEE RECORD PER STUDENT,
073700*  BETWEEN THE TRANSMITTER/PAYER RECORDS AND THE END-OF-PAYER
073800*  AND END-OF-TRANSMISSION CONTROL RECORDS.
073900*================================================================
074000 3000-BUILD-STATEMENTS.
074100     PERFORM 3050-WRITE-FILER-RECORDS
074200         THRU 3050-WRITE-FILER-RECORDS-EXIT.
074300     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
074400     PERFORM 3100-TOTAL-ONE-ACTIVITY
074500         THRU 3100-TOTAL-ONE-ACTIVITY-EXIT
074600         UNTIL SORT-AT-EOF.
074700     IF NOT WS-FIRST-STUDENT
074800         PERFORM 3150-SETTLE-TERM-BILL
074900             THRU 3150-SETTLE-TERM-BILL-EXIT
075000         PERFORM 3200-CLOSE-STUDENT
075100             THRU 3200-CLOSE-STUDENT-EXIT
075200     END-IF.
075300     PERFORM 3800-WRITE-CONTROL-RECORDS
075400         THRU 3800-WRITE-CONTROL-RECORDS-EXIT.
075500 3000-BUILD-STATEMENTS-EXIT.
075600     EXIT.
075700
075800 3050-WRITE-FILER-RECORDS.
075900*    THE INSTITUTION IS BOTH TRANSMITTER AND PAYER.  THE T
076000*    RECORD'S PAYEE COUNT IS OPTIONAL AND LEFT ZERO - THE C AND
076100*    F RECORDS CARRY THE COUNTS ONCE THEY ARE KNOWN.
076200     MOVE SPACES TO IRS-WORK-RECORD.
076300     MOVE 'T'           TO IRS-T-TYPE.
076400     MOVE WS-TAX-YEAR   TO IRS-T-YEAR.
076500     MOVE WS-FILER-EIN  TO IRS-T-TIN.
076600     MOVE WS-FILER-TCC  TO IRS-T-TCC.
076700     MOVE WS-FILER-NAME TO IRS-T-NAME.
076800     MOVE WS-FILER-NAME TO IRS-T-COMPANY.
076900     MOVE ZERO          TO IRS-T-PAYEES.
077000     PERFORM 3900-WRITE-IRS-RECORD
077100         THRU 3900-WRITE-IRS-RECORD-EXIT.
077200
077300     MOVE SPACES TO IRS-WORK-RECORD.
077400     MOVE 'A'           TO IRS-A-TYPE.
077500     MOVE WS-TAX-YEAR   TO IRS-A-YEAR.
077600     MOVE WS-FILER-EIN  TO IRS-A-TIN.
077700     MOVE '8 '          TO IRS-A-RETURN-TYPE.
077800     MOVE '125'         TO IRS-A-AMOUNT-CODES.
077900     MOVE WS-FILER-NAME TO IRS-A-PAYER-NAME.
078000     PERFORM 3900-WRITE-IRS-RECORD
078100         THRU 3900-WRITE-IRS-RECORD-EXIT.
078200     ADD 1 TO WS-IRS-PAYERS.
078300 3050-WRITE-FILER-RECORDS-EXIT.
078400     EXIT.
078500
078600 3100-TOTAL-ONE-ACTIVITY.
078700     IF NOT WS-FIRST-STUDENT
078800         IF SRT-STUDENT-ID NOT = WS-CUR-STUDENT-ID
078900                 OR SRT-TERM NOT = WS-CUR-TERM
079000             PERFORM 3150-SETTLE-TERM-BILL
079100                 THRU 3150-SETTLE-TERM-BILL-EXIT
079200         END-IF
079300     END-IF.
079400     IF WS-FIRST-STUDENT
079500             OR SRT-STUDENT-ID NOT = WS-CUR-STUDENT-ID
079600         IF NOT WS-FIRST-STUDENT
079700             PERFORM 3200-CLOSE-STUDENT
079800                 THRU 3200-CLOSE-STUDENT-EXIT
079900         END-IF
080000         MOVE SRT-STUDENT-ID TO WS-CUR-STUDENT-ID
080100         MOVE ZERO TO WS-STU-BILLED
080200         MOVE ZERO TO WS-STU-REFUNDED
080300         MOVE ZERO TO WS-STU-PAID
080400         MOVE ZERO TO WS-STU-AID
080500     END-IF.
080600     MOVE 'N' TO WS-FIRST-STUDENT-SW.
080700     MOVE SRT-TERM TO WS-CUR-TERM.
080800
080900     EVALUATE TRUE
081000         WHEN SRT-BILLED
081100             ADD SRT-AMOUNT TO WS-TERM-BILLED
081200         WHEN SRT-PAYMENT
081300             ADD SRT-AMOUNT TO WS-TERM-PAID
081400         WHEN SRT-AID
081500             ADD SRT-AMOUNT TO WS-STU-AID
081600         WHEN SRT-REFUND
081700             ADD SRT-AMOUNT TO WS-STU-REFUNDED
081800     END-EVALUATE.
081900
082000     RETURN SORT-WORK AT END SET SORT-AT-EOF TO TRUE.
082100 3100-TOTAL-ONE-ACTIVITY-EXIT.
082200     EXIT.
082300
082400 3150-SETTLE-TERM-BILL.
082500*    THE TERM'S BILLING CHANGES FOR THE YEAR JOIN THE STUDENT
082600*    TOTAL, AND ITS PAYMENTS COUNT TOWARD BOX 1 ONLY AS FAR AS
082700*    THE TERM'S TUITION.
082800     ADD WS-TERM-BILLED TO WS-STU-BILLED.
082900     MOVE ZERO TO WS-TERM-BILLED.
083000     IF WS-TERM-PAID > ZERO
083100         PERFORM 3160-APPLY-TERM-PAYMENTS
083200             THRU 3160-APPLY-TERM-PAYMENTS-EXIT
083300     END-IF.
083400     MOVE ZERO TO WS-TERM-PAID.
083500 3150-SETTLE-TERM-BILL-EXIT.
083600     EXIT.
083700
083800 3160-APPLY-TERM-PAYMENTS.
083900*    ONE RECEIVABLE CARRIES THE TERM'S TUITION AND ROOM CHARGE
084000*    TOGETHER (SEE RECVREC).  A PAYMENT GOES TO TUITION FIRST;
084100*    WHAT IS LEFT ONCE THE TUITION SHARE, LESS ITS REFUND
084200*    CREDITS, IS COVERED PAID FOR HOUSING AND IS NOT QUALIFIED.
084300*    AID IS THE OTHER PART OF RECV-CREDITED AND IS LEFT IN.
084400     MOVE WS-CUR-STUDENT-ID TO RECV-STUDENT-ID.
084500     MOVE WS-CUR-TERM       TO RECV-TERM.
084600     READ RECEIVABLE-FILE
084700         INVALID KEY
084800             ADD WS-TERM-PAID TO WS-STU-PAID
084900             GO TO 3160-APPLY-TERM-PAYMENTS-EXIT
085000     END-READ.
085100     COMPUTE WS-NET-AMOUNT =
085200         RECV-BILLED - RECV-HOUSING-BILLED
085300         - RECV-CREDITED + RECV-AID-DISBURSED.
085400     IF WS-NET-AMOUNT < ZERO
085500         MOVE ZERO TO WS-NET-AMOUNT
085600     END-IF.
085700     IF WS-TERM-PAID > WS-NET-AMOUNT
085800         ADD WS-NET-AMOUNT TO WS-STU-PAID
085900     ELSE
086000         ADD WS-TERM-PAID TO WS-STU-PAID
086100     END-IF.
086200 3160-APPLY-TERM-PAYMENTS-EXIT.
086300     EXIT.
086400
086500 3200-CLOSE-STUDENT.
086600     COMPUTE WS-NET-AMOUNT = WS-STU-BILLED - WS-STU-REFUNDED.
086700     IF WS-NET-AMOUNT < ZERO
086800         MOVE ZERO TO WS-STU-QUALIFIED
086900     ELSE
087000         MOVE WS-NET-AMOUNT TO WS-STU-QUALIFIED
087100     END-IF.
087200*    A REFUND OF A PRIOR YEAR'S CHARGE WITH NOTHING ELSE IN THE
087300*    YEAR LEAVES NOTHING TO REPORT.
087400     IF WS-STU-QUALIFIED = ZERO AND WS-STU-PAID = ZERO
087500             AND WS-STU-AID = ZERO
087600         ADD 1 TO WS-STUDENTS-SKIPPED
087700         GO TO 3200-CLOSE-STUDENT-EXIT
087800     END-IF.
087900
088000     MOVE WS-CUR-STUDENT-ID TO STUDENT-ID.
088100     READ STUDENT INTO WS-STUDENT
088200         INVALID KEY
088300             MOVE WS-CUR-STUDENT-ID TO WS-STUDENT-ID
088400             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
088500     END-READ.
088600     MOVE 'N' TO WS-ADDR-FOUND-SW.
088700     MOVE WS-CUR-STUDENT-ID TO ADDR-STUDENT-ID.
088800     READ ADDRESS-FILE
088900         INVALID KEY CONTINUE
089000         NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SW
089100     END-READ.
089200
089300     PERFORM 3300-PRINT-STATEMENT
089400         THRU 3300-PRINT-STATEMENT-EXIT.
089500     PERFORM 3400-WRITE-PAYEE-RECORD
089600         THRU 3400-WRITE-PAYEE-RECORD-EXIT.
089700 3200-CLOSE-STUDENT-EXIT.
089800     EXIT.
089900
090000 3300-PRINT-STATEMENT.
090100     ADD 1 TO WS-STATEMENTS-PRINTED.
090200     MOVE SPACES TO STATEMENT-PRINT-LINE.
090300     WRITE STATEMENT-PRINT-LINE.
090400     MOVE SPACES TO STATEMENT-PRINT-LINE.
090500     STRING 'FORM 1098-T TUITION STATEMENT - TAX YEAR '
090600            WS-TAX-YEAR ' - STUDENT COPY'
090700         DELIMITED BY SIZE
090800         INTO STATEMENT-PRINT-LINE
090900     END-STRING.
091000     WRITE STATEMENT-PRINT-LINE.
091100     MOVE SPACES TO STATEMENT-PRINT-LINE.
091200     STRING 'FILER ' WS-FILER-NAME '  EIN ' WS-FILER-EIN
091300         DELIMITED BY SIZE
091400         INTO STATEMENT-PRINT-LINE
091500     END-STRING.
091600     WRITE STATEMENT-PRINT-LINE.
091700     MOVE SPACES TO STATEMENT-PRINT-LINE.
091800     WRITE STATEMENT-PRINT-LINE.
091900
092000*    THE SAME NAME/STREET/CITY BLOCK ADDRPRNT PRINTS.
092100     MOVE WS-NAME TO STATEMENT-PRINT-LINE.
092200     WRITE STATEMENT-PRINT-LINE.
092300     IF WS-ADDR-FOUND
092400         MOVE ADDR-STREET TO STATEMENT-PRINT-LINE
092500         WRITE STATEMENT-PRINT-LINE
092600         MOVE SPACES TO STATEMENT-PRINT-LINE
092700         STRING ADDR-CITY ' ' ADDR-STATE ' ' ADDR-ZIP
092800             DELIMITED BY SIZE
092900             INTO STATEMENT-PRINT-LINE
093000         END-STRING
093100         WRITE STATEMENT-PRINT-LINE
093200     ELSE
093300         ADD 1 TO WS-MISSING-ADDRESSES
093400         MOVE '** NO ADDRESS ON FILE **' TO STATEMENT-PRINT-LINE
093500         WRITE STATEMENT-PRINT-LINE
093600         MOVE SPACES TO EXC-KEY-VALUE
093700         STRING WS-CUR-STUDENT-ID '/' WS-TAX-YEAR
093800             DELIMITED BY SIZE
093900             INTO EXC-KEY-VALUE
094000         END-STRING
094100         MOVE 'E182' TO EXC-REASON-CODE
094200         MOVE 'NO STUDADDR ADDRESS - NOT MAILABLE' TO
094300             EXC-REASON-TEXT
094400         PERFORM 2900-WRITE-EXCEPTION
094500             THRU 2900-WRITE-EXCEPTION-EXIT
094600     END-IF.
094700     MOVE SPACES TO STATEMENT-PRINT-LINE.
094800     WRITE STATEMENT-PRINT-LINE.
094900
095000     MOVE SPACES TO STATEMENT-PRINT-LINE.
095100     STRING '  STUDENT ACCOUNT NUMBER              '
095200            WS-CUR-STUDENT-ID
095300         DELIMITED BY SIZE
095400         INTO STATEMENT-PRINT-LINE
095500     END-STRING.
095600     WRITE STATEMENT-PRINT-LINE.
095700     MOVE WS-STU-PAID TO WS-AMOUNT-EDIT.
095800     MOVE SPACES TO STATEMENT-PRINT-LINE.
095900     STRING '  BOX 1 PAYMENTS RECEIVED FOR TUITION '
096000            WS-AMOUNT-EDIT
096100         DELIMITED BY SIZE
096200         INTO STATEMENT-PRINT-LINE
096300     END-STRING.
096400     WRITE STATEMENT-PRINT-LINE.
096500     MOVE WS-STU-BILLED TO WS-AMOUNT-EDIT.
096600     MOVE SPACES TO STATEMENT-PRINT-LINE.
096700     STRING '        QUALIFIED TUITION BILLED      '
096800            WS-AMOUNT-EDIT
096900         DELIMITED BY SIZE
097000         INTO STATEMENT-PRINT-LINE
097100     END-STRING.
097200     WRITE STATEMENT-PRINT-LINE.
097300     MOVE WS-STU-REFUNDED TO WS-AMOUNT-EDIT.
097400     MOVE SPACES TO STATEMENT-PRINT-LINE.
097500     STRING '        LESS REFUNDS CREDITED         '
097600            WS-AMOUNT-EDIT
097700         DELIMITED BY SIZE
097800         INTO STATEMENT-PRINT-LINE
097900     END-STRING.
098000     WRITE STATEMENT-PRINT-LINE.
098100     MOVE WS-STU-QUALIFIED TO WS-AMOUNT-EDIT.
098200     MOVE SPACES TO STATEMENT-PRINT-LINE.
098300     STRING '        NET QUALIFIED TUITION         '
098400            WS-AMOUNT-EDIT
098500         DELIMITED BY SIZE
098600         INTO STATEMENT-PRINT-LINE
098700     END-STRING.
098800     WRITE STATEMENT-PRINT-LINE.
098900     MOVE WS-STU-AID TO WS-AMOUNT-EDIT.
099000     MOVE SPACES TO STATEMENT-PRINT-LINE.
099100     STRING '  BOX 5 SCHOLARSHIPS OR GRANTS        '
099200            WS-AMOUNT-EDIT
099300         DELIMITED BY SIZE
099400         INTO STATEMENT-PRINT-LINE
099500     END-STRING.
099600     WRITE STATEMENT-PRINT-LINE.
099700 3300-PRINT-STATEMENT-EXIT.
099800     EXIT.
099900
100000 3400-WRITE-PAYEE-RECORD.
100100     MOVE SPACES TO IRS-WORK-RECORD.
100200     MOVE 'B'               TO IRS-B-TYPE.
100300     MOVE WS-TAX-YEAR       TO IRS-B-YEAR.
100400     MOVE WS-CUR-STUDENT-ID TO IRS-B-ACCOUNT.
100500     MOVE WS-STU-PAID       TO IRS-B-AMOUNT-1.
100600     MOVE WS-STU-QUALIFIED  TO IRS-B-AMOUNT-2.
100700     MOVE ZERO              TO IRS-B-AMOUNT-3.
100800     MOVE ZERO              TO IRS-B-AMOUNT-4.
100900     MOVE WS-STU-AID        TO IRS-B-AMOUNT-5.
101000     MOVE WS-NAME           TO IRS-B-PAYEE-NAME.
101100     IF WS-ADDR-FOUND
101200         MOVE ADDR-STREET   TO IRS-B-STREET
101300         MOVE ADDR-CITY     TO IRS-B-CITY
101400         MOVE ADDR-STATE    TO IRS-B-STATE
101500*        THE ZIP IS FILED AS NINE DIGITS, NO HYPHEN.
101600         MOVE ADDR-ZIP(1:5) TO IRS-B-ZIP(1:5)
101700         IF ADDR-ZIP(6:1) = '-'
101800             MOVE ADDR-ZIP(7:4) TO IRS-B-ZIP(6:4)
101900         END-IF
102000     END-IF.
102100     PERFORM 3900-WRITE-IRS-RECORD
102200         THRU 3900-WRITE-IRS-RECORD-EXIT.
102300     ADD 1 TO WS-IRS-PAYEES.
102400     ADD WS-STU-PAID      TO WS-IRS-TOTAL-1.
102500     ADD WS-STU-QUALIFIED TO WS-IRS-TOTAL-2.
102600     ADD WS-STU-AID       TO WS-IRS-TOTAL-5.
102700 3400-WRITE-PAYEE-RECORD-EXIT.
102800     EXIT.
102900
103000 3800-WRITE-CONTROL-RECORDS.
103100     MOVE SPACES TO IRS-WORK-RECORD.
103200     MOVE 'C'            TO IRS-C-TYPE.
103300     MOVE WS-IRS-PAYEES  TO IRS-C-PAYEES.
103400     MOVE WS-IRS-TOTAL-1 TO IRS-C-TOTAL-1.
103500     MOVE WS-IRS-TOTAL-2 TO IRS-C-TOTAL-2.
103600     MOVE ZERO           TO IRS-C-TOTAL-3.
103700     MOVE ZERO           TO IRS-C-TOTAL-4.
103800     MOVE WS-IRS-TOTAL-5 TO IRS-C-TOTAL-5.
103900     PERFORM 3900-WRITE-IRS-RECORD
104000         THRU 3900-WRITE-IRS-RECORD-EXIT.
104100
104200     MOVE SPACES TO IRS-WORK-RECORD.
104300     MOVE 'F'            TO IRS-F-TYPE.
104400     MOVE WS-IRS-PAYERS  TO IRS-F-PAYERS.
104500     MOVE ZERO           TO IRS-F-ZEROS.
104600     MOVE WS-IRS-PAYEES  TO IRS-F-PAYEES.
104700     PERFORM 3900-WRITE-IRS-RECORD
104800         THRU 3900-WRITE-IRS-RECORD-EXIT.
104900 3800-WRITE-CONTROL-RECORDS-EXIT.
105000     EXIT.
105100
105200 3900-WRITE-IRS-RECORD.
105300*    THE SEQUENCE NUMBER SITS IN THE SAME COLUMNS IN EVERY
105400*    RECORD TYPE, SO ANY ONE VIEW SETS IT.
105500     ADD 1 TO WS-IRS-SEQUENCE.
105600     MOVE WS-IRS-SEQUENCE TO IRS-T-SEQUENCE.
105700     WRITE IRS-FILE-RECORD FROM IRS-WORK-RECORD.
105800 3900-WRITE-IRS-RECORD-EXIT.
105900     EXIT.
106000
106100 9000-FINISH.
106200     CLOSE STUDENT.
106300     CLOSE ADDRESS-FILE.
106400     CLOSE RECEIVABLE-FILE.
106500     CLOSE STATEMENT-PRINT.
106600     CLOSE IRS-FILE.
106700     CLOSE EXCEPTION-FILE.
106800     DISPLAY 'TAX1098 - TAX YEAR         : ' WS-TAX-YEAR.
106900     DISPLAY 'TAX1098 - BILLING LINES    : ' WS-BILL-LINES.
107000     DISPLAY 'TAX1098 - PAYMENT LINES    : ' WS-PAYMENT-LINES.
107100     DISPLAY 'TAX1098 - AID LINES        : ' WS-AID-LINES.
107200     DISPLAY 'TAX1098 - REFUND LINES     : ' WS-REFUND-LINES.
107300     DISPLAY 'TAX1098 - STATEMENTS       : '
107400         WS-STATEMENTS-PRINTED.
107500     DISPLAY 'TAX1098 - STUDENTS SKIPPED : ' WS-STUDENTS-SKIPPED.
107600     DISPLAY 'TAX1098 - MISSING ADDRESSES: '
107700         WS-MISSING-ADDRESSES.
107800     DISPLAY 'TAX1098 - PAYEE RECORDS    : ' WS-IRS-PAYEES.
107900     DISPLAY 'TAX1098 - TOTAL PAYMENTS   : ' WS-IRS-TOTAL-1.
108000     DISPLAY 'TAX1098 - TOTAL QUALIFIED  : ' WS-IRS-TOTAL-2.
108100     DISPLAY 'TAX1098 - TOTAL AID        : ' WS-IRS-TOTAL-5.
108200     DISPLAY 'TAX1098 - RETURN CODE      : ' WS-RETURN-CODE.
108300 9000-FINISH-EXIT.
108400     EXIT.
108500
108600 9999-EXIT.
108700     STOP RUN.
