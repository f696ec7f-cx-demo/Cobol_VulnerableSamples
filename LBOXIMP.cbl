000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LBOXIMP.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  IMPORTS THE BANK'S
001000*                    LOCKBOX TRANSMISSION (SEE LBOXREC) IN PLACE
001100*                    OF KEYING THE PAYMENTS FILE FROM THE
001200*                    LOCKBOX REPORT.  THE FIRST PASS PROVES
001300*                    EVERY BATCH AGAINST ITS TRAILER AND THE
001400*                    WHOLE FILE AGAINST THE FILE TRAILER; THE
001500*                    SECOND PASS TURNS EACH ITEM OF A PROVEN
001600*                    BATCH THAT MATCHES AN OPEN STUDRECV
001700*                    RECEIVABLE INTO A PAYMENTS RECORD FOR
001800*                    TUITPAY, AND SENDS THE REST TO THE LBOXSUSP
001900*                    SUSPENSE FILE FOR THE BURSAR TO RESEARCH.
002000*                    A BATCH THAT DOES NOT PROVE POSTS NOTHING
002100*                    AND ENDS THE STEP WITH THE ERROR CODE, AS
002200*                    ANY FEED FAILING ITS CONTROL TOTALS DOES.
002300*                    THE LBOXRECN DEPOSIT RECONCILIATION SETS
002400*                    THE BANK'S DEPOSIT AGAINST WHAT POSTED,
002500*                    WHAT WENT TO SUSPENSE AND WHAT WAS HELD.
002600*                    THIS STEP CREATES THE DAY'S PAYMENTS FILE -
002700*                    COUNTER PAYMENTS ARE KEYED ONTO IT AFTER.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-LOCKBOX-STATUS.
003500
003600     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS RECV-KEY
004000         FILE STATUS IS WS-RECV-STATUS.
004100
004200     SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT SUSPENSE-FILE ASSIGN TO "LBOXSUSP"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT RECON-REPORT ASSIGN TO "LBOXRECN"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT EXCEPTION-FILE ASSIGN TO "LBOXEXC"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-BUSDATE-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  LOCKBOX-FILE.
006100     COPY LBOXREC.
006200
006300 FD  RECEIVABLE-FILE.
006400     COPY RECVREC.
006500
006600*    THE SAME FIXED COLUMNS AS TUITPAY'S PAYMENTS INPUT.
006700 FD  PAYMENT-FILE.
006800 01  PAYMENT-RECORD.
006900     05  PAY-STUDENT-ID              PIC 9(09).
007000     05  FILLER                      PIC X(01).
007100     05  PAY-TERM                    PIC X(05).
007200     05  FILLER                      PIC X(01).
007300     05  PAY-AMOUNT                  PIC 9(07)V9(02).
007400
007500*    ONE LINE PER UNIDENTIFIED REMITTANCE - EVERYTHING THE
007600*    BURSAR NEEDS TO RESEARCH IT WITHOUT THE BANK'S REPORT.
007700 FD  SUSPENSE-FILE.
007800 01  SUSPENSE-RECORD.
007900     05  SUSP-DEPOSIT-DATE           PIC 9(08).
008000     05  FILLER                      PIC X(01).
008100     05  SUSP-BATCH-NUMBER           PIC 9(05).
008200     05  FILLER                      PIC X(01).
008300     05  SUSP-ITEM-SEQUENCE          PIC 9(05).
008400     05  FILLER                      PIC X(01).
008500     05  SUSP-CHECK-NUMBER           PIC X(10).
008600     05  FILLER                      PIC X(01).
008700     05  SUSP-AMOUNT                 PIC 9(07)V9(02).
008800     05  FILLER                      PIC X(01).
008900     05  SUSP-STUDENT-ID             PIC X(09).
009000     05  FILLER                      PIC X(01).
009100     05  SUSP-TERM                   PIC X(05).
009200     05  FILLER                      PIC X(01).
009300     05  SUSP-REMITTER-NAME          PIC X(25).
009400     05  FILLER                      PIC X(01).
009500     05  SUSP-REASON-CODE            PIC X(04).
009600     05  FILLER                      PIC X(01).
009700     05  SUSP-REASON-TEXT            PIC X(30).
009800
009900 FD  RECON-REPORT.
010000 01  RECON-REPORT-LINE              PIC X(100).
010100
010200 FD  EXCEPTION-FILE.
010300     COPY EXCREC.
010400
010500 FD  BUSDATE-FILE.
010600     COPY BUSDATE.
010700
010800 WORKING-STORAGE SECTION.
010900     COPY RETCODES.
011000
011100 01  WS-LOCKBOX-STATUS              PIC X(02) VALUE '00'.
011200     88  LOCKBOX-STATUS-OK           VALUE '00'.
011300     88  LOCKBOX-STATUS-EOF          VALUE '10'.
011400 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
011500     88  RECV-STATUS-OK              VALUE '00'.
011600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
011700     88  BUSDATE-STATUS-OK           VALUE '00'.
011800
011900*    ONE ENTRY PER BATCH, IN TRANSMISSION ORDER.  THE SECOND
012000*    PASS FINDS A BATCH BY COUNTING HEADERS, SO A BANK THAT
012100*    REUSES A BATCH NUMBER CANNOT CROSS TWO BATCHES.
012200 01  WS-MAX-BATCHES                 PIC 9(03) COMP VALUE 200.
012300 01  WS-BATCH-TABLE.
012400     05  WS-BAT-ENTRY OCCURS 200 TIMES.
012500         10  WS-BAT-NUMBER          PIC 9(05).
012600         10  WS-BAT-DEPOSIT-DATE    PIC 9(08).
012700         10  WS-BAT-STATUS          PIC X(01).
012800             88  WS-BAT-OPEN        VALUE 'O'.
012900             88  WS-BAT-PROVEN      VALUE 'P'.
013000             88  WS-BAT-REJECTED    VALUE 'R'.
013100         10  WS-BAT-ITEMS           PIC 9(05) COMP.
013200         10  WS-BAT-AMOUNT          PIC 9(09)V9(02).
013300         10  WS-BAT-BANK-ITEMS      PIC 9(05).
013400         10  WS-BAT-BANK-TOTAL      PIC 9(09)V9(02).
013500         10  WS-BAT-POSTED-ITEMS    PIC 9(05) COMP.
013600         10  WS-BAT-POSTED-AMOUNT   PIC 9(09)V9(02).
013700         10  WS-BAT-SUSP-ITEMS      PIC 9(05) COMP.
013800         10  WS-BAT-SUSP-AMOUNT     PIC 9(09)V9(02).
013900 01  WS-BATCH-COUNT                 PIC 9(03) COMP VALUE ZERO.
014000 01  WS-BAT-SUB                     PIC 9(03) COMP VALUE ZERO.
014100 01  WS-IN-BATCH-SW                 PIC X(01) VALUE 'N'.
014200     88  WS-IN-BATCH                 VALUE 'Y'.
014300
014400 01  WS-FILE-TRAILER-SW             PIC X(01) VALUE 'N'.
014500     88  WS-FILE-TRAILER-SEEN        VALUE 'Y'.
014600 01  WS-FILE-REJECTED-SW            PIC X(01) VALUE 'N'.
014700     88  WS-FILE-REJECTED            VALUE 'Y'.
014800 01  WS-LOCKBOX-ID                  PIC X(10) VALUE SPACES.
014900 01  WS-BANK-BATCH-COUNT            PIC 9(05) VALUE ZERO.
015000 01  WS-BANK-ITEM-COUNT             PIC 9(07) VALUE ZERO.
015100 01  WS-BANK-DEPOSIT-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
015200
015300 01  WS-RECORDS-READ                PIC 9(07) COMP VALUE ZERO.
015400 01  WS-RECORD-NUMBER               PIC 9(07) VALUE ZERO.
015500 01  WS-FILE-ITEMS                  PIC 9(07) COMP VALUE ZERO.
015600 01  WS-FILE-AMOUNT                 PIC 9(09)V9(02) VALUE ZERO.
015700 01  WS-ORPHAN-ITEMS                PIC 9(07) COMP VALUE ZERO.
015800 01  WS-ORPHAN-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
015900 01  WS-BATCHES-REJECTED            PIC 9(05) COMP VALUE ZERO.
016000 01  WS-REJECTED-ITEMS              PIC 9(07) COMP VALUE ZERO.
016100 01  WS-REJECTED-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
016200 01  WS-POSTED-ITEMS                PIC 9(07) COMP VALUE ZERO.
016300 01  WS-POSTED-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
016400 01  WS-SUSP-ITEMS                  PIC 9(07) COMP VALUE ZERO.
016500 01  WS-SUSP-AMOUNT                 PIC 9(09)V9(02) VALUE ZERO.
016600 01  WS-DIFFERENCE                  PIC S9(09)V9(02) VALUE ZERO.
016700
016800 01  WS-SUSP-REASON-CODE            PIC X(04) VALUE SPACES.
016900 01  WS-SUSP-REASON-TEXT            PIC X(30) VALUE SPACES.
017000
017100 01  WS-AMOUNT-EDIT                 PIC Z(08)9.99.
017200 01  WS-AMOUNT-EDIT-2               PIC Z(08)9.99.
017300 01  WS-AMOUNT-EDIT-3               PIC Z(08)9.99.
017400 01  WS-SIGNED-EDIT                 PIC -(08)9.99.
017500 01  WS-COUNT-EDIT                  PIC ZZZZ9.
017600
017700 01  WS-RECON-DETAIL.
017800     05  RCND-BATCH-NUMBER          PIC 9(05).
017900     05  FILLER                     PIC X(02) VALUE SPACES.
018000     05  RCND-DEPOSIT-DATE          PIC 9(08).
018100     05  FILLER                     PIC X(02) VALUE SPACES.
018200     05  RCND-ITEMS                 PIC ZZZZ9.
018300     05  FILLER                     PIC X(02) VALUE SPACES.
018400     05  RCND-BANK-TOTAL            PIC Z(08)9.99.
018500     05  FILLER                     PIC X(02) VALUE SPACES.
018600     05  RCND-POSTED                PIC Z(08)9.99.
018700     05  FILLER                     PIC X(02) VALUE SPACES.
018800     05  RCND-SUSPENSE              PIC Z(08)9.99.
018900     05  FILLER                     PIC X(02) VALUE SPACES.
019000     05  RCND-STATUS                PIC X(20).
019100
019200 01  WS-CURRENT-DATE-TIME.
019300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019400     05  WS-TIME-HHMMSSHH           PIC 9(08).
019500     05  FILLER                     PIC X(05).
019600
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT.
020100     IF RC-SEVERE
020200         GO TO 0000-WRAP-UP
020300     END-IF.
020400
020500     PERFORM 2000-PROVE-TRANSMISSION
020600         THRU 2000-PROVE-TRANSMISSION-EXIT.
020700     IF NOT WS-FILE-REJECTED
020800         PERFORM 3000-POST-TRANSMISSION
020900             THRU 3000-POST-TRANSMISSION-EXIT
021000     END-IF.
021100     PERFORM 8000-PRINT-RECONCILIATION
021200         THRU 8000-PRINT-RECONCILIATION-EXIT.
021300
021400 0000-WRAP-UP.
021500     PERFORM 9000-FINISH
021600         THRU 9000-FINISH-EXIT.
021700     MOVE WS-RETURN-CODE TO RETURN-CODE.
021800     GO TO 9999-EXIT.
021900
022000 1000-INITIALIZE.
022100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022200     PERFORM 1050-GET-BUSINESS-DATE
022300         THRU 1050-GET-BUSINESS-DATE-EXIT.
022400*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
022500*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
022600*    PAYMENTS IS CREATED EVEN WHEN NOTHING POSTS, SO TUITPAY
022700*    CAN NEVER PICK UP YESTERDAY'S FILE A SECOND TIME.
022800     OPEN OUTPUT EXCEPTION-FILE.
022900     OPEN OUTPUT RECON-REPORT.
023000     OPEN OUTPUT PAYMENT-FILE.
023100     OPEN OUTPUT SUSPENSE-FILE.
023200     OPEN INPUT RECEIVABLE-FILE.
023300     IF NOT RECV-STATUS-OK
023400         DISPLAY 'LBOXIMP - UNABLE TO OPEN STUDRECV, STATUS='
023500             WS-RECV-STATUS
023600         SET RC-SEVERE TO TRUE
023700         GO TO 1000-INITIALIZE-EXIT
023800     END-IF.
023900     OPEN INPUT LOCKBOX-FILE.
024000     IF NOT LOCKBOX-STATUS-OK
024100         DISPLAY 'LBOXIMP - UNABLE TO OPEN LOCKBOX, STATUS='
024200             WS-LOCKBOX-STATUS
024300         SET RC-SEVERE TO TRUE
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF.
024600     CLOSE LOCKBOX-FILE.
024700 1000-INITIALIZE-EXIT.
024800     EXIT.
024900
025000 1050-GET-BUSINESS-DATE.
025100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
025200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
025300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
025400*    CLOCK TIME FIELD STAYS REAL.
025500     OPEN INPUT BUSDATE-FILE.
025600     IF NOT BUSDATE-STATUS-OK
025700         GO TO 1050-GET-BUSINESS-DATE-EXIT
025800     END-IF.
025900     READ BUSDATE-FILE
026000         AT END
026100             CLOSE BUSDATE-FILE
026200             GO TO 1050-GET-BUSINESS-DATE-EXIT
026300     END-READ.
026400     CLOSE BUSDATE-FILE.
026500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
026600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
026700         DISPLAY 'LBOXIMP - RUNNING AS OF BUSINESS DATE '
026800             BUS-DATE
026900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
027000     END-IF.
027100 1050-GET-BUSINESS-DATE-EXIT.
027200     EXIT.
027300
027400 2000-PROVE-TRANSMISSION.
027500*    FIRST PASS - NOTHING IS WRITTEN BUT EXCEPTIONS.  EVERY
027600*    BATCH ENDS PROVEN OR REJECTED, AND A MISSING OR
027700*    DISAGREEING FILE TRAILER REJECTS THE WHOLE TRANSMISSION.
027800     MOVE '00' TO WS-LOCKBOX-STATUS.
027900     OPEN INPUT LOCKBOX-FILE.
028000     PERFORM 2100-PROVE-ONE-RECORD
028100         THRU 2100-PROVE-ONE-RECORD-EXIT
028200         UNTIL LOCKBOX-STATUS-EOF.
028300     CLOSE LOCKBOX-FILE.
028400     IF WS-IN-BATCH
028500         MOVE 'BATCH TRAILER MISSING AT END OF FILE'
028600             TO EXC-REASON-TEXT
028700         PERFORM 2190-REJECT-CURRENT-BATCH
028800             THRU 2190-REJECT-CURRENT-BATCH-EXIT
028900     END-IF.
029000
029100     MOVE SPACES TO EXC-KEY-VALUE.
029200     MOVE WS-LOCKBOX-ID TO EXC-KEY-VALUE.
029300     IF NOT WS-FILE-TRAILER-SEEN
029400         MOVE 'E298' TO EXC-REASON-CODE
029500         MOVE 'FILE TRAILER MISSING - TRANSMISSION CUT SHORT'
029600             TO EXC-REASON-TEXT
029700         PERFORM 2900-WRITE-EXCEPTION
029800             THRU 2900-WRITE-EXCEPTION-EXIT
029900         SET WS-FILE-REJECTED TO TRUE
030000     ELSE
030100         IF WS-BANK-BATCH-COUNT NOT = WS-BATCH-COUNT
030200                 OR WS-BANK-ITEM-COUNT NOT = WS-FILE-ITEMS
030300                 OR WS-BANK-DEPOSIT-TOTAL NOT = WS-FILE-AMOUNT
030400             MOVE 'E298' TO EXC-REASON-CODE
030500             MOVE 'FILE TRAILER DISAGREES WITH BATCHES READ'
030600                 TO EXC-REASON-TEXT
030700             PERFORM 2900-WRITE-EXCEPTION
030800                 THRU 2900-WRITE-EXCEPTION-EXIT
030900             SET WS-FILE-REJECTED TO TRUE
031000         END-IF
031100     END-IF.
031200     IF WS-FILE-REJECTED OR WS-BATCHES-REJECTED > ZERO
031300             OR WS-ORPHAN-ITEMS > ZERO
031400         IF NOT RC-SEVERE
031500             SET RC-ERROR TO TRUE
031600         END-IF
031700     END-IF.
031800 2000-PROVE-TRANSMISSION-EXIT.
031900     EXIT.
032000
032100 2100-PROVE-ONE-RECORD.
032200     READ LOCKBOX-FILE
032300         AT END SET LOCKBOX-STATUS-EOF TO TRUE
032400     END-READ.
032500     IF LOCKBOX-STATUS-EOF
032600         GO TO 2100-PROVE-ONE-RECORD-EXIT
032700     END-IF.
032800     ADD 1 TO WS-RECORDS-READ.
032900     IF WS-FILE-TRAILER-SEEN
033000         MOVE 'E297' TO EXC-REASON-CODE
033100         MOVE 'RECORD AFTER THE FILE TRAILER - IGNORED'
033200             TO EXC-REASON-TEXT
033300         PERFORM 2910-EXCEPTION-FOR-RECORD
033400             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
033500         SET WS-FILE-REJECTED TO TRUE
033600         GO TO 2100-PROVE-ONE-RECORD-EXIT
033700     END-IF.
033800     EVALUATE TRUE
033900         WHEN LBX-BATCH-HEADER
034000             PERFORM 2110-OPEN-BATCH
034100                 THRU 2110-OPEN-BATCH-EXIT
034200         WHEN LBX-CHECK-DETAIL
034300             PERFORM 2120-COUNT-ITEM
034400                 THRU 2120-COUNT-ITEM-EXIT
034500         WHEN LBX-BATCH-TRAILER
034600             PERFORM 2130-PROVE-BATCH
034700                 THRU 2130-PROVE-BATCH-EXIT
034800         WHEN LBX-FILE-TRAILER
034900             IF WS-IN-BATCH
035000                 MOVE 'BATCH TRAILER MISSING BEFORE FILE TRAILER'
035100                     TO EXC-REASON-TEXT
035200                 PERFORM 2190-REJECT-CURRENT-BATCH
035300                     THRU 2190-REJECT-CURRENT-BATCH-EXIT
035400             END-IF
035500             SET WS-FILE-TRAILER-SEEN TO TRUE
035600             MOVE LBXF-BATCH-COUNT   TO WS-BANK-BATCH-COUNT
035700             MOVE LBXF-ITEM-COUNT    TO WS-BANK-ITEM-COUNT
035800             MOVE LBXF-DEPOSIT-TOTAL TO WS-BANK-DEPOSIT-TOTAL
035900         WHEN OTHER
036000             MOVE 'E299' TO EXC-REASON-CODE
036100             MOVE 'UNKNOWN LOCKBOX RECORD TYPE'
036200                 TO EXC-REASON-TEXT
036300             PERFORM 2910-EXCEPTION-FOR-RECORD
036400                 THRU 2910-EXCEPTION-FOR-RECORD-EXIT
036500*            AN UNREADABLE LINE INSIDE A BATCH MAY BE ONE OF ITS
036600*            CHECKS - THE BATCH CANNOT BE PROVEN WITHOUT IT.
036700             IF WS-IN-BATCH
036800                 SET WS-BAT-REJECTED(WS-BAT-SUB) TO TRUE
036900             END-IF
037000     END-EVALUATE.
037100 2100-PROVE-ONE-RECORD-EXIT.
037200     EXIT.
037300
037400 2110-OPEN-BATCH.
037500     IF WS-IN-BATCH
037600         MOVE 'BATCH TRAILER MISSING BEFORE NEXT HEADER'
037700             TO EXC-REASON-TEXT
037800         PERFORM 2190-REJECT-CURRENT-BATCH
037900             THRU 2190-REJECT-CURRENT-BATCH-EXIT
038000     END-IF.
038100     IF WS-BATCH-COUNT NOT < WS-MAX-BATCHES
038200         MOVE 'E297' TO EXC-REASON-CODE
038300         MOVE 'MORE BATCHES THAN THE TABLE HOLDS'
038400             TO EXC-REASON-TEXT
038500         PERFORM 2910-EXCEPTION-FOR-RECORD
038600             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
038700         SET WS-FILE-REJECTED TO TRUE
038800         SET LOCKBOX-STATUS-EOF TO TRUE
038900         GO TO 2110-OPEN-BATCH-EXIT
039000     END-IF.
039100     ADD 1 TO WS-BATCH-COUNT.
039200     MOVE WS-BATCH-COUNT TO WS-BAT-SUB.
039300     MOVE LBX-BATCH-NUMBER  TO WS-BAT-NUMBER(WS-BAT-SUB).
039400     MOVE LBXH-DEPOSIT-DATE TO WS-BAT-DEPOSIT-DATE(WS-BAT-SUB).
039500     SET WS-BAT-OPEN(WS-BAT-SUB) TO TRUE.
039600     MOVE ZERO TO WS-BAT-ITEMS(WS-BAT-SUB)
039700                  WS-BAT-AMOUNT(WS-BAT-SUB)
039800                  WS-BAT-BANK-ITEMS(WS-BAT-SUB)
039900                  WS-BAT-BANK-TOTAL(WS-BAT-SUB)
040000                  WS-BAT-POSTED-ITEMS(WS-BAT-SUB)
040100                  WS-BAT-POSTED-AMOUNT(WS-BAT-SUB)
040200                  WS-BAT-SUSP-ITEMS(WS-BAT-SUB)
040300                  WS-BAT-SUSP-AMOUNT(WS-BAT-SUB).
040400     IF WS-LOCKBOX-ID = SPACES
040500         MOVE LBXH-LOCKBOX-ID TO WS-LOCKBOX-ID
040600     END-IF.
040700     SET WS-IN-BATCH TO TRUE.
040800 2110-OPEN-BATCH-EXIT.
040900     EXIT.
041000
041100 2120-COUNT-ITEM.
041200     IF LBXD-AMOUNT IS NOT NUMERIC
041300         MOVE 'E297' TO EXC-REASON-CODE
041400         MOVE 'CHECK AMOUNT NOT NUMERIC' TO EXC-REASON-TEXT
041500         PERFORM 2910-EXCEPTION-FOR-RECORD
041600             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
041700         ADD 1 TO WS-FILE-ITEMS
041800         IF WS-IN-BATCH
041900             ADD 1 TO WS-BAT-ITEMS(WS-BAT-SUB)
042000             SET WS-BAT-REJECTED(WS-BAT-SUB) TO TRUE
042100         ELSE
042200             ADD 1 TO WS-ORPHAN-ITEMS
042300         END-IF
042400         GO TO 2120-COUNT-ITEM-EXIT
042500     END-IF.
042600     ADD 1 TO WS-FILE-ITEMS.
042700     ADD LBXD-AMOUNT TO WS-FILE-AMOUNT.
042800     IF NOT WS-IN-BATCH
042900         MOVE 'E297' TO EXC-REASON-CODE
043000         MOVE 'CHECK OUTSIDE ANY BATCH - NOT POSTED'
043100             TO EXC-REASON-TEXT
043200         PERFORM 2910-EXCEPTION-FOR-RECORD
043300             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
043400         ADD 1 TO WS-ORPHAN-ITEMS
043500         ADD LBXD-AMOUNT TO WS-ORPHAN-AMOUNT
043600         GO TO 2120-COUNT-ITEM-EXIT
043700     END-IF.
043800     ADD 1 TO WS-BAT-ITEMS(WS-BAT-SUB).
043900     ADD LBXD-AMOUNT TO WS-BAT-AMOUNT(WS-BAT-SUB).
044000     IF LBX-BATCH-NUMBER NOT = WS-BAT-NUMBER(WS-BAT-SUB)
044100         MOVE 'E297' TO EXC-REASON-CODE
044200         MOVE 'CHECK BATCH NUMBER DISAGREES WITH HEADER'
044300             TO EXC-REASON-TEXT
044400         PERFORM 2910-EXCEPTION-FOR-RECORD
044500             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
044600         SET WS-BAT-REJECTED(WS-BAT-SUB) TO TRUE
044700     END-IF.
044800 2120-COUNT-ITEM-EXIT.
044900     EXIT.
045000
045100 2130-PROVE-BATCH.
045200     IF NOT WS-IN-BATCH
045300         MOVE 'E297' TO EXC-REASON-CODE
045400         MOVE 'BATCH TRAILER WITHOUT A HEADER'
045500             TO EXC-REASON-TEXT
045600         PERFORM 2910-EXCEPTION-FOR-RECORD
045700             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
045800         GO TO 2130-PROVE-BATCH-EXIT
045900     END-IF.
046000     MOVE 'N' TO WS-IN-BATCH-SW.
046100     IF LBXT-ITEM-COUNT IS NUMERIC
046200         MOVE LBXT-ITEM-COUNT TO WS-BAT-BANK-ITEMS(WS-BAT-SUB)
046300     END-IF.
046400     IF LBXT-BATCH-TOTAL IS NUMERIC
046500         MOVE LBXT-BATCH-TOTAL TO WS-BAT-BANK-TOTAL(WS-BAT-SUB)
046600     END-IF.
046700     IF WS-BAT-REJECTED(WS-BAT-SUB)
046800         PERFORM 2195-COUNT-REJECTED-BATCH
046900             THRU 2195-COUNT-REJECTED-BATCH-EXIT
047000         GO TO 2130-PROVE-BATCH-EXIT
047100     END-IF.
047200     IF LBX-BATCH-NUMBER NOT = WS-BAT-NUMBER(WS-BAT-SUB)
047300             OR LBXT-ITEM-COUNT IS NOT NUMERIC
047400             OR LBXT-BATCH-TOTAL IS NOT NUMERIC
047500             OR LBXT-ITEM-COUNT NOT = WS-BAT-ITEMS(WS-BAT-SUB)
047600             OR LBXT-BATCH-TOTAL NOT = WS-BAT-AMOUNT(WS-BAT-SUB)
047700         MOVE 'E296' TO EXC-REASON-CODE
047800         MOVE 'BATCH OUT OF BALANCE WITH ITS TRAILER'
047900             TO EXC-REASON-TEXT
048000         PERFORM 2910-EXCEPTION-FOR-RECORD
048100             THRU 2910-EXCEPTION-FOR-RECORD-EXIT
048200         SET WS-BAT-REJECTED(WS-BAT-SUB) TO TRUE
048300         PERFORM 2195-COUNT-REJECTED-BATCH
048400             THRU 2195-COUNT-REJECTED-BATCH-EXIT
048500         GO TO 2130-PROVE-BATCH-EXIT
048600     END-IF.
048700     SET WS-BAT-PROVEN(WS-BAT-SUB) TO TRUE.
048800 2130-PROVE-BATCH-EXIT.
048900     EXIT.
049000
049100 2190-REJECT-CURRENT-BATCH.
049200*    CALLER SETS THE REASON TEXT.
049300     MOVE 'E297' TO EXC-REASON-CODE.
049400     MOVE SPACES TO EXC-KEY-VALUE.
049500     STRING 'BATCH ' WS-BAT-NUMBER(WS-BAT-SUB)
049600         DELIMITED BY SIZE
049700         INTO EXC-KEY-VALUE
049800     END-STRING.
049900     PERFORM 2900-WRITE-EXCEPTION
050000         THRU 2900-WRITE-EXCEPTION-EXIT.
050100     SET WS-BAT-REJECTED(WS-BAT-SUB) TO TRUE.
050200     PERFORM 2195-COUNT-REJECTED-BATCH
050300         THRU 2195-COUNT-REJECTED-BATCH-EXIT.
050400     MOVE 'N' TO WS-IN-BATCH-SW.
050500 2190-REJECT-CURRENT-BATCH-EXIT.
050600     EXIT.
050700
050800 2195-COUNT-REJECTED-BATCH.
050900     ADD 1 TO WS-BATCHES-REJECTED.
051000     ADD WS-BAT-ITEMS(WS-BAT-SUB)  TO WS-REJECTED-ITEMS.
051100     ADD WS-BAT-AMOUNT(WS-BAT-SUB) TO WS-REJECTED-AMOUNT.
051200 2195-COUNT-REJECTED-BATCH-EXIT.
051300     EXIT.
051400
051500 2900-WRITE-EXCEPTION.
051600*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
051700*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE KEY AND
051800*    REASON FIELDS.
051900     MOVE 'LBOXIMP ' TO EXC-PROGRAM-ID.
052000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
052100     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
052200     MOVE SPACES TO EXC-OPERATOR-ID.
052300     WRITE EXC-RECORD.
052400     IF NOT RC-ERROR AND NOT RC-SEVERE
052500         SET RC-WARNING TO TRUE
052600     END-IF.
052700 2900-WRITE-EXCEPTION-EXIT.
052800     EXIT.
052900
053000 2910-EXCEPTION-FOR-RECORD.
053100*    KEY IS RECORD NUMBER/BATCH/ITEM, SO THE BANK CAN FIND THE
053200*    LINE IN ITS OWN COPY OF THE TRANSMISSION.
053300     MOVE WS-RECORDS-READ TO WS-RECORD-NUMBER.
053400     MOVE SPACES TO EXC-KEY-VALUE.
053500     STRING WS-RECORD-NUMBER '/' LBX-BATCH-NUMBER
053600         DELIMITED BY SIZE
053700         INTO EXC-KEY-VALUE
053800     END-STRING.
053900     IF LBX-CHECK-DETAIL
054000         MOVE '/' TO EXC-KEY-VALUE(14:1)
054100         MOVE LBXD-ITEM-SEQUENCE TO EXC-KEY-VALUE(15:5)
054200     END-IF.
054300     PERFORM 2900-WRITE-EXCEPTION
054400         THRU 2900-WRITE-EXCEPTION-EXIT.
054500 2910-EXCEPTION-FOR-RECORD-EXIT.
054600     EXIT.
054700
054800 3000-POST-TRANSMISSION.
054900*    SECOND PASS - ONLY THE CHECKS OF PROVEN BATCHES ARE
055000*    TOUCHED.  THE BATCH IS FOUND BY COUNTING HEADERS AS THE
055100*    FIRST PASS DID.
055200     MOVE ZERO TO WS-BAT-SUB.
055300     MOVE 'N' TO WS-IN-BATCH-SW.
055400     MOVE '00' TO WS-LOCKBOX-STATUS.
055500     OPEN INPUT LOCKBOX-FILE.
055600     PERFORM 3100-POST-ONE-RECORD
055700         THRU 3100-POST-ONE-RECORD-EXIT
055800         UNTIL LOCKBOX-STATUS-EOF.
055900     CLOSE LOCKBOX-FILE.
056000 3000-POST-TRANSMISSION-EXIT.
056100     EXIT.
056200
056300 3100-POST-ONE-RECORD.
056400     READ LOCKBOX-FILE
056500         AT END SET LOCKBOX-STATUS-EOF TO TRUE
056600     END-READ.
056700     IF LOCKBOX-STATUS-EOF
056800         GO TO 3100-POST-ONE-RECORD-EXIT
056900     END-IF.
057000     EVALUATE TRUE
057100         WHEN LBX-BATCH-HEADER
057200             IF WS-BAT-SUB NOT < WS-BATCH-COUNT
057300                 SET LOCKBOX-STATUS-EOF TO TRUE
057400             ELSE
057500                 ADD 1 TO WS-BAT-SUB
057600                 SET WS-IN-BATCH TO TRUE
057700             END-IF
057800         WHEN LBX-BATCH-TRAILER
057900             MOVE 'N' TO WS-IN-BATCH-SW
058000         WHEN LBX-FILE-TRAILER
058100             SET LOCKBOX-STATUS-EOF TO TRUE
058200         WHEN LBX-CHECK-DETAIL
058300             IF WS-IN-BATCH
058400                 IF WS-BAT-PROVEN(WS-BAT-SUB)
058500                     PERFORM 3200-APPLY-ITEM
058600                         THRU 3200-APPLY-ITEM-EXIT
058700                 END-IF
058800             END-IF
058900     END-EVALUATE.
059000 3100-POST-ONE-RECORD-EXIT.
059100     EXIT.
059200
059300 3200-APPLY-ITEM.
059400*    AN ITEM POSTS ONLY WHEN THE COUPON NAMES A STUDENT AND TERM
059500*    WITH AN OPEN RECEIVABLE THE CHECK DOES NOT OVERPAY.
059600*    ANYTHING ELSE IS THE BURSAR'S TO RESEARCH, NOT A GUESS.
059700     IF LBXD-STUDENT-ID IS NOT NUMERIC
059800             OR LBXD-STUDENT-ID-N = ZERO
059900             OR LBXD-AMOUNT = ZERO
060000         MOVE 'E300' TO WS-SUSP-REASON-CODE
060100         MOVE 'NO USABLE STUDENT ID ON COUPON'
060200             TO WS-SUSP-REASON-TEXT
060300         PERFORM 3300-WRITE-SUSPENSE
060400             THRU 3300-WRITE-SUSPENSE-EXIT
060500         GO TO 3200-APPLY-ITEM-EXIT
060600     END-IF.
060700     MOVE LBXD-STUDENT-ID-N TO RECV-STUDENT-ID.
060800     MOVE LBXD-TERM         TO RECV-TERM.
060900     READ RECEIVABLE-FILE
061000         INVALID KEY
061100             MOVE 'E396' TO WS-SUSP-REASON-CODE
061200             MOVE 'NO RECEIVABLE FOR STUDENT/TERM'
061300                 TO WS-SUSP-REASON-TEXT
061400             PERFORM 3300-WRITE-SUSPENSE
061500                 THRU 3300-WRITE-SUSPENSE-EXIT
061600             GO TO 3200-APPLY-ITEM-EXIT
061700     END-READ.
061800     IF LBXD-AMOUNT > RECV-BALANCE
061900         MOVE 'E397' TO WS-SUSP-REASON-CODE
062000         MOVE 'CHECK EXCEEDS OPEN BALANCE'
062100             TO WS-SUSP-REASON-TEXT
062200         PERFORM 3300-WRITE-SUSPENSE
062300             THRU 3300-WRITE-SUSPENSE-EXIT
062400         GO TO 3200-APPLY-ITEM-EXIT
062500     END-IF.
062600     MOVE SPACES TO PAYMENT-RECORD.
062700     MOVE LBXD-STUDENT-ID-N TO PAY-STUDENT-ID.
062800     MOVE LBXD-TERM         TO PAY-TERM.
062900     MOVE LBXD-AMOUNT       TO PAY-AMOUNT.
063000     WRITE PAYMENT-RECORD.
063100     ADD 1 TO WS-POSTED-ITEMS.
063200     ADD LBXD-AMOUNT TO WS-POSTED-AMOUNT.
063300     ADD 1 TO WS-BAT-POSTED-ITEMS(WS-BAT-SUB).
063400     ADD LBXD-AMOUNT TO WS-BAT-POSTED-AMOUNT(WS-BAT-SUB).
063500 3200-APPLY-ITEM-EXIT.
063600     EXIT.
063700
063800 3300-WRITE-SUSPENSE.
063900     MOVE SPACES TO SUSPENSE-RECORD.
064000     MOVE WS-BAT-DEPOSIT-DATE(WS-BAT-SUB) TO SUSP-DEPOSIT-DATE.
064100     MOVE LBX-BATCH-NUMBER   TO SUSP-BATCH-NUMBER.
064200     MOVE LBXD-ITEM-SEQUENCE TO SUSP-ITEM-SEQUENCE.
064300     MOVE LBXD-CHECK-NUMBER  TO SUSP-CHECK-NUMBER.
064400     MOVE LBXD-AMOUNT        TO SUSP-AMOUNT.
064500     MOVE LBXD-STUDENT-ID    TO SUSP-STUDENT-ID.
064600     MOVE LBXD-TERM          TO SUSP-TERM.
064700     MOVE LBXD-REMITTER-NAME TO SUSP-REMITTER-NAME.
064800     MOVE WS-SUSP-REASON-CODE TO SUSP-REASON-CODE.
064900     MOVE WS-SUSP-REASON-TEXT TO SUSP-REASON-TEXT.
065000     WRITE SUSPENSE-RECORD.
065100     ADD 1 TO WS-SUSP-ITEMS.
065200     ADD LBXD-AMOUNT TO WS-SUSP-AMOUNT.
065300     ADD 1 TO WS-BAT-SUSP-ITEMS(WS-BAT-SUB).
065400     ADD LBXD-AMOUNT TO WS-BAT-SUSP-AMOUNT(WS-BAT-SUB).
065500     IF NOT RC-ERROR AND NOT RC-SEVERE
065600         SET RC-WARNING TO TRUE
065700     END-IF.
065800 3300-WRITE-SUSPENSE-EXIT.
065900     EXIT.
066000
066100 8000-PRINT-RECONCILIATION.
066200     MOVE SPACES TO RECON-REPORT-LINE.
066300     STRING 'LOCKBOX DEPOSIT RECONCILIATION  RUN DATE '
066400            WS-TODAY-YYYYMMDD '  LOCKBOX ' WS-LOCKBOX-ID
066500         DELIMITED BY SIZE
066600         INTO RECON-REPORT-LINE
066700     END-STRING.
066800     WRITE RECON-REPORT-LINE.
066900     MOVE SPACES TO RECON-REPORT-LINE.
067000     WRITE RECON-REPORT-LINE.
067100     MOVE SPACES TO RECON-REPORT-LINE.
067200     STRING 'BATCH  DEPOSIT   ITEMS    BANK TOTAL'
067300            '        POSTED      SUSPENSE  STATUS'
067400         DELIMITED BY SIZE
067500         INTO RECON-REPORT-LINE
067600     END-STRING.
067700     WRITE RECON-REPORT-LINE.
067800     PERFORM 8100-PRINT-ONE-BATCH
067900         THRU 8100-PRINT-ONE-BATCH-EXIT
068000         VARYING WS-BAT-SUB FROM 1 BY 1
068100         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
068200     MOVE SPACES TO RECON-REPORT-LINE.
068300     WRITE RECON-REPORT-LINE.
068400
068500     MOVE WS-BANK-DEPOSIT-TOTAL TO WS-AMOUNT-EDIT.
068600     MOVE SPACES TO RECON-REPORT-LINE.
068700     IF WS-FILE-TRAILER-SEEN
068800         STRING 'BANK DEPOSIT TOTAL (FILE TRAILER)    '
068900                WS-AMOUNT-EDIT
069000             DELIMITED BY SIZE
069100             INTO RECON-REPORT-LINE
069200         END-STRING
069300     ELSE
069400         STRING 'BANK DEPOSIT TOTAL (FILE TRAILER)    '
069500                '*** MISSING ***'
069600             DELIMITED BY SIZE
069700             INTO RECON-REPORT-LINE
069800         END-STRING
069900     END-IF.
070000     WRITE RECON-REPORT-LINE.
070100     MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-EDIT.
070200     MOVE WS-POSTED-ITEMS TO WS-COUNT-EDIT.
070300     MOVE SPACES TO RECON-REPORT-LINE.
070400     STRING 'POSTED TO PAYMENTS                   '
070500            WS-AMOUNT-EDIT '  ITEMS ' WS-COUNT-EDIT
070600         DELIMITED BY SIZE
070700         INTO RECON-REPORT-LINE
070800     END-STRING.
070900     WRITE RECON-REPORT-LINE.
071000     MOVE WS-SUSP-AMOUNT TO WS-AMOUNT-EDIT.
071100     MOVE WS-SUSP-ITEMS TO WS-COUNT-EDIT.
071200     MOVE SPACES TO RECON-REPORT-LINE.
071300     STRING 'SENT TO SUSPENSE (LBOXSUSP)          '
071400            WS-AMOUNT-EDIT '  ITEMS ' WS-COUNT-EDIT
071500         DELIMITED BY SIZE
071600         INTO RECON-REPORT-LINE
071700     END-STRING.
071800     WRITE RECON-REPORT-LINE.
071900*    A REJECTED TRANSMISSION POSTS NOTHING - EVERY PROVEN
072000*    BATCH IS HELD ALONG WITH THE REJECTED ONES.
072100     IF WS-FILE-REJECTED
072200         COMPUTE WS-REJECTED-AMOUNT =
072300             WS-FILE-AMOUNT - WS-ORPHAN-AMOUNT
072400         COMPUTE WS-REJECTED-ITEMS =
072500             WS-FILE-ITEMS - WS-ORPHAN-ITEMS
072600     END-IF.
072700     MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-EDIT.
072800     MOVE WS-REJECTED-ITEMS TO WS-COUNT-EDIT.
072900     MOVE SPACES TO RECON-REPORT-LINE.
073000     STRING 'HELD - BATCH OR FILE NOT PROVEN      '
073100            WS-AMOUNT-EDIT '  ITEMS ' WS-COUNT-EDIT
073200         DELIMITED BY SIZE
073300         INTO RECON-REPORT-LINE
073400     END-STRING.
073500     WRITE RECON-REPORT-LINE.
073600     IF WS-ORPHAN-ITEMS > ZERO
073700         MOVE WS-ORPHAN-AMOUNT TO WS-AMOUNT-EDIT
073800         MOVE WS-ORPHAN-ITEMS TO WS-COUNT-EDIT
073900         MOVE SPACES TO RECON-REPORT-LINE
074000         STRING 'HELD - CHECKS OUTSIDE ANY BATCH      '
074100                WS-AMOUNT-EDIT '  ITEMS ' WS-COUNT-EDIT
074200             DELIMITED BY SIZE
074300             INTO RECON-REPORT-LINE
074400         END-STRING
074500         WRITE RECON-REPORT-LINE
074600     END-IF.
074700
074800     COMPUTE WS-DIFFERENCE = WS-BANK-DEPOSIT-TOTAL
074900         - WS-POSTED-AMOUNT - WS-SUSP-AMOUNT
075000         - WS-REJECTED-AMOUNT - WS-ORPHAN-AMOUNT.
075100     MOVE WS-DIFFERENCE TO WS-SIGNED-EDIT.
075200     MOVE SPACES TO RECON-REPORT-LINE.
075300     STRING 'UNRECONCILED DIFFERENCE              '
075400            WS-SIGNED-EDIT
075500         DELIMITED BY SIZE
075600         INTO RECON-REPORT-LINE
075700     END-STRING.
075800     WRITE RECON-REPORT-LINE.
075900     MOVE SPACES TO RECON-REPORT-LINE.
076000     WRITE RECON-REPORT-LINE.
076100     IF WS-DIFFERENCE = ZERO AND WS-FILE-TRAILER-SEEN
076200         MOVE 'DEPOSIT RECONCILED' TO RECON-REPORT-LINE
076300     ELSE
076400         MOVE '*** DEPOSIT OUT OF BALANCE - SEE LBOXEXC ***'
076500             TO RECON-REPORT-LINE
076600     END-IF.
076700     WRITE RECON-REPORT-LINE.
076800 8000-PRINT-RECONCILIATION-EXIT.
076900     EXIT.
077000
077100 8100-PRINT-ONE-BATCH.
077200     MOVE WS-BAT-NUMBER(WS-BAT-SUB)       TO RCND-BATCH-NUMBER.
077300     MOVE WS-BAT-DEPOSIT-DATE(WS-BAT-SUB) TO RCND-DEPOSIT-DATE.
077400     MOVE WS-BAT-ITEMS(WS-BAT-SUB)        TO RCND-ITEMS.
077500     MOVE WS-BAT-BANK-TOTAL(WS-BAT-SUB)   TO RCND-BANK-TOTAL.
077600     MOVE WS-BAT-POSTED-AMOUNT(WS-BAT-SUB) TO RCND-POSTED.
077700     MOVE WS-BAT-SUSP-AMOUNT(WS-BAT-SUB)  TO RCND-SUSPENSE.
077800     EVALUATE TRUE
077900         WHEN WS-FILE-REJECTED
078000             MOVE 'HELD - FILE REJECTED' TO RCND-STATUS
078100         WHEN WS-BAT-PROVEN(WS-BAT-SUB)
078200             MOVE 'PROVEN'               TO RCND-STATUS
078300         WHEN OTHER
078400             MOVE 'REJECTED - NOT PROVEN' TO RCND-STATUS
078500     END-EVALUATE.
078600     MOVE WS-RECON-DETAIL TO RECON-REPORT-LINE.
078700     WRITE RECON-REPORT-LINE.
078800 8100-PRINT-ONE-BATCH-EXIT.
078900     EXIT.
079000
079100 9000-FINISH.
079200     CLOSE RECEIVABLE-FILE.
079300     CLOSE PAYMENT-FILE.
079400     CLOSE SUSPENSE-FILE.
079500     CLOSE RECON-REPORT.
079600     CLOSE EXCEPTION-FILE.
079700     DISPLAY 'LBOXIMP - RECORDS READ      : ' WS-RECORDS-READ.
079800     DISPLAY 'LBOXIMP - BATCHES           : ' WS-BATCH-COUNT.
079900     DISPLAY 'LBOXIMP - BATCHES REJECTED  : '
080000         WS-BATCHES-REJECTED.
080100     DISPLAY 'LBOXIMP - ITEMS POSTED      : ' WS-POSTED-ITEMS.
080200     DISPLAY 'LBOXIMP - ITEMS TO SUSPENSE : ' WS-SUSP-ITEMS.
080300     DISPLAY 'LBOXIMP - RETURN CODE       : ' WS-RETURN-CODE.
080400 9000-FINISH-EXIT.
080500     EXIT.
080600
080700 9999-EXIT.
080800     STOP RUN.
