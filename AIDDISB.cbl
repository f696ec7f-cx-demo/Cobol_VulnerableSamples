000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AIDDISB.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  FINANCIAL AID AWARD LOAD
001000*                    AND DISBURSEMENT - THE RETURN LEG OF
001100*                    TERMLOAD'S AIDFEED.  LOADS THE AID SYSTEM'S
001200*                    AIDAWD AWARD FILE (STUDENT, TERM, FUND,
001300*                    AMOUNT AND THE LOAD CLASS THE AWARD NEEDS,
001400*                    WRAPPED IN THE CTLREC HEADER AND TRAILER)
001500*                    INTO THE INDEXED AIDMAST (SEE AWARDREC),
001600*                    THEN DISBURSES THE TERM'S OPEN AWARDS TO
001700*                    STUDRECV (SEE RECVREC).  THE STUDENT'S LOAD
001800*                    IS RECOUNTED FROM ENRLMAST AT DISBURSEMENT
001900*                    ON TERMLOAD'S THRESHOLDS - A LOAD THAT HAS
002000*                    DROPPED BELOW THE AWARD'S CLASS BUT IS STILL
002100*                    HALF-TIME REDUCES THE AWARD IN PROPORTION,
002200*                    AND ONE BELOW HALF-TIME IS HELD.  EVERY
002300*                    AWARD DISBURSED, REDUCED OR HELD PRINTS ON
002400*                    THE AIDREG REGISTER FOR THE AID OFFICE.
002500*   2026-10-15 RLW  THE RESTATED BALANCE ADDS BACK THE REFUND
002600*                    CHECKS ALREADY ISSUED (RECV-REFUNDED, SEE
002700*                    RECVREC), SO A PAID-OUT CREDIT IS NOT OWED
002800*                    TWICE.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AWARD-FEED ASSIGN TO "AIDAWD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-FEED-STATUS.
003600
003700     SELECT AWARD-FILE ASSIGN TO "AIDMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS AWD-KEY
004100         FILE STATUS IS WS-AWD-STATUS.
004200
004300     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ENRL-KEY
004700         FILE STATUS IS WS-ENRL-STATUS.
004800
004900     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS COURSE-ID
005300         FILE STATUS IS WS-COURSE-STATUS.
005400
005500     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RECV-KEY
005900         FILE STATUS IS WS-RECV-STATUS.
006000
006100     SELECT AID-REGISTER ASSIGN TO "AIDREG"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARM-STATUS.
006700
006800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-BUSDATE-STATUS.
007100
007200     SELECT EXCEPTION-FILE ASSIGN TO "AIDDEXC"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700*    THE AID SYSTEM'S AWARD FILE - FIXED COLUMNS, AMOUNT
007800*    UNEDITED WITH AN IMPLIED DECIMAL, THE LOAD CLASS IN THE
007900*    AIDFEED CODES (FT/TQ/HT/LT).
008000 FD  AWARD-FEED.
008100 01  AWARD-FEED-RECORD.
008200     05  AWDF-STUDENT-ID             PIC 9(09).
008300     05  AWDF-TERM                   PIC X(05).
008400     05  AWDF-FUND-CODE              PIC X(04).
008500     05  AWDF-AMOUNT                 PIC 9(07)V9(02).
008600     05  AWDF-REQ-LOAD-CLASS         PIC X(02).
008700     05  FILLER                      PIC X(14).
008800     COPY CTLREC.
008900
009000 FD  AWARD-FILE.
009100     COPY AWARDREC.
009200
009300 FD  ENROLLMENT-FILE.
009400     COPY ENRLREC.
009500
009600 FD  COURSE-CATALOG.
009700     COPY COURSREC.
009800
009900 FD  RECEIVABLE-FILE.
010000     COPY RECVREC.
010100
010200 FD  AID-REGISTER.
010300 01  AID-REGISTER-LINE              PIC X(100).
010400
010500 FD  PARM-CARD-FILE.
010600     COPY PARMREC.
010700
010800 FD  BUSDATE-FILE.
010900     COPY BUSDATE.
011000
011100 FD  EXCEPTION-FILE.
011200     COPY EXCREC.
011300
011400 WORKING-STORAGE SECTION.
011500     COPY RETCODES.
011600
011700 01  WS-FEED-STATUS                 PIC X(02) VALUE '00'.
011800     88  FEED-STATUS-OK              VALUE '00'.
011900     88  FEED-STATUS-EOF             VALUE '10'.
012000 01  WS-AWD-STATUS                  PIC X(02) VALUE '00'.
012100     88  AWD-STATUS-OK               VALUE '00'.
012200     88  AWD-STATUS-EOF              VALUE '10'.
012300 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
012400     88  ENRL-STATUS-OK              VALUE '00'.
012500     88  ENRL-STATUS-EOF             VALUE '10'.
012600 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
012700     88  COURSE-STATUS-OK            VALUE '00'.
012800 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
012900     88  RECV-STATUS-OK              VALUE '00'.
013000 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
013100     88  PARM-STATUS-OK              VALUE '00'.
013200     88  PARM-STATUS-EOF             VALUE '10'.
013300 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
013400     88  BUSDATE-STATUS-OK           VALUE '00'.
013500
013600 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
013700     88  WS-PARM-FOUND               VALUE 'Y'.
013800 01  WS-RECV-FOUND-SW               PIC X(01) VALUE 'N'.
013900     88  WS-RECV-FOUND               VALUE 'Y'.
014000 01  WS-ENRL-DONE-SW                PIC X(01) VALUE 'N'.
014100     88  WS-ENRL-DONE                VALUE 'Y'.
014200
014300*    HEADER/TRAILER CONTROL-RECORD CHECKING (SEE CTLREC).
014400 01  WS-FEED-FIRST-SW               PIC X(01) VALUE 'Y'.
014500     88  WS-FEED-FIRST-RECORD        VALUE 'Y'.
014600 01  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
014700     88  WS-FEED-HDR-SEEN            VALUE 'Y'.
014800 01  WS-TRAILER-SEEN-SW             PIC X(01) VALUE 'N'.
014900     88  WS-TRAILER-SEEN             VALUE 'Y'.
015000 01  WS-CTL-CONTROL-SW              PIC X(01) VALUE 'N'.
015100     88  WS-CTL-IS-CONTROL           VALUE 'Y'.
015200 01  WS-TRAILER-COUNT               PIC 9(07) VALUE ZERO.
015300 01  WS-FEED-RECORDS                PIC 9(07) VALUE ZERO.
015400
015500 01  WS-DISB-TERM                   PIC X(05) VALUE SPACES.
015600*    THE SAME CARD-CONFIGURABLE 12/9/6 BREAKS TERMLOAD CLASSIFIES
015700*    THE AIDFEED ON - THE AWARD CLASS AND THE RECOUNT MUST AGREE.
015800 01  WS-FULL-TIME-MIN               PIC 9(02) VALUE 12.
015900 01  WS-THREE-QTR-MIN               PIC 9(02) VALUE 9.
016000 01  WS-HALF-TIME-MIN               PIC 9(02) VALUE 6.
016100
016200*    LOAD CLASSES AS QUARTERS OF FULL TIME - FT 4, TQ 3, HT 2,
016300*    LT 1 - SO A REDUCTION IS CURRENT OVER REQUIRED.
016400 01  WS-CREDIT-LOAD                 PIC 9(03) VALUE ZERO.
016500 01  WS-LOAD-CLASS                  PIC X(02) VALUE SPACES.
016600 01  WS-LOAD-QTRS                   PIC 9(01) VALUE ZERO.
016700 01  WS-REQ-QTRS                    PIC 9(01) VALUE ZERO.
016800 01  WS-DISB-AMOUNT                 PIC 9(07)V9(02) VALUE ZERO.
016900 01  WS-NET-BALANCE                 PIC S9(08)V9(02) VALUE ZERO.
017000 01  WS-AMOUNT-EDIT                 PIC Z(06)9.99.
017100 01  WS-AMOUNT-EDIT-2               PIC Z(06)9.99.
017200
017300 01  WS-AWARDS-READ                 PIC 9(07) COMP VALUE ZERO.
017400 01  WS-AWARDS-LOADED               PIC 9(07) COMP VALUE ZERO.
017500 01  WS-AWARDS-UPDATED              PIC 9(07) COMP VALUE ZERO.
017600 01  WS-AWARDS-REJECTED             PIC 9(07) COMP VALUE ZERO.
017700 01  WS-AWARDS-DISBURSED            PIC 9(07) COMP VALUE ZERO.
017800 01  WS-AWARDS-REDUCED              PIC 9(07) COMP VALUE ZERO.
017900 01  WS-AWARDS-HELD                 PIC 9(07) COMP VALUE ZERO.
018000 01  WS-TOTAL-DISBURSED             PIC 9(09)V9(02) VALUE ZERO.
018100
018200 01  WS-CURRENT-DATE-TIME.
018300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
018400     05  WS-TIME-HHMMSSHH           PIC 9(08).
018500     05  FILLER                     PIC X(05).
018600
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-INITIALIZE-EXIT.
019100
019200     PERFORM 2000-LOAD-NEXT-AWARD
019300         THRU 2000-LOAD-NEXT-AWARD-EXIT
019400         UNTIL FEED-STATUS-EOF.
019500
019600     PERFORM 2800-CHECK-FEED-TRAILER
019700         THRU 2800-CHECK-FEED-TRAILER-EXIT.
019800
019900*    A FEED THAT DID NOT ARRIVE WHOLE DISBURSES NOTHING - THE
020000*    AWARDS IT DID LOAD WAIT FOR THE RESENT FILE.
020100     IF NOT RC-ERROR AND NOT RC-SEVERE
020200         PERFORM 3000-DISBURSE-AWARDS
020300             THRU 3000-DISBURSE-AWARDS-EXIT
020400     END-IF.
020500
020600     PERFORM 9000-FINISH
020700         THRU 9000-FINISH-EXIT.
020800
020900     MOVE WS-RETURN-CODE TO RETURN-CODE.
021000     GO TO 9999-EXIT.
021100
021200 1000-INITIALIZE.
021300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021400     PERFORM 1050-GET-BUSINESS-DATE
021500         THRU 1050-GET-BUSINESS-DATE-EXIT.
021600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
021700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
021800     OPEN OUTPUT EXCEPTION-FILE.
021900     OPEN OUTPUT AID-REGISTER.
022000     PERFORM 1080-READ-PARM-CARD
022100         THRU 1080-READ-PARM-CARD-EXIT.
022200     IF NOT WS-PARM-FOUND
022300         DISPLAY 'ENTER TERM TO DISBURSE (E.G. 2026F): '
022400         ACCEPT WS-DISB-TERM
022500     END-IF.
022600     MOVE SPACES TO AID-REGISTER-LINE.
022700     STRING 'FINANCIAL AID DISBURSEMENT REGISTER - TERM '
022800            WS-DISB-TERM '  DATE ' WS-TODAY-YYYYMMDD
022900         DELIMITED BY SIZE
023000         INTO AID-REGISTER-LINE
023100     END-STRING.
023200     WRITE AID-REGISTER-LINE.
023300     MOVE SPACES TO AID-REGISTER-LINE.
023400     WRITE AID-REGISTER-LINE.
023500
023600     OPEN INPUT COURSE-CATALOG.
023700     IF NOT COURSE-STATUS-OK
023800         DISPLAY 'AIDDISB - UNABLE TO OPEN CRSECAT, STATUS='
023900             WS-COURSE-STATUS
024000         SET RC-SEVERE TO TRUE
024100         SET FEED-STATUS-EOF TO TRUE
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF.
024400     OPEN INPUT ENROLLMENT-FILE.
024500     IF NOT ENRL-STATUS-OK
024600         DISPLAY 'AIDDISB - UNABLE TO OPEN ENRLMAST, STATUS='
024700             WS-ENRL-STATUS
024800         SET RC-SEVERE TO TRUE
024900         SET FEED-STATUS-EOF TO TRUE
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF.
025200     OPEN I-O RECEIVABLE-FILE.
025300     IF NOT RECV-STATUS-OK
025400         DISPLAY 'AIDDISB - UNABLE TO OPEN STUDRECV, STATUS='
025500             WS-RECV-STATUS
025600         SET RC-SEVERE TO TRUE
025700         SET FEED-STATUS-EOF TO TRUE
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000*    THE AWARD MASTER IS CREATED EMPTY ON THE FIRST RUN.
026100     OPEN I-O AWARD-FILE.
026200     IF NOT AWD-STATUS-OK
026300         OPEN OUTPUT AWARD-FILE
026400         IF AWD-STATUS-OK
026500             CLOSE AWARD-FILE
026600             OPEN I-O AWARD-FILE
026700         END-IF
026800     END-IF.
026900     IF NOT AWD-STATUS-OK
027000         DISPLAY 'AIDDISB - UNABLE TO OPEN AIDMAST, STATUS='
027100             WS-AWD-STATUS
027200         SET RC-SEVERE TO TRUE
027300         SET FEED-STATUS-EOF TO TRUE
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027600*    NO AWARD FILE THIS RUN IS NORMAL - THE HELD AWARDS ARE
027700*    STILL RETRIED AGAINST THE CURRENT LOAD.
027800     OPEN INPUT AWARD-FEED.
027900     IF NOT FEED-STATUS-OK
028000         DISPLAY 'AIDDISB - NO AIDAWD FILE, DISBURSING ON FILE '
028100             'AWARDS ONLY'
028200         MOVE 'N' TO WS-FEED-FIRST-SW
028300         SET FEED-STATUS-EOF TO TRUE
028400     END-IF.
028500 1000-INITIALIZE-EXIT.
028600     EXIT.
028700
028800 1050-GET-BUSINESS-DATE.
028900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
029000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
029100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
029200*    CLOCK TIME FIELD STAYS REAL.
029300     OPEN INPUT BUSDATE-FILE.
029400     IF NOT BUSDATE-STATUS-OK
029500         GO TO 1050-GET-BUSINESS-DATE-EXIT
029600     END-IF.
029700     READ BUSDATE-FILE
029800         AT END
029900             CLOSE BUSDATE-FILE
030000             GO TO 1050-GET-BUSINESS-DATE-EXIT
030100     END-READ.
030200     CLOSE BUSDATE-FILE.
030300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
030400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
030500         DISPLAY 'AIDDISB - RUNNING AS OF BUSINESS DATE '
030600             BUS-DATE
030700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
030800     END-IF.
030900 1050-GET-BUSINESS-DATE-EXIT.
031000     EXIT.
031100
031200 1080-READ-PARM-CARD.
031300*    CARD LAYOUT - COLS 9-13 TERM, 14-15 FULL-TIME MINIMUM,
031400*    16-17 THREE-QUARTER MINIMUM, 18-19 HALF-TIME MINIMUM
031500*    (BLANK THRESHOLDS TAKE THE 12/9/6 DEFAULTS) - THE SAME
031600*    LAYOUT AS THE TERMLOAD CARD.
031700     MOVE 'N' TO WS-PARM-FOUND-SW.
031800     OPEN INPUT PARM-CARD-FILE.
031900     IF NOT PARM-STATUS-OK
032000         GO TO 1080-READ-PARM-CARD-EXIT
032100     END-IF.
032200     PERFORM 1081-SCAN-ONE-CARD
032300         THRU 1081-SCAN-ONE-CARD-EXIT
032400         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
032500     CLOSE PARM-CARD-FILE.
032600     IF WS-PARM-FOUND
032700         IF PARM-OPTIONS(1:5) = SPACES
032800             MOVE 'N' TO WS-PARM-FOUND-SW
032900         ELSE
033000             MOVE PARM-OPTIONS(1:5) TO WS-DISB-TERM
033100             IF PARM-OPTIONS(6:2) IS NUMERIC
033200                     AND PARM-OPTIONS(6:2) NOT = '00'
033300                 MOVE PARM-OPTIONS(6:2) TO WS-FULL-TIME-MIN
033400             END-IF
033500             IF PARM-OPTIONS(8:2) IS NUMERIC
033600                     AND PARM-OPTIONS(8:2) NOT = '00'
033700                 MOVE PARM-OPTIONS(8:2) TO WS-THREE-QTR-MIN
033800             END-IF
033900             IF PARM-OPTIONS(10:2) IS NUMERIC
034000                     AND PARM-OPTIONS(10:2) NOT = '00'
034100                 MOVE PARM-OPTIONS(10:2) TO WS-HALF-TIME-MIN
034200             END-IF
034300         END-IF
034400     END-IF.
034500 1080-READ-PARM-CARD-EXIT.
034600     EXIT.
034700
034800 1081-SCAN-ONE-CARD.
034900     READ PARM-CARD-FILE
035000         AT END SET PARM-STATUS-EOF TO TRUE
035100     END-READ.
035200     IF PARM-STATUS-EOF
035300         GO TO 1081-SCAN-ONE-CARD-EXIT
035400     END-IF.
035500     IF PARM-PROGRAM-ID = 'AIDDISB '
035600         SET WS-PARM-FOUND TO TRUE
035700     END-IF.
035800 1081-SCAN-ONE-CARD-EXIT.
035900     EXIT.
036000
036100 2000-LOAD-NEXT-AWARD.
036200     READ AWARD-FEED
036300         AT END SET FEED-STATUS-EOF TO TRUE
036400     END-READ.
036500     IF FEED-STATUS-EOF
036600         GO TO 2000-LOAD-NEXT-AWARD-EXIT
036700     END-IF.
036800     PERFORM 2200-CHECK-CONTROL-RECORD
036900         THRU 2200-CHECK-CONTROL-RECORD-EXIT.
037000     IF WS-CTL-IS-CONTROL
037100         GO TO 2000-LOAD-NEXT-AWARD-EXIT
037200     END-IF.
037300     ADD 1 TO WS-FEED-RECORDS.
037400     ADD 1 TO WS-AWARDS-READ.
037500
037600     IF AWDF-STUDENT-ID IS NOT NUMERIC
037700             OR AWDF-STUDENT-ID = ZERO
037800             OR AWDF-TERM = SPACES
037900             OR AWDF-FUND-CODE = SPACES
038000             OR AWDF-AMOUNT IS NOT NUMERIC
038100             OR AWDF-AMOUNT = ZERO
038200         MOVE 'E170' TO EXC-REASON-CODE
038300         MOVE 'AWARD ID, TERM, FUND OR AMOUNT INVALID' TO
038400             EXC-REASON-TEXT
038500         PERFORM 2900-WRITE-FEED-REJECT
038600             THRU 2900-WRITE-FEED-REJECT-EXIT
038700         GO TO 2000-LOAD-NEXT-AWARD-EXIT
038800     END-IF.
038900     MOVE AWDF-REQ-LOAD-CLASS TO AWD-REQ-LOAD-CLASS.
039000     IF NOT AWD-REQ-VALID-CLASS
039100         MOVE 'E171' TO EXC-REASON-CODE
039200         MOVE 'AWARD LOAD CLASS NOT FT/TQ/HT/LT' TO
039300             EXC-REASON-TEXT
039400         PERFORM 2900-WRITE-FEED-REJECT
039500             THRU 2900-WRITE-FEED-REJECT-EXIT
039600         GO TO 2000-LOAD-NEXT-AWARD-EXIT
039700     END-IF.
039800
039900*    A RESENT AWARD STILL OPEN TAKES THE AID SYSTEM'S NEW
040000*    AMOUNT AND CLASS AND IS TRIED AGAIN.  ONE ALREADY PAID OUT
040100*    CANNOT BE CHANGED HERE - AN IDENTICAL RESEND IS IGNORED,
040200*    A CHANGED ONE IS REJECTED FOR THE AID OFFICE.
040300     MOVE AWDF-STUDENT-ID TO AWD-STUDENT-ID.
040400     MOVE AWDF-TERM       TO AWD-TERM.
040500     MOVE AWDF-FUND-CODE  TO AWD-FUND-CODE.
040600     READ AWARD-FILE
040700         INVALID KEY
040800             PERFORM 2100-ADD-AWARD
040900                 THRU 2100-ADD-AWARD-EXIT
041000             GO TO 2000-LOAD-NEXT-AWARD-EXIT
041100     END-READ.
041200     IF NOT AWD-OPEN
041300         IF AWDF-AMOUNT NOT = AWD-AWARD-AMOUNT
041400                 OR AWDF-REQ-LOAD-CLASS NOT = AWD-REQ-LOAD-CLASS
041500             MOVE 'E172' TO EXC-REASON-CODE
041600             MOVE 'AWARD ALREADY DISBURSED - CHANGE IGNORED' TO
041700                 EXC-REASON-TEXT
041800             PERFORM 2900-WRITE-FEED-REJECT
041900                 THRU 2900-WRITE-FEED-REJECT-EXIT
042000         END-IF
042100         GO TO 2000-LOAD-NEXT-AWARD-EXIT
042200     END-IF.
042300     MOVE AWDF-AMOUNT         TO AWD-AWARD-AMOUNT.
042400     MOVE AWDF-REQ-LOAD-CLASS TO AWD-REQ-LOAD-CLASS.
042500     MOVE WS-TODAY-YYYYMMDD   TO AWD-LOAD-DATE.
042600     SET AWD-PENDING TO TRUE.
042700     MOVE SPACES TO AWD-HOLD-REASON.
042800     REWRITE AWARD-RECORD
042900         INVALID KEY CONTINUE
043000     END-REWRITE.
043100     IF AWD-STATUS-OK
043200         ADD 1 TO WS-AWARDS-UPDATED
043300     ELSE
043400         MOVE 'E173' TO EXC-REASON-CODE
043500         MOVE 'AIDMAST WRITE FAILED, SEE FILE STATUS' TO
043600             EXC-REASON-TEXT
043700         PERFORM 2900-WRITE-FEED-REJECT
043800             THRU 2900-WRITE-FEED-REJECT-EXIT
043900     END-IF.
044000 2000-LOAD-NEXT-AWARD-EXIT.
044100     EXIT.
044200
044300 2100-ADD-AWARD.
044400     MOVE AWDF-STUDENT-ID     TO AWD-STUDENT-ID.
044500     MOVE AWDF-TERM           TO AWD-TERM.
044600     MOVE AWDF-FUND-CODE      TO AWD-FUND-CODE.
044700     MOVE AWDF-AMOUNT         TO AWD-AWARD-AMOUNT.
044800     MOVE AWDF-REQ-LOAD-CLASS TO AWD-REQ-LOAD-CLASS.
044900     SET AWD-PENDING TO TRUE.
045000     MOVE WS-TODAY-YYYYMMDD   TO AWD-LOAD-DATE.
045100     MOVE ZERO                TO AWD-DISBURSED-AMOUNT.
045200     MOVE ZERO                TO AWD-DISBURSED-DATE.
045300     MOVE SPACES              TO AWD-DISBURSED-LOAD-CLASS.
045400     MOVE SPACES              TO AWD-HOLD-REASON.
045500     WRITE AWARD-RECORD
045600         INVALID KEY CONTINUE
045700     END-WRITE.
045800     IF AWD-STATUS-OK
045900         ADD 1 TO WS-AWARDS-LOADED
046000     ELSE
046100         MOVE 'E173' TO EXC-REASON-CODE
046200         MOVE 'AIDMAST WRITE FAILED, SEE FILE STATUS' TO
046300             EXC-REASON-TEXT
046400         PERFORM 2900-WRITE-FEED-REJECT
046500             THRU 2900-WRITE-FEED-REJECT-EXIT
046600     END-IF.
046700 2100-ADD-AWARD-EXIT.
046800     EXIT.
046900
047000 2200-CHECK-CONTROL-RECORD.
047100*    CALLED AFTER EVERY FEED READ - ABSORBS THE HEADER AND
047200*    TRAILER CONTROL RECORDS (SEE CTLREC).
047300     MOVE 'N' TO WS-CTL-CONTROL-SW.
047400     IF WS-FEED-FIRST-RECORD
047500         MOVE 'N' TO WS-FEED-FIRST-SW
047600         IF CTL-IS-HEADER AND CTL-FILE-ID = 'AIDAWARD'
047700             SET WS-FEED-HDR-SEEN TO TRUE
047800             SET WS-CTL-IS-CONTROL TO TRUE
047900             GO TO 2200-CHECK-CONTROL-RECORD-EXIT
048000         ELSE
048100             MOVE 'E174' TO EXC-REASON-CODE
048200             MOVE 'AIDAWD HAS NO HEADER CONTROL RECORD' TO
048300                 EXC-REASON-TEXT
048400             PERFORM 2950-WRITE-FEED-EXCEPTION
048500                 THRU 2950-WRITE-FEED-EXCEPTION-EXIT
048600             SET WS-CTL-IS-CONTROL TO TRUE
048700             SET FEED-STATUS-EOF TO TRUE
048800             GO TO 2200-CHECK-CONTROL-RECORD-EXIT
048900         END-IF
049000     END-IF.
049100     IF CTL-IS-TRAILER AND CTL-FILE-ID = 'AIDAWARD'
049200         SET WS-TRAILER-SEEN TO TRUE
049300         SET WS-CTL-IS-CONTROL TO TRUE
049400         MOVE CTL-RECORD-COUNT TO WS-TRAILER-COUNT
049500     END-IF.
049600 2200-CHECK-CONTROL-RECORD-EXIT.
049700     EXIT.
049800
049900 2800-CHECK-FEED-TRAILER.
050000*    A MISSING TRAILER OR A COUNT MISMATCH MEANS THE AWARD FILE
050100*    DID NOT ARRIVE COMPLETE.  AN EMPTY FILE NEVER REACHES THE
050200*    FIRST-RECORD CHECK, SO ITS MISSING HEADER IS RAISED HERE.
050300     IF RC-SEVERE
050400         GO TO 2800-CHECK-FEED-TRAILER-EXIT
050500     END-IF.
050600     IF NOT WS-FEED-HDR-SEEN AND WS-FEED-FIRST-RECORD
050700         MOVE 'E174' TO EXC-REASON-CODE
050800         MOVE 'AIDAWD HAS NO HEADER CONTROL RECORD' TO
050900             EXC-REASON-TEXT
051000         PERFORM 2950-WRITE-FEED-EXCEPTION
051100             THRU 2950-WRITE-FEED-EXCEPTION-EXIT
051200         GO TO 2800-CHECK-FEED-TRAILER-EXIT
051300     END-IF.
051400     IF NOT WS-FEED-HDR-SEEN
051500         GO TO 2800-CHECK-FEED-TRAILER-EXIT
051600     END-IF.
051700     IF NOT WS-TRAILER-SEEN
051800         DISPLAY 'AIDDISB - NO TRAILER ON AIDAWD'
051900         MOVE 'E175' TO EXC-REASON-CODE
052000         MOVE 'AIDAWD HAS NO TRAILER CONTROL RECORD' TO
052100             EXC-REASON-TEXT
052200         PERFORM 2950-WRITE-FEED-EXCEPTION
052300             THRU 2950-WRITE-FEED-EXCEPTION-EXIT
052400         GO TO 2800-CHECK-FEED-TRAILER-EXIT
052500     END-IF.
052600     IF WS-TRAILER-COUNT NOT = WS-FEED-RECORDS
052700         DISPLAY 'AIDDISB - TRAILER COUNT ' WS-TRAILER-COUNT
052800             ' BUT READ ' WS-FEED-RECORDS
052900         MOVE 'E176' TO EXC-REASON-CODE
053000         MOVE 'AIDAWD COUNT DOES NOT MATCH TRAILER' TO
053100             EXC-REASON-TEXT
053200         PERFORM 2950-WRITE-FEED-EXCEPTION
053300             THRU 2950-WRITE-FEED-EXCEPTION-EXIT
053400     END-IF.
053500 2800-CHECK-FEED-TRAILER-EXIT.
053600     EXIT.
053700
053800 2900-WRITE-FEED-REJECT.
053900*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
054000*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
054100     ADD 1 TO WS-AWARDS-REJECTED.
054200     MOVE 'AIDDISB ' TO EXC-PROGRAM-ID.
054300     MOVE SPACES TO EXC-KEY-VALUE.
054400     STRING AWDF-STUDENT-ID '/' AWDF-TERM '/' AWDF-FUND-CODE
054500         DELIMITED BY SIZE
054600         INTO EXC-KEY-VALUE
054700     END-STRING.
054800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
054900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
055000     MOVE SPACES TO EXC-OPERATOR-ID.
055100     WRITE EXC-RECORD.
055200     SET RC-WARNING TO TRUE.
055300 2900-WRITE-FEED-REJECT-EXIT.
055400     EXIT.
055500
055600 2950-WRITE-FEED-EXCEPTION.
055700     MOVE 'AIDDISB ' TO EXC-PROGRAM-ID.
055800     MOVE 'AIDAWD' TO EXC-KEY-VALUE.
055900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
056000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
056100     MOVE SPACES TO EXC-OPERATOR-ID.
056200     WRITE EXC-RECORD.
056300     SET RC-ERROR TO TRUE.
056400 2950-WRITE-FEED-EXCEPTION-EXIT.
056500     EXIT.
056600
056700 3000-DISBURSE-AWARDS.
056800     MOVE LOW-VALUES TO AWD-KEY.
056900     MOVE '00' TO WS-AWD-STATUS.
057000     START AWARD-FILE KEY IS NOT LESS THAN AWD-KEY
057100         INVALID KEY SET AWD-STATUS-EOF TO TRUE
057200     END-START.
057300     PERFORM 3100-DISBURSE-NEXT-AWARD
057400         THRU 3100-DISBURSE-NEXT-AWARD-EXIT
057500         UNTIL AWD-STATUS-EOF.
057600
057700     MOVE SPACES TO AID-REGISTER-LINE.
057800     WRITE AID-REGISTER-LINE.
057900     MOVE WS-TOTAL-DISBURSED TO WS-AMOUNT-EDIT.
058000     MOVE SPACES TO AID-REGISTER-LINE.
058100     STRING 'TOTAL DISBURSED : ' WS-AMOUNT-EDIT
058200         DELIMITED BY SIZE
058300         INTO AID-REGISTER-LINE
058400     END-STRING.
058500     WRITE AID-REGISTER-LINE.
058600 3000-DISBURSE-AWARDS-EXIT.
058700     EXIT.
058800
058900 3100-DISBURSE-NEXT-AWARD.
059000     READ AWARD-FILE NEXT
059100         AT END SET AWD-STATUS-EOF TO TRUE
059200     END-READ.
059300     IF NOT AWD-STATUS-OK
059400         SET AWD-STATUS-EOF TO TRUE
059500         GO TO 3100-DISBURSE-NEXT-AWARD-EXIT
059600     END-IF.
059700     IF AWD-TERM NOT = WS-DISB-TERM
059800             OR NOT AWD-OPEN
059900         GO TO 3100-DISBURSE-NEXT-AWARD-EXIT
060000     END-IF.
060100
060200     PERFORM 3200-COUNT-CURRENT-LOAD
060300         THRU 3200-COUNT-CURRENT-LOAD-EXIT.
060400     EVALUATE TRUE
060500         WHEN AWD-REQ-FULL-TIME
060600             MOVE 4 TO WS-REQ-QTRS
060700         WHEN AWD-REQ-THREE-QUARTER
060800             MOVE 3 TO WS-REQ-QTRS
060900         WHEN AWD-REQ-HALF-TIME
061000             MOVE 2 TO WS-REQ-QTRS
061100         WHEN OTHER
061200             MOVE 1 TO WS-REQ-QTRS
061300     END-EVALUATE.
061400
061500*    NOTHING REGISTERED IS NOTHING TO DISBURSE AGAINST, AND A
061600*    LOAD BELOW HALF-TIME UNDER A HIGHER AWARD IS THE AID
061700*    OFFICE'S CALL - BOTH ARE HELD AND RETRIED NEXT RUN.
061800     IF WS-CREDIT-LOAD = ZERO
061900         MOVE 'NOT REGISTERED FOR THE TERM' TO AWD-HOLD-REASON
062000         PERFORM 3500-HOLD-AWARD
062100             THRU 3500-HOLD-AWARD-EXIT
062200         GO TO 3100-DISBURSE-NEXT-AWARD-EXIT
062300     END-IF.
062400     IF WS-LOAD-QTRS < WS-REQ-QTRS
062500             AND WS-LOAD-QTRS < 2
062600         MOVE SPACES TO AWD-HOLD-REASON
062700         STRING 'LOAD ' WS-LOAD-CLASS ' UNDER HALF-TIME FOR '
062800                AWD-REQ-LOAD-CLASS
062900             DELIMITED BY SIZE
063000             INTO AWD-HOLD-REASON
063100         END-STRING
063200         PERFORM 3500-HOLD-AWARD
063300             THRU 3500-HOLD-AWARD-EXIT
063400         GO TO 3100-DISBURSE-NEXT-AWARD-EXIT
063500     END-IF.
063600
063700     MOVE 'N' TO WS-RECV-FOUND-SW.
063800     MOVE AWD-STUDENT-ID TO RECV-STUDENT-ID.
063900     MOVE AWD-TERM       TO RECV-TERM.
064000     READ RECEIVABLE-FILE
064100         INVALID KEY CONTINUE
064200         NOT INVALID KEY SET WS-RECV-FOUND TO TRUE
064300     END-READ.
064400     IF NOT WS-RECV-FOUND
064500         MOVE 'TERM NOT YET BILLED' TO AWD-HOLD-REASON
064600         PERFORM 3500-HOLD-AWARD
064700             THRU 3500-HOLD-AWARD-EXIT
064800         GO TO 3100-DISBURSE-NEXT-AWARD-EXIT
064900     END-IF.
065000
065100     IF WS-LOAD-QTRS < WS-REQ-QTRS
065200         COMPUTE WS-DISB-AMOUNT ROUNDED =
065300             AWD-AWARD-AMOUNT * WS-LOAD-QTRS / WS-REQ-QTRS
065400         SET AWD-REDUCED TO TRUE
065500     ELSE
065600         MOVE AWD-AWARD-AMOUNT TO WS-DISB-AMOUNT
065700         SET AWD-DISBURSED TO TRUE
065800     END-IF.
065900
066000*    AID IS A CREDIT LIKE A REFUND - BALANCE AND REFUND DUE ARE
066100*    RESTATED ON THE SAME RULE CRSEDROP USES (SEE RECVREC).
066200     ADD WS-DISB-AMOUNT TO RECV-CREDITED.
066300     ADD WS-DISB-AMOUNT TO RECV-AID-DISBURSED.
066400     COMPUTE WS-NET-BALANCE =
066500         RECV-BILLED - RECV-CREDITED - RECV-PAID
066600         + RECV-REFUNDED.
066700     IF WS-NET-BALANCE < ZERO
066800         MOVE ZERO TO RECV-BALANCE
066900         COMPUTE RECV-REFUND-DUE = ZERO - WS-NET-BALANCE
067000     ELSE
067100         MOVE WS-NET-BALANCE TO RECV-BALANCE
067200         MOVE ZERO TO RECV-REFUND-DUE
067300     END-IF.
067400     REWRITE RECEIVABLE-RECORD
067500         INVALID KEY CONTINUE
067600     END-REWRITE.
067700     IF NOT RECV-STATUS-OK
067800         MOVE 'E177' TO EXC-REASON-CODE
067900         MOVE 'RECEIVABLE REWRITE FAILED - NOT DISBURSED' TO
068000             EXC-REASON-TEXT
068100         PERFORM 3900-WRITE-AWARD-EXCEPTION
068200             THRU 3900-WRITE-AWARD-EXCEPTION-EXIT
068300         GO TO 3100-DISBURSE-NEXT-AWARD-EXIT
068400     END-IF.
068500
068600     MOVE WS-DISB-AMOUNT    TO AWD-DISBURSED-AMOUNT.
068700     MOVE WS-TODAY-YYYYMMDD TO AWD-DISBURSED-DATE.
068800     MOVE WS-LOAD-CLASS     TO AWD-DISBURSED-LOAD-CLASS.
068900     MOVE SPACES            TO AWD-HOLD-REASON.
069000     REWRITE AWARD-RECORD
069100         INVALID KEY CONTINUE
069200     END-REWRITE.
069300     IF NOT AWD-STATUS-OK
069400         MOVE 'E178' TO EXC-REASON-CODE
069500         MOVE 'AIDMAST REWRITE FAILED AFTER CREDIT' TO
069600             EXC-REASON-TEXT
069700         PERFORM 3900-WRITE-AWARD-EXCEPTION
069800             THRU 3900-WRITE-AWARD-EXCEPTION-EXIT
069900         SET RC-ERROR TO TRUE
070000     END-IF.
070100
070200     ADD WS-DISB-AMOUNT TO WS-TOTAL-DISBURSED.
070300     MOVE AWD-AWARD-AMOUNT TO WS-AMOUNT-EDIT.
070400     MOVE WS-DISB-AMOUNT   TO WS-AMOUNT-EDIT-2.
070500     MOVE SPACES TO AID-REGISTER-LINE.
070600     IF AWD-REDUCED
070700         ADD 1 TO WS-AWARDS-REDUCED
070800         STRING 'REDUCED   '
070900                'STUDENT ' AWD-STUDENT-ID
071000                ' FUND ' AWD-FUND-CODE
071100                ' AWARD ' WS-AMOUNT-EDIT
071200                ' PAID ' WS-AMOUNT-EDIT-2
071300                ' LOAD ' WS-LOAD-CLASS
071400                ' OF ' AWD-REQ-LOAD-CLASS
071500             DELIMITED BY SIZE
071600             INTO AID-REGISTER-LINE
071700         END-STRING
071800     ELSE
071900         ADD 1 TO WS-AWARDS-DISBURSED
072000         STRING 'DISBURSED '
072100                'STUDENT ' AWD-STUDENT-ID
072200                ' FUND ' AWD-FUND-CODE
072300                ' AWARD ' WS-AMOUNT-EDIT
072400                ' PAID ' WS-AMOUNT-EDIT-2
072500                ' LOAD ' WS-LOAD-CLASS
072600             DELIMITED BY SIZE
072700             INTO AID-REGISTER-LINE
072800         END-STRING
072900     END-IF.
073000     WRITE AID-REGISTER-LINE.
073100 3100-DISBURSE-NEXT-AWARD-EXIT.
073200     EXIT.
073300
073400 3200-COUNT-CURRENT-LOAD.
073500*    THE STUDENT'S REGISTERED CREDITS FOR THE TERM, RECOUNTED
073600*    NOW - THE ENRLMAST KEY LEADS WITH STUDENT-ID, SO THEIR
073700*    ENROLLMENTS ARE ONE CONTIGUOUS RUN.
073800     MOVE ZERO TO WS-CREDIT-LOAD.
073900     MOVE 'N' TO WS-ENRL-DONE-SW.
074000     MOVE LOW-VALUES TO ENRL-KEY.
074100     MOVE AWD-STUDENT-ID TO ENRL-STUDENT-ID.
074200     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
074300         INVALID KEY SET WS-ENRL-DONE TO TRUE
074400     END-START.
074500     PERFORM 3210-ADD-ONE-ENROLLMENT
074600         THRU 3210-ADD-ONE-ENROLLMENT-EXIT
074700         UNTIL WS-ENRL-DONE.
074800     EVALUATE TRUE
074900         WHEN WS-CREDIT-LOAD NOT < WS-FULL-TIME-MIN
075000             MOVE 'FT' TO WS-LOAD-CLASS
075100             MOVE 4 TO WS-LOAD-QTRS
075200         WHEN WS-CREDIT-LOAD NOT < WS-THREE-QTR-MIN
075300             MOVE 'TQ' TO WS-LOAD-CLASS
075400             MOVE 3 TO WS-LOAD-QTRS
075500         WHEN WS-CREDIT-LOAD NOT < WS-HALF-TIME-MIN
075600             MOVE 'HT' TO WS-LOAD-CLASS
075700             MOVE 2 TO WS-LOAD-QTRS
075800         WHEN OTHER
075900             MOVE 'LT' TO WS-LOAD-CLASS
076000             MOVE 1 TO WS-LOAD-QTRS
076100     END-EVALUATE.
076200 3200-COUNT-CURRENT-LOAD-EXIT.
076300     EXIT.
076400
076500 3210-ADD-ONE-ENROLLMENT.
076600     READ ENROLLMENT-FILE NEXT
076700         AT END SET WS-ENRL-DONE TO TRUE
076800     END-READ.
076900     IF WS-ENRL-DONE
077000         GO TO 3210-ADD-ONE-ENROLLMENT-EXIT
077100     END-IF.
077200     IF NOT ENRL-STATUS-OK
077300             OR ENRL-STUDENT-ID NOT = AWD-STUDENT-ID
077400         SET WS-ENRL-DONE TO TRUE
077500         GO TO 3210-ADD-ONE-ENROLLMENT-EXIT
077600     END-IF.
077700     IF ENRL-TERM NOT = AWD-TERM
077800             OR NOT ENRL-REGISTERED
077900         GO TO 3210-ADD-ONE-ENROLLMENT-EXIT
078000     END-IF.
078100     MOVE ENRL-COURSE-ID TO COURSE-ID.
078200     READ COURSE-CATALOG
078300         INVALID KEY CONTINUE
078400         NOT INVALID KEY
078500             IF COURSE-CREDITS IS NUMERIC
078600                 ADD COURSE-CREDITS TO WS-CREDIT-LOAD
078700             END-IF
078800     END-READ.
078900 3210-ADD-ONE-ENROLLMENT-EXIT.
079000     EXIT.
079100
079200 3500-HOLD-AWARD.
079300*    THE CALLER HAS SET THE HOLD REASON.  A HELD AWARD STAYS
079400*    OPEN AND IS TRIED AGAIN ON EVERY RUN.
079500     SET AWD-HELD TO TRUE.
079600     REWRITE AWARD-RECORD
079700         INVALID KEY CONTINUE
079800     END-REWRITE.
079900     IF NOT AWD-STATUS-OK
080000         MOVE 'E178' TO EXC-REASON-CODE
080100         MOVE 'AIDMAST REWRITE FAILED, SEE FILE STATUS' TO
080200             EXC-REASON-TEXT
080300         PERFORM 3900-WRITE-AWARD-EXCEPTION
080400             THRU 3900-WRITE-AWARD-EXCEPTION-EXIT
080500     END-IF.
080600     ADD 1 TO WS-AWARDS-HELD.
080700     MOVE AWD-AWARD-AMOUNT TO WS-AMOUNT-EDIT.
080800     MOVE SPACES TO AID-REGISTER-LINE.
080900     STRING 'HELD      '
081000            'STUDENT ' AWD-STUDENT-ID
081100            ' FUND ' AWD-FUND-CODE
081200            ' AWARD ' WS-AMOUNT-EDIT
081300            ' ' AWD-HOLD-REASON
081400         DELIMITED BY SIZE
081500         INTO AID-REGISTER-LINE
081600     END-STRING.
081700     WRITE AID-REGISTER-LINE.
081800 3500-HOLD-AWARD-EXIT.
081900     EXIT.
082000
082100 3900-WRITE-AWARD-EXCEPTION.
082200     MOVE 'AIDDISB ' TO EXC-PROGRAM-ID.
082300     MOVE SPACES TO EXC-KEY-VALUE.
082400     STRING AWD-STUDENT-ID '/' AWD-TERM '/' AWD-FUND-CODE
082500         DELIMITED BY SIZE
082600         INTO EXC-KEY-VALUE
082700     END-STRING.
082800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
082900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
083000     MOVE SPACES TO EXC-OPERATOR-ID.
083100     WRITE EXC-RECORD.
083200     SET RC-WARNING TO TRUE.
083300 3900-WRITE-AWARD-EXCEPTION-EXIT.
083400     EXIT.
083500
083600 9000-FINISH.
083700     CLOSE AWARD-FEED.
083800     CLOSE AWARD-FILE.
083900     CLOSE ENROLLMENT-FILE.
084000     CLOSE COURSE-CATALOG.
084100     CLOSE RECEIVABLE-FILE.
084200     CLOSE AID-REGISTER.
084300     CLOSE EXCEPTION-FILE.
084400     DISPLAY 'AIDDISB - TERM             : ' WS-DISB-TERM.
084500     DISPLAY 'AIDDISB - AWARDS READ      : ' WS-AWARDS-READ.
084600     DISPLAY 'AIDDISB - AWARDS LOADED    : ' WS-AWARDS-LOADED.
084700     DISPLAY 'AIDDISB - AWARDS UPDATED   : ' WS-AWARDS-UPDATED.
084800     DISPLAY 'AIDDISB - AWARDS REJECTED  : ' WS-AWARDS-REJECTED.
084900     DISPLAY 'AIDDISB - AWARDS DISBURSED : ' WS-AWARDS-DISBURSED.
085000     DISPLAY 'AIDDISB - AWARDS REDUCED   : ' WS-AWARDS-REDUCED.
085100     DISPLAY 'AIDDISB - AWARDS HELD      : ' WS-AWARDS-HELD.
085200     DISPLAY 'AIDDISB - TOTAL DISBURSED  : ' WS-TOTAL-DISBURSED.
085300     DISPLAY 'AIDDISB - RETURN CODE      : ' WS-RETURN-CODE.
085400 9000-FINISH-EXIT.
085500     EXIT.
085600
085700 9999-EXIT.
085800     STOP RUN.
