000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TUITDUN.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MONTHLY DUNNING RUN OVER
001000*                    THE STUDRECV RECEIVABLES (SEE RECVREC) -
001100*                    PRINTS A FIRST, SECOND OR FINAL NOTICE WITH
001200*                    THE STUDADDR ADDRESS BLOCK AS A BALANCE
001300*                    AGES PAST 30, 60 AND 90 DAYS, AGED IN TRUE
001400*                    CALENDAR DAYS THE WAY TUITPAY AGES THEM.
001500*                    THE DUNHIST HISTORY FILE RECORDS EVERY
001600*                    NOTICE SENT, SO NO STUDENT GETS THE SAME
001700*                    NOTICE TWICE.  A BALANCE STILL OPEN A GRACE
001800*                    PERIOD AFTER ITS FINAL NOTICE (PARM CARD,
001900*                    DEFAULT 30 DAYS) IS PLACED WITH THE
002000*                    COLLECTION AGENCY ON THE FIXED-FORMAT
002100*                    COLLPLC FILE AND FLAGGED ON THE RECEIVABLE,
002200*                    SO TUITPAY RECOGNISES THE AGENCY'S LATER
002300*                    PAYMENTS.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STUDENT ASSIGN TO FILENAME
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS STUDENT-ID
003200         FILE STATUS IS WS-STUDENT-STATUS.
003300
003400     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ADDR-STUDENT-ID
003800         FILE STATUS IS WS-ADDR-STATUS.
003900
004000     SELECT RECEIVABLE-FILE ASSIGN TO "STUDRECV"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RECV-KEY
004400         FILE STATUS IS WS-RECV-STATUS.
004500
004600     SELECT DUNNING-HISTORY ASSIGN TO "DUNHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS DUNH-KEY
005000         FILE STATUS IS WS-DUNH-STATUS.
005100
005200     SELECT NOTICE-PRINT ASSIGN TO "DUNNOTE"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT PLACEMENT-FILE ASSIGN TO "COLLPLC"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100
006200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BUSDATE-STATUS.
006500
006600     SELECT EXCEPTION-FILE ASSIGN TO "TUITDEXC"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  STUDENT.
007200     COPY STUDREC.
007300
007400 01  FILENAME                   PIC X(12).
007500
007600 FD  ADDRESS-FILE.
007700     COPY ADDRREC.
007800
007900 FD  RECEIVABLE-FILE.
008000     COPY RECVREC.
008100
008200*    ONE RECORD PER NOTICE SENT - STUDENT, TERM AND NOTICE
008300*    LEVEL ARE THE KEY, SO A LEVEL CAN ONLY EVER BE SENT ONCE.
008400*    THE PLACEMENT ITSELF IS RECORDED AS LEVEL 'P'.
008500 FD  DUNNING-HISTORY.
008600 01  DUNNING-HISTORY-RECORD.
008700     05  DUNH-KEY.
008800         10  DUNH-STUDENT-ID         PIC 9(09).
008900         10  DUNH-TERM               PIC X(05).
009000         10  DUNH-NOTICE             PIC X(01).
009100             88  DUNH-FIRST-NOTICE   VALUE '1'.
009200             88  DUNH-SECOND-NOTICE  VALUE '2'.
009300             88  DUNH-FINAL-NOTICE   VALUE '3'.
009400             88  DUNH-PLACEMENT      VALUE 'P'.
009500     05  DUNH-SENT-DATE              PIC 9(08).
009600     05  DUNH-AGE-DAYS               PIC 9(05).
009700     05  DUNH-BALANCE                PIC 9(07)V9(02).
009800
009900 FD  NOTICE-PRINT.
010000 01  NOTICE-PRINT-LINE              PIC X(80).
010100
010200*    THE COLLECTION AGENCY'S PLACEMENT LAYOUT - FIXED COLUMNS,
010300*    ONE RECORD PER ACCOUNT PLACED, AMOUNTS UNEDITED WITH AN
010400*    IMPLIED DECIMAL.  THE AGENCY QUOTES STUDENT-ID AND TERM
010500*    BACK ON EVERY REMITTANCE.
010600 FD  PLACEMENT-FILE.
010700 01  PLACEMENT-RECORD.
010800     05  CPLC-RECORD-TYPE            PIC X(02).
010900     05  CPLC-STUDENT-ID             PIC 9(09).
011000     05  CPLC-TERM                   PIC X(05).
011100     05  CPLC-NAME                   PIC X(25).
011200     05  CPLC-STREET                 PIC X(30).
011300     05  CPLC-CITY                   PIC X(20).
011400     05  CPLC-STATE                  PIC X(02).
011500     05  CPLC-ZIP                    PIC X(10).
011600     05  CPLC-PHONE                  PIC X(12).
011700     05  CPLC-BILL-DATE              PIC 9(08).
011800     05  CPLC-BILLED                 PIC 9(07)V9(02).
011900     05  CPLC-PAID                   PIC 9(07)V9(02).
012000     05  CPLC-BALANCE                PIC 9(07)V9(02).
012100     05  CPLC-FINAL-NOTICE-DATE      PIC 9(08).
012200     05  CPLC-PLACED-DATE            PIC 9(08).
012300     05  FILLER                      PIC X(10).
012400
012500 FD  PARM-CARD-FILE.
012600     COPY PARMREC.
012700
012800 FD  BUSDATE-FILE.
012900     COPY BUSDATE.
013000
013100 FD  EXCEPTION-FILE.
013200     COPY EXCREC.
013300
013400 WORKING-STORAGE SECTION.
013500     COPY STUDWS.
013600     COPY RETCODES.
013700
013800 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
013900     88  STUDENT-STATUS-OK           VALUE '00'.
014000 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
014100     88  ADDR-STATUS-OK              VALUE '00'.
014200 01  WS-RECV-STATUS                 PIC X(02) VALUE '00'.
014300     88  RECV-STATUS-OK              VALUE '00'.
014400     88  RECV-STATUS-EOF             VALUE '10'.
014500 01  WS-DUNH-STATUS                 PIC X(02) VALUE '00'.
014600     88  DUNH-STATUS-OK              VALUE '00'.
014700 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
014800     88  PARM-STATUS-OK              VALUE '00'.
014900     88  PARM-STATUS-EOF             VALUE '10'.
015000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015100     88  BUSDATE-STATUS-OK           VALUE '00'.
015200
015300 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
015400     88  WS-PARM-FOUND               VALUE 'Y'.
015500 01  WS-ADDR-FOUND-SW               PIC X(01) VALUE 'N'.
015600     88  WS-ADDR-FOUND               VALUE 'Y'.
015700
015800*    NOTICE LEVELS - '0' NONE, '1' FIRST, '2' SECOND, '3' FINAL.
015900 01  WS-DUE-LEVEL                   PIC X(01) VALUE '0'.
016000     88  WS-DUE-NONE                 VALUE '0'.
016100     88  WS-DUE-FIRST                VALUE '1'.
016200     88  WS-DUE-SECOND               VALUE '2'.
016300     88  WS-DUE-FINAL                VALUE '3'.
016400 01  WS-SENT-LEVEL                  PIC X(01) VALUE '0'.
016500     88  WS-SENT-FINAL               VALUE '3'.
016600 01  WS-FINAL-SENT-DATE             PIC 9(08) VALUE ZERO.
016700
016800 01  WS-GRACE-DAYS                  PIC 9(03) VALUE 030.
016900 01  WS-AGE-DAYS                    PIC 9(05) VALUE ZERO.
017000 01  WS-SINCE-FINAL-DAYS            PIC 9(05) VALUE ZERO.
017100 01  WS-TODAY-INT                   PIC 9(08) VALUE ZERO.
017200 01  WS-DATE-INT                    PIC 9(08) VALUE ZERO.
017300 01  WS-AMOUNT-EDIT                 PIC Z(06)9.99.
017400
017500 01  WS-BALANCES-READ               PIC 9(07) COMP VALUE ZERO.
017600 01  WS-FIRST-NOTICES               PIC 9(07) COMP VALUE ZERO.
017700 01  WS-SECOND-NOTICES              PIC 9(07) COMP VALUE ZERO.
017800 01  WS-FINAL-NOTICES               PIC 9(07) COMP VALUE ZERO.
017900 01  WS-ACCOUNTS-PLACED             PIC 9(07) COMP VALUE ZERO.
018000 01  WS-AMOUNT-PLACED               PIC 9(09)V9(02) VALUE ZERO.
018100 01  WS-NOTICES-HELD                PIC 9(07) COMP VALUE ZERO.
018200 01  WS-EXCEPTIONS                  PIC 9(07) COMP VALUE ZERO.
018300
018400 01  WS-CURRENT-DATE-TIME.
018500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
018600     05  WS-TIME-HHMMSSHH           PIC 9(08).
018700     05  FILLER                     PIC X(05).
018800
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300
019400     PERFORM 2000-DUN-NEXT-BALANCE
019500         THRU 2000-DUN-NEXT-BALANCE-EXIT
019600         UNTIL RECV-STATUS-EOF.
019700
019800     PERFORM 9000-FINISH
019900         THRU 9000-FINISH-EXIT.
020000
020100     MOVE WS-RETURN-CODE TO RETURN-CODE.
020200     GO TO 9999-EXIT.
020300
020400 1000-INITIALIZE.
020500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
020600     PERFORM 1050-GET-BUSINESS-DATE
020700         THRU 1050-GET-BUSINESS-DATE-EXIT.
020800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
020900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
021000     OPEN OUTPUT EXCEPTION-FILE.
021100     OPEN OUTPUT NOTICE-PRINT.
021200     OPEN OUTPUT PLACEMENT-FILE.
021300     PERFORM 1080-READ-PARM-CARD
021400         THRU 1080-READ-PARM-CARD-EXIT.
021500     IF NOT WS-PARM-FOUND
021600         DISPLAY 'ENTER STUDENT DATASET NAME: '
021700         ACCEPT FILENAME
021800     END-IF.
021900     MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-INT.
022000     COMPUTE WS-TODAY-INT =
022100         FUNCTION INTEGER-OF-DATE(WS-TODAY-INT).
022200     OPEN INPUT STUDENT.
022300     IF NOT STUDENT-STATUS-OK
022400         DISPLAY 'TUITDUN - UNABLE TO OPEN STUDENT FILE, STATUS='
022500             WS-STUDENT-STATUS
022600         SET RC-SEVERE TO TRUE
022700         SET RECV-STATUS-EOF TO TRUE
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF.
023000     OPEN INPUT ADDRESS-FILE.
023100     IF NOT ADDR-STATUS-OK
023200         DISPLAY 'TUITDUN - UNABLE TO OPEN STUDADDR, STATUS='
023300             WS-ADDR-STATUS
023400         SET RC-SEVERE TO TRUE
023500         SET RECV-STATUS-EOF TO TRUE
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF.
023800*    THE HISTORY FILE IS CREATED EMPTY ON THE FIRST RUN.
023900     OPEN I-O DUNNING-HISTORY.
024000     IF NOT DUNH-STATUS-OK
024100         OPEN OUTPUT DUNNING-HISTORY
024200         IF DUNH-STATUS-OK
024300             CLOSE DUNNING-HISTORY
024400             OPEN I-O DUNNING-HISTORY
024500         END-IF
024600     END-IF.
024700     IF NOT DUNH-STATUS-OK
024800         DISPLAY 'TUITDUN - UNABLE TO OPEN DUNHIST, STATUS='
024900             WS-DUNH-STATUS
025000         SET RC-SEVERE TO TRUE
025100         SET RECV-STATUS-EOF TO TRUE
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF.
025400     OPEN I-O RECEIVABLE-FILE.
025500     IF NOT RECV-STATUS-OK
025600         DISPLAY 'TUITDUN - UNABLE TO OPEN STUDRECV, STATUS='
025700             WS-RECV-STATUS
025800         SET RC-SEVERE TO TRUE
025900         SET RECV-STATUS-EOF TO TRUE
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF.
026200     MOVE LOW-VALUES TO RECV-KEY.
026300     START RECEIVABLE-FILE KEY IS NOT LESS THAN RECV-KEY
026400         INVALID KEY SET RECV-STATUS-EOF TO TRUE
026500     END-START.
026600 1000-INITIALIZE-EXIT.
026700     EXIT.
026800
026900 1050-GET-BUSINESS-DATE.
027000*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027100*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
027200*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
027300*    CLOCK TIME FIELD STAYS REAL.
027400     OPEN INPUT BUSDATE-FILE.
027500     IF NOT BUSDATE-STATUS-OK
027600         GO TO 1050-GET-BUSINESS-DATE-EXIT
027700     END-IF.
027800     READ BUSDATE-FILE
027900         AT END
028000             CLOSE BUSDATE-FILE
028100             GO TO 1050-GET-BUSINESS-DATE-EXIT
028200     END-READ.
028300     CLOSE BUSDATE-FILE.
028400     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
028500             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
028600         DISPLAY 'TUITDUN - RUNNING AS OF BUSINESS DATE '
028700             BUS-DATE
028800         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
028900     END-IF.
029000 1050-GET-BUSINESS-DATE-EXIT.
029100     EXIT.
029200
029300 1080-READ-PARM-CARD.
029400*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, 21-23 THE
029500*    PLACEMENT GRACE AFTER THE FINAL NOTICE IN DAYS (BLANK OR
029600*    ZERO TAKES THE 030 DEFAULT).
029700     MOVE 'N' TO WS-PARM-FOUND-SW.
029800     OPEN INPUT PARM-CARD-FILE.
029900     IF NOT PARM-STATUS-OK
030000         GO TO 1080-READ-PARM-CARD-EXIT
030100     END-IF.
030200     PERFORM 1081-SCAN-ONE-CARD
030300         THRU 1081-SCAN-ONE-CARD-EXIT
030400         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
030500     CLOSE PARM-CARD-FILE.
030600     IF WS-PARM-FOUND
030700         IF PARM-OPTIONS(1:12) = SPACES
030800             MOVE 'N' TO WS-PARM-FOUND-SW
030900             MOVE 'TUITDUN ' TO EXC-PROGRAM-ID
031000             MOVE PARM-OPTIONS(1:15) TO EXC-KEY-VALUE
031100             MOVE 'E160' TO EXC-REASON-CODE
031200             MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
031300                 EXC-REASON-TEXT
031400             MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
031500             MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
031600             MOVE SPACES TO EXC-OPERATOR-ID
031700             WRITE EXC-RECORD
031800             SET RC-WARNING TO TRUE
031900         ELSE
032000             MOVE PARM-OPTIONS(1:12) TO FILENAME
032100         END-IF
032200         IF PARM-OPTIONS(13:3) IS NUMERIC
032300                 AND PARM-OPTIONS(13:3) NOT = '000'
032400             MOVE PARM-OPTIONS(13:3) TO WS-GRACE-DAYS
032500         END-IF
032600     END-IF.
032700 1080-READ-PARM-CARD-EXIT.
032800     EXIT.
032900
033000 1081-SCAN-ONE-CARD.
033100     READ PARM-CARD-FILE
033200         AT END SET PARM-STATUS-EOF TO TRUE
033300     END-READ.
033400     IF PARM-STATUS-EOF
033500         GO TO 1081-SCAN-ONE-CARD-EXIT
033600     END-IF.
033700     IF PARM-PROGRAM-ID = 'TUITDUN '
033800         SET WS-PARM-FOUND TO TRUE
033900     END-IF.
034000 1081-SCAN-ONE-CARD-EXIT.
034100     EXIT.
034200
034300 2000-DUN-NEXT-BALANCE.
034400     READ RECEIVABLE-FILE NEXT
034500         AT END SET RECV-STATUS-EOF TO TRUE
034600     END-READ.
034700     IF NOT RECV-STATUS-OK
034800         SET RECV-STATUS-EOF TO TRUE
034900         GO TO 2000-DUN-NEXT-BALANCE-EXIT
035000     END-IF.
035100*    A PAID-UP TERM IS NOT DUNNED, AND AN ACCOUNT ALREADY WITH
035200*    THE AGENCY IS THEIRS TO CHASE, NOT OURS.
035300     IF RECV-BALANCE = ZERO
035400             OR RECV-AT-AGENCY
035500         GO TO 2000-DUN-NEXT-BALANCE-EXIT
035600     END-IF.
035700     ADD 1 TO WS-BALANCES-READ.
035800
035900     MOVE RECV-BILL-DATE TO WS-DATE-INT.
036000     COMPUTE WS-DATE-INT =
036100         FUNCTION INTEGER-OF-DATE(WS-DATE-INT).
036200*    A BILL DATED AFTER THE BUSINESS DATE (AN AS-OF RERUN) IS
036300*    CURRENT, NOT AGED BACKWARD.
036400     IF WS-DATE-INT > WS-TODAY-INT
036500         MOVE ZERO TO WS-AGE-DAYS
036600     ELSE
036700         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
036800     END-IF.
036900     EVALUATE TRUE
037000         WHEN WS-AGE-DAYS > 90
037100             SET WS-DUE-FINAL TO TRUE
037200         WHEN WS-AGE-DAYS > 60
037300             SET WS-DUE-SECOND TO TRUE
037400         WHEN WS-AGE-DAYS > 30
037500             SET WS-DUE-FIRST TO TRUE
037600         WHEN OTHER
037700             SET WS-DUE-NONE TO TRUE
037800     END-EVALUATE.
037900     IF WS-DUE-NONE
038000         GO TO 2000-DUN-NEXT-BALANCE-EXIT
038100     END-IF.
038200
038300     PERFORM 2100-FIND-SENT-LEVEL
038400         THRU 2100-FIND-SENT-LEVEL-EXIT.
038500*    A NOTICE GOES OUT ONLY WHEN THE BALANCE HAS AGED PAST THE
038600*    HIGHEST ONE ALREADY SENT - A BALANCE THAT FIRST TURNS UP
038700*    OVER 90 DAYS GETS THE FINAL NOTICE STRAIGHT AWAY, AND A
038800*    REBILL THAT RESTARTS THE AGE NEVER REPEATS A NOTICE.
038900     IF WS-DUE-LEVEL > WS-SENT-LEVEL
039000         PERFORM 3000-SEND-NOTICE
039100             THRU 3000-SEND-NOTICE-EXIT
039200         GO TO 2000-DUN-NEXT-BALANCE-EXIT
039300     END-IF.
039400
039500     IF WS-SENT-FINAL
039600         MOVE WS-FINAL-SENT-DATE TO WS-DATE-INT
039700         COMPUTE WS-DATE-INT =
039800             FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
039900         IF WS-DATE-INT > WS-TODAY-INT
040000             MOVE ZERO TO WS-SINCE-FINAL-DAYS
040100         ELSE
040200             COMPUTE WS-SINCE-FINAL-DAYS =
040300                 WS-TODAY-INT - WS-DATE-INT
040400         END-IF
040500         IF WS-SINCE-FINAL-DAYS NOT < WS-GRACE-DAYS
040600             PERFORM 4000-PLACE-ACCOUNT
040700                 THRU 4000-PLACE-ACCOUNT-EXIT
040800         END-IF
040900     END-IF.
041000 2000-DUN-NEXT-BALANCE-EXIT.
041100     EXIT.
041200
041300 2100-FIND-SENT-LEVEL.
041400*    THE HIGHEST NOTICE ON THE HISTORY FOR THIS STUDENT/TERM.
041500     MOVE '0' TO WS-SENT-LEVEL.
041600     MOVE ZERO TO WS-FINAL-SENT-DATE.
041700     MOVE RECV-STUDENT-ID TO DUNH-STUDENT-ID.
041800     MOVE RECV-TERM       TO DUNH-TERM.
041900     SET DUNH-FINAL-NOTICE TO TRUE.
042000     READ DUNNING-HISTORY
042100         INVALID KEY CONTINUE
042200         NOT INVALID KEY
042300             MOVE '3' TO WS-SENT-LEVEL
042400             MOVE DUNH-SENT-DATE TO WS-FINAL-SENT-DATE
042500             GO TO 2100-FIND-SENT-LEVEL-EXIT
042600     END-READ.
042700     SET DUNH-SECOND-NOTICE TO TRUE.
042800     READ DUNNING-HISTORY
042900         INVALID KEY CONTINUE
043000         NOT INVALID KEY
043100             MOVE '2' TO WS-SENT-LEVEL
043200             GO TO 2100-FIND-SENT-LEVEL-EXIT
043300     END-READ.
043400     SET DUNH-FIRST-NOTICE TO TRUE.
043500     READ DUNNING-HISTORY
043600         INVALID KEY CONTINUE
043700         NOT INVALID KEY
043800             MOVE '1' TO WS-SENT-LEVEL
043900     END-READ.
044000 2100-FIND-SENT-LEVEL-EXIT.
044100     EXIT.
044200
044300 2500-READ-STUDENT-ADDRESS.
044400*    THE SAME MASTER/STUDADDR JOIN TUITBILL USES FOR INVOICES.
044500     MOVE RECV-STUDENT-ID TO STUDENT-ID.
044600     READ STUDENT INTO WS-STUDENT
044700         INVALID KEY
044800             MOVE RECV-STUDENT-ID TO WS-STUDENT-ID
044900             MOVE '** NOT ON STUDENT MASTER **' TO WS-NAME
045000     END-READ.
045100     MOVE 'N' TO WS-ADDR-FOUND-SW.
045200     MOVE RECV-STUDENT-ID TO ADDR-STUDENT-ID.
045300     READ ADDRESS-FILE
045400         INVALID KEY CONTINUE
045500         NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SW
045600     END-READ.
045700 2500-READ-STUDENT-ADDRESS-EXIT.
045800     EXIT.
045900
046000 2900-WRITE-EXCEPTION.
046100*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
046200*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
046300     ADD 1 TO WS-EXCEPTIONS.
046400     MOVE 'TUITDUN ' TO EXC-PROGRAM-ID.
046500     MOVE SPACES TO EXC-KEY-VALUE.
046600     STRING RECV-STUDENT-ID '/' RECV-TERM
046700         DELIMITED BY SIZE
046800         INTO EXC-KEY-VALUE
046900     END-STRING.
047000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
047100     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
047200     MOVE SPACES TO EXC-OPERATOR-ID.
047300     WRITE EXC-RECORD.
047400     SET RC-WARNING TO TRUE.
047500 2900-WRITE-EXCEPTION-EXIT.
047600     EXIT.
047700
047800 3000-SEND-NOTICE.
047900     PERFORM 2500-READ-STUDENT-ADDRESS
048000         THRU 2500-READ-STUDENT-ADDRESS-EXIT.
048100*    A NOTICE THAT CANNOT BE MAILED IS NOT SENT - IT IS HELD OFF
048200*    THE HISTORY SO NEXT MONTH'S RUN SENDS IT ONCE ADDRMNT HAS
048300*    THE ADDRESS.
048400     IF NOT WS-ADDR-FOUND
048500         ADD 1 TO WS-NOTICES-HELD
048600         MOVE 'E161' TO EXC-REASON-CODE
048700         MOVE 'NO ADDRESS ON FILE - NOTICE HELD' TO
048800             EXC-REASON-TEXT
048900         PERFORM 2900-WRITE-EXCEPTION
049000             THRU 2900-WRITE-EXCEPTION-EXIT
049100         GO TO 3000-SEND-NOTICE-EXIT
049200     END-IF.
049300
049400*    THE HISTORY RECORD GOES FIRST - A NOTICE NOT RECORDED IS
049500*    NOT PRINTED, SO A RERUN CAN NEVER MAIL IT TWICE.
049600     MOVE RECV-STUDENT-ID TO DUNH-STUDENT-ID.
049700     MOVE RECV-TERM       TO DUNH-TERM.
049800     MOVE WS-DUE-LEVEL    TO DUNH-NOTICE.
049900     MOVE WS-TODAY-YYYYMMDD TO DUNH-SENT-DATE.
050000     MOVE WS-AGE-DAYS     TO DUNH-AGE-DAYS.
050100     MOVE RECV-BALANCE    TO DUNH-BALANCE.
050200     WRITE DUNNING-HISTORY-RECORD
050300         INVALID KEY CONTINUE
050400     END-WRITE.
050500     IF NOT DUNH-STATUS-OK
050600         MOVE 'E162' TO EXC-REASON-CODE
050700         MOVE 'DUNHIST WRITE FAILED - NOTICE NOT SENT' TO
050800             EXC-REASON-TEXT
050900         PERFORM 2900-WRITE-EXCEPTION
051000             THRU 2900-WRITE-EXCEPTION-EXIT
051100         GO TO 3000-SEND-NOTICE-EXIT
051200     END-IF.
051300
051400     MOVE SPACES TO NOTICE-PRINT-LINE.
051500     WRITE NOTICE-PRINT-LINE.
051600     MOVE SPACES TO NOTICE-PRINT-LINE.
051700     EVALUATE TRUE
051800         WHEN WS-DUE-FIRST
051900             ADD 1 TO WS-FIRST-NOTICES
052000             STRING 'TUITION PAST DUE - FIRST NOTICE     DATE '
052100                    WS-TODAY-YYYYMMDD
052200                 DELIMITED BY SIZE
052300                 INTO NOTICE-PRINT-LINE
052400             END-STRING
052500         WHEN WS-DUE-SECOND
052600             ADD 1 TO WS-SECOND-NOTICES
052700             STRING 'TUITION PAST DUE - SECOND NOTICE    DATE '
052800                    WS-TODAY-YYYYMMDD
052900                 DELIMITED BY SIZE
053000                 INTO NOTICE-PRINT-LINE
053100             END-STRING
053200         WHEN OTHER
053300             ADD 1 TO WS-FINAL-NOTICES
053400             STRING 'TUITION PAST DUE - FINAL NOTICE     DATE '
053500                    WS-TODAY-YYYYMMDD
053600                 DELIMITED BY SIZE
053700                 INTO NOTICE-PRINT-LINE
053800             END-STRING
053900     END-EVALUATE.
054000     WRITE NOTICE-PRINT-LINE.
054100     MOVE SPACES TO NOTICE-PRINT-LINE.
054200     WRITE NOTICE-PRINT-LINE.
054300
054400     MOVE WS-NAME TO NOTICE-PRINT-LINE.
054500     WRITE NOTICE-PRINT-LINE.
054600     MOVE ADDR-STREET TO NOTICE-PRINT-LINE.
054700     WRITE NOTICE-PRINT-LINE.
054800     MOVE SPACES TO NOTICE-PRINT-LINE.
054900     STRING ADDR-CITY ' ' ADDR-STATE ' ' ADDR-ZIP
055000         DELIMITED BY SIZE
055100         INTO NOTICE-PRINT-LINE
055200     END-STRING.
055300     WRITE NOTICE-PRINT-LINE.
055400     MOVE SPACES TO NOTICE-PRINT-LINE.
055500     WRITE NOTICE-PRINT-LINE.
055600
055700     MOVE RECV-BALANCE TO WS-AMOUNT-EDIT.
055800     MOVE SPACES TO NOTICE-PRINT-LINE.
055900     STRING '  TERM ' RECV-TERM
056000            '  BILLED ' RECV-BILL-DATE
056100            '  BALANCE DUE ' WS-AMOUNT-EDIT
056200         DELIMITED BY SIZE
056300         INTO NOTICE-PRINT-LINE
056400     END-STRING.
056500     WRITE NOTICE-PRINT-LINE.
056600     MOVE SPACES TO NOTICE-PRINT-LINE.
056700     STRING '  THIS BALANCE IS ' WS-AGE-DAYS
056800            ' DAYS PAST THE BILL DATE.'
056900         DELIMITED BY SIZE
057000         INTO NOTICE-PRINT-LINE
057100     END-STRING.
057200     WRITE NOTICE-PRINT-LINE.
057300     EVALUATE TRUE
057400         WHEN WS-DUE-FIRST
057500             MOVE '  PLEASE REMIT PAYMENT TO THE BURSAR.' TO
057600                 NOTICE-PRINT-LINE
057700         WHEN WS-DUE-SECOND
057800             MOVE '  PAYMENT IS SERIOUSLY PAST DUE - REMIT NOW.'
057900                 TO NOTICE-PRINT-LINE
058000         WHEN OTHER
058100             MOVE SPACES TO NOTICE-PRINT-LINE
058200             STRING '  UNLESS PAID, THIS BALANCE WILL BE '
058300                    'REFERRED TO A COLLECTION AGENCY.'
058400                 DELIMITED BY SIZE
058500                 INTO NOTICE-PRINT-LINE
058600             END-STRING
058700     END-EVALUATE.
058800     WRITE NOTICE-PRINT-LINE.
058900 3000-SEND-NOTICE-EXIT.
059000     EXIT.
059100
059200 4000-PLACE-ACCOUNT.
059300*    THE HISTORY AND THE RECEIVABLE FLAG ARE SET BEFORE THE
059400*    PLACEMENT RECORD IS WRITTEN - AN ACCOUNT NOT FLAGGED IS
059500*    NOT PLACED, SO THE AGENCY NEVER RECEIVES IT TWICE.
059600     MOVE RECV-STUDENT-ID TO DUNH-STUDENT-ID.
059700     MOVE RECV-TERM       TO DUNH-TERM.
059800     SET DUNH-PLACEMENT TO TRUE.
059900     MOVE WS-TODAY-YYYYMMDD TO DUNH-SENT-DATE.
060000     MOVE WS-AGE-DAYS     TO DUNH-AGE-DAYS.
060100     MOVE RECV-BALANCE    TO DUNH-BALANCE.
060200     WRITE DUNNING-HISTORY-RECORD
060300         INVALID KEY CONTINUE
060400     END-WRITE.
060500     IF NOT DUNH-STATUS-OK
060600         MOVE 'E163' TO EXC-REASON-CODE
060700         MOVE 'DUNHIST WRITE FAILED - NOT PLACED' TO
060800             EXC-REASON-TEXT
060900         PERFORM 2900-WRITE-EXCEPTION
061000             THRU 2900-WRITE-EXCEPTION-EXIT
061100         GO TO 4000-PLACE-ACCOUNT-EXIT
061200     END-IF.
061300     SET RECV-AT-AGENCY TO TRUE.
061400     MOVE WS-TODAY-YYYYMMDD TO RECV-PLACED-DATE.
061500     REWRITE RECEIVABLE-RECORD
061600         INVALID KEY CONTINUE
061700     END-REWRITE.
061800     IF NOT RECV-STATUS-OK
061900*        BACK THE HISTORY OUT SO NEXT MONTH'S RUN PLACES IT.
062000         DELETE DUNNING-HISTORY
062100             INVALID KEY CONTINUE
062200         END-DELETE
062300         MOVE 'E164' TO EXC-REASON-CODE
062400         MOVE 'RECEIVABLE REWRITE FAILED - NOT PLACED' TO
062500             EXC-REASON-TEXT
062600         PERFORM 2900-WRITE-EXCEPTION
062700             THRU 2900-WRITE-EXCEPTION-EXIT
062800         GO TO 4000-PLACE-ACCOUNT-EXIT
062900     END-IF.
063000
063100     PERFORM 2500-READ-STUDENT-ADDRESS
063200         THRU 2500-READ-STUDENT-ADDRESS-EXIT.
063300     MOVE SPACES TO PLACEMENT-RECORD.
063400     MOVE 'PL'            TO CPLC-RECORD-TYPE.
063500     MOVE RECV-STUDENT-ID TO CPLC-STUDENT-ID.
063600     MOVE RECV-TERM       TO CPLC-TERM.
063700     MOVE WS-NAME         TO CPLC-NAME.
063800*    A MISSING ADDRESS STILL PLACES - TRACING IS THE AGENCY'S
063900*    BUSINESS - BUT THE BURSAR IS TOLD.
064000     IF WS-ADDR-FOUND
064100         MOVE ADDR-STREET TO CPLC-STREET
064200         MOVE ADDR-CITY   TO CPLC-CITY
064300         MOVE ADDR-STATE  TO CPLC-STATE
064400         MOVE ADDR-ZIP    TO CPLC-ZIP
064500         MOVE ADDR-PHONE  TO CPLC-PHONE
064600     ELSE
064700         MOVE 'E165' TO EXC-REASON-CODE
064800         MOVE 'PLACED WITH NO ADDRESS ON FILE' TO
064900             EXC-REASON-TEXT
065000         PERFORM 2900-WRITE-EXCEPTION
065100             THRU 2900-WRITE-EXCEPTION-EXIT
065200     END-IF.
065300     MOVE RECV-BILL-DATE  TO CPLC-BILL-DATE.
065400     MOVE RECV-BILLED     TO CPLC-BILLED.
065500     MOVE RECV-PAID       TO CPLC-PAID.
065600     MOVE RECV-BALANCE    TO CPLC-BALANCE.
065700     MOVE WS-FINAL-SENT-DATE TO CPLC-FINAL-NOTICE-DATE.
065800     MOVE WS-TODAY-YYYYMMDD  TO CPLC-PLACED-DATE.
065900     WRITE PLACEMENT-RECORD.
066000     ADD 1 TO WS-ACCOUNTS-PLACED.
066100     ADD RECV-BALANCE TO WS-AMOUNT-PLACED.
066200 4000-PLACE-ACCOUNT-EXIT.
066300     EXIT.
066400
066500 9000-FINISH.
066600     CLOSE STUDENT.
066700     CLOSE ADDRESS-FILE.
066800     CLOSE RECEIVABLE-FILE.
066900     CLOSE DUNNING-HISTORY.
067000     CLOSE NOTICE-PRINT.
067100     CLOSE PLACEMENT-FILE.
067200     CLOSE EXCEPTION-FILE.
067300     DISPLAY 'TUITDUN - BALANCES DUNNED  : ' WS-BALANCES-READ.
067400     DISPLAY 'TUITDUN - FIRST NOTICES    : ' WS-FIRST-NOTICES.
067500     DISPLAY 'TUITDUN - SECOND NOTICES   : ' WS-SECOND-NOTICES.
067600     DISPLAY 'TUITDUN - FINAL NOTICES    : ' WS-FINAL-NOTICES.
067700     DISPLAY 'TUITDUN - NOTICES HELD     : ' WS-NOTICES-HELD.
067800     DISPLAY 'TUITDUN - ACCOUNTS PLACED  : ' WS-ACCOUNTS-PLACED.
067900     DISPLAY 'TUITDUN - AMOUNT PLACED    : ' WS-AMOUNT-PLACED.
068000     DISPLAY 'TUITDUN - EXCEPTIONS       : ' WS-EXCEPTIONS.
068100     DISPLAY 'TUITDUN - RETURN CODE      : ' WS-RETURN-CODE.
068200 9000-FINISH-EXIT.
068300     EXIT.
068400
068500 9999-EXIT.
068600     STOP RUN.
