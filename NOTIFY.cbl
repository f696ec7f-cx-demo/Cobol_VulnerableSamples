000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NOTIFY.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  NIGHTLY STUDENT
001000*                    NOTIFICATION STEP - READS THE BUSINESS
001100*                    DATE'S RECORDS OFF THE SHARED NOTIFQ QUEUE
001200*                    (SEE NOTFREC) THAT CRSEREG, ACADSTND,
001300*                    TUITBILL AND GRADCLR APPEND TO, JOINS EACH
001400*                    TO THE STUDENT'S STUDADDR E-MAIL ADDRESS,
001500*                    AND WRITES THE NOTIFOUT FEED FOR THE CAMPUS
001600*                    MAIL GATEWAY WRAPPED IN THE SHOP-STANDARD
001700*                    CTLREC HEADER AND TRAILER.  A STUDENT WITH
001800*                    NO USABLE E-MAIL FALLS BACK TO THE NOTIFLTR
001900*                    LETTER EXTRACT, AND EVERY EVENT NOT SENT BY
002000*                    E-MAIL - LETTERED OR DROPPED FOR WANT OF ANY
002100*                    ADDRESS - PRINTS ON THE NOTIFSUP
002200*                    SUPPRESSION REPORT WITH THE REASON.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STUDENT ASSIGN TO FILENAME
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS STUDENT-ID
003100         FILE STATUS IS WS-STUDENT-STATUS.
003200
003300     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ADDR-STUDENT-ID
003700         FILE STATUS IS WS-ADDR-STATUS.
003800
003900     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQ"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-NOTF-STATUS.
004200
004300     SELECT EMAIL-FEED ASSIGN TO "NOTIFOUT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT LETTER-EXTRACT ASSIGN TO "NOTIFLTR"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT SUPPRESSION-REPORT ASSIGN TO "NOTIFSUP"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500
005600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BUSDATE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  STUDENT.
006300     COPY STUDREC.
006400
006500 01  FILENAME                   PIC X(12).
006600
006700 FD  ADDRESS-FILE.
006800     COPY ADDRREC.
006900
007000 FD  NOTIFY-QUEUE.
007100     COPY NOTFREC.
007200
007300 FD  EMAIL-FEED.
007400 01  EMAIL-FEED-RECORD.
007500     05  NOUT-STUDENT-ID             PIC 9(09).
007600     05  NOUT-EMAIL                  PIC X(40).
007700     05  NOUT-NAME                   PIC X(25).
007800     05  NOUT-EVENT-TYPE             PIC X(04).
007900     05  NOUT-TERM                   PIC X(05).
008000     05  NOUT-DETAIL                 PIC X(40).
008100     05  NOUT-EVENT-DATE             PIC 9(08).
008200     COPY CTLREC.
008300
008400 FD  LETTER-EXTRACT.
008500 01  LETTER-EXTRACT-RECORD.
008600     05  NLTR-STUDENT-ID             PIC 9(09).
008700     05  NLTR-NAME                   PIC X(25).
008800     05  NLTR-STREET                 PIC X(30).
008900     05  NLTR-CITY                   PIC X(20).
009000     05  NLTR-STATE                  PIC X(02).
009100     05  NLTR-ZIP                    PIC X(10).
009200     05  NLTR-EVENT-TYPE             PIC X(04).
009300     05  NLTR-TERM                   PIC X(05).
009400     05  NLTR-DETAIL                 PIC X(40).
009500     05  NLTR-EVENT-DATE             PIC 9(08).
009600
009700 FD  SUPPRESSION-REPORT.
009800 01  SUPPRESSION-REPORT-LINE        PIC X(100).
009900
010000 FD  PARM-CARD-FILE.
010100     COPY PARMREC.
010200
010300 FD  BUSDATE-FILE.
010400     COPY BUSDATE.
010500
010600 WORKING-STORAGE SECTION.
010700     COPY RETCODES.
010800
010900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
011000     88  STUDENT-STATUS-OK           VALUE '00'.
011100 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
011200     88  ADDR-STATUS-OK              VALUE '00'.
011300 01  WS-NOTF-STATUS                 PIC X(02) VALUE '00'.
011400     88  NOTF-STATUS-OK              VALUE '00'.
011500     88  NOTF-STATUS-EOF             VALUE '10'.
011600 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
011700     88  PARM-STATUS-OK              VALUE '00'.
011800     88  PARM-STATUS-EOF             VALUE '10'.
011900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012000     88  BUSDATE-STATUS-OK           VALUE '00'.
012100
012200 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
012300     88  WS-PARM-FOUND               VALUE 'Y'.
012400 01  WS-ADDR-FOUND-SW               PIC X(01) VALUE 'N'.
012500     88  WS-ADDR-FOUND               VALUE 'Y'.
012600
012700 01  WS-STUDENT-NAME                PIC X(25) VALUE SPACES.
012800 01  WS-AT-SIGN-COUNT               PIC 9(04) COMP VALUE ZERO.
012900 01  WS-SUPPRESS-REASON             PIC X(24) VALUE SPACES.
013000
013100 01  WS-QUEUE-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
013200 01  WS-EVENTS-SELECTED             PIC 9(07) COMP VALUE ZERO.
013300 01  WS-LETTERS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
013400 01  WS-EVENTS-DROPPED              PIC 9(07) COMP VALUE ZERO.
013500 01  WS-FEED-RECORD-COUNT           PIC 9(07) VALUE ZERO.
013600
013700 01  WS-CURRENT-DATE-TIME.
013800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
013900     05  WS-TIME-HHMMSSHH           PIC 9(08).
014000     05  FILLER                     PIC X(05).
014100
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE
014500         THRU 1000-INITIALIZE-EXIT.
014600
014700     PERFORM 2000-ROUTE-NEXT-EVENT
014800         THRU 2000-ROUTE-NEXT-EVENT-EXIT
014900         UNTIL NOTF-STATUS-EOF.
015000
015100     IF NOT RC-SEVERE
015200         PERFORM 4000-WRITE-TRAILER
015300             THRU 4000-WRITE-TRAILER-EXIT
015400     END-IF.
015500
015600     PERFORM 9000-FINISH
015700         THRU 9000-FINISH-EXIT.
015800
015900     MOVE WS-RETURN-CODE TO RETURN-CODE.
016000     GO TO 9999-EXIT.
016100
016200 1000-INITIALIZE.
016300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016400     PERFORM 1050-GET-BUSINESS-DATE
016500         THRU 1050-GET-BUSINESS-DATE-EXIT.
016600     PERFORM 1080-READ-PARM-CARD
016700         THRU 1080-READ-PARM-CARD-EXIT.
016800     IF NOT WS-PARM-FOUND
016900         DISPLAY 'ENTER STUDENT DATASET NAME: '
017000         ACCEPT FILENAME
017100     END-IF.
017200*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
017300*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
017400     OPEN OUTPUT EMAIL-FEED.
017500     OPEN OUTPUT LETTER-EXTRACT.
017600     OPEN OUTPUT SUPPRESSION-REPORT.
017700     MOVE SPACES TO CTL-RECORD.
017800     SET CTL-IS-HEADER TO TRUE.
017900     MOVE 'NOTIFOUT' TO CTL-FILE-ID.
018000     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
018100     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
018200     MOVE ZERO TO CTL-RECORD-COUNT.
018300     MOVE ZERO TO CTL-HASH-TOTAL.
018400     WRITE CTL-RECORD.
018500     MOVE SPACES TO SUPPRESSION-REPORT-LINE.
018600     STRING 'NOTIFICATIONS NOT SENT BY E-MAIL FOR '
018700            WS-TODAY-YYYYMMDD
018800         DELIMITED BY SIZE
018900         INTO SUPPRESSION-REPORT-LINE
019000     END-STRING.
019100     WRITE SUPPRESSION-REPORT-LINE.
019200
019300     OPEN INPUT STUDENT.
019400     IF NOT STUDENT-STATUS-OK
019500         DISPLAY 'NOTIFY - UNABLE TO OPEN STUDENT FILE, STATUS='
019600             WS-STUDENT-STATUS
019700         SET RC-SEVERE TO TRUE
019800         SET NOTF-STATUS-EOF TO TRUE
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF.
020100     OPEN INPUT ADDRESS-FILE.
020200     IF NOT ADDR-STATUS-OK
020300         DISPLAY 'NOTIFY - UNABLE TO OPEN STUDADDR, STATUS='
020400             WS-ADDR-STATUS
020500         SET RC-SEVERE TO TRUE
020600         SET NOTF-STATUS-EOF TO TRUE
020700         GO TO 1000-INITIALIZE-EXIT
020800     END-IF.
020900*    AN EMPTY NIGHT - NO QUEUE YET - IS NOT AN ERROR; THE FEED
021000*    STILL GOES OUT WITH A ZERO TRAILER.
021100     OPEN INPUT NOTIFY-QUEUE.
021200     IF NOT NOTF-STATUS-OK
021300         DISPLAY 'NOTIFY - NO NOTIFICATION QUEUE, STATUS='
021400             WS-NOTF-STATUS
021500         SET NOTF-STATUS-EOF TO TRUE
021600     END-IF.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900
022000 1050-GET-BUSINESS-DATE.
022100*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
022200*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
022300*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
022400*    CLOCK TIME FIELD STAYS REAL.
022500     OPEN INPUT BUSDATE-FILE.
022600     IF NOT BUSDATE-STATUS-OK
022700         GO TO 1050-GET-BUSINESS-DATE-EXIT
022800     END-IF.
022900     READ BUSDATE-FILE
023000         AT END
023100             CLOSE BUSDATE-FILE
023200             GO TO 1050-GET-BUSINESS-DATE-EXIT
023300     END-READ.
023400     CLOSE BUSDATE-FILE.
023500     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
023600             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
023700         DISPLAY 'NOTIFY - RUNNING AS OF BUSINESS DATE '
023800             BUS-DATE
023900         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
024000     END-IF.
024100 1050-GET-BUSINESS-DATE-EXIT.
024200     EXIT.
024300
024400 1080-READ-PARM-CARD.
024500*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME.
024600     MOVE 'N' TO WS-PARM-FOUND-SW.
024700     OPEN INPUT PARM-CARD-FILE.
024800     IF NOT PARM-STATUS-OK
024900         GO TO 1080-READ-PARM-CARD-EXIT
025000     END-IF.
025100     PERFORM 1081-SCAN-ONE-CARD
025200         THRU 1081-SCAN-ONE-CARD-EXIT
025300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
025400     CLOSE PARM-CARD-FILE.
025500     IF WS-PARM-FOUND
025600         IF PARM-OPTIONS(1:12) = SPACES
025700             MOVE 'N' TO WS-PARM-FOUND-SW
025800         ELSE
025900             MOVE PARM-OPTIONS(1:12) TO FILENAME
026000         END-IF
026100     END-IF.
026200 1080-READ-PARM-CARD-EXIT.
026300     EXIT.
026400
026500 1081-SCAN-ONE-CARD.
026600     READ PARM-CARD-FILE
026700         AT END SET PARM-STATUS-EOF TO TRUE
026800     END-READ.
026900     IF PARM-STATUS-EOF
027000         GO TO 1081-SCAN-ONE-CARD-EXIT
027100     END-IF.
027200     IF PARM-PROGRAM-ID = 'NOTIFY  '
027300         SET WS-PARM-FOUND TO TRUE
027400     END-IF.
027500 1081-SCAN-ONE-CARD-EXIT.
027600     EXIT.
027700
027800 2000-ROUTE-NEXT-EVENT.
027900     READ NOTIFY-QUEUE
028000         AT END SET NOTF-STATUS-EOF TO TRUE
028100     END-READ.
028200     IF NOTF-STATUS-EOF
028300         GO TO 2000-ROUTE-NEXT-EVENT-EXIT
028400     END-IF.
028500
028600     ADD 1 TO WS-QUEUE-RECORDS-READ.
028700
028800*    THE QUEUE IS CUMULATIVE - ONLY THE BUSINESS DATE'S EVENTS
028900*    GO OUT TONIGHT, SO A RERUN SENDS THE SAME NIGHT AGAIN AND
029000*    NEVER AN EARLIER ONE.
029100     IF NOTF-EVENT-DATE NOT = WS-TODAY-YYYYMMDD
029200         GO TO 2000-ROUTE-NEXT-EVENT-EXIT
029300     END-IF.
029400     ADD 1 TO WS-EVENTS-SELECTED.
029500
029600     MOVE NOTF-STUDENT-ID TO STUDENT-ID.
029700     READ STUDENT
029800         INVALID KEY
029900             MOVE 'NOT ON STUDENT MASTER' TO WS-SUPPRESS-REASON
030000             PERFORM 3200-SUPPRESS-EVENT
030100                 THRU 3200-SUPPRESS-EVENT-EXIT
030200             ADD 1 TO WS-EVENTS-DROPPED
030300             SET RC-WARNING TO TRUE
030400             GO TO 2000-ROUTE-NEXT-EVENT-EXIT
030500     END-READ.
030600     MOVE NAME TO WS-STUDENT-NAME.
030700
030800     MOVE 'N' TO WS-ADDR-FOUND-SW.
030900     MOVE NOTF-STUDENT-ID TO ADDR-STUDENT-ID.
031000     READ ADDRESS-FILE
031100         INVALID KEY CONTINUE
031200         NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SW
031300     END-READ.
031400
031500*    AN ADDRESS WITHOUT AN '@' IS NOT ONE THE GATEWAY CAN
031600*    DELIVER TO - IT TAKES THE LETTER PATH LIKE A BLANK ONE.
031700     MOVE ZERO TO WS-AT-SIGN-COUNT.
031800     IF WS-ADDR-FOUND
031900         INSPECT ADDR-EMAIL TALLYING WS-AT-SIGN-COUNT
032000             FOR ALL '@'
032100     END-IF.
032200     IF WS-AT-SIGN-COUNT > ZERO
032300         PERFORM 3000-WRITE-EMAIL
032400             THRU 3000-WRITE-EMAIL-EXIT
032500         GO TO 2000-ROUTE-NEXT-EVENT-EXIT
032600     END-IF.
032700
032800     IF WS-ADDR-FOUND AND ADDR-STREET NOT = SPACES
032900         PERFORM 3100-WRITE-LETTER
033000             THRU 3100-WRITE-LETTER-EXIT
033100         MOVE 'NO E-MAIL - LETTER SENT' TO WS-SUPPRESS-REASON
033200         PERFORM 3200-SUPPRESS-EVENT
033300             THRU 3200-SUPPRESS-EVENT-EXIT
033400         GO TO 2000-ROUTE-NEXT-EVENT-EXIT
033500     END-IF.
033600
033700     MOVE 'NO ADDRESS - NOT SENT' TO WS-SUPPRESS-REASON.
033800     PERFORM 3200-SUPPRESS-EVENT
033900         THRU 3200-SUPPRESS-EVENT-EXIT.
034000     ADD 1 TO WS-EVENTS-DROPPED.
034100     SET RC-WARNING TO TRUE.
034200 2000-ROUTE-NEXT-EVENT-EXIT.
034300     EXIT.
034400
034500 3000-WRITE-EMAIL.
034600     MOVE SPACES TO EMAIL-FEED-RECORD.
034700     MOVE NOTF-STUDENT-ID TO NOUT-STUDENT-ID.
034800     MOVE ADDR-EMAIL TO NOUT-EMAIL.
034900     MOVE WS-STUDENT-NAME TO NOUT-NAME.
035000     MOVE NOTF-EVENT-TYPE TO NOUT-EVENT-TYPE.
035100     MOVE NOTF-TERM TO NOUT-TERM.
035200     MOVE NOTF-DETAIL TO NOUT-DETAIL.
035300     MOVE NOTF-EVENT-DATE TO NOUT-EVENT-DATE.
035400     WRITE EMAIL-FEED-RECORD.
035500     ADD 1 TO WS-FEED-RECORD-COUNT.
035600 3000-WRITE-EMAIL-EXIT.
035700     EXIT.
035800
035900 3100-WRITE-LETTER.
036000     MOVE SPACES TO LETTER-EXTRACT-RECORD.
036100     MOVE NOTF-STUDENT-ID TO NLTR-STUDENT-ID.
036200     MOVE WS-STUDENT-NAME TO NLTR-NAME.
036300     MOVE ADDR-STREET TO NLTR-STREET.
036400     MOVE ADDR-CITY TO NLTR-CITY.
036500     MOVE ADDR-STATE TO NLTR-STATE.
036600     MOVE ADDR-ZIP TO NLTR-ZIP.
036700     MOVE NOTF-EVENT-TYPE TO NLTR-EVENT-TYPE.
036800     MOVE NOTF-TERM TO NLTR-TERM.
036900     MOVE NOTF-DETAIL TO NLTR-DETAIL.
037000     MOVE NOTF-EVENT-DATE TO NLTR-EVENT-DATE.
037100     WRITE LETTER-EXTRACT-RECORD.
037200     ADD 1 TO WS-LETTERS-WRITTEN.
037300 3100-WRITE-LETTER-EXIT.
037400     EXIT.
037500
037600 3200-SUPPRESS-EVENT.
037700     MOVE SPACES TO SUPPRESSION-REPORT-LINE.
037800     STRING 'ID=' NOTF-STUDENT-ID
037900            ' ' NOTF-EVENT-TYPE
038000            ' ' NOTF-TERM
038100            ' ' WS-SUPPRESS-REASON
038200            ' ' NOTF-DETAIL
038300         DELIMITED BY SIZE
038400         INTO SUPPRESSION-REPORT-LINE
038500     END-STRING.
038600     WRITE SUPPRESSION-REPORT-LINE.
038700 3200-SUPPRESS-EVENT-EXIT.
038800     EXIT.
038900
039000 4000-WRITE-TRAILER.
039100*    NO QUANTITY FIELDS ON THIS FEED - THE HASH TOTAL IS ZERO
039200*    (SEE CTLREC).
039300     MOVE SPACES TO CTL-RECORD.
039400     SET CTL-IS-TRAILER TO TRUE.
039500     MOVE 'NOTIFOUT' TO CTL-FILE-ID.
039600     MOVE WS-TODAY-YYYYMMDD TO CTL-CREATE-DATE.
039700     MOVE WS-TIME-HHMMSSHH  TO CTL-CREATE-TIME.
039800     MOVE WS-FEED-RECORD-COUNT TO CTL-RECORD-COUNT.
039900     MOVE ZERO TO CTL-HASH-TOTAL.
040000     WRITE CTL-RECORD.
040100 4000-WRITE-TRAILER-EXIT.
040200     EXIT.
040300
040400 9000-FINISH.
040500     CLOSE STUDENT.
040600     CLOSE ADDRESS-FILE.
040700     CLOSE NOTIFY-QUEUE.
040800     CLOSE EMAIL-FEED.
040900     CLOSE LETTER-EXTRACT.
041000     CLOSE SUPPRESSION-REPORT.
041100     DISPLAY 'NOTIFY - QUEUE RECORDS READ: '
041200         WS-QUEUE-RECORDS-READ.
041300     DISPLAY 'NOTIFY - EVENTS SELECTED   : ' WS-EVENTS-SELECTED.
041400     DISPLAY 'NOTIFY - E-MAILS FED       : ' WS-FEED-RECORD-COUNT.
041500     DISPLAY 'NOTIFY - LETTERS WRITTEN   : ' WS-LETTERS-WRITTEN.
041600     DISPLAY 'NOTIFY - EVENTS DROPPED    : ' WS-EVENTS-DROPPED.
041700     DISPLAY 'NOTIFY - RETURN CODE       : ' WS-RETURN-CODE.
041800 9000-FINISH-EXIT.
041900     EXIT.
042000
042100 9999-EXIT.
042200     STOP RUN.
