000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SERINQ.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  SERIAL HISTORY INQUIRY -
001000*                    EACH SERQUERY TRANSACTION NAMES AN OWNER,
001100*                    ITEM AND SERIAL.  THE SERINQR REPORT SHOWS
001200*                    WHERE THE SERIAL STANDS ON SERMAST (STATUS,
001300*                    BIN, THE PO IT CAME IN ON, THE ORDER AND
001400*                    SHIP-TO IT LAST WENT TO, ANY RETURN) AND
001500*                    THEN EVERY EVENT SERHIST HOLDS FOR IT, OLDEST
001600*                    FIRST.  A TRANSACTION WITH NO SERIAL LISTS
001700*                    EVERY SERIAL OF THE ITEM WITH ITS STATUS.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT SERIAL-QUERY-FILE ASSIGN TO "SERQUERY"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-TRAN-STATUS.
002500
002600     SELECT SERIAL-MASTER ASSIGN TO "SERMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SER-KEY
003000         FILE STATUS IS WS-SER-STATUS.
003100
003200     SELECT SERIAL-HISTORY ASSIGN TO "SERHIST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SERHIST-STATUS.
003500
003600     SELECT SERIAL-REPORT ASSIGN TO "SERINQR"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT EXCEPTION-FILE ASSIGN TO "SERIEXC"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SERIAL-QUERY-FILE.
004900 01  SERIAL-QUERY-RECORD.
005000     05  SQY-OWNER                   PIC X(20).
005100     05  SQY-ITEM-NAME               PIC X(20).
005200*    BLANK = LIST EVERY SERIAL OF THE ITEM.
005300     05  SQY-SERIAL                  PIC X(20).
005400
005500 FD  SERIAL-MASTER.
005600     COPY SERREC.
005700
005800 FD  SERIAL-HISTORY.
005900     COPY SHSTREC.
006000
006100 FD  SERIAL-REPORT.
006200 01  SERIAL-REPORT-LINE             PIC X(132).
006300
006400 FD  EXCEPTION-FILE.
006500     COPY EXCREC.
006600
006700 FD  BUSDATE-FILE.
006800     COPY BUSDATE.
006900
007000 WORKING-STORAGE SECTION.
007100     COPY RETCODES.
007200
007300 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007400     88  TRAN-STATUS-OK              VALUE '00'.
007500     88  TRAN-STATUS-EOF             VALUE '10'.
007600 01  WS-SER-STATUS                  PIC X(02) VALUE '00'.
007700     88  SER-STATUS-OK               VALUE '00'.
007800 01  WS-SERHIST-STATUS              PIC X(02) VALUE '00'.
007900     88  SERHIST-STATUS-OK           VALUE '00'.
008000     88  SERHIST-STATUS-EOF          VALUE '10'.
008100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008200     88  BUSDATE-STATUS-OK           VALUE '00'.
008300
008400 01  WS-SERS-OPEN-SW                PIC X(01) VALUE 'N'.
008500     88  WS-SERS-OPEN                VALUE 'Y'.
008600 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
008700     88  WS-BROWSE-DONE              VALUE 'Y'.
008800 01  WS-SERIAL-FOUND-SW             PIC X(01) VALUE 'N'.
008900     88  WS-SERIAL-FOUND             VALUE 'Y'.
009000
009100*    THE STATUS AND EVENT IN WORDS FOR THE REPORT.
009200 01  WS-STATUS-TEXT                 PIC X(10) VALUE SPACES.
009300 01  WS-EVENT-TEXT                  PIC X(10) VALUE SPACES.
009400
009500*    TOTALS FOR THE QUERY IN HAND.
009600 01  WS-EVENT-LINES                 PIC 9(07) COMP VALUE ZERO.
009700 01  WS-SERIAL-LINES                PIC 9(07) COMP VALUE ZERO.
009800
009900 01  WS-COUNT-EDIT                  PIC Z(06)9.
010000 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
010100
010200 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
010300 01  WS-SERIALS-SHOWN               PIC 9(07) COMP VALUE ZERO.
010400 01  WS-ITEMS-LISTED                PIC 9(07) COMP VALUE ZERO.
010500 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
010600
010700 01  WS-CURRENT-DATE-TIME.
010800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
010900     05  WS-TIME-HHMMSSHH           PIC 9(08).
011000     05  FILLER                     PIC X(05).
011100
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE
011500         THRU 1000-INITIALIZE-EXIT.
011600
011700     PERFORM 2000-ANSWER-NEXT-QUERY
011800         THRU 2000-ANSWER-NEXT-QUERY-EXIT
011900         UNTIL TRAN-STATUS-EOF.
012000
012100     PERFORM 9000-FINISH
012200         THRU 9000-FINISH-EXIT.
012300
012400     MOVE WS-RETURN-CODE TO RETURN-CODE.
012500     GO TO 9999-EXIT.
012600
012700 1000-INITIALIZE.
012800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012900     PERFORM 1050-GET-BUSINESS-DATE
013000         THRU 1050-GET-BUSINESS-DATE-EXIT.
013100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
013200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
013300     OPEN OUTPUT SERIAL-REPORT.
013400     OPEN OUTPUT EXCEPTION-FILE.
013500     MOVE SPACES TO SERIAL-REPORT-LINE.
013600     STRING 'SERIAL HISTORY INQUIRY ' WS-TODAY-YYYYMMDD
013700         DELIMITED BY SIZE
013800         INTO SERIAL-REPORT-LINE
013900     END-STRING.
014000     WRITE SERIAL-REPORT-LINE.
014100     OPEN INPUT SERIAL-QUERY-FILE.
014200     IF NOT TRAN-STATUS-OK
014300         DISPLAY 'SERINQ - UNABLE TO OPEN SERQUERY, STATUS='
014400             WS-TRAN-STATUS
014500         SET RC-SEVERE TO TRUE
014600         SET TRAN-STATUS-EOF TO TRUE
014700         GO TO 1000-INITIALIZE-EXIT
014800     END-IF.
014900*    NO SERIAL MASTER MEANS NOTHING SERIALIZED WAS EVER
015000*    RECEIVED - EVERY QUERY IS THEN REJECTED AS NOT FOUND.
015100     OPEN INPUT SERIAL-MASTER.
015200     IF SER-STATUS-OK
015300         SET WS-SERS-OPEN TO TRUE
015400     END-IF.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015700
015800 1050-GET-BUSINESS-DATE.
015900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
016000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
016100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
016200*    CLOCK TIME FIELD STAYS REAL.
016300     OPEN INPUT BUSDATE-FILE.
016400     IF NOT BUSDATE-STATUS-OK
016500         GO TO 1050-GET-BUSINESS-DATE-EXIT
016600     END-IF.
016700     READ BUSDATE-FILE
016800         AT END
016900             CLOSE BUSDATE-FILE
017000             GO TO 1050-GET-BUSINESS-DATE-EXIT
017100     END-READ.
017200     CLOSE BUSDATE-FILE.
017300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
017400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
017500         DISPLAY 'SERINQ - RUNNING AS OF BUSINESS DATE '
017600             BUS-DATE
017700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
017800     END-IF.
017900 1050-GET-BUSINESS-DATE-EXIT.
018000     EXIT.
018100
018200 2000-ANSWER-NEXT-QUERY.
018300     READ SERIAL-QUERY-FILE
018400         AT END SET TRAN-STATUS-EOF TO TRUE
018500     END-READ.
018600     IF TRAN-STATUS-EOF
018700         GO TO 2000-ANSWER-NEXT-QUERY-EXIT
018800     END-IF.
018900     ADD 1 TO WS-TRANS-READ.
019000     MOVE SQY-SERIAL TO WS-EXC-KEY.
019100     IF SQY-SERIAL = SPACES
019200         MOVE SQY-ITEM-NAME TO WS-EXC-KEY
019300     END-IF.
019400
019500     IF SQY-OWNER = SPACES OR SQY-ITEM-NAME = SPACES
019600         MOVE 'E495' TO EXC-REASON-CODE
019700         MOVE 'OWNER OR ITEM MISSING' TO EXC-REASON-TEXT
019800         PERFORM 2900-WRITE-EXCEPTION
019900             THRU 2900-WRITE-EXCEPTION-EXIT
020000         GO TO 2000-ANSWER-NEXT-QUERY-EXIT
020100     END-IF.
020200
020300     IF SQY-SERIAL = SPACES
020400         PERFORM 4000-LIST-ITEM-SERIALS
020500             THRU 4000-LIST-ITEM-SERIALS-EXIT
020600     ELSE
020700         PERFORM 3000-SHOW-ONE-SERIAL
020800             THRU 3000-SHOW-ONE-SERIAL-EXIT
020900     END-IF.
021000 2000-ANSWER-NEXT-QUERY-EXIT.
021100     EXIT.
021200
021300 2900-WRITE-EXCEPTION.
021400*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
021500*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
021600     ADD 1 TO WS-TRANS-REJECTED.
021700     MOVE 'SERINQ  ' TO EXC-PROGRAM-ID.
021800     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
021900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
022000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
022100     MOVE SPACES TO EXC-OPERATOR-ID.
022200     WRITE EXC-RECORD.
022300     SET RC-WARNING TO TRUE.
022400 2900-WRITE-EXCEPTION-EXIT.
022500     EXIT.
022600
022700 3000-SHOW-ONE-SERIAL.
022800*    A SERIAL NEVER RECEIVED HAS NO HISTORY EITHER - THE
022900*    RECEIPT WRITES THE FIRST EVENT.
023000     MOVE 'N' TO WS-SERIAL-FOUND-SW.
023100     IF WS-SERS-OPEN
023200         MOVE SQY-OWNER     TO SER-OWNER
023300         MOVE SQY-ITEM-NAME TO SER-ITEM-NAME
023400         MOVE SQY-SERIAL    TO SER-SERIAL
023500         READ SERIAL-MASTER
023600             INVALID KEY CONTINUE
023700             NOT INVALID KEY SET WS-SERIAL-FOUND TO TRUE
023800         END-READ
023900     END-IF.
024000     IF NOT WS-SERIAL-FOUND
024100         MOVE 'E496' TO EXC-REASON-CODE
024200         MOVE 'SERIAL NOT ON SERIAL MASTER' TO EXC-REASON-TEXT
024300         PERFORM 2900-WRITE-EXCEPTION
024400             THRU 2900-WRITE-EXCEPTION-EXIT
024500         GO TO 3000-SHOW-ONE-SERIAL-EXIT
024600     END-IF.
024700
024800     ADD 1 TO WS-SERIALS-SHOWN.
024900     PERFORM 3050-SET-STATUS-TEXT
025000         THRU 3050-SET-STATUS-TEXT-EXIT.
025100     MOVE SPACES TO SERIAL-REPORT-LINE.
025200     WRITE SERIAL-REPORT-LINE.
025300     STRING 'SERIAL  OWNER=' SER-OWNER
025400            ' ITEM=' SER-ITEM-NAME
025500            ' SERIAL=' SER-SERIAL
025600         DELIMITED BY SIZE
025700         INTO SERIAL-REPORT-LINE
025800     END-STRING.
025900     WRITE SERIAL-REPORT-LINE.
026000     MOVE SPACES TO SERIAL-REPORT-LINE.
026100     STRING '  STATUS ' WS-STATUS-TEXT
026200            ' SINCE ' SER-STATUS-DATE
026300            '  BIN ' SER-BIN
026400            '  RECEIVED ' SER-RECEIVED-DATE
026500            ' ON PO ' SER-PO-NUMBER
026600         DELIMITED BY SIZE
026700         INTO SERIAL-REPORT-LINE
026800     END-STRING.
026900     WRITE SERIAL-REPORT-LINE.
027000     IF SER-ORDER-NO NOT = SPACES
027100         MOVE SPACES TO SERIAL-REPORT-LINE
027200         STRING '  LAST ORDER ' SER-ORDER-NO
027300                '  SHIP-TO ' SER-SHIP-TO-ID
027400                '  SHIPPED ' SER-SHIP-DATE
027500             DELIMITED BY SIZE
027600             INTO SERIAL-REPORT-LINE
027700         END-STRING
027800         WRITE SERIAL-REPORT-LINE
027900     END-IF.
028000     IF SER-RETURNED
028100         MOVE SPACES TO SERIAL-REPORT-LINE
028200         STRING '  RETURNED ' SER-RETURN-DATE
028300                '  DISPOSITION ' SER-RETURN-DISP
028400             DELIMITED BY SIZE
028500             INTO SERIAL-REPORT-LINE
028600         END-STRING
028700         WRITE SERIAL-REPORT-LINE
028800     END-IF.
028900
029000*    SERHIST IS CUMULATIVE AND IN RUN ORDER, SO A FULL PASS
029100*    PER QUERY GIVES THE EVENTS OLDEST FIRST.
029200     MOVE ZERO TO WS-EVENT-LINES.
029300     MOVE SPACES TO SERIAL-REPORT-LINE.
029400     STRING '  EVENT      DATE     TIME     REFERENCE'
029500            ' SHIP-TO    BIN        D PROGRAM  OPERATOR'
029600         DELIMITED BY SIZE
029700         INTO SERIAL-REPORT-LINE
029800     END-STRING.
029900     WRITE SERIAL-REPORT-LINE.
030000     OPEN INPUT SERIAL-HISTORY.
030100     IF NOT SERHIST-STATUS-OK
030200         GO TO 3090-EVENT-TOTALS
030300     END-IF.
030400     PERFORM 3100-CHECK-ONE-EVENT
030500         THRU 3100-CHECK-ONE-EVENT-EXIT
030600         UNTIL SERHIST-STATUS-EOF.
030700     CLOSE SERIAL-HISTORY.
030800 3090-EVENT-TOTALS.
030900     MOVE WS-EVENT-LINES TO WS-COUNT-EDIT.
031000     MOVE SPACES TO SERIAL-REPORT-LINE.
031100     STRING '  EVENTS    ' WS-COUNT-EDIT
031200         DELIMITED BY SIZE
031300         INTO SERIAL-REPORT-LINE
031400     END-STRING.
031500     WRITE SERIAL-REPORT-LINE.
031600 3000-SHOW-ONE-SERIAL-EXIT.
031700     EXIT.
031800
031900 3050-SET-STATUS-TEXT.
032000     EVALUATE TRUE
032100         WHEN SER-IN-STOCK
032200             MOVE 'IN STOCK  ' TO WS-STATUS-TEXT
032300         WHEN SER-ALLOCATED
032400             MOVE 'ALLOCATED ' TO WS-STATUS-TEXT
032500         WHEN SER-SHIPPED
032600             MOVE 'SHIPPED   ' TO WS-STATUS-TEXT
032700         WHEN SER-RETURNED
032800             MOVE 'RETURNED  ' TO WS-STATUS-TEXT
032900         WHEN OTHER
033000             MOVE SER-STATUS TO WS-STATUS-TEXT
033100     END-EVALUATE.
033200 3050-SET-STATUS-TEXT-EXIT.
033300     EXIT.
033400
033500 3100-CHECK-ONE-EVENT.
033600     READ SERIAL-HISTORY
033700         AT END SET SERHIST-STATUS-EOF TO TRUE
033800     END-READ.
033900     IF SERHIST-STATUS-EOF
034000         GO TO 3100-CHECK-ONE-EVENT-EXIT
034100     END-IF.
034200     IF SH-OWNER NOT = SQY-OWNER
034300             OR SH-ITEM-NAME NOT = SQY-ITEM-NAME
034400             OR SH-SERIAL NOT = SQY-SERIAL
034500         GO TO 3100-CHECK-ONE-EVENT-EXIT
034600     END-IF.
034700     ADD 1 TO WS-EVENT-LINES.
034800     EVALUATE TRUE
034900         WHEN SH-RECEIVED
035000             MOVE 'RECEIVED  ' TO WS-EVENT-TEXT
035100         WHEN SH-SHIPPED
035200             MOVE 'SHIPPED   ' TO WS-EVENT-TEXT
035300         WHEN SH-RETURNED
035400             MOVE 'RETURNED  ' TO WS-EVENT-TEXT
035500         WHEN OTHER
035600             MOVE SH-EVENT TO WS-EVENT-TEXT
035700     END-EVALUATE.
035800     MOVE SPACES TO SERIAL-REPORT-LINE.
035900     STRING '  ' WS-EVENT-TEXT
036000            ' ' SH-DATE
036100            ' ' SH-TIME
036200            ' ' SH-REFERENCE
036300            '  ' SH-SHIP-TO-ID
036400            ' ' SH-BIN
036500            ' ' SH-DISPOSITION
036600            ' ' SH-PROGRAM-ID
036700            ' ' SH-OPERATOR
036800         DELIMITED BY SIZE
036900         INTO SERIAL-REPORT-LINE
037000     END-STRING.
037100     WRITE SERIAL-REPORT-LINE.
037200 3100-CHECK-ONE-EVENT-EXIT.
037300     EXIT.
037400
037500 4000-LIST-ITEM-SERIALS.
037600     MOVE ZERO TO WS-SERIAL-LINES.
037700     IF NOT WS-SERS-OPEN
037800         GO TO 4090-SERIAL-TOTALS
037900     END-IF.
038000     MOVE 'N' TO WS-BROWSE-DONE-SW.
038100     MOVE SQY-OWNER     TO SER-OWNER.
038200     MOVE SQY-ITEM-NAME TO SER-ITEM-NAME.
038300     MOVE LOW-VALUES    TO SER-SERIAL.
038400     START SERIAL-MASTER KEY IS NOT LESS THAN SER-KEY
038500         INVALID KEY SET WS-BROWSE-DONE TO TRUE
038600     END-START.
038700     PERFORM 4100-LIST-ONE-SERIAL
038800         THRU 4100-LIST-ONE-SERIAL-EXIT
038900         UNTIL WS-BROWSE-DONE.
039000 4090-SERIAL-TOTALS.
039100     IF WS-SERIAL-LINES = ZERO
039200         MOVE 'E496' TO EXC-REASON-CODE
039300         MOVE 'NO SERIALS ON FILE FOR ITEM' TO EXC-REASON-TEXT
039400         PERFORM 2900-WRITE-EXCEPTION
039500             THRU 2900-WRITE-EXCEPTION-EXIT
039600         GO TO 4000-LIST-ITEM-SERIALS-EXIT
039700     END-IF.
039800     ADD 1 TO WS-ITEMS-LISTED.
039900     MOVE WS-SERIAL-LINES TO WS-COUNT-EDIT.
040000     MOVE SPACES TO SERIAL-REPORT-LINE.
040100     STRING '  SERIALS   ' WS-COUNT-EDIT
040200         DELIMITED BY SIZE
040300         INTO SERIAL-REPORT-LINE
040400     END-STRING.
040500     WRITE SERIAL-REPORT-LINE.
040600 4000-LIST-ITEM-SERIALS-EXIT.
040700     EXIT.
040800
040900 4100-LIST-ONE-SERIAL.
041000     READ SERIAL-MASTER NEXT
041100         AT END SET WS-BROWSE-DONE TO TRUE
041200     END-READ.
041300     IF WS-BROWSE-DONE
041400         GO TO 4100-LIST-ONE-SERIAL-EXIT
041500     END-IF.
041600     IF SER-OWNER NOT = SQY-OWNER
041700             OR SER-ITEM-NAME NOT = SQY-ITEM-NAME
041800         SET WS-BROWSE-DONE TO TRUE
041900         GO TO 4100-LIST-ONE-SERIAL-EXIT
042000     END-IF.
042100*    THE ITEM HEADING GOES OUT WITH ITS FIRST SERIAL, SO AN
042200*    ITEM WITH NONE SHOWS ONLY AS AN EXCEPTION.
042300     IF WS-SERIAL-LINES = ZERO
042400         MOVE SPACES TO SERIAL-REPORT-LINE
042500         WRITE SERIAL-REPORT-LINE
042600         STRING 'ITEM    OWNER=' SQY-OWNER
042700                ' ITEM=' SQY-ITEM-NAME
042800             DELIMITED BY SIZE
042900             INTO SERIAL-REPORT-LINE
043000         END-STRING
043100         WRITE SERIAL-REPORT-LINE
043200         MOVE SPACES TO SERIAL-REPORT-LINE
043300         STRING '  SERIAL               STATUS     BIN       '
043400                ' ORDER    SHIP-TO    SHIPPED'
043500             DELIMITED BY SIZE
043600             INTO SERIAL-REPORT-LINE
043700         END-STRING
043800         WRITE SERIAL-REPORT-LINE
043900     END-IF.
044000     ADD 1 TO WS-SERIAL-LINES.
044100     PERFORM 3050-SET-STATUS-TEXT
044200         THRU 3050-SET-STATUS-TEXT-EXIT.
044300     MOVE SPACES TO SERIAL-REPORT-LINE.
044400     STRING '  ' SER-SERIAL
044500            ' ' WS-STATUS-TEXT
044600            ' ' SER-BIN
044700            ' ' SER-ORDER-NO
044800            ' ' SER-SHIP-TO-ID
044900            ' ' SER-SHIP-DATE
045000         DELIMITED BY SIZE
045100         INTO SERIAL-REPORT-LINE
045200     END-STRING.
045300     WRITE SERIAL-REPORT-LINE.
045400 4100-LIST-ONE-SERIAL-EXIT.
045500     EXIT.
045600
045700 9000-FINISH.
045800     CLOSE SERIAL-QUERY-FILE.
045900     IF WS-SERS-OPEN
046000         CLOSE SERIAL-MASTER
046100     END-IF.
046200     MOVE SPACES TO SERIAL-REPORT-LINE.
046300     WRITE SERIAL-REPORT-LINE.
046400     MOVE WS-SERIALS-SHOWN TO WS-COUNT-EDIT.
046500     STRING 'SERIALS SHOWN ' WS-COUNT-EDIT
046600         DELIMITED BY SIZE
046700         INTO SERIAL-REPORT-LINE
046800     END-STRING.
046900     WRITE SERIAL-REPORT-LINE.
047000     CLOSE SERIAL-REPORT.
047100     CLOSE EXCEPTION-FILE.
047200     DISPLAY 'SERINQ - QUERIES READ    : ' WS-TRANS-READ.
047300     DISPLAY 'SERINQ - SERIALS SHOWN   : ' WS-SERIALS-SHOWN.
047400     DISPLAY 'SERINQ - ITEMS LISTED    : ' WS-ITEMS-LISTED.
047500     DISPLAY 'SERINQ - REJECTED        : ' WS-TRANS-REJECTED.
047600     DISPLAY 'SERINQ - RETURN CODE     : ' WS-RETURN-CODE.
047700 9000-FINISH-EXIT.
047800     EXIT.
047900
048000 9999-EXIT.
048100     STOP RUN.
