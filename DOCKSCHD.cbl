000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCKSCHD.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  DAILY DOCK SCHEDULE FOR
001000*                    THE RECEIVING LEAD - EVERY APPOINTMENT ON
001100*                    THE DOCKAPPT FILE (SEE DAPTREC) FOR THE
001200*                    DAY, IN SLOT ORDER AND DOOR WITHIN SLOT,
001300*                    WITH THE VENDOR, THE POS EXPECTED (A '*'
001400*                    MARKS ONE ALREADY RECEIVED) AND WHERE THE
001500*                    TRUCK STANDS - BOOKED, ARRIVED EARLY, ON
001600*                    TIME OR LATE, OR A NO-SHOW ONCE THE DAY IS
001700*                    PAST.  THE DAY IS THE BUSINESS DATE, OR THE
001800*                    DOCKSCHD CARD'S COLS 9-16 TO PLAN AHEAD OR
001900*                    LOOK BACK.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT APPOINTMENT-FILE ASSIGN TO "DOCKAPPT"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS DAPT-KEY
002800         FILE STATUS IS WS-APPT-STATUS.
002900
003000     SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-VEND-STATUS.
003300
003400     SELECT SCHEDULE-REPORT ASSIGN TO "DOCKSCHD"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-STATUS.
004000
004100     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BUSDATE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  APPOINTMENT-FILE.
004800     COPY DAPTREC.
004900
005000 FD  VENDOR-MASTER.
005100     COPY VENDREC.
005200
005300 FD  SCHEDULE-REPORT.
005400 01  SCHEDULE-REPORT-LINE           PIC X(132).
005500
005600 FD  PARM-CARD-FILE.
005700     COPY PARMREC.
005800
005900 FD  BUSDATE-FILE.
006000     COPY BUSDATE.
006100
006200 WORKING-STORAGE SECTION.
006300     COPY RETCODES.
006400
006500 01  WS-APPT-STATUS                 PIC X(02) VALUE '00'.
006600     88  APPT-STATUS-OK              VALUE '00'.
006700     88  APPT-STATUS-EOF             VALUE '10'.
006800 01  WS-VEND-STATUS                 PIC X(02) VALUE '00'.
006900     88  VEND-STATUS-OK              VALUE '00'.
007000     88  VEND-STATUS-EOF             VALUE '10'.
007100 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
007200     88  PARM-STATUS-OK              VALUE '00'.
007300     88  PARM-STATUS-EOF             VALUE '10'.
007400 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
007500     88  WS-PARM-FOUND               VALUE 'Y'.
007600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007700     88  BUSDATE-STATUS-OK           VALUE '00'.
007800
007900 01  WS-SCHED-DATE                  PIC 9(08) VALUE ZERO.
008000 01  WS-SCHED-DATE-X REDEFINES WS-SCHED-DATE
008100                                    PIC X(08).
008200
008300*    VENDOR NAMES - VENDMAST HOLDS ONE ROW PER OWNER/ITEM, SO A
008400*    VENDOR APPEARS MANY TIMES.
008500 01  WS-VNAME-TABLE.
008600     05  WS-VNAME-ENTRY OCCURS 200 TIMES.
008700         10  VN-VENDOR-ID           PIC X(08).
008800         10  VN-VENDOR-NAME         PIC X(25).
008900 01  WS-VNAME-COUNT                 PIC 9(03) COMP VALUE ZERO.
009000 01  WS-VNAME-SUB                   PIC 9(03) COMP VALUE ZERO.
009100 01  WS-VNAME-FOUND-SUB             PIC 9(03) COMP VALUE ZERO.
009200 01  WS-VENDOR-NAME                 PIC X(25) VALUE SPACES.
009300
009400*    THE PO COLUMN - FIVE SEVEN-BYTE ENTRIES, EACH THE PO NUMBER
009500*    AND A '*' WHEN IT HAS BEEN RECEIVED.
009600 01  WS-PO-COLUMN.
009700     05  WS-PO-COL-ENTRY OCCURS 5 TIMES.
009800         10  WS-PO-COL-NUMBER       PIC X(06).
009900         10  WS-PO-COL-RCVD         PIC X(01).
010000         10  FILLER                 PIC X(01).
010100 01  WS-PO-SUB                      PIC 9(01) COMP VALUE ZERO.
010200
010300 01  WS-STATE-TEXT                  PIC X(24) VALUE SPACES.
010400 01  WS-SLOT-EDIT                   PIC 9(04).
010500 01  WS-TIME-EDIT                   PIC 9(04).
010600 01  WS-COUNT-EDIT                  PIC Z(04)9.
010700
010800 01  WS-APPTS-LISTED                PIC 9(05) VALUE ZERO.
010900 01  WS-APPTS-ARRIVED               PIC 9(05) VALUE ZERO.
011000 01  WS-APPTS-WAITING               PIC 9(05) VALUE ZERO.
011100 01  WS-APPTS-NO-SHOW               PIC 9(05) VALUE ZERO.
011200
011300 01  WS-CURRENT-DATE-TIME.
011400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
011500     05  WS-TIME-HHMMSSHH           PIC 9(08).
011600     05  FILLER                     PIC X(05).
011700
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE
012100         THRU 1000-INITIALIZE-EXIT.
012200
012300     PERFORM 2000-LIST-NEXT-APPOINTMENT
012400         THRU 2000-LIST-NEXT-APPOINTMENT-EXIT
012500         UNTIL APPT-STATUS-EOF.
012600
012700     PERFORM 4000-PRINT-TOTALS
012800         THRU 4000-PRINT-TOTALS-EXIT.
012900
013000     PERFORM 9000-FINISH
013100         THRU 9000-FINISH-EXIT.
013200
013300     MOVE WS-RETURN-CODE TO RETURN-CODE.
013400     GO TO 9999-EXIT.
013500
013600 1000-INITIALIZE.
013700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013800     PERFORM 1050-GET-BUSINESS-DATE
013900         THRU 1050-GET-BUSINESS-DATE-EXIT.
014000     MOVE WS-TODAY-YYYYMMDD TO WS-SCHED-DATE.
014100     PERFORM 1080-READ-PARM-CARD
014200         THRU 1080-READ-PARM-CARD-EXIT.
014300     PERFORM 1200-LOAD-VENDOR-NAMES
014400         THRU 1200-LOAD-VENDOR-NAMES-EXIT.
014500
014600     OPEN OUTPUT SCHEDULE-REPORT.
014700     MOVE SPACES TO SCHEDULE-REPORT-LINE.
014800     STRING 'DAILY DOCK SCHEDULE ' WS-SCHED-DATE
014900            '  RUN ' WS-TODAY-YYYYMMDD
015000            '  (* = PO RECEIVED)'
015100         DELIMITED BY SIZE
015200         INTO SCHEDULE-REPORT-LINE
015300     END-STRING.
015400     WRITE SCHEDULE-REPORT-LINE.
015500     MOVE SPACES TO SCHEDULE-REPORT-LINE.
015600     WRITE SCHEDULE-REPORT-LINE.
015700     MOVE SPACES TO SCHEDULE-REPORT-LINE.
015800     STRING 'SLOT  DOOR        VENDOR   NAME'
015900            '                      POS EXPECTED'
016000            '                             STATUS'
016100         DELIMITED BY SIZE
016200         INTO SCHEDULE-REPORT-LINE
016300     END-STRING.
016400     WRITE SCHEDULE-REPORT-LINE.
016500
016600*    NO APPOINTMENT FILE IS NOTHING BOOKED YET.
016700     OPEN INPUT APPOINTMENT-FILE.
016800     IF NOT APPT-STATUS-OK
016900         SET APPT-STATUS-EOF TO TRUE
017000         GO TO 1000-INITIALIZE-EXIT
017100     END-IF.
017200     MOVE WS-SCHED-DATE TO DAPT-DATE.
017300     MOVE ZERO TO DAPT-SLOT.
017400     MOVE LOW-VALUES TO DAPT-DOOR.
017500     START APPOINTMENT-FILE KEY IS NOT LESS THAN DAPT-KEY
017600         INVALID KEY SET APPT-STATUS-EOF TO TRUE
017700     END-START.
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000
018100 1050-GET-BUSINESS-DATE.
018200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
018300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
018400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
018500*    CLOCK TIME FIELD STAYS REAL.
018600     OPEN INPUT BUSDATE-FILE.
018700     IF NOT BUSDATE-STATUS-OK
018800         GO TO 1050-GET-BUSINESS-DATE-EXIT
018900     END-IF.
019000     READ BUSDATE-FILE
019100         AT END
019200             CLOSE BUSDATE-FILE
019300             GO TO 1050-GET-BUSINESS-DATE-EXIT
019400     END-READ.
019500     CLOSE BUSDATE-FILE.
019600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
019700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
019800         DISPLAY 'DOCKSCHD - RUNNING AS OF BUSINESS DATE '
019900             BUS-DATE
020000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
020100     END-IF.
020200 1050-GET-BUSINESS-DATE-EXIT.
020300     EXIT.
020400
020500 1080-READ-PARM-CARD.
020600*    CARD LAYOUT - COLS 9-16 THE DAY TO PRINT, YYYYMMDD.  NO
020700*    CARD, OR A BLANK OR INVALID DATE, PRINTS THE BUSINESS DATE.
020800     MOVE 'N' TO WS-PARM-FOUND-SW.
020900     OPEN INPUT PARM-CARD-FILE.
021000     IF NOT PARM-STATUS-OK
021100         GO TO 1080-READ-PARM-CARD-EXIT
021200     END-IF.
021300     PERFORM 1081-SCAN-ONE-CARD
021400         THRU 1081-SCAN-ONE-CARD-EXIT
021500         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
021600     CLOSE PARM-CARD-FILE.
021700     IF NOT WS-PARM-FOUND
021800         GO TO 1080-READ-PARM-CARD-EXIT
021900     END-IF.
022000     IF PARM-OPTIONS(1:8) IS NUMERIC
022100             AND PARM-OPTIONS(5:2) > '00'
022200             AND PARM-OPTIONS(5:2) < '13'
022300             AND PARM-OPTIONS(7:2) > '00'
022400             AND PARM-OPTIONS(7:2) < '32'
022500         MOVE PARM-OPTIONS(1:8) TO WS-SCHED-DATE-X
022600     ELSE
022700         IF PARM-OPTIONS(1:8) NOT = SPACES
022800             DISPLAY 'DOCKSCHD - CARD DATE INVALID, PRINTING '
022900                 'THE BUSINESS DATE'
023000             SET RC-WARNING TO TRUE
023100         END-IF
023200     END-IF.
023300 1080-READ-PARM-CARD-EXIT.
023400     EXIT.
023500
023600 1081-SCAN-ONE-CARD.
023700     READ PARM-CARD-FILE
023800         AT END SET PARM-STATUS-EOF TO TRUE
023900     END-READ.
024000     IF PARM-STATUS-EOF
024100         GO TO 1081-SCAN-ONE-CARD-EXIT
024200     END-IF.
024300     IF PARM-PROGRAM-ID = 'DOCKSCHD'
024400         SET WS-PARM-FOUND TO TRUE
024500     END-IF.
024600 1081-SCAN-ONE-CARD-EXIT.
024700     EXIT.
024800
024900 1200-LOAD-VENDOR-NAMES.
025000*    NO VENDOR MASTER ONLY COSTS THE NAME ON THE SCHEDULE - THE
025100*    VENDOR ID STILL PRINTS.
025200     OPEN INPUT VENDOR-MASTER.
025300     IF NOT VEND-STATUS-OK
025400         GO TO 1200-LOAD-VENDOR-NAMES-EXIT
025500     END-IF.
025600     PERFORM 1210-LOAD-ONE-VENDOR
025700         THRU 1210-LOAD-ONE-VENDOR-EXIT
025800         UNTIL VEND-STATUS-EOF.
025900     CLOSE VENDOR-MASTER.
026000 1200-LOAD-VENDOR-NAMES-EXIT.
026100     EXIT.
026200
026300 1210-LOAD-ONE-VENDOR.
026400     READ VENDOR-MASTER
026500         AT END SET VEND-STATUS-EOF TO TRUE
026600     END-READ.
026700     IF VEND-STATUS-EOF
026800         GO TO 1210-LOAD-ONE-VENDOR-EXIT
026900     END-IF.
027000     MOVE ZERO TO WS-VNAME-FOUND-SUB.
027100     PERFORM 1220-MATCH-ONE-VNAME
027200         THRU 1220-MATCH-ONE-VNAME-EXIT
027300         VARYING WS-VNAME-SUB FROM 1 BY 1
027400         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
027500             OR WS-VNAME-FOUND-SUB > ZERO.
027600     IF WS-VNAME-FOUND-SUB > ZERO
027700         GO TO 1210-LOAD-ONE-VENDOR-EXIT
027800     END-IF.
027900     IF WS-VNAME-COUNT < 200
028000         ADD 1 TO WS-VNAME-COUNT
028100         MOVE VEND-VENDOR-ID   TO VN-VENDOR-ID(WS-VNAME-COUNT)
028200         MOVE VEND-VENDOR-NAME TO
028300             VN-VENDOR-NAME(WS-VNAME-COUNT)
028400     END-IF.
028500 1210-LOAD-ONE-VENDOR-EXIT.
028600     EXIT.
028700
028800 1220-MATCH-ONE-VNAME.
028900     IF VN-VENDOR-ID(WS-VNAME-SUB) = VEND-VENDOR-ID
029000         MOVE WS-VNAME-SUB TO WS-VNAME-FOUND-SUB
029100     END-IF.
029200 1220-MATCH-ONE-VNAME-EXIT.
029300     EXIT.
029400
029500 2000-LIST-NEXT-APPOINTMENT.
029600     READ APPOINTMENT-FILE NEXT
029700         AT END SET APPT-STATUS-EOF TO TRUE
029800     END-READ.
029900     IF NOT APPT-STATUS-OK
030000         SET APPT-STATUS-EOF TO TRUE
030100         GO TO 2000-LIST-NEXT-APPOINTMENT-EXIT
030200     END-IF.
030300     IF DAPT-DATE NOT = WS-SCHED-DATE
030400         SET APPT-STATUS-EOF TO TRUE
030500         GO TO 2000-LIST-NEXT-APPOINTMENT-EXIT
030600     END-IF.
030700     ADD 1 TO WS-APPTS-LISTED.
030800
030900     MOVE SPACES TO WS-VENDOR-NAME.
031000     MOVE ZERO TO WS-VNAME-FOUND-SUB.
031100     PERFORM 2010-FIND-VENDOR-NAME
031200         THRU 2010-FIND-VENDOR-NAME-EXIT
031300         VARYING WS-VNAME-SUB FROM 1 BY 1
031400         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
031500             OR WS-VNAME-FOUND-SUB > ZERO.
031600
031700     MOVE SPACES TO WS-PO-COLUMN.
031800     PERFORM 2020-FORMAT-ONE-PO
031900         THRU 2020-FORMAT-ONE-PO-EXIT
032000         VARYING WS-PO-SUB FROM 1 BY 1
032100         UNTIL WS-PO-SUB > 5.
032200
032300     PERFORM 2100-SET-STATE
032400         THRU 2100-SET-STATE-EXIT.
032500
032600     MOVE DAPT-SLOT TO WS-SLOT-EDIT.
032700     MOVE SPACES TO SCHEDULE-REPORT-LINE.
032800     STRING WS-SLOT-EDIT '  ' DAPT-DOOR
032900            '  ' DAPT-VENDOR-ID
033000            ' ' WS-VENDOR-NAME
033100            ' ' WS-PO-COLUMN
033200            ' ' WS-STATE-TEXT
033300         DELIMITED BY SIZE
033400         INTO SCHEDULE-REPORT-LINE
033500     END-STRING.
033600     WRITE SCHEDULE-REPORT-LINE.
033700 2000-LIST-NEXT-APPOINTMENT-EXIT.
033800     EXIT.
033900
034000 2010-FIND-VENDOR-NAME.
034100     IF VN-VENDOR-ID(WS-VNAME-SUB) = DAPT-VENDOR-ID
034200         MOVE WS-VNAME-SUB TO WS-VNAME-FOUND-SUB
034300         MOVE VN-VENDOR-NAME(WS-VNAME-SUB) TO WS-VENDOR-NAME
034400     END-IF.
034500 2010-FIND-VENDOR-NAME-EXIT.
034600     EXIT.
034700
034800 2020-FORMAT-ONE-PO.
034900     IF DAPT-PO-NUMBER(WS-PO-SUB) = ZERO
035000         GO TO 2020-FORMAT-ONE-PO-EXIT
035100     END-IF.
035200     MOVE DAPT-PO-NUMBER(WS-PO-SUB) TO
035300         WS-PO-COL-NUMBER(WS-PO-SUB).
035400     IF DAPT-PO-RECEIVED(WS-PO-SUB)
035500         MOVE '*' TO WS-PO-COL-RCVD(WS-PO-SUB)
035600     END-IF.
035700 2020-FORMAT-ONE-PO-EXIT.
035800     EXIT.
035900
036000 2100-SET-STATE.
036100     MOVE SPACES TO WS-STATE-TEXT.
036200     IF DAPT-BOOKED
036300         IF DAPT-DATE < WS-TODAY-YYYYMMDD
036400             MOVE '*** NO SHOW' TO WS-STATE-TEXT
036500             ADD 1 TO WS-APPTS-NO-SHOW
036600         ELSE
036700             MOVE 'BOOKED' TO WS-STATE-TEXT
036800             ADD 1 TO WS-APPTS-WAITING
036900         END-IF
037000         GO TO 2100-SET-STATE-EXIT
037100     END-IF.
037200     ADD 1 TO WS-APPTS-ARRIVED.
037300     MOVE DAPT-ARRIVAL-TIME TO WS-TIME-EDIT.
037400     EVALUATE TRUE
037500         WHEN DAPT-EARLY
037600             STRING 'ARRIVED ' WS-TIME-EDIT ' EARLY'
037700                 DELIMITED BY SIZE
037800                 INTO WS-STATE-TEXT
037900             END-STRING
038000         WHEN DAPT-ON-TIME
038100             STRING 'ARRIVED ' WS-TIME-EDIT ' ON TIME'
038200                 DELIMITED BY SIZE
038300                 INTO WS-STATE-TEXT
038400             END-STRING
038500         WHEN DAPT-LATE
038600             STRING 'ARRIVED ' WS-TIME-EDIT ' LATE'
038700                 DELIMITED BY SIZE
038800                 INTO WS-STATE-TEXT
038900             END-STRING
039000         WHEN OTHER
039100             MOVE 'ARRIVED, TIME NOT KEYED' TO WS-STATE-TEXT
039200     END-EVALUATE.
039300 2100-SET-STATE-EXIT.
039400     EXIT.
039500
039600 4000-PRINT-TOTALS.
039700     MOVE SPACES TO SCHEDULE-REPORT-LINE.
039800     WRITE SCHEDULE-REPORT-LINE.
039900     IF WS-APPTS-LISTED = ZERO
040000         MOVE 'NO APPOINTMENTS BOOKED FOR THE DAY'
040100             TO SCHEDULE-REPORT-LINE
040200         WRITE SCHEDULE-REPORT-LINE
040300         GO TO 4000-PRINT-TOTALS-EXIT
040400     END-IF.
040500     MOVE WS-APPTS-LISTED TO WS-COUNT-EDIT.
040600     MOVE SPACES TO SCHEDULE-REPORT-LINE.
040700     STRING 'APPOINTMENTS ' WS-COUNT-EDIT
040800         DELIMITED BY SIZE
040900         INTO SCHEDULE-REPORT-LINE
041000     END-STRING.
041100     WRITE SCHEDULE-REPORT-LINE.
041200     MOVE WS-APPTS-ARRIVED TO WS-COUNT-EDIT.
041300     MOVE SPACES TO SCHEDULE-REPORT-LINE.
041400     STRING 'ARRIVED      ' WS-COUNT-EDIT
041500         DELIMITED BY SIZE
041600         INTO SCHEDULE-REPORT-LINE
041700     END-STRING.
041800     WRITE SCHEDULE-REPORT-LINE.
041900     MOVE WS-APPTS-WAITING TO WS-COUNT-EDIT.
042000     MOVE SPACES TO SCHEDULE-REPORT-LINE.
042100     STRING 'STILL DUE    ' WS-COUNT-EDIT
042200         DELIMITED BY SIZE
042300         INTO SCHEDULE-REPORT-LINE
042400     END-STRING.
042500     WRITE SCHEDULE-REPORT-LINE.
042600     MOVE WS-APPTS-NO-SHOW TO WS-COUNT-EDIT.
042700     MOVE SPACES TO SCHEDULE-REPORT-LINE.
042800     STRING 'NO-SHOWS     ' WS-COUNT-EDIT
042900         DELIMITED BY SIZE
043000         INTO SCHEDULE-REPORT-LINE
043100     END-STRING.
043200     WRITE SCHEDULE-REPORT-LINE.
043300 4000-PRINT-TOTALS-EXIT.
043400     EXIT.
043500
043600 9000-FINISH.
043700     CLOSE APPOINTMENT-FILE.
043800     CLOSE SCHEDULE-REPORT.
043900     DISPLAY 'DOCKSCHD - DAY PRINTED     : ' WS-SCHED-DATE.
044000     DISPLAY 'DOCKSCHD - APPOINTMENTS    : ' WS-APPTS-LISTED.
044100     DISPLAY 'DOCKSCHD - ARRIVED         : ' WS-APPTS-ARRIVED.
044200     DISPLAY 'DOCKSCHD - NO-SHOWS        : ' WS-APPTS-NO-SHOW.
044300     DISPLAY 'DOCKSCHD - RETURN CODE     : ' WS-RETURN-CODE.
044400 9000-FINISH-EXIT.
044500     EXIT.
044600
044700 9999-EXIT.
044800     STOP RUN.
