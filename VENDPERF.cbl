001700*                    WORST LATE-PERCENTAGE FIRST, SO BUYING
001800*                    FINALLY SEES THE PATTERN BEFORE REORDERING
001900*                    FROM A VENDOR WHO BURNS US.
002000*   2026-10-15 RLW  RETURNS TO VENDOR COUNT AGAINST THE VENDOR -
002100*                    THE QUANTITY RTVPOST SENT BACK ON EACH PO
002200*                    (SEE POREC) IS SHOWN AS A PERCENTAGE OF ALL
002300*                    IT DELIVERED, AND THE FILL RATE NO LONGER
002400*                    CREDITS THE STOCK THAT WENT BACK.
002500*   2026-10-15 RLW  DOCK APPOINTMENTS (SEE DAPTREC) SCORE THE
002600*                    VENDOR TOO - A SECOND LINE UNDER ANY VENDOR
002700*                    WITH APPOINTMENTS DUE SHOWS HOW MANY, THE
002800*                    NO-SHOWS, THE EARLY AND LATE ARRIVALS AND
002900*                    THE ON-TIME PERCENTAGE.  AN APPOINTMENT NOT
003000*                    YET DUE IS NOT SCORED.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PO-MASTER ASSIGN TO "POMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PO-KEY
003900         FILE STATUS IS WS-POMAST-STATUS.
004000
004100     SELECT APPOINTMENT-FILE ASSIGN TO "DOCKAPPT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS DAPT-KEY
004500         FILE STATUS IS WS-APPT-STATUS.
004600
004700     SELECT SCORECARD-REPORT ASSIGN TO "VENDSCOR"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BUSDATE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PO-MASTER.
005700     COPY POREC.
005800
005900 FD  APPOINTMENT-FILE.
006000     COPY DAPTREC.
006100
006200 FD  SCORECARD-REPORT.
006300 01  SCORECARD-REPORT-LINE          PIC X(120).
006400
006500 FD  BUSDATE-FILE.
006600     COPY BUSDATE.
006700
006800 WORKING-STORAGE SECTION.
006900     COPY RETCODES.
007000
007100 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
007200     88  POMAST-STATUS-OK            VALUE '00'.
007300     88  POMAST-STATUS-EOF           VALUE '10'.
007400 01  WS-APPT-STATUS                 PIC X(02) VALUE '00'.
007500     88  APPT-STATUS-OK              VALUE '00'.
007600     88  APPT-STATUS-EOF             VALUE '10'.
007700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007800     88  BUSDATE-STATUS-OK           VALUE '00'.
007900
008000*    ONE ROW PER VENDOR, ACCUMULATED OFF THE PO FILE AND THE
008100*    DOCK APPOINTMENTS AND PRINTED WORST LATE-PERCENTAGE FIRST.
008200 01  WS-VEND-TABLE.
008300     05  WS-VEND-ENTRY OCCURS 200 TIMES.
008400         10  VT-VENDOR-ID           PIC X(08).
008500         10  VT-PO-COUNT            PIC 9(05).
008600         10  VT-CLOSED-COUNT        PIC 9(05).
008700         10  VT-ACTUAL-DAYS-SUM     PIC 9(09).
008800         10  VT-PROMISED-DAYS-SUM   PIC 9(09).
008900         10  VT-LATE-COUNT          PIC 9(05).
009000         10  VT-QTY-ORDERED         PIC 9(09).
009100         10  VT-QTY-RECEIVED        PIC 9(09).
009200         10  VT-QTY-RETURNED        PIC 9(09).
009300         10  VT-LATE-PCT            PIC 9(03).
009400         10  VT-PRINTED-SW          PIC X(01).
009500         10  VT-APPT-COUNT          PIC 9(05).
009600         10  VT-NO-SHOW-COUNT       PIC 9(05).
009700         10  VT-EARLY-COUNT         PIC 9(05).
009800         10  VT-ON-TIME-COUNT       PIC 9(05).
009900         10  VT-LATE-ARR-COUNT      PIC 9(05).
010000 01  WS-VEND-COUNT                  PIC 9(03) COMP VALUE ZERO.
010100 01  WS-VEND-SUB                    PIC 9(03) COMP VALUE ZERO.
010200 01  WS-VEND-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
010300 01  WS-WORST-SUB                   PIC 9(03) COMP VALUE ZERO.
010400 01  WS-FIND-VENDOR                 PIC X(08) VALUE SPACES.
010500
010600*    WHOLE-DATE ARITHMETIC IS COARSE ACROSS MONTH ENDS, BUT
010700*    FOR A LEAD-TIME AVERAGE THAT IS CLOSE ENOUGH - THE SAME
010800*    CALL TICKAGE MAKES.
010900 01  WS-ACTUAL-DAYS                 PIC 9(05) VALUE ZERO.
011000 01  WS-CLOSE-INT                   PIC 9(08) VALUE ZERO.
011100 01  WS-ORDER-INT                   PIC 9(08) VALUE ZERO.
011200 01  WS-AVG-ACTUAL                  PIC 9(05) VALUE ZERO.
011300 01  WS-AVG-PROMISED                PIC 9(05) VALUE ZERO.
011400 01  WS-FILL-PCT                    PIC 9(03) VALUE ZERO.
011500 01  WS-RTV-PCT                     PIC 9(03) VALUE ZERO.
011600 01  WS-QTY-DELIVERED               PIC 9(09) VALUE ZERO.
011700 01  WS-ON-TIME-PCT                 PIC 9(03) VALUE ZERO.
011800
011900 01  WS-POS-READ                    PIC 9(07) COMP VALUE ZERO.
012000 01  WS-APPTS-SCORED                PIC 9(07) COMP VALUE ZERO.
012100
012200 01  WS-CURRENT-DATE-TIME.
012300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
012400     05  WS-TIME-HHMMSSHH           PIC 9(08).
012500     05  FILLER                     PIC X(05).
012600
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE
013000         THRU 1000-INITIALIZE-EXIT.
013100
013200     PERFORM 2000-SCORE-NEXT-PO
013300         THRU 2000-SCORE-NEXT-PO-EXIT
013400         UNTIL POMAST-STATUS-EOF.
013500
013600     PERFORM 3000-SCORE-APPOINTMENTS
013700         THRU 3000-SCORE-APPOINTMENTS-EXIT.
013800
013900     PERFORM 4000-PRINT-WORST-FIRST
014000         THRU 4000-PRINT-WORST-FIRST-EXIT.
014100
014200     PERFORM 9000-FINISH
014300         THRU 9000-FINISH-EXIT.
014400
014500     MOVE WS-RETURN-CODE TO RETURN-CODE.
014600     GO TO 9999-EXIT.
014700
014800 1000-INITIALIZE.
014900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015000     PERFORM 1050-GET-BUSINESS-DATE
015100         THRU 1050-GET-BUSINESS-DATE-EXIT.
015200     OPEN OUTPUT SCORECARD-REPORT.
015300     MOVE SPACES TO SCORECARD-REPORT-LINE.
015400     STRING 'VENDOR DELIVERY SCORECARD ' WS-TODAY-YYYYMMDD
015500            '  (WORST LATE-PCT FIRST)'
015600         DELIMITED BY SIZE
015700         INTO SCORECARD-REPORT-LINE
015800     END-STRING.
015900     WRITE SCORECARD-REPORT-LINE.
016000     OPEN INPUT PO-MASTER.
016100     IF NOT POMAST-STATUS-OK
016200         DISPLAY 'VENDPERF - UNABLE TO OPEN POMAST, STATUS='
016300             WS-POMAST-STATUS
016400         SET RC-SEVERE TO TRUE
016500         SET POMAST-STATUS-EOF TO TRUE
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF.
016800     MOVE LOW-VALUES TO PO-KEY.
016900     START PO-MASTER KEY IS NOT LESS THAN PO-KEY
017000         INVALID KEY SET POMAST-STATUS-EOF TO TRUE
017100     END-START.
017200 1000-INITIALIZE-EXIT.
017300     EXIT.
017400
017500 1050-GET-BUSINESS-DATE.
017600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
017700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
017800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
017900*    CLOCK TIME FIELD STAYS REAL.
018000     OPEN INPUT BUSDATE-FILE.
018100     IF NOT BUSDATE-STATUS-OK
018200         GO TO 1050-GET-BUSINESS-DATE-EXIT
018300     END-IF.
018400     READ BUSDATE-FILE
018500         AT END
018600             CLOSE BUSDATE-FILE
018700             GO TO 1050-GET-BUSINESS-DATE-EXIT
018800     END-READ.
018900     CLOSE BUSDATE-FILE.
019000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
019100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
019200         DISPLAY 'VENDPERF - RUNNING AS OF BUSINESS DATE '
019300             BUS-DATE
019400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
019500     END-IF.
019600 1050-GET-BUSINESS-DATE-EXIT.
019700     EXIT.
019800
019900 2000-SCORE-NEXT-PO.
020000     READ PO-MASTER NEXT
020100         AT END SET POMAST-STATUS-EOF TO TRUE
020200     END-READ.
020300     IF NOT POMAST-STATUS-OK
020400         SET POMAST-STATUS-EOF TO TRUE
020500         GO TO 2000-SCORE-NEXT-PO-EXIT
020600     END-IF.
020700
020800     ADD 1 TO WS-POS-READ.
020900
021000     MOVE PO-VENDOR-ID TO WS-FIND-VENDOR.
021100     PERFORM 2100-FIND-VENDOR-ROW
021200         THRU 2100-FIND-VENDOR-ROW-EXIT.
021300     IF WS-VEND-FOUND-SUB = ZERO
021400         GO TO 2000-SCORE-NEXT-PO-EXIT
021500     END-IF.
021600
021700     ADD 1 TO VT-PO-COUNT(WS-VEND-FOUND-SUB).
021800     ADD PO-ORDER-QTY TO VT-QTY-ORDERED(WS-VEND-FOUND-SUB).
021900     ADD PO-RECEIVED-QTY TO
022000         VT-QTY-RECEIVED(WS-VEND-FOUND-SUB).
022100*    RECEIVED-TO-DATE IS ALREADY NET OF RETURNS TO VENDOR.
022200     IF PO-RETURNED-QTY IS NUMERIC
022300         ADD PO-RETURNED-QTY TO
022400             VT-QTY-RETURNED(WS-VEND-FOUND-SUB)
022500     END-IF.
022600
022700     IF PO-CLOSED AND PO-CLOSE-DATE > ZERO
022800         ADD 1 TO VT-CLOSED-COUNT(WS-VEND-FOUND-SUB)
022900         MOVE PO-CLOSE-DATE TO WS-CLOSE-INT
023000         MOVE PO-ORDER-DATE TO WS-ORDER-INT
023100         COMPUTE WS-ACTUAL-DAYS = WS-CLOSE-INT - WS-ORDER-INT
023200         ADD WS-ACTUAL-DAYS TO
023300             VT-ACTUAL-DAYS-SUM(WS-VEND-FOUND-SUB)
023400         ADD PO-LEAD-DAYS TO
023500             VT-PROMISED-DAYS-SUM(WS-VEND-FOUND-SUB)
023600         IF WS-ACTUAL-DAYS > PO-LEAD-DAYS
023700             ADD 1 TO VT-LATE-COUNT(WS-VEND-FOUND-SUB)
023800         END-IF
023900     END-IF.
024000 2000-SCORE-NEXT-PO-EXIT.
024100     EXIT.
024200
024300 2100-FIND-VENDOR-ROW.
024400     MOVE ZERO TO WS-VEND-FOUND-SUB.
024500     PERFORM 2110-MATCH-ONE-VENDOR
024600         THRU 2110-MATCH-ONE-VENDOR-EXIT
024700         VARYING WS-VEND-SUB FROM 1 BY 1
024800         UNTIL WS-VEND-SUB > WS-VEND-COUNT
024900             OR WS-VEND-FOUND-SUB > ZERO.
025000     IF WS-VEND-FOUND-SUB > ZERO
025100         GO TO 2100-FIND-VENDOR-ROW-EXIT
025200     END-IF.
025300     IF WS-VEND-COUNT < 200
025400         ADD 1 TO WS-VEND-COUNT
025500         MOVE WS-FIND-VENDOR TO VT-VENDOR-ID(WS-VEND-COUNT)
025600         MOVE ZERO TO VT-PO-COUNT(WS-VEND-COUNT)
025700         MOVE ZERO TO VT-CLOSED-COUNT(WS-VEND-COUNT)
025800         MOVE ZERO TO VT-ACTUAL-DAYS-SUM(WS-VEND-COUNT)
025900         MOVE ZERO TO VT-PROMISED-DAYS-SUM(WS-VEND-COUNT)
026000         MOVE ZERO TO VT-LATE-COUNT(WS-VEND-COUNT)
026100         MOVE ZERO TO VT-QTY-ORDERED(WS-VEND-COUNT)
026200         MOVE ZERO TO VT-QTY-RECEIVED(WS-VEND-COUNT)
026300         MOVE ZERO TO VT-QTY-RETURNED(WS-VEND-COUNT)
026400         MOVE ZERO TO VT-LATE-PCT(WS-VEND-COUNT)
026500         MOVE 'N' TO VT-PRINTED-SW(WS-VEND-COUNT)
026600         MOVE ZERO TO VT-APPT-COUNT(WS-VEND-COUNT)
026700         MOVE ZERO TO VT-NO-SHOW-COUNT(WS-VEND-COUNT)
026800         MOVE ZERO TO VT-EARLY-COUNT(WS-VEND-COUNT)
026900         MOVE ZERO TO VT-ON-TIME-COUNT(WS-VEND-COUNT)
027000         MOVE ZERO TO VT-LATE-ARR-COUNT(WS-VEND-COUNT)
027100         MOVE WS-VEND-COUNT TO WS-VEND-FOUND-SUB
027200     ELSE
027300         DISPLAY 'VENDPERF - VENDOR TABLE FULL, '
027400             WS-FIND-VENDOR ' SKIPPED'
027500         SET RC-WARNING TO TRUE
027600     END-IF.
027700 2100-FIND-VENDOR-ROW-EXIT.
027800     EXIT.
027900
028000 2110-MATCH-ONE-VENDOR.
028100     IF VT-VENDOR-ID(WS-VEND-SUB) = WS-FIND-VENDOR
028200         MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
028300     END-IF.
028400 2110-MATCH-ONE-VENDOR-EXIT.
028500     EXIT.
028600
028700 3000-SCORE-APPOINTMENTS.
028800*    NO APPOINTMENT FILE MEANS NOTHING HAS BEEN BOOKED - THE
028900*    SCORECARD PRINTS WITHOUT THE DOCK LINES.
029000     OPEN INPUT APPOINTMENT-FILE.
029100     IF NOT APPT-STATUS-OK
029200         GO TO 3000-SCORE-APPOINTMENTS-EXIT
029300     END-IF.
029400     PERFORM 3100-SCORE-NEXT-APPOINTMENT
029500         THRU 3100-SCORE-NEXT-APPOINTMENT-EXIT
029600         UNTIL APPT-STATUS-EOF.
029700     CLOSE APPOINTMENT-FILE.
029800 3000-SCORE-APPOINTMENTS-EXIT.
029900     EXIT.
030000
030100 3100-SCORE-NEXT-APPOINTMENT.
030200     READ APPOINTMENT-FILE NEXT
030300         AT END SET APPT-STATUS-EOF TO TRUE
030400     END-READ.
030500     IF NOT APPT-STATUS-OK
030600         SET APPT-STATUS-EOF TO TRUE
030700         GO TO 3100-SCORE-NEXT-APPOINTMENT-EXIT
030800     END-IF.
030900*    A TRUCK STILL DUE TODAY OR LATER HAS NOT HAD ITS CHANCE.
031000     IF DAPT-BOOKED AND DAPT-DATE NOT < WS-TODAY-YYYYMMDD
031100         GO TO 3100-SCORE-NEXT-APPOINTMENT-EXIT
031200     END-IF.
031300     ADD 1 TO WS-APPTS-SCORED.
031400
031500     MOVE DAPT-VENDOR-ID TO WS-FIND-VENDOR.
031600     PERFORM 2100-FIND-VENDOR-ROW
031700         THRU 2100-FIND-VENDOR-ROW-EXIT.
031800     IF WS-VEND-FOUND-SUB = ZERO
031900         GO TO 3100-SCORE-NEXT-APPOINTMENT-EXIT
032000     END-IF.
032100
032200     ADD 1 TO VT-APPT-COUNT(WS-VEND-FOUND-SUB).
032300     EVALUATE TRUE
032400         WHEN DAPT-BOOKED
032500             ADD 1 TO VT-NO-SHOW-COUNT(WS-VEND-FOUND-SUB)
032600         WHEN DAPT-EARLY
032700             ADD 1 TO VT-EARLY-COUNT(WS-VEND-FOUND-SUB)
032800         WHEN DAPT-ON-TIME
032900             ADD 1 TO VT-ON-TIME-COUNT(WS-VEND-FOUND-SUB)
033000         WHEN DAPT-LATE
033100             ADD 1 TO VT-LATE-ARR-COUNT(WS-VEND-FOUND-SUB)
033200         WHEN OTHER
033300             CONTINUE
033400     END-EVALUATE.
033500 3100-SCORE-NEXT-APPOINTMENT-EXIT.
033600     EXIT.
033700
033800 4000-PRINT-WORST-FIRST.
033900*    LATE PERCENTAGE FIRST, COMPUTED ONCE, THEN A SELECTION
034000*    PRINT - WORST ROW EACH PASS UNTIL EVERY ROW HAS PRINTED.
034100     PERFORM 4100-COMPUTE-ONE-PCT
034200         THRU 4100-COMPUTE-ONE-PCT-EXIT
034300         VARYING WS-VEND-SUB FROM 1 BY 1
034400         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
034500
034600     MOVE 1 TO WS-WORST-SUB.
034700     PERFORM 4200-PRINT-WORST-ROW
034800         THRU 4200-PRINT-WORST-ROW-EXIT
034900         UNTIL WS-WORST-SUB = ZERO.
035000 4000-PRINT-WORST-FIRST-EXIT.
035100     EXIT.
035200
035300 4100-COMPUTE-ONE-PCT.
035400     IF VT-CLOSED-COUNT(WS-VEND-SUB) > ZERO
035500         COMPUTE VT-LATE-PCT(WS-VEND-SUB) ROUNDED =
035600             (VT-LATE-COUNT(WS-VEND-SUB) * 100)
035700                 / VT-CLOSED-COUNT(WS-VEND-SUB)
035800     ELSE
035900         MOVE ZERO TO VT-LATE-PCT(WS-VEND-SUB)
036000     END-IF.
036100 4100-COMPUTE-ONE-PCT-EXIT.
036200     EXIT.
036300
036400 4200-PRINT-WORST-ROW.
036500     MOVE ZERO TO WS-WORST-SUB.
036600     PERFORM 4210-COMPARE-ONE-ROW
036700         THRU 4210-COMPARE-ONE-ROW-EXIT
036800         VARYING WS-VEND-SUB FROM 1 BY 1
036900         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
037000     IF WS-WORST-SUB = ZERO
037100         GO TO 4200-PRINT-WORST-ROW-EXIT
037200     END-IF.
037300
037400     MOVE 'Y' TO VT-PRINTED-SW(WS-WORST-SUB).
037500     IF VT-CLOSED-COUNT(WS-WORST-SUB) > ZERO
037600         COMPUTE WS-AVG-ACTUAL ROUNDED =
037700             VT-ACTUAL-DAYS-SUM(WS-WORST-SUB)
037800                 / VT-CLOSED-COUNT(WS-WORST-SUB)
037900         COMPUTE WS-AVG-PROMISED ROUNDED =
038000             VT-PROMISED-DAYS-SUM(WS-WORST-SUB)
038100                 / VT-CLOSED-COUNT(WS-WORST-SUB)
038200     ELSE
038300         MOVE ZERO TO WS-AVG-ACTUAL
038400         MOVE ZERO TO WS-AVG-PROMISED
038500     END-IF.
038600     IF VT-QTY-ORDERED(WS-WORST-SUB) > ZERO
038700         COMPUTE WS-FILL-PCT ROUNDED =
038800             (VT-QTY-RECEIVED(WS-WORST-SUB) * 100)
038900                 / VT-QTY-ORDERED(WS-WORST-SUB)
039000     ELSE
039100         MOVE ZERO TO WS-FILL-PCT
039200     END-IF.
039300     COMPUTE WS-QTY-DELIVERED =
039400         VT-QTY-RECEIVED(WS-WORST-SUB)
039500             + VT-QTY-RETURNED(WS-WORST-SUB).
039600     IF WS-QTY-DELIVERED > ZERO
039700         COMPUTE WS-RTV-PCT ROUNDED =
039800             (VT-QTY-RETURNED(WS-WORST-SUB) * 100)
039900                 / WS-QTY-DELIVERED
040000     ELSE
040100         MOVE ZERO TO WS-RTV-PCT
040200     END-IF.
040300
040400     MOVE SPACES TO SCORECARD-REPORT-LINE.
040500     STRING 'VENDOR ' VT-VENDOR-ID(WS-WORST-SUB)
040600            ' POS=' VT-PO-COUNT(WS-WORST-SUB)
040700            ' CLOSED=' VT-CLOSED-COUNT(WS-WORST-SUB)
040800            ' AVG ACT=' WS-AVG-ACTUAL
040900            ' AVG PROM=' WS-AVG-PROMISED
041000            ' LATE PCT=' VT-LATE-PCT(WS-WORST-SUB)
041100            ' FILL PCT=' WS-FILL-PCT
041200            ' RTV PCT=' WS-RTV-PCT
041300         DELIMITED BY SIZE
041400         INTO SCORECARD-REPORT-LINE
041500     END-STRING.
041600     WRITE SCORECARD-REPORT-LINE.
041700
041800*    THE DOCK LINE - ON TIME OVER EVERY APPOINTMENT DUE, SO A
041900*    NO-SHOW OR AN UNTIMED ARRIVAL COUNTS AGAINST IT.
042000     IF VT-APPT-COUNT(WS-WORST-SUB) = ZERO
042100         GO TO 4200-PRINT-WORST-ROW-EXIT
042200     END-IF.
042300     COMPUTE WS-ON-TIME-PCT ROUNDED =
042400         (VT-ON-TIME-COUNT(WS-WORST-SUB) * 100)
042500             / VT-APPT-COUNT(WS-WORST-SUB).
042600     MOVE SPACES TO SCORECARD-REPORT-LINE.
042700     STRING '                DOCK APPTS='
042800            VT-APPT-COUNT(WS-WORST-SUB)
042900            ' NO-SHOW=' VT-NO-SHOW-COUNT(WS-WORST-SUB)
043000            ' EARLY=' VT-EARLY-COUNT(WS-WORST-SUB)
043100            ' LATE=' VT-LATE-ARR-COUNT(WS-WORST-SUB)
043200            ' ON TIME PCT=' WS-ON-TIME-PCT
043300         DELIMITED BY SIZE
043400         INTO SCORECARD-REPORT-LINE
043500     END-STRING.
043600     WRITE SCORECARD-REPORT-LINE.
043700 4200-PRINT-WORST-ROW-EXIT.
043800     EXIT.
043900
044000 4210-COMPARE-ONE-ROW.
044100     IF VT-PRINTED-SW(WS-VEND-SUB) NOT = 'Y'
044200         IF WS-WORST-SUB = ZERO
044300                 OR VT-LATE-PCT(WS-VEND-SUB) >
044400                     VT-LATE-PCT(WS-WORST-SUB)
044500             MOVE WS-VEND-SUB TO WS-WORST-SUB
044600         END-IF
044700     END-IF.
044800 4210-COMPARE-ONE-ROW-EXIT.
044900     EXIT.
045000
045100 9000-FINISH.
045200     CLOSE PO-MASTER.
045300     CLOSE SCORECARD-REPORT.
045400     DISPLAY 'VENDPERF - POS READ    : ' WS-POS-READ.
045500     DISPLAY 'VENDPERF - APPTS SCORED: ' WS-APPTS-SCORED.
045600     DISPLAY 'VENDPERF - VENDORS     : ' WS-VEND-COUNT.
045700     DISPLAY 'VENDPERF - RETURN CODE : ' WS-RETURN-CODE.
045800 9000-FINISH-EXIT.
045900     EXIT.
046000
046100 9999-EXIT.
046200     STOP RUN.
