000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISPRPT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  DAMAGED-STOCK WRITE-OFFS
001000*                    BY OWNER AND REASON - THE BUSINESS MONTH'S
001100*                    LINES ON THE CUMULATIVE DISPREG REGISTER
001200*                    DMGDISP WRITES ARE SORTED BY OWNER, REASON
001300*                    AND DISPOSITION AND PRINTED WITH QUANTITY
001400*                    AND VALUE AT UNIT COST, WITH OWNER AND
001500*                    GRAND TOTALS, FOR THE OWNER INVOICES.
001600*                    SCRAP, DONATION AND SALVAGE ARE ALL STOCK
001700*                    THE OWNER HAS LOST; REWORK WENT BACK TO
001800*                    AVAILABLE AND IS COUNTED, NOT PRINTED.
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT DISPOSAL-REGISTER ASSIGN TO "DISPREG"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-DREG-STATUS.
002600
002700     SELECT SORT-WORK ASSIGN TO "DSPSWRK".
002800
002900     SELECT DISPOSAL-REPORT ASSIGN TO "DISPRPT"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BUSDATE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800*    THE DISPOSAL REGISTER AS DMGDISP WRITES IT - THE VALUE IS
003900*    THE QUANTITY AT UNIT COST, UNEDITED WITH TWO DECIMALS.
004000 FD  DISPOSAL-REGISTER.
004100 01  DISPOSAL-REGISTER-LINE.
004200     05  DRG-DATE                    PIC X(08).
004300     05  FILLER                      PIC X(01).
004400     05  DRG-TIME                    PIC X(08).
004500     05  FILLER                      PIC X(07).
004600     05  DRG-OWNER                   PIC X(20).
004700     05  FILLER                      PIC X(06).
004800     05  DRG-ITEM-NAME               PIC X(20).
004900     05  FILLER                      PIC X(05).
005000     05  DRG-QTY                     PIC X(05).
005100     05  FILLER                      PIC X(05).
005200     05  DRG-DISPOSITION             PIC X(01).
005300     05  FILLER                      PIC X(05).
005400     05  DRG-REASON                  PIC X(04).
005500     05  FILLER                      PIC X(01).
005600     05  DRG-VALUE                   PIC X(09).
005700     05  DRG-VALUE-NUM REDEFINES DRG-VALUE
005800                                     PIC 9(07)V9(02).
005900     05  FILLER                      PIC X(29).
006000
006100 SD  SORT-WORK.
006200 01  SORT-DISP-RECORD.
006300     05  SORT-OWNER                  PIC X(20).
006400     05  SORT-REASON                 PIC X(04).
006500     05  SORT-DISPOSITION            PIC X(01).
006600     05  SORT-QTY                    PIC 9(05).
006700     05  SORT-VALUE                  PIC 9(07)V9(02).
006800
006900 FD  DISPOSAL-REPORT.
007000 01  DISPOSAL-REPORT-LINE           PIC X(132).
007100
007200 FD  BUSDATE-FILE.
007300     COPY BUSDATE.
007400
007500 WORKING-STORAGE SECTION.
007600     COPY RETCODES.
007700
007800 01  WS-DREG-STATUS                 PIC X(02) VALUE '00'.
007900     88  DREG-STATUS-OK              VALUE '00'.
008000     88  DREG-STATUS-EOF             VALUE '10'.
008100 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
008200     88  BUSDATE-STATUS-OK           VALUE '00'.
008300 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
008400     88  SORT-AT-EOF                 VALUE 'Y'.
008500
008600*    CONTROL BREAKS - OWNER, THEN REASON AND DISPOSITION.
008700 01  WS-FIRST-LINE-SW               PIC X(01) VALUE 'Y'.
008800     88  WS-FIRST-LINE               VALUE 'Y'.
008900 01  WS-PREV-OWNER                  PIC X(20) VALUE SPACES.
009000 01  WS-PREV-REASON                 PIC X(04) VALUE SPACES.
009100 01  WS-PREV-DISPOSITION            PIC X(01) VALUE SPACES.
009200
009300*    ACCUMULATORS - REASON LINE, OWNER AND GRAND.
009400 01  WS-LINE-QTY                    PIC 9(09) VALUE ZERO.
009500 01  WS-LINE-VALUE                  PIC 9(11)V9(02) VALUE ZERO.
009600 01  WS-OWNER-QTY                   PIC 9(09) VALUE ZERO.
009700 01  WS-OWNER-VALUE                 PIC 9(11)V9(02) VALUE ZERO.
009800 01  WS-GRAND-QTY                   PIC 9(09) VALUE ZERO.
009900 01  WS-GRAND-VALUE                 PIC 9(13)V9(02) VALUE ZERO.
010000
010100 01  WS-DISP-TEXT                   PIC X(08) VALUE SPACES.
010200 01  WS-QTY-EDIT                    PIC Z(08)9.
010300 01  WS-VALUE-EDIT                  PIC Z(12)9.99.
010400
010500 01  WS-LINES-READ                  PIC 9(07) COMP VALUE ZERO.
010600 01  WS-WRITE-OFFS-SELECTED         PIC 9(07) COMP VALUE ZERO.
010700 01  WS-REWORKS-SKIPPED             PIC 9(07) COMP VALUE ZERO.
010800 01  WS-OWNERS-PRINTED              PIC 9(07) COMP VALUE ZERO.
010900 01  WS-COUNT-EDIT                  PIC Z(06)9.
011000
011100 01  WS-CURRENT-DATE-TIME.
011200     05  WS-TODAY-YYYYMMDD          PIC 9(08).
011300     05  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
011400         10  WS-TODAY-YYYYMM        PIC X(06).
011500         10  FILLER                 PIC X(02).
011600     05  WS-TIME-HHMMSSHH           PIC 9(08).
011700     05  FILLER                     PIC X(05).
011800
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE
012200         THRU 1000-INITIALIZE-EXIT.
012300
012400     IF NOT RC-SEVERE
012500         SORT SORT-WORK
012600             ON ASCENDING KEY SORT-OWNER SORT-REASON
012700                              SORT-DISPOSITION
012800             INPUT PROCEDURE IS 2000-SELECT-DISPOSALS
012900                 THRU 2000-SELECT-DISPOSALS-EXIT
013000             OUTPUT PROCEDURE IS 5000-PRINT-WRITE-OFFS
013100                 THRU 5000-PRINT-WRITE-OFFS-EXIT
013200     END-IF.
013300
013400     PERFORM 9000-FINISH
013500         THRU 9000-FINISH-EXIT.
013600
013700     MOVE WS-RETURN-CODE TO RETURN-CODE.
013800     GO TO 9999-EXIT.
013900
014000 1000-INITIALIZE.
014100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014200     PERFORM 1050-GET-BUSINESS-DATE
014300         THRU 1050-GET-BUSINESS-DATE-EXIT.
014400     OPEN OUTPUT DISPOSAL-REPORT.
014500     MOVE SPACES TO DISPOSAL-REPORT-LINE.
014600     STRING 'DAMAGED-STOCK WRITE-OFFS BY OWNER AND REASON '
014700            WS-TODAY-YYYYMMDD
014800            '  (MONTH TO DATE, AT UNIT COST)'
014900         DELIMITED BY SIZE
015000         INTO DISPOSAL-REPORT-LINE
015100     END-STRING.
015200     WRITE DISPOSAL-REPORT-LINE.
015300*    NO REGISTER YET MEANS NOTHING HAS BEEN DISPOSED OF - THE
015400*    REPORT STILL PRINTS, WITH NOTHING IN IT.
015500     OPEN INPUT DISPOSAL-REGISTER.
015600     IF NOT DREG-STATUS-OK
015700         SET DREG-STATUS-EOF TO TRUE
015800     END-IF.
015900 1000-INITIALIZE-EXIT.
016000     EXIT.
016100
016200 1050-GET-BUSINESS-DATE.
016300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
016400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
016500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
016600*    CLOCK TIME FIELD STAYS REAL.
016700     OPEN INPUT BUSDATE-FILE.
016800     IF NOT BUSDATE-STATUS-OK
016900         GO TO 1050-GET-BUSINESS-DATE-EXIT
017000     END-IF.
017100     READ BUSDATE-FILE
017200         AT END
017300             CLOSE BUSDATE-FILE
017400             GO TO 1050-GET-BUSINESS-DATE-EXIT
017500     END-READ.
017600     CLOSE BUSDATE-FILE.
017700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
017800             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
017900         DISPLAY 'DISPRPT - RUNNING AS OF BUSINESS DATE '
018000             BUS-DATE
018100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
018200     END-IF.
018300 1050-GET-BUSINESS-DATE-EXIT.
018400     EXIT.
018500
018600 2000-SELECT-DISPOSALS.
018700     PERFORM 2100-SELECT-ONE-DISPOSAL
018800         THRU 2100-SELECT-ONE-DISPOSAL-EXIT
018900         UNTIL DREG-STATUS-EOF.
019000 2000-SELECT-DISPOSALS-EXIT.
019100     EXIT.
019200
019300 2100-SELECT-ONE-DISPOSAL.
019400     READ DISPOSAL-REGISTER
019500         AT END SET DREG-STATUS-EOF TO TRUE
019600     END-READ.
019700     IF DREG-STATUS-EOF
019800         GO TO 2100-SELECT-ONE-DISPOSAL-EXIT
019900     END-IF.
020000*    DISPREG IS CUMULATIVE - ONLY THE BUSINESS MONTH COUNTS.
020100     IF DRG-DATE(1:6) NOT = WS-TODAY-YYYYMM
020200         GO TO 2100-SELECT-ONE-DISPOSAL-EXIT
020300     END-IF.
020400     IF DRG-QTY IS NOT NUMERIC
020500         GO TO 2100-SELECT-ONE-DISPOSAL-EXIT
020600     END-IF.
020700     ADD 1 TO WS-LINES-READ.
020800     IF DRG-DISPOSITION = 'R'
020900         ADD 1 TO WS-REWORKS-SKIPPED
021000         GO TO 2100-SELECT-ONE-DISPOSAL-EXIT
021100     END-IF.
021200
021300     MOVE DRG-OWNER       TO SORT-OWNER.
021400     MOVE DRG-REASON      TO SORT-REASON.
021500     MOVE DRG-DISPOSITION TO SORT-DISPOSITION.
021600     MOVE DRG-QTY         TO SORT-QTY.
021700     IF DRG-VALUE IS NUMERIC
021800         MOVE DRG-VALUE-NUM TO SORT-VALUE
021900     ELSE
022000         MOVE ZERO TO SORT-VALUE
022100     END-IF.
022200     RELEASE SORT-DISP-RECORD.
022300     ADD 1 TO WS-WRITE-OFFS-SELECTED.
022400 2100-SELECT-ONE-DISPOSAL-EXIT.
022500     EXIT.
022600
022700 5000-PRINT-WRITE-OFFS.
022800     PERFORM 5100-PRINT-NEXT-DISPOSAL
022900         THRU 5100-PRINT-NEXT-DISPOSAL-EXIT
023000         UNTIL SORT-AT-EOF.
023100
023200     IF NOT WS-FIRST-LINE
023300         PERFORM 5300-PRINT-REASON-LINE
023400             THRU 5300-PRINT-REASON-LINE-EXIT
023500         PERFORM 5400-PRINT-OWNER-TOTAL
023600             THRU 5400-PRINT-OWNER-TOTAL-EXIT
023700     END-IF.
023800     PERFORM 5500-PRINT-GRAND-TOTAL
023900         THRU 5500-PRINT-GRAND-TOTAL-EXIT.
024000 5000-PRINT-WRITE-OFFS-EXIT.
024100     EXIT.
024200
024300 5100-PRINT-NEXT-DISPOSAL.
024400     RETURN SORT-WORK INTO SORT-DISP-RECORD
024500         AT END SET SORT-AT-EOF TO TRUE
024600     END-RETURN.
024700     IF SORT-AT-EOF
024800         GO TO 5100-PRINT-NEXT-DISPOSAL-EXIT
024900     END-IF.
025000
025100*    THE REASON BREAKS INSIDE THE OWNER BREAK - CLOSE IT FIRST.
025200     IF NOT WS-FIRST-LINE
025300         IF SORT-OWNER NOT = WS-PREV-OWNER
025400                 OR SORT-REASON NOT = WS-PREV-REASON
025500                 OR SORT-DISPOSITION NOT = WS-PREV-DISPOSITION
025600             PERFORM 5300-PRINT-REASON-LINE
025700                 THRU 5300-PRINT-REASON-LINE-EXIT
025800         END-IF
025900         IF SORT-OWNER NOT = WS-PREV-OWNER
026000             PERFORM 5400-PRINT-OWNER-TOTAL
026100                 THRU 5400-PRINT-OWNER-TOTAL-EXIT
026200         END-IF
026300     END-IF.
026400     IF WS-FIRST-LINE
026500             OR SORT-OWNER NOT = WS-PREV-OWNER
026600         PERFORM 5200-PRINT-OWNER-HEADING
026700             THRU 5200-PRINT-OWNER-HEADING-EXIT
026800     END-IF.
026900     MOVE 'N' TO WS-FIRST-LINE-SW.
027000     MOVE SORT-OWNER       TO WS-PREV-OWNER.
027100     MOVE SORT-REASON      TO WS-PREV-REASON.
027200     MOVE SORT-DISPOSITION TO WS-PREV-DISPOSITION.
027300
027400     ADD SORT-QTY   TO WS-LINE-QTY.
027500     ADD SORT-VALUE TO WS-LINE-VALUE.
027600 5100-PRINT-NEXT-DISPOSAL-EXIT.
027700     EXIT.
027800
027900 5200-PRINT-OWNER-HEADING.
028000     MOVE SPACES TO DISPOSAL-REPORT-LINE.
028100     WRITE DISPOSAL-REPORT-LINE.
028200     MOVE SPACES TO DISPOSAL-REPORT-LINE.
028300     STRING 'OWNER ' SORT-OWNER
028400         DELIMITED BY SIZE
028500         INTO DISPOSAL-REPORT-LINE
028600     END-STRING.
028700     WRITE DISPOSAL-REPORT-LINE.
028800     ADD 1 TO WS-OWNERS-PRINTED.
028900 5200-PRINT-OWNER-HEADING-EXIT.
029000     EXIT.
029100
029200 5300-PRINT-REASON-LINE.
029300     EVALUATE WS-PREV-DISPOSITION
029400         WHEN 'S'
029500             MOVE 'SCRAP   ' TO WS-DISP-TEXT
029600         WHEN 'D'
029700             MOVE 'DONATE  ' TO WS-DISP-TEXT
029800         WHEN 'V'
029900             MOVE 'SALVAGE ' TO WS-DISP-TEXT
030000         WHEN OTHER
030100             MOVE 'OTHER   ' TO WS-DISP-TEXT
030200     END-EVALUATE.
030300     MOVE WS-LINE-QTY   TO WS-QTY-EDIT.
030400     MOVE WS-LINE-VALUE TO WS-VALUE-EDIT.
030500
030600     MOVE SPACES TO DISPOSAL-REPORT-LINE.
030700     STRING '  REASON ' WS-PREV-REASON
030800            '  ' WS-DISP-TEXT
030900            ' QTY=' WS-QTY-EDIT
031000            ' VALUE=' WS-VALUE-EDIT
031100         DELIMITED BY SIZE
031200         INTO DISPOSAL-REPORT-LINE
031300     END-STRING.
031400     WRITE DISPOSAL-REPORT-LINE.
031500
031600     ADD WS-LINE-QTY   TO WS-OWNER-QTY.
031700     ADD WS-LINE-VALUE TO WS-OWNER-VALUE.
031800     MOVE ZERO TO WS-LINE-QTY.
031900     MOVE ZERO TO WS-LINE-VALUE.
032000 5300-PRINT-REASON-LINE-EXIT.
032100     EXIT.
032200
032300 5400-PRINT-OWNER-TOTAL.
032400     MOVE WS-OWNER-QTY   TO WS-QTY-EDIT.
032500     MOVE WS-OWNER-VALUE TO WS-VALUE-EDIT.
032600
032700     MOVE SPACES TO DISPOSAL-REPORT-LINE.
032800     STRING '  OWNER TOTAL ' WS-PREV-OWNER
032900            ' QTY=' WS-QTY-EDIT
033000            ' VALUE=' WS-VALUE-EDIT
033100         DELIMITED BY SIZE
033200         INTO DISPOSAL-REPORT-LINE
033300     END-STRING.
033400     WRITE DISPOSAL-REPORT-LINE.
033500
033600     ADD WS-OWNER-QTY   TO WS-GRAND-QTY.
033700     ADD WS-OWNER-VALUE TO WS-GRAND-VALUE.
033800     MOVE ZERO TO WS-OWNER-QTY.
033900     MOVE ZERO TO WS-OWNER-VALUE.
034000 5400-PRINT-OWNER-TOTAL-EXIT.
034100     EXIT.
034200
034300 5500-PRINT-GRAND-TOTAL.
034400     MOVE WS-GRAND-QTY   TO WS-QTY-EDIT.
034500     MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT.
034600
034700     MOVE SPACES TO DISPOSAL-REPORT-LINE.
034800     WRITE DISPOSAL-REPORT-LINE.
034900     MOVE SPACES TO DISPOSAL-REPORT-LINE.
035000     STRING 'GRAND TOTAL                 '
035100            ' QTY=' WS-QTY-EDIT
035200            ' VALUE=' WS-VALUE-EDIT
035300         DELIMITED BY SIZE
035400         INTO DISPOSAL-REPORT-LINE
035500     END-STRING.
035600     WRITE DISPOSAL-REPORT-LINE.
035700
035800*    REWORKED STOCK WENT BACK TO AVAILABLE - NOT A WRITE-OFF.
035900     MOVE WS-REWORKS-SKIPPED TO WS-COUNT-EDIT.
036000     MOVE SPACES TO DISPOSAL-REPORT-LINE.
036100     STRING 'REWORK LINES (BACK TO STOCK, NOT IN TOTALS) : '
036200            WS-COUNT-EDIT
036300         DELIMITED BY SIZE
036400         INTO DISPOSAL-REPORT-LINE
036500     END-STRING.
036600     WRITE DISPOSAL-REPORT-LINE.
036700 5500-PRINT-GRAND-TOTAL-EXIT.
036800     EXIT.
036900
037000 9000-FINISH.
037100     CLOSE DISPOSAL-REGISTER.
037200     CLOSE DISPOSAL-REPORT.
037300     DISPLAY 'DISPRPT - LINES READ        : ' WS-LINES-READ.
037400     DISPLAY 'DISPRPT - WRITE-OFFS        : '
037500         WS-WRITE-OFFS-SELECTED.
037600     DISPLAY 'DISPRPT - REWORKS SKIPPED   : ' WS-REWORKS-SKIPPED.
037700     DISPLAY 'DISPRPT - OWNERS            : ' WS-OWNERS-PRINTED.
037800     DISPLAY 'DISPRPT - RETURN CODE       : ' WS-RETURN-CODE.
037900 9000-FINISH-EXIT.
038000     EXIT.
038100
038200 9999-EXIT.
038300     STOP RUN.
