000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCKBOOK.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  BOOKS AND CANCELS VENDOR
001000*                    DOCK APPOINTMENTS ON THE DOCKAPPT FILE (SEE
001100*                    DAPTREC) FROM THE DOCKTRAN TRANSACTIONS -
001200*                    B BOOKS A DOOR AND HALF-HOUR SLOT FOR A
001300*                    VENDOR'S TRUCK WITH THE PO NUMBERS IT
001400*                    BRINGS, C CANCELS A BOOKING THE TRUCK HAS
001500*                    NOT YET ARRIVED FOR.  THE DOOR MUST BE AN
001600*                    ACTIVE LOCMAST LOCATION, EVERY PO MUST BE
001700*                    OPEN ON POMAST FOR THE SAME VENDOR, AND THE
001800*                    DOOR AND SLOT MUST BE FREE.  NOTHING IS
001900*                    BOOKED FOR A DAY ALREADY PAST.  THE
002000*                    OWNCRMNT PATTERN.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS LOC-ID
002900         FILE STATUS IS WS-LOCMAST-STATUS.
003000
003100     SELECT PO-MASTER ASSIGN TO "POMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PO-KEY
003500         FILE STATUS IS WS-POMAST-STATUS.
003600
003700     SELECT APPOINTMENT-FILE ASSIGN TO "DOCKAPPT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS DAPT-KEY
004100         FILE STATUS IS WS-APPT-STATUS.
004200
004300     SELECT DOCK-TRAN-FILE ASSIGN TO "DOCKTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-TRAN-STATUS.
004600
004700     SELECT EXCEPTION-FILE ASSIGN TO "DOCKBEXC"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BUSDATE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LOCATION-MASTER.
005700     COPY LOCREC.
005800
005900 FD  PO-MASTER.
006000     COPY POREC.
006100
006200 FD  APPOINTMENT-FILE.
006300     COPY DAPTREC.
006400
006500 FD  DOCK-TRAN-FILE.
006600 01  DOCK-TRAN-RECORD.
006700     05  DTRN-ACTION                 PIC X(01).
006800         88  DTRN-BOOK               VALUE 'B'.
006900         88  DTRN-CANCEL             VALUE 'C'.
007000     05  DTRN-KEY.
007100         10  DTRN-DATE               PIC 9(08).
007200         10  DTRN-SLOT               PIC 9(04).
007300         10  DTRN-DOOR               PIC X(10).
007400*    FOR A B ACTION - BLANK TAKES THE VENDOR OFF THE FIRST PO.
007500     05  DTRN-VENDOR-ID              PIC X(08).
007600*    FOR A B ACTION - UP TO FIVE PO NUMBERS, BLANK IF UNUSED.
007700     05  DTRN-PO-NUMBER OCCURS 5 TIMES
007800                                     PIC X(06).
007900*    THE CLERK WHO TOOK THE BOOKING (SEE OPAUTH).
008000     05  DTRN-OPERATOR               PIC X(08).
008100
008200 FD  EXCEPTION-FILE.
008300     COPY EXCREC.
008400
008500 FD  BUSDATE-FILE.
008600     COPY BUSDATE.
008700
008800 WORKING-STORAGE SECTION.
008900     COPY RETCODES.
009000
009100 01  WS-LOCMAST-STATUS              PIC X(02) VALUE '00'.
009200     88  LOCMAST-STATUS-OK           VALUE '00'.
009300 01  WS-POMAST-STATUS               PIC X(02) VALUE '00'.
009400     88  POMAST-STATUS-OK            VALUE '00'.
009500     88  POMAST-STATUS-EOF           VALUE '10'.
009600 01  WS-APPT-STATUS                 PIC X(02) VALUE '00'.
009700     88  APPT-STATUS-OK              VALUE '00'.
009800     88  APPT-STATUS-DUPKEY          VALUE '22'.
009900 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
010000     88  TRAN-STATUS-OK              VALUE '00'.
010100     88  TRAN-STATUS-EOF             VALUE '10'.
010200 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
010300     88  BUSDATE-STATUS-OK           VALUE '00'.
010400
010500*    EVERY OPEN PO ON FILE BY NUMBER - POMAST IS KEYED ON OWNER
010600*    AND ITEM, THE BOOKING CARRIES ONLY THE PO NUMBER.
010700 01  WS-PO-TABLE.
010800     05  WS-PO-ENTRY OCCURS 2000 TIMES.
010900         10  PT-PO-NUMBER           PIC 9(06).
011000         10  PT-VENDOR-ID           PIC X(08).
011100 01  WS-PO-COUNT                    PIC 9(04) COMP VALUE ZERO.
011200 01  WS-PO-SUB                      PIC 9(04) COMP VALUE ZERO.
011300 01  WS-PO-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
011400 01  WS-TRAN-PO-SUB                 PIC 9(01) COMP VALUE ZERO.
011500 01  WS-TRAN-PO-COUNT               PIC 9(01) COMP VALUE ZERO.
011600 01  WS-FIND-PO-NUMBER              PIC 9(06) VALUE ZERO.
011700 01  WS-APPT-VENDOR                 PIC X(08) VALUE SPACES.
011800
011900 01  WS-SLOT-HH                     PIC 9(02) VALUE ZERO.
012000 01  WS-SLOT-MM                     PIC 9(02) VALUE ZERO.
012100
012200 01  WS-TRAN-OK-SW                  PIC X(01) VALUE 'N'.
012300     88  WS-TRAN-OK                  VALUE 'Y'.
012400 01  WS-APPT-FOUND-SW               PIC X(01) VALUE 'N'.
012500     88  WS-APPT-FOUND               VALUE 'Y'.
012600
012700 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
012800 01  WS-APPTS-BOOKED                PIC 9(07) COMP VALUE ZERO.
012900 01  WS-APPTS-CANCELLED             PIC 9(07) COMP VALUE ZERO.
013000 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
013100
013200 01  WS-CURRENT-DATE-TIME.
013300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
013400     05  WS-TIME-HHMMSSHH           PIC 9(08).
013500     05  FILLER                     PIC X(05).
013600
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE
014000         THRU 1000-INITIALIZE-EXIT.
014100
014200     PERFORM 2000-APPLY-NEXT-TRAN
014300         THRU 2000-APPLY-NEXT-TRAN-EXIT
014400         UNTIL TRAN-STATUS-EOF.
014500
014600     PERFORM 9000-FINISH
014700         THRU 9000-FINISH-EXIT.
014800
014900     MOVE WS-RETURN-CODE TO RETURN-CODE.
015000     GO TO 9999-EXIT.
015100
015200 1000-INITIALIZE.
015300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015400     PERFORM 1050-GET-BUSINESS-DATE
015500         THRU 1050-GET-BUSINESS-DATE-EXIT.
015600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
015700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
015800     OPEN OUTPUT EXCEPTION-FILE.
015900     OPEN INPUT LOCATION-MASTER.
016000     IF NOT LOCMAST-STATUS-OK
016100         DISPLAY 'DOCKBOOK - UNABLE TO OPEN LOCMAST, STATUS='
016200             WS-LOCMAST-STATUS
016300         SET RC-SEVERE TO TRUE
016400         SET TRAN-STATUS-EOF TO TRUE
016500         GO TO 1000-INITIALIZE-EXIT
016600     END-IF.
016700     OPEN INPUT PO-MASTER.
016800     IF NOT POMAST-STATUS-OK
016900         DISPLAY 'DOCKBOOK - UNABLE TO OPEN POMAST, STATUS='
017000             WS-POMAST-STATUS
017100         SET RC-SEVERE TO TRUE
017200         SET TRAN-STATUS-EOF TO TRUE
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF.
017500     PERFORM 1100-LOAD-OPEN-POS
017600         THRU 1100-LOAD-OPEN-POS-EXIT.
017700     CLOSE PO-MASTER.
017800*    THE APPOINTMENT FILE IS CREATED EMPTY ON FIRST USE.
017900     OPEN I-O APPOINTMENT-FILE.
018000     IF NOT APPT-STATUS-OK
018100         OPEN OUTPUT APPOINTMENT-FILE
018200         IF NOT APPT-STATUS-OK
018300             DISPLAY 'DOCKBOOK - UNABLE TO OPEN DOCKAPPT, STATUS='
018400                 WS-APPT-STATUS
018500             SET RC-SEVERE TO TRUE
018600             SET TRAN-STATUS-EOF TO TRUE
018700             GO TO 1000-INITIALIZE-EXIT
018800         END-IF
018900         CLOSE APPOINTMENT-FILE
019000         OPEN I-O APPOINTMENT-FILE
019100     END-IF.
019200     OPEN INPUT DOCK-TRAN-FILE.
019300     IF NOT TRAN-STATUS-OK
019400         DISPLAY 'DOCKBOOK - UNABLE TO OPEN DOCKTRAN, STATUS='
019500             WS-TRAN-STATUS
019600         SET RC-SEVERE TO TRUE
019700         SET TRAN-STATUS-EOF TO TRUE
019800         GO TO 1000-INITIALIZE-EXIT
019900     END-IF.
020000 1000-INITIALIZE-EXIT.
020100     EXIT.
020200
020300 1050-GET-BUSINESS-DATE.
020400*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
020500*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
020600*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
020700*    CLOCK TIME FIELD STAYS REAL.
020800     OPEN INPUT BUSDATE-FILE.
020900     IF NOT BUSDATE-STATUS-OK
021000         GO TO 1050-GET-BUSINESS-DATE-EXIT
021100     END-IF.
021200     READ BUSDATE-FILE
021300         AT END
021400             CLOSE BUSDATE-FILE
021500             GO TO 1050-GET-BUSINESS-DATE-EXIT
021600     END-READ.
021700     CLOSE BUSDATE-FILE.
021800     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
021900             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
022000         DISPLAY 'DOCKBOOK - RUNNING AS OF BUSINESS DATE '
022100             BUS-DATE
022200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
022300     END-IF.
022400 1050-GET-BUSINESS-DATE-EXIT.
022500     EXIT.
022600
022700 1100-LOAD-OPEN-POS.
022800     MOVE LOW-VALUES TO PO-KEY.
022900     START PO-MASTER KEY IS NOT LESS THAN PO-KEY
023000         INVALID KEY GO TO 1100-LOAD-OPEN-POS-EXIT
023100     END-START.
023200     PERFORM 1110-LOAD-ONE-PO
023300         THRU 1110-LOAD-ONE-PO-EXIT
023400         UNTIL POMAST-STATUS-EOF.
023500 1100-LOAD-OPEN-POS-EXIT.
023600     EXIT.
023700
023800 1110-LOAD-ONE-PO.
023900     READ PO-MASTER NEXT
024000         AT END SET POMAST-STATUS-EOF TO TRUE
024100     END-READ.
024200     IF NOT POMAST-STATUS-OK
024300         SET POMAST-STATUS-EOF TO TRUE
024400         GO TO 1110-LOAD-ONE-PO-EXIT
024500     END-IF.
024600     IF NOT PO-OPEN
024700         GO TO 1110-LOAD-ONE-PO-EXIT
024800     END-IF.
024900     IF WS-PO-COUNT < 2000
025000         ADD 1 TO WS-PO-COUNT
025100         MOVE PO-NUMBER    TO PT-PO-NUMBER(WS-PO-COUNT)
025200         MOVE PO-VENDOR-ID TO PT-VENDOR-ID(WS-PO-COUNT)
025300     ELSE
025400         DISPLAY 'DOCKBOOK - PO TABLE FULL, PO SKIPPED'
025500         SET RC-WARNING TO TRUE
025600     END-IF.
025700 1110-LOAD-ONE-PO-EXIT.
025800     EXIT.
025900
026000 2000-APPLY-NEXT-TRAN.
026100     READ DOCK-TRAN-FILE
026200         AT END SET TRAN-STATUS-EOF TO TRUE
026300     END-READ.
026400     IF TRAN-STATUS-EOF
026500         GO TO 2000-APPLY-NEXT-TRAN-EXIT
026600     END-IF.
026700
026800     ADD 1 TO WS-TRANS-READ.
026900
027000     IF NOT DTRN-BOOK AND NOT DTRN-CANCEL
027100         MOVE 'E480' TO EXC-REASON-CODE
027200         MOVE 'ACTION CODE NOT B OR C' TO EXC-REASON-TEXT
027300         PERFORM 2900-WRITE-EXCEPTION
027400             THRU 2900-WRITE-EXCEPTION-EXIT
027500         GO TO 2000-APPLY-NEXT-TRAN-EXIT
027600     END-IF.
027700
027800     PERFORM 2100-CHECK-DATE-AND-SLOT
027900         THRU 2100-CHECK-DATE-AND-SLOT-EXIT.
028000     IF NOT WS-TRAN-OK
028100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
028200     END-IF.
028300
028400     MOVE DTRN-DATE TO DAPT-DATE.
028500     MOVE DTRN-SLOT TO DAPT-SLOT.
028600     MOVE DTRN-DOOR TO DAPT-DOOR.
028700     IF DTRN-BOOK
028800         PERFORM 3000-BOOK-APPOINTMENT
028900             THRU 3000-BOOK-APPOINTMENT-EXIT
029000     ELSE
029100         PERFORM 3100-CANCEL-APPOINTMENT
029200             THRU 3100-CANCEL-APPOINTMENT-EXIT
029300     END-IF.
029400 2000-APPLY-NEXT-TRAN-EXIT.
029500     EXIT.
029600
029700 2100-CHECK-DATE-AND-SLOT.
029800*    A SLOT STARTS ON THE HOUR OR THE HALF HOUR.  A DAY ALREADY
029900*    PAST CAN NEITHER BE BOOKED NOR CANCELLED - AN APPOINTMENT
030000*    STILL OPEN AFTER ITS DAY STANDS AS A NO-SHOW.
030100     MOVE 'N' TO WS-TRAN-OK-SW.
030200     IF DTRN-DATE IS NOT NUMERIC
030300             OR DTRN-DATE < WS-TODAY-YYYYMMDD
030400             OR DTRN-SLOT IS NOT NUMERIC
030500         MOVE 'E481' TO EXC-REASON-CODE
030600         MOVE 'DATE PAST OR INVALID, OR SLOT INVALID' TO
030700             EXC-REASON-TEXT
030800         PERFORM 2900-WRITE-EXCEPTION
030900             THRU 2900-WRITE-EXCEPTION-EXIT
031000         GO TO 2100-CHECK-DATE-AND-SLOT-EXIT
031100     END-IF.
031200     DIVIDE DTRN-SLOT BY 100
031300         GIVING WS-SLOT-HH REMAINDER WS-SLOT-MM.
031400     IF WS-SLOT-HH > 23
031500             OR (WS-SLOT-MM NOT = ZERO AND WS-SLOT-MM NOT = 30)
031600         MOVE 'E481' TO EXC-REASON-CODE
031700         MOVE 'DATE PAST OR INVALID, OR SLOT INVALID' TO
031800             EXC-REASON-TEXT
031900         PERFORM 2900-WRITE-EXCEPTION
032000             THRU 2900-WRITE-EXCEPTION-EXIT
032100         GO TO 2100-CHECK-DATE-AND-SLOT-EXIT
032200     END-IF.
032300     SET WS-TRAN-OK TO TRUE.
032400 2100-CHECK-DATE-AND-SLOT-EXIT.
032500     EXIT.
032600
032700 3000-BOOK-APPOINTMENT.
032800*    THE DOOR MUST BE A REAL, ACTIVE LOCATION - THE SAME CHECK
032900*    MQINTAKE MAKES ON A DEPOT'S RECEIVING DOCK.
033000     MOVE DTRN-DOOR TO LOC-ID.
033100     MOVE 'N' TO WS-TRAN-OK-SW.
033200     IF DTRN-DOOR NOT = SPACES
033300         READ LOCATION-MASTER
033400             INVALID KEY CONTINUE
033500             NOT INVALID KEY
033600                 IF LOC-ACTIVE
033700                     SET WS-TRAN-OK TO TRUE
033800                 END-IF
033900         END-READ
034000     END-IF.
034100     IF NOT WS-TRAN-OK
034200         MOVE 'E482' TO EXC-REASON-CODE
034300         MOVE 'DOOR NOT AN ACTIVE LOCMAST LOCATION' TO
034400             EXC-REASON-TEXT
034500         PERFORM 2900-WRITE-EXCEPTION
034600             THRU 2900-WRITE-EXCEPTION-EXIT
034700         GO TO 3000-BOOK-APPOINTMENT-EXIT
034800     END-IF.
034900
035000     MOVE DTRN-VENDOR-ID TO WS-APPT-VENDOR.
035100     MOVE ZERO TO WS-TRAN-PO-COUNT.
035200     PERFORM 3010-CHECK-ONE-PO
035300         THRU 3010-CHECK-ONE-PO-EXIT
035400         VARYING WS-TRAN-PO-SUB FROM 1 BY 1
035500         UNTIL WS-TRAN-PO-SUB > 5 OR NOT WS-TRAN-OK.
035600     IF NOT WS-TRAN-OK
035700         GO TO 3000-BOOK-APPOINTMENT-EXIT
035800     END-IF.
035900     IF WS-TRAN-PO-COUNT = ZERO
036000         MOVE 'E483' TO EXC-REASON-CODE
036100         MOVE 'NO PO NUMBER ON THE BOOKING' TO EXC-REASON-TEXT
036200         PERFORM 2900-WRITE-EXCEPTION
036300             THRU 2900-WRITE-EXCEPTION-EXIT
036400         GO TO 3000-BOOK-APPOINTMENT-EXIT
036500     END-IF.
036600
036700     MOVE WS-APPT-VENDOR TO DAPT-VENDOR-ID.
036800     PERFORM 3020-MOVE-ONE-PO
036900         THRU 3020-MOVE-ONE-PO-EXIT
037000         VARYING WS-TRAN-PO-SUB FROM 1 BY 1
037100         UNTIL WS-TRAN-PO-SUB > 5.
037200     SET DAPT-BOOKED TO TRUE.
037300     MOVE ZERO TO DAPT-ARRIVAL-TIME.
037400     MOVE SPACES TO DAPT-ARRIVAL-RESULT.
037500     MOVE WS-TODAY-YYYYMMDD TO DAPT-BOOKED-DATE.
037600     MOVE DTRN-OPERATOR TO DAPT-BOOKED-BY.
037700*    THE KEY IS DATE, SLOT AND DOOR - A DUPLICATE KEY IS THE
037800*    DOOR ALREADY TAKEN FOR THAT SLOT.
037900     WRITE DOCK-APPOINTMENT-RECORD
038000         INVALID KEY CONTINUE
038100     END-WRITE.
038200     IF APPT-STATUS-OK
038300         ADD 1 TO WS-APPTS-BOOKED
038400         GO TO 3000-BOOK-APPOINTMENT-EXIT
038500     END-IF.
038600     IF APPT-STATUS-DUPKEY
038700         MOVE 'E486' TO EXC-REASON-CODE
038800         MOVE 'DOOR ALREADY BOOKED FOR THAT SLOT' TO
038900             EXC-REASON-TEXT
039000     ELSE
039100         MOVE 'E489' TO EXC-REASON-CODE
039200         MOVE 'DOCKAPPT WRITE FAILED, SEE STATUS' TO
039300             EXC-REASON-TEXT
039400     END-IF.
039500     PERFORM 2900-WRITE-EXCEPTION
039600         THRU 2900-WRITE-EXCEPTION-EXIT.
039700 3000-BOOK-APPOINTMENT-EXIT.
039800     EXIT.
039900
040000 3010-CHECK-ONE-PO.
040100*    EVERY PO NAMED MUST BE OPEN, AND ALL FOR ONE VENDOR - THE
040200*    BOOKING'S, OR THE FIRST PO'S WHEN THE BOOKING NAMES NONE.
040300     IF DTRN-PO-NUMBER(WS-TRAN-PO-SUB) = SPACES
040400         GO TO 3010-CHECK-ONE-PO-EXIT
040500     END-IF.
040600     MOVE ZERO TO WS-PO-FOUND-SUB.
040700     IF DTRN-PO-NUMBER(WS-TRAN-PO-SUB) IS NUMERIC
040800         MOVE DTRN-PO-NUMBER(WS-TRAN-PO-SUB) TO WS-FIND-PO-NUMBER
040900         PERFORM 3011-MATCH-ONE-PO
041000             THRU 3011-MATCH-ONE-PO-EXIT
041100             VARYING WS-PO-SUB FROM 1 BY 1
041200             UNTIL WS-PO-SUB > WS-PO-COUNT
041300                 OR WS-PO-FOUND-SUB > ZERO
041400     END-IF.
041500     IF WS-PO-FOUND-SUB = ZERO
041600         MOVE 'N' TO WS-TRAN-OK-SW
041700         MOVE 'E484' TO EXC-REASON-CODE
041800         MOVE 'PO NOT OPEN ON POMAST' TO EXC-REASON-TEXT
041900         PERFORM 2900-WRITE-EXCEPTION
042000             THRU 2900-WRITE-EXCEPTION-EXIT
042100         GO TO 3010-CHECK-ONE-PO-EXIT
042200     END-IF.
042300     IF WS-APPT-VENDOR = SPACES
042400         MOVE PT-VENDOR-ID(WS-PO-FOUND-SUB) TO WS-APPT-VENDOR
042500     END-IF.
042600     IF PT-VENDOR-ID(WS-PO-FOUND-SUB) NOT = WS-APPT-VENDOR
042700         MOVE 'N' TO WS-TRAN-OK-SW
042800         MOVE 'E485' TO EXC-REASON-CODE
042900         MOVE 'PO IS FOR A DIFFERENT VENDOR' TO EXC-REASON-TEXT
043000         PERFORM 2900-WRITE-EXCEPTION
043100             THRU 2900-WRITE-EXCEPTION-EXIT
043200         GO TO 3010-CHECK-ONE-PO-EXIT
043300     END-IF.
043400     ADD 1 TO WS-TRAN-PO-COUNT.
043500 3010-CHECK-ONE-PO-EXIT.
043600     EXIT.
043700
043800 3011-MATCH-ONE-PO.
043900     IF PT-PO-NUMBER(WS-PO-SUB) = WS-FIND-PO-NUMBER
044000         MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
044100     END-IF.
044200 3011-MATCH-ONE-PO-EXIT.
044300     EXIT.
044400
044500 3020-MOVE-ONE-PO.
044600     IF DTRN-PO-NUMBER(WS-TRAN-PO-SUB) = SPACES
044700         MOVE ZERO TO DAPT-PO-NUMBER(WS-TRAN-PO-SUB)
044800     ELSE
044900         MOVE DTRN-PO-NUMBER(WS-TRAN-PO-SUB) TO
045000             DAPT-PO-NUMBER(WS-TRAN-PO-SUB)
045100     END-IF.
045200     MOVE 'N' TO DAPT-PO-RECEIVED-SW(WS-TRAN-PO-SUB).
045300 3020-MOVE-ONE-PO-EXIT.
045400     EXIT.
045500
045600 3100-CANCEL-APPOINTMENT.
045700*    A TRUCK THAT HAS ARRIVED HAS USED ITS SLOT - ONLY A
045800*    BOOKING STILL WAITING FOR ITS TRUCK CAN BE CANCELLED.
045900     MOVE 'N' TO WS-APPT-FOUND-SW.
046000     READ APPOINTMENT-FILE
046100         INVALID KEY CONTINUE
046200         NOT INVALID KEY SET WS-APPT-FOUND TO TRUE
046300     END-READ.
046400     IF NOT WS-APPT-FOUND
046500         MOVE 'E487' TO EXC-REASON-CODE
046600         MOVE 'APPOINTMENT NOT ON DOCKAPPT' TO EXC-REASON-TEXT
046700         PERFORM 2900-WRITE-EXCEPTION
046800             THRU 2900-WRITE-EXCEPTION-EXIT
046900         GO TO 3100-CANCEL-APPOINTMENT-EXIT
047000     END-IF.
047100     IF DAPT-ARRIVED
047200         MOVE 'E488' TO EXC-REASON-CODE
047300         MOVE 'TRUCK ALREADY ARRIVED - NOT CANCELLED' TO
047400             EXC-REASON-TEXT
047500         PERFORM 2900-WRITE-EXCEPTION
047600             THRU 2900-WRITE-EXCEPTION-EXIT
047700         GO TO 3100-CANCEL-APPOINTMENT-EXIT
047800     END-IF.
047900     DELETE APPOINTMENT-FILE
048000         INVALID KEY CONTINUE
048100     END-DELETE.
048200     IF APPT-STATUS-OK
048300         ADD 1 TO WS-APPTS-CANCELLED
048400     ELSE
048500         MOVE 'E489' TO EXC-REASON-CODE
048600         MOVE 'DOCKAPPT WRITE FAILED, SEE STATUS' TO
048700             EXC-REASON-TEXT
048800         PERFORM 2900-WRITE-EXCEPTION
048900             THRU 2900-WRITE-EXCEPTION-EXIT
049000     END-IF.
049100 3100-CANCEL-APPOINTMENT-EXIT.
049200     EXIT.
049300
049400 2900-WRITE-EXCEPTION.
049500     ADD 1 TO WS-TRANS-REJECTED.
049600     MOVE 'DOCKBOOK' TO EXC-PROGRAM-ID.
049700     MOVE DTRN-KEY TO EXC-KEY-VALUE.
049800     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
049900     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
050000     MOVE DTRN-OPERATOR TO EXC-OPERATOR-ID.
050100     WRITE EXC-RECORD.
050200     SET RC-WARNING TO TRUE.
050300 2900-WRITE-EXCEPTION-EXIT.
050400     EXIT.
050500
050600 9000-FINISH.
050700     CLOSE LOCATION-MASTER.
050800     CLOSE APPOINTMENT-FILE.
050900     CLOSE DOCK-TRAN-FILE.
051000     CLOSE EXCEPTION-FILE.
051100     DISPLAY 'DOCKBOOK - TRANS READ      : ' WS-TRANS-READ.
051200     DISPLAY 'DOCKBOOK - BOOKED          : ' WS-APPTS-BOOKED.
051300     DISPLAY 'DOCKBOOK - CANCELLED       : ' WS-APPTS-CANCELLED.
051400     DISPLAY 'DOCKBOOK - TRANS REJECTED  : ' WS-TRANS-REJECTED.
051500     DISPLAY 'DOCKBOOK - RETURN CODE     : ' WS-RETURN-CODE.
051600 9000-FINISH-EXIT.
051700     EXIT.
051800
051900 9999-EXIT.
052000     STOP RUN.
