002300*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
002400*                    SO THE RUNBAL BALANCING STEP CAN PROVE
002500*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
002600*   2026-10-15 RLW  THE ARCHIVE LINE NOW ENDS WITH THE ITEM'S
002700*                    UNIT WEIGHT, UNIT CUBE AND STORAGE CLASS
002800*                    (SEE ITEMREC), SO ITMREST PUTS THEM BACK.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ITEM-EXTRACT ASSIGN TO "ITEMEXT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-EXTRACT-STATUS.
003600
003700     SELECT ITEM-HISTORY ASSIGN TO "ITEMHIST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-HIST-STATUS.
004000
004100     SELECT AGING-INDEX ASSIGN TO "ITMARIDX"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS AGX-KEY
004500         FILE STATUS IS WS-AGX-STATUS.
004600
004700     SELECT ITEM-ARCHIVE ASSIGN TO "ITMARCHH"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ARCH-STATUS.
005000
005100     SELECT ARCHIVE-REGISTER ASSIGN TO "ITMARREG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-OPAUTH-STATUS.
005700
005800     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006100
006200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BUSDATE-STATUS.
006500
006600     SELECT EXCEPTION-FILE ASSIGN TO "ITMAREXC"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-BALM-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ITEM-EXTRACT.
007600     COPY ITEMREC.
007700     COPY CTLREC.
007800
007900 FD  ITEM-HISTORY.
008000 01  ITEM-HISTORY-RECORD.
008100     05  SNAP-DATE                   PIC 9(08).
008200     05  SNAP-OWNER                  PIC X(20).
008300     05  SNAP-ITEM-NAME              PIC X(20).
008400     05  SNAP-QTY-ON-HAND            PIC 9(05).
008500     05  SNAP-REORDER-POINT          PIC 9(05).
008600
008700 FD  AGING-INDEX.
008800 01  AGING-INDEX-RECORD.
008900     05  AGX-KEY.
009000         10  AGX-OWNER               PIC X(20).
009100         10  AGX-ITEM-NAME           PIC X(20).
009200     05  AGX-LAST-CHANGE             PIC 9(08).
009300     05  AGX-LAST-QTY                PIC 9(05).
009400
009500 FD  ITEM-ARCHIVE.
009600 01  ITEM-ARCHIVE-RECORD.
009700     05  ARC-DATE                    PIC 9(08).
009800     05  ARC-OWNER                   PIC X(20).
009900     05  ARC-ITEM-NAME               PIC X(20).
010000     05  ARC-QTY-ON-HAND             PIC 9(05).
010100     05  ARC-REORDER-POINT           PIC 9(05).
010200     05  ARC-LOCATION                PIC X(10).
010300     05  ARC-UNIT-COST               PIC 9(05)V9(02).
010400     05  ARC-ABC-CLASS               PIC X(01).
010500     05  ARC-UNIT-WEIGHT             PIC 9(05)V9(03).
010600     05  ARC-UNIT-CUBE               PIC 9(03)V9(04).
010700     05  ARC-STORAGE-CLASS           PIC X(01).
010800
010900 FD  ARCHIVE-REGISTER.
011000 01  ARCHIVE-REGISTER-LINE          PIC X(100).
011100
011200 FD  OPAUTH-FILE.
011300     COPY OPAUTH.
011400
011500 FD  PARM-CARD-FILE.
011600     COPY PARMREC.
011700
011800 FD  BUSDATE-FILE.
011900     COPY BUSDATE.
012000
012100 FD  EXCEPTION-FILE.
012200     COPY EXCREC.
012300
012400 FD  BALANCE-MOVEMENT-FILE.
012500     COPY BALREC.
012600
012700 WORKING-STORAGE SECTION.
012800     EXEC SQL INCLUDE SQLCA END-EXEC.
012900     COPY RETCODES.
013000
013100 01  WS-EXTRACT-STATUS              PIC X(02) VALUE '00'.
013200     88  EXTRACT-STATUS-OK           VALUE '00'.
013300     88  EXTRACT-STATUS-EOF          VALUE '10'.
013400 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
013500     88  HIST-STATUS-OK              VALUE '00'.
013600     88  HIST-STATUS-EOF             VALUE '10'.
013700 01  WS-AGX-STATUS                  PIC X(02) VALUE '00'.
013800     88  AGX-STATUS-OK               VALUE '00'.
013900 01  WS-ARCH-STATUS                 PIC X(02) VALUE '00'.
014000     88  ARCH-STATUS-OK              VALUE '00'.
014100 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
014200     88  OPAUTH-STATUS-OK            VALUE '00'.
014300     88  OPAUTH-STATUS-EOF           VALUE '10'.
014400 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
014500     88  PARM-STATUS-OK              VALUE '00'.
014600     88  PARM-STATUS-EOF             VALUE '10'.
014700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
014800     88  BUSDATE-STATUS-OK           VALUE '00'.
014900
015000*    HEADER/TRAILER CONTROL-RECORD CHECKING (SEE CTLREC).
015100 01  WS-FEED-FIRST-SW               PIC X(01) VALUE 'Y'.
015200     88  WS-FEED-FIRST-RECORD        VALUE 'Y'.
015300 01  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
015400     88  WS-FEED-HDR-SEEN            VALUE 'Y'.
015500 01  WS-TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
015600     88  WS-FEED-TRL-SEEN            VALUE 'Y'.
015700 01  WS-CTL-CONTROL-SW              PIC X(01) VALUE 'N'.
015800     88  WS-CTL-IS-CONTROL           VALUE 'Y'.
015900 01  WS-FEED-RECORD-COUNT           PIC 9(07) VALUE ZERO.
016000 01  WS-FEED-HASH-TOTAL             PIC 9(09) VALUE ZERO.
016100 01  WS-TRL-RECORD-COUNT            PIC 9(07) VALUE ZERO.
016200 01  WS-TRL-HASH-TOTAL              PIC 9(09) VALUE ZERO.
016300
016400*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
016500*    OPAUTH) - A PURGE IS A PURGE, STUDENT OR ITEM.
016600 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
016700 01  WS-OPER-LEVEL-FOUND            PIC 9(01) VALUE ZERO.
016800 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
016900 01  WS-SIGNON-OK-SW                PIC X(01) VALUE 'N'.
017000     88  WS-SIGNON-OK                VALUE 'Y'.
017100 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
017200     88  WS-PARM-FOUND               VALUE 'Y'.
017300
017400*    WHOLE-DATE ARITHMETIC IS COARSE ACROSS MONTH ENDS, BUT FOR
017500*    AN AGE LIMIT THAT IS CLOSE ENOUGH - THE SAME CALL TICKAGE
017600*    MAKES.
017700 01  WS-AGE-LIMIT-DAYS              PIC 9(03) VALUE 365.
017800 01  WS-AGE-DAYS                    PIC 9(05) VALUE ZERO.
017900 01  WS-TODAY-INT                   PIC 9(08) VALUE ZERO.
018000 01  WS-CHANGE-INT                  PIC 9(08) VALUE ZERO.
018100 01  WS-AGX-FOUND-SW                PIC X(01) VALUE 'N'.
018200     88  WS-AGX-FOUND                VALUE 'Y'.
018300
018400 01  WS-ITEMS-READ                  PIC 9(07) COMP VALUE ZERO.
018500 01  WS-ITEMS-ARCHIVED              PIC 9(07) COMP VALUE ZERO.
018600 01  WS-DELETES-FAILED              PIC 9(07) COMP VALUE ZERO.
018700
018800 01  WS-CURRENT-DATE-TIME.
018900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019000     05  WS-TIME-HHMMSSHH           PIC 9(08).
019100     05  FILLER                     PIC X(05).
019200
019300 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
019400     88  BALM-STATUS-OK              VALUE '00'.
019500 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
019600 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
019700 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
019800
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE
020200         THRU 1000-INITIALIZE-EXIT.
020300     IF RC-SEVERE
020400         GO TO 0000-WRAP-UP
020500     END-IF.
020600
020700*    THE ARCHIVE PURGE IS A PRIVILEGED FUNCTION - ANYONE WHO
020800*    CAN SUBMIT A JOB CAN NO LONGER DELETE ITEM ROWS.
020900     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
021000         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
021100     IF NOT WS-SIGNON-OK
021200         DISPLAY 'ITMARCH - OPERATOR NOT AUTHORIZED: '
021300             WS-OPERATOR-ID
021400         SET RC-ERROR TO TRUE
021500         GO TO 0000-WRAP-UP
021600     END-IF.
021700
021800     PERFORM 2000-TRACK-MOVEMENT
021900         THRU 2000-TRACK-MOVEMENT-EXIT.
022000     IF RC-SEVERE
022100         GO TO 0000-WRAP-UP
022200     END-IF.
022300
022400     PERFORM 3000-ARCHIVE-CANDIDATES
022500         THRU 3000-ARCHIVE-CANDIDATES-EXIT.
022600
022700 0000-WRAP-UP.
022800     PERFORM 9000-FINISH
022900         THRU 9000-FINISH-EXIT.
023000     MOVE 'ITEMEXT' TO WS-BAL-FILE-ID.
023100     MOVE '-' TO WS-BAL-SIGN.
023200     MOVE WS-ITEMS-ARCHIVED TO WS-BAL-COUNT.
023300     PERFORM 9600-WRITE-BALANCE-MOVEMENT
023400         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
023500     MOVE WS-RETURN-CODE TO RETURN-CODE.
023600     GO TO 9999-EXIT.
023700
023800 1000-INITIALIZE.
023900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024000     PERFORM 1050-GET-BUSINESS-DATE
024100         THRU 1050-GET-BUSINESS-DATE-EXIT.
024200     OPEN OUTPUT EXCEPTION-FILE.
024300     OPEN OUTPUT ARCHIVE-REGISTER.
024400     MOVE SPACES TO ARCHIVE-REGISTER-LINE.
024500     STRING 'ITEM ARCHIVE REGISTER ' WS-TODAY-YYYYMMDD
024600         DELIMITED BY SIZE
024700         INTO ARCHIVE-REGISTER-LINE
024800     END-STRING.
024900     WRITE ARCHIVE-REGISTER-LINE.
025000     PERFORM 1080-READ-PARM-CARD
025100         THRU 1080-READ-PARM-CARD-EXIT.
025200     IF NOT WS-PARM-FOUND
025300         DISPLAY 'ENTER OPERATOR ID: '
025400         ACCEPT WS-OPERATOR-ID
025500     END-IF.
025600*    THE ARCHIVE ACCUMULATES ACROSS RUNS - ITMREST RESTORES
025700*    FROM ANY PRIOR RUN'S RECORDS, SO NOTHING IS TRUNCATED.
025800     OPEN EXTEND ITEM-ARCHIVE.
025900     IF NOT ARCH-STATUS-OK
026000         OPEN OUTPUT ITEM-ARCHIVE
026100         IF NOT ARCH-STATUS-OK
026200             DISPLAY 'ITMARCH - UNABLE TO OPEN ITMARCHH, STATUS='
026300                 WS-ARCH-STATUS
026400             SET RC-SEVERE TO TRUE
026500             GO TO 1000-INITIALIZE-EXIT
026600         END-IF
026700     END-IF.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000
027100 1050-GET-BUSINESS-DATE.
027200*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027300*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
027400*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
027500*    CLOCK TIME FIELD STAYS REAL.
027600     OPEN INPUT BUSDATE-FILE.
027700     IF NOT BUSDATE-STATUS-OK
027800         GO TO 1050-GET-BUSINESS-DATE-EXIT
027900     END-IF.
028000     READ BUSDATE-FILE
028100         AT END
028200             CLOSE BUSDATE-FILE
028300             GO TO 1050-GET-BUSINESS-DATE-EXIT
028400     END-READ.
028500     CLOSE BUSDATE-FILE.
028600     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
028700             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
028800         DISPLAY 'ITMARCH - RUNNING AS OF BUSINESS DATE '
028900             BUS-DATE
029000         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
029100     END-IF.
029200 1050-GET-BUSINESS-DATE-EXIT.
029300     EXIT.
029400
029500 1070-CHECK-OPERATOR-AUTHORITY.
029600*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
029700*    THE REQUIRED LEVEL.
029800     MOVE 'N' TO WS-SIGNON-OK-SW.
029900     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
030000     IF WS-OPERATOR-ID = SPACES
030100         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
030200     END-IF.
030300     MOVE '00' TO WS-OPAUTH-STATUS.
030400     OPEN INPUT OPAUTH-FILE.
030500     IF NOT OPAUTH-STATUS-OK
030600         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
030700     END-IF.
030800     PERFORM 1071-SCAN-ONE-OPERATOR
030900         THRU 1071-SCAN-ONE-OPERATOR-EXIT
031000         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
031100     CLOSE OPAUTH-FILE.
031200 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
031300     EXIT.
031400
031500 1071-SCAN-ONE-OPERATOR.
031600     READ OPAUTH-FILE
031700         AT END SET OPAUTH-STATUS-EOF TO TRUE
031800     END-READ.
031900     IF OPAUTH-STATUS-EOF
032000         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
032100     END-IF.
032200     IF OPER-ID = WS-OPERATOR-ID
032300         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
032400         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
032500             SET WS-SIGNON-OK TO TRUE
032600         END-IF
032700         SET OPAUTH-STATUS-EOF TO TRUE
032800     END-IF.
032900 1071-SCAN-ONE-OPERATOR-EXIT.
033000     EXIT.
033100
033200 1080-READ-PARM-CARD.
033300*    CARD LAYOUT - COLS 9-11 THE AGE LIMIT IN DAYS (BLANK TAKES
033400*    THE 365 DEFAULT), 12-19 OPERATOR ID.
033500     MOVE 'N' TO WS-PARM-FOUND-SW.
033600     OPEN INPUT PARM-CARD-FILE.
033700     IF NOT PARM-STATUS-OK
033800         GO TO 1080-READ-PARM-CARD-EXIT
033900     END-IF.
034000     PERFORM 1081-SCAN-ONE-CARD
034100         THRU 1081-SCAN-ONE-CARD-EXIT
034200         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
034300     CLOSE PARM-CARD-FILE.
034400     IF WS-PARM-FOUND
034500         IF PARM-OPTIONS(1:3) IS NUMERIC
034600                 AND PARM-OPTIONS(1:3) NOT = '000'
034700             MOVE PARM-OPTIONS(1:3) TO WS-AGE-LIMIT-DAYS
034800         END-IF
034900         IF PARM-OPTIONS(4:8) NOT = SPACES
035000             MOVE PARM-OPTIONS(4:8) TO WS-OPERATOR-ID
035100         ELSE
035200             MOVE 'N' TO WS-PARM-FOUND-SW
035300         END-IF
035400     END-IF.
035500 1080-READ-PARM-CARD-EXIT.
035600     EXIT.
035700
035800 1081-SCAN-ONE-CARD.
035900     READ PARM-CARD-FILE
036000         AT END SET PARM-STATUS-EOF TO TRUE
036100     END-READ.
036200     IF PARM-STATUS-EOF
036300         GO TO 1081-SCAN-ONE-CARD-EXIT
036400     END-IF.
036500     IF PARM-PROGRAM-ID = 'ITMARCH '
036600         SET WS-PARM-FOUND TO TRUE
036700     END-IF.
036800 1081-SCAN-ONE-CARD-EXIT.
036900     EXIT.
037000
037100 2000-TRACK-MOVEMENT.
037200*    THE SAME LAST-CHANGE TRACKING ITMAGING RUNS - ONE
037300*    CHRONOLOGICAL PASS OF THE SNAPSHOTS.
037400     OPEN OUTPUT AGING-INDEX.
037500     IF NOT AGX-STATUS-OK
037600         DISPLAY 'ITMARCH - UNABLE TO BUILD ITMARIDX, STATUS='
037700             WS-AGX-STATUS
037800         SET RC-SEVERE TO TRUE
037900         GO TO 2000-TRACK-MOVEMENT-EXIT
038000     END-IF.
038100     CLOSE AGING-INDEX.
038200     OPEN I-O AGING-INDEX.
038300     OPEN INPUT ITEM-HISTORY.
038400     IF NOT HIST-STATUS-OK
038500         DISPLAY 'ITMARCH - UNABLE TO OPEN ITEMHIST, STATUS='
038600             WS-HIST-STATUS
038700         SET RC-SEVERE TO TRUE
038800         GO TO 2000-TRACK-MOVEMENT-EXIT
038900     END-IF.
039000     PERFORM 2100-TRACK-ONE-SNAPSHOT
039100         THRU 2100-TRACK-ONE-SNAPSHOT-EXIT
039200         UNTIL HIST-STATUS-EOF.
039300     CLOSE ITEM-HISTORY.
039400 2000-TRACK-MOVEMENT-EXIT.
039500     EXIT.
039600
039700 2100-TRACK-ONE-SNAPSHOT.
039800     READ ITEM-HISTORY
039900         AT END SET HIST-STATUS-EOF TO TRUE
040000     END-READ.
040100     IF HIST-STATUS-EOF
040200         GO TO 2100-TRACK-ONE-SNAPSHOT-EXIT
040300     END-IF.
040400     IF SNAP-DATE IS NOT NUMERIC
040500             OR SNAP-QTY-ON-HAND IS NOT NUMERIC
040600         GO TO 2100-TRACK-ONE-SNAPSHOT-EXIT
040700     END-IF.
040800
040900     MOVE SNAP-OWNER     TO AGX-OWNER.
041000     MOVE SNAP-ITEM-NAME TO AGX-ITEM-NAME.
041100     READ AGING-INDEX
041200         INVALID KEY
041300             MOVE SNAP-DATE TO AGX-LAST-CHANGE
041400             MOVE SNAP-QTY-ON-HAND TO AGX-LAST-QTY
041500             WRITE AGING-INDEX-RECORD
041600                 INVALID KEY CONTINUE
041700             END-WRITE
041800             GO TO 2100-TRACK-ONE-SNAPSHOT-EXIT
041900     END-READ.
042000
042100     IF SNAP-QTY-ON-HAND NOT = AGX-LAST-QTY
042200         MOVE SNAP-DATE TO AGX-LAST-CHANGE
042300         MOVE SNAP-QTY-ON-HAND TO AGX-LAST-QTY
042400         REWRITE AGING-INDEX-RECORD
042500             INVALID KEY CONTINUE
042600         END-REWRITE
042700     END-IF.
042800 2100-TRACK-ONE-SNAPSHOT-EXIT.
042900     EXIT.
043000
043100 3000-ARCHIVE-CANDIDATES.
043200     OPEN INPUT ITEM-EXTRACT.
043300     IF NOT EXTRACT-STATUS-OK
043400         DISPLAY 'ITMARCH - UNABLE TO OPEN ITEMEXT, STATUS='
043500             WS-EXTRACT-STATUS
043600         SET RC-SEVERE TO TRUE
043700         GO TO 3000-ARCHIVE-CANDIDATES-EXIT
043800     END-IF.
043900     PERFORM 3100-CHECK-ONE-ITEM
044000         THRU 3100-CHECK-ONE-ITEM-EXIT
044100         UNTIL EXTRACT-STATUS-EOF.
044200     CLOSE ITEM-EXTRACT.
044300     PERFORM 8100-VERIFY-TRAILER
044400         THRU 8100-VERIFY-TRAILER-EXIT.
044500 3000-ARCHIVE-CANDIDATES-EXIT.
044600     EXIT.
044700
044800 3100-CHECK-ONE-ITEM.
044900     READ ITEM-EXTRACT
045000         AT END SET EXTRACT-STATUS-EOF TO TRUE
045100     END-READ.
045200     IF EXTRACT-STATUS-EOF
045300         GO TO 3100-CHECK-ONE-ITEM-EXIT
045400     END-IF.
045500     PERFORM 8000-CHECK-CONTROL-RECORD
045600         THRU 8000-CHECK-CONTROL-RECORD-EXIT.
045700     IF WS-CTL-IS-CONTROL
045800         GO TO 3100-CHECK-ONE-ITEM-EXIT
045900     END-IF.
046000
046100     ADD 1 TO WS-ITEMS-READ.
046200
046300     IF ITEM-QTY-ON-HAND IS NOT NUMERIC
046400             OR ITEM-QTY-ON-HAND NOT = ZERO
046500         GO TO 3100-CHECK-ONE-ITEM-EXIT
046600     END-IF.
046700
046800     MOVE 'N' TO WS-AGX-FOUND-SW.
046900     MOVE ITEM-OWNER TO AGX-OWNER.
047000     MOVE ITEM-NAME  TO AGX-ITEM-NAME.
047100     READ AGING-INDEX
047200         INVALID KEY CONTINUE
047300         NOT INVALID KEY SET WS-AGX-FOUND TO TRUE
047400     END-READ.
047500     IF NOT WS-AGX-FOUND
047600*        NO SNAPSHOT TRAIL MEANS THE AGE CANNOT BE PROVED -
047700*        THE ITEM STAYS.
047800         GO TO 3100-CHECK-ONE-ITEM-EXIT
047900     END-IF.
048000
048100     MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-INT.
048200     MOVE AGX-LAST-CHANGE TO WS-CHANGE-INT.
048300     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHANGE-INT.
048400     IF WS-AGE-DAYS NOT > WS-AGE-LIMIT-DAYS
048500         GO TO 3100-CHECK-ONE-ITEM-EXIT
048600     END-IF.
048700
048800     PERFORM 3200-ARCHIVE-ONE-ITEM
048900         THRU 3200-ARCHIVE-ONE-ITEM-EXIT.
049000 3100-CHECK-ONE-ITEM-EXIT.
049100     EXIT.
049200
049300 3200-ARCHIVE-ONE-ITEM.
049400*    THE ARCHIVE RECORD GOES FIRST - IF THE DELETE THEN FAILS,
049500*    THE WORST CASE IS A DUPLICATE ARCHIVE LINE, NEVER A ROW
049600*    DELETED WITHOUT ITS COPY.
049700     MOVE WS-TODAY-YYYYMMDD TO ARC-DATE.
049800     MOVE ITEM-OWNER         TO ARC-OWNER.
049900     MOVE ITEM-NAME          TO ARC-ITEM-NAME.
050000     MOVE ITEM-QTY-ON-HAND   TO ARC-QTY-ON-HAND.
050100     MOVE ITEM-REORDER-POINT TO ARC-REORDER-POINT.
050200     MOVE ITEM-LOCATION      TO ARC-LOCATION.
050300     MOVE ITEM-UNIT-COST     TO ARC-UNIT-COST.
050400     MOVE ITEM-ABC-CLASS     TO ARC-ABC-CLASS.
050500     MOVE ITEM-UNIT-WEIGHT   TO ARC-UNIT-WEIGHT.
050600     MOVE ITEM-UNIT-CUBE     TO ARC-UNIT-CUBE.
050700     MOVE ITEM-STORAGE-CLASS TO ARC-STORAGE-CLASS.
050800     WRITE ITEM-ARCHIVE-RECORD.
050900
051000     EXEC SQL
051100         DELETE FROM items
051200             WHERE owner = :ITEM-OWNER
051300               AND itemname = :ITEM-NAME
051400     END-EXEC.
051500     IF SQLCODE NOT = 0
051600         EXEC SQL ROLLBACK END-EXEC
051700         ADD 1 TO WS-DELETES-FAILED
051800         MOVE 'E398' TO EXC-REASON-CODE
051900         MOVE 'ARCHIVE DELETE FAILED, SEE SQLCODE' TO
052000             EXC-REASON-TEXT
052100         PERFORM 2900-WRITE-EXCEPTION
052200             THRU 2900-WRITE-EXCEPTION-EXIT
052300         GO TO 3200-ARCHIVE-ONE-ITEM-EXIT
052400     END-IF.
052500     EXEC SQL COMMIT END-EXEC.
052600
052700     ADD 1 TO WS-ITEMS-ARCHIVED.
052800     MOVE SPACES TO ARCHIVE-REGISTER-LINE.
052900     STRING 'ARCHIVED OWNER=' ITEM-OWNER
053000            ' ITEM=' ITEM-NAME
053100            ' IDLE SINCE ' AGX-LAST-CHANGE
053200         DELIMITED BY SIZE
053300         INTO ARCHIVE-REGISTER-LINE
053400     END-STRING.
053500     WRITE ARCHIVE-REGISTER-LINE.
053600 3200-ARCHIVE-ONE-ITEM-EXIT.
053700     EXIT.
053800
053900 2900-WRITE-EXCEPTION.
054000*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
054100*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
054200     MOVE 'ITMARCH ' TO EXC-PROGRAM-ID.
054300     MOVE ITEM-NAME TO EXC-KEY-VALUE.
054400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
054500     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
054600     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
054700     WRITE EXC-RECORD.
054800     SET RC-WARNING TO TRUE.
054900 2900-WRITE-EXCEPTION-EXIT.
055000     EXIT.
055100
055200 8000-CHECK-CONTROL-RECORD.
055300*    CALLED AFTER EVERY EXTRACT READ - ABSORBS THE HEADER AND
055400*    TRAILER CONTROL RECORDS AND KEEPS THE DATA COUNT AND
055500*    QUANTITY HASH FOR THE END-OF-FILE CHECK (SEE CTLREC).
055600     MOVE 'N' TO WS-CTL-CONTROL-SW.
055700     IF WS-FEED-FIRST-RECORD
055800         MOVE 'N' TO WS-FEED-FIRST-SW
055900         IF CTL-IS-HEADER AND CTL-FILE-ID = 'ITEMEXT '
056000             SET WS-FEED-HDR-SEEN TO TRUE
056100             SET WS-CTL-IS-CONTROL TO TRUE
056200             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
056300         ELSE
056400             MOVE 'E201' TO EXC-REASON-CODE
056500             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
056600                 EXC-REASON-TEXT
056700             PERFORM 8900-WRITE-FEED-EXCEPTION
056800                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
056900             SET WS-CTL-IS-CONTROL TO TRUE
057000             SET EXTRACT-STATUS-EOF TO TRUE
057100             GO TO 8000-CHECK-CONTROL-RECORD-EXIT
057200         END-IF
057300     END-IF.
057400     IF CTL-IS-TRAILER AND CTL-FILE-ID = 'ITEMEXT '
057500         SET WS-FEED-TRL-SEEN TO TRUE
057600         SET WS-CTL-IS-CONTROL TO TRUE
057700         MOVE CTL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
057800         MOVE CTL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
057900         GO TO 8000-CHECK-CONTROL-RECORD-EXIT
058000     END-IF.
058100     ADD 1 TO WS-FEED-RECORD-COUNT.
058200     IF ITEM-QTY-ON-HAND IS NUMERIC
058300         ADD ITEM-QTY-ON-HAND TO WS-FEED-HASH-TOTAL
058400     END-IF.
058500 8000-CHECK-CONTROL-RECORD-EXIT.
058600     EXIT.
058700
058800 8100-VERIFY-TRAILER.
058900     IF NOT WS-FEED-HDR-SEEN
059000         IF WS-FEED-FIRST-RECORD
059100             MOVE 'E201' TO EXC-REASON-CODE
059200             MOVE 'ITEMEXT HAS NO HEADER CONTROL RECORD' TO
059300                 EXC-REASON-TEXT
059400             PERFORM 8900-WRITE-FEED-EXCEPTION
059500                 THRU 8900-WRITE-FEED-EXCEPTION-EXIT
059600         END-IF
059700         GO TO 8100-VERIFY-TRAILER-EXIT
059800     END-IF.
059900     IF NOT WS-FEED-TRL-SEEN
060000         MOVE 'E202' TO EXC-REASON-CODE
060100         MOVE 'ITEMEXT HAS NO TRAILER CONTROL RECORD' TO
060200             EXC-REASON-TEXT
060300         PERFORM 8900-WRITE-FEED-EXCEPTION
060400             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
060500         GO TO 8100-VERIFY-TRAILER-EXIT
060600     END-IF.
060700     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-RECORD-COUNT
060800             OR WS-TRL-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
060900         MOVE 'E203' TO EXC-REASON-CODE
061000         MOVE 'ITEMEXT COUNT/HASH DOES NOT MATCH TRAILER' TO
061100             EXC-REASON-TEXT
061200         PERFORM 8900-WRITE-FEED-EXCEPTION
061300             THRU 8900-WRITE-FEED-EXCEPTION-EXIT
061400     END-IF.
061500 8100-VERIFY-TRAILER-EXIT.
061600     EXIT.
061700
061800 8900-WRITE-FEED-EXCEPTION.
061900     MOVE 'ITMARCH ' TO EXC-PROGRAM-ID.
062000     MOVE 'ITEMEXT' TO EXC-KEY-VALUE.
062100     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
062200     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
062300     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
062400     WRITE EXC-RECORD.
062500     SET RC-ERROR TO TRUE.
062600 8900-WRITE-FEED-EXCEPTION-EXIT.
062700     EXIT.
062800
062900 9000-FINISH.
063000     CLOSE AGING-INDEX.
063100     CLOSE ITEM-ARCHIVE.
063200     CLOSE ARCHIVE-REGISTER.
063300     CLOSE EXCEPTION-FILE.
063400     DISPLAY 'ITMARCH - ITEMS READ     : ' WS-ITEMS-READ.
063500     DISPLAY 'ITMARCH - ITEMS ARCHIVED : ' WS-ITEMS-ARCHIVED.
063600     DISPLAY 'ITMARCH - DELETES FAILED : ' WS-DELETES-FAILED.
063700     DISPLAY 'ITMARCH - RETURN CODE    : ' WS-RETURN-CODE.
063800 9000-FINISH-EXIT.
063900     EXIT.
064000
064100 9600-WRITE-BALANCE-MOVEMENT.
064200*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
064300*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
064400*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
064500*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
064600     IF WS-BAL-COUNT = ZERO
064700         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
064800     END-IF.
064900     OPEN EXTEND BALANCE-MOVEMENT-FILE.
065000     IF NOT BALM-STATUS-OK
065100         OPEN OUTPUT BALANCE-MOVEMENT-FILE
065200     END-IF.
065300     IF NOT BALM-STATUS-OK
065400         DISPLAY 'ITMARCH - UNABLE TO OPEN RUNBALM, STATUS='
065500             WS-BALM-STATUS
065600         SET RC-WARNING TO TRUE
065700         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
065800     END-IF.
065900     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
066000     MOVE WS-BAL-SIGN TO BAL-SIGN.
066100     MOVE WS-BAL-COUNT TO BAL-COUNT.
066200     MOVE 'ITMARCH ' TO BAL-PROGRAM.
066300     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
066400     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
066500     WRITE BALANCE-MOVEMENT-RECORD.
066600     CLOSE BALANCE-MOVEMENT-FILE.
066700 9600-WRITE-BALANCE-MOVEMENT-EXIT.
066800     EXIT.
066900
067000 9999-EXIT.
067100     STOP RUN.
