000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. KITBUILD.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  KIT ASSEMBLY AGAINST THE
001000*                    BOMMAST BILLS OF MATERIALS (SEE BOMREC).  A
001100*                    BUILD TRANSACTION ON KITTRAN CHECKS EVERY
001200*                    COMPONENT, THEN TAKES THE COMPONENTS OFF
001300*                    THE ITEMS TABLE AND ADDS THE KITS AS ONE
001400*                    UNIT OF WORK THE WAY ITMXFER MOVES STOCK -
001500*                    ANY SHORT COMPONENT ROLLS THE WHOLE BUILD
001600*                    BACK.  LOTTED COMPONENTS ARE CONSUMED
001700*                    EARLIEST-EXPIRY-FIRST FROM LOTMAST, AND THE
001800*                    LOTS TAKEN ARE KEPT ON THE KITHIST BUILD
001900*                    HISTORY (SEE KITHREC).  A DISASSEMBLY NAMES
002000*                    THE BUILD IT REVERSES AND PUTS THE
002100*                    COMPONENTS BACK INTO THE LOTS THEY CAME
002200*                    FROM.  EVERY QUANTITY MOVED IS LISTED ON THE
002300*                    CUMULATIVE KITREG BUILD REGISTER, WHICH
002400*                    GLFEED JOURNALS AS MOVEMENT TYPE 'KBLD'.
002500*                    RUNS UNDER THE LEVEL-3 OPERATOR SIGN-ON AND
002600*                    THE DBREADY GATE, AS ITMXFER DOES.  KIT
002700*                    BUILDS STOP BEING TWO UNRELATED ITMMAINT
002800*                    CHANGES.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT KIT-TRAN-FILE ASSIGN TO "KITTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TRAN-STATUS.
003600
003700     SELECT BOM-FILE ASSIGN TO "BOMMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BOM-KEY
004100         FILE STATUS IS WS-BOM-STATUS.
004200
004300     SELECT KIT-HISTORY-FILE ASSIGN TO "KITHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS KITH-KEY
004700         FILE STATUS IS WS-KITH-STATUS.
004800
004900     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS LOT-KEY
005300         FILE STATUS IS WS-LOT-STATUS.
005400
005500     SELECT BUILD-REGISTER ASSIGN TO "KITREG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-KREG-STATUS.
005800
005900     SELECT EXCEPTION-FILE ASSIGN TO "KITBEXC"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RUNCTL-STATUS.
006500
006600     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-OPAUTH-STATUS.
006900
007000     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PARM-STATUS.
007300
007400     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BUSDATE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  KIT-TRAN-FILE.
008100 01  KIT-TRAN-RECORD.
008200     05  KTRN-ACTION                 PIC X(01).
008300         88  KTRN-BUILD              VALUE 'B'.
008400         88  KTRN-DISASSEMBLE        VALUE 'D'.
008500     05  KTRN-OWNER                  PIC X(20).
008600     05  KTRN-KIT-ITEM               PIC X(20).
008700     05  KTRN-QTY                    PIC 9(05).
008800*    DISASSEMBLY ONLY - THE BUILD NUMBER FROM THE REGISTER.
008900     05  KTRN-BUILD-NO               PIC 9(12).
009000
009100 FD  BOM-FILE.
009200     COPY BOMREC.
009300
009400 FD  KIT-HISTORY-FILE.
009500     COPY KITHREC.
009600
009700 FD  LOT-MASTER.
009800     COPY LOTREC.
009900
010000*    FIXED COLUMNS - GLFEED PARSES THIS REGISTER, SO THE LAYOUT
010100*    IS A CONTRACT.  ONE LINE PER ITEM QUANTITY MOVED - 'C' FOR
010200*    A QUANTITY CONSUMED, 'P' FOR A QUANTITY PRODUCED.
010300 FD  BUILD-REGISTER.
010400 01  BUILD-REGISTER-LINE.
010500     05  KRG-DATE                    PIC X(08).
010600     05  FILLER                      PIC X(01).
010700     05  KRG-TIME                    PIC X(08).
010800     05  FILLER                      PIC X(07).
010900     05  KRG-OWNER                   PIC X(20).
011000     05  FILLER                      PIC X(06).
011100     05  KRG-ITEM-NAME               PIC X(20).
011200     05  FILLER                      PIC X(05).
011300     05  KRG-QTY                     PIC 9(05).
011400     05  FILLER                      PIC X(05).
011500     05  KRG-DIRECTION               PIC X(01).
011600     05  FILLER                      PIC X(05).
011700     05  KRG-ACTION                  PIC X(01).
011800     05  FILLER                      PIC X(05).
011900     05  KRG-BUILD-NO                PIC 9(12).
012000     05  FILLER                      PIC X(01).
012100     05  KRG-LOT-NUMBER              PIC X(10).
012200     05  FILLER                      PIC X(01).
012300     05  KRG-KIT-ITEM                PIC X(20).
012400     05  FILLER                      PIC X(01).
012500     05  KRG-OPERATOR                PIC X(08).
012600
012700 FD  EXCEPTION-FILE.
012800     COPY EXCREC.
012900
013000 FD  RUNCTL-FILE.
013100     COPY RUNCTL.
013200
013300 FD  OPAUTH-FILE.
013400     COPY OPAUTH.
013500
013600 FD  PARM-CARD-FILE.
013700     COPY PARMREC.
013800
013900 FD  BUSDATE-FILE.
014000     COPY BUSDATE.
014100
014200 WORKING-STORAGE SECTION.
014300     EXEC SQL INCLUDE SQLCA END-EXEC.
014400     COPY RETCODES.
014500
014600*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
014700*    OPAUTH) - PRIVILEGED FUNCTIONS REFUSE AN OPERATOR BELOW
014800*    THE REQUIRED LEVEL, AND THE OPERATOR ID RIDES EVERY
014900*    EXCEPTION AND REGISTER LINE THIS PROGRAM WRITES.
015000 01  WS-OPAUTH-STATUS              PIC X(02) VALUE '00'.
015100     88  OPAUTH-STATUS-OK          VALUE '00'.
015200     88  OPAUTH-STATUS-EOF         VALUE '10'.
015300 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
015400 01  WS-OPER-LEVEL-FOUND           PIC 9(01) VALUE ZERO.
015500 01  WS-REQUIRED-LEVEL             PIC 9(01) VALUE 3.
015600 01  WS-SIGNON-OK-SW               PIC X(01) VALUE 'N'.
015700     88  WS-SIGNON-OK              VALUE 'Y'.
015800
015900 01  WS-PARM-STATUS                PIC X(02) VALUE '00'.
016000     88  PARM-STATUS-OK            VALUE '00'.
016100     88  PARM-STATUS-EOF           VALUE '10'.
016200 01  WS-PARM-FOUND-SW              PIC X(01) VALUE 'N'.
016300     88  WS-PARM-FOUND             VALUE 'Y'.
016400 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
016500     88  BUSDATE-STATUS-OK           VALUE '00'.
016600
016700 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
016800     88  TRAN-STATUS-OK              VALUE '00'.
016900     88  TRAN-STATUS-EOF             VALUE '10'.
017000 01  WS-BOM-STATUS                  PIC X(02) VALUE '00'.
017100     88  BOM-STATUS-OK               VALUE '00'.
017200 01  WS-KITH-STATUS                 PIC X(02) VALUE '00'.
017300     88  KITH-STATUS-OK              VALUE '00'.
017400 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
017500     88  LOT-STATUS-OK               VALUE '00'.
017600 01  WS-KREG-STATUS                 PIC X(02) VALUE '00'.
017700     88  KREG-STATUS-OK              VALUE '00'.
017800
017900 01  WS-RUNCTL-STATUS               PIC X(02) VALUE '00'.
018000     88  RUNCTL-STATUS-OK            VALUE '00'.
018100 01  WS-RUNCTL-EOF-SW               PIC X(01) VALUE 'N'.
018200     88  WS-RUNCTL-AT-EOF            VALUE 'Y'.
018300 01  WS-DBREADY-STATE               PIC X(01) VALUE SPACE.
018400     88  WS-DBREADY-NOT-READY        VALUE 'F'.
018500
018600 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
018700     88  WS-LOTS-OPEN                VALUE 'Y'.
018800 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
018900     88  WS-BROWSE-DONE              VALUE 'Y'.
019000 01  WS-TRAN-FAILED-SW              PIC X(01) VALUE 'N'.
019100     88  WS-TRAN-FAILED              VALUE 'Y'.
019200 01  WS-ITEM-HAS-LOTS-SW            PIC X(01) VALUE 'N'.
019300     88  WS-ITEM-HAS-LOTS            VALUE 'Y'.
019400
019500*    THE KIT'S COMPONENTS - FROM THE BILL FOR A BUILD, FROM THE
019600*    BUILD HISTORY FOR A DISASSEMBLY.  CMP-QTY IS THE QUANTITY
019700*    THIS TRANSACTION MOVES; CMP-LEFT COUNTS IT DOWN AS THE
019800*    LOTS ARE WORKED.
019900 01  WS-COMPONENT-TABLE.
020000     05  WS-COMPONENT OCCURS 50 TIMES.
020100         10  CMP-ITEM-NAME          PIC X(20).
020200         10  CMP-QTY-PER            PIC 9(05).
020300         10  CMP-QTY                PIC 9(07).
020400         10  CMP-LEFT               PIC 9(07).
020500 01  WS-CMP-COUNT                   PIC 9(03) COMP VALUE ZERO.
020600 01  WS-CMP-SUB                     PIC 9(03) COMP VALUE ZERO.
020700 01  WS-CMP-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
020800
020900*    THE COMPONENT'S LOTS, LOADED ON A KEYED BROWSE AND TAKEN
021000*    EARLIEST-EXPIRY-FIRST AS ORDALLOC DOES - AN UNDATED LOT
021100*    GOES LAST AND AN EXPIRED LOT IS NEVER A CANDIDATE.
021200 01  WS-LOT-TABLE.
021300     05  WS-LOT-ENTRY OCCURS 50 TIMES.
021400         10  WS-LOT-NO              PIC X(10).
021500         10  WS-LOT-EXPIRY          PIC 9(08).
021600         10  WS-LOT-SORT-EXPIRY     PIC 9(08).
021700         10  WS-LOT-LEFT            PIC 9(05).
021800 01  WS-LOT-COUNT                   PIC 9(03) COMP VALUE ZERO.
021900 01  WS-LOT-SUB                     PIC 9(03) COMP VALUE ZERO.
022000 01  WS-LOT-PICK-SUB                PIC 9(03) COMP VALUE ZERO.
022100 01  WS-LOT-GOOD-TOTAL              PIC 9(07) VALUE ZERO.
022200 01  WS-LOT-REMAINING               PIC 9(07) VALUE ZERO.
022300 01  WS-LOT-ITEM-NAME               PIC X(20) VALUE SPACES.
022400
022500*    THE QUANTITY AND LOT OF THE LINE BEING RECORDED.
022600 01  WS-TAKE                        PIC 9(07) VALUE ZERO.
022700 01  WS-TAKE-LOT                    PIC X(10) VALUE SPACES.
022800 01  WS-TAKE-EXPIRY                 PIC 9(08) VALUE ZERO.
022900
023000*    HOST VARIABLES FOR THE ITEMS-TABLE UPDATES.
023100 01  WS-SQL-ITEM-NAME               PIC X(20) VALUE SPACES.
023200 01  WS-SQL-QTY                     PIC 9(07) VALUE ZERO.
023300
023400 01  WS-BUILD-NO.
023500     05  WS-BUILD-DATE              PIC 9(08) VALUE ZERO.
023600     05  WS-BUILD-SEQ               PIC 9(04) VALUE ZERO.
023700 01  WS-NEXT-SEQ                    PIC 9(05) VALUE 1.
023800 01  WS-LINE-NO                     PIC 9(03) VALUE ZERO.
023900 01  WS-LAST-LINE-NO                PIC 9(03) VALUE ZERO.
024000 01  WS-KITS-LEFT                   PIC 9(07) VALUE ZERO.
024100 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
024200
024300 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
024400 01  WS-BUILDS-POSTED               PIC 9(07) COMP VALUE ZERO.
024500 01  WS-DISASSEMBLIES-POSTED        PIC 9(07) COMP VALUE ZERO.
024600 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
024700
024800 01  WS-CURRENT-DATE-TIME.
024900     05  WS-TODAY-YYYYMMDD          PIC 9(08).
025000     05  WS-TIME-HHMMSSHH           PIC 9(08).
025100     05  FILLER                     PIC X(05).
025200
025300 PROCEDURE DIVISION.
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE
025600         THRU 1000-INITIALIZE-EXIT.
025700
025800*    BUILDING KITS MOVES INVENTORY - THE SAME LEVEL-3 SIGN-ON
025900*    AS AN OWNER TRANSFER.  A SEVERE START-UP FAILURE SKIPS
026000*    THE CHECK - THE RUN IS ALREADY DEAD AND THE SEVERE CODE
026100*    MUST STAND.
026200     IF NOT RC-SEVERE
026300         MOVE 3 TO WS-REQUIRED-LEVEL
026400         PERFORM 1070-CHECK-OPERATOR-AUTHORITY
026500             THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT
026600         IF NOT WS-SIGNON-OK
026700             DISPLAY 'KITBUILD - OPERATOR NOT AUTHORIZED: '
026800                 WS-OPERATOR-ID
026900             SET RC-ERROR TO TRUE
027000             SET TRAN-STATUS-EOF TO TRUE
027100         END-IF
027200     END-IF.
027300
027400     PERFORM 2000-PROCESS-NEXT-TRAN
027500         THRU 2000-PROCESS-NEXT-TRAN-EXIT
027600         UNTIL TRAN-STATUS-EOF.
027700
027800     PERFORM 9000-FINISH
027900         THRU 9000-FINISH-EXIT.
028000
028100     MOVE WS-RETURN-CODE TO RETURN-CODE.
028200     GO TO 9999-EXIT.
028300
028400 1000-INITIALIZE.
028500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
028600     PERFORM 1050-GET-BUSINESS-DATE
028700         THRU 1050-GET-BUSINESS-DATE-EXIT.
028800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
028900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
029000     OPEN OUTPUT EXCEPTION-FILE.
029100*    THE BUILD REGISTER IS CUMULATIVE - GLFEED PICKS OUT THE
029200*    BUSINESS DATE'S LINES, THE ITMXFLOG PATTERN.
029300     OPEN EXTEND BUILD-REGISTER.
029400     IF NOT KREG-STATUS-OK
029500         OPEN OUTPUT BUILD-REGISTER
029600     END-IF.
029700     MOVE SPACES TO BUILD-REGISTER-LINE.
029800     OPEN INPUT KIT-TRAN-FILE.
029900     IF NOT TRAN-STATUS-OK
030000         DISPLAY 'KITBUILD - UNABLE TO OPEN KITTRAN, STATUS='
030100             WS-TRAN-STATUS
030200         SET RC-SEVERE TO TRUE
030300         SET TRAN-STATUS-EOF TO TRUE
030400         GO TO 1000-INITIALIZE-EXIT
030500     END-IF.
030600     OPEN INPUT BOM-FILE.
030700     IF NOT BOM-STATUS-OK
030800         DISPLAY 'KITBUILD - UNABLE TO OPEN BOMMAST, STATUS='
030900             WS-BOM-STATUS
031000         SET RC-SEVERE TO TRUE
031100         SET TRAN-STATUS-EOF TO TRUE
031200         GO TO 1000-INITIALIZE-EXIT
031300     END-IF.
031400*    THE FIRST RUN CREATES THE BUILD HISTORY.
031500     OPEN I-O KIT-HISTORY-FILE.
031600     IF NOT KITH-STATUS-OK
031700         OPEN OUTPUT KIT-HISTORY-FILE
031800         CLOSE KIT-HISTORY-FILE
031900         OPEN I-O KIT-HISTORY-FILE
032000     END-IF.
032100     IF NOT KITH-STATUS-OK
032200         DISPLAY 'KITBUILD - UNABLE TO OPEN KITHIST, STATUS='
032300             WS-KITH-STATUS
032400         SET RC-SEVERE TO TRUE
032500         SET TRAN-STATUS-EOF TO TRUE
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED - THE RUN
032900*    BUILDS FROM THE ITEMS TABLE ALONE.
033000     OPEN I-O LOT-MASTER.
033100     IF LOT-STATUS-OK
033200         SET WS-LOTS-OPEN TO TRUE
033300     END-IF.
033400
033500     PERFORM 1200-FIND-NEXT-BUILD-SEQ
033600         THRU 1200-FIND-NEXT-BUILD-SEQ-EXIT.
033700
033800     PERFORM 1080-READ-PARM-CARD
033900         THRU 1080-READ-PARM-CARD-EXIT.
034000     IF NOT WS-PARM-FOUND
034100         DISPLAY 'ENTER OPERATOR ID: '
034200         ACCEPT WS-OPERATOR-ID
034300     END-IF.
034400
034500     PERFORM 1400-CHECK-DBREADY-GATE
034600         THRU 1400-CHECK-DBREADY-GATE-EXIT.
034700     IF WS-DBREADY-NOT-READY
034800         DISPLAY 'KITBUILD - DBREADY GATE SAYS NOT READY'
034900         DISPLAY 'REFUSING TO START'
035000         SET RC-ERROR TO TRUE
035100         SET TRAN-STATUS-EOF TO TRUE
035200     END-IF.
035300 1000-INITIALIZE-EXIT.
035400     EXIT.
035500
035600 1050-GET-BUSINESS-DATE.
035700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
035800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
035900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
036000*    CLOCK TIME FIELD STAYS REAL.
036100     OPEN INPUT BUSDATE-FILE.
036200     IF NOT BUSDATE-STATUS-OK
036300         GO TO 1050-GET-BUSINESS-DATE-EXIT
036400     END-IF.
036500     READ BUSDATE-FILE
036600         AT END
036700             CLOSE BUSDATE-FILE
036800             GO TO 1050-GET-BUSINESS-DATE-EXIT
036900     END-READ.
037000     CLOSE BUSDATE-FILE.
037100     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
037200             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
037300         DISPLAY 'KITBUILD - RUNNING AS OF BUSINESS DATE '
037400             BUS-DATE
037500         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
037600     END-IF.
037700 1050-GET-BUSINESS-DATE-EXIT.
037800     EXIT.
037900
038000 1070-CHECK-OPERATOR-AUTHORITY.
038100*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
038200*    THE LEVEL THE CALLER PUT IN WS-REQUIRED-LEVEL.
038300     MOVE 'N' TO WS-SIGNON-OK-SW.
038400     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
038500     IF WS-OPERATOR-ID = SPACES
038600         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
038700     END-IF.
038800     MOVE '00' TO WS-OPAUTH-STATUS.
038900     OPEN INPUT OPAUTH-FILE.
039000     IF NOT OPAUTH-STATUS-OK
039100         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
039200     END-IF.
039300     PERFORM 1071-SCAN-ONE-OPERATOR
039400         THRU 1071-SCAN-ONE-OPERATOR-EXIT
039500         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
039600     CLOSE OPAUTH-FILE.
039700 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
039800     EXIT.
039900
040000 1071-SCAN-ONE-OPERATOR.
040100     READ OPAUTH-FILE
040200         AT END SET OPAUTH-STATUS-EOF TO TRUE
040300     END-READ.
040400     IF OPAUTH-STATUS-EOF
040500         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
040600     END-IF.
040700     IF OPER-ID = WS-OPERATOR-ID
040800         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
040900         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
041000             SET WS-SIGNON-OK TO TRUE
041100         END-IF
041200         SET OPAUTH-STATUS-EOF TO TRUE
041300     END-IF.
041400 1071-SCAN-ONE-OPERATOR-EXIT.
041500     EXIT.
041600
041700 1080-READ-PARM-CARD.
041800*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
041900*    (SEE PARMREC).  WHEN THIS PROGRAM'S CARD IS PRESENT AND
042000*    VALID, THE CONSOLE PROMPT IS SKIPPED AND THE CYCLE RUNS
042100*    UNATTENDED; OTHERWISE THE PROMPT REMAINS THE FALLBACK.
042200     MOVE 'N' TO WS-PARM-FOUND-SW.
042300     OPEN INPUT PARM-CARD-FILE.
042400     IF NOT PARM-STATUS-OK
042500         GO TO 1080-READ-PARM-CARD-EXIT
042600     END-IF.
042700     PERFORM 1081-SCAN-ONE-CARD
042800         THRU 1081-SCAN-ONE-CARD-EXIT
042900         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
043000     CLOSE PARM-CARD-FILE.
043100     IF WS-PARM-FOUND
043200         PERFORM 1090-PARSE-PARM-CARD
043300             THRU 1090-PARSE-PARM-CARD-EXIT
043400     END-IF.
043500 1080-READ-PARM-CARD-EXIT.
043600     EXIT.
043700
043800 1081-SCAN-ONE-CARD.
043900     READ PARM-CARD-FILE
044000         AT END SET PARM-STATUS-EOF TO TRUE
044100     END-READ.
044200     IF PARM-STATUS-EOF
044300         GO TO 1081-SCAN-ONE-CARD-EXIT
044400     END-IF.
044500     IF PARM-PROGRAM-ID = 'KITBUILD'
044600         SET WS-PARM-FOUND TO TRUE
044700     END-IF.
044800 1081-SCAN-ONE-CARD-EXIT.
044900     EXIT.
045000
045100 1090-PARSE-PARM-CARD.
045200*    CARD LAYOUT - COLS 9-16 OPERATOR ID.
045300     IF PARM-OPTIONS(1:8) = SPACES
045400         MOVE 'N' TO WS-PARM-FOUND-SW
045500         MOVE 'KITBUILD' TO EXC-PROGRAM-ID
045600         MOVE PARM-OPTIONS(1:8) TO EXC-KEY-VALUE
045700         MOVE 'E390' TO EXC-REASON-CODE
045800         MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
045900             EXC-REASON-TEXT
046000         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
046100         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
046200         MOVE SPACES TO EXC-OPERATOR-ID
046300         WRITE EXC-RECORD
046400         SET RC-WARNING TO TRUE
046500     ELSE
046600         MOVE PARM-OPTIONS(1:8) TO WS-OPERATOR-ID
046700     END-IF.
046800 1090-PARSE-PARM-CARD-EXIT.
046900     EXIT.
047000
047100 1200-FIND-NEXT-BUILD-SEQ.
047200*    BUILD NUMBERS ARE THE RUN DATE PLUS A SEQUENCE THAT
047300*    CONTINUES PAST ANY EARLIER RUN THE SAME DAY.
047400     MOVE 'N' TO WS-BROWSE-DONE-SW.
047500     MOVE WS-TODAY-YYYYMMDD TO KITH-BUILD-DATE.
047600     MOVE ZERO TO KITH-BUILD-SEQ.
047700     MOVE ZERO TO KITH-LINE-NO.
047800     START KIT-HISTORY-FILE KEY IS NOT LESS THAN KITH-KEY
047900         INVALID KEY SET WS-BROWSE-DONE TO TRUE
048000     END-START.
048100     PERFORM 1210-CHECK-ONE-BUILD-LINE
048200         THRU 1210-CHECK-ONE-BUILD-LINE-EXIT
048300         UNTIL WS-BROWSE-DONE.
048400 1200-FIND-NEXT-BUILD-SEQ-EXIT.
048500     EXIT.
048600
048700 1210-CHECK-ONE-BUILD-LINE.
048800     READ KIT-HISTORY-FILE NEXT
048900         AT END SET WS-BROWSE-DONE TO TRUE
049000     END-READ.
049100     IF WS-BROWSE-DONE OR NOT KITH-STATUS-OK
049200             OR KITH-BUILD-DATE NOT = WS-TODAY-YYYYMMDD
049300         SET WS-BROWSE-DONE TO TRUE
049400         GO TO 1210-CHECK-ONE-BUILD-LINE-EXIT
049500     END-IF.
049600     IF KITH-BUILD-SEQ NOT < WS-NEXT-SEQ
049700         COMPUTE WS-NEXT-SEQ = KITH-BUILD-SEQ + 1
049800     END-IF.
049900 1210-CHECK-ONE-BUILD-LINE-EXIT.
050000     EXIT.
050100
050200 1400-CHECK-DBREADY-GATE.
050300*    THE LATEST DBREADY GATE RECORD ON THE SHARED RUN-CONTROL
050400*    DATASET WINS - THE DATASET IS A HISTORY, SO A LATER
050500*    COMPLETE SUPERSEDES AN EARLIER FAIL.
050600     MOVE 'N' TO WS-RUNCTL-EOF-SW.
050700     OPEN INPUT RUNCTL-FILE.
050800     IF NOT RUNCTL-STATUS-OK
050900         GO TO 1400-CHECK-DBREADY-GATE-EXIT
051000     END-IF.
051100     PERFORM 1410-SCAN-RUNCTL-RECORD
051200         THRU 1410-SCAN-RUNCTL-RECORD-EXIT
051300         UNTIL WS-RUNCTL-AT-EOF.
051400     CLOSE RUNCTL-FILE.
051500 1400-CHECK-DBREADY-GATE-EXIT.
051600     EXIT.
051700
051800 1410-SCAN-RUNCTL-RECORD.
051900     READ RUNCTL-FILE INTO RUNCTL-RECORD
052000         AT END SET WS-RUNCTL-AT-EOF TO TRUE
052100     END-READ.
052200     IF WS-RUNCTL-AT-EOF
052300         GO TO 1410-SCAN-RUNCTL-RECORD-EXIT
052400     END-IF.
052500     IF RUNCTL-STEP-NAME = 'DBREADY'
052600         MOVE RUNCTL-STATUS TO WS-DBREADY-STATE
052700     END-IF.
052800 1410-SCAN-RUNCTL-RECORD-EXIT.
052900     EXIT.
053000
053100 2000-PROCESS-NEXT-TRAN.
053200     READ KIT-TRAN-FILE
053300         AT END SET TRAN-STATUS-EOF TO TRUE
053400     END-READ.
053500     IF TRAN-STATUS-EOF
053600         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
053700     END-IF.
053800     ADD 1 TO WS-TRANS-READ.
053900     MOVE KTRN-KIT-ITEM TO WS-EXC-KEY.
054000
054100     IF KTRN-OWNER = SPACES OR KTRN-KIT-ITEM = SPACES
054200             OR KTRN-QTY IS NOT NUMERIC
054300             OR KTRN-QTY = ZERO
054400             OR NOT (KTRN-BUILD OR KTRN-DISASSEMBLE)
054500         MOVE 'E417' TO EXC-REASON-CODE
054600         MOVE 'ACTION NOT B OR D, OR KEY/QTY MISSING' TO
054700             EXC-REASON-TEXT
054800         PERFORM 2900-WRITE-EXCEPTION
054900             THRU 2900-WRITE-EXCEPTION-EXIT
055000         GO TO 2000-PROCESS-NEXT-TRAN-EXIT
055100     END-IF.
055200
055300     IF KTRN-BUILD
055400         PERFORM 3000-BUILD-KITS
055500             THRU 3000-BUILD-KITS-EXIT
055600     ELSE
055700         PERFORM 4000-DISASSEMBLE-KITS
055800             THRU 4000-DISASSEMBLE-KITS-EXIT
055900     END-IF.
056000 2000-PROCESS-NEXT-TRAN-EXIT.
056100     EXIT.
056200
056300 3000-BUILD-KITS.
056400     IF WS-NEXT-SEQ > 9999
056500         MOVE 'E425' TO EXC-REASON-CODE
056600         MOVE 'BUILD NUMBERS EXHAUSTED FOR THE DAY' TO
056700             EXC-REASON-TEXT
056800         PERFORM 2900-WRITE-EXCEPTION
056900             THRU 2900-WRITE-EXCEPTION-EXIT
057000         GO TO 3000-BUILD-KITS-EXIT
057100     END-IF.
057200     PERFORM 3100-LOAD-BILL
057300         THRU 3100-LOAD-BILL-EXIT.
057400     IF WS-CMP-COUNT = ZERO
057500         MOVE 'E418' TO EXC-REASON-CODE
057600         MOVE 'NO BILL OF MATERIALS FOR THIS KIT' TO
057700             EXC-REASON-TEXT
057800         PERFORM 2900-WRITE-EXCEPTION
057900             THRU 2900-WRITE-EXCEPTION-EXIT
058000         GO TO 3000-BUILD-KITS-EXIT
058100     END-IF.
058200
058300*    A LOTTED COMPONENT BUILDS ONLY FROM UNEXPIRED LOTS - THE
058400*    ITEMS-TABLE QUANTITY ALSO COUNTS STOCK PAST ITS DATE.
058500     MOVE 'N' TO WS-TRAN-FAILED-SW.
058600     PERFORM 3200-CHECK-COMPONENT-LOTS
058700         THRU 3200-CHECK-COMPONENT-LOTS-EXIT
058800         VARYING WS-CMP-SUB FROM 1 BY 1
058900         UNTIL WS-CMP-SUB > WS-CMP-COUNT
059000             OR WS-TRAN-FAILED.
059100     IF WS-TRAN-FAILED
059200         GO TO 3000-BUILD-KITS-EXIT
059300     END-IF.
059400
059500*    ONE UNIT OF WORK - EVERY COMPONENT OFF, THE KITS ON.
059600     PERFORM 3300-TAKE-ONE-COMPONENT
059700         THRU 3300-TAKE-ONE-COMPONENT-EXIT
059800         VARYING WS-CMP-SUB FROM 1 BY 1
059900         UNTIL WS-CMP-SUB > WS-CMP-COUNT
060000             OR WS-TRAN-FAILED.
060100     IF WS-TRAN-FAILED
060200         GO TO 3000-BUILD-KITS-EXIT
060300     END-IF.
060400     MOVE KTRN-KIT-ITEM TO WS-SQL-ITEM-NAME.
060500     MOVE KTRN-QTY      TO WS-SQL-QTY.
060600     PERFORM 5100-ADD-ITEM-QTY
060700         THRU 5100-ADD-ITEM-QTY-EXIT.
060800     IF WS-TRAN-FAILED
060900         GO TO 3000-BUILD-KITS-EXIT
061000     END-IF.
061100     EXEC SQL COMMIT END-EXEC.
061200     ADD 1 TO WS-BUILDS-POSTED.
061300
061400*    COMMITTED - NOW THE LOTS AND THE HISTORY.  THE LOT CHECK
061500*    ABOVE SAW ENOUGH UNEXPIRED STOCK, SO THE LOTS COVER THE
061600*    BUILD; ANY STOCK NOT ON A LOT IS RECORDED UNDATED.
061700     MOVE WS-TODAY-YYYYMMDD TO WS-BUILD-DATE.
061800     MOVE WS-NEXT-SEQ       TO WS-BUILD-SEQ.
061900     ADD 1 TO WS-NEXT-SEQ.
062000     MOVE ZERO TO WS-LINE-NO.
062100     PERFORM 3400-WRITE-BUILD-HEADER
062200         THRU 3400-WRITE-BUILD-HEADER-EXIT.
062300     PERFORM 3500-CONSUME-COMPONENT
062400         THRU 3500-CONSUME-COMPONENT-EXIT
062500         VARYING WS-CMP-SUB FROM 1 BY 1
062600         UNTIL WS-CMP-SUB > WS-CMP-COUNT.
062700 3000-BUILD-KITS-EXIT.
062800     EXIT.
062900
063000 3100-LOAD-BILL.
063100     MOVE ZERO TO WS-CMP-COUNT.
063200     MOVE 'N' TO WS-BROWSE-DONE-SW.
063300     MOVE KTRN-OWNER    TO BOM-OWNER.
063400     MOVE KTRN-KIT-ITEM TO BOM-KIT-ITEM.
063500     MOVE LOW-VALUES    TO BOM-COMPONENT.
063600     START BOM-FILE KEY IS NOT LESS THAN BOM-KEY
063700         INVALID KEY SET WS-BROWSE-DONE TO TRUE
063800     END-START.
063900     PERFORM 3110-LOAD-ONE-COMPONENT
064000         THRU 3110-LOAD-ONE-COMPONENT-EXIT
064100         UNTIL WS-BROWSE-DONE.
064200 3100-LOAD-BILL-EXIT.
064300     EXIT.
064400
064500 3110-LOAD-ONE-COMPONENT.
064600     READ BOM-FILE NEXT
064700         AT END SET WS-BROWSE-DONE TO TRUE
064800     END-READ.
064900     IF WS-BROWSE-DONE OR NOT BOM-STATUS-OK
065000             OR BOM-OWNER NOT = KTRN-OWNER
065100             OR BOM-KIT-ITEM NOT = KTRN-KIT-ITEM
065200         SET WS-BROWSE-DONE TO TRUE
065300         GO TO 3110-LOAD-ONE-COMPONENT-EXIT
065400     END-IF.
065500     IF WS-CMP-COUNT NOT < 50
065600         DISPLAY 'KITBUILD - COMPONENT TABLE FULL FOR '
065700             KTRN-KIT-ITEM
065800         MOVE ZERO TO WS-CMP-COUNT
065900         SET WS-BROWSE-DONE TO TRUE
066000         GO TO 3110-LOAD-ONE-COMPONENT-EXIT
066100     END-IF.
066200     ADD 1 TO WS-CMP-COUNT.
066300     MOVE BOM-COMPONENT TO CMP-ITEM-NAME(WS-CMP-COUNT).
066400     MOVE BOM-QTY-PER   TO CMP-QTY-PER(WS-CMP-COUNT).
066500     COMPUTE CMP-QTY(WS-CMP-COUNT) = BOM-QTY-PER * KTRN-QTY.
066600     MOVE CMP-QTY(WS-CMP-COUNT) TO CMP-LEFT(WS-CMP-COUNT).
066700 3110-LOAD-ONE-COMPONENT-EXIT.
066800     EXIT.
066900
067000 3200-CHECK-COMPONENT-LOTS.
067100     MOVE CMP-ITEM-NAME(WS-CMP-SUB) TO WS-LOT-ITEM-NAME.
067200     PERFORM 3210-SIZE-UP-LOTS
067300         THRU 3210-SIZE-UP-LOTS-EXIT.
067400     IF WS-ITEM-HAS-LOTS
067500             AND WS-LOT-GOOD-TOTAL < CMP-QTY(WS-CMP-SUB)
067600         SET WS-TRAN-FAILED TO TRUE
067700         MOVE CMP-ITEM-NAME(WS-CMP-SUB) TO WS-EXC-KEY
067800         MOVE 'E419' TO EXC-REASON-CODE
067900         MOVE 'COMPONENT SHORT - UNEXPIRED LOTS' TO
068000             EXC-REASON-TEXT
068100         PERFORM 2900-WRITE-EXCEPTION
068200             THRU 2900-WRITE-EXCEPTION-EXIT
068300     END-IF.
068400 3200-CHECK-COMPONENT-LOTS-EXIT.
068500     EXIT.
068600
068700 3210-SIZE-UP-LOTS.
068800*    ONE KEYED BROWSE LOADS THE COMPONENT'S LOTS AND TOTALS
068900*    THE UNEXPIRED QUANTITY.
069000     MOVE 'N' TO WS-ITEM-HAS-LOTS-SW.
069100     MOVE ZERO TO WS-LOT-COUNT.
069200     MOVE ZERO TO WS-LOT-GOOD-TOTAL.
069300     IF NOT WS-LOTS-OPEN
069400         GO TO 3210-SIZE-UP-LOTS-EXIT
069500     END-IF.
069600     MOVE 'N' TO WS-BROWSE-DONE-SW.
069700     MOVE KTRN-OWNER       TO LOT-OWNER.
069800     MOVE WS-LOT-ITEM-NAME TO LOT-ITEM-NAME.
069900     MOVE LOW-VALUES       TO LOT-NUMBER.
070000     START LOT-MASTER KEY IS NOT LESS THAN LOT-KEY
070100         INVALID KEY SET WS-BROWSE-DONE TO TRUE
070200     END-START.
070300     PERFORM 3220-LOAD-ONE-LOT
070400         THRU 3220-LOAD-ONE-LOT-EXIT
070500         UNTIL WS-BROWSE-DONE.
070600 3210-SIZE-UP-LOTS-EXIT.
070700     EXIT.
070800
070900 3220-LOAD-ONE-LOT.
071000     READ LOT-MASTER NEXT
071100         AT END SET WS-BROWSE-DONE TO TRUE
071200     END-READ.
071300     IF WS-BROWSE-DONE OR NOT LOT-STATUS-OK
071400             OR LOT-OWNER NOT = KTRN-OWNER
071500             OR LOT-ITEM-NAME NOT = WS-LOT-ITEM-NAME
071600         SET WS-BROWSE-DONE TO TRUE
071700         GO TO 3220-LOAD-ONE-LOT-EXIT
071800     END-IF.
071900     SET WS-ITEM-HAS-LOTS TO TRUE.
072000     IF LOT-QTY = ZERO
072100         GO TO 3220-LOAD-ONE-LOT-EXIT
072200     END-IF.
072300*    A LOT PAST EXPIRY IS NEVER A CANDIDATE - IT SITS FOR QC.
072400     IF LOT-EXPIRY-DATE > ZERO
072500             AND LOT-EXPIRY-DATE < WS-TODAY-YYYYMMDD
072600         GO TO 3220-LOAD-ONE-LOT-EXIT
072700     END-IF.
072800     IF WS-LOT-COUNT < 50
072900         ADD 1 TO WS-LOT-COUNT
073000         MOVE LOT-NUMBER TO WS-LOT-NO(WS-LOT-COUNT)
073100         MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY(WS-LOT-COUNT)
073200         IF LOT-EXPIRY-DATE = ZERO
073300*            UNKNOWN EXPIRY CONSUMES LAST.
073400             MOVE 99999999 TO WS-LOT-SORT-EXPIRY(WS-LOT-COUNT)
073500         ELSE
073600             MOVE LOT-EXPIRY-DATE TO
073700                 WS-LOT-SORT-EXPIRY(WS-LOT-COUNT)
073800         END-IF
073900         MOVE LOT-QTY TO WS-LOT-LEFT(WS-LOT-COUNT)
074000         ADD LOT-QTY TO WS-LOT-GOOD-TOTAL
074100     ELSE
074200         DISPLAY 'KITBUILD - LOT TABLE FULL FOR '
074300             WS-LOT-ITEM-NAME
074400         SET RC-WARNING TO TRUE
074500         SET WS-BROWSE-DONE TO TRUE
074600     END-IF.
074700 3220-LOAD-ONE-LOT-EXIT.
074800     EXIT.
074900
075000 3300-TAKE-ONE-COMPONENT.
075100*    THE QUANTITY GUARD IN THE WHERE CLAUSE IS THE
075200*    AVAILABILITY CHECK - NO ROW UPDATED MEANS NOT ENOUGH ON
075300*    HAND, AND THE BUILD ROLLS BACK WHOLE.
075400     MOVE CMP-ITEM-NAME(WS-CMP-SUB) TO WS-SQL-ITEM-NAME.
075500     MOVE CMP-QTY(WS-CMP-SUB)       TO WS-SQL-QTY.
075600     PERFORM 5000-TAKE-ITEM-QTY
075700         THRU 5000-TAKE-ITEM-QTY-EXIT.
075800 3300-TAKE-ONE-COMPONENT-EXIT.
075900     EXIT.
076000
076100 3400-WRITE-BUILD-HEADER.
076200     MOVE WS-BUILD-NO       TO KITH-BUILD-NO.
076300     MOVE ZERO              TO KITH-LINE-NO.
076400     MOVE KTRN-OWNER        TO KITH-OWNER.
076500     MOVE KTRN-KIT-ITEM     TO KITH-KIT-ITEM.
076600     MOVE KTRN-KIT-ITEM     TO KITH-ITEM-NAME.
076700     MOVE SPACES            TO KITH-LOT-NUMBER.
076800     MOVE ZERO              TO KITH-LOT-EXPIRY.
076900     MOVE ZERO              TO KITH-QTY-PER.
077000     MOVE KTRN-QTY          TO KITH-QTY.
077100     MOVE ZERO              TO KITH-QTY-REVERSED.
077200     WRITE KIT-HISTORY-RECORD
077300         INVALID KEY
077400             DISPLAY 'KITBUILD - UNABLE TO WRITE KITHIST, '
077500                 'STATUS=' WS-KITH-STATUS
077600             SET RC-ERROR TO TRUE
077700     END-WRITE.
077800     MOVE KTRN-KIT-ITEM TO KRG-ITEM-NAME.
077900     MOVE KTRN-QTY      TO WS-TAKE.
078000     MOVE SPACES        TO WS-TAKE-LOT.
078100     MOVE 'P'           TO KRG-DIRECTION.
078200     PERFORM 5500-WRITE-REGISTER-LINE
078300         THRU 5500-WRITE-REGISTER-LINE-EXIT.
078400 3400-WRITE-BUILD-HEADER-EXIT.
078500     EXIT.
078600
078700 3500-CONSUME-COMPONENT.
078800     MOVE CMP-ITEM-NAME(WS-CMP-SUB) TO WS-LOT-ITEM-NAME.
078900     PERFORM 3210-SIZE-UP-LOTS
079000         THRU 3210-SIZE-UP-LOTS-EXIT.
079100     MOVE CMP-QTY(WS-CMP-SUB) TO WS-LOT-REMAINING.
079200     IF WS-ITEM-HAS-LOTS
079300         MOVE 1 TO WS-LOT-PICK-SUB
079400         PERFORM 3510-CONSUME-EARLIEST-LOT
079500             THRU 3510-CONSUME-EARLIEST-LOT-EXIT
079600             UNTIL WS-LOT-REMAINING = ZERO
079700                 OR WS-LOT-PICK-SUB = ZERO
079800     END-IF.
079900     IF WS-LOT-REMAINING > ZERO
080000         MOVE WS-LOT-REMAINING TO WS-TAKE
080100         MOVE SPACES TO WS-TAKE-LOT
080200         MOVE ZERO TO WS-TAKE-EXPIRY
080300         PERFORM 3530-WRITE-COMPONENT-LINE
080400             THRU 3530-WRITE-COMPONENT-LINE-EXIT
080500     END-IF.
080600 3500-CONSUME-COMPONENT-EXIT.
080700     EXIT.
080800
080900 3510-CONSUME-EARLIEST-LOT.
081000     MOVE ZERO TO WS-LOT-PICK-SUB.
081100     PERFORM 3520-COMPARE-ONE-LOT
081200         THRU 3520-COMPARE-ONE-LOT-EXIT
081300         VARYING WS-LOT-SUB FROM 1 BY 1
081400         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
081500     IF WS-LOT-PICK-SUB = ZERO
081600         GO TO 3510-CONSUME-EARLIEST-LOT-EXIT
081700     END-IF.
081800
081900     IF WS-LOT-LEFT(WS-LOT-PICK-SUB) < WS-LOT-REMAINING
082000         MOVE WS-LOT-LEFT(WS-LOT-PICK-SUB) TO WS-TAKE
082100     ELSE
082200         MOVE WS-LOT-REMAINING TO WS-TAKE
082300     END-IF.
082400     SUBTRACT WS-TAKE FROM WS-LOT-LEFT(WS-LOT-PICK-SUB).
082500     SUBTRACT WS-TAKE FROM WS-LOT-REMAINING.
082600     MOVE WS-LOT-NO(WS-LOT-PICK-SUB)     TO WS-TAKE-LOT.
082700     MOVE WS-LOT-EXPIRY(WS-LOT-PICK-SUB) TO WS-TAKE-EXPIRY.
082800
082900     MOVE KTRN-OWNER       TO LOT-OWNER.
083000     MOVE WS-LOT-ITEM-NAME TO LOT-ITEM-NAME.
083100     MOVE WS-TAKE-LOT      TO LOT-NUMBER.
083200     READ LOT-MASTER
083300         INVALID KEY CONTINUE
083400     END-READ.
083500     IF LOT-STATUS-OK
083600         IF LOT-QTY NOT > WS-TAKE
083700*            THE AVAILABLE SIDE IS CONSUMED - THE LOT ONLY
083800*            LEAVES THE FILE ONCE NOTHING IS ON QC HOLD EITHER.
083900             MOVE ZERO TO LOT-QTY
084000             IF LOT-QTY-HELD = ZERO
084100                 DELETE LOT-MASTER
084200                     INVALID KEY CONTINUE
084300                 END-DELETE
084400             ELSE
084500                 REWRITE LOT-RECORD
084600                     INVALID KEY CONTINUE
084700                 END-REWRITE
084800             END-IF
084900         ELSE
085000             SUBTRACT WS-TAKE FROM LOT-QTY
085100             REWRITE LOT-RECORD
085200                 INVALID KEY CONTINUE
085300             END-REWRITE
085400         END-IF
085500     END-IF.
085600     PERFORM 3530-WRITE-COMPONENT-LINE
085700         THRU 3530-WRITE-COMPONENT-LINE-EXIT.
085800 3510-CONSUME-EARLIEST-LOT-EXIT.
085900     EXIT.
086000
086100 3520-COMPARE-ONE-LOT.
086200     IF WS-LOT-LEFT(WS-LOT-SUB) > ZERO
086300         IF WS-LOT-PICK-SUB = ZERO
086400                 OR WS-LOT-SORT-EXPIRY(WS-LOT-SUB) <
086500                     WS-LOT-SORT-EXPIRY(WS-LOT-PICK-SUB)
086600             MOVE WS-LOT-SUB TO WS-LOT-PICK-SUB
086700         END-IF
086800     END-IF.
086900 3520-COMPARE-ONE-LOT-EXIT.
087000     EXIT.
087100
087200 3530-WRITE-COMPONENT-LINE.
087300*    ONE HISTORY LINE PER COMPONENT PER LOT, IN THE ORDER THE
087400*    LOTS WERE TAKEN.  THE REGISTER LINE IS WRITTEN EVEN IF THE
087500*    HISTORY IS FULL, SO THE BOOKS STILL SEE THE MOVEMENT.
087600     IF WS-LINE-NO < 999
087700         ADD 1 TO WS-LINE-NO
087800         MOVE WS-BUILD-NO       TO KITH-BUILD-NO
087900         MOVE WS-LINE-NO        TO KITH-LINE-NO
088000         MOVE KTRN-OWNER        TO KITH-OWNER
088100         MOVE KTRN-KIT-ITEM     TO KITH-KIT-ITEM
088200         MOVE WS-LOT-ITEM-NAME  TO KITH-ITEM-NAME
088300         MOVE WS-TAKE-LOT       TO KITH-LOT-NUMBER
088400         MOVE WS-TAKE-EXPIRY    TO KITH-LOT-EXPIRY
088500         MOVE CMP-QTY-PER(WS-CMP-SUB) TO KITH-QTY-PER
088600         MOVE WS-TAKE           TO KITH-QTY
088700         MOVE ZERO              TO KITH-QTY-REVERSED
088800         WRITE KIT-HISTORY-RECORD
088900             INVALID KEY
089000                 DISPLAY 'KITBUILD - UNABLE TO WRITE KITHIST, '
089100                     'STATUS=' WS-KITH-STATUS
089200                 SET RC-ERROR TO TRUE
089300         END-WRITE
089400     ELSE
089500         DISPLAY 'KITBUILD - HISTORY LINES FULL FOR BUILD '
089600             WS-BUILD-NO
089700         SET RC-WARNING TO TRUE
089800     END-IF.
089900     MOVE WS-LOT-ITEM-NAME TO KRG-ITEM-NAME.
090000     MOVE 'C' TO KRG-DIRECTION.
090100     PERFORM 5500-WRITE-REGISTER-LINE
090200         THRU 5500-WRITE-REGISTER-LINE-EXIT.
090300 3530-WRITE-COMPONENT-LINE-EXIT.
090400     EXIT.
090500
090600 4000-DISASSEMBLE-KITS.
090700*    A DISASSEMBLY REVERSES ONE BUILD - THE KIT COMES OFF AND
090800*    THE COMPONENTS THAT BUILD CONSUMED GO BACK, WHATEVER THE
090900*    BILL SAYS TODAY.
091000     MOVE KTRN-BUILD-NO TO KITH-BUILD-NO.
091100     MOVE ZERO          TO KITH-LINE-NO.
091200     IF KTRN-BUILD-NO IS NUMERIC
091300         READ KIT-HISTORY-FILE
091400             INVALID KEY CONTINUE
091500         END-READ
091600     ELSE
091700         MOVE '23' TO WS-KITH-STATUS
091800     END-IF.
091900     IF NOT KITH-STATUS-OK
092000             OR KITH-OWNER NOT = KTRN-OWNER
092100             OR KITH-KIT-ITEM NOT = KTRN-KIT-ITEM
092200         MOVE 'E422' TO EXC-REASON-CODE
092300         MOVE 'BUILD NOT ON KIT HISTORY FOR THIS KIT' TO
092400             EXC-REASON-TEXT
092500         PERFORM 2900-WRITE-EXCEPTION
092600             THRU 2900-WRITE-EXCEPTION-EXIT
092700         GO TO 4000-DISASSEMBLE-KITS-EXIT
092800     END-IF.
092900     COMPUTE WS-KITS-LEFT = KITH-QTY - KITH-QTY-REVERSED.
093000     IF KTRN-QTY > WS-KITS-LEFT
093100         MOVE 'E423' TO EXC-REASON-CODE
093200         MOVE 'QTY OVER KITS LEFT ON THE BUILD' TO
093300             EXC-REASON-TEXT
093400         PERFORM 2900-WRITE-EXCEPTION
093500             THRU 2900-WRITE-EXCEPTION-EXIT
093600         GO TO 4000-DISASSEMBLE-KITS-EXIT
093700     END-IF.
093800     MOVE KITH-BUILD-NO TO WS-BUILD-NO.
093900     PERFORM 4100-LOAD-BUILD-COMPONENTS
094000         THRU 4100-LOAD-BUILD-COMPONENTS-EXIT.
094100
094200*    ONE UNIT OF WORK - THE KITS OFF, EVERY COMPONENT ON.
094300     MOVE 'N' TO WS-TRAN-FAILED-SW.
094400     MOVE KTRN-KIT-ITEM TO WS-SQL-ITEM-NAME.
094500     MOVE KTRN-QTY      TO WS-SQL-QTY.
094600     PERFORM 5000-TAKE-ITEM-QTY
094700         THRU 5000-TAKE-ITEM-QTY-EXIT.
094800     IF WS-TRAN-FAILED
094900         GO TO 4000-DISASSEMBLE-KITS-EXIT
095000     END-IF.
095100     PERFORM 4200-RETURN-ONE-COMPONENT
095200         THRU 4200-RETURN-ONE-COMPONENT-EXIT
095300         VARYING WS-CMP-SUB FROM 1 BY 1
095400         UNTIL WS-CMP-SUB > WS-CMP-COUNT
095500             OR WS-TRAN-FAILED.
095600     IF WS-TRAN-FAILED
095700         GO TO 4000-DISASSEMBLE-KITS-EXIT
095800     END-IF.
095900     EXEC SQL COMMIT END-EXEC.
096000     ADD 1 TO WS-DISASSEMBLIES-POSTED.
096100
096200*    COMMITTED - NOW THE HISTORY AND THE LOTS.
096300     MOVE WS-BUILD-NO TO KITH-BUILD-NO.
096400     MOVE ZERO        TO KITH-LINE-NO.
096500     READ KIT-HISTORY-FILE
096600         INVALID KEY CONTINUE
096700     END-READ.
096800     IF KITH-STATUS-OK
096900         ADD KTRN-QTY TO KITH-QTY-REVERSED
097000         REWRITE KIT-HISTORY-RECORD
097100             INVALID KEY CONTINUE
097200         END-REWRITE
097300     END-IF.
097400     MOVE KTRN-KIT-ITEM TO KRG-ITEM-NAME.
097500     MOVE KTRN-QTY      TO WS-TAKE.
097600     MOVE SPACES        TO WS-TAKE-LOT.
097700     MOVE 'C'           TO KRG-DIRECTION.
097800     PERFORM 5500-WRITE-REGISTER-LINE
097900         THRU 5500-WRITE-REGISTER-LINE-EXIT.
098000*    THE LAST LOTS TAKEN GO BACK FIRST, SO WHAT STAYS IN KITS
098100*    IS THE EARLIEST-EXPIRING STOCK.
098200     MOVE WS-LAST-LINE-NO TO WS-LINE-NO.
098300     PERFORM 4300-REVERSE-ONE-LINE
098400         THRU 4300-REVERSE-ONE-LINE-EXIT
098500         UNTIL WS-LINE-NO = ZERO.
098600 4000-DISASSEMBLE-KITS-EXIT.
098700     EXIT.
098800
098900 4100-LOAD-BUILD-COMPONENTS.
099000*    ONE ENTRY PER COMPONENT, HOWEVER MANY LOTS IT CAME FROM.
099100     MOVE ZERO TO WS-CMP-COUNT.
099200     MOVE ZERO TO WS-LAST-LINE-NO.
099300     MOVE 'N' TO WS-BROWSE-DONE-SW.
099400     MOVE WS-BUILD-NO TO KITH-BUILD-NO.
099500     MOVE 1           TO KITH-LINE-NO.
099600     START KIT-HISTORY-FILE KEY IS NOT LESS THAN KITH-KEY
099700         INVALID KEY SET WS-BROWSE-DONE TO TRUE
099800     END-START.
099900     PERFORM 4110-LOAD-ONE-LINE
100000         THRU 4110-LOAD-ONE-LINE-EXIT
100100         UNTIL WS-BROWSE-DONE.
100200 4100-LOAD-BUILD-COMPONENTS-EXIT.
100300     EXIT.
100400
100500 4110-LOAD-ONE-LINE.
100600     READ KIT-HISTORY-FILE NEXT
100700         AT END SET WS-BROWSE-DONE TO TRUE
100800     END-READ.
100900     IF WS-BROWSE-DONE OR NOT KITH-STATUS-OK
101000             OR KITH-BUILD-NO NOT = WS-BUILD-NO
101100         SET WS-BROWSE-DONE TO TRUE
101200         GO TO 4110-LOAD-ONE-LINE-EXIT
101300     END-IF.
101400     MOVE KITH-LINE-NO TO WS-LAST-LINE-NO.
101500     PERFORM 4400-FIND-COMPONENT
101600         THRU 4400-FIND-COMPONENT-EXIT.
101700     IF WS-CMP-FOUND-SUB > ZERO
101800         GO TO 4110-LOAD-ONE-LINE-EXIT
101900     END-IF.
102000     IF WS-CMP-COUNT NOT < 50
102100         DISPLAY 'KITBUILD - COMPONENT TABLE FULL FOR BUILD '
102200             WS-BUILD-NO
102300         SET RC-WARNING TO TRUE
102400         GO TO 4110-LOAD-ONE-LINE-EXIT
102500     END-IF.
102600     ADD 1 TO WS-CMP-COUNT.
102700     MOVE KITH-ITEM-NAME TO CMP-ITEM-NAME(WS-CMP-COUNT).
102800     MOVE KITH-QTY-PER   TO CMP-QTY-PER(WS-CMP-COUNT).
102900     COMPUTE CMP-QTY(WS-CMP-COUNT) = KITH-QTY-PER * KTRN-QTY.
103000     MOVE CMP-QTY(WS-CMP-COUNT) TO CMP-LEFT(WS-CMP-COUNT).
103100 4110-LOAD-ONE-LINE-EXIT.
103200     EXIT.
103300
103400 4200-RETURN-ONE-COMPONENT.
103500     MOVE CMP-ITEM-NAME(WS-CMP-SUB) TO WS-SQL-ITEM-NAME.
103600     MOVE CMP-QTY(WS-CMP-SUB)       TO WS-SQL-QTY.
103700     PERFORM 5100-ADD-ITEM-QTY
103800         THRU 5100-ADD-ITEM-QTY-EXIT.
103900 4200-RETURN-ONE-COMPONENT-EXIT.
104000     EXIT.
104100
104200 4300-REVERSE-ONE-LINE.
104300     MOVE WS-BUILD-NO TO KITH-BUILD-NO.
104400     MOVE WS-LINE-NO  TO KITH-LINE-NO.
104500     SUBTRACT 1 FROM WS-LINE-NO.
104600     READ KIT-HISTORY-FILE
104700         INVALID KEY CONTINUE
104800     END-READ.
104900     IF NOT KITH-STATUS-OK
105000         GO TO 4300-REVERSE-ONE-LINE-EXIT
105100     END-IF.
105200     PERFORM 4400-FIND-COMPONENT
105300         THRU 4400-FIND-COMPONENT-EXIT.
105400     IF WS-CMP-FOUND-SUB = ZERO
105500         GO TO 4300-REVERSE-ONE-LINE-EXIT
105600     END-IF.
105700     COMPUTE WS-TAKE = KITH-QTY - KITH-QTY-REVERSED.
105800     IF WS-TAKE > CMP-LEFT(WS-CMP-FOUND-SUB)
105900         MOVE CMP-LEFT(WS-CMP-FOUND-SUB) TO WS-TAKE
106000     END-IF.
106100     IF WS-TAKE = ZERO
106200         GO TO 4300-REVERSE-ONE-LINE-EXIT
106300     END-IF.
106400     SUBTRACT WS-TAKE FROM CMP-LEFT(WS-CMP-FOUND-SUB).
106500     ADD WS-TAKE TO KITH-QTY-REVERSED.
106600     REWRITE KIT-HISTORY-RECORD
106700         INVALID KEY CONTINUE
106800     END-REWRITE.
106900     MOVE KITH-LOT-NUMBER TO WS-TAKE-LOT.
107000     MOVE KITH-LOT-EXPIRY TO WS-TAKE-EXPIRY.
107100     IF WS-TAKE-LOT NOT = SPACES
107200         PERFORM 4310-RESTORE-LOT
107300             THRU 4310-RESTORE-LOT-EXIT
107400     END-IF.
107500     MOVE KITH-ITEM-NAME TO KRG-ITEM-NAME.
107600     MOVE 'P' TO KRG-DIRECTION.
107700     PERFORM 5500-WRITE-REGISTER-LINE
107800         THRU 5500-WRITE-REGISTER-LINE-EXIT.
107900 4300-REVERSE-ONE-LINE-EXIT.
108000     EXIT.
108100
108200 4310-RESTORE-LOT.
108300*    A LOT CONSUMED TO ZERO HAS LEFT THE FILE - IT COMES BACK
108400*    WITH THE EXPIRY THE HISTORY KEPT.
108500     IF NOT WS-LOTS-OPEN
108600         GO TO 4310-RESTORE-LOT-EXIT
108700     END-IF.
108800     MOVE KTRN-OWNER     TO LOT-OWNER.
108900     MOVE KITH-ITEM-NAME TO LOT-ITEM-NAME.
109000     MOVE WS-TAKE-LOT    TO LOT-NUMBER.
109100     READ LOT-MASTER
109200         INVALID KEY CONTINUE
109300     END-READ.
109400     IF LOT-STATUS-OK
109500         ADD WS-TAKE TO LOT-QTY
109600         REWRITE LOT-RECORD
109700             INVALID KEY CONTINUE
109800         END-REWRITE
109900     ELSE
110000         MOVE KTRN-OWNER     TO LOT-OWNER
110100         MOVE KITH-ITEM-NAME TO LOT-ITEM-NAME
110200         MOVE WS-TAKE-LOT    TO LOT-NUMBER
110300         MOVE WS-TAKE-EXPIRY TO LOT-EXPIRY-DATE
110400         MOVE WS-TAKE        TO LOT-QTY
110500         MOVE ZERO           TO LOT-QTY-HELD
110600         WRITE LOT-RECORD
110700             INVALID KEY CONTINUE
110800         END-WRITE
110900     END-IF.
111000 4310-RESTORE-LOT-EXIT.
111100     EXIT.
111200
111300 4400-FIND-COMPONENT.
111400     MOVE ZERO TO WS-CMP-FOUND-SUB.
111500     PERFORM 4410-CHECK-ONE-COMPONENT
111600         THRU 4410-CHECK-ONE-COMPONENT-EXIT
111700         VARYING WS-CMP-SUB FROM 1 BY 1
111800         UNTIL WS-CMP-SUB > WS-CMP-COUNT
111900             OR WS-CMP-FOUND-SUB > ZERO.
112000 4400-FIND-COMPONENT-EXIT.
112100     EXIT.
112200
112300 4410-CHECK-ONE-COMPONENT.
112400     IF CMP-ITEM-NAME(WS-CMP-SUB) = KITH-ITEM-NAME
112500         MOVE WS-CMP-SUB TO WS-CMP-FOUND-SUB
112600     END-IF.
112700 4410-CHECK-ONE-COMPONENT-EXIT.
112800     EXIT.
112900
113000 5000-TAKE-ITEM-QTY.
113100     EXEC SQL
113200         UPDATE items
113300             SET qty_on_hand = qty_on_hand - :WS-SQL-QTY
113400             WHERE owner = :KTRN-OWNER
113500               AND itemname = :WS-SQL-ITEM-NAME
113600               AND qty_on_hand >= :WS-SQL-QTY
113700     END-EXEC.
113800     IF SQLCODE = 0 AND SQLERRD(3) = 0
113900         MOVE 'E419' TO EXC-REASON-CODE
114000         MOVE 'NOT ENOUGH ON HAND - NOTHING POSTED' TO
114100             EXC-REASON-TEXT
114200     END-IF.
114300     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
114400         PERFORM 5900-TRAN-FAILED
114500             THRU 5900-TRAN-FAILED-EXIT
114600     END-IF.
114700 5000-TAKE-ITEM-QTY-EXIT.
114800     EXIT.
114900
115000 5100-ADD-ITEM-QTY.
115100     EXEC SQL
115200         UPDATE items
115300             SET qty_on_hand = qty_on_hand + :WS-SQL-QTY
115400             WHERE owner = :KTRN-OWNER
115500               AND itemname = :WS-SQL-ITEM-NAME
115600     END-EXEC.
115700     IF SQLCODE = 0 AND SQLERRD(3) = 0
115800         MOVE 'E420' TO EXC-REASON-CODE
115900         MOVE 'ITEM NOT ON ITEMS TABLE - NOTHING POSTED' TO
116000             EXC-REASON-TEXT
116100     END-IF.
116200     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
116300         PERFORM 5900-TRAN-FAILED
116400             THRU 5900-TRAN-FAILED-EXIT
116500     END-IF.
116600 5100-ADD-ITEM-QTY-EXIT.
116700     EXIT.
116800
116900 5500-WRITE-REGISTER-LINE.
117000*    THE CALLER SETS THE ITEM, DIRECTION, QUANTITY AND LOT.
117100     MOVE WS-TODAY-YYYYMMDD TO KRG-DATE.
117200     MOVE WS-TIME-HHMMSSHH  TO KRG-TIME.
117300     MOVE KTRN-OWNER        TO KRG-OWNER.
117400     MOVE WS-TAKE           TO KRG-QTY.
117500     MOVE KTRN-ACTION       TO KRG-ACTION.
117600     MOVE WS-BUILD-NO       TO KRG-BUILD-NO.
117700     MOVE WS-TAKE-LOT       TO KRG-LOT-NUMBER.
117800     MOVE KTRN-KIT-ITEM     TO KRG-KIT-ITEM.
117900     MOVE WS-OPERATOR-ID    TO KRG-OPERATOR.
118000     WRITE BUILD-REGISTER-LINE.
118100     MOVE SPACES TO BUILD-REGISTER-LINE.
118200 5500-WRITE-REGISTER-LINE-EXIT.
118300     EXIT.
118400
118500 5900-TRAN-FAILED.
118600*    ROLL THE WHOLE BUILD OR DISASSEMBLY BACK.  A NON-ZERO
118700*    SQLCODE OVERRIDES THE QUANTITY REASON THE CALLER SET.
118800     IF SQLCODE NOT = 0
118900         DISPLAY 'KITBUILD - SQL FAILED, SQLCODE=' SQLCODE
119000         MOVE 'E421' TO EXC-REASON-CODE
119100         MOVE 'KIT POSTING FAILED, SEE SQLCODE' TO
119200             EXC-REASON-TEXT
119300     END-IF.
119400     EXEC SQL ROLLBACK END-EXEC.
119500     SET WS-TRAN-FAILED TO TRUE.
119600     MOVE WS-SQL-ITEM-NAME TO WS-EXC-KEY.
119700     PERFORM 2900-WRITE-EXCEPTION
119800         THRU 2900-WRITE-EXCEPTION-EXIT.
119900 5900-TRAN-FAILED-EXIT.
120000     EXIT.
120100
120200 2900-WRITE-EXCEPTION.
120300*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
120400*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS
120500*    AND THE KEY - THE KIT, OR THE COMPONENT AT FAULT.
120600     ADD 1 TO WS-TRANS-REJECTED.
120700     MOVE 'KITBUILD' TO EXC-PROGRAM-ID.
120800     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
120900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
121000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
121100     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
121200     WRITE EXC-RECORD.
121300     SET RC-WARNING TO TRUE.
121400 2900-WRITE-EXCEPTION-EXIT.
121500     EXIT.
121600
121700 9000-FINISH.
121800     CLOSE KIT-TRAN-FILE.
121900     CLOSE BOM-FILE.
122000     CLOSE KIT-HISTORY-FILE.
122100     IF WS-LOTS-OPEN
122200         CLOSE LOT-MASTER
122300     END-IF.
122400     CLOSE BUILD-REGISTER.
122500     CLOSE EXCEPTION-FILE.
122600     DISPLAY 'KITBUILD - TRANS READ      : ' WS-TRANS-READ.
122700     DISPLAY 'KITBUILD - BUILDS POSTED   : ' WS-BUILDS-POSTED.
122800     DISPLAY 'KITBUILD - DISASSEMBLIES   : '
122900         WS-DISASSEMBLIES-POSTED.
123000     DISPLAY 'KITBUILD - TRANS REJECTED  : ' WS-TRANS-REJECTED.
123100     DISPLAY 'KITBUILD - RETURN CODE     : ' WS-RETURN-CODE.
123200 9000-FINISH-EXIT.
123300     EXIT.
123400
123500 9999-EXIT.
123600     STOP RUN.
