000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DMGDISP.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  DAMAGED-STOCK DISPOSAL -
001000*                    CLEARS THE QTY_DAMAGED BUCKET QCREL AND
001100*                    RETPOST FILL.  EACH DMGTRAN TRANSACTION
001200*                    NAMES THE OWNER, ITEM, QUANTITY, A REASON
001300*                    AND A DISPOSITION - 'S' SCRAP, 'D' DONATE,
001400*                    'V' SELL AS SALVAGE, OR 'R' REWORK BACK TO
001500*                    AVAILABLE (QTY_ON_HAND, AND THE NAMED LOT'S
001600*                    AVAILABLE QUANTITY - SEE LOTREC).  THE
001700*                    STOCK MOVES UNDER THE SAME GUARDED-UPDATE
001800*                    COMMIT CONTROL THE OTHER POSTERS USE.  A
001900*                    WRITE-OFF VALUED (AT ITEMMAST UNIT COST)
002000*                    ABOVE THE APPROVAL LIMIT ON THE DMGDISP
002100*                    CARD MUST NAME A SECOND LEVEL-3 OPERATOR
002200*                    ON OPAUTH, NOT THE ONE SIGNED ON.  EVERY
002300*                    DISPOSAL IS LISTED ON THE CUMULATIVE
002400*                    DISPREG REGISTER - GLFEED JOURNALS THE
002500*                    SCRAP AND SALVAGE LINES AS MOVEMENT TYPE
002600*                    'DWRO', AND DISPRPT REPORTS THE MONTH'S
002700*                    WRITE-OFFS BY OWNER AND REASON.  RUNS UNDER
002800*                    THE LEVEL-3 OPERATOR SIGN-ON, AS KITBUILD
002900*                    DOES.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DISPOSAL-TRAN-FILE ASSIGN TO "DMGTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRAN-STATUS.
003700
003800     SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS IM-KEY
004200         FILE STATUS IS WS-IM-STATUS.
004300
004400     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LOT-KEY
004800         FILE STATUS IS WS-LOT-STATUS.
004900
005000     SELECT DISPOSAL-REGISTER ASSIGN TO "DISPREG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-DREG-STATUS.
005300
005400     SELECT EXCEPTION-FILE ASSIGN TO "DMGDEXC"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-OPAUTH-STATUS.
006000
006100     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PARM-STATUS.
006400
006500     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BUSDATE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DISPOSAL-TRAN-FILE.
007200 01  DISPOSAL-TRAN-RECORD.
007300     05  DSP-OWNER                   PIC X(20).
007400     05  DSP-ITEM-NAME               PIC X(20).
007500     05  DSP-QUANTITY                PIC 9(05).
007600     05  DSP-DISPOSITION             PIC X(01).
007700         88  DSP-SCRAP               VALUE 'S'.
007800         88  DSP-DONATE              VALUE 'D'.
007900         88  DSP-SALVAGE             VALUE 'V'.
008000         88  DSP-REWORK              VALUE 'R'.
008100     05  DSP-REASON                  PIC X(04).
008200*    REWORK ONLY - THE LOT THE REWORKED UNITS GO BACK INTO.
008300*    BLANK = UNDATED STOCK, NO LOT LEDGER TO MOVE.
008400     05  DSP-LOT-NO                  PIC X(10).
008500*    THE SECOND OPERATOR, WHEN THE WRITE-OFF NEEDS APPROVAL.
008600     05  DSP-APPROVER                PIC X(08).
008700
008800 FD  ITEM-MASTER.
008900     COPY ITEMMREC.
009000
009100 FD  LOT-MASTER.
009200     COPY LOTREC.
009300
009400*    FIXED COLUMNS - GLFEED AND DISPRPT PARSE THIS REGISTER, SO
009500*    THE LAYOUT IS A CONTRACT.  ONE LINE PER DISPOSAL; THE
009600*    VALUE IS THE QUANTITY AT ITEMMAST UNIT COST.
009700 FD  DISPOSAL-REGISTER.
009800 01  DISPOSAL-REGISTER-LINE.
009900     05  DRG-DATE                    PIC X(08).
010000     05  FILLER                      PIC X(01).
010100     05  DRG-TIME                    PIC X(08).
010200     05  FILLER                      PIC X(07).
010300     05  DRG-OWNER                   PIC X(20).
010400     05  FILLER                      PIC X(06).
010500     05  DRG-ITEM-NAME               PIC X(20).
010600     05  FILLER                      PIC X(05).
010700     05  DRG-QTY                     PIC 9(05).
010800     05  FILLER                      PIC X(05).
010900     05  DRG-DISPOSITION             PIC X(01).
011000     05  FILLER                      PIC X(05).
011100     05  DRG-REASON                  PIC X(04).
011200     05  FILLER                      PIC X(01).
011300     05  DRG-VALUE                   PIC 9(07)V9(02).
011400     05  FILLER                      PIC X(01).
011500     05  DRG-LOT-NUMBER              PIC X(10).
011600     05  FILLER                      PIC X(01).
011700     05  DRG-OPERATOR                PIC X(08).
011800     05  FILLER                      PIC X(01).
011900     05  DRG-APPROVER                PIC X(08).
012000
012100 FD  EXCEPTION-FILE.
012200     COPY EXCREC.
012300
012400 FD  OPAUTH-FILE.
012500     COPY OPAUTH.
012600
012700 FD  PARM-CARD-FILE.
012800     COPY PARMREC.
012900
013000 FD  BUSDATE-FILE.
013100     COPY BUSDATE.
013200
013300 WORKING-STORAGE SECTION.
013400     EXEC SQL INCLUDE SQLCA END-EXEC.
013500     COPY RETCODES.
013600
013700*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
013800*    OPAUTH) - PRIVILEGED FUNCTIONS REFUSE AN OPERATOR BELOW
013900*    THE REQUIRED LEVEL, AND THE OPERATOR ID RIDES EVERY
014000*    EXCEPTION AND REGISTER LINE THIS PROGRAM WRITES.
014100 01  WS-OPAUTH-STATUS              PIC X(02) VALUE '00'.
014200     88  OPAUTH-STATUS-OK          VALUE '00'.
014300     88  OPAUTH-STATUS-EOF         VALUE '10'.
014400 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
014500 01  WS-CHECK-OPER-ID              PIC X(08) VALUE SPACES.
014600 01  WS-OPER-LEVEL-FOUND           PIC 9(01) VALUE ZERO.
014700 01  WS-REQUIRED-LEVEL             PIC 9(01) VALUE 3.
014800 01  WS-SIGNON-OK-SW               PIC X(01) VALUE 'N'.
014900     88  WS-SIGNON-OK              VALUE 'Y'.
015000
015100 01  WS-PARM-STATUS                PIC X(02) VALUE '00'.
015200     88  PARM-STATUS-OK            VALUE '00'.
015300     88  PARM-STATUS-EOF           VALUE '10'.
015400 01  WS-PARM-FOUND-SW              PIC X(01) VALUE 'N'.
015500     88  WS-PARM-FOUND             VALUE 'Y'.
015600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
015700     88  BUSDATE-STATUS-OK           VALUE '00'.
015800
015900 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
016000     88  TRAN-STATUS-OK              VALUE '00'.
016100     88  TRAN-STATUS-EOF             VALUE '10'.
016200 01  WS-IM-STATUS                   PIC X(02) VALUE '00'.
016300     88  IM-STATUS-OK                VALUE '00'.
016400 01  WS-LOT-STATUS                  PIC X(02) VALUE '00'.
016500     88  LOT-STATUS-OK               VALUE '00'.
016600 01  WS-DREG-STATUS                 PIC X(02) VALUE '00'.
016700     88  DREG-STATUS-OK              VALUE '00'.
016800 01  WS-LOTS-OPEN-SW                PIC X(01) VALUE 'N'.
016900     88  WS-LOTS-OPEN                VALUE 'Y'.
017000
017100*    A WRITE-OFF VALUED ABOVE THIS NEEDS A SECOND OPERATOR -
017200*    FROM CARD COLS 17-25 (9(07)V99), DEFAULT 500.00.  A
017300*    REWORK WRITES NOTHING OFF AND NEVER NEEDS ONE.
017400 01  WS-APPROVAL-LIMIT              PIC 9(07)V9(02) VALUE 500.00.
017500 01  WS-WRITE-OFF-VALUE             PIC 9(07)V9(02) VALUE ZERO.
017600 01  WS-VALUE-WORK                  PIC 9(12)V9(02) VALUE ZERO.
017700 01  WS-EXC-KEY                     PIC X(20) VALUE SPACES.
017800
017900 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
018000 01  WS-WRITE-OFFS-POSTED           PIC 9(07) COMP VALUE ZERO.
018100 01  WS-REWORKS-POSTED              PIC 9(07) COMP VALUE ZERO.
018200 01  WS-APPROVALS-USED              PIC 9(07) COMP VALUE ZERO.
018300 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
018400
018500 01  WS-CURRENT-DATE-TIME.
018600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
018700     05  WS-TIME-HHMMSSHH           PIC 9(08).
018800     05  FILLER                     PIC X(05).
018900
019000 PROCEDURE DIVISION.
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE
019300         THRU 1000-INITIALIZE-EXIT.
019400
019500*    WRITING STOCK OFF MOVES INVENTORY - THE SAME LEVEL-3
019600*    SIGN-ON AS A KIT BUILD.  A SEVERE START-UP FAILURE SKIPS
019700*    THE CHECK - THE RUN IS ALREADY DEAD AND THE SEVERE CODE
019800*    MUST STAND.
019900     IF NOT RC-SEVERE
020000         MOVE 3 TO WS-REQUIRED-LEVEL
020100         MOVE WS-OPERATOR-ID TO WS-CHECK-OPER-ID
020200         PERFORM 1070-CHECK-OPERATOR-AUTHORITY
020300             THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT
020400         IF NOT WS-SIGNON-OK
020500             DISPLAY 'DMGDISP - OPERATOR NOT AUTHORIZED: '
020600                 WS-OPERATOR-ID
020700             SET RC-ERROR TO TRUE
020800             SET TRAN-STATUS-EOF TO TRUE
020900         END-IF
021000     END-IF.
021100
021200     PERFORM 2000-POST-NEXT-DISPOSAL
021300         THRU 2000-POST-NEXT-DISPOSAL-EXIT
021400         UNTIL TRAN-STATUS-EOF.
021500
021600     PERFORM 9000-FINISH
021700         THRU 9000-FINISH-EXIT.
021800
021900     MOVE WS-RETURN-CODE TO RETURN-CODE.
022000     GO TO 9999-EXIT.
022100
022200 1000-INITIALIZE.
022300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022400     PERFORM 1050-GET-BUSINESS-DATE
022500         THRU 1050-GET-BUSINESS-DATE-EXIT.
022600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
022700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
022800     OPEN OUTPUT EXCEPTION-FILE.
022900*    THE DISPOSAL REGISTER IS CUMULATIVE - GLFEED PICKS OUT THE
023000*    BUSINESS DATE'S LINES AND DISPRPT THE BUSINESS MONTH'S.
023100     OPEN EXTEND DISPOSAL-REGISTER.
023200     IF NOT DREG-STATUS-OK
023300         OPEN OUTPUT DISPOSAL-REGISTER
023400     END-IF.
023500     MOVE SPACES TO DISPOSAL-REGISTER-LINE.
023600     OPEN INPUT DISPOSAL-TRAN-FILE.
023700     IF NOT TRAN-STATUS-OK
023800         DISPLAY 'DMGDISP - UNABLE TO OPEN DMGTRAN, STATUS='
023900             WS-TRAN-STATUS
024000         SET RC-SEVERE TO TRUE
024100         SET TRAN-STATUS-EOF TO TRUE
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF.
024400     OPEN INPUT ITEM-MASTER.
024500     IF NOT IM-STATUS-OK
024600         DISPLAY 'DMGDISP - UNABLE TO OPEN ITEMMAST, STATUS='
024700             WS-IM-STATUS
024800         SET RC-SEVERE TO TRUE
024900         SET TRAN-STATUS-EOF TO TRUE
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF.
025200*    NO LOT MASTER ON FILE MEANS NO ITEM IS LOTTED - REWORKED
025300*    STOCK GOES BACK AS UNDATED STOCK.
025400     OPEN I-O LOT-MASTER.
025500     IF LOT-STATUS-OK
025600         SET WS-LOTS-OPEN TO TRUE
025700     END-IF.
025800
025900     PERFORM 1080-READ-PARM-CARD
026000         THRU 1080-READ-PARM-CARD-EXIT.
026100     IF NOT WS-PARM-FOUND
026200         DISPLAY 'ENTER OPERATOR ID: '
026300         ACCEPT WS-OPERATOR-ID
026400     END-IF.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700
026800 1050-GET-BUSINESS-DATE.
026900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
027000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
027100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
027200*    CLOCK TIME FIELD STAYS REAL.
027300     OPEN INPUT BUSDATE-FILE.
027400     IF NOT BUSDATE-STATUS-OK
027500         GO TO 1050-GET-BUSINESS-DATE-EXIT
027600     END-IF.
027700     READ BUSDATE-FILE
027800         AT END
027900             CLOSE BUSDATE-FILE
028000             GO TO 1050-GET-BUSINESS-DATE-EXIT
028100     END-READ.
028200     CLOSE BUSDATE-FILE.
028300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
028400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
028500         DISPLAY 'DMGDISP - RUNNING AS OF BUSINESS DATE '
028600             BUS-DATE
028700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
028800     END-IF.
028900 1050-GET-BUSINESS-DATE-EXIT.
029000     EXIT.
029100
029200 1070-CHECK-OPERATOR-AUTHORITY.
029300*    THE OPERATOR IN WS-CHECK-OPER-ID MUST BE ON THE AUTHORITY
029400*    FILE AT OR ABOVE THE LEVEL THE CALLER PUT IN
029500*    WS-REQUIRED-LEVEL - THE SIGNED-ON OPERATOR AT START, THE
029600*    APPROVING OPERATOR FOR A WRITE-OFF OVER THE LIMIT.
029700     MOVE 'N' TO WS-SIGNON-OK-SW.
029800     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
029900     IF WS-CHECK-OPER-ID = SPACES
030000         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
030100     END-IF.
030200     MOVE '00' TO WS-OPAUTH-STATUS.
030300     OPEN INPUT OPAUTH-FILE.
030400     IF NOT OPAUTH-STATUS-OK
030500         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
030600     END-IF.
030700     PERFORM 1071-SCAN-ONE-OPERATOR
030800         THRU 1071-SCAN-ONE-OPERATOR-EXIT
030900         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
031000     CLOSE OPAUTH-FILE.
031100 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
031200     EXIT.
031300
031400 1071-SCAN-ONE-OPERATOR.
031500     READ OPAUTH-FILE
031600         AT END SET OPAUTH-STATUS-EOF TO TRUE
031700     END-READ.
031800     IF OPAUTH-STATUS-EOF
031900         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
032000     END-IF.
032100     IF OPER-ID = WS-CHECK-OPER-ID
032200         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
032300         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
032400             SET WS-SIGNON-OK TO TRUE
032500         END-IF
032600         SET OPAUTH-STATUS-EOF TO TRUE
032700     END-IF.
032800 1071-SCAN-ONE-OPERATOR-EXIT.
032900     EXIT.
033000
033100 1080-READ-PARM-CARD.
033200*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
033300*    (SEE PARMREC).  WHEN THIS PROGRAM'S CARD IS PRESENT AND
033400*    VALID, THE CONSOLE PROMPT IS SKIPPED AND THE CYCLE RUNS
033500*    UNATTENDED; OTHERWISE THE PROMPT REMAINS THE FALLBACK.
033600     MOVE 'N' TO WS-PARM-FOUND-SW.
033700     OPEN INPUT PARM-CARD-FILE.
033800     IF NOT PARM-STATUS-OK
033900         GO TO 1080-READ-PARM-CARD-EXIT
034000     END-IF.
034100     PERFORM 1081-SCAN-ONE-CARD
034200         THRU 1081-SCAN-ONE-CARD-EXIT
034300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
034400     CLOSE PARM-CARD-FILE.
034500     IF WS-PARM-FOUND
034600         PERFORM 1090-PARSE-PARM-CARD
034700             THRU 1090-PARSE-PARM-CARD-EXIT
034800     END-IF.
034900 1080-READ-PARM-CARD-EXIT.
035000     EXIT.
035100
035200 1081-SCAN-ONE-CARD.
035300     READ PARM-CARD-FILE
035400         AT END SET PARM-STATUS-EOF TO TRUE
035500     END-READ.
035600     IF PARM-STATUS-EOF
035700         GO TO 1081-SCAN-ONE-CARD-EXIT
035800     END-IF.
035900     IF PARM-PROGRAM-ID = 'DMGDISP '
036000         SET WS-PARM-FOUND TO TRUE
036100     END-IF.
036200 1081-SCAN-ONE-CARD-EXIT.
036300     EXIT.
036400
036500 1090-PARSE-PARM-CARD.
036600*    CARD LAYOUT - COLS 9-16 OPERATOR ID, COLS 17-25 THE
036700*    APPROVAL LIMIT WITH TWO IMPLIED DECIMALS (BLANK KEEPS THE
036800*    DEFAULT).  A LIMIT THAT IS NOT NUMERIC IS REJECTED AND
036900*    THE DEFAULT STANDS.
037000     IF PARM-OPTIONS(1:8) = SPACES
037100         MOVE 'N' TO WS-PARM-FOUND-SW
037200         MOVE 'DMGDISP' TO WS-EXC-KEY
037300         MOVE 'E459' TO EXC-REASON-CODE
037400         MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
037500             EXC-REASON-TEXT
037600         PERFORM 2900-WRITE-EXCEPTION
037700             THRU 2900-WRITE-EXCEPTION-EXIT
037800         GO TO 1090-PARSE-PARM-CARD-EXIT
037900     END-IF.
038000     MOVE PARM-OPTIONS(1:8) TO WS-OPERATOR-ID.
038100     IF PARM-OPTIONS(9:9) = SPACES
038200         GO TO 1090-PARSE-PARM-CARD-EXIT
038300     END-IF.
038400     IF PARM-OPTIONS(9:9) IS NUMERIC
038500         MOVE PARM-OPTIONS(9:9) TO WS-APPROVAL-LIMIT
038600     ELSE
038700         MOVE 'DMGDISP' TO WS-EXC-KEY
038800         MOVE 'E459' TO EXC-REASON-CODE
038900         MOVE 'APPROVAL LIMIT NOT NUMERIC - DEFAULT USED' TO
039000             EXC-REASON-TEXT
039100         PERFORM 2900-WRITE-EXCEPTION
039200             THRU 2900-WRITE-EXCEPTION-EXIT
039300     END-IF.
039400 1090-PARSE-PARM-CARD-EXIT.
039500     EXIT.
039600
039700 2000-POST-NEXT-DISPOSAL.
039800     READ DISPOSAL-TRAN-FILE
039900         AT END SET TRAN-STATUS-EOF TO TRUE
040000     END-READ.
040100     IF TRAN-STATUS-EOF
040200         GO TO 2000-POST-NEXT-DISPOSAL-EXIT
040300     END-IF.
040400     ADD 1 TO WS-TRANS-READ.
040500     MOVE DSP-ITEM-NAME TO WS-EXC-KEY.
040600
040700     IF DSP-OWNER = SPACES OR DSP-ITEM-NAME = SPACES
040800             OR DSP-QUANTITY IS NOT NUMERIC
040900             OR DSP-QUANTITY = ZERO
041000         MOVE 'E460' TO EXC-REASON-CODE
041100         MOVE 'OWNER, ITEM OR QUANTITY MISSING' TO
041200             EXC-REASON-TEXT
041300         PERFORM 2900-WRITE-EXCEPTION
041400             THRU 2900-WRITE-EXCEPTION-EXIT
041500         GO TO 2000-POST-NEXT-DISPOSAL-EXIT
041600     END-IF.
041700     IF NOT (DSP-SCRAP OR DSP-DONATE OR DSP-SALVAGE
041800             OR DSP-REWORK)
041900         MOVE 'E461' TO EXC-REASON-CODE
042000         MOVE 'DISPOSITION MUST BE S, D, V OR R' TO
042100             EXC-REASON-TEXT
042200         PERFORM 2900-WRITE-EXCEPTION
042300             THRU 2900-WRITE-EXCEPTION-EXIT
042400         GO TO 2000-POST-NEXT-DISPOSAL-EXIT
042500     END-IF.
042600
042700*    THE WRITE-OFF IS VALUED AT THE ITEM MASTER UNIT COST - AN
042800*    ITEM WITH NO MASTER ROW CANNOT BE VALUED OR APPROVED.
042900     MOVE DSP-OWNER     TO IM-OWNER.
043000     MOVE DSP-ITEM-NAME TO IM-ITEM-NAME.
043100     READ ITEM-MASTER
043200         INVALID KEY CONTINUE
043300     END-READ.
043400     IF NOT IM-STATUS-OK
043500         MOVE 'E462' TO EXC-REASON-CODE
043600         MOVE 'OWNER/ITEM NOT ON ITEM MASTER' TO
043700             EXC-REASON-TEXT
043800         PERFORM 2900-WRITE-EXCEPTION
043900             THRU 2900-WRITE-EXCEPTION-EXIT
044000         GO TO 2000-POST-NEXT-DISPOSAL-EXIT
044100     END-IF.
044200     MOVE ZERO TO WS-WRITE-OFF-VALUE.
044300     IF IM-UNIT-COST IS NUMERIC
044400         COMPUTE WS-VALUE-WORK = DSP-QUANTITY * IM-UNIT-COST
044500         IF WS-VALUE-WORK > 9999999.99
044600             MOVE 9999999.99 TO WS-WRITE-OFF-VALUE
044700         ELSE
044800             MOVE WS-VALUE-WORK TO WS-WRITE-OFF-VALUE
044900         END-IF
045000     END-IF.
045100
045200     IF NOT DSP-REWORK
045300             AND WS-WRITE-OFF-VALUE > WS-APPROVAL-LIMIT
045400         PERFORM 2300-CHECK-APPROVER
045500             THRU 2300-CHECK-APPROVER-EXIT
045600         IF NOT WS-SIGNON-OK
045700             MOVE 'E463' TO EXC-REASON-CODE
045800             MOVE 'OVER LIMIT - NO VALID SECOND OPERATOR' TO
045900                 EXC-REASON-TEXT
046000             PERFORM 2900-WRITE-EXCEPTION
046100                 THRU 2900-WRITE-EXCEPTION-EXIT
046200             GO TO 2000-POST-NEXT-DISPOSAL-EXIT
046300         END-IF
046400         ADD 1 TO WS-APPROVALS-USED
046500     ELSE
046600         MOVE SPACES TO DSP-APPROVER
046700     END-IF.
046800
046900*    A NAMED REWORK LOT IS CHECKED BEFORE THE STOCK COLUMNS
047000*    MOVE - THE TWO LEDGERS MUST AGREE OR NEITHER POSTS.
047100     IF DSP-REWORK AND DSP-LOT-NO NOT = SPACES
047200         PERFORM 2500-CHECK-LOT
047300             THRU 2500-CHECK-LOT-EXIT
047400         IF NOT LOT-STATUS-OK
047500             MOVE 'E464' TO EXC-REASON-CODE
047600             MOVE 'REWORK LOT NOT ON LOT MASTER' TO
047700                 EXC-REASON-TEXT
047800             PERFORM 2900-WRITE-EXCEPTION
047900                 THRU 2900-WRITE-EXCEPTION-EXIT
048000             GO TO 2000-POST-NEXT-DISPOSAL-EXIT
048100         END-IF
048200     END-IF.
048300
048400     PERFORM 3000-POST-ONE-DISPOSAL
048500         THRU 3000-POST-ONE-DISPOSAL-EXIT.
048600 2000-POST-NEXT-DISPOSAL-EXIT.
048700     EXIT.
048800
048900 2300-CHECK-APPROVER.
049000*    THE SECOND OPERATOR IS A REAL SECOND PAIR OF EYES - A
049100*    DIFFERENT ID FROM THE ONE SIGNED ON, AT LEVEL 3.
049200     MOVE 'N' TO WS-SIGNON-OK-SW.
049300     IF DSP-APPROVER = SPACES
049400             OR DSP-APPROVER = WS-OPERATOR-ID
049500         GO TO 2300-CHECK-APPROVER-EXIT
049600     END-IF.
049700     MOVE 3 TO WS-REQUIRED-LEVEL.
049800     MOVE DSP-APPROVER TO WS-CHECK-OPER-ID.
049900     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
050000         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
050100 2300-CHECK-APPROVER-EXIT.
050200     EXIT.
050300
050400 2500-CHECK-LOT.
050500     MOVE '23' TO WS-LOT-STATUS.
050600     IF NOT WS-LOTS-OPEN
050700         GO TO 2500-CHECK-LOT-EXIT
050800     END-IF.
050900     MOVE DSP-OWNER     TO LOT-OWNER.
051000     MOVE DSP-ITEM-NAME TO LOT-ITEM-NAME.
051100     MOVE DSP-LOT-NO    TO LOT-NUMBER.
051200     READ LOT-MASTER
051300         INVALID KEY CONTINUE
051400     END-READ.
051500 2500-CHECK-LOT-EXIT.
051600     EXIT.
051700
051800 2900-WRITE-EXCEPTION.
051900*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
052000*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
052100     ADD 1 TO WS-TRANS-REJECTED.
052200     MOVE 'DMGDISP ' TO EXC-PROGRAM-ID.
052300     MOVE WS-EXC-KEY TO EXC-KEY-VALUE.
052400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
052500     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
052600     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
052700     WRITE EXC-RECORD.
052800     SET RC-WARNING TO TRUE.
052900 2900-WRITE-EXCEPTION-EXIT.
053000     EXIT.
053100
053200
053300 3000-POST-ONE-DISPOSAL.
053400*    THE GUARDED UPDATE IS THE LAST WORD - IF THE DAMAGED
053500*    BUCKET HAS LESS THAN THE DISPOSAL, NO ROW UPDATES AND THE
053600*    TRANSACTION REJECTS INSTEAD OF GOING BELOW ZERO.
053700     IF DSP-REWORK
053800         EXEC SQL
053900             UPDATE items
054000                 SET qty_damaged = qty_damaged - :DSP-QUANTITY,
054100                     qty_on_hand = qty_on_hand + :DSP-QUANTITY
054200                 WHERE owner = :DSP-OWNER
054300                   AND itemname = :DSP-ITEM-NAME
054400                   AND qty_damaged >= :DSP-QUANTITY
054500         END-EXEC
054600     ELSE
054700         EXEC SQL
054800             UPDATE items
054900                 SET qty_damaged = qty_damaged - :DSP-QUANTITY
055000                 WHERE owner = :DSP-OWNER
055100                   AND itemname = :DSP-ITEM-NAME
055200                   AND qty_damaged >= :DSP-QUANTITY
055300         END-EXEC
055400     END-IF.
055500
055600     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
055700         EXEC SQL ROLLBACK END-EXEC
055800         MOVE 'E465' TO EXC-REASON-CODE
055900         MOVE 'DISPOSAL EXCEEDS DAMAGED OR ITEM UNKNOWN' TO
056000             EXC-REASON-TEXT
056100         PERFORM 2900-WRITE-EXCEPTION
056200             THRU 2900-WRITE-EXCEPTION-EXIT
056300         GO TO 3000-POST-ONE-DISPOSAL-EXIT
056400     END-IF.
056500
056600     EXEC SQL COMMIT END-EXEC.
056700     IF DSP-REWORK
056800         IF DSP-LOT-NO NOT = SPACES
056900             ADD DSP-QUANTITY TO LOT-QTY
057000             REWRITE LOT-RECORD
057100                 INVALID KEY CONTINUE
057200             END-REWRITE
057300         END-IF
057400         ADD 1 TO WS-REWORKS-POSTED
057500     ELSE
057600         ADD 1 TO WS-WRITE-OFFS-POSTED
057700     END-IF.
057800
057900     MOVE WS-TODAY-YYYYMMDD  TO DRG-DATE.
058000     MOVE WS-TIME-HHMMSSHH   TO DRG-TIME.
058100     MOVE DSP-OWNER          TO DRG-OWNER.
058200     MOVE DSP-ITEM-NAME      TO DRG-ITEM-NAME.
058300     MOVE DSP-QUANTITY       TO DRG-QTY.
058400     MOVE DSP-DISPOSITION    TO DRG-DISPOSITION.
058500     MOVE DSP-REASON         TO DRG-REASON.
058600     MOVE WS-WRITE-OFF-VALUE TO DRG-VALUE.
058700     MOVE DSP-LOT-NO         TO DRG-LOT-NUMBER.
058800     MOVE WS-OPERATOR-ID     TO DRG-OPERATOR.
058900     MOVE DSP-APPROVER       TO DRG-APPROVER.
059000     WRITE DISPOSAL-REGISTER-LINE.
059100     MOVE SPACES TO DISPOSAL-REGISTER-LINE.
059200 3000-POST-ONE-DISPOSAL-EXIT.
059300     EXIT.
059400
059500 9000-FINISH.
059600     CLOSE DISPOSAL-TRAN-FILE.
059700     CLOSE ITEM-MASTER.
059800     IF WS-LOTS-OPEN
059900         CLOSE LOT-MASTER
060000     END-IF.
060100     CLOSE DISPOSAL-REGISTER.
060200     CLOSE EXCEPTION-FILE.
060300     DISPLAY 'DMGDISP - TRANSACTIONS READ: ' WS-TRANS-READ.
060400     DISPLAY 'DMGDISP - WRITTEN OFF      : '
060500         WS-WRITE-OFFS-POSTED.
060600     DISPLAY 'DMGDISP - REWORKED         : ' WS-REWORKS-POSTED.
060700     DISPLAY 'DMGDISP - SECOND-OPER OKS  : ' WS-APPROVALS-USED.
060800     DISPLAY 'DMGDISP - REJECTED         : ' WS-TRANS-REJECTED.
060900     DISPLAY 'DMGDISP - RETURN CODE      : ' WS-RETURN-CODE.
061000 9000-FINISH-EXIT.
061100     EXIT.
061200
061300 9999-EXIT.
061400     STOP RUN.
