000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    LOCMAST LOCATION MASTER (SEE LOCREC) -
001100*                    APPLIES ADD, CHANGE AND DELETE TRANSACTIONS
001200*                    FROM LOCTRAN AND REJECTS BAD TRANSACTIONS TO
001300*                    THE EXCEPTION FILE.  CARRIES EACH BIN'S
001400*                    STATUS, ITS WEIGHT AND CUBE CAPACITY (ZERO
001500*                    MEANING NOT LIMITED) AND THE STORAGE CLASSES
001600*                    IT MAY HOLD, WHICH BINMOVE AND PUTAWAY
001700*                    ENFORCE.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS LOC-ID
002600         FILE STATUS IS WS-LOC-STATUS.
002700     SELECT LOC-TRAN-FILE ASSIGN TO "LOCTRAN"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TRAN-STATUS.
003000     SELECT EXCEPTION-FILE ASSIGN TO "LOCMEXC"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BUSDATE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  LOCATION-MASTER.
003900     COPY LOCREC.
004000
004100 FD  LOC-TRAN-FILE.
004200 01  LOC-TRAN-RECORD.
004300     05  LTRN-ACTION                 PIC X(01).
004400         88  LTRN-ADD                VALUE 'A'.
004500         88  LTRN-CHANGE             VALUE 'C'.
004600         88  LTRN-DELETE             VALUE 'D'.
004700     05  LTRN-LOC-ID                 PIC X(10).
004800     05  LTRN-DESC                   PIC X(25).
004900     05  LTRN-STATUS                 PIC X(01).
005000         88  LTRN-STATUS-VALID       VALUE 'A' 'I'.
005100     05  LTRN-MAX-WEIGHT             PIC 9(07).
005200     05  LTRN-MAX-CUBE               PIC 9(05)V9(04).
005300     05  LTRN-STORAGE-CLASSES        PIC X(04).
005400
005500 FD  EXCEPTION-FILE.
005600     COPY EXCREC.
005700
005800 FD  BUSDATE-FILE.
005900     COPY BUSDATE.
006000
006100 WORKING-STORAGE SECTION.
006200     COPY RETCODES.
006300
006400 01  WS-LOC-STATUS                  PIC X(02) VALUE '00'.
006500     88  LOC-STATUS-OK               VALUE '00'.
006600 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
006700     88  TRAN-STATUS-OK              VALUE '00'.
006800     88  TRAN-STATUS-EOF             VALUE '10'.
006900 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
007000     88  BUSDATE-STATUS-OK           VALUE '00'.
007100
007200 01  WS-LOC-VALID-SW                PIC X(01) VALUE 'Y'.
007300     88  WS-LOC-VALID                VALUE 'Y'.
007400
007500*    THE CLASS CODES WITH EVERY VALID ONE BLANKED OUT - ANY
007600*    CHARACTER LEFT OVER IS NOT A STORAGE CLASS.
007700 01  WS-CLASS-CHECK                 PIC X(04) VALUE SPACES.
007800
007900 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
008000 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
008100 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
008200
008300 01  WS-CURRENT-DATE-TIME.
008400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
008500     05  WS-TIME-HHMMSSHH           PIC 9(08).
008600     05  FILLER                     PIC X(05).
008700
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE
009100         THRU 1000-INITIALIZE-EXIT.
009200
009300     PERFORM 2000-APPLY-NEXT-TRAN
009400         THRU 2000-APPLY-NEXT-TRAN-EXIT
009500         UNTIL TRAN-STATUS-EOF.
009600
009700     PERFORM 9000-FINISH
009800         THRU 9000-FINISH-EXIT.
009900     MOVE WS-RETURN-CODE TO RETURN-CODE.
010000     GO TO 9999-EXIT.
010100
010200 1000-INITIALIZE.
010300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010400     PERFORM 1050-GET-BUSINESS-DATE
010500         THRU 1050-GET-BUSINESS-DATE-EXIT.
010600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
010700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
010800     OPEN OUTPUT EXCEPTION-FILE.
010900     OPEN I-O LOCATION-MASTER.
011000     IF NOT LOC-STATUS-OK
011100         OPEN OUTPUT LOCATION-MASTER
011200         CLOSE LOCATION-MASTER
011300         OPEN I-O LOCATION-MASTER
011400     END-IF.
011500     IF NOT LOC-STATUS-OK
011600         DISPLAY 'LOCMNT - UNABLE TO OPEN LOCMAST, STATUS='
011700             WS-LOC-STATUS
011800         SET RC-SEVERE TO TRUE
011900         SET TRAN-STATUS-EOF TO TRUE
012000         GO TO 1000-INITIALIZE-EXIT
012100     END-IF.
012200     OPEN INPUT LOC-TRAN-FILE.
012300     IF NOT TRAN-STATUS-OK
012400         DISPLAY 'LOCMNT - UNABLE TO OPEN LOCTRAN, STATUS='
012500             WS-TRAN-STATUS
012600         SET RC-SEVERE TO TRUE
012700         SET TRAN-STATUS-EOF TO TRUE
012800         GO TO 1000-INITIALIZE-EXIT
012900     END-IF.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200
013300 1050-GET-BUSINESS-DATE.
013400*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
013500*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
013600*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
013700*    CLOCK TIME FIELD STAYS REAL.
013800     OPEN INPUT BUSDATE-FILE.
013900     IF NOT BUSDATE-STATUS-OK
014000         GO TO 1050-GET-BUSINESS-DATE-EXIT
014100     END-IF.
014200     READ BUSDATE-FILE
014300         AT END
014400             CLOSE BUSDATE-FILE
014500             GO TO 1050-GET-BUSINESS-DATE-EXIT
014600     END-READ.
014700     CLOSE BUSDATE-FILE.
014800     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
014900             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
015000         DISPLAY 'LOCMNT - RUNNING AS OF BUSINESS DATE '
015100             BUS-DATE
015200         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
015300     END-IF.
015400 1050-GET-BUSINESS-DATE-EXIT.
015500     EXIT.
015600
015700 2000-APPLY-NEXT-TRAN.
015800     READ LOC-TRAN-FILE
015900         AT END SET TRAN-STATUS-EOF TO TRUE
016000     END-READ.
016100     IF TRAN-STATUS-EOF
016200         GO TO 2000-APPLY-NEXT-TRAN-EXIT
016300     END-IF.
016400     ADD 1 TO WS-TRANS-READ.
016500
016600     IF LTRN-LOC-ID = SPACES
016700         MOVE 'E426' TO EXC-REASON-CODE
016800         MOVE 'LOCATION ID MISSING' TO EXC-REASON-TEXT
016900         PERFORM 2900-WRITE-EXCEPTION
017000             THRU 2900-WRITE-EXCEPTION-EXIT
017100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
017200     END-IF.
017300
017400     EVALUATE TRUE
017500         WHEN LTRN-ADD
017600             PERFORM 3000-ADD-LOCATION
017700                 THRU 3000-ADD-LOCATION-EXIT
017800         WHEN LTRN-CHANGE
017900             PERFORM 3100-CHANGE-LOCATION
018000                 THRU 3100-CHANGE-LOCATION-EXIT
018100         WHEN LTRN-DELETE
018200             PERFORM 3200-DELETE-LOCATION
018300                 THRU 3200-DELETE-LOCATION-EXIT
018400         WHEN OTHER
018500             MOVE 'E427' TO EXC-REASON-CODE
018600             MOVE 'ACTION CODE NOT A, C OR D' TO
018700                 EXC-REASON-TEXT
018800             PERFORM 2900-WRITE-EXCEPTION
018900                 THRU 2900-WRITE-EXCEPTION-EXIT
019000     END-EVALUATE.
019100 2000-APPLY-NEXT-TRAN-EXIT.
019200     EXIT.
019300
019400 2100-EDIT-LOC-FIELDS.
019500*    CAPACITIES MUST BE NUMERIC (ZERO IS NOT LIMITED) AND EACH
019600*    CLASS POSITION MUST BE A, C, H, V OR BLANK.
019700     MOVE 'Y' TO WS-LOC-VALID-SW.
019800     MOVE LTRN-STORAGE-CLASSES TO WS-CLASS-CHECK.
019900     INSPECT WS-CLASS-CHECK CONVERTING 'ACHV' TO SPACES.
020000     IF NOT LTRN-STATUS-VALID
020100             OR LTRN-MAX-WEIGHT IS NOT NUMERIC
020200             OR LTRN-MAX-CUBE IS NOT NUMERIC
020300             OR WS-CLASS-CHECK NOT = SPACES
020400         MOVE 'E428' TO EXC-REASON-CODE
020500         MOVE 'STATUS, CAPACITY OR STORAGE CLASS INVALID' TO
020600             EXC-REASON-TEXT
020700         MOVE 'N' TO WS-LOC-VALID-SW
020800         PERFORM 2900-WRITE-EXCEPTION
020900             THRU 2900-WRITE-EXCEPTION-EXIT
021000     END-IF.
021100 2100-EDIT-LOC-FIELDS-EXIT.
021200     EXIT.
021300
021400 2200-MOVE-TRAN-TO-RECORD.
021500     MOVE LTRN-LOC-ID           TO LOC-ID.
021600     MOVE LTRN-DESC             TO LOC-DESC.
021700     MOVE LTRN-STATUS           TO LOC-STATUS.
021800     MOVE LTRN-MAX-WEIGHT       TO LOC-MAX-WEIGHT.
021900     MOVE LTRN-MAX-CUBE         TO LOC-MAX-CUBE.
022000     MOVE LTRN-STORAGE-CLASSES  TO LOC-STORAGE-CLASSES.
022100 2200-MOVE-TRAN-TO-RECORD-EXIT.
022200     EXIT.
022300
022400 3000-ADD-LOCATION.
022500     PERFORM 2100-EDIT-LOC-FIELDS
022600         THRU 2100-EDIT-LOC-FIELDS-EXIT.
022700     IF NOT WS-LOC-VALID
022800         GO TO 3000-ADD-LOCATION-EXIT
022900     END-IF.
023000     PERFORM 2200-MOVE-TRAN-TO-RECORD
023100         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
023200     WRITE LOCATION-RECORD
023300         INVALID KEY CONTINUE
023400     END-WRITE.
023500     IF LOC-STATUS-OK
023600         ADD 1 TO WS-TRANS-APPLIED
023700     ELSE
023800         MOVE 'E429' TO EXC-REASON-CODE
023900         MOVE 'LOCATION ALREADY ON FILE OR WRITE FAILED' TO
024000             EXC-REASON-TEXT
024100         PERFORM 2900-WRITE-EXCEPTION
024200             THRU 2900-WRITE-EXCEPTION-EXIT
024300     END-IF.
024400 3000-ADD-LOCATION-EXIT.
024500     EXIT.
024600
024700 3100-CHANGE-LOCATION.
024800*    A CHANGE NEVER MOVES STOCK ALREADY IN THE BIN - A LOWERED
024900*    CAPACITY ONLY STOPS FURTHER MOVES IN.
025000     PERFORM 2100-EDIT-LOC-FIELDS
025100         THRU 2100-EDIT-LOC-FIELDS-EXIT.
025200     IF NOT WS-LOC-VALID
025300         GO TO 3100-CHANGE-LOCATION-EXIT
025400     END-IF.
025500     PERFORM 2200-MOVE-TRAN-TO-RECORD
025600         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
025700     REWRITE LOCATION-RECORD
025800         INVALID KEY CONTINUE
025900     END-REWRITE.
026000     IF LOC-STATUS-OK
026100         ADD 1 TO WS-TRANS-APPLIED
026200     ELSE
026300         MOVE 'E430' TO EXC-REASON-CODE
026400         MOVE 'LOCATION NOT ON FILE' TO EXC-REASON-TEXT
026500         PERFORM 2900-WRITE-EXCEPTION
026600             THRU 2900-WRITE-EXCEPTION-EXIT
026700     END-IF.
026800 3100-CHANGE-LOCATION-EXIT.
026900     EXIT.
027000
027100 3200-DELETE-LOCATION.
027200*    A BIN STILL HOLDING STOCK SHOULD BE SET INACTIVE (STATUS
027300*    I) RATHER THAN DELETED, SO ITS BINQTY RECORDS STAY VALID.
027400     MOVE LTRN-LOC-ID TO LOC-ID.
027500     DELETE LOCATION-MASTER
027600         INVALID KEY CONTINUE
027700     END-DELETE.
027800     IF LOC-STATUS-OK
027900         ADD 1 TO WS-TRANS-APPLIED
028000     ELSE
028100         MOVE 'E430' TO EXC-REASON-CODE
028200         MOVE 'LOCATION NOT ON FILE' TO EXC-REASON-TEXT
028300         PERFORM 2900-WRITE-EXCEPTION
028400             THRU 2900-WRITE-EXCEPTION-EXIT
028500     END-IF.
028600 3200-DELETE-LOCATION-EXIT.
028700     EXIT.
028800
028900 2900-WRITE-EXCEPTION.
029000*    COMMON EXCEPTION-RECORD LAYOUT SHARED WITH THE OTHER BATCH
029100*    PROGRAMS (SEE EXCREC).  THE CALLER SETS THE REASON FIELDS.
029200     ADD 1 TO WS-TRANS-REJECTED.
029300     MOVE 'LOCMNT  ' TO EXC-PROGRAM-ID.
029400     MOVE LTRN-LOC-ID TO EXC-KEY-VALUE.
029500     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
029600     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
029700     MOVE SPACES TO EXC-OPERATOR-ID.
029800     WRITE EXC-RECORD.
029900     SET RC-WARNING TO TRUE.
030000 2900-WRITE-EXCEPTION-EXIT.
030100     EXIT.
030200
030300 9000-FINISH.
030400     CLOSE LOCATION-MASTER.
030500     CLOSE LOC-TRAN-FILE.
030600     CLOSE EXCEPTION-FILE.
030700     DISPLAY 'LOCMNT - TRANS READ    : ' WS-TRANS-READ.
030800     DISPLAY 'LOCMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
030900     DISPLAY 'LOCMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
031000     DISPLAY 'LOCMNT - RETURN CODE   : ' WS-RETURN-CODE.
031100 9000-FINISH-EXIT.
031200     EXIT.
031300
031400 9999-EXIT.
031500     STOP RUN.
