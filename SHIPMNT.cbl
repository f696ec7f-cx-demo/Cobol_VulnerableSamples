000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SHIPMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. WAREHOUSE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    SHIP-TO CUSTOMER MASTER - APPLIES ADD,
001100*                    CHANGE AND DELETE TRANSACTIONS FROM
001200*                    SHIPTRAN TO THE INDEXED SHIPTO FILE (SEE
001300*                    SHIPREC) AND REJECTS BAD TRANSACTIONS TO
001400*                    THE EXCEPTION FILE.  THE OWNER MUST BE
001500*                    ACTIVE ON OWNMAST TO ADD OR CHANGE A
001600*                    SHIP-TO.  ONLY AN INACTIVE SHIP-TO CAN BE
001700*                    DELETED - RETIRE IT WITH A STATUS CHANGE
001800*                    FIRST, SO NO ORDER IS TAKEN AGAINST A
001900*                    CONSIGNEE THAT IS ABOUT TO DISAPPEAR.
002000*   2026-10-15 RLW  A NEWLY CREATED SHIPTO IS CLOSED AND OPENED
002100*                    I-O, AS REPLGEN DOES FOR REPLTASK - AN
002200*                    OUTPUT-ONLY FILE REFUSED THE CHANGE AND
002300*                    DELETE READS ON THE FIRST RUN.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS SHIP-KEY
003200         FILE STATUS IS WS-SHIP-STATUS.
003300     SELECT OWNER-MASTER ASSIGN TO "OWNMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS OWNER-ID
003700         FILE STATUS IS WS-OWNER-STATUS.
003800     SELECT SHIP-TRAN-FILE ASSIGN TO "SHIPTRAN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TRAN-STATUS.
004100     SELECT EXCEPTION-FILE ASSIGN TO "SHIPMEXC"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SHIP-TO-FILE.
004700     COPY SHIPREC.
004800
004900 FD  OWNER-MASTER.
005000     COPY OWNERREC.
005100
005200 FD  SHIP-TRAN-FILE.
005300 01  SHIP-TRAN-RECORD.
005400     05  STRN-ACTION                 PIC X(01).
005500         88  STRN-ADD                VALUE 'A'.
005600         88  STRN-CHANGE             VALUE 'C'.
005700         88  STRN-DELETE             VALUE 'D'.
005800     05  STRN-OWNER                  PIC X(20).
005900     05  STRN-SHIP-TO-ID             PIC X(10).
006000     05  STRN-NAME                   PIC X(30).
006100     05  STRN-ADDR-LINE-1            PIC X(30).
006200     05  STRN-ADDR-LINE-2            PIC X(30).
006300     05  STRN-CITY                   PIC X(20).
006400     05  STRN-STATE                  PIC X(02).
006500     05  STRN-ZIP                    PIC X(10).
006600     05  STRN-DEFAULT-CARRIER        PIC X(04).
006700     05  STRN-STATUS                 PIC X(01).
006800
006900 FD  EXCEPTION-FILE.
007000     COPY EXCREC.
007100
007200 WORKING-STORAGE SECTION.
007300     COPY RETCODES.
007400
007500 01  WS-SHIP-STATUS                 PIC X(02) VALUE '00'.
007600     88  SHIP-STATUS-OK              VALUE '00'.
007700 01  WS-OWNER-STATUS                PIC X(02) VALUE '00'.
007800     88  OWNER-STATUS-OK             VALUE '00'.
007900 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
008000     88  TRAN-STATUS-OK              VALUE '00'.
008100     88  TRAN-STATUS-EOF             VALUE '10'.
008200
008300 01  WS-SHIP-VALID-SW               PIC X(01) VALUE 'Y'.
008400     88  WS-SHIP-VALID               VALUE 'Y'.
008500
008600 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
008700 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
008800 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
008900
009000 01  WS-CURRENT-DATE-TIME.
009100     05  WS-TODAY-YYYYMMDD          PIC 9(08).
009200     05  WS-TIME-HHMMSSHH           PIC 9(08).
009300     05  FILLER                     PIC X(05).
009400
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE
009800         THRU 1000-INITIALIZE-EXIT.
009900
010000     PERFORM 2000-APPLY-NEXT-TRAN
010100         THRU 2000-APPLY-NEXT-TRAN-EXIT
010200         UNTIL TRAN-STATUS-EOF.
010300
010400     PERFORM 9000-FINISH
010500         THRU 9000-FINISH-EXIT.
010600     MOVE WS-RETURN-CODE TO RETURN-CODE.
010700     GO TO 9999-EXIT.
010800
010900 1000-INITIALIZE.
011000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
011200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
011300     OPEN OUTPUT EXCEPTION-FILE.
011400*    THE FIRST RUN CREATES THE SHIP-TO FILE.
011500     OPEN I-O SHIP-TO-FILE.
011600     IF NOT SHIP-STATUS-OK
011700         OPEN OUTPUT SHIP-TO-FILE
011800         CLOSE SHIP-TO-FILE
011900         OPEN I-O SHIP-TO-FILE
012000     END-IF.
012100     IF NOT SHIP-STATUS-OK
012200         DISPLAY 'SHIPMNT - UNABLE TO OPEN SHIPTO, STATUS='
012300             WS-SHIP-STATUS
012400         SET RC-SEVERE TO TRUE
012500         SET TRAN-STATUS-EOF TO TRUE
012600         GO TO 1000-INITIALIZE-EXIT
012700     END-IF.
012800     OPEN INPUT OWNER-MASTER.
012900     IF NOT OWNER-STATUS-OK
013000         DISPLAY 'SHIPMNT - UNABLE TO OPEN OWNMAST, STATUS='
013100             WS-OWNER-STATUS
013200         SET RC-SEVERE TO TRUE
013300         SET TRAN-STATUS-EOF TO TRUE
013400         GO TO 1000-INITIALIZE-EXIT
013500     END-IF.
013600     OPEN INPUT SHIP-TRAN-FILE.
013700     IF NOT TRAN-STATUS-OK
013800         DISPLAY 'SHIPMNT - UNABLE TO OPEN SHIPTRAN, STATUS='
013900             WS-TRAN-STATUS
014000         SET RC-SEVERE TO TRUE
014100         SET TRAN-STATUS-EOF TO TRUE
014200         GO TO 1000-INITIALIZE-EXIT
014300     END-IF.
014400 1000-INITIALIZE-EXIT.
014500     EXIT.
014600
014700 2000-APPLY-NEXT-TRAN.
014800     READ SHIP-TRAN-FILE
014900         AT END SET TRAN-STATUS-EOF TO TRUE
015000     END-READ.
015100     IF TRAN-STATUS-EOF
015200         GO TO 2000-APPLY-NEXT-TRAN-EXIT
015300     END-IF.
015400     ADD 1 TO WS-TRANS-READ.
015500
015600     IF STRN-OWNER = SPACES OR STRN-SHIP-TO-ID = SPACES
015700         MOVE 'E326' TO EXC-REASON-CODE
015800         MOVE 'OWNER OR SHIP-TO ID MISSING' TO EXC-REASON-TEXT
015900         PERFORM 2900-WRITE-EXCEPTION
016000             THRU 2900-WRITE-EXCEPTION-EXIT
016100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
016200     END-IF.
016300
016400     EVALUATE TRUE
016500         WHEN STRN-ADD
016600             PERFORM 3000-ADD-SHIP-TO
016700                 THRU 3000-ADD-SHIP-TO-EXIT
016800         WHEN STRN-CHANGE
016900             PERFORM 3100-CHANGE-SHIP-TO
017000                 THRU 3100-CHANGE-SHIP-TO-EXIT
017100         WHEN STRN-DELETE
017200             PERFORM 3200-DELETE-SHIP-TO
017300                 THRU 3200-DELETE-SHIP-TO-EXIT
017400         WHEN OTHER
017500             MOVE 'E327' TO EXC-REASON-CODE
017600             MOVE 'ACTION CODE NOT A, C OR D' TO EXC-REASON-TEXT
017700             PERFORM 2900-WRITE-EXCEPTION
017800                 THRU 2900-WRITE-EXCEPTION-EXIT
017900     END-EVALUATE.
018000 2000-APPLY-NEXT-TRAN-EXIT.
018100     EXIT.
018200
018300 2100-EDIT-SHIP-TO-FIELDS.
018400*    A SHIP-TO NEEDS A NAME AND A DELIVERABLE ADDRESS - FIRST
018500*    LINE, CITY, STATE AND ZIP.  THE SECOND ADDRESS LINE AND
018600*    THE DEFAULT CARRIER ARE OPTIONAL.  A BLANK STATUS IS AN
018700*    ACTIVE SHIP-TO.
018800     MOVE 'Y' TO WS-SHIP-VALID-SW.
018900     IF STRN-STATUS = SPACE
019000         MOVE 'A' TO STRN-STATUS
019100     END-IF.
019200     IF STRN-NAME = SPACES
019300             OR STRN-ADDR-LINE-1 = SPACES
019400             OR STRN-CITY = SPACES
019500             OR STRN-STATE = SPACES
019600             OR STRN-ZIP = SPACES
019700             OR (STRN-STATUS NOT = 'A'
019800                 AND STRN-STATUS NOT = 'I')
019900         MOVE 'E328' TO EXC-REASON-CODE
020000         MOVE 'NAME, ADDRESS OR STATUS INVALID' TO
020100             EXC-REASON-TEXT
020200         MOVE 'N' TO WS-SHIP-VALID-SW
020300         PERFORM 2900-WRITE-EXCEPTION
020400             THRU 2900-WRITE-EXCEPTION-EXIT
020500         GO TO 2100-EDIT-SHIP-TO-FIELDS-EXIT
020600     END-IF.
020700
020800*    THE OWNER MUST BE ON OWNMAST AND ACTIVE - A SHIP-TO FOR
020900*    A DEPARTED OWNER COULD NEVER BE ORDERED AGAINST.
021000     MOVE STRN-OWNER TO OWNER-ID.
021100     READ OWNER-MASTER
021200         INVALID KEY CONTINUE
021300     END-READ.
021400     IF NOT OWNER-STATUS-OK OR NOT OWNER-ACTIVE
021500         MOVE 'E329' TO EXC-REASON-CODE
021600         MOVE 'OWNER NOT ACTIVE ON OWNMAST' TO EXC-REASON-TEXT
021700         MOVE 'N' TO WS-SHIP-VALID-SW
021800         PERFORM 2900-WRITE-EXCEPTION
021900             THRU 2900-WRITE-EXCEPTION-EXIT
022000     END-IF.
022100 2100-EDIT-SHIP-TO-FIELDS-EXIT.
022200     EXIT.
022300
022400 2200-MOVE-TRAN-TO-RECORD.
022500     MOVE STRN-OWNER            TO SHIP-OWNER.
022600     MOVE STRN-SHIP-TO-ID       TO SHIP-TO-ID.
022700     MOVE STRN-NAME             TO SHIP-NAME.
022800     MOVE STRN-ADDR-LINE-1      TO SHIP-ADDR-LINE-1.
022900     MOVE STRN-ADDR-LINE-2      TO SHIP-ADDR-LINE-2.
023000     MOVE STRN-CITY             TO SHIP-CITY.
023100     MOVE STRN-STATE            TO SHIP-STATE.
023200     MOVE STRN-ZIP              TO SHIP-ZIP.
023300     MOVE STRN-DEFAULT-CARRIER  TO SHIP-DEFAULT-CARRIER.
023400     MOVE STRN-STATUS           TO SHIP-STATUS.
023500 2200-MOVE-TRAN-TO-RECORD-EXIT.
023600     EXIT.
023700
023800 3000-ADD-SHIP-TO.
023900     PERFORM 2100-EDIT-SHIP-TO-FIELDS
024000         THRU 2100-EDIT-SHIP-TO-FIELDS-EXIT.
024100     IF NOT WS-SHIP-VALID
024200         GO TO 3000-ADD-SHIP-TO-EXIT
024300     END-IF.
024400     PERFORM 2200-MOVE-TRAN-TO-RECORD
024500         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
024600     WRITE SHIP-TO-RECORD
024700         INVALID KEY CONTINUE
024800     END-WRITE.
024900     IF SHIP-STATUS-OK
025000         ADD 1 TO WS-TRANS-APPLIED
025100     ELSE
025200         MOVE 'E335' TO EXC-REASON-CODE
025300         MOVE 'SHIP-TO ALREADY ON FILE OR WRITE FAILED' TO
025400             EXC-REASON-TEXT
025500         PERFORM 2900-WRITE-EXCEPTION
025600             THRU 2900-WRITE-EXCEPTION-EXIT
025700     END-IF.
025800 3000-ADD-SHIP-TO-EXIT.
025900     EXIT.
026000
026100 3100-CHANGE-SHIP-TO.
026200     PERFORM 2100-EDIT-SHIP-TO-FIELDS
026300         THRU 2100-EDIT-SHIP-TO-FIELDS-EXIT.
026400     IF NOT WS-SHIP-VALID
026500         GO TO 3100-CHANGE-SHIP-TO-EXIT
026600     END-IF.
026700     PERFORM 2200-MOVE-TRAN-TO-RECORD
026800         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
026900     REWRITE SHIP-TO-RECORD
027000         INVALID KEY CONTINUE
027100     END-REWRITE.
027200     IF SHIP-STATUS-OK
027300         ADD 1 TO WS-TRANS-APPLIED
027400     ELSE
027500         MOVE 'E336' TO EXC-REASON-CODE
027600         MOVE 'NO SHIP-TO ON FILE TO CHANGE' TO EXC-REASON-TEXT
027700         PERFORM 2900-WRITE-EXCEPTION
027800             THRU 2900-WRITE-EXCEPTION-EXIT
027900     END-IF.
028000 3100-CHANGE-SHIP-TO-EXIT.
028100     EXIT.
028200
028300 3200-DELETE-SHIP-TO.
028400     MOVE STRN-OWNER      TO SHIP-OWNER.
028500     MOVE STRN-SHIP-TO-ID TO SHIP-TO-ID.
028600     READ SHIP-TO-FILE
028700         INVALID KEY CONTINUE
028800     END-READ.
028900     IF NOT SHIP-STATUS-OK
029000         MOVE 'E337' TO EXC-REASON-CODE
029100         MOVE 'NO SHIP-TO ON FILE TO DELETE' TO EXC-REASON-TEXT
029200         PERFORM 2900-WRITE-EXCEPTION
029300             THRU 2900-WRITE-EXCEPTION-EXIT
029400         GO TO 3200-DELETE-SHIP-TO-EXIT
029500     END-IF.
029600     IF NOT SHIP-INACTIVE
029700         MOVE 'E338' TO EXC-REASON-CODE
029800         MOVE 'SHIP-TO STILL ACTIVE - INACTIVATE FIRST' TO
029900             EXC-REASON-TEXT
030000         PERFORM 2900-WRITE-EXCEPTION
030100             THRU 2900-WRITE-EXCEPTION-EXIT
030200         GO TO 3200-DELETE-SHIP-TO-EXIT
030300     END-IF.
030400     DELETE SHIP-TO-FILE
030500         INVALID KEY CONTINUE
030600     END-DELETE.
030700     IF SHIP-STATUS-OK
030800         ADD 1 TO WS-TRANS-APPLIED
030900     ELSE
031000         MOVE 'E337' TO EXC-REASON-CODE
031100         MOVE 'NO SHIP-TO ON FILE TO DELETE' TO EXC-REASON-TEXT
031200         PERFORM 2900-WRITE-EXCEPTION
031300             THRU 2900-WRITE-EXCEPTION-EXIT
031400     END-IF.
031500 3200-DELETE-SHIP-TO-EXIT.
031600     EXIT.
031700
031800 2900-WRITE-EXCEPTION.
031900     ADD 1 TO WS-TRANS-REJECTED.
032000     MOVE 'SHIPMNT ' TO EXC-PROGRAM-ID.
032100     MOVE SPACES TO EXC-KEY-VALUE.
032200     STRING STRN-OWNER DELIMITED BY SPACE
032300            '/' DELIMITED BY SIZE
032400            STRN-SHIP-TO-ID DELIMITED BY SIZE
032500         INTO EXC-KEY-VALUE
032600     END-STRING.
032700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
032800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
032900     MOVE SPACES TO EXC-OPERATOR-ID.
033000     WRITE EXC-RECORD.
033100     SET RC-WARNING TO TRUE.
033200 2900-WRITE-EXCEPTION-EXIT.
033300     EXIT.
033400
033500 9000-FINISH.
033600     CLOSE SHIP-TO-FILE.
033700     CLOSE OWNER-MASTER.
033800     CLOSE SHIP-TRAN-FILE.
033900     CLOSE EXCEPTION-FILE.
034000     DISPLAY 'SHIPMNT - TRANS READ    : ' WS-TRANS-READ.
034100     DISPLAY 'SHIPMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
034200     DISPLAY 'SHIPMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
034300     DISPLAY 'SHIPMNT - RETURN CODE   : ' WS-RETURN-CODE.
034400 9000-FINISH-EXIT.
034500     EXIT.
034600
034700 9999-EXIT.
034800     STOP RUN.
