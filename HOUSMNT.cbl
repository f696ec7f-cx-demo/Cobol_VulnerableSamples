000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    RESIDENCE HALL ROOM MASTER - APPLIES ADD,
001100*                    CHANGE AND DELETE TRANSACTIONS TO THE
001200*                    INDEXED HOUSMAST FILE (SEE HOUSREC) AND
001300*                    REJECTS BAD TRANSACTIONS TO THE SHARED
001400*                    EXCEPTION FILE.  A ROOM WITH ANY STUDENT
001500*                    STILL ASSIGNED ON ROOMASGN (SEE HASGREC)
001600*                    CANNOT BE DELETED - CLOSE IT INSTEAD, SO
001700*                    IT TAKES NO NEW ASSIGNMENTS.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT ROOM-FILE ASSIGN TO "HOUSMAST"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS HOUS-KEY
002600         FILE STATUS IS WS-HOUS-STATUS.
002700     SELECT ASSIGNMENT-FILE ASSIGN TO "ROOMASGN"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS HASG-KEY
003100         FILE STATUS IS WS-HASG-STATUS.
003200     SELECT ROOM-TRAN-FILE ASSIGN TO "HOUSTRAN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TRAN-STATUS.
003500     SELECT EXCEPTION-FILE ASSIGN TO "HOUSMEXC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ROOM-FILE.
004100     COPY HOUSREC.
004200
004300 FD  ASSIGNMENT-FILE.
004400     COPY HASGREC.
004500
004600 FD  ROOM-TRAN-FILE.
004700 01  ROOM-TRAN-RECORD.
004800     05  HTRN-ACTION                 PIC X(01).
004900         88  HTRN-ADD                VALUE 'A'.
005000         88  HTRN-CHANGE             VALUE 'C'.
005100         88  HTRN-DELETE             VALUE 'D'.
005200     05  HTRN-HALL-ID                PIC X(04).
005300     05  HTRN-ROOM-ID                PIC X(05).
005400     05  HTRN-HALL-NAME              PIC X(25).
005500     05  HTRN-BED-CAPACITY           PIC 9(02).
005600     05  HTRN-ROOM-RATE              PIC 9(05)V9(02).
005700     05  HTRN-ROOM-STATUS            PIC X(01).
005800
005900 FD  EXCEPTION-FILE.
006000     COPY EXCREC.
006100
006200 WORKING-STORAGE SECTION.
006300     COPY RETCODES.
006400
006500 01  WS-HOUS-STATUS                 PIC X(02) VALUE '00'.
006600     88  HOUS-STATUS-OK              VALUE '00'.
006700 01  WS-HASG-STATUS                 PIC X(02) VALUE '00'.
006800     88  HASG-STATUS-OK              VALUE '00'.
006900     88  HASG-STATUS-EOF             VALUE '10'.
007000 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007100     88  TRAN-STATUS-OK              VALUE '00'.
007200     88  TRAN-STATUS-EOF             VALUE '10'.
007300
007400 01  WS-HASG-OPEN-SW                PIC X(01) VALUE 'N'.
007500     88  WS-HASG-FILE-OPEN           VALUE 'Y'.
007600 01  WS-OCCUPANT-FOUND-SW           PIC X(01) VALUE 'N'.
007700     88  WS-OCCUPANT-FOUND           VALUE 'Y'.
007800 01  WS-ROOM-VALID-SW               PIC X(01) VALUE 'Y'.
007900     88  WS-ROOM-VALID               VALUE 'Y'.
008000
008100 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
008200 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
008300 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
008400
008500 01  WS-CURRENT-DATE-TIME.
008600     05  WS-TODAY-YYYYMMDD          PIC 9(08).
008700     05  WS-TIME-HHMMSSHH           PIC 9(08).
008800     05  FILLER                     PIC X(05).
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT.
009400
009500     PERFORM 2000-APPLY-NEXT-TRAN
009600         THRU 2000-APPLY-NEXT-TRAN-EXIT
009700         UNTIL TRAN-STATUS-EOF.
009800
009900     PERFORM 9000-FINISH
010000         THRU 9000-FINISH-EXIT.
010100     MOVE WS-RETURN-CODE TO RETURN-CODE.
010200     GO TO 9999-EXIT.
010300
010400 1000-INITIALIZE.
010500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010600*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
010700*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
010800     OPEN OUTPUT EXCEPTION-FILE.
010900     OPEN I-O ROOM-FILE.
011000     IF NOT HOUS-STATUS-OK
011100         OPEN OUTPUT ROOM-FILE
011200         IF NOT HOUS-STATUS-OK
011300             DISPLAY 'HOUSMNT - UNABLE TO OPEN HOUSMAST, STATUS='
011400                 WS-HOUS-STATUS
011500             SET RC-SEVERE TO TRUE
011600             SET TRAN-STATUS-EOF TO TRUE
011700             GO TO 1000-INITIALIZE-EXIT
011800         END-IF
011900     END-IF.
012000*    NO ROOMASGN YET MEANS NOBODY IS HOUSED - EVERY DELETE
012100*    IS CLEAR TO GO.
012200     OPEN INPUT ASSIGNMENT-FILE.
012300     IF HASG-STATUS-OK
012400         SET WS-HASG-FILE-OPEN TO TRUE
012500     END-IF.
012600     OPEN INPUT ROOM-TRAN-FILE.
012700     IF NOT TRAN-STATUS-OK
012800         DISPLAY 'HOUSMNT - UNABLE TO OPEN HOUSTRAN, STATUS='
012900             WS-TRAN-STATUS
013000         SET RC-SEVERE TO TRUE
013100         SET TRAN-STATUS-EOF TO TRUE
013200         GO TO 1000-INITIALIZE-EXIT
013300     END-IF.
013400 1000-INITIALIZE-EXIT.
013500     EXIT.
013600
013700 2000-APPLY-NEXT-TRAN.
013800     READ ROOM-TRAN-FILE
013900         AT END SET TRAN-STATUS-EOF TO TRUE
014000     END-READ.
014100     IF TRAN-STATUS-EOF
014200         GO TO 2000-APPLY-NEXT-TRAN-EXIT
014300     END-IF.
014400     ADD 1 TO WS-TRANS-READ.
014500
014600     IF HTRN-HALL-ID = SPACES OR HTRN-ROOM-ID = SPACES
014700         MOVE 'E264' TO EXC-REASON-CODE
014800         MOVE 'HALL OR ROOM ID MISSING' TO EXC-REASON-TEXT
014900         PERFORM 2900-WRITE-EXCEPTION
015000             THRU 2900-WRITE-EXCEPTION-EXIT
015100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
015200     END-IF.
015300
015400     EVALUATE TRUE
015500         WHEN HTRN-ADD
015600             PERFORM 3000-ADD-ROOM
015700                 THRU 3000-ADD-ROOM-EXIT
015800         WHEN HTRN-CHANGE
015900             PERFORM 3100-CHANGE-ROOM
016000                 THRU 3100-CHANGE-ROOM-EXIT
016100         WHEN HTRN-DELETE
016200             PERFORM 3200-DELETE-ROOM
016300                 THRU 3200-DELETE-ROOM-EXIT
016400         WHEN OTHER
016500             MOVE 'E265' TO EXC-REASON-CODE
016600             MOVE 'ACTION CODE NOT A, C OR D' TO EXC-REASON-TEXT
016700             PERFORM 2900-WRITE-EXCEPTION
016800                 THRU 2900-WRITE-EXCEPTION-EXIT
016900     END-EVALUATE.
017000 2000-APPLY-NEXT-TRAN-EXIT.
017100     EXIT.
017200
017300 2100-EDIT-ROOM-FIELDS.
017400*    A ROOM NEEDS A HALL NAME, AT LEAST ONE BED AND A RATE.
017500*    A BLANK STATUS IS AN OPEN ROOM.
017600     MOVE 'Y' TO WS-ROOM-VALID-SW.
017700     IF HTRN-ROOM-STATUS = SPACE
017800         MOVE 'O' TO HTRN-ROOM-STATUS
017900     END-IF.
018000     IF HTRN-HALL-NAME = SPACES
018100             OR HTRN-BED-CAPACITY IS NOT NUMERIC
018200             OR HTRN-BED-CAPACITY = ZERO
018300             OR HTRN-ROOM-RATE IS NOT NUMERIC
018400             OR (HTRN-ROOM-STATUS NOT = 'O'
018500                 AND HTRN-ROOM-STATUS NOT = 'C')
018600         MOVE 'E270' TO EXC-REASON-CODE
018700         MOVE 'HALL NAME, BEDS, RATE OR STATUS INVALID' TO
018800             EXC-REASON-TEXT
018900         MOVE 'N' TO WS-ROOM-VALID-SW
019000         PERFORM 2900-WRITE-EXCEPTION
019100             THRU 2900-WRITE-EXCEPTION-EXIT
019200     END-IF.
019300 2100-EDIT-ROOM-FIELDS-EXIT.
019400     EXIT.
019500
019600 2200-MOVE-TRAN-TO-RECORD.
019700     MOVE HTRN-HALL-ID       TO HOUS-HALL-ID.
019800     MOVE HTRN-ROOM-ID       TO HOUS-ROOM-ID.
019900     MOVE HTRN-HALL-NAME     TO HOUS-HALL-NAME.
020000     MOVE HTRN-BED-CAPACITY  TO HOUS-BED-CAPACITY.
020100     MOVE HTRN-ROOM-RATE     TO HOUS-ROOM-RATE.
020200     MOVE HTRN-ROOM-STATUS   TO HOUS-ROOM-STATUS.
020300 2200-MOVE-TRAN-TO-RECORD-EXIT.
020400     EXIT.
020500
020600 2300-CHECK-OCCUPANTS.
020700*    ROOMASGN IS KEYED ON THE STUDENT, SO FINDING A ROOM'S
020800*    OCCUPANTS IS A FULL PASS - DELETES ARE RARE ENOUGH.
020900     MOVE 'N' TO WS-OCCUPANT-FOUND-SW.
021000     IF NOT WS-HASG-FILE-OPEN
021100         GO TO 2300-CHECK-OCCUPANTS-EXIT
021200     END-IF.
021300     MOVE LOW-VALUES TO HASG-KEY.
021400     MOVE '00' TO WS-HASG-STATUS.
021500     START ASSIGNMENT-FILE KEY IS NOT LESS THAN HASG-KEY
021600         INVALID KEY SET HASG-STATUS-EOF TO TRUE
021700     END-START.
021800     PERFORM 2310-CHECK-ONE-ASSIGNMENT
021900         THRU 2310-CHECK-ONE-ASSIGNMENT-EXIT
022000         UNTIL HASG-STATUS-EOF OR WS-OCCUPANT-FOUND.
022100 2300-CHECK-OCCUPANTS-EXIT.
022200     EXIT.
022300
022400 2310-CHECK-ONE-ASSIGNMENT.
022500     READ ASSIGNMENT-FILE NEXT
022600         AT END SET HASG-STATUS-EOF TO TRUE
022700     END-READ.
022800     IF HASG-STATUS-EOF
022900         GO TO 2310-CHECK-ONE-ASSIGNMENT-EXIT
023000     END-IF.
023100     IF HASG-ASSIGNED
023200             AND HASG-HALL-ID = HTRN-HALL-ID
023300             AND HASG-ROOM-ID = HTRN-ROOM-ID
023400         SET WS-OCCUPANT-FOUND TO TRUE
023500     END-IF.
023600 2310-CHECK-ONE-ASSIGNMENT-EXIT.
023700     EXIT.
023800
023900 3000-ADD-ROOM.
024000     PERFORM 2100-EDIT-ROOM-FIELDS
024100         THRU 2100-EDIT-ROOM-FIELDS-EXIT.
024200     IF NOT WS-ROOM-VALID
024300         GO TO 3000-ADD-ROOM-EXIT
024400     END-IF.
024500     PERFORM 2200-MOVE-TRAN-TO-RECORD
024600         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
024700     WRITE HOUSING-ROOM-RECORD
024800         INVALID KEY CONTINUE
024900     END-WRITE.
025000     IF HOUS-STATUS-OK
025100         ADD 1 TO WS-TRANS-APPLIED
025200     ELSE
025300         MOVE 'E266' TO EXC-REASON-CODE
025400         MOVE 'ROOM ALREADY ON FILE OR WRITE FAILED' TO
025500             EXC-REASON-TEXT
025600         PERFORM 2900-WRITE-EXCEPTION
025700             THRU 2900-WRITE-EXCEPTION-EXIT
025800     END-IF.
025900 3000-ADD-ROOM-EXIT.
026000     EXIT.
026100
026200 3100-CHANGE-ROOM.
026300     PERFORM 2100-EDIT-ROOM-FIELDS
026400         THRU 2100-EDIT-ROOM-FIELDS-EXIT.
026500     IF NOT WS-ROOM-VALID
026600         GO TO 3100-CHANGE-ROOM-EXIT
026700     END-IF.
026800     PERFORM 2200-MOVE-TRAN-TO-RECORD
026900         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
027000     REWRITE HOUSING-ROOM-RECORD
027100         INVALID KEY CONTINUE
027200     END-REWRITE.
027300     IF HOUS-STATUS-OK
027400         ADD 1 TO WS-TRANS-APPLIED
027500     ELSE
027600         MOVE 'E267' TO EXC-REASON-CODE
027700         MOVE 'NO ROOM ON FILE TO CHANGE' TO EXC-REASON-TEXT
027800         PERFORM 2900-WRITE-EXCEPTION
027900             THRU 2900-WRITE-EXCEPTION-EXIT
028000     END-IF.
028100 3100-CHANGE-ROOM-EXIT.
028200     EXIT.
028300
028400 3200-DELETE-ROOM.
028500     PERFORM 2300-CHECK-OCCUPANTS
028600         THRU 2300-CHECK-OCCUPANTS-EXIT.
028700     IF WS-OCCUPANT-FOUND
028800         MOVE 'E269' TO EXC-REASON-CODE
028900         MOVE 'ROOM STILL HAS STUDENTS ON ROOMASGN' TO
029000             EXC-REASON-TEXT
029100         PERFORM 2900-WRITE-EXCEPTION
029200             THRU 2900-WRITE-EXCEPTION-EXIT
029300         GO TO 3200-DELETE-ROOM-EXIT
029400     END-IF.
029500     MOVE HTRN-HALL-ID TO HOUS-HALL-ID.
029600     MOVE HTRN-ROOM-ID TO HOUS-ROOM-ID.
029700     DELETE ROOM-FILE
029800         INVALID KEY CONTINUE
029900     END-DELETE.
030000     IF HOUS-STATUS-OK
030100         ADD 1 TO WS-TRANS-APPLIED
030200     ELSE
030300         MOVE 'E268' TO EXC-REASON-CODE
030400         MOVE 'NO ROOM ON FILE TO DELETE' TO EXC-REASON-TEXT
030500         PERFORM 2900-WRITE-EXCEPTION
030600             THRU 2900-WRITE-EXCEPTION-EXIT
030700     END-IF.
030800 3200-DELETE-ROOM-EXIT.
030900     EXIT.
031000
031100 2900-WRITE-EXCEPTION.
031200     ADD 1 TO WS-TRANS-REJECTED.
031300     MOVE 'HOUSMNT ' TO EXC-PROGRAM-ID.
031400     MOVE SPACES TO EXC-KEY-VALUE.
031500     STRING HTRN-HALL-ID '/' HTRN-ROOM-ID
031600         DELIMITED BY SIZE
031700         INTO EXC-KEY-VALUE
031800     END-STRING.
031900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
032000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
032100     MOVE SPACES TO EXC-OPERATOR-ID.
032200     WRITE EXC-RECORD.
032300     SET RC-WARNING TO TRUE.
032400 2900-WRITE-EXCEPTION-EXIT.
032500     EXIT.
032600
032700 9000-FINISH.
032800     CLOSE ROOM-FILE.
032900     IF WS-HASG-FILE-OPEN
033000         CLOSE ASSIGNMENT-FILE
033100     END-IF.
033200     CLOSE ROOM-TRAN-FILE.
033300     CLOSE EXCEPTION-FILE.
033400     DISPLAY 'HOUSMNT - TRANS READ    : ' WS-TRANS-READ.
033500     DISPLAY 'HOUSMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
033600     DISPLAY 'HOUSMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
033700     DISPLAY 'HOUSMNT - RETURN CODE   : ' WS-RETURN-CODE.
033800 9000-FINISH-EXIT.
033900     EXIT.
034000
034100 9999-EXIT.
034200     STOP RUN.
034300
