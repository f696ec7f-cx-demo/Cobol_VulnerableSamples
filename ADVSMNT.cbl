000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADVSMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    STUDENT-TO-ADVISOR ASSIGNMENTS - APPLIES
001100*                    ADD, CHANGE AND DELETE TRANSACTIONS TO THE
001200*                    INDEXED STUDADVR FILE (SEE ADVSREC),
001300*                    VERIFIES THE STUDENT IS ON THE STUDENT
001400*                    MASTER AND THE ADVISOR IS ON ADVMAST (SEE
001500*                    ADVRREC) BEFORE AN ADD OR CHANGE, AND
001600*                    REJECTS BAD TRANSACTIONS TO THE SHARED
001700*                    EXCEPTION FILE.  A CHANGE IS A REASSIGNMENT
001800*                    TO A NEW ADVISOR.
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT STUDENT ASSIGN TO FILENAME
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS STUDENT-ID
002700         FILE STATUS IS WS-STUDENT-STATUS.
002800
002900     SELECT ADVISOR-FILE ASSIGN TO "ADVMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS ADVR-ADVISOR-ID
003300         FILE STATUS IS WS-ADVR-STATUS.
003400
003500     SELECT ADVISEE-FILE ASSIGN TO "STUDADVR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ADVS-STUDENT-ID
003900         FILE STATUS IS WS-ADVS-STATUS.
004000
004100     SELECT ADVISEE-TRAN-FILE ASSIGN TO "ADVSTRAN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TRAN-STATUS.
004400
004500     SELECT EXCEPTION-FILE ASSIGN TO "ADVSEXC"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  STUDENT.
005100     COPY STUDREC.
005200
005300 01  FILENAME                   PIC X(12).
005400
005500 FD  ADVISOR-FILE.
005600     COPY ADVRREC.
005700
005800 FD  ADVISEE-FILE.
005900     COPY ADVSREC.
006000
006100 FD  ADVISEE-TRAN-FILE.
006200 01  ADVISEE-TRAN-RECORD.
006300     05  STRN-ACTION                 PIC X(01).
006400         88  STRN-ADD                VALUE 'A'.
006500         88  STRN-CHANGE             VALUE 'C'.
006600         88  STRN-DELETE             VALUE 'D'.
006700     05  STRN-STUDENT-ID             PIC 9(09).
006800     05  STRN-ADVISOR-ID             PIC X(08).
006900     05  STRN-ASSIGNED-DATE          PIC 9(08).
007000
007100 FD  EXCEPTION-FILE.
007200     COPY EXCREC.
007300
007400 WORKING-STORAGE SECTION.
007500     COPY RETCODES.
007600
007700 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
007800     88  STUDENT-STATUS-OK           VALUE '00'.
007900 01  WS-ADVR-STATUS                 PIC X(02) VALUE '00'.
008000     88  ADVR-STATUS-OK              VALUE '00'.
008100 01  WS-ADVS-STATUS                 PIC X(02) VALUE '00'.
008200     88  ADVS-STATUS-OK              VALUE '00'.
008300 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
008400     88  TRAN-STATUS-OK              VALUE '00'.
008500     88  TRAN-STATUS-EOF             VALUE '10'.
008600
008700 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
008800     88  WS-STUDENT-FOUND            VALUE 'Y'.
008900 01  WS-ADVISOR-FOUND-SW            PIC X(01) VALUE 'N'.
009000     88  WS-ADVISOR-FOUND            VALUE 'Y'.
009100
009200 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
009300 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
009400 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
009500
009600 01  WS-CURRENT-DATE-TIME.
009700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
009800     05  WS-TIME-HHMMSSHH           PIC 9(08).
009900     05  FILLER                     PIC X(05).
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE
010400         THRU 1000-INITIALIZE-EXIT.
010500
010600     PERFORM 2000-APPLY-NEXT-TRAN
010700         THRU 2000-APPLY-NEXT-TRAN-EXIT
010800         UNTIL TRAN-STATUS-EOF.
010900
011000     PERFORM 9000-FINISH
011100         THRU 9000-FINISH-EXIT.
011200
011300     MOVE WS-RETURN-CODE TO RETURN-CODE.
011400     GO TO 9999-EXIT.
011500
011600 1000-INITIALIZE.
011700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011800     DISPLAY 'ENTER STUDENT DATASET NAME: '.
011900     ACCEPT FILENAME.
012000*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
012100*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
012200     OPEN OUTPUT EXCEPTION-FILE.
012300     OPEN INPUT STUDENT.
012400     IF NOT STUDENT-STATUS-OK
012500         DISPLAY 'ADVSMNT - UNABLE TO OPEN STUDENT FILE, STATUS='
012600             WS-STUDENT-STATUS
012700         SET RC-SEVERE TO TRUE
012800         SET TRAN-STATUS-EOF TO TRUE
012900         GO TO 1000-INITIALIZE-EXIT
013000     END-IF.
013100     OPEN INPUT ADVISOR-FILE.
013200     IF NOT ADVR-STATUS-OK
013300         DISPLAY 'ADVSMNT - UNABLE TO OPEN ADVMAST, STATUS='
013400             WS-ADVR-STATUS
013500         SET RC-SEVERE TO TRUE
013600         SET TRAN-STATUS-EOF TO TRUE
013700         GO TO 1000-INITIALIZE-EXIT
013800     END-IF.
013900     OPEN I-O ADVISEE-FILE.
014000     IF NOT ADVS-STATUS-OK
014100         OPEN OUTPUT ADVISEE-FILE
014200         IF NOT ADVS-STATUS-OK
014300             DISPLAY 'ADVSMNT - UNABLE TO OPEN STUDADVR, STATUS='
014400                 WS-ADVS-STATUS
014500             SET RC-SEVERE TO TRUE
014600             SET TRAN-STATUS-EOF TO TRUE
014700             GO TO 1000-INITIALIZE-EXIT
014800         END-IF
014900     END-IF.
015000     OPEN INPUT ADVISEE-TRAN-FILE.
015100     IF NOT TRAN-STATUS-OK
015200         DISPLAY 'ADVSMNT - UNABLE TO OPEN ADVSTRAN, STATUS='
015300             WS-TRAN-STATUS
015400         SET RC-SEVERE TO TRUE
015500         SET TRAN-STATUS-EOF TO TRUE
015600         GO TO 1000-INITIALIZE-EXIT
015700     END-IF.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000
016100 2000-APPLY-NEXT-TRAN.
016200     READ ADVISEE-TRAN-FILE
016300         AT END SET TRAN-STATUS-EOF TO TRUE
016400     END-READ.
016500     IF TRAN-STATUS-EOF
016600         GO TO 2000-APPLY-NEXT-TRAN-EXIT
016700     END-IF.
016800
016900     ADD 1 TO WS-TRANS-READ.
017000
017100     IF STRN-STUDENT-ID IS NOT NUMERIC
017200             OR STRN-STUDENT-ID = ZERO
017300         MOVE 'E252' TO EXC-REASON-CODE
017400         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
017500             EXC-REASON-TEXT
017600         PERFORM 2900-WRITE-EXCEPTION
017700             THRU 2900-WRITE-EXCEPTION-EXIT
017800         GO TO 2000-APPLY-NEXT-TRAN-EXIT
017900     END-IF.
018000
018100     EVALUATE TRUE
018200         WHEN STRN-ADD
018300             PERFORM 3000-ADD-ASSIGNMENT
018400                 THRU 3000-ADD-ASSIGNMENT-EXIT
018500         WHEN STRN-CHANGE
018600             PERFORM 3100-CHANGE-ASSIGNMENT
018700                 THRU 3100-CHANGE-ASSIGNMENT-EXIT
018800         WHEN STRN-DELETE
018900             PERFORM 3200-DELETE-ASSIGNMENT
019000                 THRU 3200-DELETE-ASSIGNMENT-EXIT
019100         WHEN OTHER
019200             MOVE 'E253' TO EXC-REASON-CODE
019300             MOVE 'ACTION CODE NOT A, C OR D' TO EXC-REASON-TEXT
019400             PERFORM 2900-WRITE-EXCEPTION
019500                 THRU 2900-WRITE-EXCEPTION-EXIT
019600     END-EVALUATE.
019700 2000-APPLY-NEXT-TRAN-EXIT.
019800     EXIT.
019900
020000 2100-CHECK-STUDENT.
020100     MOVE 'N' TO WS-STUDENT-FOUND-SW.
020200     MOVE STRN-STUDENT-ID TO STUDENT-ID.
020300     READ STUDENT
020400         INVALID KEY CONTINUE
020500         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
020600     END-READ.
020700     IF NOT WS-STUDENT-FOUND
020800         MOVE 'E254' TO EXC-REASON-CODE
020900         MOVE 'STUDENT NOT ON STUDENT MASTER' TO EXC-REASON-TEXT
021000         PERFORM 2900-WRITE-EXCEPTION
021100             THRU 2900-WRITE-EXCEPTION-EXIT
021200     END-IF.
021300 2100-CHECK-STUDENT-EXIT.
021400     EXIT.
021500
021600 2150-CHECK-ADVISOR.
021700     MOVE 'N' TO WS-ADVISOR-FOUND-SW.
021800     MOVE STRN-ADVISOR-ID TO ADVR-ADVISOR-ID.
021900     READ ADVISOR-FILE
022000         INVALID KEY CONTINUE
022100         NOT INVALID KEY MOVE 'Y' TO WS-ADVISOR-FOUND-SW
022200     END-READ.
022300     IF STRN-ADVISOR-ID = SPACES
022400         MOVE 'N' TO WS-ADVISOR-FOUND-SW
022500     END-IF.
022600     IF NOT WS-ADVISOR-FOUND
022700         MOVE 'E255' TO EXC-REASON-CODE
022800         MOVE 'ADVISOR NOT ON ADVMAST' TO EXC-REASON-TEXT
022900         PERFORM 2900-WRITE-EXCEPTION
023000             THRU 2900-WRITE-EXCEPTION-EXIT
023100     END-IF.
023200 2150-CHECK-ADVISOR-EXIT.
023300     EXIT.
023400
023500 2200-MOVE-TRAN-TO-RECORD.
023600*    A BLANK ASSIGNED DATE TAKES THE RUN DATE.
023700     MOVE STRN-STUDENT-ID  TO ADVS-STUDENT-ID.
023800     MOVE STRN-ADVISOR-ID  TO ADVS-ADVISOR-ID.
023900     IF STRN-ASSIGNED-DATE IS NUMERIC
024000             AND STRN-ASSIGNED-DATE NOT = ZERO
024100         MOVE STRN-ASSIGNED-DATE TO ADVS-ASSIGNED-DATE
024200     ELSE
024300         MOVE WS-TODAY-YYYYMMDD TO ADVS-ASSIGNED-DATE
024400     END-IF.
024500 2200-MOVE-TRAN-TO-RECORD-EXIT.
024600     EXIT.
024700
024800 3000-ADD-ASSIGNMENT.
024900     PERFORM 2100-CHECK-STUDENT
025000         THRU 2100-CHECK-STUDENT-EXIT.
025100     IF NOT WS-STUDENT-FOUND
025200         GO TO 3000-ADD-ASSIGNMENT-EXIT
025300     END-IF.
025400     PERFORM 2150-CHECK-ADVISOR
025500         THRU 2150-CHECK-ADVISOR-EXIT.
025600     IF NOT WS-ADVISOR-FOUND
025700         GO TO 3000-ADD-ASSIGNMENT-EXIT
025800     END-IF.
025900
026000     PERFORM 2200-MOVE-TRAN-TO-RECORD
026100         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
026200     WRITE ADVISEE-RECORD
026300         INVALID KEY CONTINUE
026400     END-WRITE.
026500     IF ADVS-STATUS-OK
026600         ADD 1 TO WS-TRANS-APPLIED
026700     ELSE
026800         MOVE 'E256' TO EXC-REASON-CODE
026900         MOVE 'STUDENT ALREADY ASSIGNED OR WRITE FAILED' TO
027000             EXC-REASON-TEXT
027100         PERFORM 2900-WRITE-EXCEPTION
027200             THRU 2900-WRITE-EXCEPTION-EXIT
027300     END-IF.
027400 3000-ADD-ASSIGNMENT-EXIT.
027500     EXIT.
027600
027700 3100-CHANGE-ASSIGNMENT.
027800     PERFORM 2100-CHECK-STUDENT
027900         THRU 2100-CHECK-STUDENT-EXIT.
028000     IF NOT WS-STUDENT-FOUND
028100         GO TO 3100-CHANGE-ASSIGNMENT-EXIT
028200     END-IF.
028300     PERFORM 2150-CHECK-ADVISOR
028400         THRU 2150-CHECK-ADVISOR-EXIT.
028500     IF NOT WS-ADVISOR-FOUND
028600         GO TO 3100-CHANGE-ASSIGNMENT-EXIT
028700     END-IF.
028800
028900     PERFORM 2200-MOVE-TRAN-TO-RECORD
029000         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
029100     REWRITE ADVISEE-RECORD
029200         INVALID KEY CONTINUE
029300     END-REWRITE.
029400     IF ADVS-STATUS-OK
029500         ADD 1 TO WS-TRANS-APPLIED
029600     ELSE
029700         MOVE 'E257' TO EXC-REASON-CODE
029800         MOVE 'NO ASSIGNMENT ON FILE TO CHANGE' TO
029900             EXC-REASON-TEXT
030000         PERFORM 2900-WRITE-EXCEPTION
030100             THRU 2900-WRITE-EXCEPTION-EXIT
030200     END-IF.
030300 3100-CHANGE-ASSIGNMENT-EXIT.
030400     EXIT.
030500
030600 3200-DELETE-ASSIGNMENT.
030700     MOVE STRN-STUDENT-ID TO ADVS-STUDENT-ID.
030800     DELETE ADVISEE-FILE
030900         INVALID KEY CONTINUE
031000     END-DELETE.
031100     IF ADVS-STATUS-OK
031200         ADD 1 TO WS-TRANS-APPLIED
031300     ELSE
031400         MOVE 'E258' TO EXC-REASON-CODE
031500         MOVE 'NO ASSIGNMENT ON FILE TO DELETE' TO
031600             EXC-REASON-TEXT
031700         PERFORM 2900-WRITE-EXCEPTION
031800             THRU 2900-WRITE-EXCEPTION-EXIT
031900     END-IF.
032000 3200-DELETE-ASSIGNMENT-EXIT.
032100     EXIT.
032200
032300 2900-WRITE-EXCEPTION.
032400     ADD 1 TO WS-TRANS-REJECTED.
032500     MOVE 'ADVSMNT ' TO EXC-PROGRAM-ID.
032600     MOVE STRN-STUDENT-ID TO EXC-KEY-VALUE.
032700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
032800     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
032900     MOVE SPACES TO EXC-OPERATOR-ID.
033000     WRITE EXC-RECORD.
033100     SET RC-WARNING TO TRUE.
033200 2900-WRITE-EXCEPTION-EXIT.
033300     EXIT.
033400
033500 9000-FINISH.
033600     CLOSE STUDENT.
033700     CLOSE ADVISOR-FILE.
033800     CLOSE ADVISEE-FILE.
033900     CLOSE ADVISEE-TRAN-FILE.
034000     CLOSE EXCEPTION-FILE.
034100     DISPLAY 'ADVSMNT - TRANS READ    : ' WS-TRANS-READ.
034200     DISPLAY 'ADVSMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
034300     DISPLAY 'ADVSMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
034400     DISPLAY 'ADVSMNT - RETURN CODE   : ' WS-RETURN-CODE.
034500 9000-FINISH-EXIT.
034600     EXIT.
034700
034800 9999-EXIT.
034900     STOP RUN.
