000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADVRMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    ADVISOR MASTER - APPLIES ADD, CHANGE AND
001100*                    DELETE TRANSACTIONS TO THE INDEXED ADVMAST
001200*                    FILE (SEE ADVRREC) AND REJECTS BAD
001300*                    TRANSACTIONS TO THE SHARED EXCEPTION FILE.
001400*                    AN ADVISOR STILL NAMED ON ANY STUDADVR
001500*                    ASSIGNMENT (SEE ADVSREC) CANNOT BE DELETED
001600*                    - THE ADVISEES ARE REASSIGNED THROUGH
001700*                    ADVSMNT FIRST.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT ADVISOR-FILE ASSIGN TO "ADVMAST"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS ADVR-ADVISOR-ID
002600         FILE STATUS IS WS-ADVR-STATUS.
002700
002800     SELECT ADVISEE-FILE ASSIGN TO "STUDADVR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ADVS-STUDENT-ID
003200         FILE STATUS IS WS-ADVS-STATUS.
003300
003400     SELECT ADVISOR-TRAN-FILE ASSIGN TO "ADVRTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRAN-STATUS.
003700
003800     SELECT EXCEPTION-FILE ASSIGN TO "ADVREXC"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ADVISOR-FILE.
004400     COPY ADVRREC.
004500
004600 FD  ADVISEE-FILE.
004700     COPY ADVSREC.
004800
004900 FD  ADVISOR-TRAN-FILE.
005000 01  ADVISOR-TRAN-RECORD.
005100     05  ATRN-ACTION                 PIC X(01).
005200         88  ATRN-ADD                VALUE 'A'.
005300         88  ATRN-CHANGE             VALUE 'C'.
005400         88  ATRN-DELETE             VALUE 'D'.
005500     05  ATRN-ADVISOR-ID             PIC X(08).
005600     05  ATRN-NAME                   PIC X(25).
005700     05  ATRN-DEPARTMENT             PIC X(06).
005800
005900 FD  EXCEPTION-FILE.
006000     COPY EXCREC.
006100
006200 WORKING-STORAGE SECTION.
006300     COPY RETCODES.
006400
006500 01  WS-ADVR-STATUS                 PIC X(02) VALUE '00'.
006600     88  ADVR-STATUS-OK              VALUE '00'.
006700 01  WS-ADVS-STATUS                 PIC X(02) VALUE '00'.
006800     88  ADVS-STATUS-OK              VALUE '00'.
006900     88  ADVS-STATUS-EOF             VALUE '10'.
007000 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007100     88  TRAN-STATUS-OK              VALUE '00'.
007200     88  TRAN-STATUS-EOF             VALUE '10'.
007300
007400 01  WS-ADVS-OPEN-SW                PIC X(01) VALUE 'N'.
007500     88  WS-ADVS-FILE-OPEN           VALUE 'Y'.
007600 01  WS-ADVISEE-FOUND-SW            PIC X(01) VALUE 'N'.
007700     88  WS-ADVISEE-FOUND            VALUE 'Y'.
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
009900
010000     MOVE WS-RETURN-CODE TO RETURN-CODE.
010100     GO TO 9999-EXIT.
010200
010300 1000-INITIALIZE.
010400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010500*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
010600*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
010700     OPEN OUTPUT EXCEPTION-FILE.
010800     OPEN I-O ADVISOR-FILE.
010900     IF NOT ADVR-STATUS-OK
011000         OPEN OUTPUT ADVISOR-FILE
011100         IF NOT ADVR-STATUS-OK
011200             DISPLAY 'ADVRMNT - UNABLE TO OPEN ADVMAST, STATUS='
011300                 WS-ADVR-STATUS
011400             SET RC-SEVERE TO TRUE
011500             SET TRAN-STATUS-EOF TO TRUE
011600             GO TO 1000-INITIALIZE-EXIT
011700         END-IF
011800     END-IF.
011900*    NO STUDADVR YET MEANS NOBODY IS ASSIGNED - EVERY DELETE
012000*    IS CLEAR TO GO.
012100     OPEN INPUT ADVISEE-FILE.
012200     IF ADVS-STATUS-OK
012300         SET WS-ADVS-FILE-OPEN TO TRUE
012400     END-IF.
012500     OPEN INPUT ADVISOR-TRAN-FILE.
012600     IF NOT TRAN-STATUS-OK
012700         DISPLAY 'ADVRMNT - UNABLE TO OPEN ADVRTRAN, STATUS='
012800             WS-TRAN-STATUS
012900         SET RC-SEVERE TO TRUE
013000         SET TRAN-STATUS-EOF TO TRUE
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF.
013300 1000-INITIALIZE-EXIT.
013400     EXIT.
013500
013600 2000-APPLY-NEXT-TRAN.
013700     READ ADVISOR-TRAN-FILE
013800         AT END SET TRAN-STATUS-EOF TO TRUE
013900     END-READ.
014000     IF TRAN-STATUS-EOF
014100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
014200     END-IF.
014300
014400     ADD 1 TO WS-TRANS-READ.
014500
014600     IF ATRN-ADVISOR-ID = SPACES
014700         MOVE 'E245' TO EXC-REASON-CODE
014800         MOVE 'ADVISOR-ID MISSING' TO EXC-REASON-TEXT
014900         PERFORM 2900-WRITE-EXCEPTION
015000             THRU 2900-WRITE-EXCEPTION-EXIT
015100         GO TO 2000-APPLY-NEXT-TRAN-EXIT
015200     END-IF.
015300
015400     EVALUATE TRUE
015500         WHEN ATRN-ADD
015600             PERFORM 3000-ADD-ADVISOR
015700                 THRU 3000-ADD-ADVISOR-EXIT
015800         WHEN ATRN-CHANGE
015900             PERFORM 3100-CHANGE-ADVISOR
016000                 THRU 3100-CHANGE-ADVISOR-EXIT
016100         WHEN ATRN-DELETE
016200             PERFORM 3200-DELETE-ADVISOR
016300                 THRU 3200-DELETE-ADVISOR-EXIT
016400         WHEN OTHER
016500             MOVE 'E246' TO EXC-REASON-CODE
016600             MOVE 'ACTION CODE NOT A, C OR D' TO EXC-REASON-TEXT
016700             PERFORM 2900-WRITE-EXCEPTION
016800                 THRU 2900-WRITE-EXCEPTION-EXIT
016900     END-EVALUATE.
017000 2000-APPLY-NEXT-TRAN-EXIT.
017100     EXIT.
017200
017300 2200-MOVE-TRAN-TO-RECORD.
017400     MOVE ATRN-ADVISOR-ID  TO ADVR-ADVISOR-ID.
017500     MOVE ATRN-NAME        TO ADVR-NAME.
017600     MOVE ATRN-DEPARTMENT  TO ADVR-DEPARTMENT.
017700 2200-MOVE-TRAN-TO-RECORD-EXIT.
017800     EXIT.
017900
018000 2300-CHECK-ADVISEES.
018100*    STUDADVR IS KEYED ON THE STUDENT, SO FINDING AN ADVISOR'S
018200*    ADVISEES IS A FULL PASS - DELETES ARE RARE ENOUGH.
018300     MOVE 'N' TO WS-ADVISEE-FOUND-SW.
018400     IF NOT WS-ADVS-FILE-OPEN
018500         GO TO 2300-CHECK-ADVISEES-EXIT
018600     END-IF.
018700     MOVE ZERO TO ADVS-STUDENT-ID.
018800     MOVE '00' TO WS-ADVS-STATUS.
018900     START ADVISEE-FILE KEY IS NOT LESS THAN ADVS-STUDENT-ID
019000         INVALID KEY SET ADVS-STATUS-EOF TO TRUE
019100     END-START.
019200     PERFORM 2310-CHECK-ONE-ADVISEE
019300         THRU 2310-CHECK-ONE-ADVISEE-EXIT
019400         UNTIL ADVS-STATUS-EOF OR WS-ADVISEE-FOUND.
019500 2300-CHECK-ADVISEES-EXIT.
019600     EXIT.
019700
019800 2310-CHECK-ONE-ADVISEE.
019900     READ ADVISEE-FILE NEXT
020000         AT END SET ADVS-STATUS-EOF TO TRUE
020100     END-READ.
020200     IF ADVS-STATUS-EOF
020300         GO TO 2310-CHECK-ONE-ADVISEE-EXIT
020400     END-IF.
020500     IF ADVS-ADVISOR-ID = ATRN-ADVISOR-ID
020600         SET WS-ADVISEE-FOUND TO TRUE
020700     END-IF.
020800 2310-CHECK-ONE-ADVISEE-EXIT.
020900     EXIT.
021000
021100 3000-ADD-ADVISOR.
021200     IF ATRN-NAME = SPACES
021300         MOVE 'E251' TO EXC-REASON-CODE
021400         MOVE 'ADVISOR NAME MISSING' TO EXC-REASON-TEXT
021500         PERFORM 2900-WRITE-EXCEPTION
021600             THRU 2900-WRITE-EXCEPTION-EXIT
021700         GO TO 3000-ADD-ADVISOR-EXIT
021800     END-IF.
021900     PERFORM 2200-MOVE-TRAN-TO-RECORD
022000         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
022100     WRITE ADVISOR-RECORD
022200         INVALID KEY CONTINUE
022300     END-WRITE.
022400     IF ADVR-STATUS-OK
022500         ADD 1 TO WS-TRANS-APPLIED
022600     ELSE
022700         MOVE 'E247' TO EXC-REASON-CODE
022800         MOVE 'ADVISOR ALREADY ON FILE OR WRITE FAILED' TO
022900             EXC-REASON-TEXT
023000         PERFORM 2900-WRITE-EXCEPTION
023100             THRU 2900-WRITE-EXCEPTION-EXIT
023200     END-IF.
023300 3000-ADD-ADVISOR-EXIT.
023400     EXIT.
023500
023600 3100-CHANGE-ADVISOR.
023700     IF ATRN-NAME = SPACES
023800         MOVE 'E251' TO EXC-REASON-CODE
023900         MOVE 'ADVISOR NAME MISSING' TO EXC-REASON-TEXT
024000         PERFORM 2900-WRITE-EXCEPTION
024100             THRU 2900-WRITE-EXCEPTION-EXIT
024200         GO TO 3100-CHANGE-ADVISOR-EXIT
024300     END-IF.
024400     PERFORM 2200-MOVE-TRAN-TO-RECORD
024500         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
024600     REWRITE ADVISOR-RECORD
024700         INVALID KEY CONTINUE
024800     END-REWRITE.
024900     IF ADVR-STATUS-OK
025000         ADD 1 TO WS-TRANS-APPLIED
025100     ELSE
025200         MOVE 'E248' TO EXC-REASON-CODE
025300         MOVE 'NO ADVISOR ON FILE TO CHANGE' TO EXC-REASON-TEXT
025400         PERFORM 2900-WRITE-EXCEPTION
025500             THRU 2900-WRITE-EXCEPTION-EXIT
025600     END-IF.
025700 3100-CHANGE-ADVISOR-EXIT.
025800     EXIT.
025900
026000 3200-DELETE-ADVISOR.
026100     PERFORM 2300-CHECK-ADVISEES
026200         THRU 2300-CHECK-ADVISEES-EXIT.
026300     IF WS-ADVISEE-FOUND
026400         MOVE 'E250' TO EXC-REASON-CODE
026500         MOVE 'ADVISOR STILL HAS ADVISEES ON STUDADVR' TO
026600             EXC-REASON-TEXT
026700         PERFORM 2900-WRITE-EXCEPTION
026800             THRU 2900-WRITE-EXCEPTION-EXIT
026900         GO TO 3200-DELETE-ADVISOR-EXIT
027000     END-IF.
027100     MOVE ATRN-ADVISOR-ID TO ADVR-ADVISOR-ID.
027200     DELETE ADVISOR-FILE
027300         INVALID KEY CONTINUE
027400     END-DELETE.
027500     IF ADVR-STATUS-OK
027600         ADD 1 TO WS-TRANS-APPLIED
027700     ELSE
027800         MOVE 'E249' TO EXC-REASON-CODE
027900         MOVE 'NO ADVISOR ON FILE TO DELETE' TO EXC-REASON-TEXT
028000         PERFORM 2900-WRITE-EXCEPTION
028100             THRU 2900-WRITE-EXCEPTION-EXIT
028200     END-IF.
028300 3200-DELETE-ADVISOR-EXIT.
028400     EXIT.
028500
028600 2900-WRITE-EXCEPTION.
028700     ADD 1 TO WS-TRANS-REJECTED.
028800     MOVE 'ADVRMNT ' TO EXC-PROGRAM-ID.
028900     MOVE ATRN-ADVISOR-ID TO EXC-KEY-VALUE.
029000     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
029100     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
029200     MOVE SPACES TO EXC-OPERATOR-ID.
029300     WRITE EXC-RECORD.
029400     SET RC-WARNING TO TRUE.
029500 2900-WRITE-EXCEPTION-EXIT.
029600     EXIT.
029700
029800 9000-FINISH.
029900     CLOSE ADVISOR-FILE.
030000     IF WS-ADVS-FILE-OPEN
030100         CLOSE ADVISEE-FILE
030200     END-IF.
030300     CLOSE ADVISOR-TRAN-FILE.
030400     CLOSE EXCEPTION-FILE.
030500     DISPLAY 'ADVRMNT - TRANS READ    : ' WS-TRANS-READ.
030600     DISPLAY 'ADVRMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
030700     DISPLAY 'ADVRMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
030800     DISPLAY 'ADVRMNT - RETURN CODE   : ' WS-RETURN-CODE.
030900 9000-FINISH-EXIT.
031000     EXIT.
031100
031200 9999-EXIT.
031300     STOP RUN.
