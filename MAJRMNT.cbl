000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAJRMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTENANCE PATH FOR THE
001000*                    STUDENT MAJOR FILE - APPLIES ADD, CHANGE
001100*                    AND DELETE TRANSACTIONS TO THE INDEXED
001200*                    STUDMAJR FILE (SEE MAJRREC), VERIFIES THE
001300*                    STUDENT IS ON THE STUDENT MASTER AND THE
001400*                    PROGRAM CODE HAS ITS HEADER LINE ON THE
001500*                    PROGREQ REQUIREMENTS FILE BEFORE AN ADD OR
001600*                    CHANGE, AND REJECTS BAD TRANSACTIONS TO THE
001700*                    SHARED EXCEPTION FILE.  A CHANGE IS A
001800*                    CHANGE OF MAJOR - THE DEGAUDIT RUN AUDITS
001900*                    AGAINST THE NEW PROGRAM FROM THEN ON.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT STUDENT ASSIGN TO FILENAME
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS STUDENT-ID
002800         FILE STATUS IS WS-STUDENT-STATUS.
002900
003000     SELECT MAJOR-FILE ASSIGN TO "STUDMAJR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS MAJR-STUDENT-ID
003400         FILE STATUS IS WS-MAJR-STATUS.
003500
003600     SELECT REQUIREMENT-FILE ASSIGN TO "PROGREQ"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS DREQ-KEY
004000         FILE STATUS IS WS-DREQ-STATUS.
004100
004200     SELECT MAJOR-TRAN-FILE ASSIGN TO "MAJRTRAN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-TRAN-STATUS.
004500
004600     SELECT EXCEPTION-FILE ASSIGN TO "MAJREXC"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  STUDENT.
005200     COPY STUDREC.
005300
005400 01  FILENAME                   PIC X(12).
005500
005600 FD  MAJOR-FILE.
005700     COPY MAJRREC.
005800
005900 FD  REQUIREMENT-FILE.
006000     COPY DREQREC.
006100
006200 FD  MAJOR-TRAN-FILE.
006300 01  MAJOR-TRAN-RECORD.
006400     05  MTRN-ACTION                 PIC X(01).
006500         88  MTRN-ADD                VALUE 'A'.
006600         88  MTRN-CHANGE             VALUE 'C'.
006700         88  MTRN-DELETE             VALUE 'D'.
006800     05  MTRN-STUDENT-ID             PIC 9(09).
006900     05  MTRN-PROGRAM-CODE           PIC X(06).
007000     05  MTRN-DECLARED-DATE          PIC 9(08).
007100
007200 FD  EXCEPTION-FILE.
007300     COPY EXCREC.
007400
007500 WORKING-STORAGE SECTION.
007600     COPY RETCODES.
007700
007800 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
007900     88  STUDENT-STATUS-OK           VALUE '00'.
008000 01  WS-MAJR-STATUS                 PIC X(02) VALUE '00'.
008100     88  MAJR-STATUS-OK              VALUE '00'.
008200 01  WS-DREQ-STATUS                 PIC X(02) VALUE '00'.
008300     88  DREQ-STATUS-OK              VALUE '00'.
008400 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
008500     88  TRAN-STATUS-OK              VALUE '00'.
008600     88  TRAN-STATUS-EOF             VALUE '10'.
008700
008800 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
008900     88  WS-STUDENT-FOUND            VALUE 'Y'.
009000 01  WS-PROGRAM-FOUND-SW            PIC X(01) VALUE 'N'.
009100     88  WS-PROGRAM-FOUND            VALUE 'Y'.
009200
009300 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
009400 01  WS-TRANS-APPLIED               PIC 9(07) COMP VALUE ZERO.
009500 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
009600
009700 01  WS-CURRENT-DATE-TIME.
009800     05  WS-TODAY-YYYYMMDD          PIC 9(08).
009900     05  WS-TIME-HHMMSSHH           PIC 9(08).
010000     05  FILLER                     PIC X(05).
010100
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT.
010600
010700     PERFORM 2000-APPLY-NEXT-TRAN
010800         THRU 2000-APPLY-NEXT-TRAN-EXIT
010900         UNTIL TRAN-STATUS-EOF.
011000
011100     PERFORM 9000-FINISH
011200         THRU 9000-FINISH-EXIT.
011300
011400     MOVE WS-RETURN-CODE TO RETURN-CODE.
011500     GO TO 9999-EXIT.
011600
011700 1000-INITIALIZE.
011800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011900     DISPLAY 'ENTER STUDENT DATASET NAME: '.
012000     ACCEPT FILENAME.
012100*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
012200*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
012300     OPEN OUTPUT EXCEPTION-FILE.
012400     OPEN INPUT STUDENT.
012500     IF NOT STUDENT-STATUS-OK
012600         DISPLAY 'MAJRMNT - UNABLE TO OPEN STUDENT FILE, STATUS='
012700             WS-STUDENT-STATUS
012800         SET RC-SEVERE TO TRUE
012900         SET TRAN-STATUS-EOF TO TRUE
013000         GO TO 1000-INITIALIZE-EXIT
013100     END-IF.
013200     OPEN INPUT REQUIREMENT-FILE.
013300     IF NOT DREQ-STATUS-OK
013400         DISPLAY 'MAJRMNT - UNABLE TO OPEN PROGREQ, STATUS='
013500             WS-DREQ-STATUS
013600         SET RC-SEVERE TO TRUE
013700         SET TRAN-STATUS-EOF TO TRUE
013800         GO TO 1000-INITIALIZE-EXIT
013900     END-IF.
014000     OPEN I-O MAJOR-FILE.
014100     IF NOT MAJR-STATUS-OK
014200         OPEN OUTPUT MAJOR-FILE
014300         IF NOT MAJR-STATUS-OK
014400             DISPLAY 'MAJRMNT - UNABLE TO OPEN STUDMAJR, STATUS='
014500                 WS-MAJR-STATUS
014600             SET RC-SEVERE TO TRUE
014700             SET TRAN-STATUS-EOF TO TRUE
014800             GO TO 1000-INITIALIZE-EXIT
014900         END-IF
015000     END-IF.
015100     OPEN INPUT MAJOR-TRAN-FILE.
015200     IF NOT TRAN-STATUS-OK
015300         DISPLAY 'MAJRMNT - UNABLE TO OPEN MAJRTRAN, STATUS='
015400             WS-TRAN-STATUS
015500         SET RC-SEVERE TO TRUE
015600         SET TRAN-STATUS-EOF TO TRUE
015700         GO TO 1000-INITIALIZE-EXIT
015800     END-IF.
015900 1000-INITIALIZE-EXIT.
016000     EXIT.
016100
016200 2000-APPLY-NEXT-TRAN.
016300     READ MAJOR-TRAN-FILE
016400         AT END SET TRAN-STATUS-EOF TO TRUE
016500     END-READ.
016600     IF TRAN-STATUS-EOF
016700         GO TO 2000-APPLY-NEXT-TRAN-EXIT
016800     END-IF.
016900
017000     ADD 1 TO WS-TRANS-READ.
017100
017200     IF MTRN-STUDENT-ID IS NOT NUMERIC
017300             OR MTRN-STUDENT-ID = ZERO
017400         MOVE 'E220' TO EXC-REASON-CODE
017500         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
017600             EXC-REASON-TEXT
017700         PERFORM 2900-WRITE-EXCEPTION
017800             THRU 2900-WRITE-EXCEPTION-EXIT
017900         GO TO 2000-APPLY-NEXT-TRAN-EXIT
018000     END-IF.
018100
018200     EVALUATE TRUE
018300         WHEN MTRN-ADD
018400             PERFORM 3000-ADD-MAJOR
018500                 THRU 3000-ADD-MAJOR-EXIT
018600         WHEN MTRN-CHANGE
018700             PERFORM 3100-CHANGE-MAJOR
018800                 THRU 3100-CHANGE-MAJOR-EXIT
018900         WHEN MTRN-DELETE
019000             PERFORM 3200-DELETE-MAJOR
019100                 THRU 3200-DELETE-MAJOR-EXIT
019200         WHEN OTHER
019300             MOVE 'E221' TO EXC-REASON-CODE
019400             MOVE 'ACTION CODE NOT A, C OR D' TO EXC-REASON-TEXT
019500             PERFORM 2900-WRITE-EXCEPTION
019600                 THRU 2900-WRITE-EXCEPTION-EXIT
019700     END-EVALUATE.
019800 2000-APPLY-NEXT-TRAN-EXIT.
019900     EXIT.
020000
020100 2100-CHECK-STUDENT.
020200     MOVE 'N' TO WS-STUDENT-FOUND-SW.
020300     MOVE MTRN-STUDENT-ID TO STUDENT-ID.
020400     READ STUDENT
020500         INVALID KEY CONTINUE
020600         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
020700     END-READ.
020800     IF NOT WS-STUDENT-FOUND
020900         MOVE 'E222' TO EXC-REASON-CODE
021000         MOVE 'STUDENT NOT ON STUDENT MASTER' TO EXC-REASON-TEXT
021100         PERFORM 2900-WRITE-EXCEPTION
021200             THRU 2900-WRITE-EXCEPTION-EXIT
021300     END-IF.
021400 2100-CHECK-STUDENT-EXIT.
021500     EXIT.
021600
021700 2150-CHECK-PROGRAM.
021800*    A PROGRAM EXISTS WHEN ITS 'H' HEADER LINE IS ON PROGREQ
021900*    AT SEQUENCE 000 (SEE DREQREC).
022000     MOVE 'N' TO WS-PROGRAM-FOUND-SW.
022100     MOVE MTRN-PROGRAM-CODE TO DREQ-PROGRAM-CODE.
022200     MOVE ZERO TO DREQ-SEQ.
022300     READ REQUIREMENT-FILE
022400         INVALID KEY CONTINUE
022500         NOT INVALID KEY
022600             IF DREQ-HEADER
022700                 MOVE 'Y' TO WS-PROGRAM-FOUND-SW
022800             END-IF
022900     END-READ.
023000     IF MTRN-PROGRAM-CODE = SPACES
023100         MOVE 'N' TO WS-PROGRAM-FOUND-SW
023200     END-IF.
023300     IF NOT WS-PROGRAM-FOUND
023400         MOVE 'E223' TO EXC-REASON-CODE
023500         MOVE 'PROGRAM CODE NOT ON PROGREQ' TO EXC-REASON-TEXT
023600         PERFORM 2900-WRITE-EXCEPTION
023700             THRU 2900-WRITE-EXCEPTION-EXIT
023800     END-IF.
023900 2150-CHECK-PROGRAM-EXIT.
024000     EXIT.
024100
024200 2200-MOVE-TRAN-TO-RECORD.
024300*    A BLANK DECLARED DATE TAKES THE RUN DATE.
024400     MOVE MTRN-STUDENT-ID   TO MAJR-STUDENT-ID.
024500     MOVE MTRN-PROGRAM-CODE TO MAJR-PROGRAM-CODE.
024600     IF MTRN-DECLARED-DATE IS NUMERIC
024700             AND MTRN-DECLARED-DATE NOT = ZERO
024800         MOVE MTRN-DECLARED-DATE TO MAJR-DECLARED-DATE
024900     ELSE
025000         MOVE WS-TODAY-YYYYMMDD TO MAJR-DECLARED-DATE
025100     END-IF.
025200 2200-MOVE-TRAN-TO-RECORD-EXIT.
025300     EXIT.
025400
025500 3000-ADD-MAJOR.
025600     PERFORM 2100-CHECK-STUDENT
025700         THRU 2100-CHECK-STUDENT-EXIT.
025800     IF NOT WS-STUDENT-FOUND
025900         GO TO 3000-ADD-MAJOR-EXIT
026000     END-IF.
026100     PERFORM 2150-CHECK-PROGRAM
026200         THRU 2150-CHECK-PROGRAM-EXIT.
026300     IF NOT WS-PROGRAM-FOUND
026400         GO TO 3000-ADD-MAJOR-EXIT
026500     END-IF.
026600
026700     PERFORM 2200-MOVE-TRAN-TO-RECORD
026800         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
026900     WRITE MAJOR-RECORD
027000         INVALID KEY CONTINUE
027100     END-WRITE.
027200     IF MAJR-STATUS-OK
027300         ADD 1 TO WS-TRANS-APPLIED
027400     ELSE
027500         MOVE 'E224' TO EXC-REASON-CODE
027600         MOVE 'MAJOR ALREADY ON FILE OR WRITE FAILED' TO
027700             EXC-REASON-TEXT
027800         PERFORM 2900-WRITE-EXCEPTION
027900             THRU 2900-WRITE-EXCEPTION-EXIT
028000     END-IF.
028100 3000-ADD-MAJOR-EXIT.
028200     EXIT.
028300
028400 3100-CHANGE-MAJOR.
028500     PERFORM 2100-CHECK-STUDENT
028600         THRU 2100-CHECK-STUDENT-EXIT.
028700     IF NOT WS-STUDENT-FOUND
028800         GO TO 3100-CHANGE-MAJOR-EXIT
028900     END-IF.
029000     PERFORM 2150-CHECK-PROGRAM
029100         THRU 2150-CHECK-PROGRAM-EXIT.
029200     IF NOT WS-PROGRAM-FOUND
029300         GO TO 3100-CHANGE-MAJOR-EXIT
029400     END-IF.
029500
029600     PERFORM 2200-MOVE-TRAN-TO-RECORD
029700         THRU 2200-MOVE-TRAN-TO-RECORD-EXIT.
029800     REWRITE MAJOR-RECORD
029900         INVALID KEY CONTINUE
030000     END-REWRITE.
030100     IF MAJR-STATUS-OK
030200         ADD 1 TO WS-TRANS-APPLIED
030300     ELSE
030400         MOVE 'E225' TO EXC-REASON-CODE
030500         MOVE 'NO MAJOR ON FILE TO CHANGE' TO EXC-REASON-TEXT
030600         PERFORM 2900-WRITE-EXCEPTION
030700             THRU 2900-WRITE-EXCEPTION-EXIT
030800     END-IF.
030900 3100-CHANGE-MAJOR-EXIT.
031000     EXIT.
031100
031200 3200-DELETE-MAJOR.
031300     MOVE MTRN-STUDENT-ID TO MAJR-STUDENT-ID.
031400     DELETE MAJOR-FILE
031500         INVALID KEY CONTINUE
031600     END-DELETE.
031700     IF MAJR-STATUS-OK
031800         ADD 1 TO WS-TRANS-APPLIED
031900     ELSE
032000         MOVE 'E226' TO EXC-REASON-CODE
032100         MOVE 'NO MAJOR ON FILE TO DELETE' TO EXC-REASON-TEXT
032200         PERFORM 2900-WRITE-EXCEPTION
032300             THRU 2900-WRITE-EXCEPTION-EXIT
032400     END-IF.
032500 3200-DELETE-MAJOR-EXIT.
032600     EXIT.
032700
032800 2900-WRITE-EXCEPTION.
032900     ADD 1 TO WS-TRANS-REJECTED.
033000     MOVE 'MAJRMNT ' TO EXC-PROGRAM-ID.
033100     MOVE MTRN-STUDENT-ID TO EXC-KEY-VALUE.
033200     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
033300     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
033400     MOVE SPACES TO EXC-OPERATOR-ID.
033500     WRITE EXC-RECORD.
033600     SET RC-WARNING TO TRUE.
033700 2900-WRITE-EXCEPTION-EXIT.
033800     EXIT.
033900
034000 9000-FINISH.
034100     CLOSE STUDENT.
034200     CLOSE REQUIREMENT-FILE.
034300     CLOSE MAJOR-FILE.
034400     CLOSE MAJOR-TRAN-FILE.
034500     CLOSE EXCEPTION-FILE.
034600     DISPLAY 'MAJRMNT - TRANS READ    : ' WS-TRANS-READ.
034700     DISPLAY 'MAJRMNT - TRANS APPLIED : ' WS-TRANS-APPLIED.
034800     DISPLAY 'MAJRMNT - TRANS REJECTED: ' WS-TRANS-REJECTED.
034900     DISPLAY 'MAJRMNT - RETURN CODE   : ' WS-RETURN-CODE.
035000 9000-FINISH-EXIT.
035100     EXIT.
035200
035300 9999-EXIT.
035400     STOP RUN.
