000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDMNT.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  MAINTAINS THE STUHOLD
001000*                    REGISTRATION-HOLD FILE (SEE REGHOLD) -
001100*                    APPLIES SET/RELEASE TRANSACTIONS BY
001200*                    STUDENT-ID AND HOLD TYPE (FINANCIAL,
001300*                    ADVISING, DISCIPLINARY, RECORDS), VERIFIES
001400*                    THE STUDENT-ID AGAINST THE STUDENT MASTER,
001500*                    AND REJECTS BAD TRANSACTIONS TO THE SHARED
001600*                    EXCEPTION FILE.  CRSEREG AND STUDWEB REFUSE
001700*                    REGISTRATION WHILE A HOLD IS ON FILE, SO
001800*                    THE PHONE CALL TO THE REGISTRAR BEFORE THE
001900*                    CRSEREG RUN RETIRES.  THE PRIVMNT PATTERN.
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
003000     SELECT HOLD-FILE ASSIGN TO "STUHOLD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RHLD-KEY
003400         FILE STATUS IS WS-HOLD-STATUS.
003500
003600     SELECT HOLD-TRAN-FILE ASSIGN TO "HOLDTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TRAN-STATUS.
003900
004000     SELECT EXCEPTION-FILE ASSIGN TO "HOLDEXC"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  STUDENT.
004600     COPY STUDREC.
004700
004800 01  FILENAME                   PIC X(12).
004900
005000 FD  HOLD-FILE.
005100     COPY REGHOLD.
005200
005300 FD  HOLD-TRAN-FILE.
005400 01  HOLD-TRAN-RECORD.
005500     05  HTRN-ACTION                 PIC X(01).
005600         88  HTRN-SET                VALUE 'S'.
005700         88  HTRN-RELEASE            VALUE 'R'.
005800     05  HTRN-STUDENT-ID             PIC 9(09).
005900     05  HTRN-HOLD-TYPE              PIC X(01).
006000         88  HTRN-VALID-TYPE         VALUE 'F' 'A' 'D' 'R'.
006100     05  HTRN-REASON                 PIC X(30).
006200
006300 FD  EXCEPTION-FILE.
006400     COPY EXCREC.
006500
006600 WORKING-STORAGE SECTION.
006700     COPY RETCODES.
006800
006900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
007000     88  STUDENT-STATUS-OK           VALUE '00'.
007100 01  WS-HOLD-STATUS                 PIC X(02) VALUE '00'.
007200     88  HOLD-STATUS-OK              VALUE '00'.
007300     88  HOLD-STATUS-DUPKEY          VALUE '22'.
007400 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
007500     88  TRAN-STATUS-OK              VALUE '00'.
007600     88  TRAN-STATUS-EOF             VALUE '10'.
007700
007800 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
007900     88  WS-STUDENT-FOUND            VALUE 'Y'.
008000
008100 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
008200 01  WS-HOLDS-SET                   PIC 9(07) COMP VALUE ZERO.
008300 01  WS-HOLDS-RELEASED              PIC 9(07) COMP VALUE ZERO.
008400 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
008500
008600 01  WS-CURRENT-DATE-TIME.
008700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
008800     05  WS-TIME-HHMMSSHH           PIC 9(08).
008900     05  FILLER                     PIC X(05).
009000
009100 PROCEDURE DIVISION.
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE
009400         THRU 1000-INITIALIZE-EXIT.
009500
009600     PERFORM 2000-APPLY-NEXT-TRAN
009700         THRU 2000-APPLY-NEXT-TRAN-EXIT
009800         UNTIL TRAN-STATUS-EOF.
009900
010000     PERFORM 9000-FINISH
010100         THRU 9000-FINISH-EXIT.
010200
010300     MOVE WS-RETURN-CODE TO RETURN-CODE.
010400     GO TO 9999-EXIT.
010500
010600 1000-INITIALIZE.
010700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010800     DISPLAY 'ENTER STUDENT DATASET NAME: '.
010900     ACCEPT FILENAME.
011000*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
011100*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
011200     OPEN OUTPUT EXCEPTION-FILE.
011300     OPEN INPUT STUDENT.
011400     IF NOT STUDENT-STATUS-OK
011500         DISPLAY 'HOLDMNT - UNABLE TO OPEN STUDENT FILE, STATUS='
011600             WS-STUDENT-STATUS
011700         SET RC-SEVERE TO TRUE
011800         SET TRAN-STATUS-EOF TO TRUE
011900         GO TO 1000-INITIALIZE-EXIT
012000     END-IF.
012100     OPEN I-O HOLD-FILE.
012200     IF NOT HOLD-STATUS-OK
012300         OPEN OUTPUT HOLD-FILE
012400         IF NOT HOLD-STATUS-OK
012500             DISPLAY 'HOLDMNT - UNABLE TO OPEN STUHOLD, STATUS='
012600                 WS-HOLD-STATUS
012700             SET RC-SEVERE TO TRUE
012800             SET TRAN-STATUS-EOF TO TRUE
012900             GO TO 1000-INITIALIZE-EXIT
013000         END-IF
013100     END-IF.
013200     OPEN INPUT HOLD-TRAN-FILE.
013300     IF NOT TRAN-STATUS-OK
013400         DISPLAY 'HOLDMNT - UNABLE TO OPEN HOLDTRAN, STATUS='
013500             WS-TRAN-STATUS
013600         SET RC-SEVERE TO TRUE
013700         SET TRAN-STATUS-EOF TO TRUE
013800         GO TO 1000-INITIALIZE-EXIT
013900     END-IF.
014000 1000-INITIALIZE-EXIT.
014100     EXIT.
014200
014300 2000-APPLY-NEXT-TRAN.
014400     READ HOLD-TRAN-FILE
014500         AT END SET TRAN-STATUS-EOF TO TRUE
014600     END-READ.
014700     IF TRAN-STATUS-EOF
014800         GO TO 2000-APPLY-NEXT-TRAN-EXIT
014900     END-IF.
015000
015100     ADD 1 TO WS-TRANS-READ.
015200
015300     IF HTRN-STUDENT-ID IS NOT NUMERIC
015400             OR HTRN-STUDENT-ID = ZERO
015500         MOVE 'E140' TO EXC-REASON-CODE
015600         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
015700             EXC-REASON-TEXT
015800         PERFORM 2900-WRITE-EXCEPTION
015900             THRU 2900-WRITE-EXCEPTION-EXIT
016000         GO TO 2000-APPLY-NEXT-TRAN-EXIT
016100     END-IF.
016200
016300     IF NOT HTRN-VALID-TYPE
016400         MOVE 'E145' TO EXC-REASON-CODE
016500         MOVE 'HOLD TYPE NOT F, A, D OR R' TO EXC-REASON-TEXT
016600         PERFORM 2900-WRITE-EXCEPTION
016700             THRU 2900-WRITE-EXCEPTION-EXIT
016800         GO TO 2000-APPLY-NEXT-TRAN-EXIT
016900     END-IF.
017000
017100     PERFORM 2100-CHECK-STUDENT
017200         THRU 2100-CHECK-STUDENT-EXIT.
017300     IF NOT WS-STUDENT-FOUND
017400         GO TO 2000-APPLY-NEXT-TRAN-EXIT
017500     END-IF.
017600
017700     EVALUATE TRUE
017800         WHEN HTRN-SET
017900             PERFORM 3000-SET-HOLD
018000                 THRU 3000-SET-HOLD-EXIT
018100         WHEN HTRN-RELEASE
018200             PERFORM 3100-RELEASE-HOLD
018300                 THRU 3100-RELEASE-HOLD-EXIT
018400         WHEN OTHER
018500             MOVE 'E141' TO EXC-REASON-CODE
018600             MOVE 'ACTION CODE NOT S OR R' TO EXC-REASON-TEXT
018700             PERFORM 2900-WRITE-EXCEPTION
018800                 THRU 2900-WRITE-EXCEPTION-EXIT
018900     END-EVALUATE.
019000 2000-APPLY-NEXT-TRAN-EXIT.
019100     EXIT.
019200
019300 2100-CHECK-STUDENT.
019400     MOVE 'N' TO WS-STUDENT-FOUND-SW.
019500     MOVE HTRN-STUDENT-ID TO STUDENT-ID.
019600     READ STUDENT
019700         INVALID KEY CONTINUE
019800         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
019900     END-READ.
020000     IF NOT WS-STUDENT-FOUND
020100         MOVE 'E142' TO EXC-REASON-CODE
020200         MOVE 'STUDENT NOT ON STUDENT MASTER' TO EXC-REASON-TEXT
020300         PERFORM 2900-WRITE-EXCEPTION
020400             THRU 2900-WRITE-EXCEPTION-EXIT
020500     END-IF.
020600 2100-CHECK-STUDENT-EXIT.
020700     EXIT.
020800
020900 3000-SET-HOLD.
021000*    A HOLD CARRIES ITS REASON TO THE CRSEREG EXCEPTION FILE,
021100*    SO A SET WITHOUT ONE IS REFUSED.  SETTING A HOLD ALREADY
021200*    ON FILE REPLACES THE REASON AND THE SET DATE.
021300     IF HTRN-REASON = SPACES
021400         MOVE 'E146' TO EXC-REASON-CODE
021500         MOVE 'HOLD REASON MISSING ON SET' TO EXC-REASON-TEXT
021600         PERFORM 2900-WRITE-EXCEPTION
021700             THRU 2900-WRITE-EXCEPTION-EXIT
021800         GO TO 3000-SET-HOLD-EXIT
021900     END-IF.
022000     MOVE HTRN-STUDENT-ID TO RHLD-STUDENT-ID.
022100     MOVE HTRN-HOLD-TYPE TO RHLD-HOLD-TYPE.
022200     MOVE HTRN-REASON TO RHLD-REASON.
022300     MOVE WS-TODAY-YYYYMMDD TO RHLD-SET-DATE.
022400     MOVE 'HOLDMNT ' TO RHLD-SET-BY.
022500     WRITE REG-HOLD-RECORD
022600         INVALID KEY CONTINUE
022700     END-WRITE.
022800     IF HOLD-STATUS-OK
022900         ADD 1 TO WS-HOLDS-SET
023000     ELSE
023100         IF HOLD-STATUS-DUPKEY
023200             REWRITE REG-HOLD-RECORD
023300                 INVALID KEY CONTINUE
023400             END-REWRITE
023500             ADD 1 TO WS-HOLDS-SET
023600         ELSE
023700             MOVE 'E143' TO EXC-REASON-CODE
023800             MOVE 'REGISTRATION HOLD WRITE FAILED' TO
023900                 EXC-REASON-TEXT
024000             PERFORM 2900-WRITE-EXCEPTION
024100                 THRU 2900-WRITE-EXCEPTION-EXIT
024200         END-IF
024300     END-IF.
024400 3000-SET-HOLD-EXIT.
024500     EXIT.
024600
024700 3100-RELEASE-HOLD.
024800     MOVE HTRN-STUDENT-ID TO RHLD-STUDENT-ID.
024900     MOVE HTRN-HOLD-TYPE TO RHLD-HOLD-TYPE.
025000     DELETE HOLD-FILE
025100         INVALID KEY CONTINUE
025200     END-DELETE.
025300     IF HOLD-STATUS-OK
025400         ADD 1 TO WS-HOLDS-RELEASED
025500     ELSE
025600         MOVE 'E144' TO EXC-REASON-CODE
025700         MOVE 'NO HOLD OF THAT TYPE ON FILE TO RELEASE' TO
025800             EXC-REASON-TEXT
025900         PERFORM 2900-WRITE-EXCEPTION
026000             THRU 2900-WRITE-EXCEPTION-EXIT
026100     END-IF.
026200 3100-RELEASE-HOLD-EXIT.
026300     EXIT.
026400
026500 2900-WRITE-EXCEPTION.
026600     ADD 1 TO WS-TRANS-REJECTED.
026700     MOVE 'HOLDMNT ' TO EXC-PROGRAM-ID.
026800     MOVE SPACES TO EXC-KEY-VALUE.
026900     STRING HTRN-STUDENT-ID '/' HTRN-HOLD-TYPE
027000         DELIMITED BY SIZE
027100         INTO EXC-KEY-VALUE
027200     END-STRING.
027300     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
027400     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
027500     MOVE SPACES TO EXC-OPERATOR-ID.
027600     WRITE EXC-RECORD.
027700     SET RC-WARNING TO TRUE.
027800 2900-WRITE-EXCEPTION-EXIT.
027900     EXIT.
028000
028100 9000-FINISH.
028200     CLOSE STUDENT.
028300     CLOSE HOLD-FILE.
028400     CLOSE HOLD-TRAN-FILE.
028500     CLOSE EXCEPTION-FILE.
028600     DISPLAY 'HOLDMNT - TRANS READ     : ' WS-TRANS-READ.
028700     DISPLAY 'HOLDMNT - HOLDS SET      : ' WS-HOLDS-SET.
028800     DISPLAY 'HOLDMNT - HOLDS RELEASED : ' WS-HOLDS-RELEASED.
028900     DISPLAY 'HOLDMNT - TRANS REJECTED : ' WS-TRANS-REJECTED.
029000     DISPLAY 'HOLDMNT - RETURN CODE    : ' WS-RETURN-CODE.
029100 9000-FINISH-EXIT.
029200     EXIT.
029300
029400 9999-EXIT.
029500     STOP RUN.
