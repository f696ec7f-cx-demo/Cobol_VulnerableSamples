002000*                    AGAIN REBUILT FROM STUDHIST AND MEMORY.
002100*                    RELOADING ALSO REBUILDS THE NAME ALTERNATE
002200*                    INDEX THE STUDNMSR SEARCH DEPENDS ON.
002300*   2026-10-15 RLW  THE TRAILER NOW CARRIES THE DATE AND TIME
002400*                    THE UNLOAD STARTED, SO STUDFWD KNOWS WHERE
002500*                    IN THE STUCHGLG CHANGE LOG A FORWARD
002600*                    RECOVERY FROM THIS BACKUP MUST BEGIN.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STUDENT ASSIGN TO FILENAME
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS STUDENT-ID
003500         ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
003600         FILE STATUS IS WS-STUDENT-STATUS.
003700
003800     SELECT BACKUP-FILE ASSIGN TO "STUDBKP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BACKUP-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  STUDENT.
004500     COPY STUDREC.
004600
004700 01  FILENAME                   PIC X(12).
004800
004900 FD  BACKUP-FILE.
005000 01  BACKUP-RECORD                  PIC X(38).
005100 01  BACKUP-TRAILER REDEFINES BACKUP-RECORD.
005200     05  BKP-TRL-LITERAL             PIC X(03).
005300     05  BKP-TRL-RECORD-COUNT        PIC 9(07).
005400     05  BKP-TRL-UNLOAD-DATE         PIC 9(08).
005500     05  BKP-TRL-UNLOAD-TIME         PIC 9(08).
005600     05  FILLER                      PIC X(08).
005700
005800 WORKING-STORAGE SECTION.
005900     COPY STUDWS.
006000     COPY RETCODES.
006100
006200 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
006300     88  STUDENT-STATUS-OK           VALUE '00'.
006400     88  STUDENT-STATUS-EOF          VALUE '10'.
006500 01  WS-BACKUP-STATUS               PIC X(02) VALUE '00'.
006600     88  BACKUP-STATUS-OK            VALUE '00'.
006700     88  BACKUP-STATUS-EOF           VALUE '10'.
006800
006900 01  WS-RUN-MODE                    PIC X(01) VALUE 'U'.
007000     88  WS-MODE-UNLOAD              VALUE 'U'.
007100     88  WS-MODE-VERIFY              VALUE 'V'.
007200     88  WS-MODE-RESTORE             VALUE 'R'.
007300
007400 01  WS-PREV-KEY                    PIC 9(09) VALUE ZERO.
007500 01  WS-FIRST-KEY-SW                PIC X(01) VALUE 'Y'.
007600     88  WS-FIRST-KEY                VALUE 'Y'.
007700 01  WS-TRAILER-SEEN-SW             PIC X(01) VALUE 'N'.
007800     88  WS-TRAILER-SEEN             VALUE 'Y'.
007900
008000 01  WS-RECORDS-PROCESSED           PIC 9(07) COMP VALUE ZERO.
008100 01  WS-SEQUENCE-ERRORS             PIC 9(07) COMP VALUE ZERO.
008200 01  WS-DUPLICATE-KEYS              PIC 9(07) COMP VALUE ZERO.
008300 01  WS-TRAILER-COUNT               PIC 9(07) VALUE ZERO.
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
009400     IF RC-SEVERE
009500         GO TO 0000-WRAP-UP
009600     END-IF.
009700
009800     EVALUATE TRUE
009900         WHEN WS-MODE-UNLOAD
010000             PERFORM 2000-UNLOAD-MASTER
010100                 THRU 2000-UNLOAD-MASTER-EXIT
010200         WHEN WS-MODE-VERIFY
010300             PERFORM 3000-VERIFY-BACKUP
010400                 THRU 3000-VERIFY-BACKUP-EXIT
010500         WHEN WS-MODE-RESTORE
010600             PERFORM 4000-RESTORE-MASTER
010700                 THRU 4000-RESTORE-MASTER-EXIT
010800         WHEN OTHER
010900             DISPLAY 'STUDBKUP - MODE MUST BE U, V OR R'
011000             SET RC-ERROR TO TRUE
011100     END-EVALUATE.
011200
011300 0000-WRAP-UP.
011400     PERFORM 9000-FINISH
011500         THRU 9000-FINISH-EXIT.
011600     MOVE WS-RETURN-CODE TO RETURN-CODE.
011700     GO TO 9999-EXIT.
011800
011900 1000-INITIALIZE.
012000     DISPLAY 'ENTER STUDENT DATASET NAME: '.
012100     ACCEPT FILENAME.
012200     DISPLAY 'ENTER MODE - U=UNLOAD, V=VERIFY, R=RESTORE: '.
012300     ACCEPT WS-RUN-MODE.
012400 1000-INITIALIZE-EXIT.
012500     EXIT.
012600
012700 2000-UNLOAD-MASTER.
012800*    STAMPED BEFORE THE FIRST READ - A CHANGE LOGGED AFTER THIS
012900*    POINT MAY OR MAY NOT BE IN THE BACKUP, AND THE FORWARD
013000*    RECOVERY'S BEFORE-VALUE CHECK SORTS OUT WHICH.
013100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013200     OPEN INPUT STUDENT.
013300     IF NOT STUDENT-STATUS-OK
013400         DISPLAY 'STUDBKUP - UNABLE TO OPEN STUDENT FILE, STATUS='
013500             WS-STUDENT-STATUS
013600         SET RC-SEVERE TO TRUE
013700         GO TO 2000-UNLOAD-MASTER-EXIT
013800     END-IF.
013900     OPEN OUTPUT BACKUP-FILE.
014000
014100     MOVE LOW-VALUES TO STUDENT-ID.
014200     START STUDENT KEY IS NOT LESS THAN STUDENT-ID
014300         INVALID KEY SET STUDENT-STATUS-EOF TO TRUE
014400     END-START.
014500
014600     PERFORM 2100-UNLOAD-NEXT
014700         THRU 2100-UNLOAD-NEXT-EXIT
014800         UNTIL STUDENT-STATUS-EOF.
014900
015000     MOVE SPACES TO BACKUP-RECORD.
015100     MOVE 'TRL' TO BKP-TRL-LITERAL.
015200     MOVE WS-RECORDS-PROCESSED TO BKP-TRL-RECORD-COUNT.
015300     MOVE WS-TODAY-YYYYMMDD TO BKP-TRL-UNLOAD-DATE.
015400     MOVE WS-TIME-HHMMSSHH  TO BKP-TRL-UNLOAD-TIME.
015500     WRITE BACKUP-RECORD.
015600
015700     CLOSE STUDENT.
015800     CLOSE BACKUP-FILE.
015900 2000-UNLOAD-MASTER-EXIT.
016000     EXIT.
016100
016200 2100-UNLOAD-NEXT.
016300     READ STUDENT NEXT INTO WS-STUDENT
016400         AT END SET STUDENT-STATUS-EOF TO TRUE
016500     END-READ.
016600     IF STUDENT-STATUS-EOF
016700         GO TO 2100-UNLOAD-NEXT-EXIT
016800     END-IF.
016900
017000     PERFORM 5000-CHECK-KEY-SEQUENCE
017100         THRU 5000-CHECK-KEY-SEQUENCE-EXIT.
017200
017300     MOVE WS-STUDENT TO BACKUP-RECORD.
017400     WRITE BACKUP-RECORD.
017500     ADD 1 TO WS-RECORDS-PROCESSED.
017600 2100-UNLOAD-NEXT-EXIT.
017700     EXIT.
017800
017900 3000-VERIFY-BACKUP.
018000     OPEN INPUT BACKUP-FILE.
018100     IF NOT BACKUP-STATUS-OK
018200         DISPLAY 'STUDBKUP - UNABLE TO OPEN STUDBKP, STATUS='
018300             WS-BACKUP-STATUS
018400         SET RC-SEVERE TO TRUE
018500         GO TO 3000-VERIFY-BACKUP-EXIT
018600     END-IF.
018700
018800     PERFORM 3100-VERIFY-NEXT
018900         THRU 3100-VERIFY-NEXT-EXIT
019000         UNTIL BACKUP-STATUS-EOF.
019100     CLOSE BACKUP-FILE.
019200
019300     PERFORM 5100-CHECK-TRAILER
019400         THRU 5100-CHECK-TRAILER-EXIT.
019500 3000-VERIFY-BACKUP-EXIT.
019600     EXIT.
019700
019800 3100-VERIFY-NEXT.
019900     READ BACKUP-FILE
020000         AT END SET BACKUP-STATUS-EOF TO TRUE
020100     END-READ.
020200     IF BACKUP-STATUS-EOF
020300         GO TO 3100-VERIFY-NEXT-EXIT
020400     END-IF.
020500
020600     IF BKP-TRL-LITERAL = 'TRL'
020700         SET WS-TRAILER-SEEN TO TRUE
020800         MOVE BKP-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
020900         GO TO 3100-VERIFY-NEXT-EXIT
021000     END-IF.
021100
021200     MOVE BACKUP-RECORD TO WS-STUDENT.
021300     PERFORM 5000-CHECK-KEY-SEQUENCE
021400         THRU 5000-CHECK-KEY-SEQUENCE-EXIT.
021500     ADD 1 TO WS-RECORDS-PROCESSED.
021600 3100-VERIFY-NEXT-EXIT.
021700     EXIT.
021800
021900 4000-RESTORE-MASTER.
022000*    THE RELOAD REBUILDS THE FILE FROM SCRATCH - RUN MODE V ON
022100*    THE BACKUP FIRST WHEN THERE IS ANY DOUBT ABOUT IT.
022200     OPEN INPUT BACKUP-FILE.
022300     IF NOT BACKUP-STATUS-OK
022400         DISPLAY 'STUDBKUP - UNABLE TO OPEN STUDBKP, STATUS='
022500             WS-BACKUP-STATUS
022600         SET RC-SEVERE TO TRUE
022700         GO TO 4000-RESTORE-MASTER-EXIT
022800     END-IF.
022900     OPEN OUTPUT STUDENT.
023000     IF NOT STUDENT-STATUS-OK
023100         DISPLAY 'STUDBKUP - UNABLE TO REBUILD STUDENT, STATUS='
023200             WS-STUDENT-STATUS
023300         SET RC-SEVERE TO TRUE
023400         CLOSE BACKUP-FILE
023500         GO TO 4000-RESTORE-MASTER-EXIT
023600     END-IF.
023700
023800     PERFORM 4100-RELOAD-NEXT
023900         THRU 4100-RELOAD-NEXT-EXIT
024000         UNTIL BACKUP-STATUS-EOF.
024100
024200     CLOSE STUDENT.
024300     CLOSE BACKUP-FILE.
024400
024500     PERFORM 5100-CHECK-TRAILER
024600         THRU 5100-CHECK-TRAILER-EXIT.
024700     IF WS-TRAILER-SEEN
024800             AND WS-TRAILER-COUNT = WS-RECORDS-PROCESSED
024900         DISPLAY 'STUDBKUP - RESTORE PROVED, COUNTS MATCH'
025000     END-IF.
025100 4000-RESTORE-MASTER-EXIT.
025200     EXIT.
025300
025400 4100-RELOAD-NEXT.
025500     READ BACKUP-FILE
025600         AT END SET BACKUP-STATUS-EOF TO TRUE
025700     END-READ.
025800     IF BACKUP-STATUS-EOF
025900         GO TO 4100-RELOAD-NEXT-EXIT
026000     END-IF.
026100
026200     IF BKP-TRL-LITERAL = 'TRL'
026300         SET WS-TRAILER-SEEN TO TRUE
026400         MOVE BKP-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
026500         GO TO 4100-RELOAD-NEXT-EXIT
026600     END-IF.
026700
026800     MOVE BACKUP-RECORD TO STUDENT-FILE.
026900     WRITE STUDENT-FILE
027000         INVALID KEY
027100             ADD 1 TO WS-DUPLICATE-KEYS
027200             SET RC-ERROR TO TRUE
027300     END-WRITE.
027400     IF STUDENT-STATUS-OK
027500         ADD 1 TO WS-RECORDS-PROCESSED
027600     END-IF.
027700 4100-RELOAD-NEXT-EXIT.
027800     EXIT.
027900
028000 5000-CHECK-KEY-SEQUENCE.
028100*    KEYS MUST BE STRICTLY ASCENDING - AN EQUAL KEY IS A
028200*    DUPLICATE, A LOWER ONE IS OUT OF ORDER.  EITHER MEANS THE
028300*    FILE OR BACKUP CANNOT BE TRUSTED.
028400     IF WS-FIRST-KEY
028500         MOVE 'N' TO WS-FIRST-KEY-SW
028600         MOVE WS-STUDENT-ID TO WS-PREV-KEY
028700         GO TO 5000-CHECK-KEY-SEQUENCE-EXIT
028800     END-IF.
028900
029000     IF WS-STUDENT-ID = WS-PREV-KEY
029100         ADD 1 TO WS-DUPLICATE-KEYS
029200         DISPLAY 'STUDBKUP - DUPLICATE KEY ' WS-STUDENT-ID
029300         SET RC-ERROR TO TRUE
029400     ELSE
029500         IF WS-STUDENT-ID < WS-PREV-KEY
029600             ADD 1 TO WS-SEQUENCE-ERRORS
029700             DISPLAY 'STUDBKUP - KEY OUT OF ORDER ' WS-STUDENT-ID
029800             SET RC-ERROR TO TRUE
029900         END-IF
030000     END-IF.
030100     MOVE WS-STUDENT-ID TO WS-PREV-KEY.
030200 5000-CHECK-KEY-SEQUENCE-EXIT.
030300     EXIT.
030400
030500 5100-CHECK-TRAILER.
030600     IF NOT WS-TRAILER-SEEN
030700         DISPLAY 'STUDBKUP - NO TRAILER ON BACKUP'
030800         SET RC-ERROR TO TRUE
030900         GO TO 5100-CHECK-TRAILER-EXIT
031000     END-IF.
031100     IF WS-TRAILER-COUNT NOT = WS-RECORDS-PROCESSED
031200         DISPLAY 'STUDBKUP - TRAILER COUNT ' WS-TRAILER-COUNT
031300             ' BUT PROCESSED ' WS-RECORDS-PROCESSED
031400         SET RC-ERROR TO TRUE
031500     END-IF.
031600 5100-CHECK-TRAILER-EXIT.
031700     EXIT.
031800
031900 9000-FINISH.
032000     DISPLAY '------------------------------------------'.
032100     DISPLAY 'STUDBKUP - MODE              : ' WS-RUN-MODE.
032200     DISPLAY 'STUDBKUP - RECORDS PROCESSED : '
032300         WS-RECORDS-PROCESSED.
032400     DISPLAY 'STUDBKUP - SEQUENCE ERRORS   : '
032500         WS-SEQUENCE-ERRORS.
032600     DISPLAY 'STUDBKUP - DUPLICATE KEYS    : '
032700         WS-DUPLICATE-KEYS.
032800     DISPLAY 'STUDBKUP - RETURN CODE       : ' WS-RETURN-CODE.
032900     DISPLAY '------------------------------------------'.
033000 9000-FINISH-EXIT.
033100     EXIT.
033200
033300 9999-EXIT.
033400     STOP RUN.
