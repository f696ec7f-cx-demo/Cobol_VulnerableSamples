000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFERPOST.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  TRANSFER CREDIT POSTING -
001000*                    READS THE EVALUATED TRANSFER COURSES ON
001100*                    XFERTRAN, LOOKS EACH ONE UP ON THE XFEREQV
001200*                    EQUIVALENCY TABLE (SEE XFEQREC), CHECKS THE
001300*                    EXTERNAL GRADE AGAINST THE GRDSCALE SCALE
001400*                    AND THE EQUIVALENCY'S MINIMUM, AND POSTS
001500*                    EACH ACCEPTED COURSE AS A TRANSFER GRADE ON
001600*                    XFERHIST (SEE XFERREC) - OUR COURSE FOR ITS
001700*                    CATALOG CREDITS, OR GENERIC ELECTIVE CREDIT
001800*                    FOR THE EXTERNAL CREDITS.  DEGPROG AND
001900*                    DEGAUDIT COUNT THE CREDITS, TRANSCRP PRINTS
002000*                    THEM IN A TRANSFER SECTION, AND NO GPA EVER
002100*                    INCLUDES THEM.  EVERY TRANSACTION LISTS AS
002200*                    ACCEPTED OR REJECTED ON XFERAUD; REJECTS
002300*                    ALSO GO TO THE EXCEPTION FILE.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STUDENT ASSIGN TO FILENAME
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS STUDENT-ID
003200         FILE STATUS IS WS-STUDENT-STATUS.
003300
003400     SELECT EQUIVALENCY-FILE ASSIGN TO "XFEREQV"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS XFEQ-KEY
003800         FILE STATUS IS WS-XFEQ-STATUS.
003900
004000     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS COURSE-ID
004400         FILE STATUS IS WS-COURSE-STATUS.
004500
004600     SELECT TRANSFER-FILE ASSIGN TO "XFERHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS XFER-KEY
005000         FILE STATUS IS WS-XFER-STATUS.
005100
005200     SELECT TRANSFER-TRAN-FILE ASSIGN TO "XFERTRAN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-TRAN-STATUS.
005500
005600     SELECT AUDIT-LISTING ASSIGN TO "XFERAUD"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT EXCEPTION-FILE ASSIGN TO "XFEREXC"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BUSDATE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  STUDENT.
006900     COPY STUDREC.
007000
007100 01  FILENAME                   PIC X(12).
007200
007300 FD  EQUIVALENCY-FILE.
007400     COPY XFEQREC.
007500
007600 FD  COURSE-CATALOG.
007700     COPY COURSREC.
007800
007900 FD  TRANSFER-FILE.
008000     COPY XFERREC.
008100
008200 FD  TRANSFER-TRAN-FILE.
008300 01  TRANSFER-TRAN-RECORD.
008400     05  XTRN-STUDENT-ID             PIC 9(09).
008500     05  FILLER                      PIC X(01).
008600     05  XTRN-INSTITUTION            PIC X(06).
008700     05  FILLER                      PIC X(01).
008800     05  XTRN-EXT-COURSE             PIC X(10).
008900     05  FILLER                      PIC X(01).
009000     05  XTRN-EXT-TERM               PIC X(05).
009100     05  FILLER                      PIC X(01).
009200     05  XTRN-EXT-GRADE              PIC X(02).
009300     05  FILLER                      PIC X(01).
009400     05  XTRN-EXT-CREDITS            PIC 9(02).
009500
009600 FD  AUDIT-LISTING.
009700 01  AUDIT-LISTING-LINE             PIC X(80).
009800
009900 FD  EXCEPTION-FILE.
010000     COPY EXCREC.
010100
010200 FD  BUSDATE-FILE.
010300     COPY BUSDATE.
010400
010500 WORKING-STORAGE SECTION.
010600     COPY RETCODES.
010700     COPY GRDSCALE.
010800
010900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
011000     88  STUDENT-STATUS-OK           VALUE '00'.
011100 01  WS-XFEQ-STATUS                 PIC X(02) VALUE '00'.
011200     88  XFEQ-STATUS-OK              VALUE '00'.
011300 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
011400     88  COURSE-STATUS-OK            VALUE '00'.
011500 01  WS-XFER-STATUS                 PIC X(02) VALUE '00'.
011600     88  XFER-STATUS-OK              VALUE '00'.
011700 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
011800     88  TRAN-STATUS-OK              VALUE '00'.
011900     88  TRAN-STATUS-EOF             VALUE '10'.
012000 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012100     88  BUSDATE-STATUS-OK           VALUE '00'.
012200
012300 01  WS-DEFAULT-MIN-POINTS          PIC 9(01)V9(02) VALUE 2.00.
012400 01  WS-MIN-POINTS                  PIC 9(01)V9(02) VALUE ZERO.
012500 01  WS-EXT-POINTS                  PIC 9(01)V9(02) VALUE ZERO.
012600 01  WS-POST-CREDITS                PIC 9(02) VALUE ZERO.
012700
012800 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
012900 01  WS-TRANS-ACCEPTED              PIC 9(07) COMP VALUE ZERO.
013000 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
013100
013200 01  WS-CURRENT-DATE-TIME.
013300     05  WS-TODAY-YYYYMMDD          PIC 9(08).
013400     05  WS-TIME-HHMMSSHH           PIC 9(08).
013500     05  FILLER                     PIC X(05).
013600
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE
014000         THRU 1000-INITIALIZE-EXIT.
014100
014200     PERFORM 2000-POST-NEXT-TRAN
014300         THRU 2000-POST-NEXT-TRAN-EXIT
014400         UNTIL TRAN-STATUS-EOF.
014500
014600     PERFORM 9000-FINISH
014700         THRU 9000-FINISH-EXIT.
014800
014900     MOVE WS-RETURN-CODE TO RETURN-CODE.
015000     GO TO 9999-EXIT.
015100
015200 1000-INITIALIZE.
015300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015400     PERFORM 1050-GET-BUSINESS-DATE
015500         THRU 1050-GET-BUSINESS-DATE-EXIT.
015600     DISPLAY 'ENTER STUDENT DATASET NAME: '.
015700     ACCEPT FILENAME.
015800*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
015900*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
016000     OPEN OUTPUT AUDIT-LISTING.
016100     OPEN OUTPUT EXCEPTION-FILE.
016200     MOVE SPACES TO AUDIT-LISTING-LINE.
016300     STRING 'TRANSFER CREDIT EVALUATION - POSTED '
016400            WS-TODAY-YYYYMMDD
016500         DELIMITED BY SIZE
016600         INTO AUDIT-LISTING-LINE
016700     END-STRING.
016800     WRITE AUDIT-LISTING-LINE.
016900     OPEN INPUT STUDENT.
017000     IF NOT STUDENT-STATUS-OK
017100         DISPLAY 'XFERPOST - UNABLE TO OPEN STUDENT FILE, STATUS='
017200             WS-STUDENT-STATUS
017300         SET RC-SEVERE TO TRUE
017400         SET TRAN-STATUS-EOF TO TRUE
017500         GO TO 1000-INITIALIZE-EXIT
017600     END-IF.
017700     OPEN INPUT EQUIVALENCY-FILE.
017800     IF NOT XFEQ-STATUS-OK
017900         DISPLAY 'XFERPOST - UNABLE TO OPEN XFEREQV, STATUS='
018000             WS-XFEQ-STATUS
018100         SET RC-SEVERE TO TRUE
018200         SET TRAN-STATUS-EOF TO TRUE
018300         GO TO 1000-INITIALIZE-EXIT
018400     END-IF.
018500     OPEN INPUT COURSE-CATALOG.
018600     IF NOT COURSE-STATUS-OK
018700         DISPLAY 'XFERPOST - UNABLE TO OPEN CRSECAT, STATUS='
018800             WS-COURSE-STATUS
018900         SET RC-SEVERE TO TRUE
019000         SET TRAN-STATUS-EOF TO TRUE
019100         GO TO 1000-INITIALIZE-EXIT
019200     END-IF.
019300     OPEN I-O TRANSFER-FILE.
019400     IF NOT XFER-STATUS-OK
019500         OPEN OUTPUT TRANSFER-FILE
019600         IF NOT XFER-STATUS-OK
019700             DISPLAY 'XFERPOST - UNABLE TO OPEN XFERHIST, STATUS='
019800                 WS-XFER-STATUS
019900             SET RC-SEVERE TO TRUE
020000             SET TRAN-STATUS-EOF TO TRUE
020100             GO TO 1000-INITIALIZE-EXIT
020200         END-IF
020300     END-IF.
020400     OPEN INPUT TRANSFER-TRAN-FILE.
020500     IF NOT TRAN-STATUS-OK
020600         DISPLAY 'XFERPOST - UNABLE TO OPEN XFERTRAN, STATUS='
020700             WS-TRAN-STATUS
020800         SET RC-SEVERE TO TRUE
020900         SET TRAN-STATUS-EOF TO TRUE
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF.
021200 1000-INITIALIZE-EXIT.
021300     EXIT.
021400
021500 1050-GET-BUSINESS-DATE.
021600*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
021700*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
021800*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
021900*    CLOCK TIME FIELD STAYS REAL.
022000     OPEN INPUT BUSDATE-FILE.
022100     IF NOT BUSDATE-STATUS-OK
022200         GO TO 1050-GET-BUSINESS-DATE-EXIT
022300     END-IF.
022400     READ BUSDATE-FILE
022500         AT END
022600             CLOSE BUSDATE-FILE
022700             GO TO 1050-GET-BUSINESS-DATE-EXIT
022800     END-READ.
022900     CLOSE BUSDATE-FILE.
023000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
023100             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
023200         DISPLAY 'XFERPOST - RUNNING AS OF BUSINESS DATE '
023300             BUS-DATE
023400         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
023500     END-IF.
023600 1050-GET-BUSINESS-DATE-EXIT.
023700     EXIT.
023800
023900 2000-POST-NEXT-TRAN.
024000     READ TRANSFER-TRAN-FILE
024100         AT END SET TRAN-STATUS-EOF TO TRUE
024200     END-READ.
024300     IF TRAN-STATUS-EOF
024400         GO TO 2000-POST-NEXT-TRAN-EXIT
024500     END-IF.
024600
024700     ADD 1 TO WS-TRANS-READ.
024800
024900     IF XTRN-STUDENT-ID IS NOT NUMERIC
025000             OR XTRN-STUDENT-ID = ZERO
025100         MOVE 'E230' TO EXC-REASON-CODE
025200         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
025300             EXC-REASON-TEXT
025400         PERFORM 2900-WRITE-EXCEPTION
025500             THRU 2900-WRITE-EXCEPTION-EXIT
025600         GO TO 2000-POST-NEXT-TRAN-EXIT
025700     END-IF.
025800
025900     MOVE XTRN-STUDENT-ID TO STUDENT-ID.
026000     READ STUDENT
026100         INVALID KEY
026200             MOVE 'E231' TO EXC-REASON-CODE
026300             MOVE 'STUDENT NOT ON STUDENT MASTER' TO
026400                 EXC-REASON-TEXT
026500             PERFORM 2900-WRITE-EXCEPTION
026600                 THRU 2900-WRITE-EXCEPTION-EXIT
026700             GO TO 2000-POST-NEXT-TRAN-EXIT
026800     END-READ.
026900
027000     MOVE XTRN-INSTITUTION TO XFEQ-INSTITUTION.
027100     MOVE XTRN-EXT-COURSE  TO XFEQ-EXT-COURSE.
027200     READ EQUIVALENCY-FILE
027300         INVALID KEY
027400             MOVE 'E232' TO EXC-REASON-CODE
027500             MOVE 'COURSE NOT EVALUATED - NO EQUIVALENCY' TO
027600                 EXC-REASON-TEXT
027700             PERFORM 2900-WRITE-EXCEPTION
027800                 THRU 2900-WRITE-EXCEPTION-EXIT
027900             GO TO 2000-POST-NEXT-TRAN-EXIT
028000     END-READ.
028100     IF NOT XFEQ-OUR-COURSE AND NOT XFEQ-ELECTIVE
028200         MOVE 'E233' TO EXC-REASON-CODE
028300         MOVE 'COURSE EVALUATED AS NOT TRANSFERABLE' TO
028400             EXC-REASON-TEXT
028500         PERFORM 2900-WRITE-EXCEPTION
028600             THRU 2900-WRITE-EXCEPTION-EXIT
028700         GO TO 2000-POST-NEXT-TRAN-EXIT
028800     END-IF.
028900
029000     PERFORM 2100-CHECK-EXT-GRADE
029100         THRU 2100-CHECK-EXT-GRADE-EXIT.
029200     IF WS-SCALE-MATCH-SUB = ZERO
029300         GO TO 2000-POST-NEXT-TRAN-EXIT
029400     END-IF.
029500
029600     PERFORM 2200-SET-CREDITS
029700         THRU 2200-SET-CREDITS-EXIT.
029800     IF WS-POST-CREDITS = ZERO
029900         GO TO 2000-POST-NEXT-TRAN-EXIT
030000     END-IF.
030100
030200     PERFORM 3000-POST-TRANSFER
030300         THRU 3000-POST-TRANSFER-EXIT.
030400 2000-POST-NEXT-TRAN-EXIT.
030500     EXIT.
030600
030700 2100-CHECK-EXT-GRADE.
030800*    THE EXTERNAL GRADE IS READ ON OUR OWN SCALE.  A PASS
030900*    MEETS ANY MINIMUM; INCOMPLETES AND WITHDRAWALS NEVER
031000*    TRANSFER.  A REJECT LEAVES THE MATCH SUBSCRIPT AT ZERO.
031100     MOVE ZERO TO WS-SCALE-MATCH-SUB.
031200     PERFORM 2110-CHECK-ONE-LETTER
031300         THRU 2110-CHECK-ONE-LETTER-EXIT
031400         VARYING WS-SCALE-SUB FROM 1 BY 1
031500         UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
031600             OR WS-SCALE-MATCH-SUB > ZERO.
031700     IF WS-SCALE-MATCH-SUB = ZERO
031800             OR XTRN-EXT-GRADE = 'I '
031900             OR XTRN-EXT-GRADE = 'W '
032000         MOVE ZERO TO WS-SCALE-MATCH-SUB
032100         MOVE 'E234' TO EXC-REASON-CODE
032200         MOVE 'EXTERNAL GRADE NOT A TRANSFERABLE LETTER' TO
032300             EXC-REASON-TEXT
032400         PERFORM 2900-WRITE-EXCEPTION
032500             THRU 2900-WRITE-EXCEPTION-EXIT
032600         GO TO 2100-CHECK-EXT-GRADE-EXIT
032700     END-IF.
032800     IF XTRN-EXT-GRADE = 'P '
032900         GO TO 2100-CHECK-EXT-GRADE-EXIT
033000     END-IF.
033100     MOVE WS-SCALE-POINTS(WS-SCALE-MATCH-SUB) TO WS-EXT-POINTS.
033200     MOVE WS-DEFAULT-MIN-POINTS TO WS-MIN-POINTS.
033300     IF XFEQ-MIN-POINTS IS NUMERIC
033400             AND XFEQ-MIN-POINTS NOT = ZERO
033500         MOVE XFEQ-MIN-POINTS TO WS-MIN-POINTS
033600     END-IF.
033700     IF WS-EXT-POINTS < WS-MIN-POINTS
033800         MOVE ZERO TO WS-SCALE-MATCH-SUB
033900         MOVE 'E235' TO EXC-REASON-CODE
034000         MOVE 'EXTERNAL GRADE BELOW TRANSFER MINIMUM' TO
034100             EXC-REASON-TEXT
034200         PERFORM 2900-WRITE-EXCEPTION
034300             THRU 2900-WRITE-EXCEPTION-EXIT
034400     END-IF.
034500 2100-CHECK-EXT-GRADE-EXIT.
034600     EXIT.
034700
034800 2110-CHECK-ONE-LETTER.
034900     IF WS-SCALE-LETTER(WS-SCALE-SUB) = XTRN-EXT-GRADE
035000         MOVE WS-SCALE-SUB TO WS-SCALE-MATCH-SUB
035100     END-IF.
035200 2110-CHECK-ONE-LETTER-EXIT.
035300     EXIT.
035400
035500 2200-SET-CREDITS.
035600*    OUR COURSE CARRIES ITS CATALOG CREDITS; ELECTIVE CREDIT
035700*    CARRIES THE CREDITS THE STUDENT EARNED ELSEWHERE.
035800     MOVE ZERO TO WS-POST-CREDITS.
035900     IF XFEQ-ELECTIVE
036000         IF XTRN-EXT-CREDITS IS NUMERIC
036100             MOVE XTRN-EXT-CREDITS TO WS-POST-CREDITS
036200         END-IF
036300         IF WS-POST-CREDITS = ZERO
036400             MOVE 'E236' TO EXC-REASON-CODE
036500             MOVE 'NO EXTERNAL CREDITS FOR ELECTIVE CREDIT' TO
036600                 EXC-REASON-TEXT
036700             PERFORM 2900-WRITE-EXCEPTION
036800                 THRU 2900-WRITE-EXCEPTION-EXIT
036900         END-IF
037000         GO TO 2200-SET-CREDITS-EXIT
037100     END-IF.
037200     MOVE XFEQ-COURSE-ID TO COURSE-ID.
037300     READ COURSE-CATALOG
037400         INVALID KEY CONTINUE
037500         NOT INVALID KEY
037600             IF COURSE-CREDITS IS NUMERIC
037700                 MOVE COURSE-CREDITS TO WS-POST-CREDITS
037800             END-IF
037900     END-READ.
038000     IF WS-POST-CREDITS = ZERO
038100         MOVE 'E237' TO EXC-REASON-CODE
038200         MOVE 'EQUIVALENT COURSE NOT ON CRSECAT' TO
038300             EXC-REASON-TEXT
038400         PERFORM 2900-WRITE-EXCEPTION
038500             THRU 2900-WRITE-EXCEPTION-EXIT
038600     END-IF.
038700 2200-SET-CREDITS-EXIT.
038800     EXIT.
038900
039000 2900-WRITE-EXCEPTION.
039100     ADD 1 TO WS-TRANS-REJECTED.
039200     MOVE 'XFERPOST' TO EXC-PROGRAM-ID.
039300     MOVE XTRN-STUDENT-ID TO EXC-KEY-VALUE.
039400     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
039500     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
039600     MOVE SPACES TO EXC-OPERATOR-ID.
039700     WRITE EXC-RECORD.
039800     SET RC-WARNING TO TRUE.
039900     MOVE SPACES TO AUDIT-LISTING-LINE.
040000     STRING 'REJECTED ' XTRN-STUDENT-ID ' ' XTRN-INSTITUTION
040100            ' ' XTRN-EXT-COURSE ' ' EXC-REASON-TEXT
040200         DELIMITED BY SIZE
040300         INTO AUDIT-LISTING-LINE
040400     END-STRING.
040500     WRITE AUDIT-LISTING-LINE.
040600 2900-WRITE-EXCEPTION-EXIT.
040700     EXIT.
040800
040900 3000-POST-TRANSFER.
041000     MOVE XTRN-STUDENT-ID  TO XFER-STUDENT-ID.
041100     MOVE XTRN-INSTITUTION TO XFER-INSTITUTION.
041200     MOVE XTRN-EXT-COURSE  TO XFER-EXT-COURSE.
041300     MOVE XFEQ-TYPE        TO XFER-TYPE.
041400     MOVE XFEQ-COURSE-ID   TO XFER-COURSE-ID.
041500     MOVE XTRN-EXT-TERM    TO XFER-EXT-TERM.
041600     MOVE XTRN-EXT-GRADE   TO XFER-EXT-GRADE.
041700     MOVE WS-POST-CREDITS  TO XFER-CREDITS.
041800     MOVE WS-TODAY-YYYYMMDD TO XFER-POST-DATE.
041900     WRITE TRANSFER-RECORD
042000         INVALID KEY CONTINUE
042100     END-WRITE.
042200     IF NOT XFER-STATUS-OK
042300         MOVE 'E238' TO EXC-REASON-CODE
042400         MOVE 'COURSE ALREADY POSTED OR WRITE FAILED' TO
042500             EXC-REASON-TEXT
042600         PERFORM 2900-WRITE-EXCEPTION
042700             THRU 2900-WRITE-EXCEPTION-EXIT
042800         GO TO 3000-POST-TRANSFER-EXIT
042900     END-IF.
043000     ADD 1 TO WS-TRANS-ACCEPTED.
043100     MOVE SPACES TO AUDIT-LISTING-LINE.
043200     STRING 'ACCEPTED ' XTRN-STUDENT-ID ' ' XTRN-INSTITUTION
043300            ' ' XTRN-EXT-COURSE ' GR=' XTRN-EXT-GRADE
043400            ' AS ' XFEQ-COURSE-ID ' CR=' WS-POST-CREDITS
043500         DELIMITED BY SIZE
043600         INTO AUDIT-LISTING-LINE
043700     END-STRING.
043800     WRITE AUDIT-LISTING-LINE.
043900 3000-POST-TRANSFER-EXIT.
044000     EXIT.
044100
044200 9000-FINISH.
044300     CLOSE STUDENT.
044400     CLOSE EQUIVALENCY-FILE.
044500     CLOSE COURSE-CATALOG.
044600     CLOSE TRANSFER-FILE.
044700     CLOSE TRANSFER-TRAN-FILE.
044800     CLOSE AUDIT-LISTING.
044900     CLOSE EXCEPTION-FILE.
045000     DISPLAY 'XFERPOST - TRANS READ    : ' WS-TRANS-READ.
045100     DISPLAY 'XFERPOST - TRANS ACCEPTED: ' WS-TRANS-ACCEPTED.
045200     DISPLAY 'XFERPOST - TRANS REJECTED: ' WS-TRANS-REJECTED.
045300     DISPLAY 'XFERPOST - RETURN CODE   : ' WS-RETURN-CODE.
045400 9000-FINISH-EXIT.
045500     EXIT.
045600
045700 9999-EXIT.
045800     STOP RUN.
