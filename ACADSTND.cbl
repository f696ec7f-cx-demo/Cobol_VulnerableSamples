002200*   2026-09-03 RLW  EVERY STANDING CHANGE NOW APPENDS A
002300*                    BEFORE/AFTER RECORD TO THE SHARED STUCHGLG
002400*                    STUDENT CHANGE LOG (SEE STUCHGRC).
002500*   2026-10-15 RLW  PASS, INCOMPLETE AND WITHDRAWAL LETTER
002600*                    GRADES (GRADE-NOT-IN-GPA ON GRADREC) ARE
002700*                    LEFT OUT OF THE TERM GPA - A TERM WITH
002800*                    ONLY THOSE HAS NO GPA AND DOES NOT MOVE
002900*                    THE PROBATION COUNT EITHER WAY.
003000*   2026-10-15 RLW  EVERY STANDING CHANGE NOW ALSO APPENDS A
003100*                    'STND' RECORD TO THE SHARED NOTIFQ
003200*                    NOTIFICATION QUEUE (SEE NOTFREC) FOR THE
003300*                    NIGHTLY NOTIFY STEP.
003400*   2026-10-15 RLW  RUNS ON THE BUSINESS DATE FROM THE SHARED
003500*                    BUSDATE CONTROL RECORD - THE LETTERS,
003600*                    CHANGE-LOG AND NOTIFICATION RECORDS OF AN
003700*                    AS-OF RERUN CARRY THE DATE BEING RERUN, NOT
003800*                    THE WALL-CLOCK DATE.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT STUDENT ASSIGN TO FILENAME
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS STUDENT-ID
004700         FILE STATUS IS WS-STUDENT-STATUS.
004800
004900     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-HIST-STATUS.
005200
005300     SELECT SORT-WORK ASSIGN TO "STNDSWRK".
005400
005500     SELECT STANDING-REPORT ASSIGN TO "STNDRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT LETTERS-EXTRACT ASSIGN TO "STNDLTR"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CHGLOG-STATUS.
006400
006500     SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFQ"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-NOTF-STATUS.
006800
006900     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-BUSDATE-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  STUDENT.
007600     COPY STUDREC.
007700
007800 01  FILENAME                   PIC X(12).
007900
008000 FD  GRADE-HISTORY.
008100     COPY GRADREC.
008200
008300 SD  SORT-WORK.
008400 01  SORT-GRADE-RECORD.
008500     05  SORT-STUDENT-ID             PIC 9(09).
008600*    TERM CODES (2026S, 2026U, 2026F) DO NOT COLLATE IN
008700*    CHRONOLOGICAL ORDER - F SORTS BEFORE S - SO THE SORT KEY
008800*    IS THE YEAR PLUS A SEASON SEQUENCE (S=1, U=2, F=3).
008900     05  SORT-TERM-SEQ               PIC X(05).
009000     05  SORT-TERM                   PIC X(05).
009100     05  SORT-GRADE-POINTS           PIC 9(01)V9(02).
009200
009300 FD  STANDING-REPORT.
009400 01  STANDING-REPORT-LINE           PIC X(80).
009500
009600 FD  CHANGE-LOG.
009700     COPY STUCHGRC.
009800
009900 FD  NOTIFY-QUEUE.
010000     COPY NOTFREC.
010100
010200 FD  BUSDATE-FILE.
010300     COPY BUSDATE.
010400
010500 FD  LETTERS-EXTRACT.
010600 01  LETTERS-EXTRACT-RECORD.
010700     05  LTR-STUDENT-ID              PIC 9(09).
010800     05  LTR-NAME                    PIC A(25).
010900     05  LTR-OLD-STATUS              PIC X(01).
011000     05  LTR-NEW-STATUS              PIC X(01).
011100     05  LTR-LATEST-TERM-GPA         PIC 9(01)V9(02).
011200     05  LTR-RUN-DATE                PIC X(08).
011300
011400 WORKING-STORAGE SECTION.
011500     COPY STUDWS.
011600     COPY RETCODES.
011700
011800 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
011900     88  STUDENT-STATUS-OK           VALUE '00'.
012000 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
012100     88  HIST-STATUS-OK              VALUE '00'.
012200     88  HIST-STATUS-EOF             VALUE '10'.
012300 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
012400     88  CHGLOG-STATUS-OK            VALUE '00'.
012500 01  WS-NOTF-STATUS                 PIC X(02) VALUE '00'.
012600     88  NOTF-STATUS-OK              VALUE '00'.
012700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012800     88  BUSDATE-STATUS-OK           VALUE '00'.
012900
013000 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
013100     88  SORT-AT-EOF                 VALUE 'Y'.
013200 01  WS-FIRST-RECORD-SW             PIC X(01) VALUE 'Y'.
013300     88  WS-FIRST-RECORD             VALUE 'Y'.
013400
013500*    PROBATION RULES - A STUDENT GOES TO SUSPENDED STANDING AFTER
013600*    WS-PROBATION-TERMS CONSECUTIVE TERMS BELOW WS-GPA-FLOOR, AND
013700*    A SUSPENDED STUDENT RETURNS TO ACTIVE ONCE THE LATEST TERM
013800*    IS AT OR ABOVE IT.
013900 01  WS-GPA-FLOOR                   PIC 9(01)V9(02) VALUE 2.00.
014000 01  WS-PROBATION-TERMS             PIC 9(02) COMP VALUE 2.
014100
014200 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
014300 01  WS-PREV-TERM                   PIC X(05) VALUE SPACES.
014400 01  WS-TERM-GPA-SUM                PIC 9(05)V9(02) VALUE ZERO.
014500 01  WS-TERM-GRADE-COUNT            PIC 9(05) COMP VALUE ZERO.
014600 01  WS-TERM-GPA                    PIC 9(01)V9(02) VALUE ZERO.
014700 01  WS-CONSEC-LOW-TERMS            PIC 9(02) COMP VALUE ZERO.
014800 01  WS-LATEST-TERM-GPA             PIC 9(01)V9(02) VALUE ZERO.
014900
015000 01  WS-STUDENTS-EXAMINED           PIC 9(07) COMP VALUE ZERO.
015100 01  WS-STUDENTS-SUSPENDED          PIC 9(07) COMP VALUE ZERO.
015200 01  WS-STUDENTS-RESTORED           PIC 9(07) COMP VALUE ZERO.
015300
015400 01  WS-CURRENT-DATE-TIME.
015500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
015600     05  WS-TIME-HHMMSSHH           PIC 9(08).
015700     05  FILLER                     PIC X(05).
015800
015900 PROCEDURE DIVISION.
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE
016200         THRU 1000-INITIALIZE-EXIT.
016300
016400     IF NOT RC-SEVERE
016500         SORT SORT-WORK
016600             ON ASCENDING KEY SORT-STUDENT-ID SORT-TERM-SEQ
016700             INPUT PROCEDURE IS 3000-LOAD-POSTED-GRADES
016800                 THRU 3000-LOAD-POSTED-GRADES-EXIT
016900             OUTPUT PROCEDURE IS 4000-APPLY-STANDING-RULES
017000                 THRU 4000-APPLY-STANDING-RULES-EXIT
017100     END-IF.
017200
017300     PERFORM 9000-FINISH
017400         THRU 9000-FINISH-EXIT.
017500
017600     MOVE WS-RETURN-CODE TO RETURN-CODE.
017700     GO TO 9999-EXIT.
017800
017900 1000-INITIALIZE.
018000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018100     PERFORM 1050-GET-BUSINESS-DATE
018200         THRU 1050-GET-BUSINESS-DATE-EXIT.
018300     DISPLAY 'ENTER STUDENT DATASET NAME: '.
018400     ACCEPT FILENAME.
018500*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
018600*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
018700     OPEN OUTPUT STANDING-REPORT.
018800     OPEN OUTPUT LETTERS-EXTRACT.
018900*    THE SHARED STUDENT CHANGE LOG IS PERMANENT - EXTEND.
019000     OPEN EXTEND CHANGE-LOG.
019100     IF NOT CHGLOG-STATUS-OK
019200         OPEN OUTPUT CHANGE-LOG
019300     END-IF.
019400*    SO IS THE SHARED NOTIFICATION QUEUE.
019500     OPEN EXTEND NOTIFY-QUEUE.
019600     IF NOT NOTF-STATUS-OK
019700         OPEN OUTPUT NOTIFY-QUEUE
019800     END-IF.
019900     OPEN I-O STUDENT.
020000     IF NOT STUDENT-STATUS-OK
020100         DISPLAY 'ACADSTND - UNABLE TO OPEN STUDENT FILE, STATUS='
020200             WS-STUDENT-STATUS
020300         SET RC-SEVERE TO TRUE
020400         GO TO 1000-INITIALIZE-EXIT
020500     END-IF.
020600     MOVE 'ACADEMIC STANDING CHANGE REPORT' TO
020700         STANDING-REPORT-LINE.
020800     WRITE STANDING-REPORT-LINE.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100
021200 1050-GET-BUSINESS-DATE.
021300*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
021400*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
021500*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
021600*    CLOCK TIME FIELD STAYS REAL.
021700     OPEN INPUT BUSDATE-FILE.
021800     IF NOT BUSDATE-STATUS-OK
021900         GO TO 1050-GET-BUSINESS-DATE-EXIT
022000     END-IF.
022100     READ BUSDATE-FILE
022200         AT END
022300             CLOSE BUSDATE-FILE
022400             GO TO 1050-GET-BUSINESS-DATE-EXIT
022500     END-READ.
022600     CLOSE BUSDATE-FILE.
022700     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
022800             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
022900         DISPLAY 'ACADSTND - RUNNING AS OF BUSINESS DATE '
023000             BUS-DATE
023100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
023200     END-IF.
023300 1050-GET-BUSINESS-DATE-EXIT.
023400     EXIT.
023500
023600 3000-LOAD-POSTED-GRADES.
023700     OPEN INPUT GRADE-HISTORY.
023800     IF NOT HIST-STATUS-OK
023900         DISPLAY 'ACADSTND - UNABLE TO OPEN GRADHIST, STATUS='
024000             WS-HIST-STATUS
024100         SET RC-SEVERE TO TRUE
024200         GO TO 3000-LOAD-POSTED-GRADES-EXIT
024300     END-IF.
024400     PERFORM 3100-RELEASE-NEXT-GRADE
024500         THRU 3100-RELEASE-NEXT-GRADE-EXIT
024600         UNTIL HIST-STATUS-EOF.
024700     CLOSE GRADE-HISTORY.
024800 3000-LOAD-POSTED-GRADES-EXIT.
024900     EXIT.
025000
025100 3100-RELEASE-NEXT-GRADE.
025200     READ GRADE-HISTORY
025300         AT END SET HIST-STATUS-EOF TO TRUE
025400     END-READ.
025500     IF HIST-STATUS-EOF
025600         GO TO 3100-RELEASE-NEXT-GRADE-EXIT
025700     END-IF.
025800     IF GRADE-NOT-IN-GPA
025900         GO TO 3100-RELEASE-NEXT-GRADE-EXIT
026000     END-IF.
026100     MOVE GRADE-STUDENT-ID TO SORT-STUDENT-ID.
026200     MOVE GRADE-TERM       TO SORT-TERM.
026300     MOVE GRADE-TERM(1:4)  TO SORT-TERM-SEQ(1:4).
026400     EVALUATE GRADE-TERM(5:1)
026500         WHEN 'S' MOVE '1' TO SORT-TERM-SEQ(5:1)
026600         WHEN 'U' MOVE '2' TO SORT-TERM-SEQ(5:1)
026700         WHEN 'F' MOVE '3' TO SORT-TERM-SEQ(5:1)
026800         WHEN OTHER MOVE '9' TO SORT-TERM-SEQ(5:1)
026900     END-EVALUATE.
027000     MOVE GRADE-POINTS     TO SORT-GRADE-POINTS.
027100     RELEASE SORT-GRADE-RECORD.
027200 3100-RELEASE-NEXT-GRADE-EXIT.
027300     EXIT.
027400
027500 4000-APPLY-STANDING-RULES.
027600     PERFORM 4100-RETURN-NEXT-GRADE
027700         THRU 4100-RETURN-NEXT-GRADE-EXIT
027800         UNTIL SORT-AT-EOF.
027900
028000     IF NOT WS-FIRST-RECORD
028100         PERFORM 4300-CLOSE-TERM
028200             THRU 4300-CLOSE-TERM-EXIT
028300         PERFORM 4400-CLOSE-STUDENT
028400             THRU 4400-CLOSE-STUDENT-EXIT
028500     END-IF.
028600 4000-APPLY-STANDING-RULES-EXIT.
028700     EXIT.
028800
028900 4100-RETURN-NEXT-GRADE.
029000     RETURN SORT-WORK INTO SORT-GRADE-RECORD
029100         AT END SET SORT-AT-EOF TO TRUE
029200     END-RETURN.
029300     IF SORT-AT-EOF
029400         GO TO 4100-RETURN-NEXT-GRADE-EXIT
029500     END-IF.
029600
029700     IF NOT WS-FIRST-RECORD
029800         IF SORT-STUDENT-ID NOT = WS-PREV-STUDENT-ID
029900             PERFORM 4300-CLOSE-TERM
030000                 THRU 4300-CLOSE-TERM-EXIT
030100             PERFORM 4400-CLOSE-STUDENT
030200                 THRU 4400-CLOSE-STUDENT-EXIT
030300         ELSE
030400             IF SORT-TERM NOT = WS-PREV-TERM
030500                 PERFORM 4300-CLOSE-TERM
030600                     THRU 4300-CLOSE-TERM-EXIT
030700             END-IF
030800         END-IF
030900     END-IF.
031000
031100     MOVE 'N' TO WS-FIRST-RECORD-SW.
031200     MOVE SORT-STUDENT-ID TO WS-PREV-STUDENT-ID.
031300     MOVE SORT-TERM       TO WS-PREV-TERM.
031400     ADD SORT-GRADE-POINTS TO WS-TERM-GPA-SUM.
031500     ADD 1 TO WS-TERM-GRADE-COUNT.
031600 4100-RETURN-NEXT-GRADE-EXIT.
031700     EXIT.
031800
031900 4300-CLOSE-TERM.
032000*    ONE TERM'S GRADES ARE COMPLETE - COMPUTE THE TERM GPA AND
032100*    ROLL THE CONSECUTIVE-LOW-TERM COUNT FORWARD.
032200     COMPUTE WS-TERM-GPA ROUNDED =
032300         WS-TERM-GPA-SUM / WS-TERM-GRADE-COUNT.
032400     MOVE ZERO TO WS-TERM-GPA-SUM.
032500     MOVE ZERO TO WS-TERM-GRADE-COUNT.
032600
032700     IF WS-TERM-GPA < WS-GPA-FLOOR
032800         ADD 1 TO WS-CONSEC-LOW-TERMS
032900     ELSE
033000         MOVE ZERO TO WS-CONSEC-LOW-TERMS
033100     END-IF.
033200     MOVE WS-TERM-GPA TO WS-LATEST-TERM-GPA.
033300 4300-CLOSE-TERM-EXIT.
033400     EXIT.
033500
033600 4400-CLOSE-STUDENT.
033700     ADD 1 TO WS-STUDENTS-EXAMINED.
033800     MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
033900     READ STUDENT
034000         INVALID KEY GO TO 4400-RESET
034100     END-READ.
034200
034300*    ONLY ACTIVE AND SUSPENDED STANDINGS MOVE - GRADUATED AND
034400*    INACTIVE STUDENTS ARE LEFT TO STUDARCH.
034500     IF STUDENT-ENROLL-STATUS = 'A'
034600             AND WS-CONSEC-LOW-TERMS NOT < WS-PROBATION-TERMS
034700         PERFORM 5000-CHANGE-STANDING
034800             THRU 5000-CHANGE-STANDING-EXIT
034900         GO TO 4400-RESET
035000     END-IF.
035100     IF STUDENT-ENROLL-STATUS = 'S'
035200             AND WS-LATEST-TERM-GPA NOT < WS-GPA-FLOOR
035300         PERFORM 5000-CHANGE-STANDING
035400             THRU 5000-CHANGE-STANDING-EXIT
035500     END-IF.
035600 4400-RESET.
035700     MOVE ZERO TO WS-CONSEC-LOW-TERMS.
035800     MOVE ZERO TO WS-LATEST-TERM-GPA.
035900 4400-CLOSE-STUDENT-EXIT.
036000     EXIT.
036100
036200 5000-CHANGE-STANDING.
036300     MOVE STUDENT-ENROLL-STATUS TO LTR-OLD-STATUS.
036400     IF STUDENT-ENROLL-STATUS = 'A'
036500         MOVE 'S' TO STUDENT-ENROLL-STATUS
036600         ADD 1 TO WS-STUDENTS-SUSPENDED
036700     ELSE
036800         MOVE 'A' TO STUDENT-ENROLL-STATUS
036900         ADD 1 TO WS-STUDENTS-RESTORED
037000     END-IF.
037100     REWRITE STUDENT-FILE
037200         INVALID KEY CONTINUE
037300     END-REWRITE.
037400     PERFORM 5300-WRITE-CHANGE-LOG
037500         THRU 5300-WRITE-CHANGE-LOG-EXIT.
037600
037700     PERFORM 5100-WRITE-CHANGE-LINE
037800         THRU 5100-WRITE-CHANGE-LINE-EXIT.
037900     PERFORM 5200-WRITE-LETTER-RECORD
038000         THRU 5200-WRITE-LETTER-RECORD-EXIT.
038100     PERFORM 5400-WRITE-NOTIFICATION
038200         THRU 5400-WRITE-NOTIFICATION-EXIT.
038300 5000-CHANGE-STANDING-EXIT.
038400     EXIT.
038500
038600 5100-WRITE-CHANGE-LINE.
038700     MOVE SPACES TO STANDING-REPORT-LINE.
038800     STRING 'ID=' STUDENT-ID
038900            ' ' NAME
039000            ' ' LTR-OLD-STATUS ' TO ' STUDENT-ENROLL-STATUS
039100            ' TERM GPA=' WS-LATEST-TERM-GPA
039200         DELIMITED BY SIZE
039300         INTO STANDING-REPORT-LINE
039400     END-STRING.
039500     WRITE STANDING-REPORT-LINE.
039600 5100-WRITE-CHANGE-LINE-EXIT.
039700     EXIT.
039800
039900 5200-WRITE-LETTER-RECORD.
040000     MOVE STUDENT-ID            TO LTR-STUDENT-ID.
040100     MOVE NAME                  TO LTR-NAME.
040200     MOVE STUDENT-ENROLL-STATUS TO LTR-NEW-STATUS.
040300     MOVE WS-LATEST-TERM-GPA    TO LTR-LATEST-TERM-GPA.
040400     MOVE WS-TODAY-YYYYMMDD     TO LTR-RUN-DATE.
040500     WRITE LETTERS-EXTRACT-RECORD.
040600 5200-WRITE-LETTER-RECORD-EXIT.
040700     EXIT.
040800
040900 5300-WRITE-CHANGE-LOG.
041000*    SHARED STUDENT-MASTER CHANGE LOG (SEE STUCHGRC) - SPACES
041100*    FOR THE OPERATOR SINCE THIS STEP TAKES NO SIGN-ON.
041200     MOVE SPACES TO STUDENT-CHANGE-RECORD.
041300     MOVE 'ACADSTND' TO SCHG-PROGRAM-ID.
041400     MOVE SPACES TO SCHG-OPERATOR-ID.
041500     MOVE STUDENT-ID TO SCHG-STUDENT-ID.
041600     MOVE 'STATUS' TO SCHG-FIELD-NAME.
041700     MOVE LTR-OLD-STATUS TO SCHG-OLD-VALUE.
041800     MOVE STUDENT-ENROLL-STATUS TO SCHG-NEW-VALUE.
041900     MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE.
042000     MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME.
042100     WRITE STUDENT-CHANGE-RECORD.
042200 5300-WRITE-CHANGE-LOG-EXIT.
042300     EXIT.
042400
042500 5400-WRITE-NOTIFICATION.
042600*    SHARED NOTIFICATION QUEUE (SEE NOTFREC) - THE TERM IS THE
042700*    LATEST TERM, THE ONE WHOSE GPA MOVED THE STANDING.
042800     MOVE SPACES TO NOTIFICATION-RECORD.
042900     MOVE 'ACADSTND' TO NOTF-PROGRAM-ID.
043000     MOVE STUDENT-ID TO NOTF-STUDENT-ID.
043100     SET NOTF-STANDING-CHANGE TO TRUE.
043200     MOVE WS-PREV-TERM TO NOTF-TERM.
043300     STRING 'STANDING ' LTR-OLD-STATUS ' TO '
043400            STUDENT-ENROLL-STATUS
043500            ' TERM GPA ' WS-LATEST-TERM-GPA
043600         DELIMITED BY SIZE
043700         INTO NOTF-DETAIL
043800     END-STRING.
043900     MOVE WS-TODAY-YYYYMMDD TO NOTF-EVENT-DATE.
044000     MOVE WS-TIME-HHMMSSHH  TO NOTF-EVENT-TIME.
044100     WRITE NOTIFICATION-RECORD.
044200 5400-WRITE-NOTIFICATION-EXIT.
044300     EXIT.
044400
044500 9000-FINISH.
044600     CLOSE STUDENT.
044700     CLOSE STANDING-REPORT.
044800     CLOSE LETTERS-EXTRACT.
044900     CLOSE CHANGE-LOG.
045000     CLOSE NOTIFY-QUEUE.
045100     DISPLAY 'ACADSTND - STUDENTS EXAMINED : '
045200         WS-STUDENTS-EXAMINED.
045300     DISPLAY 'ACADSTND - STUDENTS SUSPENDED: '
045400         WS-STUDENTS-SUSPENDED.
045500     DISPLAY 'ACADSTND - STUDENTS RESTORED : '
045600         WS-STUDENTS-RESTORED.
045700     DISPLAY 'ACADSTND - RETURN CODE       : ' WS-RETURN-CODE.
045800 9000-FINISH-EXIT.
045900     EXIT.
046000
046100 9999-EXIT.
046200     STOP RUN.
