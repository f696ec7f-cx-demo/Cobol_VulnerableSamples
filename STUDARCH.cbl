003200*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
003300*                    SO THE RUNBAL BALANCING STEP CAN PROVE
003400*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
003500*   2026-10-15 RLW  EACH STUDHIST LINE NOW ENDS WITH THE DATE
003600*                    IT WAS ARCHIVED (COLS 43-50) - THE
003700*                    DEPARTURE DATE RETNPURG COUNTS RECORDS
003800*                    RETENTION FROM.
003900*   2026-10-15 RLW  EVERY STUDENT ARCHIVED AND DELETED FROM THE
004000*                    MASTER NOW APPENDS AN 'ARCHIVED' RECORD,
004100*                    WITH THE OPERATOR ID, TO THE SHARED STUCHGLG
004200*                    CHANGE LOG (SEE STUCHGRC), SO STUDFWD
004300*                    REPLAYS THE DELETE AND STUCHGRP REPORTS IT.
004400*================================================================
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT STUDENT ASSIGN TO FILENAME
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS STUDENT-ID
005200         FILE STATUS IS WS-STUDENT-STATUS.
005300
005400     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HISTORY-STATUS.
005700
005800     SELECT EXCEPTION-FILE ASSIGN TO "STARCEXC"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-BUSDATE-STATUS.
006400
006500     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PARM-STATUS.
006800
006900     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-OPAUTH-STATUS.
007200
007300     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CALENDAR-STATUS.
007600
007700     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CHGLOG-STATUS.
008000
008100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RUNCTL-STATUS.
008400
008500     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-BALM-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  STUDENT.
009200     COPY STUDREC.
009300
009400 01  FILENAME                   PIC X(12).
009500
009600 FD  STUDENT-HISTORY.
009700 01  HISTORY-LINE                   PIC X(80).
009800
009900 FD  EXCEPTION-FILE.
010000     COPY EXCREC.
010100
010200 FD  BUSDATE-FILE.
010300     COPY BUSDATE.
010400
010500 FD  PARM-CARD-FILE.
010600     COPY PARMREC.
010700
010800 FD  OPAUTH-FILE.
010900     COPY OPAUTH.
011000
011100 FD  CALENDAR-FILE.
011200     COPY CALREC.
011300
011400 FD  CHANGE-LOG.
011500     COPY STUCHGRC.
011600
011700 FD  RUNCTL-FILE.
011800     COPY RUNCTL.
011900
012000 FD  BALANCE-MOVEMENT-FILE.
012100     COPY BALREC.
012200
012300 WORKING-STORAGE SECTION.
012400     COPY STUDWS.
012500     COPY RETCODES.
012600
012700 01  WS-CALENDAR-STATUS            PIC X(02) VALUE '00'.
012800     88  CALENDAR-STATUS-OK        VALUE '00'.
012900     88  CALENDAR-STATUS-EOF       VALUE '10'.
013000 01  WS-CAL-FOUND-SW               PIC X(01) VALUE 'N'.
013100     88  WS-CAL-DATE-FOUND         VALUE 'Y'.
013200 01  WS-STEP-SKIPPED-SW            PIC X(01) VALUE 'N'.
013300     88  WS-STEP-SKIPPED           VALUE 'Y'.
013400 01  WS-RUNCTL-STATUS              PIC X(02) VALUE '00'.
013500     88  RUNCTL-STATUS-OK          VALUE '00'.
013600
013700*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
013800*    OPAUTH) - PRIVILEGED FUNCTIONS REFUSE AN OPERATOR BELOW
013900*    THE REQUIRED LEVEL, AND THE OPERATOR ID RIDES EVERY
014000*    EXCEPTION AND RUN-CONTROL RECORD THIS PROGRAM WRITES.
014100 01  WS-OPAUTH-STATUS              PIC X(02) VALUE '00'.
014200     88  OPAUTH-STATUS-OK          VALUE '00'.
014300     88  OPAUTH-STATUS-EOF         VALUE '10'.
014400 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
014500 01  WS-OPER-LEVEL-FOUND           PIC 9(01) VALUE ZERO.
014600 01  WS-REQUIRED-LEVEL             PIC 9(01) VALUE 3.
014700 01  WS-SIGNON-OK-SW               PIC X(01) VALUE 'N'.
014800     88  WS-SIGNON-OK              VALUE 'Y'.
014900
015000 01  WS-PARM-STATUS                PIC X(02) VALUE '00'.
015100     88  PARM-STATUS-OK            VALUE '00'.
015200     88  PARM-STATUS-EOF           VALUE '10'.
015300 01  WS-PARM-FOUND-SW              PIC X(01) VALUE 'N'.
015400     88  WS-PARM-FOUND             VALUE 'Y'.
015500
015600 01  WS-BUSDATE-STATUS             PIC X(02) VALUE '00'.
015700     88  BUSDATE-STATUS-OK         VALUE '00'.
015800
015900 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
016000     88  STUDENT-STATUS-OK           VALUE '00'.
016100     88  STUDENT-STATUS-EOF          VALUE '10'.
016200 01  WS-HISTORY-STATUS              PIC X(02) VALUE '00'.
016300     88  HISTORY-STATUS-OK           VALUE '00'.
016400 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
016500     88  CHGLOG-STATUS-OK            VALUE '00'.
016600
016700 01  WS-ARCHIVE-ID-TABLE.
016800     05  WS-ARCHIVE-ID OCCURS 500 TIMES PIC 9(09) VALUE ZERO.
016900 01  WS-ARCHIVE-SUB                 PIC 9(04) COMP VALUE ZERO.
017000 01  WS-ARCHIVE-COUNT               PIC 9(04) COMP VALUE ZERO.
017100
017200 01  WS-RECORDS-READ                PIC 9(07) COMP VALUE ZERO.
017300 01  WS-RECORDS-ARCHIVED            PIC 9(07) COMP VALUE ZERO.
017400 01  WS-RECORDS-DROPPED             PIC 9(07) COMP VALUE ZERO.
017500
017600 01  WS-CURRENT-DATE-TIME.
017700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
017800     05  WS-TIME-HHMMSSHH           PIC 9(08).
017900     05  FILLER                     PIC X(05).
018000
018100 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
018200     88  BALM-STATUS-OK              VALUE '00'.
018300 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
018400 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
018500 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
018600
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-INITIALIZE-EXIT.
019100
019200     IF WS-STEP-SKIPPED
019300         GO TO 0000-WRAP-UP
019400     END-IF.
019500
019600*    THE ARCHIVE PURGE IS A PRIVILEGED FUNCTION - ANYONE WHO
019700*    CAN SUBMIT A JOB CAN NO LONGER DELETE STUDENT RECORDS.
019800*    A SEVERE START-UP FAILURE SKIPS THE CHECK - THE RUN IS
019900*    ALREADY DEAD AND THE SEVERE CODE MUST STAND.
020000     IF RC-SEVERE
020100         GO TO 0000-WRAP-UP
020200     END-IF.
020300     MOVE 3 TO WS-REQUIRED-LEVEL.
020400     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
020500         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
020600     IF NOT WS-SIGNON-OK
020700         DISPLAY 'STUDARCH - OPERATOR NOT AUTHORIZED: '
020800             WS-OPERATOR-ID
020900         SET RC-ERROR TO TRUE
021000         GO TO 0000-WRAP-UP
021100     END-IF.
021200
021300     PERFORM 2000-FIND-CANDIDATES
021400         THRU 2000-FIND-CANDIDATES-EXIT.
021500
021600     PERFORM 3000-ARCHIVE-CANDIDATES
021700         THRU 3000-ARCHIVE-CANDIDATES-EXIT.
021800
021900 0000-WRAP-UP.
022000     PERFORM 9000-FINISH
022100         THRU 9000-FINISH-EXIT.
022200
022300     MOVE 'STUDENT' TO WS-BAL-FILE-ID.
022400     MOVE '-' TO WS-BAL-SIGN.
022500     MOVE WS-RECORDS-ARCHIVED TO WS-BAL-COUNT.
022600     PERFORM 9600-WRITE-BALANCE-MOVEMENT
022700         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
022800     MOVE WS-RETURN-CODE TO RETURN-CODE.
022900     GO TO 9999-EXIT.
023000
023100 1000-INITIALIZE.
023200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
023300     PERFORM 1050-GET-BUSINESS-DATE
023400         THRU 1050-GET-BUSINESS-DATE-EXIT.
023500
023600*    THE EXCEPTION FILE OPENS FIRST SO EVERY LATER PATH - A
023700*    CALENDAR SKIP, A BAD CARD, A FAILED OPEN - HAS SOMEWHERE
023800*    TO GO AND THE END-OF-RUN CLOSE IS ALWAYS SAFE.
023900     OPEN OUTPUT EXCEPTION-FILE.
024000
024100*    THE ARCHIVE PASS BELONGS IN THE TERM-END WINDOW ONLY -
024200*    MID-TERM NOTHING SHOULD BE PURGED.  THE PROCESSING
024300*    CALENDAR DECIDES, AND A SKIP IS RECORDED AS INTENTIONAL
024400*    ON RUN CONTROL.
024500     PERFORM 1055-CHECK-CALENDAR
024600         THRU 1055-CHECK-CALENDAR-EXIT.
024700     IF WS-STEP-SKIPPED
024800         GO TO 1000-INITIALIZE-EXIT
024900     END-IF.
025000     PERFORM 1080-READ-PARM-CARD
025100         THRU 1080-READ-PARM-CARD-EXIT.
025200     IF NOT WS-PARM-FOUND
025300         DISPLAY 'ENTER STUDENT DATASET NAME: '
025400         ACCEPT FILENAME
025500         DISPLAY 'ENTER OPERATOR ID: '
025600         ACCEPT WS-OPERATOR-ID
025700     END-IF.
025800     OPEN I-O STUDENT.
025900     IF NOT STUDENT-STATUS-OK
026000         DISPLAY 'UNABLE TO OPEN STUDENT FILE, STATUS='
026100             WS-STUDENT-STATUS
026200         SET RC-SEVERE TO TRUE
026300     END-IF.
026400*    THE HISTORY ACCUMULATES ACROSS RUNS - STUDREST RESTORES
026500*    FROM ANY PRIOR TERM'S ARCHIVE, SO NOTHING IS TRUNCATED.
026600     OPEN EXTEND STUDENT-HISTORY.
026700     IF NOT HISTORY-STATUS-OK
026800         OPEN OUTPUT STUDENT-HISTORY
026900     END-IF.
027000*    THE SHARED STUDENT CHANGE LOG IS PERMANENT - EXTEND.
027100     OPEN EXTEND CHANGE-LOG.
027200     IF NOT CHGLOG-STATUS-OK
027300         OPEN OUTPUT CHANGE-LOG
027400     END-IF.
027500 1000-INITIALIZE-EXIT.
027600     EXIT.
027700
027800 1050-GET-BUSINESS-DATE.
027900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
028000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
028100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
028200*    CLOCK TIME FIELD STAYS REAL.
028300     OPEN INPUT BUSDATE-FILE.
028400     IF NOT BUSDATE-STATUS-OK
028500         GO TO 1050-GET-BUSINESS-DATE-EXIT
028600     END-IF.
028700     READ BUSDATE-FILE
028800         AT END
028900             CLOSE BUSDATE-FILE
029000             GO TO 1050-GET-BUSINESS-DATE-EXIT
029100     END-READ.
029200     CLOSE BUSDATE-FILE.
029300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
029400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
029500         DISPLAY 'STUDARCH - RUNNING AS OF BUSINESS DATE '
029600             BUS-DATE
029700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
029800     END-IF.
029900 1050-GET-BUSINESS-DATE-EXIT.
030000     EXIT.
030100
030200 1080-READ-PARM-CARD.
030300*    THE SHARED PARMCARD DATASET CARRIES ONE CARD PER PROGRAM
030400*    (SEE PARMREC).  WHEN THIS PROGRAM'S CARD IS PRESENT AND
030500*    VALID, THE CONSOLE PROMPTS ARE SKIPPED AND THE CYCLE RUNS
030600*    UNATTENDED; OTHERWISE THE PROMPTS REMAIN THE FALLBACK.
030700     MOVE 'N' TO WS-PARM-FOUND-SW.
030800     OPEN INPUT PARM-CARD-FILE.
030900     IF NOT PARM-STATUS-OK
031000         GO TO 1080-READ-PARM-CARD-EXIT
031100     END-IF.
031200     PERFORM 1081-SCAN-ONE-CARD
031300         THRU 1081-SCAN-ONE-CARD-EXIT
031400         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
031500     CLOSE PARM-CARD-FILE.
031600     IF WS-PARM-FOUND
031700         PERFORM 1090-PARSE-PARM-CARD
031800             THRU 1090-PARSE-PARM-CARD-EXIT
031900     END-IF.
032000 1080-READ-PARM-CARD-EXIT.
032100     EXIT.
032200
032300 1081-SCAN-ONE-CARD.
032400     READ PARM-CARD-FILE
032500         AT END SET PARM-STATUS-EOF TO TRUE
032600     END-READ.
032700     IF PARM-STATUS-EOF
032800         GO TO 1081-SCAN-ONE-CARD-EXIT
032900     END-IF.
033000     IF PARM-PROGRAM-ID = 'STUDARCH'
033100         SET WS-PARM-FOUND TO TRUE
033200     END-IF.
033300 1081-SCAN-ONE-CARD-EXIT.
033400     EXIT.
033500
033600 1090-PARSE-PARM-CARD.
033700*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME,
033800*    21-28 OPERATOR ID.
033900     IF PARM-OPTIONS(1:12) = SPACES
034000         MOVE 'N' TO WS-PARM-FOUND-SW
034100         MOVE 'STUDARCH' TO EXC-PROGRAM-ID
034200         MOVE PARM-OPTIONS(1:12) TO EXC-KEY-VALUE
034300         MOVE 'E390' TO EXC-REASON-CODE
034400         MOVE 'PARAMETER CARD INVALID - PROMPTS USED' TO
034500             EXC-REASON-TEXT
034600         MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE
034700         MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME
034800         MOVE SPACES TO EXC-OPERATOR-ID
034900         WRITE EXC-RECORD
035000         SET RC-WARNING TO TRUE
035100     ELSE
035200         MOVE PARM-OPTIONS(1:12) TO FILENAME
035300         MOVE PARM-OPTIONS(13:8) TO WS-OPERATOR-ID
035400     END-IF.
035500 1090-PARSE-PARM-CARD-EXIT.
035600     EXIT.
035700
035800 2000-FIND-CANDIDATES.
035900*    FIRST PASS - IDENTIFY THE KEYS TO ARCHIVE.  DELETE IS NOT
036000*    DONE DURING A SEQUENTIAL SCAN SO THE KEY LIST IS BUILT HERE
036100*    AND ACTED ON IN 3000-ARCHIVE-CANDIDATES.
036200     IF RC-SEVERE
036300         GO TO 2000-FIND-CANDIDATES-EXIT
036400     END-IF.
036500     MOVE LOW-VALUES TO STUDENT-ID.
036600     START STUDENT KEY IS NOT LESS THAN STUDENT-ID
036700         INVALID KEY SET STUDENT-STATUS-EOF TO TRUE
036800     END-START.
036900
037000     PERFORM 2100-CHECK-NEXT
037100         THRU 2100-CHECK-NEXT-EXIT
037200         UNTIL STUDENT-STATUS-EOF.
037300 2000-FIND-CANDIDATES-EXIT.
037400     EXIT.
037500
037600 2100-CHECK-NEXT.
037700     READ STUDENT NEXT INTO WS-STUDENT
037800         AT END SET STUDENT-STATUS-EOF TO TRUE
037900     END-READ.
038000     IF STUDENT-STATUS-EOF
038100         GO TO 2100-CHECK-NEXT-EXIT
038200     END-IF.
038300
038400     ADD 1 TO WS-RECORDS-READ.
038500
038600     IF WS-STUDENT-ENROLL-STATUS = 'G'
038700             OR WS-STUDENT-ENROLL-STATUS = 'I'
038800         IF WS-ARCHIVE-SUB < 500
038900             ADD 1 TO WS-ARCHIVE-SUB
039000             MOVE WS-STUDENT-ID TO WS-ARCHIVE-ID(WS-ARCHIVE-SUB)
039100             ADD 1 TO WS-ARCHIVE-COUNT
039200         ELSE
039300             PERFORM 2110-WRITE-OVERFLOW-EXCEPTION
039400                 THRU 2110-WRITE-OVERFLOW-EXCEPTION-EXIT
039500         END-IF
039600     END-IF.
039700 2100-CHECK-NEXT-EXIT.
039800     EXIT.
039900
040000 2110-WRITE-OVERFLOW-EXCEPTION.
040100     ADD 1 TO WS-RECORDS-DROPPED.
040200     MOVE 'STUDARCH' TO EXC-PROGRAM-ID.
040300     MOVE WS-STUDENT-ID TO EXC-KEY-VALUE.
040400     MOVE 'E030' TO EXC-REASON-CODE.
040500     MOVE 'ARCHIVE CANDIDATE TABLE FULL - NOT ARCHIVED' TO
040600         EXC-REASON-TEXT.
040700     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
040800     MOVE WS-TIME-HHMMSSHH TO EXC-RUN-TIME.
040900     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
041000     WRITE EXC-RECORD.
041100     SET RC-WARNING TO TRUE.
041200 2110-WRITE-OVERFLOW-EXCEPTION-EXIT.
041300     EXIT.
041400
041500 3000-ARCHIVE-CANDIDATES.
041600     PERFORM VARYING WS-ARCHIVE-SUB FROM 1 BY 1
041700             UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
041800         PERFORM 3100-ARCHIVE-ONE
041900             THRU 3100-ARCHIVE-ONE-EXIT
042000     END-PERFORM.
042100 3000-ARCHIVE-CANDIDATES-EXIT.
042200     EXIT.
042300
042400 3100-ARCHIVE-ONE.
042500     MOVE WS-ARCHIVE-ID(WS-ARCHIVE-SUB) TO STUDENT-ID.
042600     READ STUDENT INTO WS-STUDENT
042700         INVALID KEY CONTINUE
042800     END-READ.
042900
043000     MOVE SPACES TO HISTORY-LINE.
043100     STRING WS-STUDENT-ID
043200            ' ' WS-NAME
043300            ' ' WS-STUDENT-ENROLL-STATUS
043400            ' ' WS-STUDENT-GPA
043500            ' ' WS-TODAY-YYYYMMDD
043600         DELIMITED BY SIZE
043700         INTO HISTORY-LINE
043800     END-STRING.
043900     WRITE HISTORY-LINE.
044000
044100     DELETE STUDENT
044200         INVALID KEY CONTINUE
044300     END-DELETE.
044400     ADD 1 TO WS-RECORDS-ARCHIVED.
044500     IF NOT STUDENT-STATUS-OK
044600         GO TO 3100-ARCHIVE-ONE-EXIT
044700     END-IF.
044800
044900*    SHARED STUDENT-MASTER CHANGE LOG (SEE STUCHGRC) - THE
045000*    BEFORE-VALUE IS THE STATUS THE STUDENT LEFT WITH.
045100     MOVE SPACES TO STUDENT-CHANGE-RECORD.
045200     MOVE 'STUDARCH' TO SCHG-PROGRAM-ID.
045300     MOVE WS-OPERATOR-ID TO SCHG-OPERATOR-ID.
045400     MOVE WS-STUDENT-ID TO SCHG-STUDENT-ID.
045500     MOVE 'ARCHIVED' TO SCHG-FIELD-NAME.
045600     MOVE WS-STUDENT-ENROLL-STATUS TO SCHG-OLD-VALUE.
045700     MOVE SPACES TO SCHG-NEW-VALUE.
045800     MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE.
045900     MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME.
046000     WRITE STUDENT-CHANGE-RECORD.
046100 3100-ARCHIVE-ONE-EXIT.
046200     EXIT.
046300
046400 1070-CHECK-OPERATOR-AUTHORITY.
046500*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
046600*    THE LEVEL THE CALLER PUT IN WS-REQUIRED-LEVEL.
046700     MOVE 'N' TO WS-SIGNON-OK-SW.
046800     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
046900     IF WS-OPERATOR-ID = SPACES
047000         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
047100     END-IF.
047200     MOVE '00' TO WS-OPAUTH-STATUS.
047300     OPEN INPUT OPAUTH-FILE.
047400     IF NOT OPAUTH-STATUS-OK
047500         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
047600     END-IF.
047700     PERFORM 1071-SCAN-ONE-OPERATOR
047800         THRU 1071-SCAN-ONE-OPERATOR-EXIT
047900         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
048000     CLOSE OPAUTH-FILE.
048100 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
048200     EXIT.
048300
048400 1071-SCAN-ONE-OPERATOR.
048500     READ OPAUTH-FILE
048600         AT END SET OPAUTH-STATUS-EOF TO TRUE
048700     END-READ.
048800     IF OPAUTH-STATUS-EOF
048900         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
049000     END-IF.
049100     IF OPER-ID = WS-OPERATOR-ID
049200         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
049300         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
049400             SET WS-SIGNON-OK TO TRUE
049500         END-IF
049600         SET OPAUTH-STATUS-EOF TO TRUE
049700     END-IF.
049800 1071-SCAN-ONE-OPERATOR-EXIT.
049900     EXIT.
050000
050100 1055-CHECK-CALENDAR.
050200*    A PURGE BELONGS ONLY IN THE TERM-END WINDOW, SO FOR THIS
050300*    STEP THE CALENDAR ENABLES - A MISSING CALENDAR OR A DATE
050400*    NOT ON IT FAILS CLOSED AND SKIPS THE RUN.
050500     MOVE 'N' TO WS-CAL-FOUND-SW.
050600     OPEN INPUT CALENDAR-FILE.
050700     IF NOT CALENDAR-STATUS-OK
050800         DISPLAY 'STUDARCH - CALENDAR NOT AVAILABLE, SKIPPED'
050900         SET WS-STEP-SKIPPED TO TRUE
051000         PERFORM 1057-WRITE-SKIP-RECORD
051100             THRU 1057-WRITE-SKIP-RECORD-EXIT
051200         GO TO 1055-CHECK-CALENDAR-EXIT
051300     END-IF.
051400     PERFORM 1056-SCAN-ONE-CAL-DATE
051500         THRU 1056-SCAN-ONE-CAL-DATE-EXIT
051600         UNTIL CALENDAR-STATUS-EOF OR WS-CAL-DATE-FOUND.
051700     CLOSE CALENDAR-FILE.
051800     IF NOT WS-CAL-DATE-FOUND
051900             OR NOT CAL-TERM-END-WINDOW
052000             OR CAL-HOLIDAY
052100         DISPLAY 'STUDARCH - OUTSIDE TERM-END WINDOW, SKIPPED'
052200         SET WS-STEP-SKIPPED TO TRUE
052300         PERFORM 1057-WRITE-SKIP-RECORD
052400             THRU 1057-WRITE-SKIP-RECORD-EXIT
052500     END-IF.
052600 1055-CHECK-CALENDAR-EXIT.
052700     EXIT.
052800
052900 1056-SCAN-ONE-CAL-DATE.
053000     READ CALENDAR-FILE
053100         AT END SET CALENDAR-STATUS-EOF TO TRUE
053200     END-READ.
053300     IF CALENDAR-STATUS-EOF
053400         GO TO 1056-SCAN-ONE-CAL-DATE-EXIT
053500     END-IF.
053600     IF CAL-DATE = WS-TODAY-YYYYMMDD
053700         SET WS-CAL-DATE-FOUND TO TRUE
053800     END-IF.
053900 1056-SCAN-ONE-CAL-DATE-EXIT.
054000     EXIT.
054100
054200 1057-WRITE-SKIP-RECORD.
054300*    THE SKIP GOES ON THE SHARED RUN-CONTROL HISTORY AS
054400*    INTENTIONALLY-SKIPPED, NOT FAILED.
054500     MOVE '00' TO WS-RUNCTL-STATUS.
054600     OPEN EXTEND RUNCTL-FILE.
054700     IF NOT RUNCTL-STATUS-OK
054800         OPEN OUTPUT RUNCTL-FILE
054900     END-IF.
055000     MOVE 'STUDARCH' TO RUNCTL-STEP-NAME.
055100     SET RUNCTL-SKIPPED TO TRUE.
055200     MOVE 'CALENDAR' TO RUNCTL-LAST-KEY.
055300     MOVE WS-TODAY-YYYYMMDD TO RUNCTL-RUN-DATE.
055400     MOVE WS-TIME-HHMMSSHH  TO RUNCTL-RUN-TIME.
055500     MOVE SPACES TO RUNCTL-OPERATOR-ID.
055600     WRITE RUNCTL-RECORD.
055700     CLOSE RUNCTL-FILE.
055800 1057-WRITE-SKIP-RECORD-EXIT.
055900     EXIT.
056000
056100 9000-FINISH.
056200     CLOSE STUDENT.
056300     CLOSE STUDENT-HISTORY.
056400     CLOSE CHANGE-LOG.
056500     CLOSE EXCEPTION-FILE.
056600     DISPLAY 'STUDARCH - RECORDS READ    : ' WS-RECORDS-READ.
056700     DISPLAY 'STUDARCH - RECORDS ARCHIVED: ' WS-RECORDS-ARCHIVED.
056800     DISPLAY 'STUDARCH - RECORDS DROPPED : ' WS-RECORDS-DROPPED.
056900     DISPLAY 'STUDARCH - RETURN CODE     : ' WS-RETURN-CODE.
057000 9000-FINISH-EXIT.
057100     EXIT.
057200
057300 9600-WRITE-BALANCE-MOVEMENT.
057400*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
057500*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
057600*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
057700*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
057800     IF WS-BAL-COUNT = ZERO
057900         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
058000     END-IF.
058100     OPEN EXTEND BALANCE-MOVEMENT-FILE.
058200     IF NOT BALM-STATUS-OK
058300         OPEN OUTPUT BALANCE-MOVEMENT-FILE
058400     END-IF.
058500     IF NOT BALM-STATUS-OK
058600         DISPLAY 'STUDARCH - UNABLE TO OPEN RUNBALM, STATUS='
058700             WS-BALM-STATUS
058800         SET RC-WARNING TO TRUE
058900         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
059000     END-IF.
059100     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
059200     MOVE WS-BAL-SIGN TO BAL-SIGN.
059300     MOVE WS-BAL-COUNT TO BAL-COUNT.
059400     MOVE 'STUDARCH' TO BAL-PROGRAM.
059500     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
059600     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
059700     WRITE BALANCE-MOVEMENT-RECORD.
059800     CLOSE BALANCE-MOVEMENT-FILE.
059900 9600-WRITE-BALANCE-MOVEMENT-EXIT.
060000     EXIT.
060100
060200 9999-EXIT.
060300     STOP RUN.
