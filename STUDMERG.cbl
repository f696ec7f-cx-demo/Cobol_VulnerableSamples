002500*                    THE RUNBALM MOVEMENT DATASET (SEE BALREC)
002600*                    SO THE RUNBAL BALANCING STEP CAN PROVE
002700*                    RUN-TO-RUN CONTINUITY OF THE MASTERS.
002800*   2026-10-15 RLW  GRADHSTN RECORD WIDENED TO THE FULL GRADREC
002900*                    LENGTH SO THE LETTER GRADE SURVIVES A MERGE.
003000*   2026-10-15 RLW  THE LOSER'S STUDHIST LINE ENDS WITH THE
003100*                    MERGE DATE (COLS 43-50), AS STUDARCH'S DO.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STUDENT ASSIGN TO FILENAME
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS STUDENT-ID
004000         FILE STATUS IS WS-STUDENT-STATUS.
004100
004200     SELECT MERGE-PAIRS ASSIGN TO "MERGPAIR"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PAIR-STATUS.
004500
004600     SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ENRL-KEY
005000         FILE STATUS IS WS-ENRL-STATUS.
005100
005200     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ADDR-STUDENT-ID
005600         FILE STATUS IS WS-ADDR-STATUS.
005700
005800     SELECT PRIVACY-FILE ASSIGN TO "PRIVHOLD"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PRIV-STUDENT-ID
006200         FILE STATUS IS WS-PRIV-STATUS.
006300
006400     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-HIST-STATUS.
006700
006800     SELECT GRADE-HISTORY-NEW ASSIGN TO "GRADHSTN"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-SHIST-STATUS.
007400
007500     SELECT MERGE-AUDIT ASSIGN TO "MERGAUDT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CHGLOG-STATUS.
008100
008200     SELECT OPAUTH-FILE ASSIGN TO "OPAUTH"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-OPAUTH-STATUS.
008500
008600     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-PARM-STATUS.
008900
009000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-BUSDATE-STATUS.
009300
009400     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "RUNBALM"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-BALM-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  STUDENT.
010100     COPY STUDREC.
010200
010300 01  FILENAME                   PIC X(12).
010400
010500 FD  MERGE-PAIRS.
010600 01  MERGE-PAIR-RECORD.
010700     05  PAIR-SURVIVOR-ID            PIC 9(09).
010800     05  FILLER                      PIC X(01).
010900     05  PAIR-LOSER-ID               PIC 9(09).
011000
011100 FD  ENROLLMENT-FILE.
011200     COPY ENRLREC.
011300
011400 FD  ADDRESS-FILE.
011500     COPY ADDRREC.
011600
011700 FD  PRIVACY-FILE.
011800     COPY PRIVREC.
011900
012000 FD  GRADE-HISTORY.
012100     COPY GRADREC.
012200
012300 FD  GRADE-HISTORY-NEW.
012400 01  GRADE-NEW-RECORD               PIC X(35).
012500
012600 FD  STUDENT-HISTORY.
012700 01  HISTORY-LINE                   PIC X(80).
012800
012900 FD  MERGE-AUDIT.
013000 01  MERGE-AUDIT-LINE               PIC X(100).
013100
013200 FD  CHANGE-LOG.
013300     COPY STUCHGRC.
013400
013500 FD  OPAUTH-FILE.
013600     COPY OPAUTH.
013700
013800 FD  PARM-CARD-FILE.
013900     COPY PARMREC.
014000
014100 FD  BUSDATE-FILE.
014200     COPY BUSDATE.
014300
014400 FD  BALANCE-MOVEMENT-FILE.
014500     COPY BALREC.
014600
014700 WORKING-STORAGE SECTION.
014800     COPY STUDWS.
014900     COPY RETCODES.
015000
015100 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
015200     88  STUDENT-STATUS-OK           VALUE '00'.
015300 01  WS-PAIR-STATUS                 PIC X(02) VALUE '00'.
015400     88  PAIR-STATUS-OK              VALUE '00'.
015500     88  PAIR-STATUS-EOF             VALUE '10'.
015600 01  WS-ENRL-STATUS                 PIC X(02) VALUE '00'.
015700     88  ENRL-STATUS-OK              VALUE '00'.
015800     88  ENRL-STATUS-DUPKEY          VALUE '22'.
015900 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
016000     88  ADDR-STATUS-OK              VALUE '00'.
016100 01  WS-PRIV-STATUS                 PIC X(02) VALUE '00'.
016200     88  PRIV-STATUS-OK              VALUE '00'.
016300 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
016400     88  HIST-STATUS-OK              VALUE '00'.
016500     88  HIST-STATUS-EOF             VALUE '10'.
016600 01  WS-SHIST-STATUS                PIC X(02) VALUE '00'.
016700     88  SHIST-STATUS-OK             VALUE '00'.
016800 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
016900     88  CHGLOG-STATUS-OK            VALUE '00'.
017000 01  WS-OPAUTH-STATUS               PIC X(02) VALUE '00'.
017100     88  OPAUTH-STATUS-OK            VALUE '00'.
017200     88  OPAUTH-STATUS-EOF           VALUE '10'.
017300 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
017400     88  PARM-STATUS-OK              VALUE '00'.
017500     88  PARM-STATUS-EOF             VALUE '10'.
017600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
017700     88  BUSDATE-STATUS-OK           VALUE '00'.
017800
017900*    OPERATOR SIGN-ON AGAINST THE SHARED AUTHORITY FILE (SEE
018000*    OPAUTH) - RE-KEYING AND DELETING MASTER RECORDS IS AS
018100*    PRIVILEGED AS THE STUDARCH PURGE.
018200 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
018300 01  WS-OPER-LEVEL-FOUND            PIC 9(01) VALUE ZERO.
018400 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
018500 01  WS-SIGNON-OK-SW                PIC X(01) VALUE 'N'.
018600     88  WS-SIGNON-OK                VALUE 'Y'.
018700 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
018800     88  WS-PARM-FOUND               VALUE 'Y'.
018900
019000*    THE RUN'S MERGE PAIRS, LOADED ONCE SO THE SINGLE GRADHIST
019100*    SIFT PASS CAN RE-KEY EVERY PAIR AT ONCE.
019200 01  WS-PAIR-TABLE.
019300     05  WS-PAIR-ENTRY OCCURS 100 TIMES.
019400         10  WS-PAIR-SURVIVOR       PIC 9(09).
019500         10  WS-PAIR-LOSER          PIC 9(09).
019600 01  WS-PAIR-COUNT                  PIC 9(03) COMP VALUE ZERO.
019700 01  WS-PAIR-SUB                    PIC 9(03) COMP VALUE ZERO.
019800
019900 01  WS-SURVIVOR-ID                 PIC 9(09) VALUE ZERO.
020000 01  WS-LOSER-ID                    PIC 9(09) VALUE ZERO.
020100 01  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
020200     88  WS-FOUND                    VALUE 'Y'.
020300 01  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
020400     88  WS-BROWSE-DONE              VALUE 'Y'.
020500
020600*    THE LOSER'S ENROLLMENT KEYS, COLLECTED ON A BROWSE AND
020700*    ACTED ON AFTER, SO THE SEQUENTIAL READ IS NEVER DISTURBED.
020800 01  WS-EKEY-TABLE.
020900     05  WS-EKEY-ENTRY OCCURS 200 TIMES.
021000         10  WS-EKEY-COURSE-ID      PIC X(08).
021100         10  WS-EKEY-TERM           PIC X(05).
021200         10  WS-EKEY-SECTION        PIC X(03).
021300 01  WS-EKEY-COUNT                  PIC 9(03) COMP VALUE ZERO.
021400 01  WS-EKEY-SUB                    PIC 9(03) COMP VALUE ZERO.
021500
021600 01  WS-PAIRS-READ                  PIC 9(07) COMP VALUE ZERO.
021700 01  WS-PAIRS-MERGED                PIC 9(07) COMP VALUE ZERO.
021800 01  WS-PAIRS-REJECTED              PIC 9(07) COMP VALUE ZERO.
021900 01  WS-RECORDS-MOVED               PIC 9(07) COMP VALUE ZERO.
022000 01  WS-DUPES-DROPPED               PIC 9(07) COMP VALUE ZERO.
022100 01  WS-GRADES-REKEYED              PIC 9(07) COMP VALUE ZERO.
022200
022300 01  WS-CURRENT-DATE-TIME.
022400     05  WS-TODAY-YYYYMMDD          PIC 9(08).
022500     05  WS-TIME-HHMMSSHH           PIC 9(08).
022600     05  FILLER                     PIC X(05).
022700
022800 01  WS-BALM-STATUS                 PIC X(02) VALUE '00'.
022900     88  BALM-STATUS-OK              VALUE '00'.
023000 01  WS-BAL-FILE-ID                 PIC X(08) VALUE SPACES.
023100 01  WS-BAL-SIGN                    PIC X(01) VALUE SPACE.
023200 01  WS-BAL-COUNT                   PIC 9(07) VALUE ZERO.
023300
023400 PROCEDURE DIVISION.
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE
023700         THRU 1000-INITIALIZE-EXIT.
023800     IF RC-SEVERE
023900         GO TO 0000-WRAP-UP
024000     END-IF.
024100
024200     PERFORM 1070-CHECK-OPERATOR-AUTHORITY
024300         THRU 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
024400     IF NOT WS-SIGNON-OK
024500         DISPLAY 'STUDMERG - OPERATOR NOT AUTHORIZED: '
024600             WS-OPERATOR-ID
024700         SET RC-ERROR TO TRUE
024800         GO TO 0000-WRAP-UP
024900     END-IF.
025000
025100     PERFORM 2000-MERGE-NEXT-PAIR
025200         THRU 2000-MERGE-NEXT-PAIR-EXIT
025300         UNTIL PAIR-STATUS-EOF.
025400
025500     IF WS-PAIR-COUNT > ZERO
025600         PERFORM 6000-SIFT-GRADE-HISTORY
025700             THRU 6000-SIFT-GRADE-HISTORY-EXIT
025800     END-IF.
025900
026000 0000-WRAP-UP.
026100     PERFORM 9000-FINISH
026200         THRU 9000-FINISH-EXIT.
026300     MOVE 'STUDENT' TO WS-BAL-FILE-ID.
026400     MOVE '-' TO WS-BAL-SIGN.
026500     MOVE WS-PAIRS-MERGED TO WS-BAL-COUNT.
026600     PERFORM 9600-WRITE-BALANCE-MOVEMENT
026700         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
026800*    A DROPPED DUPLICATE SEAT IS A NET ENRLMAST DECREASE -
026900*    WITHOUT ITS MOVEMENT THE BALANCING STEP WOULD FLAG EVERY
027000*    MERGE AS AN UNEXPLAINED DIFFERENCE.
027100     MOVE 'ENRLMAST' TO WS-BAL-FILE-ID.
027200     MOVE '-' TO WS-BAL-SIGN.
027300     MOVE WS-DUPES-DROPPED TO WS-BAL-COUNT.
027400     PERFORM 9600-WRITE-BALANCE-MOVEMENT
027500         THRU 9600-WRITE-BALANCE-MOVEMENT-EXIT.
027600     MOVE WS-RETURN-CODE TO RETURN-CODE.
027700     GO TO 9999-EXIT.
027800
027900 1000-INITIALIZE.
028000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
028100     PERFORM 1050-GET-BUSINESS-DATE
028200         THRU 1050-GET-BUSINESS-DATE-EXIT.
028300     PERFORM 1080-READ-PARM-CARD
028400         THRU 1080-READ-PARM-CARD-EXIT.
028500     IF NOT WS-PARM-FOUND
028600         DISPLAY 'ENTER STUDENT DATASET NAME: '
028700         ACCEPT FILENAME
028800         DISPLAY 'ENTER OPERATOR ID: '
028900         ACCEPT WS-OPERATOR-ID
029000     END-IF.
029100     OPEN OUTPUT MERGE-AUDIT.
029200     MOVE SPACES TO MERGE-AUDIT-LINE.
029300     STRING 'STUDENT MERGE AUDIT ' WS-TODAY-YYYYMMDD
029400            ' OPERATOR ' WS-OPERATOR-ID
029500         DELIMITED BY SIZE
029600         INTO MERGE-AUDIT-LINE
029700     END-STRING.
029800     WRITE MERGE-AUDIT-LINE.
029900
030000     OPEN I-O STUDENT.
030100     IF NOT STUDENT-STATUS-OK
030200         DISPLAY 'STUDMERG - UNABLE TO OPEN STUDENT FILE, STATUS='
030300             WS-STUDENT-STATUS
030400         SET RC-SEVERE TO TRUE
030500         GO TO 1000-INITIALIZE-EXIT
030600     END-IF.
030700     OPEN I-O ENROLLMENT-FILE.
030800     IF NOT ENRL-STATUS-OK
030900         DISPLAY 'STUDMERG - UNABLE TO OPEN ENRLMAST, STATUS='
031000             WS-ENRL-STATUS
031100         SET RC-SEVERE TO TRUE
031200         GO TO 1000-INITIALIZE-EXIT
031300     END-IF.
031400     OPEN I-O ADDRESS-FILE.
031500     IF NOT ADDR-STATUS-OK
031600         DISPLAY 'STUDMERG - UNABLE TO OPEN STUDADDR, STATUS='
031700             WS-ADDR-STATUS
031800         SET RC-SEVERE TO TRUE
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100     OPEN I-O PRIVACY-FILE.
032200     IF NOT PRIV-STATUS-OK
032300         DISPLAY 'STUDMERG - UNABLE TO OPEN PRIVHOLD, STATUS='
032400             WS-PRIV-STATUS
032500         SET RC-SEVERE TO TRUE
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800*    THE ARCHIVE AND CHANGE LOG ACCUMULATE - EXTEND, NOT OUTPUT.
032900     OPEN EXTEND STUDENT-HISTORY.
033000     IF NOT SHIST-STATUS-OK
033100         OPEN OUTPUT STUDENT-HISTORY
033200     END-IF.
033300     OPEN EXTEND CHANGE-LOG.
033400     IF NOT CHGLOG-STATUS-OK
033500         OPEN OUTPUT CHANGE-LOG
033600     END-IF.
033700     OPEN INPUT MERGE-PAIRS.
033800     IF NOT PAIR-STATUS-OK
033900         DISPLAY 'STUDMERG - UNABLE TO OPEN MERGPAIR, STATUS='
034000             WS-PAIR-STATUS
034100         SET RC-SEVERE TO TRUE
034200         SET PAIR-STATUS-EOF TO TRUE
034300         GO TO 1000-INITIALIZE-EXIT
034400     END-IF.
034500 1000-INITIALIZE-EXIT.
034600     EXIT.
034700
034800 1050-GET-BUSINESS-DATE.
034900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
035000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
035100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
035200*    CLOCK TIME FIELD STAYS REAL.
035300     OPEN INPUT BUSDATE-FILE.
035400     IF NOT BUSDATE-STATUS-OK
035500         GO TO 1050-GET-BUSINESS-DATE-EXIT
035600     END-IF.
035700     READ BUSDATE-FILE
035800         AT END
035900             CLOSE BUSDATE-FILE
036000             GO TO 1050-GET-BUSINESS-DATE-EXIT
036100     END-READ.
036200     CLOSE BUSDATE-FILE.
036300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
036400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
036500         DISPLAY 'STUDMERG - RUNNING AS OF BUSINESS DATE '
036600             BUS-DATE
036700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
036800     END-IF.
036900 1050-GET-BUSINESS-DATE-EXIT.
037000     EXIT.
037100
037200 1070-CHECK-OPERATOR-AUTHORITY.
037300*    THE OPERATOR MUST BE ON THE AUTHORITY FILE AT OR ABOVE
037400*    THE REQUIRED LEVEL.
037500     MOVE 'N' TO WS-SIGNON-OK-SW.
037600     MOVE ZERO TO WS-OPER-LEVEL-FOUND.
037700     IF WS-OPERATOR-ID = SPACES
037800         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
037900     END-IF.
038000     MOVE '00' TO WS-OPAUTH-STATUS.
038100     OPEN INPUT OPAUTH-FILE.
038200     IF NOT OPAUTH-STATUS-OK
038300         GO TO 1070-CHECK-OPERATOR-AUTHORITY-EXIT
038400     END-IF.
038500     PERFORM 1071-SCAN-ONE-OPERATOR
038600         THRU 1071-SCAN-ONE-OPERATOR-EXIT
038700         UNTIL OPAUTH-STATUS-EOF OR WS-SIGNON-OK.
038800     CLOSE OPAUTH-FILE.
038900 1070-CHECK-OPERATOR-AUTHORITY-EXIT.
039000     EXIT.
039100
039200 1071-SCAN-ONE-OPERATOR.
039300     READ OPAUTH-FILE
039400         AT END SET OPAUTH-STATUS-EOF TO TRUE
039500     END-READ.
039600     IF OPAUTH-STATUS-EOF
039700         GO TO 1071-SCAN-ONE-OPERATOR-EXIT
039800     END-IF.
039900     IF OPER-ID = WS-OPERATOR-ID
040000         MOVE OPER-LEVEL TO WS-OPER-LEVEL-FOUND
040100         IF WS-OPER-LEVEL-FOUND NOT < WS-REQUIRED-LEVEL
040200             SET WS-SIGNON-OK TO TRUE
040300         END-IF
040400         SET OPAUTH-STATUS-EOF TO TRUE
040500     END-IF.
040600 1071-SCAN-ONE-OPERATOR-EXIT.
040700     EXIT.
040800
040900 1080-READ-PARM-CARD.
041000*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME,
041100*    21-28 OPERATOR ID.
041200     MOVE 'N' TO WS-PARM-FOUND-SW.
041300     OPEN INPUT PARM-CARD-FILE.
041400     IF NOT PARM-STATUS-OK
041500         GO TO 1080-READ-PARM-CARD-EXIT
041600     END-IF.
041700     PERFORM 1081-SCAN-ONE-CARD
041800         THRU 1081-SCAN-ONE-CARD-EXIT
041900         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
042000     CLOSE PARM-CARD-FILE.
042100     IF WS-PARM-FOUND
042200         IF PARM-OPTIONS(1:12) = SPACES
042300             MOVE 'N' TO WS-PARM-FOUND-SW
042400         ELSE
042500             MOVE PARM-OPTIONS(1:12) TO FILENAME
042600             MOVE PARM-OPTIONS(13:8) TO WS-OPERATOR-ID
042700         END-IF
042800     END-IF.
042900 1080-READ-PARM-CARD-EXIT.
043000     EXIT.
043100
043200 1081-SCAN-ONE-CARD.
043300     READ PARM-CARD-FILE
043400         AT END SET PARM-STATUS-EOF TO TRUE
043500     END-READ.
043600     IF PARM-STATUS-EOF
043700         GO TO 1081-SCAN-ONE-CARD-EXIT
043800     END-IF.
043900     IF PARM-PROGRAM-ID = 'STUDMERG'
044000         SET WS-PARM-FOUND TO TRUE
044100     END-IF.
044200 1081-SCAN-ONE-CARD-EXIT.
044300     EXIT.
044400
044500 2000-MERGE-NEXT-PAIR.
044600     READ MERGE-PAIRS
044700         AT END SET PAIR-STATUS-EOF TO TRUE
044800     END-READ.
044900     IF PAIR-STATUS-EOF
045000         GO TO 2000-MERGE-NEXT-PAIR-EXIT
045100     END-IF.
045200
045300     ADD 1 TO WS-PAIRS-READ.
045400
045500     IF PAIR-SURVIVOR-ID IS NOT NUMERIC
045600             OR PAIR-LOSER-ID IS NOT NUMERIC
045700             OR PAIR-SURVIVOR-ID = ZERO
045800             OR PAIR-LOSER-ID = ZERO
045900             OR PAIR-SURVIVOR-ID = PAIR-LOSER-ID
046000         PERFORM 2900-REJECT-PAIR
046100             THRU 2900-REJECT-PAIR-EXIT
046200         GO TO 2000-MERGE-NEXT-PAIR-EXIT
046300     END-IF.
046400     MOVE PAIR-SURVIVOR-ID TO WS-SURVIVOR-ID.
046500     MOVE PAIR-LOSER-ID    TO WS-LOSER-ID.
046600
046700*    BOTH IDS MUST BE ON THE MASTER - A PAIR THAT IS NOT A REAL
046800*    DUPLICATE IS AN OPERATOR MISTAKE, NOT A MERGE.
046900     MOVE 'N' TO WS-FOUND-SW.
047000     MOVE WS-SURVIVOR-ID TO STUDENT-ID.
047100     READ STUDENT
047200         INVALID KEY CONTINUE
047300         NOT INVALID KEY SET WS-FOUND TO TRUE
047400     END-READ.
047500     IF NOT WS-FOUND
047600         PERFORM 2900-REJECT-PAIR
047700             THRU 2900-REJECT-PAIR-EXIT
047800         GO TO 2000-MERGE-NEXT-PAIR-EXIT
047900     END-IF.
048000     MOVE 'N' TO WS-FOUND-SW.
048100     MOVE WS-LOSER-ID TO STUDENT-ID.
048200     READ STUDENT INTO WS-STUDENT
048300         INVALID KEY CONTINUE
048400         NOT INVALID KEY SET WS-FOUND TO TRUE
048500     END-READ.
048600     IF NOT WS-FOUND
048700         PERFORM 2900-REJECT-PAIR
048800             THRU 2900-REJECT-PAIR-EXIT
048900         GO TO 2000-MERGE-NEXT-PAIR-EXIT
049000     END-IF.
049100
049200     IF WS-PAIR-COUNT NOT < 100
049300         DISPLAY 'STUDMERG - PAIR TABLE FULL, PAIR SKIPPED'
049400         PERFORM 2900-REJECT-PAIR
049500             THRU 2900-REJECT-PAIR-EXIT
049600         GO TO 2000-MERGE-NEXT-PAIR-EXIT
049700     END-IF.
049800     ADD 1 TO WS-PAIR-COUNT.
049900     MOVE WS-SURVIVOR-ID TO WS-PAIR-SURVIVOR(WS-PAIR-COUNT).
050000     MOVE WS-LOSER-ID    TO WS-PAIR-LOSER(WS-PAIR-COUNT).
050100
050200     PERFORM 3000-REKEY-ENROLLMENTS
050300         THRU 3000-REKEY-ENROLLMENTS-EXIT.
050400     PERFORM 4000-REKEY-ADDRESS
050500         THRU 4000-REKEY-ADDRESS-EXIT.
050600     PERFORM 4500-REKEY-PRIVACY
050700         THRU 4500-REKEY-PRIVACY-EXIT.
050800     PERFORM 5000-ARCHIVE-LOSER
050900         THRU 5000-ARCHIVE-LOSER-EXIT.
051000
051100     ADD 1 TO WS-PAIRS-MERGED.
051200 2000-MERGE-NEXT-PAIR-EXIT.
051300     EXIT.
051400
051500 2900-REJECT-PAIR.
051600     ADD 1 TO WS-PAIRS-REJECTED.
051700     SET RC-WARNING TO TRUE.
051800     MOVE SPACES TO MERGE-AUDIT-LINE.
051900     STRING 'REJECTED PAIR ' PAIR-SURVIVOR-ID
052000            ' / ' PAIR-LOSER-ID
052100            ' - IDS INVALID OR NOT BOTH ON MASTER'
052200         DELIMITED BY SIZE
052300         INTO MERGE-AUDIT-LINE
052400     END-STRING.
052500     WRITE MERGE-AUDIT-LINE.
052600 2900-REJECT-PAIR-EXIT.
052700     EXIT.
052800
052900 3000-REKEY-ENROLLMENTS.
053000*    COLLECT THE LOSER'S ENROLLMENT KEYS ON A BROWSE, THEN MOVE
053100*    EACH RECORD TO THE SURVIVOR - A SEAT THE SURVIVOR ALREADY
053200*    HOLDS IS A TRUE DUPLICATE AND IS DROPPED, ON THE AUDIT.
053300     MOVE ZERO TO WS-EKEY-COUNT.
053400     MOVE 'N' TO WS-BROWSE-DONE-SW.
053500     MOVE WS-LOSER-ID TO ENRL-STUDENT-ID.
053600     MOVE LOW-VALUES TO ENRL-COURSE-ID.
053700     MOVE LOW-VALUES TO ENRL-TERM.
053800     MOVE LOW-VALUES TO ENRL-SECTION.
053900     START ENROLLMENT-FILE KEY IS NOT LESS THAN ENRL-KEY
054000         INVALID KEY SET WS-BROWSE-DONE TO TRUE
054100     END-START.
054200     PERFORM 3100-COLLECT-ONE-KEY
054300         THRU 3100-COLLECT-ONE-KEY-EXIT
054400         UNTIL WS-BROWSE-DONE.
054500
054600     PERFORM 3200-MOVE-ONE-ENROLLMENT
054700         THRU 3200-MOVE-ONE-ENROLLMENT-EXIT
054800         VARYING WS-EKEY-SUB FROM 1 BY 1
054900         UNTIL WS-EKEY-SUB > WS-EKEY-COUNT.
055000 3000-REKEY-ENROLLMENTS-EXIT.
055100     EXIT.
055200
055300 3100-COLLECT-ONE-KEY.
055400     READ ENROLLMENT-FILE NEXT
055500         AT END SET WS-BROWSE-DONE TO TRUE
055600     END-READ.
055700     IF NOT ENRL-STATUS-OK
055800             OR ENRL-STUDENT-ID NOT = WS-LOSER-ID
055900         SET WS-BROWSE-DONE TO TRUE
056000         GO TO 3100-COLLECT-ONE-KEY-EXIT
056100     END-IF.
056200     IF WS-EKEY-COUNT < 200
056300         ADD 1 TO WS-EKEY-COUNT
056400         MOVE ENRL-COURSE-ID TO WS-EKEY-COURSE-ID(WS-EKEY-COUNT)
056500         MOVE ENRL-TERM      TO WS-EKEY-TERM(WS-EKEY-COUNT)
056600         MOVE ENRL-SECTION   TO WS-EKEY-SECTION(WS-EKEY-COUNT)
056700     ELSE
056800         DISPLAY 'STUDMERG - ENROLLMENT KEY TABLE FULL FOR '
056900             WS-LOSER-ID
057000         SET RC-ERROR TO TRUE
057100         SET WS-BROWSE-DONE TO TRUE
057200     END-IF.
057300 3100-COLLECT-ONE-KEY-EXIT.
057400     EXIT.
057500
057600 3200-MOVE-ONE-ENROLLMENT.
057700     MOVE WS-LOSER-ID TO ENRL-STUDENT-ID.
057800     MOVE WS-EKEY-COURSE-ID(WS-EKEY-SUB) TO ENRL-COURSE-ID.
057900     MOVE WS-EKEY-TERM(WS-EKEY-SUB)      TO ENRL-TERM.
058000     MOVE WS-EKEY-SECTION(WS-EKEY-SUB)   TO ENRL-SECTION.
058100     READ ENROLLMENT-FILE
058200         INVALID KEY GO TO 3200-MOVE-ONE-ENROLLMENT-EXIT
058300     END-READ.
058400
058500     MOVE WS-SURVIVOR-ID TO ENRL-STUDENT-ID.
058600     WRITE ENROLLMENT-RECORD
058700         INVALID KEY CONTINUE
058800     END-WRITE.
058900*    ONLY A CLEAN WRITE OR A DUPLICATE KEY RETIRES THE LOSER'S
059000*    RECORD - ON ANY OTHER WRITE FAILURE IT STAYS WHERE IT IS,
059100*    OR THE ENROLLMENT WOULD BE LOST OUTRIGHT.
059200     EVALUATE TRUE
059300         WHEN ENRL-STATUS-DUPKEY
059400             ADD 1 TO WS-DUPES-DROPPED
059500             MOVE SPACES TO MERGE-AUDIT-LINE
059600             STRING 'DUPLICATE ENROLLMENT DROPPED '
059700                    WS-EKEY-COURSE-ID(WS-EKEY-SUB)
059800                    '/' WS-EKEY-TERM(WS-EKEY-SUB)
059900                    '/' WS-EKEY-SECTION(WS-EKEY-SUB)
060000                 DELIMITED BY SIZE
060100                 INTO MERGE-AUDIT-LINE
060200             END-STRING
060300             WRITE MERGE-AUDIT-LINE
060400         WHEN ENRL-STATUS-OK
060500             ADD 1 TO WS-RECORDS-MOVED
060600             MOVE SPACES TO MERGE-AUDIT-LINE
060700             STRING 'ENRL MOVED ' WS-LOSER-ID
060800                    ' TO ' WS-SURVIVOR-ID
060900                    ' ' WS-EKEY-COURSE-ID(WS-EKEY-SUB)
061000                    '/' WS-EKEY-TERM(WS-EKEY-SUB)
061100                    '/' WS-EKEY-SECTION(WS-EKEY-SUB)
061200                 DELIMITED BY SIZE
061300                 INTO MERGE-AUDIT-LINE
061400             END-STRING
061500             WRITE MERGE-AUDIT-LINE
061600         WHEN OTHER
061700             DISPLAY 'STUDMERG - ENRL RE-KEY WRITE FAILED, '
061800                 'STATUS=' WS-ENRL-STATUS
061900             MOVE SPACES TO MERGE-AUDIT-LINE
062000             STRING 'ENRL MOVE FAILED, LOSER KEPT '
062100                    WS-EKEY-COURSE-ID(WS-EKEY-SUB)
062200                    '/' WS-EKEY-TERM(WS-EKEY-SUB)
062300                    '/' WS-EKEY-SECTION(WS-EKEY-SUB)
062400                 DELIMITED BY SIZE
062500                 INTO MERGE-AUDIT-LINE
062600             END-STRING
062700             WRITE MERGE-AUDIT-LINE
062800             SET RC-ERROR TO TRUE
062900             GO TO 3200-MOVE-ONE-ENROLLMENT-EXIT
063000     END-EVALUATE.
063100
063200*    EITHER WAY THE LOSER'S RECORD GOES.
063300     MOVE WS-LOSER-ID TO ENRL-STUDENT-ID.
063400     MOVE WS-EKEY-COURSE-ID(WS-EKEY-SUB) TO ENRL-COURSE-ID.
063500     MOVE WS-EKEY-TERM(WS-EKEY-SUB)      TO ENRL-TERM.
063600     MOVE WS-EKEY-SECTION(WS-EKEY-SUB)   TO ENRL-SECTION.
063700     READ ENROLLMENT-FILE
063800         INVALID KEY GO TO 3200-MOVE-ONE-ENROLLMENT-EXIT
063900     END-READ.
064000     DELETE ENROLLMENT-FILE
064100         INVALID KEY CONTINUE
064200     END-DELETE.
064300 3200-MOVE-ONE-ENROLLMENT-EXIT.
064400     EXIT.
064500
064600 4000-REKEY-ADDRESS.
064700*    THE SURVIVOR'S ADDRESS WINS WHEN BOTH HAVE ONE - THE
064800*    LOSER'S ONLY MOVES INTO A GAP.
064900     MOVE WS-LOSER-ID TO ADDR-STUDENT-ID.
065000     READ ADDRESS-FILE
065100         INVALID KEY GO TO 4000-REKEY-ADDRESS-EXIT
065200     END-READ.
065300     MOVE WS-SURVIVOR-ID TO ADDR-STUDENT-ID.
065400     WRITE ADDRESS-RECORD
065500         INVALID KEY CONTINUE
065600     END-WRITE.
065700     IF ADDR-STATUS-OK
065800         ADD 1 TO WS-RECORDS-MOVED
065900         MOVE SPACES TO MERGE-AUDIT-LINE
066000         STRING 'ADDR MOVED ' WS-LOSER-ID ' TO ' WS-SURVIVOR-ID
066100             DELIMITED BY SIZE
066200             INTO MERGE-AUDIT-LINE
066300         END-STRING
066400         WRITE MERGE-AUDIT-LINE
066500     END-IF.
066600     MOVE WS-LOSER-ID TO ADDR-STUDENT-ID.
066700     READ ADDRESS-FILE
066800         INVALID KEY GO TO 4000-REKEY-ADDRESS-EXIT
066900     END-READ.
067000     DELETE ADDRESS-FILE
067100         INVALID KEY CONTINUE
067200     END-DELETE.
067300 4000-REKEY-ADDRESS-EXIT.
067400     EXIT.
067500
067600 4500-REKEY-PRIVACY.
067700*    A HOLD ON EITHER ID MUST SURVIVE THE MERGE - THE STRICTER
067800*    RECORD WINS.
067900     MOVE WS-LOSER-ID TO PRIV-STUDENT-ID.
068000     READ PRIVACY-FILE
068100         INVALID KEY GO TO 4500-REKEY-PRIVACY-EXIT
068200     END-READ.
068300     MOVE WS-SURVIVOR-ID TO PRIV-STUDENT-ID.
068400     WRITE PRIVACY-RECORD
068500         INVALID KEY CONTINUE
068600     END-WRITE.
068700     IF PRIV-STATUS-OK
068800         ADD 1 TO WS-RECORDS-MOVED
068900         MOVE SPACES TO MERGE-AUDIT-LINE
069000         STRING 'PRIV MOVED ' WS-LOSER-ID ' TO ' WS-SURVIVOR-ID
069100             DELIMITED BY SIZE
069200             INTO MERGE-AUDIT-LINE
069300         END-STRING
069400         WRITE MERGE-AUDIT-LINE
069500     END-IF.
069600     MOVE WS-LOSER-ID TO PRIV-STUDENT-ID.
069700     READ PRIVACY-FILE
069800         INVALID KEY GO TO 4500-REKEY-PRIVACY-EXIT
069900     END-READ.
070000     DELETE PRIVACY-FILE
070100         INVALID KEY CONTINUE
070200     END-DELETE.
070300 4500-REKEY-PRIVACY-EXIT.
070400     EXIT.
070500
070600 5000-ARCHIVE-LOSER.
070700*    THE LOSING MASTER RECORD GOES TO THE STUDHIST ARCHIVE THE
070800*    WAY STUDARCH WRITES IT, THEN LEAVES THE MASTER - STUDREST
070900*    CAN BRING IT BACK IF THE MERGE WAS WRONG.
071000     MOVE SPACES TO HISTORY-LINE.
071100     STRING WS-STUDENT-ID
071200            ' ' WS-NAME
071300            ' ' WS-STUDENT-ENROLL-STATUS
071400            ' ' WS-STUDENT-GPA
071500            ' ' WS-TODAY-YYYYMMDD
071600         DELIMITED BY SIZE
071700         INTO HISTORY-LINE
071800     END-STRING.
071900     WRITE HISTORY-LINE.
072000
072100     MOVE WS-LOSER-ID TO STUDENT-ID.
072200     READ STUDENT
072300         INVALID KEY GO TO 5000-ARCHIVE-LOSER-EXIT
072400     END-READ.
072500     DELETE STUDENT
072600         INVALID KEY CONTINUE
072700     END-DELETE.
072800
072900     MOVE SPACES TO MERGE-AUDIT-LINE.
073000     STRING 'MASTER ' WS-LOSER-ID
073100            ' ARCHIVED AND MERGED INTO ' WS-SURVIVOR-ID
073200         DELIMITED BY SIZE
073300         INTO MERGE-AUDIT-LINE
073400     END-STRING.
073500     WRITE MERGE-AUDIT-LINE.
073600
073700*    SHARED STUDENT-MASTER CHANGE LOG (SEE STUCHGRC).
073800     MOVE SPACES TO STUDENT-CHANGE-RECORD.
073900     MOVE 'STUDMERG' TO SCHG-PROGRAM-ID.
074000     MOVE WS-OPERATOR-ID TO SCHG-OPERATOR-ID.
074100     MOVE WS-LOSER-ID TO SCHG-STUDENT-ID.
074200     MOVE 'MERGED' TO SCHG-FIELD-NAME.
074300     MOVE SPACES TO SCHG-OLD-VALUE.
074400     MOVE WS-SURVIVOR-ID TO SCHG-NEW-VALUE.
074500     MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE.
074600     MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME.
074700     WRITE STUDENT-CHANGE-RECORD.
074800 5000-ARCHIVE-LOSER-EXIT.
074900     EXIT.
075000
075100 6000-SIFT-GRADE-HISTORY.
075200*    GRADHIST IS SEQUENTIAL, SO THE RE-KEY IS ONE SIFT PASS TO
075300*    THE NEW-COPY DATASET OPERATIONS SWAPS IN - THE OWNMASTN
075400*    PATTERN.  EVERY PAIR IN THE RUN RE-KEYS IN THE SAME PASS.
075500     OPEN INPUT GRADE-HISTORY.
075600     IF NOT HIST-STATUS-OK
075700         GO TO 6000-SIFT-GRADE-HISTORY-EXIT
075800     END-IF.
075900     OPEN OUTPUT GRADE-HISTORY-NEW.
076000     PERFORM 6100-SIFT-ONE-GRADE
076100         THRU 6100-SIFT-ONE-GRADE-EXIT
076200         UNTIL HIST-STATUS-EOF.
076300     CLOSE GRADE-HISTORY.
076400     CLOSE GRADE-HISTORY-NEW.
076500 6000-SIFT-GRADE-HISTORY-EXIT.
076600     EXIT.
076700
076800 6100-SIFT-ONE-GRADE.
076900     READ GRADE-HISTORY
077000         AT END SET HIST-STATUS-EOF TO TRUE
077100     END-READ.
077200     IF HIST-STATUS-EOF
077300         GO TO 6100-SIFT-ONE-GRADE-EXIT
077400     END-IF.
077500     PERFORM 6200-CHECK-ONE-PAIR
077600         THRU 6200-CHECK-ONE-PAIR-EXIT
077700         VARYING WS-PAIR-SUB FROM 1 BY 1
077800         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
077900     MOVE GRADE-RECORD TO GRADE-NEW-RECORD.
078000     WRITE GRADE-NEW-RECORD.
078100 6100-SIFT-ONE-GRADE-EXIT.
078200     EXIT.
078300
078400 6200-CHECK-ONE-PAIR.
078500     IF GRADE-STUDENT-ID = WS-PAIR-LOSER(WS-PAIR-SUB)
078600         MOVE WS-PAIR-SURVIVOR(WS-PAIR-SUB) TO GRADE-STUDENT-ID
078700         ADD 1 TO WS-GRADES-REKEYED
078800     END-IF.
078900 6200-CHECK-ONE-PAIR-EXIT.
079000     EXIT.
079100
079200 9000-FINISH.
079300     CLOSE STUDENT.
079400     CLOSE ENROLLMENT-FILE.
079500     CLOSE ADDRESS-FILE.
079600     CLOSE PRIVACY-FILE.
079700     CLOSE STUDENT-HISTORY.
079800     CLOSE CHANGE-LOG.
079900     CLOSE MERGE-PAIRS.
080000     CLOSE MERGE-AUDIT.
080100     DISPLAY 'STUDMERG - PAIRS READ     : ' WS-PAIRS-READ.
080200     DISPLAY 'STUDMERG - PAIRS MERGED   : ' WS-PAIRS-MERGED.
080300     DISPLAY 'STUDMERG - PAIRS REJECTED : ' WS-PAIRS-REJECTED.
080400     DISPLAY 'STUDMERG - RECORDS MOVED  : ' WS-RECORDS-MOVED.
080500     DISPLAY 'STUDMERG - DUPES DROPPED  : ' WS-DUPES-DROPPED.
080600     DISPLAY 'STUDMERG - GRADES RE-KEYED: ' WS-GRADES-REKEYED.
080700     DISPLAY 'STUDMERG - RETURN CODE    : ' WS-RETURN-CODE.
080800 9000-FINISH-EXIT.
080900     EXIT.
081000
081100 9600-WRITE-BALANCE-MOVEMENT.
081200*    APPENDS THIS RUN'S RECORD-COUNT CHANGE TO THE SHARED
081300*    RUNBALM MOVEMENT DATASET THE RUNBAL BALANCING STEP
081400*    READS (SEE BALREC).  CALLED WITH THE WS-BAL- FIELDS
081500*    SET BY THE FINISH PATH; A ZERO COUNT WRITES NOTHING.
081600     IF WS-BAL-COUNT = ZERO
081700         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
081800     END-IF.
081900     OPEN EXTEND BALANCE-MOVEMENT-FILE.
082000     IF NOT BALM-STATUS-OK
082100         OPEN OUTPUT BALANCE-MOVEMENT-FILE
082200     END-IF.
082300     IF NOT BALM-STATUS-OK
082400         DISPLAY 'STUDMERG - UNABLE TO OPEN RUNBALM, STATUS='
082500             WS-BALM-STATUS
082600         SET RC-WARNING TO TRUE
082700         GO TO 9600-WRITE-BALANCE-MOVEMENT-EXIT
082800     END-IF.
082900     MOVE WS-BAL-FILE-ID TO BAL-FILE-ID.
083000     MOVE WS-BAL-SIGN TO BAL-SIGN.
083100     MOVE WS-BAL-COUNT TO BAL-COUNT.
083200     MOVE 'STUDMERG' TO BAL-PROGRAM.
083300     MOVE WS-TODAY-YYYYMMDD TO BAL-RUN-DATE.
083400     MOVE WS-TIME-HHMMSSHH  TO BAL-RUN-TIME.
083500     WRITE BALANCE-MOVEMENT-RECORD.
083600     CLOSE BALANCE-MOVEMENT-FILE.
083700 9600-WRITE-BALANCE-MOVEMENT-EXIT.
083800     EXIT.
083900
084000 9999-EXIT.
084100     STOP RUN.
