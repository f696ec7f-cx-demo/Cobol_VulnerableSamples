000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STUDFWD.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  FORWARD RECOVERY OF THE
001000*                    INDEXED STUDENT MASTER - RELOADS THE
001100*                    MASTER FROM THE STUDBKP BACKUP EXACTLY AS
001200*                    STUDBKUP MODE R DOES, THEN REPLAYS THE
001300*                    STUCHGLG CHANGE LOG (SEE STUCHGRC) FROM THE
001400*                    BACKUP'S UNLOAD STAMP UP TO THE REQUESTED
001500*                    STOP DATE AND TIME.  A CHANGE IS APPLIED
001600*                    ONLY WHEN ITS BEFORE-VALUE MATCHES THE
001700*                    RECOVERED RECORD; ANYTHING ELSE IS SKIPPED
001800*                    AND SAYS WHY.  EVERY CHANGE APPLIED OR
001900*                    SKIPPED IS LISTED ON STFWDRPT, WHICH ENDS
002000*                    WITH THE COUNT PROOF - LOG RECORDS READ
002100*                    EQUAL RECORDS APPLIED, SKIPPED AND OUTSIDE
002200*                    THE WINDOW, AND THE RECOVERED MASTER'S
002300*                    RECORD COUNT EQUALS THE BACKUP'S PLUS THE
002400*                    REPLAYED ADDITIONS LESS THE REPLAYED
002500*                    MERGES.  A MID-DAY CORRUPTION NO LONGER
002600*                    COSTS THE DAY'S ONLINE UPDATES.
002700*   2026-10-15 RLW  REPLAYS STUDARCH'S 'ARCHIVED' RECORDS - THE
002800*                    STUDENT IS DELETED FROM THE RECOVERED
002900*                    MASTER WHEN ITS STATUS STILL MATCHES THE
003000*                    ONE IT WAS ARCHIVED WITH, AND COUNTS WITH
003100*                    THE MERGES IN THE MASTER PROOF.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STUDENT ASSIGN TO FILENAME
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS STUDENT-ID
004000         ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
004100         FILE STATUS IS WS-STUDENT-STATUS.
004200
004300     SELECT BACKUP-FILE ASSIGN TO "STUDBKP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BACKUP-STATUS.
004600
004700     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CHGLOG-STATUS.
005000
005100     SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIST-STATUS.
005400
005500     SELECT RECOVERY-REPORT ASSIGN TO "STFWDRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BUSDATE-STATUS.
006100
006200     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PARM-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  STUDENT.
006900     COPY STUDREC.
007000
007100 01  FILENAME                   PIC X(12).
007200
007300*    THE STUDBKUP UNLOAD LAYOUT - ONE STUDENT RECORD PER LINE,
007400*    THEN THE 'TRL' COUNT TRAILER WITH THE UNLOAD STAMP.
007500 FD  BACKUP-FILE.
007600 01  BACKUP-RECORD                  PIC X(38).
007700 01  BACKUP-TRAILER REDEFINES BACKUP-RECORD.
007800     05  BKP-TRL-LITERAL             PIC X(03).
007900     05  BKP-TRL-RECORD-COUNT        PIC 9(07).
008000     05  BKP-TRL-UNLOAD-DATE         PIC 9(08).
008100     05  BKP-TRL-UNLOAD-TIME         PIC 9(08).
008200     05  FILLER                      PIC X(08).
008300
008400 FD  CHANGE-LOG.
008500     COPY STUCHGRC.
008600
008700*    LAYOUT OF THE HISTORY LINE AS STRUNG TOGETHER BY STUDARCH'S
008800*    3100-ARCHIVE-ONE - ID, NAME, STATUS AND GPA SEPARATED BY ONE
008900*    SPACE EACH.
009000 FD  STUDENT-HISTORY.
009100 01  HISTORY-RECORD.
009200     05  HIST-STUDENT-ID             PIC 9(09).
009300     05  FILLER                      PIC X(01).
009400     05  HIST-NAME                   PIC A(25).
009500     05  FILLER                      PIC X(01).
009600     05  HIST-ENROLL-STATUS          PIC X(01).
009700     05  FILLER                      PIC X(01).
009800     05  HIST-GPA                    PIC 9(01)V9(02).
009900     05  FILLER                      PIC X(39).
010000
010100 FD  RECOVERY-REPORT.
010200 01  RECOVERY-REPORT-LINE           PIC X(110).
010300
010400 FD  BUSDATE-FILE.
010500     COPY BUSDATE.
010600
010700 FD  PARM-CARD-FILE.
010800     COPY PARMREC.
010900
011000 WORKING-STORAGE SECTION.
011100     COPY STUDWS.
011200     COPY RETCODES.
011300
011400 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
011500     88  STUDENT-STATUS-OK           VALUE '00'.
011600     88  STUDENT-STATUS-EOF          VALUE '10'.
011700 01  WS-BACKUP-STATUS               PIC X(02) VALUE '00'.
011800     88  BACKUP-STATUS-OK            VALUE '00'.
011900     88  BACKUP-STATUS-EOF           VALUE '10'.
012000 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
012100     88  CHGLOG-STATUS-OK            VALUE '00'.
012200     88  CHGLOG-STATUS-EOF           VALUE '10'.
012300 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
012400     88  HIST-STATUS-OK              VALUE '00'.
012500     88  HIST-STATUS-EOF             VALUE '10'.
012600 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012700     88  BUSDATE-STATUS-OK           VALUE '00'.
012800 01  WS-PARM-STATUS                 PIC X(02) VALUE '00'.
012900     88  PARM-STATUS-OK              VALUE '00'.
013000     88  PARM-STATUS-EOF             VALUE '10'.
013100
013200 01  WS-PARM-FOUND-SW               PIC X(01) VALUE 'N'.
013300     88  WS-PARM-FOUND               VALUE 'Y'.
013400 01  WS-TRAILER-SEEN-SW             PIC X(01) VALUE 'N'.
013500     88  WS-TRAILER-SEEN             VALUE 'Y'.
013600 01  WS-ON-MASTER-SW                PIC X(01) VALUE 'N'.
013700     88  WS-ON-MASTER                VALUE 'Y'.
013800 01  WS-HIST-FOUND-SW               PIC X(01) VALUE 'N'.
013900     88  WS-HIST-FOUND               VALUE 'Y'.
014000 01  WS-APPLIED-SW                  PIC X(01) VALUE 'N'.
014100     88  WS-CHANGE-APPLIED           VALUE 'Y'.
014200
014300*    RECOVERY WINDOW - A LOG RECORD IS REPLAYED WHEN ITS DATE
014400*    AND TIME (TO THE SECOND) ARE NOT BEFORE THE BACKUP'S
014500*    UNLOAD STAMP AND NOT AFTER THE REQUESTED STOP POINT.  A
014600*    ZERO STOP POINT REPLAYS TO THE END OF THE LOG; A BACKUP
014700*    TAKEN BEFORE THE TRAILER WAS STAMPED REPLAYS THE WHOLE
014800*    LOG AND LEAVES IT TO THE BEFORE-VALUE CHECK.
014900 01  WS-STOP-DATE                   PIC 9(08) VALUE ZERO.
015000 01  WS-STOP-TIME                   PIC 9(06) VALUE ZERO.
015100 01  WS-STOP-STAMP.
015200     05  WS-STOP-STAMP-DATE         PIC 9(08) VALUE ZERO.
015300     05  WS-STOP-STAMP-TIME         PIC 9(06) VALUE ZERO.
015400 01  WS-BACKUP-STAMP.
015500     05  WS-BACKUP-STAMP-DATE       PIC 9(08) VALUE ZERO.
015600     05  WS-BACKUP-STAMP-TIME       PIC 9(06) VALUE ZERO.
015700 01  WS-LOG-STAMP.
015800     05  WS-LOG-STAMP-DATE          PIC 9(08) VALUE ZERO.
015900     05  WS-LOG-STAMP-TIME          PIC 9(06) VALUE ZERO.
016000
016100 01  WS-RESULT-TEXT                 PIC X(32) VALUE SPACES.
016200 01  WS-GPA-EDIT                    PIC 9.99.
016300 01  WS-NEW-GPA-X.
016400     05  WS-NEW-GPA-UNITS           PIC X(01).
016500     05  WS-NEW-GPA-CENTS           PIC X(02).
016600 01  WS-NEW-GPA REDEFINES WS-NEW-GPA-X
016700                                    PIC 9(01)V9(02).
016800
016900 01  WS-TRAILER-COUNT               PIC 9(07) VALUE ZERO.
017000 01  WS-RECORDS-LOADED              PIC 9(07) COMP VALUE ZERO.
017100 01  WS-DUPLICATE-KEYS              PIC 9(07) COMP VALUE ZERO.
017200 01  WS-LOG-READ                    PIC 9(07) COMP VALUE ZERO.
017300 01  WS-LOG-BEFORE-BACKUP           PIC 9(07) COMP VALUE ZERO.
017400 01  WS-LOG-AFTER-STOP              PIC 9(07) COMP VALUE ZERO.
017500 01  WS-CHANGES-APPLIED             PIC 9(07) COMP VALUE ZERO.
017600 01  WS-CHANGES-SKIPPED             PIC 9(07) COMP VALUE ZERO.
017700 01  WS-STUDENTS-ADDED              PIC 9(07) COMP VALUE ZERO.
017800 01  WS-STUDENTS-REMOVED            PIC 9(07) COMP VALUE ZERO.
017900 01  WS-MASTER-COUNT                PIC 9(07) COMP VALUE ZERO.
018000 01  WS-EXPECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
018100 01  WS-LOG-ACCOUNTED               PIC 9(07) COMP VALUE ZERO.
018200 01  WS-COUNT-EDIT                  PIC Z,ZZZ,ZZ9.
018300
018400 01  WS-CURRENT-DATE-TIME.
018500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
018600     05  WS-TIME-HHMMSSHH           PIC 9(08).
018700     05  FILLER                     PIC X(05).
018800
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300     IF RC-SEVERE
019400         GO TO 0000-WRAP-UP
019500     END-IF.
019600
019700     PERFORM 2000-RESTORE-FROM-BACKUP
019800         THRU 2000-RESTORE-FROM-BACKUP-EXIT.
019900     IF RC-SEVERE
020000         GO TO 0000-WRAP-UP
020100     END-IF.
020200
020300     PERFORM 3000-REPLAY-CHANGE-LOG
020400         THRU 3000-REPLAY-CHANGE-LOG-EXIT.
020500     IF RC-SEVERE
020600         GO TO 0000-WRAP-UP
020700     END-IF.
020800
020900     PERFORM 5000-COUNT-RECOVERED-MASTER
021000         THRU 5000-COUNT-RECOVERED-MASTER-EXIT.
021100     PERFORM 6000-PRINT-COUNT-PROOF
021200         THRU 6000-PRINT-COUNT-PROOF-EXIT.
021300
021400 0000-WRAP-UP.
021500     PERFORM 9000-FINISH
021600         THRU 9000-FINISH-EXIT.
021700     MOVE WS-RETURN-CODE TO RETURN-CODE.
021800     GO TO 9999-EXIT.
021900
022000 1000-INITIALIZE.
022100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022200     PERFORM 1050-GET-BUSINESS-DATE
022300         THRU 1050-GET-BUSINESS-DATE-EXIT.
022400*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
022500*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
022600     OPEN OUTPUT RECOVERY-REPORT.
022700     PERFORM 1080-READ-PARM-CARD
022800         THRU 1080-READ-PARM-CARD-EXIT.
022900     IF NOT WS-PARM-FOUND
023000         DISPLAY 'ENTER STUDENT DATASET NAME: '
023100         ACCEPT FILENAME
023200         DISPLAY 'ENTER STOP DATE YYYYMMDD (0 = END OF LOG): '
023300         ACCEPT WS-STOP-DATE
023400         DISPLAY 'ENTER STOP TIME HHMMSS: '
023500         ACCEPT WS-STOP-TIME
023600     END-IF.
023700     IF WS-STOP-DATE IS NOT NUMERIC
023800             OR WS-STOP-TIME IS NOT NUMERIC
023900         DISPLAY 'STUDFWD - STOP DATE/TIME NOT NUMERIC'
024000         SET RC-SEVERE TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF.
024300     MOVE WS-STOP-DATE TO WS-STOP-STAMP-DATE.
024400     MOVE WS-STOP-TIME TO WS-STOP-STAMP-TIME.
024500
024600     MOVE SPACES TO RECOVERY-REPORT-LINE.
024700     STRING 'STUDENT MASTER FORWARD RECOVERY - RUN '
024800            WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH(1:6)
024900            '  STOP AT ' WS-STOP-STAMP-DATE ' '
025000            WS-STOP-STAMP-TIME
025100         DELIMITED BY SIZE
025200         INTO RECOVERY-REPORT-LINE
025300     END-STRING.
025400     WRITE RECOVERY-REPORT-LINE.
025500 1000-INITIALIZE-EXIT.
025600     EXIT.
025700
025800 1050-GET-BUSINESS-DATE.
025900*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
026000*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
026100*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
026200*    CLOCK TIME FIELD STAYS REAL.
026300     OPEN INPUT BUSDATE-FILE.
026400     IF NOT BUSDATE-STATUS-OK
026500         GO TO 1050-GET-BUSINESS-DATE-EXIT
026600     END-IF.
026700     READ BUSDATE-FILE
026800         AT END
026900             CLOSE BUSDATE-FILE
027000             GO TO 1050-GET-BUSINESS-DATE-EXIT
027100     END-READ.
027200     CLOSE BUSDATE-FILE.
027300     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
027400             AND BUS-DATE NOT = WS-TODAY-YYYYMMDD
027500         DISPLAY 'STUDFWD - RUNNING AS OF BUSINESS DATE '
027600             BUS-DATE
027700         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
027800     END-IF.
027900 1050-GET-BUSINESS-DATE-EXIT.
028000     EXIT.
028100
028200 1080-READ-PARM-CARD.
028300*    CARD LAYOUT - COLS 9-20 STUDENT DATASET NAME, COLS 21-28
028400*    STOP DATE YYYYMMDD, COLS 29-34 STOP TIME HHMMSS.  A BLANK
028500*    STOP DATE REPLAYS THE WHOLE LOG.
028600     MOVE 'N' TO WS-PARM-FOUND-SW.
028700     OPEN INPUT PARM-CARD-FILE.
028800     IF NOT PARM-STATUS-OK
028900         GO TO 1080-READ-PARM-CARD-EXIT
029000     END-IF.
029100     PERFORM 1081-SCAN-ONE-CARD
029200         THRU 1081-SCAN-ONE-CARD-EXIT
029300         UNTIL PARM-STATUS-EOF OR WS-PARM-FOUND.
029400     CLOSE PARM-CARD-FILE.
029500 1080-READ-PARM-CARD-EXIT.
029600     EXIT.
029700
029800 1081-SCAN-ONE-CARD.
029900     READ PARM-CARD-FILE
030000         AT END SET PARM-STATUS-EOF TO TRUE
030100     END-READ.
030200     IF PARM-STATUS-EOF
030300         GO TO 1081-SCAN-ONE-CARD-EXIT
030400     END-IF.
030500     IF PARM-PROGRAM-ID = 'STUDFWD'
030600             AND PARM-OPTIONS(1:12) NOT = SPACES
030700         SET WS-PARM-FOUND TO TRUE
030800         MOVE PARM-OPTIONS(1:12) TO FILENAME
030900         IF PARM-OPTIONS(13:14) = SPACES
031000             MOVE ZERO TO WS-STOP-DATE
031100             MOVE ZERO TO WS-STOP-TIME
031200         ELSE
031300             MOVE PARM-OPTIONS(13:8) TO WS-STOP-DATE
031400             MOVE PARM-OPTIONS(21:6) TO WS-STOP-TIME
031500         END-IF
031600     END-IF.
031700 1081-SCAN-ONE-CARD-EXIT.
031800     EXIT.
031900
032000 2000-RESTORE-FROM-BACKUP.
032100*    THE SAME RELOAD AS STUDBKUP MODE R - THE MASTER IS
032200*    REBUILT FROM SCRATCH, ALTERNATE INDEX INCLUDED.  NO
032300*    REPLAY IS ATTEMPTED ON A RELOAD THE TRAILER DOES NOT
032400*    PROVE.
032500     OPEN INPUT BACKUP-FILE.
032600     IF NOT BACKUP-STATUS-OK
032700         DISPLAY 'STUDFWD - UNABLE TO OPEN STUDBKP, STATUS='
032800             WS-BACKUP-STATUS
032900         SET RC-SEVERE TO TRUE
033000         GO TO 2000-RESTORE-FROM-BACKUP-EXIT
033100     END-IF.
033200     OPEN OUTPUT STUDENT.
033300     IF NOT STUDENT-STATUS-OK
033400         DISPLAY 'STUDFWD - UNABLE TO REBUILD STUDENT, STATUS='
033500             WS-STUDENT-STATUS
033600         SET RC-SEVERE TO TRUE
033700         CLOSE BACKUP-FILE
033800         GO TO 2000-RESTORE-FROM-BACKUP-EXIT
033900     END-IF.
034000
034100     PERFORM 2100-RELOAD-NEXT
034200         THRU 2100-RELOAD-NEXT-EXIT
034300         UNTIL BACKUP-STATUS-EOF.
034400
034500     CLOSE STUDENT.
034600     CLOSE BACKUP-FILE.
034700
034800     MOVE WS-RECORDS-LOADED TO WS-COUNT-EDIT.
034900     MOVE SPACES TO RECOVERY-REPORT-LINE.
035000     STRING 'BACKUP RELOADED - RECORDS ' WS-COUNT-EDIT
035100            '  TRAILER ' WS-TRAILER-COUNT
035200            '  UNLOADED ' WS-BACKUP-STAMP-DATE ' '
035300            WS-BACKUP-STAMP-TIME
035400         DELIMITED BY SIZE
035500         INTO RECOVERY-REPORT-LINE
035600     END-STRING.
035700     WRITE RECOVERY-REPORT-LINE.
035800     MOVE SPACES TO RECOVERY-REPORT-LINE.
035900     WRITE RECOVERY-REPORT-LINE.
036000
036100     IF NOT WS-TRAILER-SEEN
036200         DISPLAY 'STUDFWD - NO TRAILER ON BACKUP - NOT REPLAYED'
036300         SET RC-SEVERE TO TRUE
036400         GO TO 2000-RESTORE-FROM-BACKUP-EXIT
036500     END-IF.
036600     IF WS-TRAILER-COUNT NOT = WS-RECORDS-LOADED
036700             OR WS-DUPLICATE-KEYS > ZERO
036800         DISPLAY 'STUDFWD - TRAILER COUNT ' WS-TRAILER-COUNT
036900             ' BUT LOADED ' WS-RECORDS-LOADED
037000             ' - NOT REPLAYED'
037100         SET RC-SEVERE TO TRUE
037200         GO TO 2000-RESTORE-FROM-BACKUP-EXIT
037300     END-IF.
037400     IF WS-BACKUP-STAMP = ZERO
037500         DISPLAY 'STUDFWD - BACKUP HAS NO UNLOAD STAMP - '
037600             'REPLAYING THE WHOLE LOG'
037700     END-IF.
037800 2000-RESTORE-FROM-BACKUP-EXIT.
037900     EXIT.
038000
038100 2100-RELOAD-NEXT.
038200     READ BACKUP-FILE
038300         AT END SET BACKUP-STATUS-EOF TO TRUE
038400     END-READ.
038500     IF BACKUP-STATUS-EOF
038600         GO TO 2100-RELOAD-NEXT-EXIT
038700     END-IF.
038800
038900     IF BKP-TRL-LITERAL = 'TRL'
039000         SET WS-TRAILER-SEEN TO TRUE
039100         MOVE BKP-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
039200         IF BKP-TRL-UNLOAD-DATE IS NUMERIC
039300                 AND BKP-TRL-UNLOAD-TIME IS NUMERIC
039400             MOVE BKP-TRL-UNLOAD-DATE TO WS-BACKUP-STAMP-DATE
039500             MOVE BKP-TRL-UNLOAD-TIME(1:6)
039600                 TO WS-BACKUP-STAMP-TIME
039700         END-IF
039800         GO TO 2100-RELOAD-NEXT-EXIT
039900     END-IF.
040000
040100     MOVE BACKUP-RECORD TO STUDENT-FILE.
040200     WRITE STUDENT-FILE
040300         INVALID KEY
040400             ADD 1 TO WS-DUPLICATE-KEYS
040500             SET RC-ERROR TO TRUE
040600     END-WRITE.
040700     IF STUDENT-STATUS-OK
040800         ADD 1 TO WS-RECORDS-LOADED
040900     END-IF.
041000 2100-RELOAD-NEXT-EXIT.
041100     EXIT.
041200
041300 3000-REPLAY-CHANGE-LOG.
041400*    THE REPLAY ITSELF IS NOT LOGGED - THE CHANGES ARE ALREADY
041500*    ON STUCHGLG ONCE, AND A SECOND COPY WOULD DOUBLE THEM ON
041600*    THE NEXT RECOVERY.
041700     OPEN I-O STUDENT.
041800     IF NOT STUDENT-STATUS-OK
041900         DISPLAY 'STUDFWD - UNABLE TO REOPEN STUDENT, STATUS='
042000             WS-STUDENT-STATUS
042100         SET RC-SEVERE TO TRUE
042200         GO TO 3000-REPLAY-CHANGE-LOG-EXIT
042300     END-IF.
042400     OPEN INPUT CHANGE-LOG.
042500     IF NOT CHGLOG-STATUS-OK
042600         DISPLAY 'STUDFWD - NO CHANGE LOG TO REPLAY, STATUS='
042700             WS-CHGLOG-STATUS
042800         CLOSE STUDENT
042900         GO TO 3000-REPLAY-CHANGE-LOG-EXIT
043000     END-IF.
043100
043200     MOVE 'DATE     TIME   PROGRAM  STUDENT   FIELD      OLD'
043300         TO RECOVERY-REPORT-LINE.
043400     MOVE 'NEW        RESULT' TO RECOVERY-REPORT-LINE(55:17).
043500     WRITE RECOVERY-REPORT-LINE.
043600
043700     PERFORM 3100-REPLAY-NEXT-CHANGE
043800         THRU 3100-REPLAY-NEXT-CHANGE-EXIT
043900         UNTIL CHGLOG-STATUS-EOF.
044000
044100     CLOSE CHANGE-LOG.
044200     CLOSE STUDENT.
044300 3000-REPLAY-CHANGE-LOG-EXIT.
044400     EXIT.
044500
044600 3100-REPLAY-NEXT-CHANGE.
044700     READ CHANGE-LOG
044800         AT END SET CHGLOG-STATUS-EOF TO TRUE
044900     END-READ.
045000     IF CHGLOG-STATUS-EOF
045100         GO TO 3100-REPLAY-NEXT-CHANGE-EXIT
045200     END-IF.
045300     ADD 1 TO WS-LOG-READ.
045400
045500     MOVE SCHG-RUN-DATE      TO WS-LOG-STAMP-DATE.
045600     MOVE SCHG-RUN-TIME(1:6) TO WS-LOG-STAMP-TIME.
045700     IF WS-LOG-STAMP < WS-BACKUP-STAMP
045800         ADD 1 TO WS-LOG-BEFORE-BACKUP
045900         GO TO 3100-REPLAY-NEXT-CHANGE-EXIT
046000     END-IF.
046100     IF WS-STOP-STAMP-DATE NOT = ZERO
046200             AND WS-LOG-STAMP > WS-STOP-STAMP
046300         ADD 1 TO WS-LOG-AFTER-STOP
046400         GO TO 3100-REPLAY-NEXT-CHANGE-EXIT
046500     END-IF.
046600
046700     MOVE 'N' TO WS-APPLIED-SW.
046800     MOVE SPACES TO WS-RESULT-TEXT.
046900     MOVE 'N' TO WS-ON-MASTER-SW.
047000     MOVE SCHG-STUDENT-ID TO STUDENT-ID.
047100     READ STUDENT
047200         INVALID KEY CONTINUE
047300         NOT INVALID KEY SET WS-ON-MASTER TO TRUE
047400     END-READ.
047500
047600     EVALUATE SCHG-FIELD-NAME
047700         WHEN 'STATUS'
047800             PERFORM 3200-REPLAY-STATUS
047900                 THRU 3200-REPLAY-STATUS-EXIT
048000         WHEN 'GPA'
048100             PERFORM 3300-REPLAY-GPA
048200                 THRU 3300-REPLAY-GPA-EXIT
048300         WHEN 'ADMITTED'
048400             PERFORM 3400-REPLAY-ADMIT
048500                 THRU 3400-REPLAY-ADMIT-EXIT
048600         WHEN 'MERGED'
048700             PERFORM 3500-REPLAY-MERGE
048800                 THRU 3500-REPLAY-MERGE-EXIT
048900         WHEN 'ARCHIVED'
049000             PERFORM 3550-REPLAY-ARCHIVE
049100                 THRU 3550-REPLAY-ARCHIVE-EXIT
049200         WHEN 'RESTORED'
049300             PERFORM 3600-REPLAY-RESTORE
049400                 THRU 3600-REPLAY-RESTORE-EXIT
049500         WHEN OTHER
049600             MOVE 'UNKNOWN FIELD - NOT REPLAYED'
049700                 TO WS-RESULT-TEXT
049800     END-EVALUATE.
049900
050000     IF WS-CHANGE-APPLIED
050100         ADD 1 TO WS-CHANGES-APPLIED
050200         MOVE 'APPLIED' TO WS-RESULT-TEXT
050300     ELSE
050400         ADD 1 TO WS-CHANGES-SKIPPED
050500         SET RC-WARNING TO TRUE
050600     END-IF.
050700     PERFORM 3900-PRINT-CHANGE
050800         THRU 3900-PRINT-CHANGE-EXIT.
050900 3100-REPLAY-NEXT-CHANGE-EXIT.
051000     EXIT.
051100
051200 3200-REPLAY-STATUS.
051300     IF NOT WS-ON-MASTER
051400         MOVE 'SKIPPED - NOT ON RECOVERED MASTER'
051500             TO WS-RESULT-TEXT
051600         GO TO 3200-REPLAY-STATUS-EXIT
051700     END-IF.
051800     IF STUDENT-ENROLL-STATUS NOT = SCHG-OLD-VALUE(1:1)
051900         MOVE 'SKIPPED - BEFORE-VALUE MISMATCH'
052000             TO WS-RESULT-TEXT
052100         GO TO 3200-REPLAY-STATUS-EXIT
052200     END-IF.
052300     MOVE SCHG-NEW-VALUE(1:1) TO STUDENT-ENROLL-STATUS.
052400     PERFORM 3800-REWRITE-STUDENT
052500         THRU 3800-REWRITE-STUDENT-EXIT.
052600 3200-REPLAY-STATUS-EXIT.
052700     EXIT.
052800
052900 3300-REPLAY-GPA.
053000*    GPA VALUES ARE LOGGED EDITED AS 9.99.
053100     IF NOT WS-ON-MASTER
053200         MOVE 'SKIPPED - NOT ON RECOVERED MASTER'
053300             TO WS-RESULT-TEXT
053400         GO TO 3300-REPLAY-GPA-EXIT
053500     END-IF.
053600     MOVE STUDENT-GPA TO WS-GPA-EDIT.
053700     IF WS-GPA-EDIT NOT = SCHG-OLD-VALUE(1:4)
053800         MOVE 'SKIPPED - BEFORE-VALUE MISMATCH'
053900             TO WS-RESULT-TEXT
054000         GO TO 3300-REPLAY-GPA-EXIT
054100     END-IF.
054200     MOVE SCHG-NEW-VALUE(1:1) TO WS-NEW-GPA-UNITS.
054300     MOVE SCHG-NEW-VALUE(3:2) TO WS-NEW-GPA-CENTS.
054400     IF WS-NEW-GPA-X IS NOT NUMERIC
054500         MOVE 'SKIPPED - AFTER-VALUE NOT A GPA'
054600             TO WS-RESULT-TEXT
054700         GO TO 3300-REPLAY-GPA-EXIT
054800     END-IF.
054900     MOVE WS-NEW-GPA TO STUDENT-GPA.
055000     PERFORM 3800-REWRITE-STUDENT
055100         THRU 3800-REWRITE-STUDENT-EXIT.
055200 3300-REPLAY-GPA-EXIT.
055300     EXIT.
055400
055500 3400-REPLAY-ADMIT.
055600*    THE LOG CARRIES ONLY THE ADMITTED STATUS, NOT THE NAME -
055700*    AN ADMISSION MISSING FROM THE RECOVERED MASTER IS LISTED
055800*    FOR STUDLOAD TO RELOAD FROM ITS OWN INPUT.
055900     IF WS-ON-MASTER
056000         MOVE 'SKIPPED - ALREADY ON MASTER'
056100             TO WS-RESULT-TEXT
056200     ELSE
056300         MOVE 'SKIPPED - RELOAD THROUGH STUDLOAD'
056400             TO WS-RESULT-TEXT
056500     END-IF.
056600 3400-REPLAY-ADMIT-EXIT.
056700     EXIT.
056800
056900 3500-REPLAY-MERGE.
057000*    STUDMERG LOGS THE LOSING ID - IT WAS ARCHIVED TO STUDHIST
057100*    AND REMOVED FROM THE MASTER.
057200     IF NOT WS-ON-MASTER
057300         MOVE 'SKIPPED - NOT ON RECOVERED MASTER'
057400             TO WS-RESULT-TEXT
057500         GO TO 3500-REPLAY-MERGE-EXIT
057600     END-IF.
057700     DELETE STUDENT
057800         INVALID KEY CONTINUE
057900     END-DELETE.
058000     IF STUDENT-STATUS-OK
058100         SET WS-CHANGE-APPLIED TO TRUE
058200         ADD 1 TO WS-STUDENTS-REMOVED
058300     ELSE
058400         MOVE SPACES TO WS-RESULT-TEXT
058500         STRING 'SKIPPED - DELETE STATUS '
058600                WS-STUDENT-STATUS
058700             DELIMITED BY SIZE
058800             INTO WS-RESULT-TEXT
058900         END-STRING
059000     END-IF.
059100 3500-REPLAY-MERGE-EXIT.
059200     EXIT.
059300
059400 3550-REPLAY-ARCHIVE.
059500*    STUDARCH LOGS THE STATUS THE STUDENT WAS ARCHIVED WITH -
059600*    IT WAS WRITTEN TO STUDHIST AND REMOVED FROM THE MASTER.
059700     IF NOT WS-ON-MASTER
059800         MOVE 'SKIPPED - NOT ON RECOVERED MASTER'
059900             TO WS-RESULT-TEXT
060000         GO TO 3550-REPLAY-ARCHIVE-EXIT
060100     END-IF.
060200     IF STUDENT-ENROLL-STATUS NOT = SCHG-OLD-VALUE(1:1)
060300         MOVE 'SKIPPED - BEFORE-VALUE MISMATCH'
060400             TO WS-RESULT-TEXT
060500         GO TO 3550-REPLAY-ARCHIVE-EXIT
060600     END-IF.
060700     DELETE STUDENT
060800         INVALID KEY CONTINUE
060900     END-DELETE.
061000     IF STUDENT-STATUS-OK
061100         SET WS-CHANGE-APPLIED TO TRUE
061200         ADD 1 TO WS-STUDENTS-REMOVED
061300     ELSE
061400         MOVE SPACES TO WS-RESULT-TEXT
061500         STRING 'SKIPPED - DELETE STATUS '
061600                WS-STUDENT-STATUS
061700             DELIMITED BY SIZE
061800             INTO WS-RESULT-TEXT
061900         END-STRING
062000     END-IF.
062100 3550-REPLAY-ARCHIVE-EXIT.
062200     EXIT.
062300
062400 3600-REPLAY-RESTORE.
062500*    STUDREST REINSTATES FROM STUDHIST - THE SAME LATEST
062600*    ARCHIVE LINE IS REINSTATED HERE WITH STATUS 'A'.
062700     IF WS-ON-MASTER
062800         MOVE 'SKIPPED - ALREADY ON MASTER'
062900             TO WS-RESULT-TEXT
063000         GO TO 3600-REPLAY-RESTORE-EXIT
063100     END-IF.
063200     PERFORM 3650-FIND-IN-HISTORY
063300         THRU 3650-FIND-IN-HISTORY-EXIT.
063400     IF NOT WS-HIST-FOUND
063500         MOVE 'SKIPPED - NOT IN STUDHIST'
063600             TO WS-RESULT-TEXT
063700         GO TO 3600-REPLAY-RESTORE-EXIT
063800     END-IF.
063900     MOVE WS-STUDENT-ID  TO STUDENT-ID.
064000     MOVE WS-NAME        TO NAME.
064100     MOVE 'A'            TO STUDENT-ENROLL-STATUS.
064200     MOVE WS-STUDENT-GPA TO STUDENT-GPA.
064300     WRITE STUDENT-FILE
064400         INVALID KEY CONTINUE
064500     END-WRITE.
064600     IF STUDENT-STATUS-OK
064700         SET WS-CHANGE-APPLIED TO TRUE
064800         ADD 1 TO WS-STUDENTS-ADDED
064900     ELSE
065000         MOVE SPACES TO WS-RESULT-TEXT
065100         STRING 'SKIPPED - WRITE STATUS '
065200                WS-STUDENT-STATUS
065300             DELIMITED BY SIZE
065400             INTO WS-RESULT-TEXT
065500         END-STRING
065600     END-IF.
065700 3600-REPLAY-RESTORE-EXIT.
065800     EXIT.
065900
066000 3650-FIND-IN-HISTORY.
066100*    A FULL PASS OF THE ARCHIVE PER RESTORATION - THEY ARE
066200*    RARE ENOUGH THAT A KEYED COPY IS NOT WORTH BUILDING.
066300     MOVE 'N' TO WS-HIST-FOUND-SW.
066400     OPEN INPUT STUDENT-HISTORY.
066500     IF NOT HIST-STATUS-OK
066600         GO TO 3650-FIND-IN-HISTORY-EXIT
066700     END-IF.
066800     PERFORM 3660-SCAN-NEXT-HISTORY
066900         THRU 3660-SCAN-NEXT-HISTORY-EXIT
067000         UNTIL HIST-STATUS-EOF.
067100     CLOSE STUDENT-HISTORY.
067200 3650-FIND-IN-HISTORY-EXIT.
067300     EXIT.
067400
067500 3660-SCAN-NEXT-HISTORY.
067600     READ STUDENT-HISTORY
067700         AT END SET HIST-STATUS-EOF TO TRUE
067800     END-READ.
067900     IF HIST-STATUS-EOF
068000         GO TO 3660-SCAN-NEXT-HISTORY-EXIT
068100     END-IF.
068200
068300     IF HIST-STUDENT-ID IS NUMERIC
068400             AND HIST-STUDENT-ID = SCHG-STUDENT-ID
068500         MOVE 'Y' TO WS-HIST-FOUND-SW
068600         MOVE HIST-STUDENT-ID TO WS-STUDENT-ID
068700         MOVE HIST-NAME       TO WS-NAME
068800         IF HIST-GPA IS NUMERIC
068900             MOVE HIST-GPA TO WS-STUDENT-GPA
069000         ELSE
069100             MOVE ZERO TO WS-STUDENT-GPA
069200         END-IF
069300     END-IF.
069400 3660-SCAN-NEXT-HISTORY-EXIT.
069500     EXIT.
069600
069700 3800-REWRITE-STUDENT.
069800     REWRITE STUDENT-FILE
069900         INVALID KEY CONTINUE
070000     END-REWRITE.
070100     IF STUDENT-STATUS-OK
070200         SET WS-CHANGE-APPLIED TO TRUE
070300     ELSE
070400         MOVE SPACES TO WS-RESULT-TEXT
070500         STRING 'SKIPPED - REWRITE STATUS '
070600                WS-STUDENT-STATUS
070700             DELIMITED BY SIZE
070800             INTO WS-RESULT-TEXT
070900         END-STRING
071000     END-IF.
071100 3800-REWRITE-STUDENT-EXIT.
071200     EXIT.
071300
071400 3900-PRINT-CHANGE.
071500     MOVE SPACES TO RECOVERY-REPORT-LINE.
071600     STRING SCHG-RUN-DATE ' ' SCHG-RUN-TIME(1:6)
071700            ' ' SCHG-PROGRAM-ID
071800            ' ' SCHG-STUDENT-ID
071900            ' ' SCHG-FIELD-NAME
072000            ' ' SCHG-OLD-VALUE
072100            ' ' SCHG-NEW-VALUE
072200            ' ' WS-RESULT-TEXT
072300         DELIMITED BY SIZE
072400         INTO RECOVERY-REPORT-LINE
072500     END-STRING.
072600     WRITE RECOVERY-REPORT-LINE.
072700 3900-PRINT-CHANGE-EXIT.
072800     EXIT.
072900
073000 5000-COUNT-RECOVERED-MASTER.
073100     OPEN INPUT STUDENT.
073200     IF NOT STUDENT-STATUS-OK
073300         DISPLAY 'STUDFWD - UNABLE TO REOPEN STUDENT, STATUS='
073400             WS-STUDENT-STATUS
073500         SET RC-SEVERE TO TRUE
073600         GO TO 5000-COUNT-RECOVERED-MASTER-EXIT
073700     END-IF.
073800     MOVE LOW-VALUES TO STUDENT-ID.
073900     START STUDENT KEY IS NOT LESS THAN STUDENT-ID
074000         INVALID KEY SET STUDENT-STATUS-EOF TO TRUE
074100     END-START.
074200     PERFORM 5100-COUNT-NEXT
074300         THRU 5100-COUNT-NEXT-EXIT
074400         UNTIL STUDENT-STATUS-EOF.
074500     CLOSE STUDENT.
074600 5000-COUNT-RECOVERED-MASTER-EXIT.
074700     EXIT.
074800
074900 5100-COUNT-NEXT.
075000     READ STUDENT NEXT
075100         AT END SET STUDENT-STATUS-EOF TO TRUE
075200     END-READ.
075300     IF STUDENT-STATUS-EOF
075400         GO TO 5100-COUNT-NEXT-EXIT
075500     END-IF.
075600     ADD 1 TO WS-MASTER-COUNT.
075700 5100-COUNT-NEXT-EXIT.
075800     EXIT.
075900
076000 6000-PRINT-COUNT-PROOF.
076100*    TWO PROOFS - EVERY LOG RECORD IS ACCOUNTED FOR ONCE, AND
076200*    THE MASTER HOLDS EXACTLY THE BACKUP PLUS WHAT THE REPLAY
076300*    ADDED LESS WHAT IT REMOVED.
076400     COMPUTE WS-LOG-ACCOUNTED = WS-LOG-BEFORE-BACKUP
076500         + WS-LOG-AFTER-STOP + WS-CHANGES-APPLIED
076600         + WS-CHANGES-SKIPPED.
076700     COMPUTE WS-EXPECTED-COUNT = WS-RECORDS-LOADED
076800         + WS-STUDENTS-ADDED - WS-STUDENTS-REMOVED.
076900
077000     MOVE SPACES TO RECOVERY-REPORT-LINE.
077100     WRITE RECOVERY-REPORT-LINE.
077200     MOVE 'COUNT PROOF' TO RECOVERY-REPORT-LINE.
077300     WRITE RECOVERY-REPORT-LINE.
077400     MOVE WS-LOG-READ TO WS-COUNT-EDIT.
077500     MOVE SPACES TO RECOVERY-REPORT-LINE.
077600     STRING '  LOG RECORDS READ          ' WS-COUNT-EDIT
077700         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
077800     END-STRING.
077900     WRITE RECOVERY-REPORT-LINE.
078000     MOVE WS-LOG-BEFORE-BACKUP TO WS-COUNT-EDIT.
078100     MOVE SPACES TO RECOVERY-REPORT-LINE.
078200     STRING '    BEFORE THE BACKUP       ' WS-COUNT-EDIT
078300         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
078400     END-STRING.
078500     WRITE RECOVERY-REPORT-LINE.
078600     MOVE WS-LOG-AFTER-STOP TO WS-COUNT-EDIT.
078700     MOVE SPACES TO RECOVERY-REPORT-LINE.
078800     STRING '    AFTER THE STOP POINT    ' WS-COUNT-EDIT
078900         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
079000     END-STRING.
079100     WRITE RECOVERY-REPORT-LINE.
079200     MOVE WS-CHANGES-APPLIED TO WS-COUNT-EDIT.
079300     MOVE SPACES TO RECOVERY-REPORT-LINE.
079400     STRING '    APPLIED                 ' WS-COUNT-EDIT
079500         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
079600     END-STRING.
079700     WRITE RECOVERY-REPORT-LINE.
079800     MOVE WS-CHANGES-SKIPPED TO WS-COUNT-EDIT.
079900     MOVE SPACES TO RECOVERY-REPORT-LINE.
080000     STRING '    SKIPPED                 ' WS-COUNT-EDIT
080100         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
080200     END-STRING.
080300     WRITE RECOVERY-REPORT-LINE.
080400     IF WS-LOG-ACCOUNTED = WS-LOG-READ
080500         MOVE '  LOG PROOF - IN BALANCE' TO RECOVERY-REPORT-LINE
080600     ELSE
080700         MOVE '  LOG PROOF - OUT OF BALANCE'
080800             TO RECOVERY-REPORT-LINE
080900         SET RC-ERROR TO TRUE
081000     END-IF.
081100     WRITE RECOVERY-REPORT-LINE.
081200
081300     MOVE WS-RECORDS-LOADED TO WS-COUNT-EDIT.
081400     MOVE SPACES TO RECOVERY-REPORT-LINE.
081500     STRING '  BACKUP RECORDS LOADED     ' WS-COUNT-EDIT
081600         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
081700     END-STRING.
081800     WRITE RECOVERY-REPORT-LINE.
081900     MOVE WS-STUDENTS-ADDED TO WS-COUNT-EDIT.
082000     MOVE SPACES TO RECOVERY-REPORT-LINE.
082100     STRING '  PLUS REINSTATED           ' WS-COUNT-EDIT
082200         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
082300     END-STRING.
082400     WRITE RECOVERY-REPORT-LINE.
082500     MOVE WS-STUDENTS-REMOVED TO WS-COUNT-EDIT.
082600     MOVE SPACES TO RECOVERY-REPORT-LINE.
082700     STRING '  LESS MERGED OR ARCHIVED   ' WS-COUNT-EDIT
082800         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
082900     END-STRING.
083000     WRITE RECOVERY-REPORT-LINE.
083100     MOVE WS-MASTER-COUNT TO WS-COUNT-EDIT.
083200     MOVE SPACES TO RECOVERY-REPORT-LINE.
083300     STRING '  RECOVERED MASTER RECORDS  ' WS-COUNT-EDIT
083400         DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
083500     END-STRING.
083600     WRITE RECOVERY-REPORT-LINE.
083700     IF WS-MASTER-COUNT = WS-EXPECTED-COUNT
083800         MOVE '  MASTER PROOF - IN BALANCE'
083900             TO RECOVERY-REPORT-LINE
084000     ELSE
084100         MOVE '  MASTER PROOF - OUT OF BALANCE'
084200             TO RECOVERY-REPORT-LINE
084300         SET RC-ERROR TO TRUE
084400     END-IF.
084500     WRITE RECOVERY-REPORT-LINE.
084600 6000-PRINT-COUNT-PROOF-EXIT.
084700     EXIT.
084800
084900 9000-FINISH.
085000     CLOSE RECOVERY-REPORT.
085100     DISPLAY '------------------------------------------'.
085200     DISPLAY 'STUDFWD - BACKUP RECORDS LOADED : '
085300         WS-RECORDS-LOADED.
085400     DISPLAY 'STUDFWD - LOG RECORDS READ      : ' WS-LOG-READ.
085500     DISPLAY 'STUDFWD - CHANGES APPLIED       : '
085600         WS-CHANGES-APPLIED.
085700     DISPLAY 'STUDFWD - CHANGES SKIPPED       : '
085800         WS-CHANGES-SKIPPED.
085900     DISPLAY 'STUDFWD - RECOVERED MASTER      : '
086000         WS-MASTER-COUNT.
086100     DISPLAY 'STUDFWD - RETURN CODE           : ' WS-RETURN-CODE.
086200     DISPLAY '------------------------------------------'.
086300 9000-FINISH-EXIT.
086400     EXIT.
086500
086600 9999-EXIT.
086700     STOP RUN.
