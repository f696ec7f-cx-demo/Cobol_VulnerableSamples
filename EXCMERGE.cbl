002300*                    AND PRINTS THE AGING REPORT OLDEST FIRST.
002400*                    THE SAME BROKEN RECORDS STOP REJECTING
002500*                    UNWORKED EVERY NIGHT.
002600*   2026-10-15 RLW  EXCEPTION HISTORY - EVERY NEW EXCEPTION AND
002700*                    EVERY RESOLUTION (WITH THE DAYS IT STOOD
002800*                    OPEN) IS APPENDED TO THE CUMULATIVE EXCHIST
002900*                    (SEE EXHREC) FOR THE WEEKLY EXCTREND TREND
003000*                    REPORT.  RUNS ON THE SHARED BUSDATE.
003100*   2026-10-15 RLW  EXCHIST NOW CARRIES THE OPERATOR SIGNED ON
003200*                    FOR THE EXCEPTION (EXH-OPERATOR-ID) SO
003300*                    OPRECERT CAN READ THE FULL QUARTER FROM IT.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EXCEPTION-INPUT ASSIGN TO "EXCIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-EXCIN-STATUS.
004100
004200     SELECT CARRY-INPUT ASSIGN TO "EXCOPEN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CARRY-IN-STATUS.
004500
004600     SELECT CARRY-OUTPUT ASSIGN TO "EXCOPENN"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT FIXES-FILE ASSIGN TO "EXCFIXES"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FIXES-STATUS.
005200
005300     SELECT RESUBMIT-FILE ASSIGN TO DYNAMIC RESUB-FILENAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RESUB-STATUS.
005600
005700     SELECT SORT-WORK ASSIGN TO "EXCMSWRK".
005800
005900     SELECT AGING-REPORT ASSIGN TO "EXCAGER"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT HISTORY-FILE ASSIGN TO "EXCHIST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-HIST-STATUS.
006500
006600     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BUSDATE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  EXCEPTION-INPUT.
007300     COPY EXCREC.
007400
007500 FD  CARRY-INPUT.
007600 01  CARRY-RECORD-IN.
007700     05  CIN-EXCEPTION               PIC X(96).
007800     05  CIN-AGE-DAYS                PIC 9(03).
007900
008000 FD  CARRY-OUTPUT.
008100 01  CARRY-RECORD-OUT.
008200     05  COUT-EXCEPTION              PIC X(96).
008300     05  COUT-AGE-DAYS               PIC 9(03).
008400
008500 FD  FIXES-FILE.
008600 01  FIXES-RECORD.
008700     05  FIX-PROGRAM-ID              PIC X(08).
008800     05  FIX-KEY-VALUE               PIC X(20).
008900     05  FIX-NEW-DATA                PIC X(80).
009000
009100 FD  RESUBMIT-FILE.
009200 01  RESUBMIT-RECORD                PIC X(80).
009300
009400 SD  SORT-WORK.
009500 01  SORT-AGING-RECORD.
009600     05  SORT-AGE-DAYS               PIC 9(03).
009700     05  SORT-PROGRAM-ID             PIC X(08).
009800     05  SORT-KEY-VALUE              PIC X(20).
009900     05  SORT-REASON-TEXT            PIC X(40).
010000
010100 FD  AGING-REPORT.
010200 01  AGING-REPORT-LINE              PIC X(100).
010300
010400 FD  HISTORY-FILE.
010500     COPY EXHREC.
010600
010700 FD  BUSDATE-FILE.
010800     COPY BUSDATE.
010900
011000 WORKING-STORAGE SECTION.
011100     COPY RETCODES.
011200
011300 01  RESUB-FILENAME                 PIC X(08) VALUE SPACES.
011400
011500 01  WS-EXCIN-STATUS                PIC X(02) VALUE '00'.
011600     88  EXCIN-STATUS-OK             VALUE '00'.
011700     88  EXCIN-STATUS-EOF            VALUE '10'.
011800 01  WS-CARRY-IN-STATUS             PIC X(02) VALUE '00'.
011900     88  CARRY-IN-STATUS-OK          VALUE '00'.
012000     88  CARRY-IN-STATUS-EOF         VALUE '10'.
012100 01  WS-FIXES-STATUS                PIC X(02) VALUE '00'.
012200     88  FIXES-STATUS-OK             VALUE '00'.
012300     88  FIXES-STATUS-EOF            VALUE '10'.
012400 01  WS-RESUB-STATUS                PIC X(02) VALUE '00'.
012500     88  RESUB-STATUS-OK             VALUE '00'.
012600 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
012700     88  HIST-STATUS-OK              VALUE '00'.
012800 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
012900     88  BUSDATE-STATUS-OK           VALUE '00'.
013000
013100 01  WS-HIST-OPEN-SW                PIC X(01) VALUE 'N'.
013200     88  WS-HIST-OPEN                VALUE 'Y'.
013300
013400 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
013500     88  SORT-AT-EOF                 VALUE 'Y'.
013600
013700*    OPERATOR CORRECTIONS - THE DECK IS SMALL AND THE LOAD IS
013800*    GUARDED THE WAY STUDARCH GUARDS ITS CANDIDATE TABLE.
013900 01  WS-FIX-TABLE.
014000     05  WS-FIX-ENTRY OCCURS 200 TIMES.
014100         10  WS-FIX-PROGRAM          PIC X(08).
014200         10  WS-FIX-KEY              PIC X(20).
014300         10  WS-FIX-DATA             PIC X(80).
014400         10  WS-FIX-USED-SW          PIC X(01).
014500 01  WS-FIX-COUNT                   PIC 9(03) COMP VALUE ZERO.
014600 01  WS-FIX-SUB                     PIC 9(03) COMP.
014700 01  WS-FIX-MATCH-SUB               PIC 9(03) COMP VALUE ZERO.
014800
014900 01  WS-WORK-EXCEPTION              PIC X(96) VALUE SPACES.
015000 01  WS-WORK-FIELDS REDEFINES WS-WORK-EXCEPTION.
015100     05  WS-WORK-PROGRAM             PIC X(08).
015200     05  WS-WORK-KEY                 PIC X(20).
015300     05  WS-WORK-REASON-CODE         PIC X(04).
015400     05  WS-WORK-REASON-TEXT         PIC X(40).
015500     05  FILLER                      PIC X(16).
015600     05  WS-WORK-OPERATOR            PIC X(08).
015700 01  WS-WORK-AGE                    PIC 9(03) VALUE ZERO.
015800
015900 01  WS-EXCEPTIONS-NEW              PIC 9(07) VALUE ZERO.
016000 01  WS-EXCEPTIONS-CARRIED          PIC 9(07) VALUE ZERO.
016100 01  WS-EXCEPTIONS-RESUBMITTED      PIC 9(07) VALUE ZERO.
016200 01  WS-EXCEPTIONS-OPEN             PIC 9(07) VALUE ZERO.
016300
016400 01  WS-CURRENT-DATE-TIME.
016500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
016600     05  WS-TIME-HHMMSSHH           PIC 9(08).
016700     05  FILLER                     PIC X(05).
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200         THRU 1000-INITIALIZE-EXIT.
017300
017400     SORT SORT-WORK
017500         ON DESCENDING KEY SORT-AGE-DAYS
017600         ON ASCENDING KEY SORT-PROGRAM-ID SORT-KEY-VALUE
017700         INPUT PROCEDURE IS 2000-MERGE-ALL-EXCEPTIONS
017800             THRU 2000-MERGE-ALL-EXCEPTIONS-EXIT
017900         OUTPUT PROCEDURE IS 5000-PRINT-AGING
018000             THRU 5000-PRINT-AGING-EXIT.
018100
018200     PERFORM 9000-FINISH
018300         THRU 9000-FINISH-EXIT.
018400
018500     MOVE WS-RETURN-CODE TO RETURN-CODE.
018600     GO TO 9999-EXIT.
018700
018800 1000-INITIALIZE.
018900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
019000     PERFORM 1050-GET-BUSINESS-DATE
019100         THRU 1050-GET-BUSINESS-DATE-EXIT.
019200     PERFORM 1100-LOAD-FIXES
019300         THRU 1100-LOAD-FIXES-EXIT.
019400     OPEN OUTPUT CARRY-OUTPUT.
019500*    THE HISTORY IS CUMULATIVE - EACH RUN APPENDS, THE
019600*    CYCADJLG PATTERN.  WITHOUT IT THE NIGHT'S REPAIR STILL
019700*    RUNS; ONLY THE TREND REPORT LOSES THE NIGHT.
019800     OPEN EXTEND HISTORY-FILE.
019900     IF NOT HIST-STATUS-OK
020000         OPEN OUTPUT HISTORY-FILE
020100     END-IF.
020200     IF HIST-STATUS-OK
020300         SET WS-HIST-OPEN TO TRUE
020400     ELSE
020500         DISPLAY 'EXCMERGE - UNABLE TO OPEN EXCHIST, STATUS='
020600             WS-HIST-STATUS
020700         SET RC-WARNING TO TRUE
020800     END-IF.
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
022900         DISPLAY 'EXCMERGE - RUNNING AS OF BUSINESS DATE '
023000             BUS-DATE
023100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
023200     END-IF.
023300 1050-GET-BUSINESS-DATE-EXIT.
023400     EXIT.
023500
023600 1100-LOAD-FIXES.
023700     OPEN INPUT FIXES-FILE.
023800     IF NOT FIXES-STATUS-OK
023900*        NO CORRECTIONS TONIGHT IS THE COMMON CASE.
024000         GO TO 1100-LOAD-FIXES-EXIT
024100     END-IF.
024200     PERFORM 1110-LOAD-ONE-FIX
024300         THRU 1110-LOAD-ONE-FIX-EXIT
024400         UNTIL FIXES-STATUS-EOF.
024500     CLOSE FIXES-FILE.
024600 1100-LOAD-FIXES-EXIT.
024700     EXIT.
024800
024900 1110-LOAD-ONE-FIX.
025000     READ FIXES-FILE
025100         AT END SET FIXES-STATUS-EOF TO TRUE
025200     END-READ.
025300     IF FIXES-STATUS-EOF
025400         GO TO 1110-LOAD-ONE-FIX-EXIT
025500     END-IF.
025600     IF WS-FIX-COUNT < 200
025700         ADD 1 TO WS-FIX-COUNT
025800         MOVE FIX-PROGRAM-ID TO WS-FIX-PROGRAM(WS-FIX-COUNT)
025900         MOVE FIX-KEY-VALUE  TO WS-FIX-KEY(WS-FIX-COUNT)
026000         MOVE FIX-NEW-DATA   TO WS-FIX-DATA(WS-FIX-COUNT)
026100         MOVE 'N'            TO WS-FIX-USED-SW(WS-FIX-COUNT)
026200     ELSE
026300         DISPLAY 'EXCMERGE - FIX TABLE FULL, ENTRY DROPPED'
026400         SET RC-WARNING TO TRUE
026500     END-IF.
026600 1110-LOAD-ONE-FIX-EXIT.
026700     EXIT.
026800
026900 2000-MERGE-ALL-EXCEPTIONS.
027000*    CARRIED EXCEPTIONS FIRST (AGING UP A DAY), THEN TONIGHT'S
027100*    NEW ONES AT AGE ZERO.
027200     PERFORM 2100-READ-CARRY-FILE
027300         THRU 2100-READ-CARRY-FILE-EXIT.
027400     PERFORM 2200-READ-NEW-EXCEPTIONS
027500         THRU 2200-READ-NEW-EXCEPTIONS-EXIT.
027600     CLOSE CARRY-OUTPUT.
027700 2000-MERGE-ALL-EXCEPTIONS-EXIT.
027800     EXIT.
027900
028000 2100-READ-CARRY-FILE.
028100     OPEN INPUT CARRY-INPUT.
028200     IF NOT CARRY-IN-STATUS-OK
028300         GO TO 2100-READ-CARRY-FILE-EXIT
028400     END-IF.
028500     PERFORM 2110-PROCESS-ONE-CARRY
028600         THRU 2110-PROCESS-ONE-CARRY-EXIT
028700         UNTIL CARRY-IN-STATUS-EOF.
028800     CLOSE CARRY-INPUT.
028900 2100-READ-CARRY-FILE-EXIT.
029000     EXIT.
029100
029200 2110-PROCESS-ONE-CARRY.
029300     READ CARRY-INPUT
029400         AT END SET CARRY-IN-STATUS-EOF TO TRUE
029500     END-READ.
029600     IF CARRY-IN-STATUS-EOF
029700         GO TO 2110-PROCESS-ONE-CARRY-EXIT
029800     END-IF.
029900     ADD 1 TO WS-EXCEPTIONS-CARRIED.
030000     MOVE CIN-EXCEPTION TO WS-WORK-EXCEPTION.
030100     IF CIN-AGE-DAYS IS NUMERIC
030200         COMPUTE WS-WORK-AGE = CIN-AGE-DAYS + 1
030300     ELSE
030400         MOVE 1 TO WS-WORK-AGE
030500     END-IF.
030600     PERFORM 3000-DISPOSE-ONE-EXCEPTION
030700         THRU 3000-DISPOSE-ONE-EXCEPTION-EXIT.
030800 2110-PROCESS-ONE-CARRY-EXIT.
030900     EXIT.
031000
031100 2200-READ-NEW-EXCEPTIONS.
031200     OPEN INPUT EXCEPTION-INPUT.
031300     IF NOT EXCIN-STATUS-OK
031400         GO TO 2200-READ-NEW-EXCEPTIONS-EXIT
031500     END-IF.
031600     PERFORM 2210-PROCESS-ONE-NEW
031700         THRU 2210-PROCESS-ONE-NEW-EXIT
031800         UNTIL EXCIN-STATUS-EOF.
031900     CLOSE EXCEPTION-INPUT.
032000 2200-READ-NEW-EXCEPTIONS-EXIT.
032100     EXIT.
032200
032300 2210-PROCESS-ONE-NEW.
032400     READ EXCEPTION-INPUT
032500         AT END SET EXCIN-STATUS-EOF TO TRUE
032600     END-READ.
032700     IF EXCIN-STATUS-EOF
032800         GO TO 2210-PROCESS-ONE-NEW-EXIT
032900     END-IF.
033000     ADD 1 TO WS-EXCEPTIONS-NEW.
033100     MOVE EXC-RECORD TO WS-WORK-EXCEPTION.
033200     MOVE ZERO TO WS-WORK-AGE.
033300     SET EXH-RAISED TO TRUE.
033400     PERFORM 3500-WRITE-HISTORY
033500         THRU 3500-WRITE-HISTORY-EXIT.
033600     PERFORM 3000-DISPOSE-ONE-EXCEPTION
033700         THRU 3000-DISPOSE-ONE-EXCEPTION-EXIT.
033800 2210-PROCESS-ONE-NEW-EXIT.
033900     EXIT.
034000
034100 3000-DISPOSE-ONE-EXCEPTION.
034200*    A MATCHING OPERATOR CORRECTION SENDS THE FIXED RECORD TO
034300*    THE OWNING PROGRAM'S RESUBMIT DATASET AND RETIRES THE
034400*    EXCEPTION; OTHERWISE IT CARRIES FORWARD AND AGES.
034500     PERFORM 3100-FIND-MATCHING-FIX
034600         THRU 3100-FIND-MATCHING-FIX-EXIT.
034700     IF WS-FIX-MATCH-SUB > ZERO
034800         PERFORM 3200-WRITE-RESUBMIT
034900             THRU 3200-WRITE-RESUBMIT-EXIT
035000         GO TO 3000-DISPOSE-ONE-EXCEPTION-EXIT
035100     END-IF.
035200
035300     ADD 1 TO WS-EXCEPTIONS-OPEN.
035400     MOVE WS-WORK-EXCEPTION TO COUT-EXCEPTION.
035500     MOVE WS-WORK-AGE       TO COUT-AGE-DAYS.
035600     WRITE CARRY-RECORD-OUT.
035700
035800     MOVE WS-WORK-AGE         TO SORT-AGE-DAYS.
035900     MOVE WS-WORK-PROGRAM     TO SORT-PROGRAM-ID.
036000     MOVE WS-WORK-KEY         TO SORT-KEY-VALUE.
036100     MOVE WS-WORK-REASON-TEXT TO SORT-REASON-TEXT.
036200     RELEASE SORT-AGING-RECORD.
036300 3000-DISPOSE-ONE-EXCEPTION-EXIT.
036400     EXIT.
036500
036600 3100-FIND-MATCHING-FIX.
036700     MOVE ZERO TO WS-FIX-MATCH-SUB.
036800     PERFORM 3110-CHECK-ONE-FIX
036900         THRU 3110-CHECK-ONE-FIX-EXIT
037000         VARYING WS-FIX-SUB FROM 1 BY 1
037100         UNTIL WS-FIX-SUB > WS-FIX-COUNT
037200             OR WS-FIX-MATCH-SUB > ZERO.
037300 3100-FIND-MATCHING-FIX-EXIT.
037400     EXIT.
037500
037600 3110-CHECK-ONE-FIX.
037700     IF WS-FIX-USED-SW(WS-FIX-SUB) = 'N'
037800             AND WS-FIX-PROGRAM(WS-FIX-SUB) = WS-WORK-PROGRAM
037900             AND WS-FIX-KEY(WS-FIX-SUB) = WS-WORK-KEY
038000         MOVE WS-FIX-SUB TO WS-FIX-MATCH-SUB
038100     END-IF.
038200 3110-CHECK-ONE-FIX-EXIT.
038300     EXIT.
038400
038500 3200-WRITE-RESUBMIT.
038600*    ONE RESUBMIT DATASET PER OWNING PROGRAM - RSB PLUS THE
038700*    FIRST FIVE CHARACTERS OF THE PROGRAM NAME, CONCATENATED
038800*    INTO THAT PROGRAM'S INPUT ON ITS NEXT RUN.
038900     MOVE 'Y' TO WS-FIX-USED-SW(WS-FIX-MATCH-SUB).
039000     MOVE SPACES TO RESUB-FILENAME.
039100     STRING 'RSB' WS-WORK-PROGRAM(1:5)
039200         DELIMITED BY SIZE
039300         INTO RESUB-FILENAME
039400     END-STRING.
039500     OPEN EXTEND RESUBMIT-FILE.
039600     IF NOT RESUB-STATUS-OK
039700         OPEN OUTPUT RESUBMIT-FILE
039800     END-IF.
039900     MOVE WS-FIX-DATA(WS-FIX-MATCH-SUB) TO RESUBMIT-RECORD.
040000     WRITE RESUBMIT-RECORD.
040100     CLOSE RESUBMIT-FILE.
040200     ADD 1 TO WS-EXCEPTIONS-RESUBMITTED.
040300     SET EXH-RESOLVED TO TRUE.
040400     PERFORM 3500-WRITE-HISTORY
040500         THRU 3500-WRITE-HISTORY-EXIT.
040600 3200-WRITE-RESUBMIT-EXIT.
040700     EXIT.
040800
040900 3500-WRITE-HISTORY.
041000*    THE CALLER HAS SET THE RECORD TYPE.
041100     IF NOT WS-HIST-OPEN
041200         GO TO 3500-WRITE-HISTORY-EXIT
041300     END-IF.
041400     MOVE WS-TODAY-YYYYMMDD   TO EXH-HIST-DATE.
041500     MOVE WS-WORK-PROGRAM     TO EXH-PROGRAM-ID.
041600     MOVE WS-WORK-KEY         TO EXH-KEY-VALUE.
041700     MOVE WS-WORK-REASON-CODE TO EXH-REASON-CODE.
041800     MOVE WS-WORK-REASON-TEXT TO EXH-REASON-TEXT.
041900     MOVE WS-WORK-AGE         TO EXH-AGE-DAYS.
042000     MOVE WS-WORK-OPERATOR    TO EXH-OPERATOR-ID.
042100     WRITE EXC-HISTORY-RECORD.
042200 3500-WRITE-HISTORY-EXIT.
042300     EXIT.
042400
042500 5000-PRINT-AGING.
042600     OPEN OUTPUT AGING-REPORT.
042700     MOVE 'OPEN EXCEPTIONS BY AGE - OLDEST FIRST' TO
042800         AGING-REPORT-LINE.
042900     WRITE AGING-REPORT-LINE.
043000
043100     PERFORM 5100-PRINT-NEXT-AGING
043200         THRU 5100-PRINT-NEXT-AGING-EXIT
043300         UNTIL SORT-AT-EOF.
043400     CLOSE AGING-REPORT.
043500 5000-PRINT-AGING-EXIT.
043600     EXIT.
043700
043800 5100-PRINT-NEXT-AGING.
043900     RETURN SORT-WORK INTO SORT-AGING-RECORD
044000         AT END SET SORT-AT-EOF TO TRUE
044100     END-RETURN.
044200     IF SORT-AT-EOF
044300         GO TO 5100-PRINT-NEXT-AGING-EXIT
044400     END-IF.
044500     MOVE SPACES TO AGING-REPORT-LINE.
044600     STRING 'AGE=' SORT-AGE-DAYS
044700            ' ' SORT-PROGRAM-ID
044800            ' KEY=' SORT-KEY-VALUE
044900            ' ' SORT-REASON-TEXT
045000         DELIMITED BY SIZE
045100         INTO AGING-REPORT-LINE
045200     END-STRING.
045300     WRITE AGING-REPORT-LINE.
045400 5100-PRINT-NEXT-AGING-EXIT.
045500     EXIT.
045600
045700 9000-FINISH.
045800     IF WS-HIST-OPEN
045900         CLOSE HISTORY-FILE
046000     END-IF.
046100     DISPLAY 'EXCMERGE - CARRIED IN    : ' WS-EXCEPTIONS-CARRIED.
046200     DISPLAY 'EXCMERGE - NEW TONIGHT   : ' WS-EXCEPTIONS-NEW.
046300     DISPLAY 'EXCMERGE - RESUBMITTED   : '
046400         WS-EXCEPTIONS-RESUBMITTED.
046500     DISPLAY 'EXCMERGE - STILL OPEN    : ' WS-EXCEPTIONS-OPEN.
046600     DISPLAY 'EXCMERGE - RETURN CODE   : ' WS-RETURN-CODE.
046700 9000-FINISH-EXIT.
046800     EXIT.
046900
047000 9999-EXIT.
047100     STOP RUN.
