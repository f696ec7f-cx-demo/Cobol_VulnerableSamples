000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCLAPSE.
000300 AUTHOR. R WHITFIELD.
000400 INSTALLATION. REGISTRAR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*   2026-10-15 RLW  ORIGINAL VERSION.  INCOMPLETE-LAPSE RUN -
001000*                    LOADS EACH TERM'S INCOMPLETE DEADLINE FROM
001100*                    THE CALFILE CALENDAR (CAL-INC-LAPSE-TERM,
001200*                    SEE CALREC), FINDS EVERY STUDENT/COURSE/TERM
001300*                    WHOSE LATEST GRADHIST POSTING IS STILL AN
001400*                    'I' WITH THE DEADLINE BEHIND THE BUSINESS
001500*                    DATE, AND WRITES A 'C' CORRECTION TO AN F
001600*                    FOR EACH ON GRADTRAN.  GRADPOST RUNS NEXT
001700*                    AND POSTS THEM LIKE ANY OTHER CORRECTION -
001800*                    GRADAUDT BEFORE/AFTER LINE, GPA RECOMPUTE
001900*                    AND STUCHGLG CHANGE LOG.  THE LAPSE LIST
002000*                    PRINTS TO INCLRPT FOR THE REGISTRAR.
002100*   2026-10-15 RLW  GRADTRAN IS NOW OPENED EXTEND, SO THE LAPSE
002200*                    CORRECTIONS JOIN ANY GRADE TRANSACTIONS
002300*                    ALREADY WAITING FOR GRADPOST INSTEAD OF
002400*                    REPLACING THEM.  THE FIRST RUN CREATES IT.
002500*   2026-10-15 RLW  A FAILED GRADTRAN OPEN CLOSES THE GRADE INDEX
002600*                    BEFORE ENDING AT RC 12, AND THE REOPEN OF
002700*                    THE INDEX FOR READING IS STATUS-CHECKED.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-HIST-STATUS.
003500
003600     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CALENDAR-STATUS.
003900
004000     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BUSDATE-STATUS.
004300
004400     SELECT GRADE-INDEX ASSIGN TO "INCLGIDX"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS GLX-KEY
004800         FILE STATUS IS WS-GLX-STATUS.
004900
005000     SELECT GRADE-TRAN-FILE ASSIGN TO "GRADTRAN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TRAN-STATUS.
005300
005400     SELECT LAPSE-REPORT ASSIGN TO "INCLRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  GRADE-HISTORY.
006000     COPY GRADREC.
006100
006200 FD  CALENDAR-FILE.
006300     COPY CALREC.
006400
006500 FD  BUSDATE-FILE.
006600     COPY BUSDATE.
006700
006800 FD  GRADE-INDEX.
006900 01  GRADE-INDEX-RECORD.
007000     05  GLX-KEY.
007100         10  GLX-STUDENT-ID          PIC 9(09).
007200         10  GLX-COURSE-ID           PIC X(08).
007300         10  GLX-TERM                PIC X(05).
007400     05  GLX-POINTS                  PIC 9(01)V9(02).
007500     05  GLX-LETTER                  PIC X(02).
007600         88  GLX-IS-INCOMPLETE       VALUE 'I '.
007700     05  GLX-POST-DATE               PIC X(08).
007800
007900*    SAME LAYOUT GRADPOST READS.
008000 FD  GRADE-TRAN-FILE.
008100 01  GRADE-TRAN-RECORD.
008200     05  TRAN-STUDENT-ID             PIC 9(09).
008300     05  FILLER                      PIC X(01).
008400     05  TRAN-COURSE-ID              PIC X(08).
008500     05  FILLER                      PIC X(01).
008600     05  TRAN-TERM                   PIC X(05).
008700     05  FILLER                      PIC X(01).
008800     05  TRAN-GRADE-POINTS           PIC 9(01)V9(02).
008900     05  FILLER                      PIC X(01).
009000     05  TRAN-ACTION                 PIC X(01).
009100     05  FILLER                      PIC X(01).
009200     05  TRAN-LETTER-GRADE           PIC X(02).
009300
009400 FD  LAPSE-REPORT.
009500 01  LAPSE-REPORT-LINE              PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800     COPY RETCODES.
009900     COPY GRDSCALE.
010000
010100 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
010200     88  HIST-STATUS-OK              VALUE '00'.
010300     88  HIST-STATUS-EOF             VALUE '10'.
010400 01  WS-CALENDAR-STATUS             PIC X(02) VALUE '00'.
010500     88  CALENDAR-STATUS-OK          VALUE '00'.
010600     88  CALENDAR-STATUS-EOF         VALUE '10'.
010700 01  WS-BUSDATE-STATUS              PIC X(02) VALUE '00'.
010800     88  BUSDATE-STATUS-OK           VALUE '00'.
010900 01  WS-GLX-STATUS                  PIC X(02) VALUE '00'.
011000     88  GLX-STATUS-OK               VALUE '00'.
011100     88  GLX-STATUS-EOF              VALUE '10'.
011200 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
011300     88  TRAN-STATUS-OK              VALUE '00'.
011400
011500*    ONE ENTRY PER TERM WITH AN INCOMPLETE DEADLINE ON THE
011600*    CALENDAR.  A TERM KEYED ON MORE THAN ONE DATE TAKES THE
011700*    LATEST, SO A DEADLINE EXTENSION ONLY NEEDS THE NEW DATE.
011800 01  WS-DEADLINE-TABLE.
011900     05  WS-DEADLINE-ENTRY OCCURS 40 TIMES.
012000         10  WS-DEADLINE-TERM        PIC X(05).
012100         10  WS-DEADLINE-DATE        PIC 9(08).
012200 01  WS-DEADLINE-COUNT              PIC 9(02) COMP VALUE ZERO.
012300 01  WS-DEADLINE-SUB                PIC 9(02) COMP.
012400 01  WS-DEADLINE-MATCH-SUB          PIC 9(02) COMP VALUE ZERO.
012500 01  WS-LOOKUP-TERM                 PIC X(05) VALUE SPACES.
012600 01  WS-F-POINTS                    PIC 9(01)V9(02) VALUE ZERO.
012700
012800 01  WS-GRADES-INDEXED              PIC 9(07) COMP VALUE ZERO.
012900 01  WS-INCOMPLETES-FOUND           PIC 9(07) COMP VALUE ZERO.
013000 01  WS-INCOMPLETES-LAPSED          PIC 9(07) COMP VALUE ZERO.
013100 01  WS-INCOMPLETES-OPEN            PIC 9(07) COMP VALUE ZERO.
013200 01  WS-NO-DEADLINE                 PIC 9(07) COMP VALUE ZERO.
013300
013400 01  WS-CURRENT-DATE-TIME.
013500     05  WS-TODAY-YYYYMMDD          PIC 9(08).
013600     05  WS-TIME-HHMMSSHH           PIC 9(08).
013700     05  FILLER                     PIC X(05).
013800
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-INITIALIZE-EXIT.
014300
014400     IF NOT RC-SEVERE
014500         PERFORM 2000-CHECK-NEXT-GRADE
014600             THRU 2000-CHECK-NEXT-GRADE-EXIT
014700             UNTIL GLX-STATUS-EOF
014800     END-IF.
014900
015000     PERFORM 9000-FINISH
015100         THRU 9000-FINISH-EXIT.
015200
015300     MOVE WS-RETURN-CODE TO RETURN-CODE.
015400     GO TO 9999-EXIT.
015500
015600 1000-INITIALIZE.
015700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
015800     PERFORM 1050-GET-BUSINESS-DATE
015900         THRU 1050-GET-BUSINESS-DATE-EXIT.
016000*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
016100*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
016200     OPEN OUTPUT LAPSE-REPORT.
016300     MOVE SPACES TO LAPSE-REPORT-LINE.
016400     STRING 'INCOMPLETE GRADES LAPSED TO F - AS OF '
016500            WS-TODAY-YYYYMMDD
016600         DELIMITED BY SIZE
016700         INTO LAPSE-REPORT-LINE
016800     END-STRING.
016900     WRITE LAPSE-REPORT-LINE.
017000
017100*    THE F TAKES ITS POINTS FROM THE SCALE LIKE ANY LETTER.
017200     PERFORM 1060-FIND-F-POINTS
017300         THRU 1060-FIND-F-POINTS-EXIT
017400         VARYING WS-SCALE-SUB FROM 1 BY 1
017500         UNTIL WS-SCALE-SUB > WS-SCALE-COUNT.
017600
017700     PERFORM 1100-LOAD-DEADLINES
017800         THRU 1100-LOAD-DEADLINES-EXIT.
017900     PERFORM 1200-BUILD-GRADE-INDEX
018000         THRU 1200-BUILD-GRADE-INDEX-EXIT.
018100     IF RC-SEVERE
018200         GO TO 1000-INITIALIZE-EXIT
018300     END-IF.
018400
018500*    GRADTRAN MAY ALREADY HOLD THE DAY'S KEYED GRADES FOR
018600*    GRADPOST - EXTEND, NOT OUTPUT.  THE FIRST RUN CREATES IT.
018700     OPEN EXTEND GRADE-TRAN-FILE.
018800     IF NOT TRAN-STATUS-OK
018900         OPEN OUTPUT GRADE-TRAN-FILE
019000     END-IF.
019100     IF NOT TRAN-STATUS-OK
019200         DISPLAY 'INCLAPSE - UNABLE TO OPEN GRADTRAN, STATUS='
019300             WS-TRAN-STATUS
019400         CLOSE GRADE-INDEX
019500         SET RC-SEVERE TO TRUE
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF.
019800
019900     MOVE LOW-VALUES TO GLX-KEY.
020000     START GRADE-INDEX KEY IS NOT LESS THAN GLX-KEY
020100         INVALID KEY SET GLX-STATUS-EOF TO TRUE
020200     END-START.
020300 1000-INITIALIZE-EXIT.
020400     EXIT.
020500
020600 1050-GET-BUSINESS-DATE.
020700*    THE CYCLE RUNS ON THE BUSINESS DATE FROM THE SHARED
020800*    BUSDATE CONTROL RECORD (SEE BUSDATE) - NORMALLY TODAY,
020900*    SET BACK BY OPERATIONS FOR AN AS-OF RERUN.  THE WALL-
021000*    CLOCK TIME FIELD STAYS REAL.
021100     OPEN INPUT BUSDATE-FILE.
021200     IF NOT BUSDATE-STATUS-OK
021300         GO TO 1050-GET-BUSINESS-DATE-EXIT
021400     END-IF.
021500     READ BUSDATE-FILE
021600         AT END
021700             CLOSE BUSDATE-FILE
021800             GO TO 1050-GET-BUSINESS-DATE-EXIT
021900     END-READ.
022000     IF BUS-DATE IS NUMERIC AND BUS-DATE NOT = ZERO
022100         MOVE BUS-DATE TO WS-TODAY-YYYYMMDD
022200     END-IF.
022300     CLOSE BUSDATE-FILE.
022400 1050-GET-BUSINESS-DATE-EXIT.
022500     EXIT.
022600
022700 1060-FIND-F-POINTS.
022800     IF WS-SCALE-LETTER(WS-SCALE-SUB) = 'F '
022900         MOVE WS-SCALE-POINTS(WS-SCALE-SUB) TO WS-F-POINTS
023000     END-IF.
023100 1060-FIND-F-POINTS-EXIT.
023200     EXIT.
023300
023400 1100-LOAD-DEADLINES.
023500*    NO CALENDAR MEANS NO DEADLINES - EVERY INCOMPLETE STANDS.
023600*    A LAPSE IS A GRADE CHANGE AND NEEDS THE REGISTRAR'S DATE.
023700     OPEN INPUT CALENDAR-FILE.
023800     IF NOT CALENDAR-STATUS-OK
023900         DISPLAY 'INCLAPSE - NO CALFILE, NOTHING LAPSES, STATUS='
024000             WS-CALENDAR-STATUS
024100         GO TO 1100-LOAD-DEADLINES-EXIT
024200     END-IF.
024300     PERFORM 1110-LOAD-ONE-DATE
024400         THRU 1110-LOAD-ONE-DATE-EXIT
024500         UNTIL CALENDAR-STATUS-EOF.
024600     CLOSE CALENDAR-FILE.
024700 1100-LOAD-DEADLINES-EXIT.
024800     EXIT.
024900
025000 1110-LOAD-ONE-DATE.
025100     READ CALENDAR-FILE
025200         AT END SET CALENDAR-STATUS-EOF TO TRUE
025300     END-READ.
025400     IF CALENDAR-STATUS-EOF
025500         GO TO 1110-LOAD-ONE-DATE-EXIT
025600     END-IF.
025700     IF CAL-INC-LAPSE-TERM = SPACES
025800             OR CAL-DATE IS NOT NUMERIC
025900         GO TO 1110-LOAD-ONE-DATE-EXIT
026000     END-IF.
026100     MOVE CAL-INC-LAPSE-TERM TO WS-LOOKUP-TERM.
026200     PERFORM 1150-FIND-DEADLINE
026300         THRU 1150-FIND-DEADLINE-EXIT.
026400     IF WS-DEADLINE-MATCH-SUB > ZERO
026500         IF CAL-DATE > WS-DEADLINE-DATE(WS-DEADLINE-MATCH-SUB)
026600             MOVE CAL-DATE TO
026700                 WS-DEADLINE-DATE(WS-DEADLINE-MATCH-SUB)
026800         END-IF
026900         GO TO 1110-LOAD-ONE-DATE-EXIT
027000     END-IF.
027100     IF WS-DEADLINE-COUNT < 40
027200         ADD 1 TO WS-DEADLINE-COUNT
027300         MOVE CAL-INC-LAPSE-TERM TO
027400             WS-DEADLINE-TERM(WS-DEADLINE-COUNT)
027500         MOVE CAL-DATE TO WS-DEADLINE-DATE(WS-DEADLINE-COUNT)
027600     ELSE
027700         DISPLAY 'INCLAPSE - DEADLINE TABLE FULL, TERM '
027800             CAL-INC-LAPSE-TERM ' IGNORED'
027900         SET RC-WARNING TO TRUE
028000     END-IF.
028100 1110-LOAD-ONE-DATE-EXIT.
028200     EXIT.
028300
028400 1150-FIND-DEADLINE.
028500     MOVE ZERO TO WS-DEADLINE-MATCH-SUB.
028600     PERFORM 1160-CHECK-ONE-DEADLINE
028700         THRU 1160-CHECK-ONE-DEADLINE-EXIT
028800         VARYING WS-DEADLINE-SUB FROM 1 BY 1
028900         UNTIL WS-DEADLINE-SUB > WS-DEADLINE-COUNT
029000             OR WS-DEADLINE-MATCH-SUB > ZERO.
029100 1150-FIND-DEADLINE-EXIT.
029200     EXIT.
029300
029400 1160-CHECK-ONE-DEADLINE.
029500     IF WS-DEADLINE-TERM(WS-DEADLINE-SUB) = WS-LOOKUP-TERM
029600         MOVE WS-DEADLINE-SUB TO WS-DEADLINE-MATCH-SUB
029700     END-IF.
029800 1160-CHECK-ONE-DEADLINE-EXIT.
029900     EXIT.
030000
030100 1200-BUILD-GRADE-INDEX.
030200*    LATEST POSTING PER STUDENT/COURSE/TERM, KEYED - THE GLCIDX
030300*    PATTERN.  AN INCOMPLETE ALREADY REPLACED BY A REAL GRADE
030400*    NO LONGER SHOWS AS AN 'I' HERE.
030500     OPEN OUTPUT GRADE-INDEX.
030600     IF NOT GLX-STATUS-OK
030700         DISPLAY 'INCLAPSE - UNABLE TO BUILD INCLGIDX, STATUS='
030800             WS-GLX-STATUS
030900         SET RC-SEVERE TO TRUE
031000         GO TO 1200-BUILD-GRADE-INDEX-EXIT
031100     END-IF.
031200     OPEN INPUT GRADE-HISTORY.
031300     IF NOT HIST-STATUS-OK
031400         DISPLAY 'INCLAPSE - UNABLE TO OPEN GRADHIST, STATUS='
031500             WS-HIST-STATUS
031600         CLOSE GRADE-INDEX
031700         SET RC-SEVERE TO TRUE
031800         GO TO 1200-BUILD-GRADE-INDEX-EXIT
031900     END-IF.
032000     PERFORM 1210-INDEX-ONE-GRADE
032100         THRU 1210-INDEX-ONE-GRADE-EXIT
032200         UNTIL HIST-STATUS-EOF.
032300     CLOSE GRADE-HISTORY.
032400     CLOSE GRADE-INDEX.
032500     OPEN INPUT GRADE-INDEX.
032600     IF NOT GLX-STATUS-OK
032700         DISPLAY 'INCLAPSE - UNABLE TO REOPEN INCLGIDX, STATUS='
032800             WS-GLX-STATUS
032900         SET RC-SEVERE TO TRUE
033000     END-IF.
033100 1200-BUILD-GRADE-INDEX-EXIT.
033200     EXIT.
033300
033400 1210-INDEX-ONE-GRADE.
033500     READ GRADE-HISTORY
033600         AT END SET HIST-STATUS-EOF TO TRUE
033700     END-READ.
033800     IF HIST-STATUS-EOF
033900         GO TO 1210-INDEX-ONE-GRADE-EXIT
034000     END-IF.
034100*    FILE ORDER IS POSTING ORDER - A LATER RECORD FOR THE SAME
034200*    KEY IS THE LATER POSTING AND REPLACES THE EARLIER ONE.
034300     MOVE GRADE-STUDENT-ID TO GLX-STUDENT-ID.
034400     MOVE GRADE-COURSE-ID  TO GLX-COURSE-ID.
034500     MOVE GRADE-TERM       TO GLX-TERM.
034600     MOVE GRADE-POINTS     TO GLX-POINTS.
034700     MOVE GRADE-LETTER     TO GLX-LETTER.
034800     MOVE GRADE-POST-DATE  TO GLX-POST-DATE.
034900     WRITE GRADE-INDEX-RECORD
035000         INVALID KEY
035100             REWRITE GRADE-INDEX-RECORD
035200                 INVALID KEY CONTINUE
035300             END-REWRITE
035400     END-WRITE.
035500     ADD 1 TO WS-GRADES-INDEXED.
035600 1210-INDEX-ONE-GRADE-EXIT.
035700     EXIT.
035800
035900 2000-CHECK-NEXT-GRADE.
036000     READ GRADE-INDEX NEXT
036100         AT END SET GLX-STATUS-EOF TO TRUE
036200     END-READ.
036300     IF NOT GLX-STATUS-OK
036400         SET GLX-STATUS-EOF TO TRUE
036500         GO TO 2000-CHECK-NEXT-GRADE-EXIT
036600     END-IF.
036700     IF NOT GLX-IS-INCOMPLETE
036800         GO TO 2000-CHECK-NEXT-GRADE-EXIT
036900     END-IF.
037000     ADD 1 TO WS-INCOMPLETES-FOUND.
037100
037200     MOVE GLX-TERM TO WS-LOOKUP-TERM.
037300     PERFORM 1150-FIND-DEADLINE
037400         THRU 1150-FIND-DEADLINE-EXIT.
037500     IF WS-DEADLINE-MATCH-SUB = ZERO
037600         ADD 1 TO WS-NO-DEADLINE
037700         ADD 1 TO WS-INCOMPLETES-OPEN
037800         GO TO 2000-CHECK-NEXT-GRADE-EXIT
037900     END-IF.
038000*    THE DEADLINE DAY ITSELF IS STILL TIME TO COMPLETE.
038100     IF WS-TODAY-YYYYMMDD NOT >
038200             WS-DEADLINE-DATE(WS-DEADLINE-MATCH-SUB)
038300         ADD 1 TO WS-INCOMPLETES-OPEN
038400         GO TO 2000-CHECK-NEXT-GRADE-EXIT
038500     END-IF.
038600
038700     MOVE SPACES TO GRADE-TRAN-RECORD.
038800     MOVE GLX-STUDENT-ID TO TRAN-STUDENT-ID.
038900     MOVE GLX-COURSE-ID  TO TRAN-COURSE-ID.
039000     MOVE GLX-TERM       TO TRAN-TERM.
039100     MOVE WS-F-POINTS    TO TRAN-GRADE-POINTS.
039200     MOVE 'C'            TO TRAN-ACTION.
039300     MOVE 'F '           TO TRAN-LETTER-GRADE.
039400     WRITE GRADE-TRAN-RECORD.
039500     ADD 1 TO WS-INCOMPLETES-LAPSED.
039600
039700     MOVE SPACES TO LAPSE-REPORT-LINE.
039800     STRING '  ' GLX-STUDENT-ID ' ' GLX-COURSE-ID
039900            ' ' GLX-TERM
040000            '  I POSTED ' GLX-POST-DATE
040100            '  DEADLINE '
040200            WS-DEADLINE-DATE(WS-DEADLINE-MATCH-SUB)
040300            '  NOW F'
040400         DELIMITED BY SIZE
040500         INTO LAPSE-REPORT-LINE
040600     END-STRING.
040700     WRITE LAPSE-REPORT-LINE.
040800 2000-CHECK-NEXT-GRADE-EXIT.
040900     EXIT.
041000
041100 9000-FINISH.
041200     IF NOT RC-SEVERE
041300         CLOSE GRADE-INDEX
041400         CLOSE GRADE-TRAN-FILE
041500     END-IF.
041600     CLOSE LAPSE-REPORT.
041700     DISPLAY 'INCLAPSE - BUSINESS DATE        : '
041800         WS-TODAY-YYYYMMDD.
041900     DISPLAY 'INCLAPSE - TERMS WITH DEADLINES : '
042000         WS-DEADLINE-COUNT.
042100     DISPLAY 'INCLAPSE - GRADES READ          : '
042200         WS-GRADES-INDEXED.
042300     DISPLAY 'INCLAPSE - INCOMPLETES FOUND    : '
042400         WS-INCOMPLETES-FOUND.
042500     DISPLAY 'INCLAPSE - LAPSED TO F          : '
042600         WS-INCOMPLETES-LAPSED.
042700     DISPLAY 'INCLAPSE - STILL OPEN           : '
042800         WS-INCOMPLETES-OPEN.
042900     DISPLAY 'INCLAPSE - NO DEADLINE ON FILE  : '
043000         WS-NO-DEADLINE.
043100     DISPLAY 'INCLAPSE - RETURN CODE          : ' WS-RETURN-CODE.
043200 9000-FINISH-EXIT.
043300     EXIT.
043400
043500 9999-EXIT.
043600     STOP RUN.
