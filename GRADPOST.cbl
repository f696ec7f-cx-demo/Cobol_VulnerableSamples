004000*                    THE TICKETS INTAKE (SEE TICKREC), SO
004100*                    TICKAGE AGES BATCH FAILURES WITH THE
004200*                    REST OF THE QUEUE.
004300*   2026-10-15 RLW  LETTER GRADES - GRADTRAN MAY CARRY A LETTER
004400*                    (SEE GRDSCALE), WHICH POSTS WITH ITS SCALE
004500*                    POINTS AND IS KEPT ON GRADHIST.  UNKNOWN
004600*                    LETTERS REJECT E116.  P, I AND W POSTINGS
004700*                    ARE LEFT OUT OF THE GPA RECOMPUTE, AND A
004800*                    STUDENT WITH NO GPA GRADES RECOMPUTES TO
004900*                    ZERO.  THE GRADAUDT LINE SHOWS THE LETTERS,
005000*                    SO AN INCLAPSE I-TO-F LAPSE READS AS ONE.
005100*================================================================
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT STUDENT ASSIGN TO FILENAME
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS STUDENT-ID
005900         FILE STATUS IS WS-STUDENT-STATUS.
006000
006100     SELECT GRADE-TRAN-FILE ASSIGN TO "GRADTRAN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TRAN-STATUS.
006400
006500     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-HIST-STATUS.
006800
006900     SELECT SORT-WORK ASSIGN TO "GRADSWRK".
007000
007100     SELECT EXCEPTION-FILE ASSIGN TO "GRADEXC"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT GRADE-INDEX ASSIGN TO "GRADCIDX"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS GCX-KEY
007800         FILE STATUS IS WS-GCX-STATUS.
007900
008000     SELECT CORRECTION-AUDIT ASSIGN TO "GRADAUDT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-AUDIT-STATUS.
008300
008400     SELECT CHANGE-LOG ASSIGN TO "STUCHGLG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CHGLOG-STATUS.
008700
008800     SELECT TICKET-INTAKE ASSIGN TO "TICKETS"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-TICKET-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  STUDENT.
009500     COPY STUDREC.
009600
009700 01  FILENAME                   PIC X(12).
009800
009900 FD  GRADE-TRAN-FILE.
010000 01  GRADE-TRAN-RECORD.
010100     05  TRAN-STUDENT-ID             PIC 9(09).
010200     05  FILLER                      PIC X(01).
010300     05  TRAN-COURSE-ID              PIC X(08).
010400     05  FILLER                      PIC X(01).
010500     05  TRAN-TERM                   PIC X(05).
010600     05  FILLER                      PIC X(01).
010700     05  TRAN-GRADE-POINTS           PIC 9(01)V9(02).
010800     05  FILLER                      PIC X(01).
010900     05  TRAN-ACTION                 PIC X(01).
011000         88  TRAN-IS-CORRECTION      VALUE 'C'.
011100         88  TRAN-IS-POSTING         VALUE ' ' 'A'.
011200     05  FILLER                      PIC X(01).
011300*    A LETTER, WHEN PRESENT, SETS THE POINTS FROM GRDSCALE AND
011400*    THE POINTS COLUMN IS IGNORED.
011500     05  TRAN-LETTER-GRADE           PIC X(02).
011600
011700 FD  GRADE-HISTORY.
011800     COPY GRADREC.
011900
012000 SD  SORT-WORK.
012100 01  SORT-GRADE-RECORD.
012200     05  SORT-STUDENT-ID             PIC 9(09).
012300     05  SORT-COURSE-ID              PIC X(08).
012400     05  SORT-TERM                   PIC X(05).
012500     05  SORT-POST-DATE              PIC X(08).
012600     05  SORT-GRADE-POINTS           PIC 9(01)V9(02).
012700     05  SORT-LETTER-GRADE           PIC X(02).
012800
012900 FD  EXCEPTION-FILE.
013000     COPY EXCREC.
013100
013200 FD  GRADE-INDEX.
013300 01  GRADE-INDEX-RECORD.
013400     05  GCX-KEY.
013500         10  GCX-STUDENT-ID          PIC 9(09).
013600         10  GCX-COURSE-ID           PIC X(08).
013700         10  GCX-TERM                PIC X(05).
013800     05  GCX-POINTS                  PIC 9(01)V9(02).
013900     05  GCX-LETTER                  PIC X(02).
014000
014100 FD  CORRECTION-AUDIT.
014200 01  CORRECTION-AUDIT-LINE          PIC X(80).
014300
014400 FD  CHANGE-LOG.
014500     COPY STUCHGRC.
014600
014700 FD  TICKET-INTAKE.
014800     COPY TICKREC.
014900
015000 WORKING-STORAGE SECTION.
015100     COPY RETCODES.
015200     COPY GRDSCALE.
015300
015400 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
015500     88  STUDENT-STATUS-OK           VALUE '00'.
015600 01  WS-TRAN-STATUS                 PIC X(02) VALUE '00'.
015700     88  TRAN-STATUS-OK              VALUE '00'.
015800     88  TRAN-STATUS-EOF             VALUE '10'.
015900 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
016000     88  HIST-STATUS-OK              VALUE '00'.
016100     88  HIST-STATUS-EOF             VALUE '10'.
016200
016300 01  WS-GCX-STATUS                  PIC X(02) VALUE '00'.
016400     88  GCX-STATUS-OK               VALUE '00'.
016500 01  WS-AUDIT-STATUS                PIC X(02) VALUE '00'.
016600     88  AUDIT-STATUS-OK             VALUE '00'.
016700 01  WS-CHGLOG-STATUS               PIC X(02) VALUE '00'.
016800     88  CHGLOG-STATUS-OK            VALUE '00'.
016900 01  WS-OLD-GPA                     PIC 9(01)V9(02) VALUE ZERO.
017000 01  WS-GPA-DISPLAY                 PIC 9.99.
017100
017200 01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
017300     88  SORT-AT-EOF                 VALUE 'Y'.
017400 01  WS-GCX-FOUND-SW                PIC X(01) VALUE 'N'.
017500     88  WS-GCX-FOUND                VALUE 'Y'.
017600
017700*    THE RECOMPUTE HOLDS ONE POSTING AND LETS A LATER POSTING
017800*    FOR THE SAME STUDENT/COURSE/TERM SUPERSEDE IT, SO A
017900*    CORRECTED GRADE COUNTS EXACTLY ONCE.
018000 01  WS-HELD-SW                     PIC X(01) VALUE 'N'.
018100     88  WS-GRADE-HELD               VALUE 'Y'.
018200 01  WS-HELD-STUDENT-ID             PIC 9(09) VALUE ZERO.
018300 01  WS-HELD-COURSE-ID              PIC X(08) VALUE SPACES.
018400 01  WS-HELD-TERM                   PIC X(05) VALUE SPACES.
018500 01  WS-HELD-POINTS                 PIC 9(01)V9(02) VALUE ZERO.
018600 01  WS-HELD-LETTER                 PIC X(02) VALUE SPACES.
018700     88  WS-HELD-NOT-IN-GPA          VALUE 'P ' 'I ' 'W '.
018800 01  WS-OLD-POINTS                  PIC 9(01)V9(02) VALUE ZERO.
018900 01  WS-OLD-LETTER                  PIC X(02) VALUE SPACES.
019000 01  WS-FIRST-STUDENT-SW            PIC X(01) VALUE 'Y'.
019100     88  WS-FIRST-STUDENT            VALUE 'Y'.
019200 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
019300     88  WS-STUDENT-FOUND            VALUE 'Y'.
019400
019500 01  WS-MAX-GRADE-POINTS            PIC 9(01)V9(02) VALUE 4.00.
019600 01  WS-PREV-STUDENT-ID             PIC 9(09) VALUE ZERO.
019700 01  WS-GPA-SUM                     PIC 9(05)V9(02) VALUE ZERO.
019800 01  WS-GRADE-COUNT                 PIC 9(05) COMP VALUE ZERO.
019900 01  WS-NEW-GPA                     PIC 9(01)V9(02) VALUE ZERO.
020000
020100 01  WS-TRANS-READ                  PIC 9(07) COMP VALUE ZERO.
020200 01  WS-TRANS-ACCEPTED              PIC 9(07) COMP VALUE ZERO.
020300 01  WS-TRANS-REJECTED              PIC 9(07) COMP VALUE ZERO.
020400 01  WS-STUDENTS-UPDATED            PIC 9(07) COMP VALUE ZERO.
020500 01  WS-STUDENTS-NOT-FOUND          PIC 9(07) COMP VALUE ZERO.
020600 01  WS-CORRECTIONS-POSTED          PIC 9(07) COMP VALUE ZERO.
020700 01  WS-GRADES-SUPERSEDED           PIC 9(07) COMP VALUE ZERO.
020800
020900 01  WS-CURRENT-DATE-TIME.
021000     05  WS-TODAY-YYYYMMDD          PIC 9(08).
021100     05  WS-TIME-HHMMSSHH           PIC 9(08).
021200     05  FILLER                     PIC X(05).
021300
021400 01  WS-TICKET-STATUS               PIC X(02) VALUE '00'.
021500     88  TICKET-STATUS-OK            VALUE '00'.
021600
021700*    THE LAST EXCEPTION'S KEY AND REASON, SAVED AT WRITE TIME -
021800*    THE ERROR TICKET IS CUT AFTER THE FINISH CLOSES THE FILES,
021900*    AND AN FD RECORD AREA IS UNDEFINED AFTER CLOSE.
022000 01  WS-LAST-EXC-KEY                PIC X(20) VALUE SPACES.
022100 01  WS-LAST-EXC-REASON             PIC X(04) VALUE SPACES.
022200 01  WS-LAST-EXC-TEXT               PIC X(40) VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE
022700         THRU 1000-INITIALIZE-EXIT.
022800
022900     PERFORM 2000-POST-NEXT-TRAN
023000         THRU 2000-POST-NEXT-TRAN-EXIT
023100         UNTIL TRAN-STATUS-EOF.
023200
023300     IF NOT RC-SEVERE
023400         CLOSE GRADE-HISTORY
023500         SORT SORT-WORK
023600             ON ASCENDING KEY SORT-STUDENT-ID SORT-COURSE-ID
023700                 SORT-TERM SORT-POST-DATE
023800*            A CORRECTION POSTED THE SAME BUSINESS DATE AS THE
023900*            GRADE IT SUPERSEDES HAS NO KEY TIEBREAKER - FILE
024000*            ORDER MUST HOLD SO THE LATER RELEASE WINS THE
024100*            LATEST-PER-KEY COLLAPSE DETERMINISTICALLY.
024200             WITH DUPLICATES IN ORDER
024300             INPUT PROCEDURE IS 3000-LOAD-POSTED-GRADES
024400                 THRU 3000-LOAD-POSTED-GRADES-EXIT
024500             OUTPUT PROCEDURE IS 4000-RECOMPUTE-GPA
024600                 THRU 4000-RECOMPUTE-GPA-EXIT
024700     END-IF.
024800
024900     PERFORM 9000-FINISH
025000         THRU 9000-FINISH-EXIT.
025100
025200     IF RC-ERROR OR RC-SEVERE
025300         PERFORM 9500-OPEN-ERROR-TICKET
025400             THRU 9500-OPEN-ERROR-TICKET-EXIT
025500     END-IF.
025600     MOVE WS-RETURN-CODE TO RETURN-CODE.
025700     GO TO 9999-EXIT.
025800
025900 1000-INITIALIZE.
026000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
026100     DISPLAY 'ENTER STUDENT DATASET NAME: '.
026200     ACCEPT FILENAME.
026300*    UNGUARDED OUTPUTS OPEN FIRST, SO EVERY FAILURE PATH CAN
026400*    STILL CLOSE THEM AND END WITH THE STANDARD RETURN CODE.
026500     OPEN OUTPUT EXCEPTION-FILE.
026600     OPEN I-O STUDENT.
026700     IF NOT STUDENT-STATUS-OK
026800         DISPLAY 'GRADPOST - UNABLE TO OPEN STUDENT FILE, STATUS='
026900             WS-STUDENT-STATUS
027000         SET RC-SEVERE TO TRUE
027100         SET TRAN-STATUS-EOF TO TRUE
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF.
027400     OPEN INPUT GRADE-TRAN-FILE.
027500     IF NOT TRAN-STATUS-OK
027600         DISPLAY 'GRADPOST - UNABLE TO OPEN GRADTRAN, STATUS='
027700             WS-TRAN-STATUS
027800         SET RC-SEVERE TO TRUE
027900         SET TRAN-STATUS-EOF TO TRUE
028000         GO TO 1000-INITIALIZE-EXIT
028100     END-IF.
028200*    THE CORRECTION CHECK NEEDS THE CURRENT HISTORY KEYED, SO
028300*    THE WORK FILE BUILDS BEFORE THE HISTORY OPENS FOR EXTEND.
028400     PERFORM 1100-BUILD-GRADE-INDEX
028500         THRU 1100-BUILD-GRADE-INDEX-EXIT.
028600     IF RC-SEVERE
028700         SET TRAN-STATUS-EOF TO TRUE
028800         GO TO 1000-INITIALIZE-EXIT
028900     END-IF.
029000*    POSTED GRADES ACCUMULATE ACROSS RUNS - EXTEND, NOT OUTPUT.
029100     OPEN EXTEND GRADE-HISTORY.
029200     IF NOT HIST-STATUS-OK
029300         OPEN OUTPUT GRADE-HISTORY
029400     END-IF.
029500*    THE CORRECTION AUDIT IS PERMANENT - EXTEND, NOT OUTPUT.
029600*    THE CHANGE LOG IS PERMANENT TOO - EXTEND, NOT OUTPUT.
029700     OPEN EXTEND CHANGE-LOG.
029800     IF NOT CHGLOG-STATUS-OK
029900         OPEN OUTPUT CHANGE-LOG
030000     END-IF.
030100     OPEN EXTEND CORRECTION-AUDIT.
030200     IF NOT AUDIT-STATUS-OK
030300         OPEN OUTPUT CORRECTION-AUDIT
030400     END-IF.
030500 1000-INITIALIZE-EXIT.
030600     EXIT.
030700
030800 1100-BUILD-GRADE-INDEX.
030900*    LATEST POINTS PER STUDENT/COURSE/TERM, KEYED - THE GLCIDX
031000*    PATTERN.  A MISSING HISTORY IS AN EMPTY INDEX AND EVERY
031100*    CORRECTION WILL REJECT, WHICH IS RIGHT FOR A FIRST RUN.
031200     OPEN OUTPUT GRADE-INDEX.
031300     IF NOT GCX-STATUS-OK
031400         DISPLAY 'GRADPOST - UNABLE TO BUILD GRADCIDX, STATUS='
031500             WS-GCX-STATUS
031600         SET RC-SEVERE TO TRUE
031700         GO TO 1100-BUILD-GRADE-INDEX-EXIT
031800     END-IF.
031900     OPEN INPUT GRADE-HISTORY.
032000     IF NOT HIST-STATUS-OK
032100         CLOSE GRADE-INDEX
032200         OPEN I-O GRADE-INDEX
032300         GO TO 1100-BUILD-GRADE-INDEX-EXIT
032400     END-IF.
032500     PERFORM 1110-INDEX-ONE-GRADE
032600         THRU 1110-INDEX-ONE-GRADE-EXIT
032700         UNTIL HIST-STATUS-EOF.
032800     CLOSE GRADE-HISTORY.
032900     MOVE '00' TO WS-HIST-STATUS.
033000     CLOSE GRADE-INDEX.
033100     OPEN I-O GRADE-INDEX.
033200 1100-BUILD-GRADE-INDEX-EXIT.
033300     EXIT.
033400
033500 1110-INDEX-ONE-GRADE.
033600     READ GRADE-HISTORY
033700         AT END SET HIST-STATUS-EOF TO TRUE
033800     END-READ.
033900     IF HIST-STATUS-EOF
034000         GO TO 1110-INDEX-ONE-GRADE-EXIT
034100     END-IF.
034200     IF GRADE-POINTS IS NOT NUMERIC
034300         GO TO 1110-INDEX-ONE-GRADE-EXIT
034400     END-IF.
034500*    FILE ORDER IS POSTING ORDER - A LATER RECORD FOR THE SAME
034600*    KEY IS THE LATER POSTING AND REPLACES THE EARLIER ONE.
034700     MOVE GRADE-STUDENT-ID TO GCX-STUDENT-ID.
034800     MOVE GRADE-COURSE-ID  TO GCX-COURSE-ID.
034900     MOVE GRADE-TERM       TO GCX-TERM.
035000     MOVE GRADE-POINTS     TO GCX-POINTS.
035100     MOVE GRADE-LETTER     TO GCX-LETTER.
035200     WRITE GRADE-INDEX-RECORD
035300         INVALID KEY
035400             REWRITE GRADE-INDEX-RECORD
035500                 INVALID KEY CONTINUE
035600             END-REWRITE
035700     END-WRITE.
035800 1110-INDEX-ONE-GRADE-EXIT.
035900     EXIT.
036000
036100 2000-POST-NEXT-TRAN.
036200     READ GRADE-TRAN-FILE
036300         AT END SET TRAN-STATUS-EOF TO TRUE
036400     END-READ.
036500     IF TRAN-STATUS-EOF
036600         GO TO 2000-POST-NEXT-TRAN-EXIT
036700     END-IF.
036800
036900     ADD 1 TO WS-TRANS-READ.
037000
037100     IF TRAN-STUDENT-ID IS NOT NUMERIC
037200             OR TRAN-STUDENT-ID = ZERO
037300         MOVE 'E110' TO EXC-REASON-CODE
037400         MOVE 'INVALID OR NON-NUMERIC STUDENT-ID' TO
037500             EXC-REASON-TEXT
037600         PERFORM 2900-WRITE-EXCEPTION
037700             THRU 2900-WRITE-EXCEPTION-EXIT
037800         GO TO 2000-POST-NEXT-TRAN-EXIT
037900     END-IF.
038000
038100     IF TRAN-LETTER-GRADE NOT = SPACES
038200         PERFORM 2020-FIND-LETTER-GRADE
038300             THRU 2020-FIND-LETTER-GRADE-EXIT
038400         IF WS-SCALE-MATCH-SUB = ZERO
038500             MOVE 'E116' TO EXC-REASON-CODE
038600             MOVE 'LETTER GRADE NOT ON GRADE SCALE' TO
038700                 EXC-REASON-TEXT
038800             PERFORM 2900-WRITE-EXCEPTION
038900                 THRU 2900-WRITE-EXCEPTION-EXIT
039000             GO TO 2000-POST-NEXT-TRAN-EXIT
039100         END-IF
039200         MOVE WS-SCALE-POINTS(WS-SCALE-MATCH-SUB) TO
039300             TRAN-GRADE-POINTS
039400     END-IF.
039500
039600     IF TRAN-GRADE-POINTS IS NOT NUMERIC
039700         MOVE 'E111' TO EXC-REASON-CODE
039800         MOVE 'GRADE NOT NUMERIC' TO EXC-REASON-TEXT
039900         PERFORM 2900-WRITE-EXCEPTION
040000             THRU 2900-WRITE-EXCEPTION-EXIT
040100         GO TO 2000-POST-NEXT-TRAN-EXIT
040200     END-IF.
040300
040400     IF TRAN-GRADE-POINTS > WS-MAX-GRADE-POINTS
040500         MOVE 'E112' TO EXC-REASON-CODE
040600         MOVE 'GRADE OUT OF RANGE - ABOVE 4.00' TO EXC-REASON-TEXT
040700         PERFORM 2900-WRITE-EXCEPTION
040800             THRU 2900-WRITE-EXCEPTION-EXIT
040900         GO TO 2000-POST-NEXT-TRAN-EXIT
041000     END-IF.
041100
041200     IF NOT TRAN-IS-POSTING AND NOT TRAN-IS-CORRECTION
041300         MOVE 'E115' TO EXC-REASON-CODE
041400         MOVE 'UNKNOWN TRANSACTION ACTION CODE' TO
041500             EXC-REASON-TEXT
041600         PERFORM 2900-WRITE-EXCEPTION
041700             THRU 2900-WRITE-EXCEPTION-EXIT
041800         GO TO 2000-POST-NEXT-TRAN-EXIT
041900     END-IF.
042000
042100     MOVE TRAN-STUDENT-ID TO STUDENT-ID.
042200     READ STUDENT
042300         INVALID KEY
042400             MOVE 'E113' TO EXC-REASON-CODE
042500             MOVE 'STUDENT NOT ON STUDENT MASTER' TO
042600                 EXC-REASON-TEXT
042700             PERFORM 2900-WRITE-EXCEPTION
042800                 THRU 2900-WRITE-EXCEPTION-EXIT
042900         NOT INVALID KEY
043000             PERFORM 2050-APPLY-ONE-TRAN
043100                 THRU 2050-APPLY-ONE-TRAN-EXIT
043200     END-READ.
043300 2000-POST-NEXT-TRAN-EXIT.
043400     EXIT.
043500
043600 2020-FIND-LETTER-GRADE.
043700     MOVE ZERO TO WS-SCALE-MATCH-SUB.
043800     PERFORM 2030-CHECK-ONE-LETTER
043900         THRU 2030-CHECK-ONE-LETTER-EXIT
044000         VARYING WS-SCALE-SUB FROM 1 BY 1
044100         UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
044200             OR WS-SCALE-MATCH-SUB > ZERO.
044300 2020-FIND-LETTER-GRADE-EXIT.
044400     EXIT.
044500
044600 2030-CHECK-ONE-LETTER.
044700     IF WS-SCALE-LETTER(WS-SCALE-SUB) = TRAN-LETTER-GRADE
044800         MOVE WS-SCALE-SUB TO WS-SCALE-MATCH-SUB
044900     END-IF.
045000 2030-CHECK-ONE-LETTER-EXIT.
045100     EXIT.
045200
045300 2050-APPLY-ONE-TRAN.
045400     IF TRAN-IS-CORRECTION
045500         PERFORM 2150-POST-CORRECTION
045600             THRU 2150-POST-CORRECTION-EXIT
045700     ELSE
045800         PERFORM 2100-WRITE-POSTED-GRADE
045900             THRU 2100-WRITE-POSTED-GRADE-EXIT
046000     END-IF.
046100 2050-APPLY-ONE-TRAN-EXIT.
046200     EXIT.
046300
046400 2100-WRITE-POSTED-GRADE.
046500     MOVE TRAN-STUDENT-ID   TO GRADE-STUDENT-ID.
046600     MOVE TRAN-COURSE-ID    TO GRADE-COURSE-ID.
046700     MOVE TRAN-TERM         TO GRADE-TERM.
046800     MOVE TRAN-GRADE-POINTS TO GRADE-POINTS.
046900     MOVE WS-TODAY-YYYYMMDD TO GRADE-POST-DATE.
047000     MOVE TRAN-LETTER-GRADE TO GRADE-LETTER.
047100     WRITE GRADE-RECORD.
047200     ADD 1 TO WS-TRANS-ACCEPTED.
047300*    THE KEYED WORK FILE TRACKS THE RUN, SO A CORRECTION LATER
047400*    IN TONIGHT'S TRANSACTIONS SEES TONIGHT'S POSTINGS TOO.
047500     MOVE TRAN-STUDENT-ID   TO GCX-STUDENT-ID.
047600     MOVE TRAN-COURSE-ID    TO GCX-COURSE-ID.
047700     MOVE TRAN-TERM         TO GCX-TERM.
047800     MOVE TRAN-GRADE-POINTS TO GCX-POINTS.
047900     MOVE TRAN-LETTER-GRADE TO GCX-LETTER.
048000     WRITE GRADE-INDEX-RECORD
048100         INVALID KEY
048200             REWRITE GRADE-INDEX-RECORD
048300                 INVALID KEY CONTINUE
048400             END-REWRITE
048500     END-WRITE.
048600 2100-WRITE-POSTED-GRADE-EXIT.
048700     EXIT.
048800
048900 2150-POST-CORRECTION.
049000*    A CORRECTION MUST NAME A POSTING THAT EXISTS - OTHERWISE IT
049100*    IS A MIS-KEYED CARD, NOT A CORRECTION.
049200     MOVE 'N' TO WS-GCX-FOUND-SW.
049300     MOVE TRAN-STUDENT-ID TO GCX-STUDENT-ID.
049400     MOVE TRAN-COURSE-ID  TO GCX-COURSE-ID.
049500     MOVE TRAN-TERM       TO GCX-TERM.
049600     READ GRADE-INDEX
049700         INVALID KEY CONTINUE
049800         NOT INVALID KEY SET WS-GCX-FOUND TO TRUE
049900     END-READ.
050000     IF NOT WS-GCX-FOUND
050100         MOVE 'E114' TO EXC-REASON-CODE
050200         MOVE 'CORRECTION HAS NO PRIOR POSTED GRADE' TO
050300             EXC-REASON-TEXT
050400         PERFORM 2900-WRITE-EXCEPTION
050500             THRU 2900-WRITE-EXCEPTION-EXIT
050600         GO TO 2150-POST-CORRECTION-EXIT
050700     END-IF.
050800
050900     MOVE GCX-POINTS TO WS-OLD-POINTS.
051000     MOVE GCX-LETTER TO WS-OLD-LETTER.
051100     PERFORM 2100-WRITE-POSTED-GRADE
051200         THRU 2100-WRITE-POSTED-GRADE-EXIT.
051300     ADD 1 TO WS-CORRECTIONS-POSTED.
051400
051500*    THE BEFORE/AFTER LINE IS HOW THE REGISTRAR PROVES EVERY
051600*    CHANGED GRADE.
051700     MOVE SPACES TO CORRECTION-AUDIT-LINE.
051800     STRING WS-TODAY-YYYYMMDD ' ' WS-TIME-HHMMSSHH
051900            ' CORRECTED ' TRAN-STUDENT-ID
052000            '/' TRAN-COURSE-ID
052100            '/' TRAN-TERM
052200            ' OLD=' WS-OLD-POINTS ' ' WS-OLD-LETTER
052300            ' NEW=' TRAN-GRADE-POINTS ' ' TRAN-LETTER-GRADE
052400         DELIMITED BY SIZE
052500         INTO CORRECTION-AUDIT-LINE
052600     END-STRING.
052700     WRITE CORRECTION-AUDIT-LINE.
052800 2150-POST-CORRECTION-EXIT.
052900     EXIT.
053000
053100 2900-WRITE-EXCEPTION.
053200     ADD 1 TO WS-TRANS-REJECTED.
053300     MOVE 'GRADPOST' TO EXC-PROGRAM-ID.
053400     MOVE SPACES TO EXC-KEY-VALUE.
053500     STRING TRAN-STUDENT-ID '/' TRAN-COURSE-ID '/' TRAN-TERM
053600         DELIMITED BY SIZE
053700         INTO EXC-KEY-VALUE
053800     END-STRING.
053900     MOVE WS-TODAY-YYYYMMDD TO EXC-RUN-DATE.
054000     MOVE WS-TIME-HHMMSSHH  TO EXC-RUN-TIME.
054100     MOVE SPACES TO EXC-OPERATOR-ID.
054200     WRITE EXC-RECORD.
054300     MOVE EXC-KEY-VALUE TO WS-LAST-EXC-KEY.
054400     MOVE EXC-REASON-CODE TO WS-LAST-EXC-REASON.
054500     MOVE EXC-REASON-TEXT TO WS-LAST-EXC-TEXT.
054600     SET RC-WARNING TO TRUE.
054700 2900-WRITE-EXCEPTION-EXIT.
054800     EXIT.
054900
055000 3000-LOAD-POSTED-GRADES.
055100*    THE GPA IS RECOMPUTED FROM THE FULL POSTED HISTORY, NOT JUST
055200*    TONIGHT'S TRANSACTIONS, SO A RERUN OR A LATE GRADE ALWAYS
055300*    LANDS ON THE SAME ANSWER.
055400     OPEN INPUT GRADE-HISTORY.
055500     IF NOT HIST-STATUS-OK
055600         DISPLAY 'GRADPOST - UNABLE TO RE-OPEN GRADHIST, STATUS='
055700             WS-HIST-STATUS
055800         SET RC-SEVERE TO TRUE
055900         GO TO 3000-LOAD-POSTED-GRADES-EXIT
056000     END-IF.
056100     PERFORM 3100-RELEASE-NEXT-GRADE
056200         THRU 3100-RELEASE-NEXT-GRADE-EXIT
056300         UNTIL HIST-STATUS-EOF.
056400     CLOSE GRADE-HISTORY.
056500 3000-LOAD-POSTED-GRADES-EXIT.
056600     EXIT.
056700
056800 3100-RELEASE-NEXT-GRADE.
056900     READ GRADE-HISTORY
057000         AT END SET HIST-STATUS-EOF TO TRUE
057100     END-READ.
057200     IF HIST-STATUS-EOF
057300         GO TO 3100-RELEASE-NEXT-GRADE-EXIT
057400     END-IF.
057500     MOVE GRADE-STUDENT-ID TO SORT-STUDENT-ID.
057600     MOVE GRADE-COURSE-ID  TO SORT-COURSE-ID.
057700     MOVE GRADE-TERM       TO SORT-TERM.
057800     MOVE GRADE-POST-DATE  TO SORT-POST-DATE.
057900     MOVE GRADE-POINTS     TO SORT-GRADE-POINTS.
058000     MOVE GRADE-LETTER     TO SORT-LETTER-GRADE.
058100     RELEASE SORT-GRADE-RECORD.
058200 3100-RELEASE-NEXT-GRADE-EXIT.
058300     EXIT.
058400
058500 4000-RECOMPUTE-GPA.
058600     PERFORM 4100-RETURN-NEXT-GRADE
058700         THRU 4100-RETURN-NEXT-GRADE-EXIT
058800         UNTIL SORT-AT-EOF.
058900
059000     IF NOT WS-FIRST-STUDENT
059100         PERFORM 4200-REWRITE-STUDENT-GPA
059200             THRU 4200-REWRITE-STUDENT-GPA-EXIT
059300     END-IF.
059400 4000-RECOMPUTE-GPA-EXIT.
059500     EXIT.
059600
059700 4100-RETURN-NEXT-GRADE.
059800     RETURN SORT-WORK INTO SORT-GRADE-RECORD
059900         AT END SET SORT-AT-EOF TO TRUE
060000     END-RETURN.
060100     IF SORT-AT-EOF
060200         IF WS-GRADE-HELD
060300             PERFORM 4150-TALLY-HELD-GRADE
060400                 THRU 4150-TALLY-HELD-GRADE-EXIT
060500         END-IF
060600         GO TO 4100-RETURN-NEXT-GRADE-EXIT
060700     END-IF.
060800
060900*    A LATER POSTING FOR THE SAME STUDENT/COURSE/TERM SUPERSEDES
061000*    THE HELD ONE - THE SORT PUT THEM ADJACENT IN POST-DATE
061100*    ORDER, SO ONLY THE LAST OF A GROUP EVER TALLIES.
061200     IF WS-GRADE-HELD
061300             AND SORT-STUDENT-ID = WS-HELD-STUDENT-ID
061400             AND SORT-COURSE-ID = WS-HELD-COURSE-ID
061500             AND SORT-TERM = WS-HELD-TERM
061600         ADD 1 TO WS-GRADES-SUPERSEDED
061700     ELSE
061800         IF WS-GRADE-HELD
061900             PERFORM 4150-TALLY-HELD-GRADE
062000                 THRU 4150-TALLY-HELD-GRADE-EXIT
062100         END-IF
062200     END-IF.
062300
062400     SET WS-GRADE-HELD TO TRUE.
062500     MOVE SORT-STUDENT-ID   TO WS-HELD-STUDENT-ID.
062600     MOVE SORT-COURSE-ID    TO WS-HELD-COURSE-ID.
062700     MOVE SORT-TERM         TO WS-HELD-TERM.
062800     MOVE SORT-GRADE-POINTS TO WS-HELD-POINTS.
062900     MOVE SORT-LETTER-GRADE TO WS-HELD-LETTER.
063000 4100-RETURN-NEXT-GRADE-EXIT.
063100     EXIT.
063200
063300 4150-TALLY-HELD-GRADE.
063400     IF NOT WS-FIRST-STUDENT
063500             AND WS-HELD-STUDENT-ID NOT = WS-PREV-STUDENT-ID
063600         PERFORM 4200-REWRITE-STUDENT-GPA
063700             THRU 4200-REWRITE-STUDENT-GPA-EXIT
063800     END-IF.
063900     MOVE 'N' TO WS-FIRST-STUDENT-SW.
064000     MOVE WS-HELD-STUDENT-ID TO WS-PREV-STUDENT-ID.
064100*    PASS, INCOMPLETE AND WITHDRAWAL GRADES STAND ON THE RECORD
064200*    BUT CARRY NO GRADE POINTS INTO THE GPA.
064300     IF WS-HELD-NOT-IN-GPA
064400         GO TO 4150-TALLY-HELD-GRADE-EXIT
064500     END-IF.
064600     ADD WS-HELD-POINTS TO WS-GPA-SUM.
064700     ADD 1 TO WS-GRADE-COUNT.
064800 4150-TALLY-HELD-GRADE-EXIT.
064900     EXIT.
065000
065100 4200-REWRITE-STUDENT-GPA.
065200     IF WS-GRADE-COUNT = ZERO
065300         MOVE ZERO TO WS-NEW-GPA
065400     ELSE
065500         COMPUTE WS-NEW-GPA ROUNDED = WS-GPA-SUM / WS-GRADE-COUNT
065600     END-IF.
065700     MOVE ZERO TO WS-GPA-SUM.
065800     MOVE ZERO TO WS-GRADE-COUNT.
065900
066000     MOVE 'N' TO WS-STUDENT-FOUND-SW.
066100     MOVE WS-PREV-STUDENT-ID TO STUDENT-ID.
066200     READ STUDENT
066300         INVALID KEY CONTINUE
066400         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
066500     END-READ.
066600
066700     IF WS-STUDENT-FOUND
066800         MOVE STUDENT-GPA TO WS-OLD-GPA
066900         MOVE WS-NEW-GPA TO STUDENT-GPA
067000         REWRITE STUDENT-FILE
067100             INVALID KEY CONTINUE
067200         END-REWRITE
067300         ADD 1 TO WS-STUDENTS-UPDATED
067400         PERFORM 8800-WRITE-CHANGE-LOG
067500             THRU 8800-WRITE-CHANGE-LOG-EXIT
067600     ELSE
067700*        A POSTED GRADE FOR A STUDENT SINCE ARCHIVED BY STUDARCH
067800*        IS NOT AN ERROR - COUNT IT AND MOVE ON.
067900         ADD 1 TO WS-STUDENTS-NOT-FOUND
068000     END-IF.
068100 4200-REWRITE-STUDENT-GPA-EXIT.
068200     EXIT.
068300
068400 8800-WRITE-CHANGE-LOG.
068500*    SHARED STUDENT-MASTER CHANGE LOG (SEE STUCHGRC) - ONE
068600*    RECORD PER CHANGED FIELD, SPACES FOR THE OPERATOR SINCE
068700*    THIS STEP TAKES NO SIGN-ON.
068800     MOVE SPACES TO STUDENT-CHANGE-RECORD.
068900     MOVE 'GRADPOST' TO SCHG-PROGRAM-ID.
069000     MOVE SPACES TO SCHG-OPERATOR-ID.
069100     MOVE WS-PREV-STUDENT-ID TO SCHG-STUDENT-ID.
069200     MOVE 'GPA' TO SCHG-FIELD-NAME.
069300     MOVE WS-OLD-GPA TO WS-GPA-DISPLAY.
069400     MOVE WS-GPA-DISPLAY TO SCHG-OLD-VALUE.
069500     MOVE WS-NEW-GPA TO WS-GPA-DISPLAY.
069600     MOVE WS-GPA-DISPLAY TO SCHG-NEW-VALUE.
069700     MOVE WS-TODAY-YYYYMMDD TO SCHG-RUN-DATE.
069800     MOVE WS-TIME-HHMMSSHH  TO SCHG-RUN-TIME.
069900     WRITE STUDENT-CHANGE-RECORD.
070000 8800-WRITE-CHANGE-LOG-EXIT.
070100     EXIT.
070200
070300 9000-FINISH.
070400     CLOSE STUDENT.
070500     CLOSE GRADE-TRAN-FILE.
070600     CLOSE GRADE-INDEX.
070700     CLOSE CORRECTION-AUDIT.
070800     CLOSE CHANGE-LOG.
070900     CLOSE EXCEPTION-FILE.
071000     DISPLAY '------------------------------------------'.
071100     DISPLAY 'GRADPOST - POSTING SUMMARY'.
071200     DISPLAY 'TRANSACTIONS READ    : ' WS-TRANS-READ.
071300     DISPLAY 'TRANSACTIONS POSTED  : ' WS-TRANS-ACCEPTED.
071400     DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
071500     DISPLAY 'STUDENTS UPDATED     : ' WS-STUDENTS-UPDATED.
071600     DISPLAY 'STUDENTS NOT ON FILE : ' WS-STUDENTS-NOT-FOUND.
071700     DISPLAY 'CORRECTIONS POSTED   : ' WS-CORRECTIONS-POSTED.
071800     DISPLAY 'GRADES SUPERSEDED    : ' WS-GRADES-SUPERSEDED.
071900     DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE.
072000     DISPLAY '------------------------------------------'.
072100 9000-FINISH-EXIT.
072200     EXIT.
072300
072400 9500-OPEN-ERROR-TICKET.
072500*    A STEP THAT ENDS WITH THE ERROR OR SEVERE RETURN CODE CUTS
072600*    ITS OWN TICKET ON THE TICKETS INTAKE, SO TICKAGE MERGES AND
072700*    AGES BATCH FAILURES WITH EVERYTHING ELSE (SEE TICKREC).
072800     OPEN EXTEND TICKET-INTAKE.
072900     IF NOT TICKET-STATUS-OK
073000         OPEN OUTPUT TICKET-INTAKE
073100     END-IF.
073200     IF NOT TICKET-STATUS-OK
073300         DISPLAY 'GRADPOST - UNABLE TO OPEN TICKETS, STATUS='
073400             WS-TICKET-STATUS
073500         GO TO 9500-OPEN-ERROR-TICKET-EXIT
073600     END-IF.
073700*    NO EIBTASKN IN BATCH - THE START TIME NUMBERS THE TICKET,
073800*    UNIQUE WITHIN THE DAY THE SAME WAY.
073900     MOVE WS-TIME-HHMMSSHH(1:7) TO TICK-NUMBER.
074000     MOVE 'GRADPOST' TO TICK-PROGRAM.
074100     IF WS-LAST-EXC-KEY NOT = SPACES
074200         MOVE SPACES TO TICK-ERROR-DETAIL
074300         STRING WS-LAST-EXC-KEY ' ' WS-LAST-EXC-REASON
074400                ' ' WS-LAST-EXC-TEXT(1:14)
074500             DELIMITED BY SIZE
074600             INTO TICK-ERROR-DETAIL
074700         END-STRING
074800     ELSE
074900         MOVE 'STEP ENDED WITH ERROR RETURN CODE' TO
075000             TICK-ERROR-DETAIL
075100     END-IF.
075200     SET TICK-OPEN TO TRUE.
075300     MOVE WS-TODAY-YYYYMMDD TO TICK-OPEN-DATE.
075400     MOVE WS-TIME-HHMMSSHH TO TICK-OPEN-TIME.
075500     MOVE ZERO TO TICK-RESOLVED-DATE.
075600     WRITE TICKET-RECORD.
075700     CLOSE TICKET-INTAKE.
075800 9500-OPEN-ERROR-TICKET-EXIT.
075900     EXIT.
076000
076100 9999-EXIT.
076200     STOP RUN.
