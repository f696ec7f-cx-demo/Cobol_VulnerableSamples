001800*                    THE WAY REGXTR AND DEANLIST DO, AND COUNTS
001900*                    WHAT IT PRODUCED AND SUPPRESSED.  NOBODY
002000*                    TYPES A TRANSCRIPT BY HAND ANY MORE.
002100*   2026-10-15 RLW  EACH COURSE LINE SHOWS ITS LETTER GRADE.
002200*                    PASS, INCOMPLETE AND WITHDRAWAL GRADES
002300*                    PRINT BUT STAY OUT OF THE TERM AND
002400*                    CUMULATIVE GPA.
002500*   2026-10-15 RLW  ACCEPTED TRANSFER CREDIT ON XFERHIST (SEE
002600*                    XFERREC) PRINTS IN ITS OWN TRANSFER SECTION
002700*                    AHEAD OF THE TERMS - OUR EQUIVALENT COURSE
002800*                    OR ELECTIVE CODE, CREDITS, AND THE SOURCE
002900*                    INSTITUTION, COURSE AND GRADE - WITH THE
003000*                    TOTAL TRANSFER CREDITS.  NONE OF IT ENTERS
003100*                    THE TERM OR CUMULATIVE GPA.
003200*   2026-10-15 RLW  EVERY VALID REQUEST IS NOW LOGGED TO THE
003300*                    TRNSAUD FILE IN THE CGAUDIT LAYOUT - A
003400*                    'TRNS' EVENT STAMPED WITH THE REQUESTING
003500*                    OPERATOR FROM THE NEW REQUEST-LIST COLUMNS
003600*                    10-17 AND THE OUTCOME IN THE RESP CODE (0
003700*                    PRINTED, 1 HELD, 13 NOT ON FILE).  ACCSMON
003800*                    READS IT WITH THE ONLINE CGAUDIT TRAIL.
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
004900     SELECT REQUEST-LIST ASSIGN TO "TRNSCREQ"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REQUEST-STATUS.
005200
005300     SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HIST-STATUS.
005600
005700     SELECT COURSE-CATALOG ASSIGN TO "CRSECAT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS COURSE-ID
006100         FILE STATUS IS WS-COURSE-STATUS.
006200
006300     SELECT ADDRESS-FILE ASSIGN TO "STUDADDR"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS ADDR-STUDENT-ID
006700         FILE STATUS IS WS-ADDR-STATUS.
006800
006900     SELECT PRIVACY-FILE ASSIGN TO "PRIVHOLD"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS PRIV-STUDENT-ID
007300         FILE STATUS IS WS-PRIV-STATUS.
007400
007500     SELECT TRANSFER-FILE ASSIGN TO "XFERHIST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS XFER-KEY
007900         FILE STATUS IS WS-XFER-STATUS.
008000
008100     SELECT GRADE-WORK ASSIGN TO "TRNSGIDX"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS TRX-KEY
008500         FILE STATUS IS WS-TRX-STATUS.
008600
008700     SELECT TRANSCRIPT-PRINT ASSIGN TO "TRNSCRPT"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000     SELECT TRANSCRIPT-AUDIT ASSIGN TO "TRNSAUD"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-TAUD-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  STUDENT.
009700     COPY STUDREC.
009800
009900 01  FILENAME                   PIC X(12).
010000
010100 FD  REQUEST-LIST.
010200 01  REQUEST-RECORD.
010300     05  TREQ-STUDENT-ID             PIC 9(09).
010400*    WHO ASKED FOR THE TRANSCRIPT - BLANK LOGS AS 'BATCH'.
010500     05  TREQ-REQUESTED-BY           PIC X(08).
010600
010700 FD  GRADE-HISTORY.
010800     COPY GRADREC.
010900
011000 FD  COURSE-CATALOG.
011100     COPY COURSREC.
011200
011300 FD  ADDRESS-FILE.
011400     COPY ADDRREC.
011500
011600 FD  PRIVACY-FILE.
011700     COPY PRIVREC.
011800
011900 FD  TRANSFER-FILE.
012000     COPY XFERREC.
012100
012200 FD  GRADE-WORK.
012300 01  GRADE-WORK-RECORD.
012400     05  TRX-KEY.
012500         10  TRX-STUDENT-ID          PIC 9(09).
012600         10  TRX-TERM                PIC X(05).
012700         10  TRX-COURSE-ID           PIC X(08).
012800     05  TRX-POINTS                  PIC 9(01)V9(02).
012900     05  TRX-LETTER                  PIC X(02).
013000         88  TRX-NOT-IN-GPA          VALUE 'P ' 'I ' 'W '.
013100
013200 FD  TRANSCRIPT-PRINT.
013300 01  TRANSCRIPT-PRINT-LINE          PIC X(80).
013400
013500*    SAME LAYOUT AS THE ONLINE CGAU TRAIL (SEE CGAUDIT).
013600 FD  TRANSCRIPT-AUDIT.
013700     COPY CGAUDIT.
013800
013900 WORKING-STORAGE SECTION.
014000     COPY STUDWS.
014100     COPY RETCODES.
014200
014300 01  WS-STUDENT-STATUS              PIC X(02) VALUE '00'.
014400     88  STUDENT-STATUS-OK           VALUE '00'.
014500 01  WS-REQUEST-STATUS              PIC X(02) VALUE '00'.
014600     88  REQUEST-STATUS-OK           VALUE '00'.
014700     88  REQUEST-STATUS-EOF          VALUE '10'.
014800 01  WS-HIST-STATUS                 PIC X(02) VALUE '00'.
014900     88  HIST-STATUS-OK              VALUE '00'.
015000     88  HIST-STATUS-EOF             VALUE '10'.
015100 01  WS-COURSE-STATUS               PIC X(02) VALUE '00'.
015200     88  COURSE-STATUS-OK            VALUE '00'.
015300 01  WS-ADDR-STATUS                 PIC X(02) VALUE '00'.
015400     88  ADDR-STATUS-OK              VALUE '00'.
015500 01  WS-PRIV-STATUS                 PIC X(02) VALUE '00'.
015600     88  PRIV-STATUS-OK              VALUE '00'.
015700 01  WS-XFER-STATUS                 PIC X(02) VALUE '00'.
015800     88  XFER-STATUS-OK              VALUE '00'.
015900 01  WS-TAUD-STATUS                 PIC X(02) VALUE '00'.
016000     88  TAUD-STATUS-OK              VALUE '00'.
016100 01  WS-TRX-STATUS                  PIC X(02) VALUE '00'.
016200     88  TRX-STATUS-OK               VALUE '00'.
016300     88  TRX-STATUS-EOF              VALUE '10'.
016400
016500 01  WS-PRIV-OPEN-SW                PIC X(01) VALUE 'N'.
016600     88  WS-PRIV-FILE-OPEN           VALUE 'Y'.
016700 01  WS-HELD-SW                     PIC X(01) VALUE 'N'.
016800     88  WS-STUDENT-HELD             VALUE 'Y'.
016900 01  WS-STUDENT-FOUND-SW            PIC X(01) VALUE 'N'.
017000     88  WS-STUDENT-FOUND            VALUE 'Y'.
017100 01  WS-ADDR-FOUND-SW               PIC X(01) VALUE 'N'.
017200     88  WS-ADDR-FOUND               VALUE 'Y'.
017300 01  WS-STUDENT-DONE-SW             PIC X(01) VALUE 'N'.
017400     88  WS-STUDENT-DONE             VALUE 'Y'.
017500 01  WS-FIRST-TERM-SW               PIC X(01) VALUE 'Y'.
017600     88  WS-FIRST-TERM               VALUE 'Y'.
017700 01  WS-XFER-OPEN-SW                PIC X(01) VALUE 'N'.
017800     88  WS-XFER-FILE-OPEN           VALUE 'Y'.
017900 01  WS-XFER-DONE-SW                PIC X(01) VALUE 'N'.
018000     88  WS-XFER-DONE                VALUE 'Y'.
018100 01  WS-XFER-CREDITS-TOTAL          PIC 9(03) VALUE ZERO.
018200
018300 01  WS-PREV-TERM                   PIC X(05) VALUE SPACES.
018400 01  WS-TERM-POINTS                 PIC 9(05)V9(02) VALUE ZERO.
018500 01  WS-TERM-COURSES                PIC 9(03) VALUE ZERO.
018600 01  WS-CUM-POINTS                  PIC 9(05)V9(02) VALUE ZERO.
018700 01  WS-CUM-COURSES                 PIC 9(05) VALUE ZERO.
018800 01  WS-GPA-EDIT                    PIC 9.99.
018900 01  WS-GPA-WORK                    PIC 9(01)V9(02) VALUE ZERO.
019000
019100 01  WS-REQUESTS-READ               PIC 9(07) COMP VALUE ZERO.
019200 01  WS-TRANSCRIPTS-PRINTED         PIC 9(07) COMP VALUE ZERO.
019300 01  WS-REQUESTS-SUPPRESSED         PIC 9(07) COMP VALUE ZERO.
019400 01  WS-REQUESTS-UNKNOWN            PIC 9(07) COMP VALUE ZERO.
019500
019600 01  WS-CURRENT-DATE-TIME.
019700     05  WS-TODAY-YYYYMMDD          PIC 9(08).
019800     05  WS-TIME-HHMMSSHH           PIC 9(08).
019900     05  FILLER                     PIC X(05).
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-INITIALIZE-EXIT.
020500
020600     PERFORM 2000-PRINT-NEXT-REQUEST
020700         THRU 2000-PRINT-NEXT-REQUEST-EXIT
020800         UNTIL REQUEST-STATUS-EOF.
020900
021000     PERFORM 9000-FINISH
021100         THRU 9000-FINISH-EXIT.
021200
021300     MOVE WS-RETURN-CODE TO RETURN-CODE.
021400     GO TO 9999-EXIT.
021500
021600 1000-INITIALIZE.
021700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
021800     DISPLAY 'ENTER STUDENT DATASET NAME: '.
021900     ACCEPT FILENAME.
022000     OPEN OUTPUT TRANSCRIPT-PRINT.
022100*    THE AUDIT FILE ACCUMULATES ACROSS RUNS UNTIL OPERATIONS
022200*    ROLLS IT - ACCSMON PICKS OUT ITS OWN WEEK BY DATE.
022300     OPEN EXTEND TRANSCRIPT-AUDIT.
022400     IF NOT TAUD-STATUS-OK
022500         OPEN OUTPUT TRANSCRIPT-AUDIT
022600     END-IF.
022700     OPEN INPUT STUDENT.
022800     IF NOT STUDENT-STATUS-OK
022900         DISPLAY 'TRANSCRP - UNABLE TO OPEN STUDENT FILE, STATUS='
023000             WS-STUDENT-STATUS
023100         SET RC-SEVERE TO TRUE
023200         SET REQUEST-STATUS-EOF TO TRUE
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF.
023500     OPEN INPUT COURSE-CATALOG.
023600     IF NOT COURSE-STATUS-OK
023700         DISPLAY 'TRANSCRP - UNABLE TO OPEN CRSECAT, STATUS='
023800             WS-COURSE-STATUS
023900         SET RC-SEVERE TO TRUE
024000         SET REQUEST-STATUS-EOF TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF.
024300     OPEN INPUT ADDRESS-FILE.
024400     IF NOT ADDR-STATUS-OK
024500         DISPLAY 'TRANSCRP - UNABLE TO OPEN STUDADDR, STATUS='
024600             WS-ADDR-STATUS
024700         SET RC-SEVERE TO TRUE
024800         SET REQUEST-STATUS-EOF TO TRUE
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF.
025100*    A TRANSCRIPT IS EXACTLY THE RELEASE A PRIVACY HOLD FORBIDS
025200*    WITHOUT PAPERWORK - NO PRIVHOLD FILE MEANS NO TRANSCRIPTS,
025300*    THE SAME FAIL-CLOSED CHOICE REGXTR MAKES.
025400     OPEN INPUT PRIVACY-FILE.
025500     IF PRIV-STATUS-OK
025600         SET WS-PRIV-FILE-OPEN TO TRUE
025700     ELSE
025800         DISPLAY 'TRANSCRP - UNABLE TO OPEN PRIVHOLD, STATUS='
025900             WS-PRIV-STATUS
026000         SET RC-SEVERE TO TRUE
026100         SET REQUEST-STATUS-EOF TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400*    NO XFERHIST FILE SIMPLY MEANS NO TRANSFER CREDIT YET.
026500     OPEN INPUT TRANSFER-FILE.
026600     IF XFER-STATUS-OK
026700         SET WS-XFER-FILE-OPEN TO TRUE
026800     END-IF.
026900     PERFORM 1500-BUILD-GRADE-WORK
027000         THRU 1500-BUILD-GRADE-WORK-EXIT.
027100     IF RC-SEVERE
027200         SET REQUEST-STATUS-EOF TO TRUE
027300         GO TO 1000-INITIALIZE-EXIT
027400     END-IF.
027500     OPEN INPUT REQUEST-LIST.
027600     IF NOT REQUEST-STATUS-OK
027700         DISPLAY 'TRANSCRP - UNABLE TO OPEN TRNSCREQ, STATUS='
027800             WS-REQUEST-STATUS
027900         SET RC-SEVERE TO TRUE
028000         SET REQUEST-STATUS-EOF TO TRUE
028100         GO TO 1000-INITIALIZE-EXIT
028200     END-IF.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500
028600 1500-BUILD-GRADE-WORK.
028700*    THE POSTED HISTORY GOES TO A KEYED WORK FILE ORDERED
028800*    STUDENT/TERM/COURSE, SO EACH TRANSCRIPT IS ONE KEYED
028900*    BROWSE - THE GLCIDX PATTERN.  A RETAKE IN THE SAME TERM
029000*    KEEPS THE LATEST POSTING.
029100     OPEN INPUT GRADE-HISTORY.
029200     IF NOT HIST-STATUS-OK
029300         DISPLAY 'TRANSCRP - UNABLE TO OPEN GRADHIST, STATUS='
029400             WS-HIST-STATUS
029500         SET RC-SEVERE TO TRUE
029600         GO TO 1500-BUILD-GRADE-WORK-EXIT
029700     END-IF.
029800     OPEN OUTPUT GRADE-WORK.
029900     IF NOT TRX-STATUS-OK
030000         DISPLAY 'TRANSCRP - UNABLE TO BUILD TRNSGIDX, STATUS='
030100             WS-TRX-STATUS
030200         SET RC-SEVERE TO TRUE
030300         CLOSE GRADE-HISTORY
030400         GO TO 1500-BUILD-GRADE-WORK-EXIT
030500     END-IF.
030600     PERFORM 1510-LOAD-ONE-GRADE
030700         THRU 1510-LOAD-ONE-GRADE-EXIT
030800         UNTIL HIST-STATUS-EOF.
030900     CLOSE GRADE-HISTORY.
031000     CLOSE GRADE-WORK.
031100     OPEN INPUT GRADE-WORK.
031200 1500-BUILD-GRADE-WORK-EXIT.
031300     EXIT.
031400
031500 1510-LOAD-ONE-GRADE.
031600     READ GRADE-HISTORY
031700         AT END SET HIST-STATUS-EOF TO TRUE
031800     END-READ.
031900     IF HIST-STATUS-EOF
032000         GO TO 1510-LOAD-ONE-GRADE-EXIT
032100     END-IF.
032200     IF GRADE-POINTS IS NOT NUMERIC
032300         GO TO 1510-LOAD-ONE-GRADE-EXIT
032400     END-IF.
032500     MOVE GRADE-STUDENT-ID TO TRX-STUDENT-ID.
032600     MOVE GRADE-TERM       TO TRX-TERM.
032700     MOVE GRADE-COURSE-ID  TO TRX-COURSE-ID.
032800     MOVE GRADE-POINTS     TO TRX-POINTS.
032900     MOVE GRADE-LETTER     TO TRX-LETTER.
033000     WRITE GRADE-WORK-RECORD
033100         INVALID KEY
033200             REWRITE GRADE-WORK-RECORD
033300                 INVALID KEY CONTINUE
033400             END-REWRITE
033500     END-WRITE.
033600 1510-LOAD-ONE-GRADE-EXIT.
033700     EXIT.
033800
033900 2000-PRINT-NEXT-REQUEST.
034000     READ REQUEST-LIST
034100         AT END SET REQUEST-STATUS-EOF TO TRUE
034200     END-READ.
034300     IF REQUEST-STATUS-EOF
034400         GO TO 2000-PRINT-NEXT-REQUEST-EXIT
034500     END-IF.
034600
034700     ADD 1 TO WS-REQUESTS-READ.
034800
034900     IF TREQ-STUDENT-ID IS NOT NUMERIC
035000             OR TREQ-STUDENT-ID = ZERO
035100         ADD 1 TO WS-REQUESTS-UNKNOWN
035200         SET RC-WARNING TO TRUE
035300         GO TO 2000-PRINT-NEXT-REQUEST-EXIT
035400     END-IF.
035500
035600     PERFORM 2100-CHECK-PRIVACY-HOLD
035700         THRU 2100-CHECK-PRIVACY-HOLD-EXIT.
035800     IF WS-STUDENT-HELD
035900         ADD 1 TO WS-REQUESTS-SUPPRESSED
036000         SET RC-WARNING TO TRUE
036100         MOVE 1 TO CGAUD-RESP-CODE
036200         PERFORM 2200-WRITE-AUDIT-RECORD
036300             THRU 2200-WRITE-AUDIT-RECORD-EXIT
036400         GO TO 2000-PRINT-NEXT-REQUEST-EXIT
036500     END-IF.
036600
036700     MOVE 'N' TO WS-STUDENT-FOUND-SW.
036800     MOVE TREQ-STUDENT-ID TO STUDENT-ID.
036900     READ STUDENT INTO WS-STUDENT
037000         INVALID KEY CONTINUE
037100         NOT INVALID KEY MOVE 'Y' TO WS-STUDENT-FOUND-SW
037200     END-READ.
037300     IF NOT WS-STUDENT-FOUND
037400         ADD 1 TO WS-REQUESTS-UNKNOWN
037500         SET RC-WARNING TO TRUE
037600         MOVE 13 TO CGAUD-RESP-CODE
037700         PERFORM 2200-WRITE-AUDIT-RECORD
037800             THRU 2200-WRITE-AUDIT-RECORD-EXIT
037900         GO TO 2000-PRINT-NEXT-REQUEST-EXIT
038000     END-IF.
038100
038200     MOVE ZERO TO CGAUD-RESP-CODE.
038300     PERFORM 2200-WRITE-AUDIT-RECORD
038400         THRU 2200-WRITE-AUDIT-RECORD-EXIT.
038500     PERFORM 3000-PRINT-ONE-TRANSCRIPT
038600         THRU 3000-PRINT-ONE-TRANSCRIPT-EXIT.
038700 2000-PRINT-NEXT-REQUEST-EXIT.
038800     EXIT.
038900
039000 2100-CHECK-PRIVACY-HOLD.
039100     MOVE 'N' TO WS-HELD-SW.
039200     MOVE TREQ-STUDENT-ID TO PRIV-STUDENT-ID.
039300     READ PRIVACY-FILE
039400         INVALID KEY CONTINUE
039500         NOT INVALID KEY
039600             IF PRIV-HELD
039700                 SET WS-STUDENT-HELD TO TRUE
039800             END-IF
039900     END-READ.
040000 2100-CHECK-PRIVACY-HOLD-EXIT.
040100     EXIT.
040200
040300 2200-WRITE-AUDIT-RECORD.
040400*    CALLER HAS SET CGAUD-RESP-CODE TO THE OUTCOME.
040500     MOVE 'TRANSCRP' TO CGAUD-PROGRAM-ID.
040600     MOVE 'TRNS' TO CGAUD-EVENT-TYPE.
040700     MOVE TREQ-STUDENT-ID(2:8) TO CGAUD-RESOURCE-NAME.
040800     MOVE WS-TODAY-YYYYMMDD TO CGAUD-RUN-DATE.
040900     MOVE WS-TIME-HHMMSSHH TO CGAUD-RUN-TIME.
041000     IF TREQ-REQUESTED-BY = SPACES OR LOW-VALUES
041100         MOVE 'BATCH' TO CGAUD-OPERATOR-ID
041200     ELSE
041300         MOVE TREQ-REQUESTED-BY TO CGAUD-OPERATOR-ID
041400     END-IF.
041500     MOVE TREQ-STUDENT-ID TO CGAUD-STUDENT-ID-N.
041600     WRITE CGAUDIT-RECORD.
041700 2200-WRITE-AUDIT-RECORD-EXIT.
041800     EXIT.
041900
042000 3000-PRINT-ONE-TRANSCRIPT.
042100     ADD 1 TO WS-TRANSCRIPTS-PRINTED.
042200     MOVE ZERO TO WS-CUM-POINTS.
042300     MOVE ZERO TO WS-CUM-COURSES.
042400     MOVE ZERO TO WS-TERM-POINTS.
042500     MOVE ZERO TO WS-TERM-COURSES.
042600     MOVE SPACES TO WS-PREV-TERM.
042700     MOVE 'Y' TO WS-FIRST-TERM-SW.
042800
042900     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
043000     WRITE TRANSCRIPT-PRINT-LINE.
043100     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
043200     STRING 'OFFICIAL TRANSCRIPT  ' WS-TODAY-YYYYMMDD
043300         DELIMITED BY SIZE
043400         INTO TRANSCRIPT-PRINT-LINE
043500     END-STRING.
043600     WRITE TRANSCRIPT-PRINT-LINE.
043700     PERFORM 3100-PRINT-ADDRESS-BLOCK
043800         THRU 3100-PRINT-ADDRESS-BLOCK-EXIT.
043900     PERFORM 3150-PRINT-TRANSFER-CREDIT
044000         THRU 3150-PRINT-TRANSFER-CREDIT-EXIT.
044100
044200     MOVE 'N' TO WS-STUDENT-DONE-SW.
044300     MOVE TREQ-STUDENT-ID TO TRX-STUDENT-ID.
044400     MOVE LOW-VALUES TO TRX-TERM.
044500     MOVE LOW-VALUES TO TRX-COURSE-ID.
044600     START GRADE-WORK KEY IS NOT LESS THAN TRX-KEY
044700         INVALID KEY SET WS-STUDENT-DONE TO TRUE
044800     END-START.
044900     PERFORM 3200-PRINT-NEXT-GRADE
045000         THRU 3200-PRINT-NEXT-GRADE-EXIT
045100         UNTIL WS-STUDENT-DONE.
045200
045300     IF NOT WS-FIRST-TERM
045400         PERFORM 3400-PRINT-TERM-GPA
045500             THRU 3400-PRINT-TERM-GPA-EXIT
045600     END-IF.
045700     PERFORM 3500-PRINT-CUMULATIVE-GPA
045800         THRU 3500-PRINT-CUMULATIVE-GPA-EXIT.
045900 3000-PRINT-ONE-TRANSCRIPT-EXIT.
046000     EXIT.
046100
046200 3100-PRINT-ADDRESS-BLOCK.
046300*    THE SAME NAME/STREET/CITY BLOCK ADDRPRNT PRINTS.
046400     MOVE 'N' TO WS-ADDR-FOUND-SW.
046500     MOVE TREQ-STUDENT-ID TO ADDR-STUDENT-ID.
046600     READ ADDRESS-FILE
046700         INVALID KEY CONTINUE
046800         NOT INVALID KEY MOVE 'Y' TO WS-ADDR-FOUND-SW
046900     END-READ.
047000     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
047100     STRING WS-STUDENT-ID ' ' WS-NAME
047200         DELIMITED BY SIZE
047300         INTO TRANSCRIPT-PRINT-LINE
047400     END-STRING.
047500     WRITE TRANSCRIPT-PRINT-LINE.
047600     IF WS-ADDR-FOUND
047700         MOVE ADDR-STREET TO TRANSCRIPT-PRINT-LINE
047800         WRITE TRANSCRIPT-PRINT-LINE
047900         MOVE SPACES TO TRANSCRIPT-PRINT-LINE
048000         STRING ADDR-CITY ' ' ADDR-STATE ' ' ADDR-ZIP
048100             DELIMITED BY SIZE
048200             INTO TRANSCRIPT-PRINT-LINE
048300         END-STRING
048400         WRITE TRANSCRIPT-PRINT-LINE
048500     END-IF.
048600     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
048700     WRITE TRANSCRIPT-PRINT-LINE.
048800 3100-PRINT-ADDRESS-BLOCK-EXIT.
048900     EXIT.
049000
049100 3150-PRINT-TRANSFER-CREDIT.
049200     IF NOT WS-XFER-FILE-OPEN
049300         GO TO 3150-PRINT-TRANSFER-CREDIT-EXIT
049400     END-IF.
049500     MOVE ZERO TO WS-XFER-CREDITS-TOTAL.
049600     MOVE 'N' TO WS-XFER-DONE-SW.
049700     MOVE LOW-VALUES TO XFER-KEY.
049800     MOVE TREQ-STUDENT-ID TO XFER-STUDENT-ID.
049900     START TRANSFER-FILE KEY IS NOT LESS THAN XFER-KEY
050000         INVALID KEY SET WS-XFER-DONE TO TRUE
050100     END-START.
050200     PERFORM 3160-PRINT-ONE-TRANSFER
050300         THRU 3160-PRINT-ONE-TRANSFER-EXIT
050400         UNTIL WS-XFER-DONE.
050500     IF WS-XFER-CREDITS-TOTAL = ZERO
050600         GO TO 3150-PRINT-TRANSFER-CREDIT-EXIT
050700     END-IF.
050800     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
050900     STRING '  TRANSFER CREDITS ACCEPTED ' WS-XFER-CREDITS-TOTAL
051000            ' - NOT INCLUDED IN GPA'
051100         DELIMITED BY SIZE
051200         INTO TRANSCRIPT-PRINT-LINE
051300     END-STRING.
051400     WRITE TRANSCRIPT-PRINT-LINE.
051500     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
051600     WRITE TRANSCRIPT-PRINT-LINE.
051700 3150-PRINT-TRANSFER-CREDIT-EXIT.
051800     EXIT.
051900
052000 3160-PRINT-ONE-TRANSFER.
052100     READ TRANSFER-FILE NEXT
052200         AT END SET WS-XFER-DONE TO TRUE
052300     END-READ.
052400     IF WS-XFER-DONE
052500             OR NOT XFER-STATUS-OK
052600             OR XFER-STUDENT-ID NOT = TREQ-STUDENT-ID
052700         SET WS-XFER-DONE TO TRUE
052800         GO TO 3160-PRINT-ONE-TRANSFER-EXIT
052900     END-IF.
053000     IF WS-XFER-CREDITS-TOTAL = ZERO
053100         MOVE 'TRANSFER CREDIT' TO TRANSCRIPT-PRINT-LINE
053200         WRITE TRANSCRIPT-PRINT-LINE
053300     END-IF.
053400     IF XFER-ELECTIVE
053500         MOVE 'ELECTIVE CREDIT' TO COURSE-TITLE
053600     ELSE
053700         MOVE XFER-COURSE-ID TO COURSE-ID
053800         READ COURSE-CATALOG
053900             INVALID KEY
054000                 MOVE '** TITLE NOT IN CATALOG **' TO
054100                     COURSE-TITLE
054200         END-READ
054300     END-IF.
054400     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
054500     STRING '  ' XFER-COURSE-ID
054600            ' ' COURSE-TITLE
054700            ' CR=' XFER-CREDITS
054800            ' FROM ' XFER-INSTITUTION
054900            ' ' XFER-EXT-COURSE
055000            ' GR=' XFER-EXT-GRADE
055100         DELIMITED BY SIZE
055200         INTO TRANSCRIPT-PRINT-LINE
055300     END-STRING.
055400     WRITE TRANSCRIPT-PRINT-LINE.
055500     ADD XFER-CREDITS TO WS-XFER-CREDITS-TOTAL.
055600 3160-PRINT-ONE-TRANSFER-EXIT.
055700     EXIT.
055800
055900 3200-PRINT-NEXT-GRADE.
056000     READ GRADE-WORK NEXT
056100         AT END SET WS-STUDENT-DONE TO TRUE
056200     END-READ.
056300     IF NOT TRX-STATUS-OK
056400             OR TRX-STUDENT-ID NOT = TREQ-STUDENT-ID
056500         SET WS-STUDENT-DONE TO TRUE
056600         GO TO 3200-PRINT-NEXT-GRADE-EXIT
056700     END-IF.
056800
056900     IF WS-FIRST-TERM
057000             OR TRX-TERM NOT = WS-PREV-TERM
057100         IF NOT WS-FIRST-TERM
057200             PERFORM 3400-PRINT-TERM-GPA
057300                 THRU 3400-PRINT-TERM-GPA-EXIT
057400         END-IF
057500         MOVE TRX-TERM TO WS-PREV-TERM
057600         MOVE SPACES TO TRANSCRIPT-PRINT-LINE
057700         STRING 'TERM ' TRX-TERM
057800             DELIMITED BY SIZE
057900             INTO TRANSCRIPT-PRINT-LINE
058000         END-STRING
058100         WRITE TRANSCRIPT-PRINT-LINE
058200     END-IF.
058300     MOVE 'N' TO WS-FIRST-TERM-SW.
058400
058500     MOVE TRX-COURSE-ID TO COURSE-ID.
058600     READ COURSE-CATALOG
058700         INVALID KEY
058800             MOVE '** TITLE NOT IN CATALOG **' TO COURSE-TITLE
058900             MOVE ZERO TO COURSE-CREDITS
059000     END-READ.
059100
059200     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
059300     STRING '  ' TRX-COURSE-ID
059400            ' ' COURSE-TITLE
059500            ' CR=' COURSE-CREDITS
059600            ' PTS=' TRX-POINTS
059700            ' GR=' TRX-LETTER
059800         DELIMITED BY SIZE
059900         INTO TRANSCRIPT-PRINT-LINE
060000     END-STRING.
060100     WRITE TRANSCRIPT-PRINT-LINE.
060200
060300     IF TRX-NOT-IN-GPA
060400         GO TO 3200-PRINT-NEXT-GRADE-EXIT
060500     END-IF.
060600     ADD TRX-POINTS TO WS-TERM-POINTS.
060700     ADD 1 TO WS-TERM-COURSES.
060800     ADD TRX-POINTS TO WS-CUM-POINTS.
060900     ADD 1 TO WS-CUM-COURSES.
061000 3200-PRINT-NEXT-GRADE-EXIT.
061100     EXIT.
061200
061300 3400-PRINT-TERM-GPA.
061400     IF WS-TERM-COURSES = ZERO
061500         GO TO 3400-PRINT-TERM-GPA-EXIT
061600     END-IF.
061700     COMPUTE WS-GPA-WORK ROUNDED =
061800         WS-TERM-POINTS / WS-TERM-COURSES.
061900     MOVE WS-GPA-WORK TO WS-GPA-EDIT.
062000     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
062100     STRING '  TERM GPA ' WS-GPA-EDIT
062200         DELIMITED BY SIZE
062300         INTO TRANSCRIPT-PRINT-LINE
062400     END-STRING.
062500     WRITE TRANSCRIPT-PRINT-LINE.
062600     MOVE ZERO TO WS-TERM-POINTS.
062700     MOVE ZERO TO WS-TERM-COURSES.
062800 3400-PRINT-TERM-GPA-EXIT.
062900     EXIT.
063000
063100 3500-PRINT-CUMULATIVE-GPA.
063200     MOVE SPACES TO TRANSCRIPT-PRINT-LINE.
063300     IF WS-CUM-COURSES = ZERO
063400         MOVE '  NO GRADES ON FILE COUNT TOWARD A GPA' TO
063500             TRANSCRIPT-PRINT-LINE
063600     ELSE
063700         COMPUTE WS-GPA-WORK ROUNDED =
063800             WS-CUM-POINTS / WS-CUM-COURSES
063900         MOVE WS-GPA-WORK TO WS-GPA-EDIT
064000         STRING 'CUMULATIVE GPA ' WS-GPA-EDIT
064100             DELIMITED BY SIZE
064200             INTO TRANSCRIPT-PRINT-LINE
064300         END-STRING
064400     END-IF.
064500     WRITE TRANSCRIPT-PRINT-LINE.
064600 3500-PRINT-CUMULATIVE-GPA-EXIT.
064700     EXIT.
064800
064900 9000-FINISH.
065000     CLOSE STUDENT.
065100     CLOSE COURSE-CATALOG.
065200     CLOSE ADDRESS-FILE.
065300     IF WS-PRIV-FILE-OPEN
065400         CLOSE PRIVACY-FILE
065500     END-IF.
065600     IF WS-XFER-FILE-OPEN
065700         CLOSE TRANSFER-FILE
065800     END-IF.
065900     CLOSE GRADE-WORK.
066000     CLOSE REQUEST-LIST.
066100     CLOSE TRANSCRIPT-PRINT.
066200     CLOSE TRANSCRIPT-AUDIT.
066300     DISPLAY 'TRANSCRP - REQUESTS READ      : ' WS-REQUESTS-READ.
066400     DISPLAY 'TRANSCRP - TRANSCRIPTS PRINTED: '
066500         WS-TRANSCRIPTS-PRINTED.
066600     DISPLAY 'TRANSCRP - SUPPRESSED BY HOLD : '
066700         WS-REQUESTS-SUPPRESSED.
066800     DISPLAY 'TRANSCRP - UNKNOWN/INVALID    : '
066900         WS-REQUESTS-UNKNOWN.
067000     DISPLAY 'TRANSCRP - RETURN CODE        : ' WS-RETURN-CODE.
067100 9000-FINISH-EXIT.
067200     EXIT.
067300
067400 9999-EXIT.
067500     STOP RUN.
